      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-CARDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE CARD FILE ONCE A MONTH AND LIST
      *>      EVERY ACTIVE CARD THAT EXPIRES NEXT MONTH, SO THE
      *>      REPLACEMENTS CAN BE MADE UP AND THE CUSTOMERS CALLED IN
           SELECT CardFile ASSIGN TO "D:\cobol programs\cards.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CD-CARD-NO
           ALTERNATE RECORD KEY IS CD-ACCT-NO WITH DUPLICATES.
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      EXPIRING CARD REPORT FOR THE BRANCH
           SELECT CardRptFile ASSIGN TO "D:\cobol programs\cardrpt.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      DEBIT CARD RECORD - EXPIRY IS YYYYMM, GOOD THROUGH THE
      *>      END OF THAT MONTH. STATUS A ACTIVE, L LOST, S STOLEN,
      *>      E EXPIRED, R REPLACED
       FD CardFile.
       01 CARD-DATA.
           02 CD-CARD-NO PIC 9(16).
           02 CD-ACCT-NO PIC 9(8).
           02 CD-EXPIRY PIC 9(6).
           02 CD-STATUS PIC X(1).
           02 CD-ISSUE-DATE PIC 9(8).
           02 CD-STATUS-DATE PIC 9(8).
           02 CD-TELLER-ID PIC X(6).
           02 CD-REPLACES PIC 9(16).
           02 CD-REPLACED-BY PIC 9(16).

      *>      VARIABLES FOR FILE HANDLING
       FD CustomerFile.
       01 CUST-DATA.
           02 ACCT-NO PIC 9(8).
      *>      THE PIN IS NOW A CHANGEABLE SECRET, NOT THE RECORD KEY
           02 CUST-PIN PIC 9(4).
           02 BALANCE PIC S9(6)V9(9).
           02 CUST-USD-BAL PIC 9(6)V9(9).
           02 CUST-JPY-BAL PIC 9(6)V9(9).
           02 CUST-INR-BAL PIC 9(6)V9(9).
      *>      DAILY WITHDRAWAL CAP (PHP-EQUIV, RESET DAILY)
           02 CUST-DAILY-WITHDRAWN PIC 9(6)V9(9).
           02 CUST-LAST-WITHDRAW-DATE PIC 9(8).
      *>      ACCOUNT STATUS - A ACTIVE, F FROZEN, D DORMANT - AND THE
      *>      DATE OF THE LAST ACTIVITY, FOR THE DORMANCY SWEEP
           02 CUST-STATUS PIC X(1).
           02 CUST-LAST-ACTIVITY-DATE PIC 9(8).
      *>      APPROVED OVERDRAFT LINE - THE PHP BALANCE MAY GO
      *>      NEGATIVE UP TO THIS AMOUNT. ZERO MEANS NO LINE GRANTED
           02 CUST-OD-LIMIT PIC 9(6)V99.
      *>      ACCOUNT TIER CODE FOR PER-TIER LIMITS AND RATES -
      *>      SPACE MEANS NO TIER, THE GLOBAL VALUES APPLY
           02 CUST-TIER PIC X(1).
           02 FIRST-NAME PIC X(15).
           02 LAST-NAME PIC X(15).

      *>      REPORT LINE
       FD CardRptFile.
       01 CARD-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE CARD FILE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE, AND THE YEAR AND MONTH AFTER IT THAT THE CARDS
      *>      ARE SELECTED ON
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-YYYYMM PIC 9(6).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-RUN-MONTH PIC 9(2).
       01 WS-NEXT-YYYYMM PIC 9(6).

      *>      CUSTOMER DETAILS FOR THE CARD BEING LISTED
       01 WS-CUST-FOUND PIC X(1).
       01 WS-CUST-NAME PIC X(31).

      *>      RUN COUNTERS
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRING-COUNT PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.

      *>      VARIABLES FOR STAMPING THE REPORT
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-READ-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-EXPIRING-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-CLOSED-COUNT PIC Z,ZZZ,ZZ9.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE MONTHLY EXPIRING CARD REPORT
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM FIND-NEXT-MONTH.

           OPEN INPUT CardFile.
           OPEN INPUT CustomerFile.
           OPEN OUTPUT CardRptFile.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM READ-CARD-FILE
               UNTIL END-OF-FILE.

           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE CardFile.
           CLOSE CustomerFile.
           CLOSE CardRptFile.

           MOVE WS-EXPIRING-COUNT TO DISP-EXPIRING-COUNT.
           MOVE WS-CLOSED-COUNT TO DISP-CLOSED-COUNT.
           DISPLAY "Card expiry review complete - see cardrpt.txt".
           DISPLAY "Expiring next month:   " DISP-EXPIRING-COUNT.
           DISPLAY "  of which acct closed:" DISP-CLOSED-COUNT.
           GOBACK.

      *     PARAGRAPH FOR THE BUSINESS DATE THE REVIEW IS RUN AS OF -
      *     THE SCHEDULER SETS IT, A STANDALONE RUN IS PROMPTED
       RESOLVE-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV
               FROM ENVIRONMENT "BUSINESS_DATE"
           END-ACCEPT.
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               DISPLAY "BBC CARD EXPIRY REVIEW - ENTER SELECTION"
               DISPLAY "Business date (YYYYMMDD): "
               ACCEPT WS-RUN-DATE
           END-IF.

      *     PARAGRAPH FOR RESOLVING THE CUSTOMERFILE PATH AT STARTUP
      *     (ENV VAR OVERRIDE SO A TRAINING/TEST FILE CAN BE SUBSTITUTED
      *     WITHOUT RECOMPILING, FALLING BACK TO THE LIVE PATH)
       RESOLVE-CUSTOMER-FILE-PATH.
           MOVE "D:\cobol programs\account.txt"
               TO WS-CUSTOMER-FILE-PATH.
           MOVE SPACES TO WS-CUSTOMER-FILE-ENV.
           ACCEPT WS-CUSTOMER-FILE-ENV
               FROM ENVIRONMENT "CUSTOMERFILE_PATH"
           END-ACCEPT.
           IF WS-CUSTOMER-FILE-ENV NOT = SPACES
               MOVE WS-CUSTOMER-FILE-ENV TO WS-CUSTOMER-FILE-PATH
           END-IF.

      *     PARAGRAPH FOR THE MONTH AFTER THE RUN DATE, AS YYYYMM LIKE
      *     THE CARD EXPIRY - DECEMBER ROLLS INTO JANUARY
       FIND-NEXT-MONTH.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM.
           DIVIDE WS-RUN-YYYYMM BY 100 GIVING WS-RUN-YEAR
               REMAINDER WS-RUN-MONTH.
           IF WS-RUN-MONTH = 12
               COMPUTE WS-NEXT-YYYYMM = (WS-RUN-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-YYYYMM = WS-RUN-YYYYMM + 1
           END-IF.

      *     PARAGRAPH FOR READING EACH CARD - ONLY AN ACTIVE CARD IS
      *     RENEWED. A HOT-LISTED OR REPLACED CARD IS ALREADY DEALT WITH
       READ-CARD-FILE.
           READ CardFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF CD-STATUS = "A" AND CD-EXPIRY = WS-NEXT-YYYYMM
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM WRITE-EXPIRING-LINE
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE EXPIRING CARD, WITH THE CUSTOMER'S NAME.
      *     A CARD LEFT ACTIVE ON A CLOSED ACCOUNT IS FLAGGED SO THE
      *     BRANCH DOES NOT RENEW IT
       WRITE-EXPIRING-LINE.
           MOVE CD-ACCT-NO TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               MOVE "N" TO WS-CUST-FOUND
           NOT INVALID KEY
               MOVE "Y" TO WS-CUST-FOUND
           END-READ.

           MOVE SPACES TO WS-CUST-NAME.
           IF WS-CUST-FOUND = "Y"
               STRING FIRST-NAME " " LAST-NAME
                   DELIMITED BY SIZE INTO WS-CUST-NAME
               END-STRING
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "ACCOUNT CLOSED - DO NOT RENEW" TO WS-CUST-NAME
           END-IF.

           MOVE CD-ACCT-NO TO DISP-ACCT-NO.
           MOVE SPACES TO CARD-LINE.
           STRING "EXPIRING   CARD=" CD-CARD-NO
               "  ACCT=" DISP-ACCT-NO
               "  " WS-CUST-NAME
               "  EXPIRY=" CD-EXPIRY
               "  ISSUED=" CD-ISSUE-DATE
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO CARD-LINE.
           STRING "BIG BLACK CARD - DEBIT CARDS EXPIRING NEXT MONTH"
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING "AS OF: " WS-RUN-DATE
               "  RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  EXPIRING (YYYYMM): " WS-NEXT-YYYYMM
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

           MOVE SPACES TO CARD-LINE.
           WRITE CARD-LINE.

      *     PARAGRAPH FOR THE SUMMARY COUNTS
       WRITE-REPORT-SUMMARY.
           MOVE WS-READ-COUNT TO DISP-READ-COUNT.
           MOVE WS-EXPIRING-COUNT TO DISP-EXPIRING-COUNT.
           MOVE WS-CLOSED-COUNT TO DISP-CLOSED-COUNT.

           MOVE SPACES TO CARD-LINE.
           WRITE CARD-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING "CARDS READ:           " DISP-READ-COUNT
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING "EXPIRING NEXT MONTH:  " DISP-EXPIRING-COUNT
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING "ON CLOSED ACCOUNTS:   " DISP-CLOSED-COUNT
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           WRITE CARD-LINE.

       END PROGRAM BBC-CARDRPT.
