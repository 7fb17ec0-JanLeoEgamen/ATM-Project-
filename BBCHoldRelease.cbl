      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-HOLDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE DEPOSIT HOLDS EVERY NIGHT AND
      *>      RELEASE EVERY HOLD DUE BY THE NEXT BUSINESS DAY, SO THE
      *>      FUNDS ARE AVAILABLE WHEN THE BRANCH AND ATMS OPEN
           SELECT HoldFile ASSIGN TO "D:\cobol programs\holds.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS HD-KEY.
      *>      THE MASTER IS ONLY READ FOR THE CUSTOMER'S NAME
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      RELEASE REPORT FOR THE BRANCH
           SELECT HoldRelRptFile
           ASSIGN TO "D:\cobol programs\holdrel.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      DEPOSIT HOLD RECORD - STATUS H HELD, R RELEASED BY THIS
      *>      RUN, E RELEASED EARLY BY A SUPERVISOR
       FD HoldFile.
       01 HOLD-DATA.
           02 HD-KEY.
               03 HD-ACCT-NO PIC 9(8).
               03 HD-DEPOSIT-DATE PIC 9(8).
               03 HD-DEPOSIT-TIME PIC 9(6).
           02 HD-CURRENCY PIC X(3).
           02 HD-AMOUNT PIC 9(6)V99.
           02 HD-RELEASE-DATE PIC 9(8).
           02 HD-STATUS PIC X(1).
           02 HD-TELLER-ID PIC X(6).
           02 HD-ACTION-DATE PIC 9(8).

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

      *>      RELEASE REPORT LINE
       FD HoldRelRptFile.
       01 HOLD-REL-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE HOLD READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE AND THE NEXT BUSINESS DAY AFTER IT - EVERY HOLD
      *>      DUE BY THEN IS RELEASED TONIGHT. ONLY SATURDAYS AND
      *>      SUNDAYS ARE SKIPPED, THE SAME AS WHEN THE ATM SET THE DATE
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RELEASE-THRU PIC 9(8).
       01 WS-THRU-INT PIC 9(7).
       01 WS-THRU-DAYNO PIC 9(7).
       01 WS-THRU-WEEKS PIC 9(7).
       01 WS-THRU-WEEKDAY PIC 9(1).

      *>      TOTALS BY CURRENCY - RELEASED TONIGHT AND STILL HELD
       01 WS-CURR-IX PIC 9(1).
       01 WS-CURR-TABLE.
           02 WS-CURR-ENTRY OCCURS 4 TIMES.
               03 CT-CURRENCY PIC X(3).
               03 CT-REL-COUNT PIC 9(6).
               03 CT-REL-AMOUNT PIC 9(10)V99.
               03 CT-HELD-COUNT PIC 9(6).
               03 CT-HELD-AMOUNT PIC 9(10)V99.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE 0.

      *>      VARIABLES FOR THE REPORT HEADER
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-LAST-NAME PIC X(15).
       01 DISP-AMOUNT PIC ZZZ,ZZ9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE NIGHTLY DEPOSIT HOLD RELEASE
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM FIND-RELEASE-THRU.
           PERFORM LOAD-CURRENCY-TABLE.

           OPEN I-O HoldFile.
           OPEN INPUT CustomerFile.
           OPEN OUTPUT HoldRelRptFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-HOLD-FILE
               UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE HoldFile.
           CLOSE CustomerFile.
           CLOSE HoldRelRptFile.
           DISPLAY "Deposit hold release complete - see holdrel.txt".
           GOBACK.

      *     PARAGRAPH FOR RESOLVING THE RUN DATE - THE END-OF-DAY
      *     DRIVER SUPPLIES IT THROUGH THE ENVIRONMENT, A STANDALONE
      *     RUN IS PROMPTED
       RESOLVE-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV
               FROM ENVIRONMENT "BUSINESS_DATE"
           END-ACCEPT.
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               DISPLAY "BBC DEPOSIT HOLD RELEASE - ENTER SELECTION"
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

      *     PARAGRAPH FOR THE NEXT BUSINESS DAY AFTER THE RUN DATE -
      *     DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER
      *     BY 7 GIVES 0 MONDAY TO 6 SUNDAY
       FIND-RELEASE-THRU.
           COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE 9 TO WS-THRU-WEEKDAY.
           PERFORM STEP-RELEASE-DAY
               UNTIL WS-THRU-WEEKDAY < 5.
           COMPUTE WS-RELEASE-THRU =
               FUNCTION DATE-OF-INTEGER (WS-THRU-INT).

      *     PARAGRAPH FOR MOVING ON ONE CALENDAR DAY
       STEP-RELEASE-DAY.
           ADD 1 TO WS-THRU-INT.
           SUBTRACT 1 FROM WS-THRU-INT GIVING WS-THRU-DAYNO.
           DIVIDE WS-THRU-DAYNO BY 7 GIVING WS-THRU-WEEKS
               REMAINDER WS-THRU-WEEKDAY.

      *     PARAGRAPH FOR SETTING UP THE FOUR CURRENCY TOTALS
       LOAD-CURRENCY-TABLE.
           MOVE "PHP" TO CT-CURRENCY (1).
           MOVE "USD" TO CT-CURRENCY (2).
           MOVE "JPY" TO CT-CURRENCY (3).
           MOVE "INR" TO CT-CURRENCY (4).
           PERFORM CLEAR-ONE-CURRENCY
               VARYING WS-CURR-IX FROM 1 BY 1
               UNTIL WS-CURR-IX > 4.

      *     PARAGRAPH FOR ZEROING ONE CURRENCY'S TOTALS
       CLEAR-ONE-CURRENCY.
           MOVE 0 TO CT-REL-COUNT (WS-CURR-IX).
           MOVE 0 TO CT-REL-AMOUNT (WS-CURR-IX).
           MOVE 0 TO CT-HELD-COUNT (WS-CURR-IX).
           MOVE 0 TO CT-HELD-AMOUNT (WS-CURR-IX).

      *     PARAGRAPH FOR READING EACH HOLD - RELEASED ONES STAY ON
      *     FILE AS HISTORY AND ARE PASSED OVER
       READ-HOLD-FILE.
           READ HoldFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF HD-STATUS = "H"
                   PERFORM FIND-CURRENCY-ENTRY
                   IF HD-RELEASE-DATE NOT > WS-RELEASE-THRU
                       PERFORM RELEASE-ONE-HOLD
                   ELSE
                       ADD 1 TO CT-HELD-COUNT (WS-CURR-IX)
                       ADD HD-AMOUNT TO CT-HELD-AMOUNT (WS-CURR-IX)
                   END-IF
               END-IF
           END-READ.

      *     PARAGRAPH FOR THE TABLE ENTRY OF THE HOLD'S CURRENCY
       FIND-CURRENCY-ENTRY.
           IF HD-CURRENCY = "USD"
               MOVE 2 TO WS-CURR-IX
           ELSE IF HD-CURRENCY = "JPY"
               MOVE 3 TO WS-CURR-IX
           ELSE IF HD-CURRENCY = "INR"
               MOVE 4 TO WS-CURR-IX
           ELSE
               MOVE 1 TO WS-CURR-IX
           END-IF.

      *     PARAGRAPH FOR RELEASING ONE MATURED HOLD - THE LEDGER
      *     ALREADY HAS THE DEPOSIT, SO NOTHING IS POSTED OR JOURNALED
       RELEASE-ONE-HOLD.
           MOVE "R" TO HD-STATUS.
           MOVE SPACES TO HD-TELLER-ID.
           MOVE WS-RUN-DATE TO HD-ACTION-DATE.
           REWRITE HOLD-DATA
           END-REWRITE.
           ADD 1 TO CT-REL-COUNT (WS-CURR-IX).
           ADD HD-AMOUNT TO CT-REL-AMOUNT (WS-CURR-IX).
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM WRITE-RELEASED-LINE.

      *     PARAGRAPH FOR ONE RELEASED HOLD'S DETAIL LINE - A HOLD ON
      *     A CLOSED ACCOUNT IS STILL RELEASED AND LISTED AS SUCH
       WRITE-RELEASED-LINE.
           MOVE HD-ACCT-NO TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               MOVE "ACCOUNT CLOSED" TO DISP-LAST-NAME
           NOT INVALID KEY
               MOVE LAST-NAME TO DISP-LAST-NAME
           END-READ.
           MOVE HD-ACCT-NO TO DISP-ACCT-NO.
           MOVE HD-AMOUNT TO DISP-AMOUNT.
           MOVE SPACES TO HOLD-REL-LINE.
           STRING DISP-ACCT-NO " " DISP-LAST-NAME " "
               HD-DEPOSIT-DATE " " HD-DEPOSIT-TIME "  "
               HD-CURRENCY " " DISP-AMOUNT "  " HD-RELEASE-DATE
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO HOLD-REL-LINE.
           STRING "BIG BLACK CARD - DEPOSIT HOLDS RELEASED"
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

           MOVE SPACES TO HOLD-REL-LINE.
           STRING "AS OF: " WS-RUN-DATE
               "  RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

           MOVE SPACES TO HOLD-REL-LINE.
           STRING "RELEASING HOLDS DUE ON OR BEFORE: " WS-RELEASE-THRU
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

           MOVE SPACES TO HOLD-REL-LINE.
           WRITE HOLD-REL-LINE.

           MOVE SPACES TO HOLD-REL-LINE.
           STRING "ACCOUNT  LAST NAME       DEPOSITED TIME   "
               "  CUR     AMOUNT  DUE"
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

      *     PARAGRAPH FOR THE CURRENCY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO HOLD-REL-LINE.
           WRITE HOLD-REL-LINE.

           PERFORM WRITE-CURRENCY-LINE
               VARYING WS-CURR-IX FROM 1 BY 1
               UNTIL WS-CURR-IX > 4.

           MOVE SPACES TO HOLD-REL-LINE.
           WRITE HOLD-REL-LINE.

           MOVE WS-RELEASED-COUNT TO DISP-COUNT.
           MOVE SPACES TO HOLD-REL-LINE.
           STRING "HOLDS RELEASED TONIGHT: " DISP-COUNT
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

      *     PARAGRAPH FOR ONE CURRENCY'S RELEASED AND STILL-HELD LINE
       WRITE-CURRENCY-LINE.
           MOVE CT-REL-COUNT (WS-CURR-IX) TO DISP-COUNT.
           MOVE CT-REL-AMOUNT (WS-CURR-IX) TO DISP-TOTAL.
           MOVE SPACES TO HOLD-REL-LINE.
           STRING CT-CURRENCY (WS-CURR-IX)
               "  RELEASED COUNT: " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

           MOVE CT-HELD-COUNT (WS-CURR-IX) TO DISP-COUNT.
           MOVE CT-HELD-AMOUNT (WS-CURR-IX) TO DISP-TOTAL.
           MOVE SPACES TO HOLD-REL-LINE.
           STRING CT-CURRENCY (WS-CURR-IX)
               "  STILL HELD     : " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO HOLD-REL-LINE
           END-STRING.
           WRITE HOLD-REL-LINE.

       END PROGRAM BBC-HOLDREL.
