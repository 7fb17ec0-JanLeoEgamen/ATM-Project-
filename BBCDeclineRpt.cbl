      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-DECLINERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - ONE DAY'S ATM DECLINES OFF THE EVENT
      *>      JOURNAL, BROKEN DOWN BY REASON, ACCOUNT AND HOUR. PATH IS
      *>      RUNTIME-CONFIGURABLE SO A PRIOR DAY CAN BE REPORTED FROM
      *>      ITS DATED ARCHIVE - SEE RESOLVE-EVENT-PATH
           SELECT AtmEventLog ASSIGN TO WS-EVENT-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      DECLINE ANALYSIS REPORT
           SELECT DeclineRptFile
           ASSIGN TO "D:\cobol programs\declines.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      ATM EVENT RECORD - RESULT A APPROVED, D DECLINED, WITH
      *>      THE REASON CODE THE ATM RECORDED AND THE CARD PRESENTED
       FD AtmEventLog.
       01 ATM-EVENT-RECORD.
           02 EV-ACCT-NO PIC 9(8).
           02 EV-DATE PIC 9(8).
           02 EV-TIME PIC 9(6).
           02 EV-EVENT-TYPE PIC X(10).
           02 EV-RESULT PIC X(1).
           02 EV-REASON PIC X(4).
           02 EV-CURRENCY PIC X(3).
           02 EV-AMOUNT PIC S9(6)V99.
           02 EV-CARD-NO PIC 9(16).

      *>      DECLINE ANALYSIS REPORT LINE
       FD DeclineRptFile.
       01 DECLINE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      REPORT DATE ENTERED AT RUN TIME
       01 WS-RPT-DATE PIC 9(8).

      *>      ONE COUNT PER REASON CODE SEEN ON THE DAY
       01 WS-REASON-TABLE.
           02 RS-ENTRY OCCURS 30 TIMES.
               03 RS-REASON PIC X(4).
               03 RS-COUNT PIC 9(6).
       01 WS-RS-COUNT PIC 9(3) VALUE 0.
       01 WS-RS-IX PIC 9(3).
       01 WS-RS-FOUND-IX PIC 9(3).

      *>      ONE COUNT PER ACCOUNT DECLINED ON THE DAY
       01 WS-ACCOUNT-TABLE.
           02 AC-ENTRY OCCURS 500 TIMES.
               03 AC-ACCT-NO PIC 9(8).
               03 AC-COUNT PIC 9(6).
       01 WS-AC-COUNT PIC 9(3) VALUE 0.
       01 WS-AC-IX PIC 9(3).
       01 WS-AC-FOUND-IX PIC 9(3).

      *>      ONE COUNT PER HOUR OF THE DAY, 00 TO 23
       01 WS-HOUR-TABLE.
           02 HR-COUNT PIC 9(6) OCCURS 24 TIMES.
       01 WS-HR-IX PIC 9(2).
       01 WS-EV-HOUR PIC 9(2).
       01 DISP-HOUR PIC 9(2).

      *>      REASON DESCRIPTION FOR THE BY-REASON LINES
       01 WS-REASON-TEXT PIC X(26).

      *>      RUNNING TOTALS FOR THE SUMMARY
       01 WS-EVENT-COUNT PIC 9(6) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
       01 WS-DECLINED-COUNT PIC 9(6) VALUE 0.

      *>      DATE/TIME FOR THE REPORT HEADER
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-AMOUNT PIC -Z,ZZZ,ZZ9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.

      *>      RUNTIME-CONFIGURABLE EVENT JOURNAL PATH
       01 WS-EVENT-PATH PIC X(60).
       01 WS-EVENT-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE DECLINE ANALYSIS RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-EVENT-PATH.
           PERFORM CLEAR-HOUR-COUNT
               VARYING WS-HR-IX FROM 1 BY 1
               UNTIL WS-HR-IX > 24.
           OPEN INPUT AtmEventLog.
           OPEN OUTPUT DeclineRptFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-EVENT-LOG
               UNTIL END-OF-FILE.

           PERFORM WRITE-SECTION-TITLE.
           MOVE "DECLINES BY REASON" TO DECLINE-LINE.
           WRITE DECLINE-LINE.
           PERFORM WRITE-REASON-TOTAL
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT.

           PERFORM WRITE-SECTION-TITLE.
           MOVE "DECLINES BY ACCOUNT" TO DECLINE-LINE.
           WRITE DECLINE-LINE.
           PERFORM WRITE-ACCOUNT-TOTAL
               VARYING WS-AC-IX FROM 1 BY 1
               UNTIL WS-AC-IX > WS-AC-COUNT.

           PERFORM WRITE-SECTION-TITLE.
           MOVE "DECLINES BY HOUR" TO DECLINE-LINE.
           WRITE DECLINE-LINE.
           PERFORM WRITE-HOUR-TOTAL
               VARYING WS-HR-IX FROM 1 BY 1
               UNTIL WS-HR-IX > 24.

           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE AtmEventLog.
           CLOSE DeclineRptFile.
           DISPLAY "Report written to declines.txt".
           GOBACK.

      *     PARAGRAPH FOR RESOLVING THE REPORT DATE - THE END-OF-DAY
      *     DRIVER SUPPLIES IT THROUGH THE ENVIRONMENT, A STANDALONE
      *     RUN IS PROMPTED
       RESOLVE-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV
               FROM ENVIRONMENT "BUSINESS_DATE"
           END-ACCEPT.
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RPT-DATE
           ELSE
               DISPLAY "BBC DECLINE REPORT - ENTER SELECTION"
               DISPLAY "Report date (YYYYMMDD): "
               ACCEPT WS-RPT-DATE
           END-IF.

      *     PARAGRAPH FOR RESOLVING THE EVENT JOURNAL PATH AT STARTUP
      *     (ENV VAR OVERRIDE SO A PRIOR DAY CAN BE REPORTED FROM ITS
      *     DATED CUTOVER ARCHIVE, FALLING BACK TO THE LIVE PATH) -
      *     SAME IDIOM AS THE JOURNAL READERS
       RESOLVE-EVENT-PATH.
           MOVE "D:\cobol programs\atmevt.txt"
               TO WS-EVENT-PATH.
           MOVE SPACES TO WS-EVENT-ENV.
           ACCEPT WS-EVENT-ENV
               FROM ENVIRONMENT "ATMEVENT_PATH"
           END-ACCEPT.
           IF WS-EVENT-ENV NOT = SPACES
               MOVE WS-EVENT-ENV TO WS-EVENT-PATH
           END-IF.

      *     PARAGRAPH FOR ZEROING ONE HOUR'S COUNT
       CLEAR-HOUR-COUNT.
           MOVE 0 TO HR-COUNT (WS-HR-IX).

      *     PARAGRAPH FOR READING AND FILTERING EACH EVENT - ONLY THE
      *     REPORT DATE COUNTS, AND ONLY DECLINES ARE ANALYSED
       READ-EVENT-LOG.
           READ AtmEventLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF EV-DATE = WS-RPT-DATE
                   ADD 1 TO WS-EVENT-COUNT
                   IF EV-RESULT = "D"
                       PERFORM LIST-DECLINE
                   ELSE
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE DECLINE - A DETAIL LINE PLUS ITS REASON,
      *     ACCOUNT AND HOUR COUNTS
       LIST-DECLINE.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE EV-ACCT-NO TO DISP-ACCT-NO.
           MOVE EV-AMOUNT TO DISP-AMOUNT.

           MOVE SPACES TO DECLINE-LINE.
           STRING EV-TIME " " DISP-ACCT-NO " " EV-EVENT-TYPE
               " " EV-REASON " " EV-CURRENCY " " DISP-AMOUNT
               " " EV-CARD-NO
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

           PERFORM COUNT-REASON.
           PERFORM COUNT-ACCOUNT.

           DIVIDE EV-TIME BY 10000 GIVING WS-EV-HOUR.
           IF WS-EV-HOUR < 24
               ADD 1 TO HR-COUNT (WS-EV-HOUR + 1)
           END-IF.

      *     PARAGRAPH FOR ADDING THE DECLINE TO ITS REASON'S COUNT
       COUNT-REASON.
           MOVE 0 TO WS-RS-FOUND-IX.
           PERFORM MATCH-REASON-ENTRY
               VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > WS-RS-COUNT
               OR WS-RS-FOUND-IX NOT = 0.

           IF WS-RS-FOUND-IX = 0
               IF WS-RS-COUNT >= 30
                   MOVE SPACES TO DECLINE-LINE
                   STRING "REASON TABLE FULL - " EV-REASON
                       " NOT TOTALED"
                       DELIMITED BY SIZE INTO DECLINE-LINE
                   END-STRING
                   WRITE DECLINE-LINE
               ELSE
                   ADD 1 TO WS-RS-COUNT
                   MOVE EV-REASON TO RS-REASON (WS-RS-COUNT)
                   MOVE 1 TO RS-COUNT (WS-RS-COUNT)
               END-IF
           ELSE
               ADD 1 TO RS-COUNT (WS-RS-FOUND-IX)
           END-IF.

      *     PARAGRAPH FOR TESTING ONE TABLE ENTRY AGAINST THE REASON
       MATCH-REASON-ENTRY.
           IF RS-REASON (WS-RS-IX) = EV-REASON
               MOVE WS-RS-IX TO WS-RS-FOUND-IX
           END-IF.

      *     PARAGRAPH FOR ADDING THE DECLINE TO ITS ACCOUNT'S COUNT
       COUNT-ACCOUNT.
           MOVE 0 TO WS-AC-FOUND-IX.
           PERFORM MATCH-ACCOUNT-ENTRY
               VARYING WS-AC-IX FROM 1 BY 1
               UNTIL WS-AC-IX > WS-AC-COUNT
               OR WS-AC-FOUND-IX NOT = 0.

           IF WS-AC-FOUND-IX = 0
               IF WS-AC-COUNT >= 500
                   MOVE SPACES TO DECLINE-LINE
                   STRING "ACCOUNT TABLE FULL - " DISP-ACCT-NO
                       " NOT TOTALED"
                       DELIMITED BY SIZE INTO DECLINE-LINE
                   END-STRING
                   WRITE DECLINE-LINE
               ELSE
                   ADD 1 TO WS-AC-COUNT
                   MOVE EV-ACCT-NO TO AC-ACCT-NO (WS-AC-COUNT)
                   MOVE 1 TO AC-COUNT (WS-AC-COUNT)
               END-IF
           ELSE
               ADD 1 TO AC-COUNT (WS-AC-FOUND-IX)
           END-IF.

      *     PARAGRAPH FOR TESTING ONE TABLE ENTRY AGAINST THE ACCOUNT
       MATCH-ACCOUNT-ENTRY.
           IF AC-ACCT-NO (WS-AC-IX) = EV-ACCT-NO
               MOVE WS-AC-IX TO WS-AC-FOUND-IX
           END-IF.

      *     PARAGRAPH FOR THE BLANK LINE AHEAD OF EACH SECTION
       WRITE-SECTION-TITLE.
           MOVE SPACES TO DECLINE-LINE.
           WRITE DECLINE-LINE.
           MOVE SPACES TO DECLINE-LINE.

      *     PARAGRAPH FOR ONE REASON'S TOTAL LINE
       WRITE-REASON-TOTAL.
           PERFORM DESCRIBE-REASON.
           MOVE RS-COUNT (WS-RS-IX) TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING RS-REASON (WS-RS-IX) " " WS-REASON-TEXT
               "  DECLINES=" DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

      *     PARAGRAPH FOR THE PLAIN-WORDS MEANING OF A REASON CODE, AS
      *     THE ATM RECORDS THEM
       DESCRIBE-REASON.
           IF RS-REASON (WS-RS-IX) = "NOAC"
               MOVE "ACCOUNT NOT FOUND" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "LOCK"
               MOVE "ACCOUNT LOCKED OUT" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "BPIN"
               MOVE "WRONG PIN" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "PLCK"
               MOVE "WRONG PIN - NOW LOCKED" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "RSTR"
               MOVE "ACCOUNT FROZEN OR DORMANT" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "CURR"
               MOVE "INVALID CURRENCY" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "CASH"
               MOVE "CASSETTE SHORT" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "DLIM"
               MOVE "DAILY CAP REACHED" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "FUND"
               MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "AMNT"
               MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "SELF"
               MOVE "TRANSFER TO OWN ACCOUNT" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "RCVR"
               MOVE "RECEIVER NOT FOUND" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "RCRS"
               MOVE "RECEIVER RESTRICTED" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "SAME"
               MOVE "EXCHANGE SAME CURRENCY" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "OVFL"
               MOVE "EXCHANGE OUT OF RANGE" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "BILR"
               MOVE "UNKNOWN BILLER" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "PMIS"
               MOVE "NEW PINS DIFFER" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "SDAY"
               MOVE "INVALID ORDER DAY" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "NOSO"
               MOVE "NO ORDER TO CANCEL" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "NORC"
               MOVE "NO RECEIPT ON FILE" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "NOCD"
               MOVE "CARD NOT ON FILE" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "LOST"
               MOVE "CARD REPORTED LOST" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "STOL"
               MOVE "CARD REPORTED STOLEN" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "EXPD"
               MOVE "CARD EXPIRED" TO WS-REASON-TEXT
           ELSE IF RS-REASON (WS-RS-IX) = "RPLC"
               MOVE "CARD REPLACED" TO WS-REASON-TEXT
           ELSE
               MOVE "OTHER" TO WS-REASON-TEXT
           END-IF.

      *     PARAGRAPH FOR ONE ACCOUNT'S TOTAL LINE
       WRITE-ACCOUNT-TOTAL.
           MOVE AC-ACCT-NO (WS-AC-IX) TO DISP-ACCT-NO.
           MOVE AC-COUNT (WS-AC-IX) TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING "ACCT=" DISP-ACCT-NO
               "  DECLINES=" DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

      *     PARAGRAPH FOR ONE HOUR'S TOTAL LINE - EVERY HOUR IS LISTED,
      *     SO A QUIET HOUR SHOWS AS ZERO RATHER THAN A GAP
       WRITE-HOUR-TOTAL.
           COMPUTE DISP-HOUR = WS-HR-IX - 1.
           MOVE HR-COUNT (WS-HR-IX) TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING "HOUR " DISP-HOUR ":00-" DISP-HOUR ":59"
               "  DECLINES=" DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO DECLINE-LINE.
           STRING "BIG BLACK CARD - ATM DECLINE ANALYSIS"
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

           MOVE SPACES TO DECLINE-LINE.
           STRING "RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  FOR: " WS-RPT-DATE
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

           MOVE SPACES TO DECLINE-LINE.
           WRITE DECLINE-LINE.

           MOVE SPACES TO DECLINE-LINE.
           STRING "TIME   ACCOUNT  EVENT      RSN  CUR        AMOUNT"
               " CARD NUMBER"
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

      *     PARAGRAPH FOR THE SUMMARY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DECLINE-LINE.
           WRITE DECLINE-LINE.

           MOVE WS-EVENT-COUNT TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING "ATM EVENTS FOR THE DAY: " DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

           MOVE WS-APPROVED-COUNT TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING "APPROVED:               " DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

           MOVE WS-DECLINED-COUNT TO DISP-COUNT.
           MOVE SPACES TO DECLINE-LINE.
           STRING "DECLINED:               " DISP-COUNT
               DELIMITED BY SIZE INTO DECLINE-LINE
           END-STRING.
           WRITE DECLINE-LINE.

       END PROGRAM BBC-DECLINERPT.
