      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-CASHWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - SCREEN THE DAY'S JOURNAL AND THE DATED
      *>      CUTOVER ARCHIVES BEHIND IT FOR LARGE CASH MOVEMENTS AND
      *>      FOR REPEATED JUST-UNDER-THRESHOLD AMOUNTS (STRUCTURING),
      *>      OPENING A COMPLIANCE CASE FOR EACH ACCOUNT FLAGGED
      *>      PATH SET AT RUNTIME - SEE RESOLVE-TRANLOG-PATH
           SELECT TransactionLog ASSIGN TO WS-TRANLOG-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      DATED ARCHIVE - PATH IS BUILT AT RUN TIME FOR EACH DAY OF
      *>      THE WINDOW. OPTIONAL SO A DAY WITH NO CUTOVER (OR BEFORE
      *>      GO-LIVE) READS AS EMPTY INSTEAD OF STOPPING THE RUN
           SELECT OPTIONAL ArchiveLog ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      THE THRESHOLDS AND WINDOW LIVE IN THE SAME ADMIN-
      *>      MAINTAINED LIMIT FILE AS THE OTHER CONFIGURABLE VALUES
           SELECT LimitFile ASSIGN TO "D:\cobol programs\limits.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LM-LIMIT-TYPE.
      *>      CURRENT RATES - FOREIGN AMOUNTS ARE SCREENED AT THEIR
      *>      PHP EQUIVALENT
           SELECT RateFile ASSIGN TO "D:\cobol programs\rates.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RT-CURRENCY.
      *>      COMPLIANCE CASE FILE - ONE CASE PER (ACCOUNT, DATE, TYPE),
      *>      WORKED FROM BBC-ADMIN
           SELECT CaseFile ASSIGN TO "D:\cobol programs\cwcase.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CW-KEY.
      *>      FLAGGED-ACCOUNT REPORT FOR COMPLIANCE
           SELECT WatchRptFile
           ASSIGN TO "D:\cobol programs\cashwtch.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      AUDIT TRAIL RECORD - WHO/WHAT/WHEN FOR EVERY REWRITE
       FD TransactionLog.
       01 TRAN-LOG-RECORD.
           02 TL-ACCT-NO PIC 9(8).
           02 TL-DATE PIC 9(8).
           02 TL-TIME PIC 9(6).
           02 TL-SOURCE-PROGRAM PIC X(8).
           02 TL-TRAN-TYPE PIC X(10).
           02 TL-CURRENCY PIC X(3).
           02 TL-AMOUNT PIC S9(6)V99.
           02 TL-BEFORE-BALANCE PIC S9(6)V99.
           02 TL-AFTER-BALANCE PIC S9(6)V99.
           02 TL-TELLER-ID PIC X(6).
      *>      BILL PAYMENT DETAILS - SPACES ON EVERY OTHER TRAN TYPE
           02 TL-BILLER-CODE PIC X(4).
           02 TL-REFERENCE PIC X(12).

      *>      THE ARCHIVE CARRIES THE SAME RECORD, BYTE FOR BYTE - ITS
      *>      OWN FIELD NAMES
       FD ArchiveLog.
       01 ARCHIVE-RECORD.
           02 AR-ACCT-NO PIC 9(8).
           02 AR-DATE PIC 9(8).
           02 AR-TIME PIC 9(6).
           02 AR-SOURCE-PROGRAM PIC X(8).
           02 AR-TRAN-TYPE PIC X(10).
           02 AR-CURRENCY PIC X(3).
           02 AR-AMOUNT PIC S9(6)V99.
           02 AR-BEFORE-BALANCE PIC S9(6)V99.
           02 AR-AFTER-BALANCE PIC S9(6)V99.
           02 AR-TELLER-ID PIC X(6).
           02 AR-BILLER-CODE PIC X(4).
           02 AR-REFERENCE PIC X(12).

      *>      CONFIGURABLE TRANSACTION LIMIT RECORD
       FD LimitFile.
       01 LIMIT-DATA.
           02 LM-LIMIT-TYPE PIC X(10).
           02 LM-LIMIT-AMOUNT PIC 9(6)V9(9).

      *>      MAINTAINABLE FX RATE TABLE RECORD (PHP TO FOREIGN)
       FD RateFile.
       01 RATE-DATA.
           02 RT-CURRENCY PIC X(3).
           02 RT-RATE PIC 9(3)V9(6).

      *>      COMPLIANCE CASE RECORD - TYPE L IS A LARGE-CASH DAY, TYPE
      *>      S IS A STRUCTURING PATTERN. STATUS O OPEN, R REVIEWED,
      *>      E ESCALATED, WITH THE TELLER WHO WORKED IT AND WHEN
       FD CaseFile.
       01 CASE-DATA.
           02 CW-KEY.
               03 CW-ACCT-NO PIC 9(8).
               03 CW-CASE-DATE PIC 9(8).
               03 CW-CASE-TYPE PIC X(1).
           02 CW-AMOUNT PIC 9(9)V99.
           02 CW-TRAN-COUNT PIC 9(4).
           02 CW-WINDOW-DAYS PIC 9(3).
           02 CW-STATUS PIC X(1).
           02 CW-TELLER-ID PIC X(6).
           02 CW-ACTION-DATE PIC 9(8).
           02 CW-NOTE PIC X(12).

      *>      FLAGGED-ACCOUNT REPORT LINE
       FD WatchRptFile.
       01 WATCH-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE READ LOOPS
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      BUSINESS DATE ENTERED AT RUN TIME - THE LAST DAY OF THE
      *>      WINDOW
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).

      *>      THE WINDOW - ITS FIRST DATE, AND THE DAY BEING READ
       01 WS-WINDOW-START PIC 9(8).
       01 WS-DAY-OFFSET PIC 9(3).
       01 WS-DAY-INT PIC 9(7).
       01 WS-ARCHIVE-DATE PIC 9(8).

      *>      DATED ARCHIVE PATH, E.G. tlog20260822.txt
       01 WS-ARCHIVE-PATH PIC X(60).

      *>      SCREENING SETTINGS FROM LimitFile - THE REPORTABLE PHP
      *>      THRESHOLD, HOW CLOSE UNDER IT (PERCENT) COUNTS AS "JUST
      *>      UNDER", THE WINDOW IN DAYS AND HOW MANY JUST-UNDER
      *>      AMOUNTS IN THE WINDOW MAKE A PATTERN. MISSING ENTRIES FALL
      *>      BACK TO THE DEFAULTS SETUP SEEDS
       01 WS-THRESHOLD PIC 9(6)V99.
       01 WS-NEAR-PCT PIC 9(3).
       01 WS-WINDOW-DAYS PIC 9(3).
       01 WS-REPEAT-COUNT PIC 9(3).
       01 WS-NEAR-FLOOR PIC 9(6)V99.

      *>      PHP-TO-FOREIGN RATES FOR THE RUN, READ ONCE
       01 WS-USD-RATE PIC 9(3)V9(6).
       01 WS-JPY-RATE PIC 9(3)V9(6).
       01 WS-INR-RATE PIC 9(3)V9(6).

      *>      THE JOURNAL RECORD BEING SCREENED, FROM EITHER FILE
       01 WS-SCAN-ACCT-NO PIC 9(8).
       01 WS-SCAN-DATE PIC 9(8).
       01 WS-SCAN-TRAN-TYPE PIC X(10).
       01 WS-SCAN-CURRENCY PIC X(3).
       01 WS-SCAN-AMOUNT PIC S9(6)V99.
       01 WS-PHP-AMOUNT PIC 9(9)V99.

      *>      ONE ENTRY PER ACCOUNT WITH SCREENED ACTIVITY IN THE
      *>      WINDOW - THE RUN DATE'S PHP TOTAL AND COUNT, AND THE
      *>      JUST-UNDER AMOUNTS ACROSS THE WHOLE WINDOW
       01 WS-WATCH-TABLE.
           02 CWT-ENTRY OCCURS 20000 TIMES.
               03 CWT-ACCT-NO PIC 9(8).
               03 CWT-DAY-TOTAL PIC 9(9)V99.
               03 CWT-DAY-COUNT PIC 9(4).
               03 CWT-NEAR-TOTAL PIC 9(9)V99.
               03 CWT-NEAR-COUNT PIC 9(4).
               03 CWT-NEAR-TODAY PIC X(1).
       01 WS-CWT-COUNT PIC 9(5) VALUE 0.
       01 WS-CWT-IX PIC 9(5).
       01 WS-CWT-FOUND-IX PIC 9(5).
       01 WS-TABLE-FULL-SWITCH PIC X VALUE "N".

      *>      RUNNING TOTALS FOR THE SUMMARY
       01 WS-SCANNED-COUNT PIC 9(7) VALUE 0.
       01 WS-SCREENED-COUNT PIC 9(7) VALUE 0.
       01 WS-LARGE-COUNT PIC 9(5) VALUE 0.
       01 WS-STRUCT-COUNT PIC 9(5) VALUE 0.
       01 WS-ON-FILE-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT PIC 9(7) VALUE 0.

      *>      THE CASE IN HAND AND WHETHER IT WAS ALREADY ON FILE
       01 WS-CASE-NEW PIC X(1).

      *>      DATE/TIME FOR THE REPORT HEADER
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-THRESHOLD PIC ZZZ,ZZ9.99.
       01 DISP-NEAR-FLOOR PIC ZZZ,ZZ9.99.
       01 DISP-TRAN-COUNT PIC Z,ZZ9.
       01 DISP-WINDOW-DAYS PIC ZZ9.
       01 DISP-REPEAT-COUNT PIC ZZ9.
       01 DISP-SCANNED-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-SCREENED-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-LARGE-COUNT PIC ZZ,ZZ9.
       01 DISP-STRUCT-COUNT PIC ZZ,ZZ9.
       01 DISP-ON-FILE-COUNT PIC ZZ,ZZ9.
       01 DISP-MISSED-COUNT PIC Z,ZZZ,ZZ9.

      *>      RUNTIME-CONFIGURABLE JOURNAL PATH
       01 WS-TRANLOG-PATH PIC X(60).
       01 WS-TRANLOG-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE CASH WATCH RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-TRANLOG-PATH.

           OPEN INPUT LimitFile.
           PERFORM GET-WATCH-SETTINGS.
           CLOSE LimitFile.

           OPEN INPUT RateFile.
           PERFORM GET-WATCH-RATES.
           CLOSE RateFile.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-DAY-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).

      *     THE LIVE JOURNAL CARRIES THE DAY NOT YET CUT OVER, THE
      *     ARCHIVES EVERY DAY BEFORE IT - THE RUN DATE'S OWN ARCHIVE
      *     IS READ TOO, SO A RUN AFTER CUTOVER STILL SEES THE DAY
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TransactionLog.
           PERFORM READ-TRAN-LOG
               UNTIL END-OF-FILE.
           CLOSE TransactionLog.

           PERFORM READ-ONE-ARCHIVE
               VARYING WS-DAY-OFFSET FROM 0 BY 1
               UNTIL WS-DAY-OFFSET >= WS-WINDOW-DAYS.

           OPEN I-O CaseFile.
           OPEN OUTPUT WatchRptFile.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-ONE-ACCOUNT
               VARYING WS-CWT-IX FROM 1 BY 1
               UNTIL WS-CWT-IX > WS-CWT-COUNT.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE CaseFile.
           CLOSE WatchRptFile.

           MOVE WS-LARGE-COUNT TO DISP-LARGE-COUNT.
           MOVE WS-STRUCT-COUNT TO DISP-STRUCT-COUNT.
           DISPLAY "Cash watch complete - see cashwtch.txt".
           DISPLAY "Large-cash cases:  " DISP-LARGE-COUNT.
           DISPLAY "Structuring cases: " DISP-STRUCT-COUNT.
           GOBACK.

      *     PARAGRAPH FOR RESOLVING THE BUSINESS DATE - THE END-OF-DAY
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
               DISPLAY "BBC CASH WATCH - ENTER SELECTION"
               DISPLAY "Business date (YYYYMMDD): "
               ACCEPT WS-RUN-DATE
           END-IF.

      *     PARAGRAPH FOR RESOLVING THE JOURNAL PATH AT STARTUP (ENV
      *     VAR OVERRIDE, FALLING BACK TO THE LIVE PATH) - SAME IDIOM
      *     AS THE OTHER JOURNAL READERS
       RESOLVE-TRANLOG-PATH.
           MOVE "D:\cobol programs\tlog.txt"
               TO WS-TRANLOG-PATH.
           MOVE SPACES TO WS-TRANLOG-ENV.
           ACCEPT WS-TRANLOG-ENV
               FROM ENVIRONMENT "TRANLOG_PATH"
           END-ACCEPT.
           IF WS-TRANLOG-ENV NOT = SPACES
               MOVE WS-TRANLOG-ENV TO WS-TRANLOG-PATH
           END-IF.

      *     PARAGRAPH FOR PICKING UP THE SCREENING SETTINGS - A
      *     MISSING OR ZERO ENTRY TAKES THE DEFAULT, AND THE WINDOW IS
      *     HELD TO A MONTH SO THE ARCHIVE LOOP STAYS SENSIBLE
       GET-WATCH-SETTINGS.
           MOVE "CWTHRESH" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 500000 TO WS-THRESHOLD
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-THRESHOLD
           END-READ.
           IF WS-THRESHOLD = 0
               MOVE 500000 TO WS-THRESHOLD
           END-IF.

           MOVE "CWNEARPCT" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 90 TO WS-NEAR-PCT
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-NEAR-PCT
           END-READ.
           IF WS-NEAR-PCT = 0 OR WS-NEAR-PCT > 99
               MOVE 90 TO WS-NEAR-PCT
           END-IF.

           MOVE "CWWINDOW" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 7 TO WS-WINDOW-DAYS
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-WINDOW-DAYS
           END-READ.
           IF WS-WINDOW-DAYS = 0
               MOVE 7 TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS > 31
               MOVE 31 TO WS-WINDOW-DAYS
           END-IF.

           MOVE "CWREPEAT" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 3 TO WS-REPEAT-COUNT
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-REPEAT-COUNT
           END-READ.
           IF WS-REPEAT-COUNT < 2
               MOVE 3 TO WS-REPEAT-COUNT
           END-IF.

           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * WS-NEAR-PCT / 100.

      *     PARAGRAPH FOR THE RUN'S RATES - THE SAME HARDCODED LAST
      *     RESORTS THE ATM USES WHEN A CURRENCY IS NOT ON FILE
       GET-WATCH-RATES.
           MOVE "USD" TO RT-CURRENCY.
           READ RateFile
           INVALID KEY
               MOVE 0.01775228 TO WS-USD-RATE
           NOT INVALID KEY
               MOVE RT-RATE TO WS-USD-RATE
           END-READ.
           MOVE "JPY" TO RT-CURRENCY.
           READ RateFile
           INVALID KEY
               MOVE 2.6221674 TO WS-JPY-RATE
           NOT INVALID KEY
               MOVE RT-RATE TO WS-JPY-RATE
           END-READ.
           MOVE "INR" TO RT-CURRENCY.
           READ RateFile
           INVALID KEY
               MOVE 1.4754944 TO WS-INR-RATE
           NOT INVALID KEY
               MOVE RT-RATE TO WS-INR-RATE
           END-READ.

      *     PARAGRAPH FOR READING EACH LIVE JOURNAL RECORD
       READ-TRAN-LOG.
           READ TransactionLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               MOVE TL-ACCT-NO TO WS-SCAN-ACCT-NO
               MOVE TL-DATE TO WS-SCAN-DATE
               MOVE TL-TRAN-TYPE TO WS-SCAN-TRAN-TYPE
               MOVE TL-CURRENCY TO WS-SCAN-CURRENCY
               MOVE TL-AMOUNT TO WS-SCAN-AMOUNT
               PERFORM SCREEN-JOURNAL-RECORD
           END-READ.

      *     PARAGRAPH FOR ONE DAY'S ARCHIVE - THE NAME CARRIES THE DATE
      *     THE CUTOVER RAN, AND A DAY WITH NO ARCHIVE READS AS EMPTY
       READ-ONE-ARCHIVE.
           COMPUTE WS-DAY-INT = WS-RUN-INT - WS-DAY-OFFSET.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING "D:\cobol programs\tlog" WS-ARCHIVE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
           END-STRING.

           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ArchiveLog.
           PERFORM READ-ARCHIVE-LOG
               UNTIL END-OF-FILE.
           CLOSE ArchiveLog.

      *     PARAGRAPH FOR READING EACH ARCHIVED JOURNAL RECORD
       READ-ARCHIVE-LOG.
           READ ArchiveLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               MOVE AR-ACCT-NO TO WS-SCAN-ACCT-NO
               MOVE AR-DATE TO WS-SCAN-DATE
               MOVE AR-TRAN-TYPE TO WS-SCAN-TRAN-TYPE
               MOVE AR-CURRENCY TO WS-SCAN-CURRENCY
               MOVE AR-AMOUNT TO WS-SCAN-AMOUNT
               PERFORM SCREEN-JOURNAL-RECORD
           END-READ.

      *     PARAGRAPH FOR SCREENING ONE JOURNAL RECORD - ONLY CASH IN,
      *     CASH OUT AND MONEY SENT AWAY COUNT, AND ONLY INSIDE THE
      *     WINDOW. THE RUN DATE BUILDS THE DAY'S TOTAL; EVERY DAY OF
      *     THE WINDOW FEEDS THE JUST-UNDER COUNT
       SCREEN-JOURNAL-RECORD.
           ADD 1 TO WS-SCANNED-COUNT.
           IF (WS-SCAN-TRAN-TYPE = "WITHDRAW"
               OR WS-SCAN-TRAN-TYPE = "DEPOSIT"
               OR WS-SCAN-TRAN-TYPE = "TRANSF-OUT")
               AND WS-SCAN-DATE NOT < WS-WINDOW-START
               AND WS-SCAN-DATE NOT > WS-RUN-DATE
               AND WS-SCAN-AMOUNT > 0
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM CONVERT-TO-PHP
               PERFORM FIND-WATCH-ENTRY
               IF WS-CWT-FOUND-IX = 0
                   ADD 1 TO WS-MISSED-COUNT
               ELSE
                   IF WS-SCAN-DATE = WS-RUN-DATE
                       ADD WS-PHP-AMOUNT
                           TO CWT-DAY-TOTAL (WS-CWT-FOUND-IX)
                       ADD 1 TO CWT-DAY-COUNT (WS-CWT-FOUND-IX)
                   END-IF
                   IF WS-PHP-AMOUNT NOT < WS-NEAR-FLOOR
                       AND WS-PHP-AMOUNT < WS-THRESHOLD
                       ADD WS-PHP-AMOUNT
                           TO CWT-NEAR-TOTAL (WS-CWT-FOUND-IX)
                       ADD 1 TO CWT-NEAR-COUNT (WS-CWT-FOUND-IX)
                       IF WS-SCAN-DATE = WS-RUN-DATE
                           MOVE "Y" TO CWT-NEAR-TODAY (WS-CWT-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *     PARAGRAPH FOR THE PHP EQUIVALENT - RATES ARE PHP TO
      *     FOREIGN, SO THE PHP VALUE IS THE AMOUNT DIVIDED BY THE
      *     RATE, SAME ARITHMETIC AS THE BALANCE SCREEN
       CONVERT-TO-PHP.
           IF WS-SCAN-CURRENCY = "USD" AND WS-USD-RATE > 0
               COMPUTE WS-PHP-AMOUNT ROUNDED =
                   WS-SCAN-AMOUNT / WS-USD-RATE
           ELSE IF WS-SCAN-CURRENCY = "JPY" AND WS-JPY-RATE > 0
               COMPUTE WS-PHP-AMOUNT ROUNDED =
                   WS-SCAN-AMOUNT / WS-JPY-RATE
           ELSE IF WS-SCAN-CURRENCY = "INR" AND WS-INR-RATE > 0
               COMPUTE WS-PHP-AMOUNT ROUNDED =
                   WS-SCAN-AMOUNT / WS-INR-RATE
           ELSE
               MOVE WS-SCAN-AMOUNT TO WS-PHP-AMOUNT
           END-IF.

      *     PARAGRAPH FOR FINDING (OR ADDING) THE ACCOUNT'S TABLE
      *     ENTRY - A FULL TABLE LEAVES THE FOUND INDEX AT ZERO AND THE
      *     RECORD IS COUNTED AS NOT SCREENED
       FIND-WATCH-ENTRY.
           MOVE 0 TO WS-CWT-FOUND-IX.
           PERFORM MATCH-WATCH-ENTRY
               VARYING WS-CWT-IX FROM 1 BY 1
               UNTIL WS-CWT-IX > WS-CWT-COUNT
               OR WS-CWT-FOUND-IX NOT = 0.

           IF WS-CWT-FOUND-IX = 0
               IF WS-CWT-COUNT < 20000
                   ADD 1 TO WS-CWT-COUNT
                   MOVE WS-CWT-COUNT TO WS-CWT-FOUND-IX
                   MOVE WS-SCAN-ACCT-NO
                       TO CWT-ACCT-NO (WS-CWT-FOUND-IX)
                   MOVE 0 TO CWT-DAY-TOTAL (WS-CWT-FOUND-IX)
                   MOVE 0 TO CWT-DAY-COUNT (WS-CWT-FOUND-IX)
                   MOVE 0 TO CWT-NEAR-TOTAL (WS-CWT-FOUND-IX)
                   MOVE 0 TO CWT-NEAR-COUNT (WS-CWT-FOUND-IX)
                   MOVE "N" TO CWT-NEAR-TODAY (WS-CWT-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

      *     PARAGRAPH FOR TESTING ONE TABLE ENTRY AGAINST THE ACCOUNT
       MATCH-WATCH-ENTRY.
           IF CWT-ACCT-NO (WS-CWT-IX) = WS-SCAN-ACCT-NO
               MOVE WS-CWT-IX TO WS-CWT-FOUND-IX
           END-IF.

      *     PARAGRAPH FOR ONE ACCOUNT'S VERDICT - A DAY TOTAL AT OR
      *     OVER THE THRESHOLD IS A LARGE-CASH CASE. ENOUGH JUST-UNDER
      *     AMOUNTS IN THE WINDOW IS A STRUCTURING CASE, BUT ONLY WHEN
      *     THE RUN DATE ADDED ONE, SO THE SAME PATTERN IS NOT REOPENED
      *     EVERY NIGHT IT STAYS IN THE WINDOW
       CHECK-ONE-ACCOUNT.
           IF CWT-DAY-TOTAL (WS-CWT-IX) NOT < WS-THRESHOLD
               MOVE CWT-ACCT-NO (WS-CWT-IX) TO CW-ACCT-NO
               MOVE WS-RUN-DATE TO CW-CASE-DATE
               MOVE "L" TO CW-CASE-TYPE
               MOVE CWT-DAY-TOTAL (WS-CWT-IX) TO CW-AMOUNT
               MOVE CWT-DAY-COUNT (WS-CWT-IX) TO CW-TRAN-COUNT
               MOVE 1 TO CW-WINDOW-DAYS
               PERFORM OPEN-CASE
               IF WS-CASE-NEW = "Y"
                   ADD 1 TO WS-LARGE-COUNT
               END-IF
               PERFORM WRITE-LARGE-LINE
           END-IF.

           IF CWT-NEAR-COUNT (WS-CWT-IX) NOT < WS-REPEAT-COUNT
               AND CWT-NEAR-TODAY (WS-CWT-IX) = "Y"
               MOVE CWT-ACCT-NO (WS-CWT-IX) TO CW-ACCT-NO
               MOVE WS-RUN-DATE TO CW-CASE-DATE
               MOVE "S" TO CW-CASE-TYPE
               MOVE CWT-NEAR-TOTAL (WS-CWT-IX) TO CW-AMOUNT
               MOVE CWT-NEAR-COUNT (WS-CWT-IX) TO CW-TRAN-COUNT
               MOVE WS-WINDOW-DAYS TO CW-WINDOW-DAYS
               PERFORM OPEN-CASE
               IF WS-CASE-NEW = "Y"
                   ADD 1 TO WS-STRUCT-COUNT
               END-IF
               PERFORM WRITE-STRUCT-LINE
           END-IF.

      *     PARAGRAPH FOR OPENING THE CASE IN HAND - A RERUN FOR THE
      *     SAME DATE FINDS ITS CASE ALREADY ON FILE AND LEAVES IT AS
      *     COMPLIANCE LEFT IT
       OPEN-CASE.
           MOVE "O" TO CW-STATUS.
           MOVE SPACES TO CW-TELLER-ID.
           MOVE 0 TO CW-ACTION-DATE.
           MOVE SPACES TO CW-NOTE.
           MOVE "Y" TO WS-CASE-NEW.
           WRITE CASE-DATA
           INVALID KEY
               MOVE "N" TO WS-CASE-NEW
               ADD 1 TO WS-ON-FILE-COUNT
           END-WRITE.

      *     PARAGRAPH FOR ONE LARGE-CASH DETAIL LINE
       WRITE-LARGE-LINE.
           MOVE CWT-ACCT-NO (WS-CWT-IX) TO DISP-ACCT-NO.
           MOVE CWT-DAY-TOTAL (WS-CWT-IX) TO DISP-AMOUNT.
           MOVE CWT-DAY-COUNT (WS-CWT-IX) TO DISP-TRAN-COUNT.
           MOVE SPACES TO WATCH-LINE.
           IF WS-CASE-NEW = "Y"
               STRING "LARGE    ACCT=" DISP-ACCT-NO
                   "  DAY TOTAL PHP=" DISP-AMOUNT
                   "  TRANS=" DISP-TRAN-COUNT
                   DELIMITED BY SIZE INTO WATCH-LINE
               END-STRING
           ELSE
               STRING "LARGE    ACCT=" DISP-ACCT-NO
                   "  DAY TOTAL PHP=" DISP-AMOUNT
                   "  TRANS=" DISP-TRAN-COUNT
                   "  CASE ALREADY ON FILE"
                   DELIMITED BY SIZE INTO WATCH-LINE
               END-STRING
           END-IF.
           WRITE WATCH-LINE.

      *     PARAGRAPH FOR ONE STRUCTURING DETAIL LINE
       WRITE-STRUCT-LINE.
           MOVE CWT-ACCT-NO (WS-CWT-IX) TO DISP-ACCT-NO.
           MOVE CWT-NEAR-TOTAL (WS-CWT-IX) TO DISP-AMOUNT.
           MOVE CWT-NEAR-COUNT (WS-CWT-IX) TO DISP-TRAN-COUNT.
           MOVE WS-WINDOW-DAYS TO DISP-WINDOW-DAYS.
           MOVE SPACES TO WATCH-LINE.
           IF WS-CASE-NEW = "Y"
               STRING "STRUCT   ACCT=" DISP-ACCT-NO
                   "  JUST-UNDER=" DISP-TRAN-COUNT
                   " IN " DISP-WINDOW-DAYS " DAYS"
                   "  TOTAL PHP=" DISP-AMOUNT
                   DELIMITED BY SIZE INTO WATCH-LINE
               END-STRING
           ELSE
               STRING "STRUCT   ACCT=" DISP-ACCT-NO
                   "  JUST-UNDER=" DISP-TRAN-COUNT
                   " IN " DISP-WINDOW-DAYS " DAYS"
                   "  TOTAL PHP=" DISP-AMOUNT
                   "  CASE ALREADY ON FILE"
                   DELIMITED BY SIZE INTO WATCH-LINE
               END-STRING
           END-IF.
           WRITE WATCH-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER - THE SETTINGS IN FORCE
      *     ARE PRINTED SO COMPLIANCE CAN SEE WHAT THE RUN SCREENED FOR
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WATCH-LINE.
           STRING "BIG BLACK CARD - LARGE CASH AND STRUCTURING WATCH"
               DELIMITED BY SIZE INTO WATCH-LINE
           END-STRING.
           WRITE WATCH-LINE.

           MOVE SPACES TO WATCH-LINE.
           STRING "RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  FOR: " WS-RUN-DATE
               "  WINDOW FROM: " WS-WINDOW-START
               DELIMITED BY SIZE INTO WATCH-LINE
           END-STRING.
           WRITE WATCH-LINE.

           MOVE WS-THRESHOLD TO DISP-THRESHOLD.
           MOVE WS-NEAR-FLOOR TO DISP-NEAR-FLOOR.
           MOVE WS-WINDOW-DAYS TO DISP-WINDOW-DAYS.
           MOVE WS-REPEAT-COUNT TO DISP-REPEAT-COUNT.
           MOVE SPACES TO WATCH-LINE.
           STRING "THRESHOLD PHP=" DISP-THRESHOLD
               "  JUST-UNDER FROM=" DISP-NEAR-FLOOR
               "  WINDOW=" DISP-WINDOW-DAYS " DAYS"
               "  REPEATS=" DISP-REPEAT-COUNT
               DELIMITED BY SIZE INTO WATCH-LINE
           END-STRING.
           WRITE WATCH-LINE.

           MOVE SPACES TO WATCH-LINE.
           WRITE WATCH-LINE.

      *     PARAGRAPH FOR THE SUMMARY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE WS-SCANNED-COUNT TO DISP-SCANNED-COUNT.
           MOVE WS-SCREENED-COUNT TO DISP-SCREENED-COUNT.
           MOVE WS-LARGE-COUNT TO DISP-LARGE-COUNT.
           MOVE WS-STRUCT-COUNT TO DISP-STRUCT-COUNT.
           MOVE WS-ON-FILE-COUNT TO DISP-ON-FILE-COUNT.

           MOVE SPACES TO WATCH-LINE.
           WRITE WATCH-LINE.

           MOVE SPACES TO WATCH-LINE.
           STRING "JOURNAL RECORDS READ: " DISP-SCANNED-COUNT
               "   SCREENED: " DISP-SCREENED-COUNT
               DELIMITED BY SIZE INTO WATCH-LINE
           END-STRING.
           WRITE WATCH-LINE.

           MOVE SPACES TO WATCH-LINE.
           STRING "NEW CASES - LARGE CASH: " DISP-LARGE-COUNT
               "   STRUCTURING: " DISP-STRUCT-COUNT
               "   ALREADY ON FILE: " DISP-ON-FILE-COUNT
               DELIMITED BY SIZE INTO WATCH-LINE
           END-STRING.
           WRITE WATCH-LINE.

      *     A FULL TABLE IS SAID OUT LOUD - THOSE RECORDS WERE NOT
      *     SCREENED AND COMPLIANCE MUST KNOW
           IF WS-TABLE-FULL-SWITCH = "Y"
               MOVE WS-MISSED-COUNT TO DISP-MISSED-COUNT
               MOVE SPACES TO WATCH-LINE
               STRING "ACCOUNT TABLE FULL - RECORDS NOT SCREENED: "
                   DISP-MISSED-COUNT
                   DELIMITED BY SIZE INTO WATCH-LINE
               END-STRING
               WRITE WATCH-LINE
           END-IF.

       END PROGRAM BBC-CASHWATCH.
