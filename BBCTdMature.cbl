      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-TDMATURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE TIME DEPOSITS EVERY NIGHT, PAY
      *>      THE INTEREST ON EVERY PLACEMENT DUE BY THE RUN DATE, THEN
      *>      ROLL IT OVER OR CREDIT THE PRINCIPAL BACK
           SELECT TimeDepFile ASSIGN TO "D:\cobol programs\timedep.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TD-KEY.
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      AUDIT TRAIL FOR EVERY BALANCE-CHANGING OPERATION
           SELECT TransactionLog ASSIGN TO "D:\cobol programs\tlog.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      MATURITY REPORT FOR THE BRANCH
           SELECT TdMatRptFile
           ASSIGN TO "D:\cobol programs\tdmature.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      TIME DEPOSIT RECORD - ONE PER PLACEMENT, KEYED BY ACCOUNT
      *>      AND THE ACCOUNT'S PLACEMENT SEQUENCE. THE RATE IS PERCENT
      *>      A YEAR ON A 365-DAY BASIS. INSTRUCTION R ROLLS THE
      *>      PRINCIPAL OVER FOR THE SAME TERM, P PAYS IT OUT. STATUS
      *>      A ACTIVE, M MATURED AND PAID OUT, B BROKEN EARLY. A
      *>      ROLLOVER KEEPS THE RECORD AND COUNTS THE ROLL
       FD TimeDepFile.
       01 TIME-DEP-DATA.
           02 TD-KEY.
               03 TD-ACCT-NO PIC 9(8).
               03 TD-SEQ PIC 9(2).
           02 TD-CURRENCY PIC X(3).
           02 TD-AMOUNT PIC 9(6)V99.
           02 TD-TERM-DAYS PIC 9(4).
           02 TD-RATE PIC 9(2)V9(4).
           02 TD-START-DATE PIC 9(8).
           02 TD-MATURITY-DATE PIC 9(8).
           02 TD-INSTRUCTION PIC X(1).
           02 TD-STATUS PIC X(1).
           02 TD-ROLL-COUNT PIC 9(2).
           02 TD-CLOSE-DATE PIC 9(8).
           02 TD-TELLER-ID PIC X(6).

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

      *>      MATURITY REPORT LINE
       FD TdMatRptFile.
       01 TD-MAT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE PLACEMENT READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE - EVERY ACTIVE PLACEMENT MATURING ON OR BEFORE
      *>      IT IS SETTLED TONIGHT
       01 WS-RUN-DATE PIC 9(8).

      *>      VARIABLES FOR SETTLING ONE PLACEMENT - THE BALANCE IN ITS
      *>      CURRENCY IS WORKED ON WIDE SO AN OVERFLOW IS SEEN FIRST
       01 WS-WORK-BAL PIC S9(7)V9(9).
       01 WS-BEFORE-BAL PIC S9(6)V99.
       01 WS-INTEREST PIC 9(6)V99.
       01 WS-MATURITY-INT PIC 9(7).
       01 WS-OLD-MATURITY PIC 9(8).
       01 WS-ACTION-NOTE PIC X(20).
       01 WS-TRAN-TYPE PIC X(10).
       01 WS-TRAN-AMOUNT PIC S9(6)V99.
       01 WS-TD-REFERENCE.
           02 FILLER PIC X(9) VALUE "TIME DEP ".
           02 WS-REF-SEQ PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.

      *>      TOTALS BY CURRENCY - INTEREST PAID, PRINCIPAL ROLLED OVER
      *>      AND PRINCIPAL PAID OUT TONIGHT
       01 WS-CURR-IX PIC 9(1).
       01 WS-CURR-TABLE.
           02 WS-CURR-ENTRY OCCURS 4 TIMES.
               03 CT-CURRENCY PIC X(3).
               03 CT-INT-AMOUNT PIC 9(10)V99.
               03 CT-ROLL-COUNT PIC 9(6).
               03 CT-ROLL-AMOUNT PIC 9(10)V99.
               03 CT-PAID-COUNT PIC 9(6).
               03 CT-PAID-AMOUNT PIC 9(10)V99.
       01 WS-SETTLED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.

      *>      VARIABLES FOR THE REPORT HEADER AND JOURNAL STAMP
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-SEQ PIC 9(2).
       01 DISP-LAST-NAME PIC X(15).
       01 DISP-AMOUNT PIC ZZZ,ZZ9.99.
       01 DISP-INTEREST PIC ZZZ,ZZ9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE NIGHTLY TIME DEPOSIT MATURITY RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM LOAD-CURRENCY-TABLE.

           OPEN I-O TimeDepFile.
           OPEN I-O CustomerFile.
           OPEN EXTEND TransactionLog.
           OPEN OUTPUT TdMatRptFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-TIME-DEP-FILE
               UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE TimeDepFile.
           CLOSE CustomerFile.
           CLOSE TransactionLog.
           CLOSE TdMatRptFile.
           DISPLAY "Time deposit maturity complete - see tdmature.txt".
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
               DISPLAY "BBC TIME DEPOSIT MATURITY - ENTER SELECTION"
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
           MOVE 0 TO CT-INT-AMOUNT (WS-CURR-IX).
           MOVE 0 TO CT-ROLL-COUNT (WS-CURR-IX).
           MOVE 0 TO CT-ROLL-AMOUNT (WS-CURR-IX).
           MOVE 0 TO CT-PAID-COUNT (WS-CURR-IX).
           MOVE 0 TO CT-PAID-AMOUNT (WS-CURR-IX).

      *     PARAGRAPH FOR READING EACH PLACEMENT - PAID OUT AND BROKEN
      *     ONES STAY ON FILE AS HISTORY AND ARE PASSED OVER. A RERUN
      *     FINDS TONIGHT'S ROLLOVERS ALREADY CARRIED TO THEIR NEXT
      *     MATURITY AND TONIGHT'S PAYOUTS NO LONGER ACTIVE
       READ-TIME-DEP-FILE.
           READ TimeDepFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF TD-STATUS = "A"
                   AND TD-MATURITY-DATE NOT > WS-RUN-DATE
                   PERFORM SETTLE-ONE-PLACEMENT
               END-IF
           END-READ.

      *     PARAGRAPH FOR THE TABLE ENTRY OF THE PLACEMENT'S CURRENCY
       FIND-CURRENCY-ENTRY.
           IF TD-CURRENCY = "USD"
               MOVE 2 TO WS-CURR-IX
           ELSE IF TD-CURRENCY = "JPY"
               MOVE 3 TO WS-CURR-IX
           ELSE IF TD-CURRENCY = "INR"
               MOVE 4 TO WS-CURR-IX
           ELSE
               MOVE 1 TO WS-CURR-IX
           END-IF.

      *     PARAGRAPH FOR SETTLING ONE MATURED PLACEMENT - THE FULL
      *     TERM'S INTEREST IS CREDITED TO THE ACCOUNT, THEN THE
      *     PRINCIPAL ROLLS OVER OR IS CREDITED BACK. A CLOSED ACCOUNT,
      *     OR A CREDIT THE BALANCE CANNOT HOLD, LEAVES THE PLACEMENT
      *     ACTIVE FOR THE BRANCH TO SORT OUT
       SETTLE-ONE-PLACEMENT.
           PERFORM FIND-CURRENCY-ENTRY.
           COMPUTE WS-INTEREST ROUNDED =
               TD-AMOUNT * TD-RATE / 100 * TD-TERM-DAYS / 365.
           MOVE TD-MATURITY-DATE TO WS-OLD-MATURITY.

           MOVE TD-ACCT-NO TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               MOVE "ACCOUNT CLOSED" TO DISP-LAST-NAME
               MOVE "NOT SETTLED" TO WS-ACTION-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-PLACEMENT-LINE
           NOT INVALID KEY
               MOVE LAST-NAME TO DISP-LAST-NAME
               PERFORM LOAD-WORK-BALANCE
               IF TD-INSTRUCTION = "P"
                   AND WS-WORK-BAL + WS-INTEREST + TD-AMOUNT
                       > 999999.99
                   MOVE "BALANCE FULL" TO WS-ACTION-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-PLACEMENT-LINE
               ELSE IF WS-WORK-BAL + WS-INTEREST > 999999.99
                   MOVE "BALANCE FULL" TO WS-ACTION-NOTE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-PLACEMENT-LINE
               ELSE
                   PERFORM PAY-PLACEMENT-INTEREST
                   IF TD-INSTRUCTION = "P"
                       PERFORM PAY-OUT-PLACEMENT
                   ELSE
                       PERFORM ROLL-OVER-PLACEMENT
                   END-IF
                   PERFORM STORE-WORK-BALANCE
                   REWRITE CUST-DATA
                   END-REWRITE
                   REWRITE TIME-DEP-DATA
                   END-REWRITE
                   ADD 1 TO WS-SETTLED-COUNT
                   PERFORM WRITE-PLACEMENT-LINE
               END-IF
           END-READ.

      *     PARAGRAPH FOR CREDITING THE TERM'S INTEREST - A ZERO
      *     AMOUNT IS NOT JOURNALED
       PAY-PLACEMENT-INTEREST.
           IF WS-INTEREST > 0
               MOVE WS-WORK-BAL TO WS-BEFORE-BAL
               ADD WS-INTEREST TO WS-WORK-BAL
               MOVE "TD-INTRST" TO WS-TRAN-TYPE
               MOVE WS-INTEREST TO WS-TRAN-AMOUNT
               PERFORM WRITE-TD-TRAN-LOG
               ADD WS-INTEREST TO CT-INT-AMOUNT (WS-CURR-IX)
           END-IF.

      *     PARAGRAPH FOR CREDITING THE PRINCIPAL BACK AND CLOSING
      *     THE PLACEMENT
       PAY-OUT-PLACEMENT.
           MOVE WS-WORK-BAL TO WS-BEFORE-BAL.
           ADD TD-AMOUNT TO WS-WORK-BAL.
           MOVE "TD-PAYOUT" TO WS-TRAN-TYPE.
           MOVE TD-AMOUNT TO WS-TRAN-AMOUNT.
           PERFORM WRITE-TD-TRAN-LOG.
           MOVE "M" TO TD-STATUS.
           MOVE WS-RUN-DATE TO TD-CLOSE-DATE.
           ADD 1 TO CT-PAID-COUNT (WS-CURR-IX).
           ADD TD-AMOUNT TO CT-PAID-AMOUNT (WS-CURR-IX).
           MOVE "PAID OUT" TO WS-ACTION-NOTE.

      *     PARAGRAPH FOR ROLLING THE PRINCIPAL OVER FOR THE SAME TERM
      *     AT THE SAME RATE, FROM THE OLD MATURITY DATE. THE BALANCE
      *     DOES NOT MOVE, SO THE JOURNAL ENTRY SHOWS IT UNCHANGED
       ROLL-OVER-PLACEMENT.
           MOVE WS-WORK-BAL TO WS-BEFORE-BAL.
           MOVE "TD-ROLL" TO WS-TRAN-TYPE.
           MOVE TD-AMOUNT TO WS-TRAN-AMOUNT.
           PERFORM WRITE-TD-TRAN-LOG.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           COMPUTE WS-MATURITY-INT =
               FUNCTION INTEGER-OF-DATE (TD-START-DATE) + TD-TERM-DAYS.
           COMPUTE TD-MATURITY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MATURITY-INT).
           ADD 1 TO TD-ROLL-COUNT.
           ADD 1 TO CT-ROLL-COUNT (WS-CURR-IX).
           ADD TD-AMOUNT TO CT-ROLL-AMOUNT (WS-CURR-IX).
           MOVE "ROLLED TO " TO WS-ACTION-NOTE.
           MOVE TD-MATURITY-DATE TO WS-ACTION-NOTE (11:8).

      *     PARAGRAPH FOR PICKING UP THE BALANCE IN THE PLACEMENT'S
      *     CURRENCY
       LOAD-WORK-BALANCE.
           IF TD-CURRENCY = "USD"
               MOVE CUST-USD-BAL TO WS-WORK-BAL
           ELSE IF TD-CURRENCY = "JPY"
               MOVE CUST-JPY-BAL TO WS-WORK-BAL
           ELSE IF TD-CURRENCY = "INR"
               MOVE CUST-INR-BAL TO WS-WORK-BAL
           ELSE
               MOVE BALANCE TO WS-WORK-BAL
           END-IF.

      *     PARAGRAPH FOR PUTTING THE WORKED BALANCE BACK
       STORE-WORK-BALANCE.
           IF TD-CURRENCY = "USD"
               MOVE WS-WORK-BAL TO CUST-USD-BAL
           ELSE IF TD-CURRENCY = "JPY"
               MOVE WS-WORK-BAL TO CUST-JPY-BAL
           ELSE IF TD-CURRENCY = "INR"
               MOVE WS-WORK-BAL TO CUST-INR-BAL
           ELSE
               MOVE WS-WORK-BAL TO BALANCE
           END-IF.

      *     PARAGRAPH FOR JOURNALING ONE PLACEMENT MOVEMENT - THE
      *     REFERENCE NAMES THE PLACEMENT SO THE STATEMENT LINE CAN BE
      *     MATCHED BACK TO IT
       WRITE-TD-TRAN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE TD-ACCT-NO TO TL-ACCT-NO.
           MOVE WS-CDT-DATE TO TL-DATE.
           MOVE WS-CDT-TIME TO TL-TIME.
           MOVE "BBC-TDEP" TO TL-SOURCE-PROGRAM.
           MOVE WS-TRAN-TYPE TO TL-TRAN-TYPE.
           MOVE TD-CURRENCY TO TL-CURRENCY.
           MOVE WS-TRAN-AMOUNT TO TL-AMOUNT.
           MOVE WS-BEFORE-BAL TO TL-BEFORE-BALANCE.
           MOVE WS-WORK-BAL TO TL-AFTER-BALANCE.
           MOVE SPACES TO TL-TELLER-ID.
           MOVE SPACES TO TL-BILLER-CODE.
           MOVE TD-SEQ TO WS-REF-SEQ.
           MOVE WS-TD-REFERENCE TO TL-REFERENCE.
           WRITE TRAN-LOG-RECORD.

      *     PARAGRAPH FOR ONE PLACEMENT'S DETAIL LINE
       WRITE-PLACEMENT-LINE.
           MOVE TD-ACCT-NO TO DISP-ACCT-NO.
           MOVE TD-SEQ TO DISP-SEQ.
           MOVE TD-AMOUNT TO DISP-AMOUNT.
           MOVE WS-INTEREST TO DISP-INTEREST.
           MOVE SPACES TO TD-MAT-LINE.
           STRING DISP-ACCT-NO " " DISP-SEQ " " DISP-LAST-NAME " "
               TD-CURRENCY " " DISP-AMOUNT " " DISP-INTEREST "  "
               WS-OLD-MATURITY "  " TD-INSTRUCTION "  " WS-ACTION-NOTE
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO TD-MAT-LINE.
           STRING "BIG BLACK CARD - TIME DEPOSIT MATURITIES"
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

           MOVE SPACES TO TD-MAT-LINE.
           STRING "AS OF: " WS-RUN-DATE
               "  RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

           MOVE SPACES TO TD-MAT-LINE.
           WRITE TD-MAT-LINE.

           MOVE SPACES TO TD-MAT-LINE.
           STRING "ACCOUNT  NO LAST NAME       CUR     AMOUNT "
               "  INTEREST  MATURED   I  ACTION"
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

      *     PARAGRAPH FOR THE CURRENCY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO TD-MAT-LINE.
           WRITE TD-MAT-LINE.

           PERFORM WRITE-CURRENCY-LINE
               VARYING WS-CURR-IX FROM 1 BY 1
               UNTIL WS-CURR-IX > 4.

           MOVE SPACES TO TD-MAT-LINE.
           WRITE TD-MAT-LINE.

           MOVE WS-SETTLED-COUNT TO DISP-COUNT.
           MOVE SPACES TO TD-MAT-LINE.
           STRING "PLACEMENTS SETTLED TONIGHT: " DISP-COUNT
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

           MOVE WS-EXCEPTION-COUNT TO DISP-COUNT.
           MOVE SPACES TO TD-MAT-LINE.
           STRING "PLACEMENTS NOT SETTLED   : " DISP-COUNT
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

      *     PARAGRAPH FOR ONE CURRENCY'S INTEREST, ROLLOVER AND
      *     PAYOUT LINES
       WRITE-CURRENCY-LINE.
           MOVE CT-INT-AMOUNT (WS-CURR-IX) TO DISP-TOTAL.
           MOVE SPACES TO TD-MAT-LINE.
           STRING CT-CURRENCY (WS-CURR-IX)
               "  INTEREST PAID            TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

           MOVE CT-ROLL-COUNT (WS-CURR-IX) TO DISP-COUNT.
           MOVE CT-ROLL-AMOUNT (WS-CURR-IX) TO DISP-TOTAL.
           MOVE SPACES TO TD-MAT-LINE.
           STRING CT-CURRENCY (WS-CURR-IX)
               "  ROLLED OVER: " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

           MOVE CT-PAID-COUNT (WS-CURR-IX) TO DISP-COUNT.
           MOVE CT-PAID-AMOUNT (WS-CURR-IX) TO DISP-TOTAL.
           MOVE SPACES TO TD-MAT-LINE.
           STRING CT-CURRENCY (WS-CURR-IX)
               "  PAID OUT   : " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO TD-MAT-LINE
           END-STRING.
           WRITE TD-MAT-LINE.

       END PROGRAM BBC-TDMATURE.
