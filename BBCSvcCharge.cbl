      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-SVCCHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE MASTER IN KEY ORDER EVERY NIGHT,
      *>      ADDING EACH ACCOUNT'S CLOSING PHP BALANCE TO ITS MONTH'S
      *>      RUNNING TOTAL, AND ON THE LAST DAY OF THE MONTH CHARGE
      *>      THE MAINTENANCE AND BELOW-MINIMUM-BALANCE FEES
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      AUDIT TRAIL FOR EVERY BALANCE-CHANGING OPERATION
           SELECT TransactionLog ASSIGN TO "D:\cobol programs\tlog.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      THE FEES AND MINIMUMS LIVE IN THE SAME ADMIN-MAINTAINED
      *>      LIMIT FILE AS THE OTHER PER-TIER VALUES
           SELECT LimitFile ASSIGN TO "D:\cobol programs\limits.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LM-LIMIT-TYPE.
      *>      END-OF-DAY RUN CONTROL - A COMPLETED CHARGING RECORD FOR
      *>      THE MONTH STOPS A SECOND RUN FROM DOUBLE-CHARGING
           SELECT RunCtlFile ASSIGN TO "D:\cobol programs\runctl.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RN-KEY.
      *>      MONTH-TO-DATE BALANCE ACCUMULATOR, ONE PER ACCOUNT - THE
      *>      AVERAGE DAILY BALANCE IS ITS TOTAL OVER ITS DAY COUNT
           SELECT AvgBalFile ASSIGN TO "D:\cobol programs\avgbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AB-ACCT-NO.
      *>      CHARGED / WAIVED / SKIPPED REPORT FOR THE BRANCH
           SELECT SvcRptFile ASSIGN TO "D:\cobol programs\svcchg.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *>      CONFIGURABLE TRANSACTION LIMIT RECORD
       FD LimitFile.
       01 LIMIT-DATA.
           02 LM-LIMIT-TYPE PIC X(10).
           02 LM-LIMIT-AMOUNT PIC 9(6)V9(9).

      *>      END-OF-DAY RUN CONTROL RECORD - ONE PER (BUSINESS DATE,
      *>      STEP). THE MONTH'S CHARGING USES THE PERIOD (YYYYMM00) AS
      *>      ITS DATE AND A RESERVED STEP NUMBER OUTSIDE THE NIGHTLY
      *>      SEQUENCE, THE SAME WAY INTEREST DOES
       FD RunCtlFile.
       01 RUN-CTL-DATA.
           02 RN-KEY.
               03 RN-BUS-DATE PIC 9(8).
               03 RN-STEP-NO PIC 9(2).
           02 RN-STEP-NAME PIC X(10).
           02 RN-STATUS PIC X(1).
           02 RN-STAMP-DATE PIC 9(8).
           02 RN-STAMP-TIME PIC 9(6).

      *>      MONTH-TO-DATE BALANCE ACCUMULATOR RECORD - THE LAST DATE
      *>      ADDED STOPS A RERUN OF THE SAME NIGHT COUNTING TWICE, AND
      *>      THE LAST PERIOD CHARGED STOPS A RESTARTED MONTH-END RUN
      *>      FROM CHARGING AN ACCOUNT IT ALREADY REACHED
       FD AvgBalFile.
       01 AVG-BAL-DATA.
           02 AB-ACCT-NO PIC 9(8).
           02 AB-PERIOD PIC 9(6).
           02 AB-BAL-TOTAL PIC S9(12)V99.
           02 AB-DAY-COUNT PIC 9(3).
           02 AB-LAST-DATE PIC 9(8).
           02 AB-CHARGED-PERIOD PIC 9(6).

      *>      CHARGED / WAIVED / SKIPPED REPORT LINE
       FD SvcRptFile.
       01 SVC-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      BUSINESS DATE ENTERED AT RUN TIME - THE MONTH PART IS THE
      *>      ACCUMULATION PERIOD
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYYMM PIC 9(6).
           02 WS-RUN-DD PIC 9(2).

      *>      THE DAY AFTER THE BUSINESS DATE - A CHANGE OF MONTH MEANS
      *>      TONIGHT IS MONTH END AND THE FEES FALL DUE
       01 WS-NEXT-DATE PIC 9(8).
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           02 WS-NEXT-YYYYMM PIC 9(6).
           02 WS-NEXT-DD PIC 9(2).
       01 WS-DAY-INT PIC 9(7).
       01 WS-MONTH-END PIC X(1) VALUE "N".
       01 WS-CHARGING PIC X(1) VALUE "N".

      *>      CHARGING-PERIOD KEY FOR THE RUN-CONTROL GUARD - THE DAY
      *>      IS ZEROED SO EVERY RUN IN A MONTH HITS THE SAME RECORD
       01 WS-PERIOD-DATE.
           02 WS-PERIOD-YYYYMM PIC 9(6).
           02 WS-PERIOD-DD PIC 9(2).

      *>      THE TIER'S FEES AND MINIMUM - A TIERED ACCOUNT TRIES ITS
      *>      TIER'S OWN ENTRY AND FALLS THROUGH TO THE GLOBAL ONE, AND
      *>      NO ENTRY AT ALL MEANS NO FEE
       01 WS-MAINT-FEE PIC 9(6)V99.
       01 WS-MIN-BAL PIC 9(6)V99.
       01 WS-BELOW-MIN-FEE PIC 9(6)V99.
       01 WS-TIER-VALUE PIC 9(6)V9(9).
       01 WS-BASE-LIMIT-TYPE PIC X(10).
       01 WS-TIER-MAINTFEE-KEY.
           02 FILLER PIC X(9) VALUE "MAINTFEE-".
           02 WS-TIER-MF-TIER PIC X(1).
       01 WS-TIER-MINBAL-KEY.
           02 FILLER PIC X(7) VALUE "MINBAL-".
           02 WS-TIER-MB-TIER PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
       01 WS-TIER-BMINFEE-KEY.
           02 FILLER PIC X(8) VALUE "BMINFEE-".
           02 WS-TIER-BF-TIER PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
       01 WS-TIER-KEY PIC X(10).

      *>      THE ACCOUNT'S AVERAGE DAILY PHP BALANCE FOR THE MONTH
       01 WS-AVG-BAL PIC S9(9)V99.

      *>      THE FEE IN HAND AND ITS OUTCOME FOR THE REPORT LINE
       01 WS-FEE-TYPE PIC X(10).
       01 WS-FEE-AMOUNT PIC 9(6)V99.
       01 WS-ACCT-CHANGED PIC X(1).
       01 WS-REASON PIC X(24).

      *>      RUNNING TOTALS FOR THE SUMMARY
       01 WS-ACCUM-COUNT PIC 9(6) VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(6) VALUE 0.
       01 WS-WAIVED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-CHARGED-TOTAL PIC S9(9)V99 VALUE 0.

      *>      VARIABLES FOR TRANSACTION LOG / AUDIT TRAIL
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).
       01 WS-BEFORE-BAL PIC S9(6)V99.
       01 WS-AFTER-BAL PIC S9(6)V99.
      *>      THE FEE RECORD'S REFERENCE NAMES THE MONTH CHARGED FOR
       01 WS-TRAN-REFERENCE.
           02 FILLER PIC X(4) VALUE "FOR ".
           02 WS-REF-PERIOD PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 DISP-AVG-BAL PIC -ZZZ,ZZZ,ZZ9.99.
       01 DISP-ACCUM-COUNT PIC ZZZ,ZZ9.
       01 DISP-CHARGED-COUNT PIC ZZZ,ZZ9.
       01 DISP-WAIVED-COUNT PIC ZZZ,ZZ9.
       01 DISP-SKIPPED-COUNT PIC ZZZ,ZZ9.
       01 DISP-CHARGED-TOTAL PIC -ZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE SERVICE-CHARGE RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM CHECK-MONTH-END.
           MOVE WS-RUN-YYYYMM TO WS-REF-PERIOD.

           OPEN INPUT LimitFile.
           OPEN I-O RunCtlFile.

      *     THE RUN-CONTROL GUARD - A COMPLETED RECORD FOR THIS
      *     MONTH MEANS THE FEES WERE ALREADY CHARGED, SO A SECOND RUN
      *     ONLY ACCUMULATES. A STARTED-BUT-NOT-COMPLETED RECORD IS A
      *     FAILED RUN AND MAY BE RERUN - THE PER-ACCOUNT CHARGED MARK
      *     KEEPS THE ACCOUNTS IT ALREADY REACHED FROM PAYING TWICE
           IF WS-MONTH-END = "Y"
               MOVE "Y" TO WS-CHARGING
               MOVE WS-RUN-DATE TO WS-PERIOD-DATE
               MOVE 0 TO WS-PERIOD-DD
               MOVE WS-PERIOD-DATE TO RN-BUS-DATE
               MOVE 91 TO RN-STEP-NO
               READ RunCtlFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RN-STATUS = "C"
                       MOVE "N" TO WS-CHARGING
                       DISPLAY "Service charges already posted for"
                       DISPLAY "this month on " RN-STAMP-DATE
                           " - nothing charged."
                   END-IF
               END-READ
           END-IF.
           IF WS-CHARGING = "Y"
               PERFORM MARK-RUN-STARTED
           END-IF.

           OPEN I-O CustomerFile.
           OPEN I-O AvgBalFile.
           OPEN EXTEND TransactionLog.
           OPEN OUTPUT SvcRptFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-CUSTOMER-FILE
               UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE CustomerFile.
           CLOSE AvgBalFile.
           CLOSE TransactionLog.
           CLOSE SvcRptFile.
           CLOSE LimitFile.

           IF WS-CHARGING = "Y"
               PERFORM MARK-RUN-COMPLETED
           END-IF.
           CLOSE RunCtlFile.

           MOVE WS-CHARGED-COUNT TO DISP-CHARGED-COUNT.
           MOVE WS-CHARGED-TOTAL TO DISP-CHARGED-TOTAL.
           DISPLAY "Service-charge run complete - see svcchg.txt".
           IF WS-CHARGING = "Y"
               DISPLAY "Fees charged:  " DISP-CHARGED-COUNT
               DISPLAY "Total charged: " DISP-CHARGED-TOTAL
           END-IF.
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
               DISPLAY "BBC SERVICE CHARGES - ENTER SELECTION"
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

      *     PARAGRAPH FOR DECIDING WHETHER TONIGHT IS MONTH END - THE
      *     DATE IS STEPPED ON ONE DAY NUMBER SO MONTH LENGTHS AND
      *     LEAP YEARS WORK OUT
       CHECK-MONTH-END.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           IF WS-NEXT-YYYYMM NOT = WS-RUN-YYYYMM
               MOVE "Y" TO WS-MONTH-END
           ELSE
               MOVE "N" TO WS-MONTH-END
           END-IF.

      *     PARAGRAPH FOR CUTTING THE STARTED RUN-CONTROL RECORD - IF
      *     THE RUN DIES MID-FILE THE RECORD STAYS AT STARTED, WHICH
      *     STILL PERMITS A RERUN OF THE FAILED CHARGING
       MARK-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-PERIOD-DATE TO RN-BUS-DATE.
           MOVE 91 TO RN-STEP-NO.
           MOVE "SVCCHARGE" TO RN-STEP-NAME.
           MOVE "S" TO RN-STATUS.
           MOVE WS-CDT-DATE TO RN-STAMP-DATE.
           MOVE WS-CDT-TIME TO RN-STAMP-TIME.
           REWRITE RUN-CTL-DATA
           INVALID KEY
               WRITE RUN-CTL-DATA
           END-REWRITE.

      *     PARAGRAPH FOR MARKING THE MONTH'S CHARGING COMPLETED
       MARK-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-PERIOD-DATE TO RN-BUS-DATE.
           MOVE 91 TO RN-STEP-NO.
           MOVE "SVCCHARGE" TO RN-STEP-NAME.
           MOVE "C" TO RN-STATUS.
           MOVE WS-CDT-DATE TO RN-STAMP-DATE.
           MOVE WS-CDT-TIME TO RN-STAMP-TIME.
           REWRITE RUN-CTL-DATA
           INVALID KEY
               WRITE RUN-CTL-DATA
           END-REWRITE.

      *     PARAGRAPH FOR READING EACH ACCOUNT
       READ-CUSTOMER-FILE.
           READ CustomerFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               PERFORM ACCUMULATE-BALANCE
               IF WS-CHARGING = "Y"
                   PERFORM CHARGE-ACCOUNT
               END-IF
           END-READ.

      *     PARAGRAPH FOR ADDING TONIGHT'S CLOSING PHP BALANCE TO THE
      *     ACCOUNT'S MONTH-TO-DATE TOTAL - A NEW MONTH (OR A NEW
      *     ACCOUNT) STARTS FROM ZERO, AND A NIGHT ALREADY ADDED IS
      *     NOT ADDED AGAIN
       ACCUMULATE-BALANCE.
           MOVE ACCT-NO TO AB-ACCT-NO.
           READ AvgBalFile
           INVALID KEY
               MOVE ACCT-NO TO AB-ACCT-NO
               MOVE WS-RUN-YYYYMM TO AB-PERIOD
               MOVE 0 TO AB-BAL-TOTAL
               MOVE 0 TO AB-DAY-COUNT
               MOVE 0 TO AB-LAST-DATE
               MOVE 0 TO AB-CHARGED-PERIOD
           END-READ.

           IF AB-PERIOD NOT = WS-RUN-YYYYMM
               MOVE WS-RUN-YYYYMM TO AB-PERIOD
               MOVE 0 TO AB-BAL-TOTAL
               MOVE 0 TO AB-DAY-COUNT
           END-IF.

           IF AB-LAST-DATE < WS-RUN-DATE
               ADD BALANCE TO AB-BAL-TOTAL
               ADD 1 TO AB-DAY-COUNT
               MOVE WS-RUN-DATE TO AB-LAST-DATE
               ADD 1 TO WS-ACCUM-COUNT
           END-IF.

           REWRITE AVG-BAL-DATA
           INVALID KEY
               WRITE AVG-BAL-DATA
           END-REWRITE.

      *     PARAGRAPH FOR ONE ACCOUNT'S MONTH-END CHARGING - FROZEN
      *     AND CLOSED ACCOUNTS ARE LEFT ALONE, AN ACCOUNT ALREADY
      *     CHARGED THIS MONTH (A RESTARTED RUN) IS PASSED OVER, AND
      *     EVERYONE ELSE IS ASSESSED FOR BOTH FEES
       CHARGE-ACCOUNT.
           MOVE SPACES TO WS-FEE-TYPE.
           MOVE 0 TO WS-FEE-AMOUNT.
           IF CUST-STATUS = "F"
               MOVE "ACCOUNT FROZEN" TO WS-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE IF CUST-STATUS = "C"
               MOVE "ACCOUNT CLOSED" TO WS-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE IF AB-CHARGED-PERIOD = WS-RUN-YYYYMM
               CONTINUE
           ELSE
               MOVE "N" TO WS-ACCT-CHANGED
               PERFORM GET-TIER-FEES
               PERFORM ASSESS-MAINTENANCE-FEE
               PERFORM ASSESS-BELOW-MIN-FEE
      *     ONE REWRITE FOR BOTH FEES - THE MASTER IS READ IN KEY
      *     ORDER, SO ONLY ONE REWRITE MAY FOLLOW EACH READ
               IF WS-ACCT-CHANGED = "Y"
                   REWRITE CUST-DATA
                   END-REWRITE
               END-IF
               MOVE WS-RUN-YYYYMM TO AB-CHARGED-PERIOD
               REWRITE AVG-BAL-DATA
               END-REWRITE
           END-IF.

      *     PARAGRAPH FOR PICKING UP THE ACCOUNT'S TIER FEES AND
      *     MINIMUM BALANCE
       GET-TIER-FEES.
           MOVE CUST-TIER TO WS-TIER-MF-TIER.
           MOVE "MAINTFEE" TO WS-BASE-LIMIT-TYPE.
           MOVE WS-TIER-MAINTFEE-KEY TO WS-TIER-KEY.
           PERFORM GET-TIER-VALUE.
           MOVE WS-TIER-VALUE TO WS-MAINT-FEE.

           MOVE CUST-TIER TO WS-TIER-MB-TIER.
           MOVE "MINBAL" TO WS-BASE-LIMIT-TYPE.
           MOVE WS-TIER-MINBAL-KEY TO WS-TIER-KEY.
           PERFORM GET-TIER-VALUE.
           MOVE WS-TIER-VALUE TO WS-MIN-BAL.

           MOVE CUST-TIER TO WS-TIER-BF-TIER.
           MOVE "BMINFEE" TO WS-BASE-LIMIT-TYPE.
           MOVE WS-TIER-BMINFEE-KEY TO WS-TIER-KEY.
           PERFORM GET-TIER-VALUE.
           MOVE WS-TIER-VALUE TO WS-BELOW-MIN-FEE.

      *     PARAGRAPH FOR ONE PER-TIER VALUE - A TIERED ACCOUNT TRIES
      *     ITS TIER'S OWN ENTRY FIRST, THEN THE GLOBAL ENTRY, AND NO
      *     ENTRY AT ALL COMES BACK AS ZERO
       GET-TIER-VALUE.
           MOVE 0 TO WS-TIER-VALUE.
           IF CUST-TIER NOT = SPACE
               MOVE WS-TIER-KEY TO LM-LIMIT-TYPE
               READ LimitFile
               INVALID KEY
                   PERFORM GET-GLOBAL-VALUE
               NOT INVALID KEY
                   MOVE LM-LIMIT-AMOUNT TO WS-TIER-VALUE
               END-READ
           ELSE
               PERFORM GET-GLOBAL-VALUE
           END-IF.

      *     PARAGRAPH FOR THE GLOBAL ENTRY BEHIND A PER-TIER VALUE
       GET-GLOBAL-VALUE.
           MOVE WS-BASE-LIMIT-TYPE TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 0 TO WS-TIER-VALUE
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-TIER-VALUE
           END-READ.

      *     PARAGRAPH FOR THE MONTHLY MAINTENANCE FEE - A TIER WITH NO
      *     FEE SET IS WAIVED
       ASSESS-MAINTENANCE-FEE.
           MOVE "MAINTFEE" TO WS-FEE-TYPE.
           MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT.
           IF WS-MAINT-FEE = 0
               MOVE "NO FEE FOR TIER" TO WS-REASON
               PERFORM WRITE-WAIVED-LINE
           ELSE
               PERFORM POST-FEE
           END-IF.

      *     PARAGRAPH FOR THE BELOW-MINIMUM-BALANCE FEE - CHARGED WHEN
      *     THE MONTH'S AVERAGE DAILY PHP BALANCE FELL SHORT OF THE
      *     TIER'S MINIMUM. THE AVERAGE IS TAKEN BEFORE THE MAINTENANCE
      *     FEE, WHICH ONLY POSTED TONIGHT
       ASSESS-BELOW-MIN-FEE.
           MOVE "MINBALFEE" TO WS-FEE-TYPE.
           MOVE WS-BELOW-MIN-FEE TO WS-FEE-AMOUNT.
           IF AB-DAY-COUNT > 0
               COMPUTE WS-AVG-BAL ROUNDED =
                   AB-BAL-TOTAL / AB-DAY-COUNT
           ELSE
               MOVE BALANCE TO WS-AVG-BAL
           END-IF.

           IF WS-BELOW-MIN-FEE = 0 OR WS-MIN-BAL = 0
               MOVE "NO MINIMUM FOR TIER" TO WS-REASON
               PERFORM WRITE-WAIVED-LINE
           ELSE IF WS-AVG-BAL NOT < WS-MIN-BAL
               MOVE "AVERAGE AT/ABOVE MINIMUM" TO WS-REASON
               PERFORM WRITE-WAIVED-LINE
           ELSE
               PERFORM POST-FEE
           END-IF.

      *     PARAGRAPH FOR POSTING THE FEE IN HAND TO THE RECORD IN
      *     HAND AND THE JOURNAL - THE APPROVED OVERDRAFT LINE EXTENDS
      *     WHAT THE PHP BALANCE ALONE WOULD COVER, THE SAME CHECK THE
      *     ATM AND STANDING ORDERS APPLY. A FEE THE ACCOUNT CANNOT
      *     COVER IS SKIPPED AND REPORTED, NEVER PUSHED PAST THE LINE
       POST-FEE.
           IF WS-FEE-AMOUNT > BALANCE + CUST-OD-LIMIT
               MOVE "SHORT OF FUNDS" TO WS-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               MOVE BALANCE TO WS-BEFORE-BAL
               COMPUTE BALANCE = BALANCE - WS-FEE-AMOUNT
               MOVE BALANCE TO WS-AFTER-BAL
               MOVE "Y" TO WS-ACCT-CHANGED
               PERFORM WRITE-TRAN-LOG
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-FEE-AMOUNT TO WS-CHARGED-TOTAL
               PERFORM WRITE-CHARGED-LINE
           END-IF.

      *     PARAGRAPH FOR WRITING THE AUDIT TRAIL LOG - EACH FEE UNDER
      *     ITS OWN TRAN TYPE SO THE GL EXTRACT AND STATEMENTS CAN
      *     TELL THEM APART
       WRITE-TRAN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE ACCT-NO TO TL-ACCT-NO.
           MOVE WS-CDT-DATE TO TL-DATE.
           MOVE WS-CDT-TIME TO TL-TIME.
           MOVE "BBC-SVCC" TO TL-SOURCE-PROGRAM.
           MOVE WS-FEE-TYPE TO TL-TRAN-TYPE.
           MOVE "PHP" TO TL-CURRENCY.
           MOVE WS-FEE-AMOUNT TO TL-AMOUNT.
           MOVE WS-BEFORE-BAL TO TL-BEFORE-BALANCE.
           MOVE WS-AFTER-BAL TO TL-AFTER-BALANCE.
           MOVE SPACES TO TL-TELLER-ID.
           MOVE SPACES TO TL-BILLER-CODE.
           MOVE WS-TRAN-REFERENCE TO TL-REFERENCE.
           WRITE TRAN-LOG-RECORD.
           EXIT.

      *     PARAGRAPH FOR ONE CHARGED DETAIL LINE
       WRITE-CHARGED-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE WS-FEE-AMOUNT TO DISP-AMOUNT.
           MOVE SPACES TO SVC-LINE.
           STRING "CHARGED  ACCT=" DISP-ACCT-NO
               "  TIER=" CUST-TIER
               "  " WS-FEE-TYPE
               "  AMOUNT=" DISP-AMOUNT
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

      *     PARAGRAPH FOR ONE WAIVED DETAIL LINE, WITH THE REASON
       WRITE-WAIVED-LINE.
           ADD 1 TO WS-WAIVED-COUNT.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE SPACES TO SVC-LINE.
           IF WS-FEE-TYPE = "MINBALFEE"
               MOVE WS-AVG-BAL TO DISP-AVG-BAL
               STRING "WAIVED   ACCT=" DISP-ACCT-NO
                   "  TIER=" CUST-TIER
                   "  " WS-FEE-TYPE
                   "  " WS-REASON
                   "  AVG=" DISP-AVG-BAL
                   DELIMITED BY SIZE INTO SVC-LINE
               END-STRING
           ELSE
               STRING "WAIVED   ACCT=" DISP-ACCT-NO
                   "  TIER=" CUST-TIER
                   "  " WS-FEE-TYPE
                   "  " WS-REASON
                   DELIMITED BY SIZE INTO SVC-LINE
               END-STRING
           END-IF.
           WRITE SVC-LINE.

      *     PARAGRAPH FOR ONE SKIPPED DETAIL LINE, WITH THE REASON SO
      *     THE BRANCH CAN FOLLOW UP
       WRITE-SKIPPED-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE WS-FEE-AMOUNT TO DISP-AMOUNT.
           MOVE SPACES TO SVC-LINE.
           STRING "SKIPPED  ACCT=" DISP-ACCT-NO
               "  TIER=" CUST-TIER
               "  " WS-FEE-TYPE
               "  " WS-REASON
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO SVC-LINE.
           STRING "BIG BLACK CARD - MONTHLY SERVICE CHARGES"
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

           MOVE SPACES TO SVC-LINE.
           STRING "RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  FOR: " WS-RUN-DATE
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

           MOVE SPACES TO SVC-LINE.
           IF WS-MONTH-END = "N"
               STRING "NOT MONTH END - BALANCES ACCUMULATED ONLY"
                   DELIMITED BY SIZE INTO SVC-LINE
               END-STRING
           ELSE IF WS-CHARGING = "N"
               STRING "MONTH ALREADY CHARGED - BALANCES ACCUMULATED"
                   " ONLY"
                   DELIMITED BY SIZE INTO SVC-LINE
               END-STRING
           END-IF.
           WRITE SVC-LINE.

      *     PARAGRAPH FOR THE SUMMARY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE WS-ACCUM-COUNT TO DISP-ACCUM-COUNT.
           MOVE WS-CHARGED-COUNT TO DISP-CHARGED-COUNT.
           MOVE WS-WAIVED-COUNT TO DISP-WAIVED-COUNT.
           MOVE WS-SKIPPED-COUNT TO DISP-SKIPPED-COUNT.
           MOVE WS-CHARGED-TOTAL TO DISP-CHARGED-TOTAL.

           MOVE SPACES TO SVC-LINE.
           WRITE SVC-LINE.

           MOVE SPACES TO SVC-LINE.
           STRING "BALANCES ACCUMULATED: " DISP-ACCUM-COUNT
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

           MOVE SPACES TO SVC-LINE.
           STRING "CHARGED: " DISP-CHARGED-COUNT
               "   WAIVED: " DISP-WAIVED-COUNT
               "   SKIPPED: " DISP-SKIPPED-COUNT
               "   TOTAL CHARGED: " DISP-CHARGED-TOTAL
               DELIMITED BY SIZE INTO SVC-LINE
           END-STRING.
           WRITE SVC-LINE.

       END PROGRAM BBC-SVCCHARGE.
