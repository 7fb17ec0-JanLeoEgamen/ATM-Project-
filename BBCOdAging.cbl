      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-ODAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE MASTER IN KEY ORDER EVERY NIGHT,
      *>      AGE EVERY OVERDRAWN PHP BALANCE FROM THE NIGHT IT WAS
      *>      FIRST SEEN NEGATIVE, FREEZE THE ONES LEFT TOO LONG AND
      *>      LIST THE OLDEST FOR CHARGE-OFF
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
      *>      THE FREEZE AND CHARGE-OFF AGES LIVE IN THE SAME
      *>      ADMIN-MAINTAINED LIMIT FILE AS THE OTHER SETTINGS
           SELECT LimitFile ASSIGN TO "D:\cobol programs\limits.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LM-LIMIT-TYPE.
      *>      OVERDRAFT AGING COMPANION FILE, ONE RECORD PER ACCOUNT
      *>      WHILE IT STAYS OVERDRAWN - REMOVED ONCE IT IS BACK IN
      *>      CREDIT, SO THE NEXT OVERDRAFT AGES FROM ITS OWN START
           SELECT OdAgeFile ASSIGN TO "D:\cobol programs\odage.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OA-ACCT-NO.
      *>      CHARGE-OFF RECOMMENDATION LIST - SIGNED OFF (OR TURNED
      *>      DOWN) BY A SUPERVISOR IN BBC-ADMIN
           SELECT ChargeOffFile ASSIGN TO "D:\cobol programs\chgoff.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CO-ACCT-NO.
      *>      AGING REPORT FOR THE CREDIT OFFICER
           SELECT OdAgeRptFile ASSIGN TO "D:\cobol programs\odaging.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      CUSTOMER ALERT SETTINGS - A CUSTOMER MAY ASK TO BE TOLD
      *>      WHEN THEIR ACCOUNT IS FROZEN FOR AN AGED OVERDRAFT
           SELECT AlertPrefFile
           ASSIGN TO "D:\cobol programs\alertpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AP-ACCT-NO.
      *>      ALERT QUEUE FOR THE SMS/EMAIL GATEWAY SEND RUN
           SELECT AlertQueueFile
           ASSIGN TO "D:\cobol programs\alertq.txt"
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

      *>      OVERDRAFT AGING RECORD - THE NIGHT THE BALANCE WAS FIRST
      *>      SEEN NEGATIVE, THE NIGHT THIS RUN FROZE IT (ZERO IF NOT),
      *>      AND THE LAST NIGHT IT WAS SEEN
       FD OdAgeFile.
       01 OD-AGE-DATA.
           02 OA-ACCT-NO PIC 9(8).
           02 OA-NEG-SINCE PIC 9(8).
           02 OA-FROZEN-DATE PIC 9(8).
           02 OA-LAST-SEEN PIC 9(8).

      *>      CHARGE-OFF RECOMMENDATION RECORD - STATUS R RECOMMENDED,
      *>      A APPROVED, D DECLINED, X WITHDRAWN (BACK IN CREDIT),
      *>      WITH THE SUPERVISOR WHO SIGNED IT AND WHEN
       FD ChargeOffFile.
       01 CHARGE-OFF-DATA.
           02 CO-ACCT-NO PIC 9(8).
           02 CO-LIST-DATE PIC 9(8).
           02 CO-NEG-SINCE PIC 9(8).
           02 CO-BALANCE PIC S9(6)V99.
           02 CO-DAYS PIC 9(5).
           02 CO-STATUS PIC X(1).
           02 CO-TELLER-ID PIC X(6).
           02 CO-ACTION-DATE PIC 9(8).
           02 CO-NOTE PIC X(12).

      *>      AGING REPORT LINE
       FD OdAgeRptFile.
       01 OD-AGE-LINE PIC X(132).

      *>      CUSTOMER ALERT SETTINGS - HOW THE CUSTOMER IS REACHED
      *>      (CHANNEL S SMS, E EMAIL, B BOTH, N NONE) AND WHICH EVENTS
      *>      THEY WANT. AMOUNTS ARE PHP EQUIVALENT, ZERO MEANS THAT
      *>      ALERT IS OFF. BELOW-FLOOR IS SET ONCE THE LOW BALANCE
      *>      ALERT HAS GONE, SO IT IS SENT ONCE PER DIP
       FD AlertPrefFile.
       01 ALERT-PREF-DATA.
           02 AP-ACCT-NO PIC 9(8).
           02 AP-CHANNEL PIC X(1).
           02 AP-MOBILE PIC X(11).
           02 AP-EMAIL PIC X(30).
           02 AP-WDL-OVER PIC 9(6)V99.
           02 AP-XFER-OVER PIC 9(6)V99.
           02 AP-BAL-FLOOR PIC 9(6)V99.
           02 AP-BELOW-FLOOR PIC X(1).
           02 AP-PIN-LOCK PIC X(1).
           02 AP-ORDER-SKIP PIC X(1).
           02 AP-STATUS-CHG PIC X(1).
           02 AP-CHANGE-DATE PIC 9(8).
           02 AP-TELLER-ID PIC X(6).

      *>      ALERT QUEUE RECORD - ONE PER ALERT RAISED, PICKED UP AND
      *>      NUMBERED BY THE GATEWAY SEND RUN. EVENTS: WDRL WITHDRAWAL,
      *>      XFER TRANSFER OUT, LBAL BELOW FLOOR, PLCK PIN LOCKOUT,
      *>      SOSK STANDING ORDER SKIPPED, FRZN FROZEN, DORM DORMANT
       FD AlertQueueFile.
       01 ALERT-QUEUE-RECORD.
           02 AQ-ACCT-NO PIC 9(8).
           02 AQ-DATE PIC 9(8).
           02 AQ-TIME PIC 9(6).
           02 AQ-EVENT PIC X(4).
           02 AQ-CURRENCY PIC X(3).
           02 AQ-AMOUNT PIC 9(6)V99.
           02 AQ-BALANCE PIC S9(6)V99.
           02 AQ-SOURCE PIC X(8).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE MASTER READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE AND THE DAY NUMBERS THE AGE IS MEASURED ON, SO
      *>      MONTH AND YEAR ENDS WORK OUT
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-SINCE-INT PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).

      *>      THE AGES AT WHICH THE COLLECTION STEPS START - ADMIN-
      *>      TUNABLE IN LimitFile WITH 60 AND 120 DAY FALLBACKS
       01 WS-FREEZE-DAYS PIC 9(5).
       01 WS-CHGOFF-DAYS PIC 9(5).

      *>      THE BUCKET ONE ACCOUNT FALLS IN AND WHAT WAS DONE TO IT
       01 WS-BUCKET-IX PIC 9(1).
       01 WS-ACTION-NOTE PIC X(16).

      *>      BUCKET TOTALS - 1-30, 31-60, 61-90 AND OVER 90 DAYS
       01 WS-BUCKET-TABLE.
           02 WS-BUCKET OCCURS 4 TIMES.
               03 BK-LABEL PIC X(8).
               03 BK-COUNT PIC 9(6).
               03 BK-AMOUNT PIC S9(10)V99.
       01 WS-TOTAL-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-AMOUNT PIC S9(10)V99 VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-CURED-COUNT PIC 9(6) VALUE 0.

      *>      VARIABLES FOR TRANSACTION LOG / AUDIT TRAIL
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).
      *>      THE FREEZE JOURNAL ENTRY SAYS WHY, AND HOW OLD
       01 WS-FREEZE-REFERENCE.
           02 FILLER PIC X(7) VALUE "OD AGE ".
           02 WS-FREEZE-REF-DAYS PIC 9(5).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-BALANCE PIC -ZZZ,ZZ9.99.
       01 DISP-OD-LIMIT PIC ZZZ,ZZ9.99.
       01 DISP-DAYS PIC ZZ,ZZ9.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE NIGHTLY OVERDRAFT AGING RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM LOAD-BUCKET-TABLE.

           OPEN INPUT LimitFile.
           PERFORM GET-AGING-SETTINGS.
           CLOSE LimitFile.

           OPEN I-O CustomerFile.
           OPEN EXTEND TransactionLog.
           OPEN I-O OdAgeFile.
           OPEN I-O ChargeOffFile.
           OPEN OUTPUT OdAgeRptFile.
           OPEN INPUT AlertPrefFile.
           OPEN EXTEND AlertQueueFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-CUSTOMER-FILE
               UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE CustomerFile.
           CLOSE TransactionLog.
           CLOSE OdAgeFile.
           CLOSE ChargeOffFile.
           CLOSE OdAgeRptFile.
           CLOSE AlertPrefFile.
           CLOSE AlertQueueFile.
           DISPLAY "Overdraft aging complete - see odaging.txt".
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
               DISPLAY "BBC OVERDRAFT AGING - ENTER SELECTION"
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

      *     PARAGRAPH FOR SETTING UP THE FOUR AGING BUCKETS
       LOAD-BUCKET-TABLE.
           MOVE "1-30"  TO BK-LABEL (1).
           MOVE "31-60" TO BK-LABEL (2).
           MOVE "61-90" TO BK-LABEL (3).
           MOVE "90+"   TO BK-LABEL (4).
           PERFORM CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 4.

      *     PARAGRAPH FOR ZEROING ONE BUCKET'S TOTALS
       CLEAR-ONE-BUCKET.
           MOVE 0 TO BK-COUNT (WS-BUCKET-IX).
           MOVE 0 TO BK-AMOUNT (WS-BUCKET-IX).

      *     PARAGRAPH FOR THE FREEZE AND CHARGE-OFF AGES
       GET-AGING-SETTINGS.
           MOVE "ODFRZDAYS" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 60 TO WS-FREEZE-DAYS
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-FREEZE-DAYS
           END-READ.

           MOVE "ODCHGDAYS" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 120 TO WS-CHGOFF-DAYS
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-CHGOFF-DAYS
           END-READ.

      *     PARAGRAPH FOR READING EACH ACCOUNT
       READ-CUSTOMER-FILE.
           READ CustomerFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF BALANCE < 0
                   PERFORM AGE-ONE-ACCOUNT
               ELSE
                   PERFORM CLEAR-CURED-ACCOUNT
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE OVERDRAWN ACCOUNT - THE FIRST NIGHT IT
      *     IS SEEN NEGATIVE STARTS ITS AGE AT ONE DAY. PAST THE
      *     FREEZE AGE IT IS FROZEN ONCE (A SUPERVISOR WHO LIFTS THE
      *     FREEZE IS NOT OVERRULED NIGHT AFTER NIGHT), AND PAST THE
      *     CHARGE-OFF AGE IT GOES ON THE RECOMMENDATION LIST
       AGE-ONE-ACCOUNT.
           MOVE ACCT-NO TO OA-ACCT-NO.
           READ OdAgeFile
           INVALID KEY
               MOVE ACCT-NO TO OA-ACCT-NO
               MOVE WS-RUN-DATE TO OA-NEG-SINCE
               MOVE 0 TO OA-FROZEN-DATE
           END-READ.
           MOVE WS-RUN-DATE TO OA-LAST-SEEN.

           COMPUTE WS-SINCE-INT =
               FUNCTION INTEGER-OF-DATE (OA-NEG-SINCE).
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-SINCE-INT + 1.

           IF WS-AGE-DAYS > 90
               MOVE 4 TO WS-BUCKET-IX
           ELSE IF WS-AGE-DAYS > 60
               MOVE 3 TO WS-BUCKET-IX
           ELSE IF WS-AGE-DAYS > 30
               MOVE 2 TO WS-BUCKET-IX
           ELSE
               MOVE 1 TO WS-BUCKET-IX
           END-IF.
           ADD 1 TO BK-COUNT (WS-BUCKET-IX).
           ADD BALANCE TO BK-AMOUNT (WS-BUCKET-IX).
           ADD 1 TO WS-TOTAL-COUNT.
           ADD BALANCE TO WS-TOTAL-AMOUNT.

           MOVE SPACES TO WS-ACTION-NOTE.
           IF WS-AGE-DAYS > WS-FREEZE-DAYS AND OA-FROZEN-DATE = 0
               PERFORM FREEZE-ACCOUNT
           END-IF.
           IF WS-AGE-DAYS > WS-CHGOFF-DAYS
               PERFORM LIST-FOR-CHARGE-OFF
           END-IF.

           REWRITE OD-AGE-DATA
           INVALID KEY
               WRITE OD-AGE-DATA
           END-REWRITE.
           PERFORM WRITE-AGED-LINE.

      *     PARAGRAPH FOR THE AUTOMATIC FREEZE - AN ACCOUNT ALREADY
      *     FROZEN BY HAND IS ONLY MARKED, NOT JOURNALED A SECOND TIME
       FREEZE-ACCOUNT.
           MOVE WS-RUN-DATE TO OA-FROZEN-DATE.
           IF CUST-STATUS NOT = "F"
               MOVE "F" TO CUST-STATUS
               REWRITE CUST-DATA
               END-REWRITE
               PERFORM WRITE-FREEZE-TRAN-LOG
               PERFORM QUEUE-STATUS-ALERT
               ADD 1 TO WS-FROZEN-COUNT
               MOVE "FROZEN TONIGHT" TO WS-ACTION-NOTE
           END-IF.

      *     PARAGRAPH FOR TELLING THE CUSTOMER THE ACCOUNT WAS FROZEN
      *     - ONLY WHEN THEY ASKED FOR STATUS ALERTS AND HAVE NOT
      *     TURNED ALERTS OFF
       QUEUE-STATUS-ALERT.
           MOVE ACCT-NO TO AP-ACCT-NO.
           READ AlertPrefFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF AP-CHANNEL NOT = "N" AND AP-STATUS-CHG = "Y"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                   MOVE ACCT-NO TO AQ-ACCT-NO
                   MOVE WS-CDT-DATE TO AQ-DATE
                   MOVE WS-CDT-TIME TO AQ-TIME
                   MOVE "FRZN" TO AQ-EVENT
                   MOVE SPACES TO AQ-CURRENCY
                   MOVE 0 TO AQ-AMOUNT
                   MOVE BALANCE TO AQ-BALANCE
                   MOVE "BBC-ODAG" TO AQ-SOURCE
                   WRITE ALERT-QUEUE-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR PUTTING AN ACCOUNT ON THE CHARGE-OFF LIST -
      *     A NEW OVERDRAFT, OR ONE NOT LISTED BEFORE, GOES ON AS
      *     RECOMMENDED. ONE STILL AWAITING SIGN-OFF HAS ITS BALANCE
      *     AND AGE BROUGHT UP TO DATE, AND ONE ALREADY APPROVED OR
      *     DECLINED FOR THIS SAME OVERDRAFT IS LEFT AS DECIDED
       LIST-FOR-CHARGE-OFF.
           MOVE ACCT-NO TO CO-ACCT-NO.
           READ ChargeOffFile
           INVALID KEY
               PERFORM NEW-CHARGE-OFF-ENTRY
               WRITE CHARGE-OFF-DATA
               END-WRITE
           NOT INVALID KEY
               IF CO-NEG-SINCE NOT = OA-NEG-SINCE
                   PERFORM NEW-CHARGE-OFF-ENTRY
                   REWRITE CHARGE-OFF-DATA
                   END-REWRITE
               ELSE IF CO-STATUS = "R"
                   MOVE BALANCE TO CO-BALANCE
                   MOVE WS-AGE-DAYS TO CO-DAYS
                   REWRITE CHARGE-OFF-DATA
                   END-REWRITE
                   MOVE "AWAITS SIGN-OFF" TO WS-ACTION-NOTE
               ELSE IF CO-STATUS = "A"
                   MOVE "CHG-OFF APPROVED" TO WS-ACTION-NOTE
               ELSE IF CO-STATUS = "D"
                   MOVE "CHG-OFF DECLINED" TO WS-ACTION-NOTE
               END-IF
           END-READ.

      *     PARAGRAPH FOR FILLING A FRESH RECOMMENDATION
       NEW-CHARGE-OFF-ENTRY.
           MOVE ACCT-NO TO CO-ACCT-NO.
           MOVE WS-RUN-DATE TO CO-LIST-DATE.
           MOVE OA-NEG-SINCE TO CO-NEG-SINCE.
           MOVE BALANCE TO CO-BALANCE.
           MOVE WS-AGE-DAYS TO CO-DAYS.
           MOVE "R" TO CO-STATUS.
           MOVE SPACES TO CO-TELLER-ID.
           MOVE 0 TO CO-ACTION-DATE.
           MOVE SPACES TO CO-NOTE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE "LISTED CHG-OFF" TO WS-ACTION-NOTE.

      *     PARAGRAPH FOR AN ACCOUNT BACK IN CREDIT - ITS AGING RECORD
      *     GOES, AND A RECOMMENDATION STILL AWAITING SIGN-OFF IS
      *     WITHDRAWN. A FREEZE THIS RUN PUT ON STAYS ON - LIFTING IT
      *     IS A SUPERVISOR'S CALL
       CLEAR-CURED-ACCOUNT.
           MOVE ACCT-NO TO OA-ACCT-NO.
           READ OdAgeFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE OdAgeFile
               END-DELETE
               ADD 1 TO WS-CURED-COUNT
               MOVE ACCT-NO TO CO-ACCT-NO
               READ ChargeOffFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CO-STATUS = "R"
                       MOVE "X" TO CO-STATUS
                       MOVE WS-RUN-DATE TO CO-ACTION-DATE
                       REWRITE CHARGE-OFF-DATA
                       END-REWRITE
                   END-IF
               END-READ
           END-READ.

      *     PARAGRAPH FOR JOURNALING THE AUTOMATIC FREEZE - ZERO
      *     AMOUNT AND AN UNCHANGED BALANCE KEEP THE CHAIN INTACT
       WRITE-FREEZE-TRAN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE ACCT-NO TO TL-ACCT-NO.
           MOVE WS-CDT-DATE TO TL-DATE.
           MOVE WS-CDT-TIME TO TL-TIME.
           MOVE "BBC-ODAG" TO TL-SOURCE-PROGRAM.
           MOVE "STATUS" TO TL-TRAN-TYPE.
           MOVE "PHP" TO TL-CURRENCY.
           MOVE 0 TO TL-AMOUNT.
           MOVE BALANCE TO TL-BEFORE-BALANCE.
           MOVE BALANCE TO TL-AFTER-BALANCE.
           MOVE SPACES TO TL-TELLER-ID.
           MOVE SPACES TO TL-BILLER-CODE.
           MOVE WS-AGE-DAYS TO WS-FREEZE-REF-DAYS.
           MOVE WS-FREEZE-REFERENCE TO TL-REFERENCE.
           WRITE TRAN-LOG-RECORD.

      *     PARAGRAPH FOR ONE OVERDRAWN ACCOUNT'S DETAIL LINE
       WRITE-AGED-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE BALANCE TO DISP-BALANCE.
           MOVE CUST-OD-LIMIT TO DISP-OD-LIMIT.
           MOVE WS-AGE-DAYS TO DISP-DAYS.
           MOVE SPACES TO OD-AGE-LINE.
           STRING DISP-ACCT-NO " " LAST-NAME " "
               DISP-BALANCE " " DISP-OD-LIMIT
               "  " CUST-TIER "  " CUST-STATUS
               "  " CUST-LAST-ACTIVITY-DATE
               "  " OA-NEG-SINCE " " DISP-DAYS
               "  " BK-LABEL (WS-BUCKET-IX)
               " " WS-ACTION-NOTE
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "BIG BLACK CARD - OVERDRAWN ACCOUNT AGING"
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE SPACES TO OD-AGE-LINE.
           STRING "AS OF: " WS-RUN-DATE
               "  RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE WS-FREEZE-DAYS TO DISP-DAYS.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "FREEZE AFTER (DAYS): " DISP-DAYS
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE WS-CHGOFF-DAYS TO DISP-DAYS.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "CHARGE-OFF AFTER (DAYS): " DISP-DAYS
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE SPACES TO OD-AGE-LINE.
           WRITE OD-AGE-LINE.

           MOVE SPACES TO OD-AGE-LINE.
           STRING "ACCOUNT  LAST NAME          BALANCE    OD LIMIT"
               "  T  S  LAST ACT  NEG SINCE   DAYS  BUCKET ACTION"
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

      *     PARAGRAPH FOR THE BUCKET TOTALS AND THE ACTIONS TAKEN
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO OD-AGE-LINE.
           WRITE OD-AGE-LINE.

           PERFORM WRITE-BUCKET-LINE
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 4.

           MOVE WS-TOTAL-COUNT TO DISP-COUNT.
           MOVE WS-TOTAL-AMOUNT TO DISP-TOTAL.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "ALL OVERDRAWN  COUNT: " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE SPACES TO OD-AGE-LINE.
           WRITE OD-AGE-LINE.

           MOVE WS-FROZEN-COUNT TO DISP-COUNT.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "FROZEN TONIGHT:          " DISP-COUNT
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE WS-LISTED-COUNT TO DISP-COUNT.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "NEW CHARGE-OFF LISTINGS: " DISP-COUNT
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

           MOVE WS-CURED-COUNT TO DISP-COUNT.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "BACK IN CREDIT:          " DISP-COUNT
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

      *     PARAGRAPH FOR ONE BUCKET'S TOTAL LINE
       WRITE-BUCKET-LINE.
           MOVE BK-COUNT (WS-BUCKET-IX) TO DISP-COUNT.
           MOVE BK-AMOUNT (WS-BUCKET-IX) TO DISP-TOTAL.
           MOVE SPACES TO OD-AGE-LINE.
           STRING "BUCKET " BK-LABEL (WS-BUCKET-IX)
               "  COUNT: " DISP-COUNT
               "   TOTAL: " DISP-TOTAL
               DELIMITED BY SIZE INTO OD-AGE-LINE
           END-STRING.
           WRITE OD-AGE-LINE.

       END PROGRAM BBC-ODAGING.
