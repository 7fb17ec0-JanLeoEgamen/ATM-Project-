      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-ALERTSEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - TURN THE DAY'S QUEUED CUSTOMER ALERTS
      *>      INTO ONE NUMBERED BATCH FOR THE SMS/EMAIL GATEWAY. EVERY
      *>      ALERT GETS THE NEXT SEQUENCE NUMBER AND THE BATCH ENDS IN
      *>      A CONTROL TRAILER, SO THE GATEWAY CAN PROVE IT RECEIVED
      *>      EVERYTHING AND SPOT A GAP BETWEEN ONE BATCH AND THE NEXT
           SELECT AlertPrefFile
           ASSIGN TO "D:\cobol programs\alertpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AP-ACCT-NO.
      *>      ALERTS RAISED DURING THE DAY BY THE ATM, ADMIN AND THE
      *>      NIGHTLY BATCHES. EMPTIED ONCE THE BATCH IS WRITTEN
           SELECT AlertQueueFile
           ASSIGN TO "D:\cobol programs\alertq.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      THE MASTER IS READ FOR THE BALANCE FLOOR CHECK
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      SEND CONTROL - THE LAST SEQUENCE AND BATCH NUMBER HANDED
      *>      TO THE GATEWAY, AND HOW MANY QUEUED ALERTS A RUN THAT
      *>      FAILED BEFORE EMPTYING THE QUEUE HAD ALREADY SENT. A
      *>      MISSING FILE MEANS NOTHING HAS BEEN SENT YET
           SELECT OPTIONAL AlertCtlFile
           ASSIGN TO "D:\cobol programs\alertctl.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      THE GATEWAY BATCH - PATH IS BUILT AT RUN TIME FROM THE
      *>      BATCH NUMBER, E.G. alertgw000042.txt
           SELECT AlertGwFile ASSIGN TO WS-GATEWAY-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *>      SEND CONTROL RECORD
       FD AlertCtlFile.
       01 ALERT-CTL-RECORD.
           02 AC-LAST-SEQ PIC 9(9).
           02 AC-LAST-BATCH PIC 9(6).
           02 AC-SENT-SKIP PIC 9(7).

      *>      GATEWAY BATCH RECORDS - THE HEADER, EACH ALERT AND THE
      *>      CONTROL TRAILER SHARE ONE RECORD AREA AND ARE TOLD APART
      *>      BY THE LEADING TYPE BYTE (H HEADER, D ALERT, T TRAILER)
       FD AlertGwFile.
       01 ALERT-GW-RECORD.
           02 AG-REC-TYPE PIC X(1).
           02 AG-SEQ-NO PIC 9(9).
           02 AG-CHANNEL PIC X(1).
           02 AG-MOBILE PIC X(11).
           02 AG-EMAIL PIC X(30).
           02 AG-ACCT-NO PIC 9(8).
           02 AG-EVENT-DATE PIC 9(8).
           02 AG-EVENT-TIME PIC 9(6).
           02 AG-EVENT PIC X(4).
           02 AG-MESSAGE PIC X(80).
       01 ALERT-GW-HEADER.
           02 AH-REC-TYPE PIC X(1).
           02 AH-BATCH-NO PIC 9(6).
           02 AH-BUS-DATE PIC 9(8).
           02 AH-CREATE-DATE PIC 9(8).
           02 AH-CREATE-TIME PIC 9(6).
           02 FILLER PIC X(129).
       01 ALERT-GW-TRAILER.
           02 AT-REC-TYPE PIC X(1).
           02 AT-BATCH-NO PIC 9(6).
           02 AT-RECORD-COUNT PIC 9(7).
           02 AT-FIRST-SEQ PIC 9(9).
           02 AT-LAST-SEQ PIC 9(9).
           02 AT-HASH-TOTAL PIC 9(12).
           02 FILLER PIC X(114).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAGS FOR THE SETTINGS AND QUEUE READ LOOPS
       01 WS-PREF-EOF PIC X VALUE "N".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      SEQUENCE AND BATCH NUMBERS CARRIED FROM RUN TO RUN
       01 WS-LAST-SEQ PIC 9(9) VALUE 0.
       01 WS-FIRST-SEQ PIC 9(9) VALUE 0.
       01 WS-BATCH-NO PIC 9(6) VALUE 0.
       01 WS-SENT-SKIP PIC 9(7) VALUE 0.

      *>      RUN COUNTS AND THE TRAILER'S CONTROL TOTALS - THE HASH IS
      *>      THE SUM OF THE ACCOUNT NUMBER ON EVERY ALERT SENT
       01 WS-QUEUE-READ PIC 9(7) VALUE 0.
       01 WS-SENT-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-RESENT-SKIPPED PIC 9(7) VALUE 0.
       01 WS-LOW-BAL-COUNT PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(12) VALUE 0.

      *>      GATEWAY BATCH PATH
       01 WS-GATEWAY-PATH PIC X(60).

      *>      RUN DATE, AND THE STAMP FOR THE HEADER AND LOW BALANCE
      *>      ALERTS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      EDITED AMOUNTS FOR THE MESSAGE TEXT - THE LEADING SPACES
      *>      ARE COUNTED SO ONLY THE FIGURES GO INTO THE MESSAGE
       01 DISP-AL-AMOUNT PIC ZZZ,ZZ9.99.
       01 DISP-AL-BALANCE PIC -ZZZ,ZZ9.99.
       01 WS-AMT-LEAD PIC 9(2).
       01 WS-BAL-LEAD PIC 9(2).

      *>      DISPLAY-EDITED FIELDS FOR THE RUN SUMMARY
       01 DISP-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-SEQ PIC ZZZ,ZZZ,ZZ9.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE ALERT SEND RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM READ-SEND-CONTROL.

      *     THE BALANCE FLOOR IS JUDGED ON THE NIGHT'S CLOSING
      *     BALANCE, SO EVERY KIND OF DEBIT IS COVERED, AND ITS
      *     ALERTS JOIN THE QUEUE AHEAD OF THE SEND
           OPEN I-O AlertPrefFile.
           OPEN INPUT CustomerFile.
           OPEN EXTEND AlertQueueFile.
           PERFORM CHECK-BALANCE-FLOOR
               UNTIL WS-PREF-EOF = "Y".
           CLOSE CustomerFile.
           CLOSE AlertQueueFile.

           ADD 1 TO WS-BATCH-NO.
           COMPUTE WS-FIRST-SEQ = WS-LAST-SEQ + 1.
           MOVE SPACES TO WS-GATEWAY-PATH.
           STRING "D:\cobol programs\alertgw" WS-BATCH-NO ".txt"
               DELIMITED BY SIZE INTO WS-GATEWAY-PATH
           END-STRING.

           OPEN INPUT AlertQueueFile.
           OPEN OUTPUT AlertGwFile.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM SEND-ONE-ALERT
               UNTIL END-OF-FILE.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE AlertQueueFile.
           CLOSE AlertGwFile.
           CLOSE AlertPrefFile.

      *     THE BATCH IS SAFELY WRITTEN - RECORD WHAT WENT OUT, THEN
      *     EMPTY THE QUEUE AND CLEAR THE SKIP. A RUN THAT FAILS IN
      *     BETWEEN PASSES OVER THE ALERTS ALREADY SENT NEXT TIME
           MOVE WS-QUEUE-READ TO WS-SENT-SKIP.
           PERFORM WRITE-SEND-CONTROL.
           OPEN OUTPUT AlertQueueFile.
           CLOSE AlertQueueFile.
           MOVE 0 TO WS-SENT-SKIP.
           PERFORM WRITE-SEND-CONTROL.

           DISPLAY "Alert send complete.".
           MOVE WS-BATCH-NO TO DISP-COUNT.
           DISPLAY "Batch number: " DISP-COUNT.
           DISPLAY "Gateway file: " WS-GATEWAY-PATH.
           MOVE WS-LOW-BAL-COUNT TO DISP-COUNT.
           DISPLAY "Low balance alerts raised: " DISP-COUNT.
           MOVE WS-SENT-COUNT TO DISP-COUNT.
           DISPLAY "Alerts sent: " DISP-COUNT.
           MOVE WS-SUPPRESSED-COUNT TO DISP-COUNT.
           DISPLAY "Alerts dropped, alerts now off: " DISP-COUNT.
           MOVE WS-RESENT-SKIPPED TO DISP-COUNT.
           DISPLAY "Alerts already sent by a failed run: " DISP-COUNT.
           MOVE WS-LAST-SEQ TO DISP-SEQ.
           DISPLAY "Last sequence number: " DISP-SEQ.
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
               DISPLAY "BBC CUSTOMER ALERT SEND - ENTER SELECTION"
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

      *     PARAGRAPH FOR PICKING UP THE LAST SEQUENCE AND BATCH
      *     NUMBERS - AN EMPTY OR MISSING FILE MEANS THE FIRST RUN
       READ-SEND-CONTROL.
           OPEN INPUT AlertCtlFile.
           READ AlertCtlFile NEXT RECORD
           AT END
               MOVE 0 TO WS-LAST-SEQ
               MOVE 0 TO WS-BATCH-NO
               MOVE 0 TO WS-SENT-SKIP
           NOT AT END
               MOVE AC-LAST-SEQ TO WS-LAST-SEQ
               MOVE AC-LAST-BATCH TO WS-BATCH-NO
               MOVE AC-SENT-SKIP TO WS-SENT-SKIP
           END-READ.
           CLOSE AlertCtlFile.

      *     PARAGRAPH FOR SAVING THE SEND CONTROL - THE FILE IS
      *     REWRITTEN WHOLE EACH TIME
       WRITE-SEND-CONTROL.
           OPEN OUTPUT AlertCtlFile.
           MOVE WS-LAST-SEQ TO AC-LAST-SEQ.
           MOVE WS-BATCH-NO TO AC-LAST-BATCH.
           MOVE WS-SENT-SKIP TO AC-SENT-SKIP.
           WRITE ALERT-CTL-RECORD.
           CLOSE AlertCtlFile.

      *     PARAGRAPH FOR ONE CUSTOMER'S BALANCE FLOOR - A BALANCE
      *     UNDER THE FLOOR IS ALERTED ONCE AND MARKED, AND THE MARK
      *     IS CLEARED WHEN THE BALANCE RECOVERS OR THE ALERT IS
      *     TURNED OFF, SO THE NEXT DIP IS ALERTED AFRESH
       CHECK-BALANCE-FLOOR.
           READ AlertPrefFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-PREF-EOF
           NOT AT END
               IF AP-CHANNEL = "N" OR AP-BAL-FLOOR = 0
                   IF AP-BELOW-FLOOR = "Y"
                       MOVE "N" TO AP-BELOW-FLOOR
                       REWRITE ALERT-PREF-DATA
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE AP-ACCT-NO TO ACCT-NO
                   READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-BALANCE-FLOOR
                   END-READ
               END-IF
           END-READ.

      *     PARAGRAPH FOR COMPARING THE CLOSING PHP BALANCE WITH THE
      *     CUSTOMER'S FLOOR
       JUDGE-BALANCE-FLOOR.
           IF BALANCE < AP-BAL-FLOOR
               IF AP-BELOW-FLOOR NOT = "Y"
                   PERFORM QUEUE-LOW-BALANCE
                   MOVE "Y" TO AP-BELOW-FLOOR
                   REWRITE ALERT-PREF-DATA
                   END-REWRITE
               END-IF
           ELSE
               IF AP-BELOW-FLOOR = "Y"
                   MOVE "N" TO AP-BELOW-FLOOR
                   REWRITE ALERT-PREF-DATA
                   END-REWRITE
               END-IF
           END-IF.

      *     PARAGRAPH FOR QUEUEING ONE LOW BALANCE ALERT - THE AMOUNT
      *     CARRIED IS THE FLOOR ITSELF
       QUEUE-LOW-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE ACCT-NO TO AQ-ACCT-NO.
           MOVE WS-CDT-DATE TO AQ-DATE.
           MOVE WS-CDT-TIME TO AQ-TIME.
           MOVE "LBAL" TO AQ-EVENT.
           MOVE "PHP" TO AQ-CURRENCY.
           MOVE AP-BAL-FLOOR TO AQ-AMOUNT.
           MOVE BALANCE TO AQ-BALANCE.
           MOVE "BBC-ALRT" TO AQ-SOURCE.
           WRITE ALERT-QUEUE-RECORD.
           ADD 1 TO WS-LOW-BAL-COUNT.

      *     PARAGRAPH FOR THE BATCH HEADER
       WRITE-BATCH-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO ALERT-GW-HEADER.
           MOVE "H" TO AH-REC-TYPE.
           MOVE WS-BATCH-NO TO AH-BATCH-NO.
           MOVE WS-RUN-DATE TO AH-BUS-DATE.
           MOVE WS-CDT-DATE TO AH-CREATE-DATE.
           MOVE WS-CDT-TIME TO AH-CREATE-TIME.
           WRITE ALERT-GW-HEADER.

      *     PARAGRAPH FOR READING EACH QUEUED ALERT - ONES ALREADY SENT
      *     BY A FAILED RUN ARE PASSED OVER, AND ONES FOR A CUSTOMER
      *     WHO HAS SINCE TURNED ALERTS OFF (OR CLOSED) ARE DROPPED
       SEND-ONE-ALERT.
           READ AlertQueueFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-QUEUE-READ
               IF WS-QUEUE-READ NOT > WS-SENT-SKIP
                   ADD 1 TO WS-RESENT-SKIPPED
               ELSE
                   MOVE AQ-ACCT-NO TO AP-ACCT-NO
                   READ AlertPrefFile
                   INVALID KEY
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   NOT INVALID KEY
                       IF AP-CHANNEL = "N"
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       ELSE
                           PERFORM WRITE-ALERT-DETAIL
                       END-IF
                   END-READ
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE ALERT IN THE BATCH - NUMBERED ON FROM
      *     THE LAST ONE SENT, ADDRESSED AS THE SETTINGS STAND NOW
       WRITE-ALERT-DETAIL.
           ADD 1 TO WS-LAST-SEQ.
           ADD 1 TO WS-SENT-COUNT.
           ADD AQ-ACCT-NO TO WS-HASH-TOTAL.
           MOVE SPACES TO ALERT-GW-RECORD.
           MOVE "D" TO AG-REC-TYPE.
           MOVE WS-LAST-SEQ TO AG-SEQ-NO.
           MOVE AP-CHANNEL TO AG-CHANNEL.
           MOVE AP-MOBILE TO AG-MOBILE.
           MOVE AP-EMAIL TO AG-EMAIL.
           MOVE AQ-ACCT-NO TO AG-ACCT-NO.
           MOVE AQ-DATE TO AG-EVENT-DATE.
           MOVE AQ-TIME TO AG-EVENT-TIME.
           MOVE AQ-EVENT TO AG-EVENT.
           PERFORM BUILD-ALERT-MESSAGE.
           WRITE ALERT-GW-RECORD.

      *     PARAGRAPH FOR THE MESSAGE TEXT THE CUSTOMER RECEIVES
       BUILD-ALERT-MESSAGE.
           MOVE AQ-AMOUNT TO DISP-AL-AMOUNT.
           MOVE AQ-BALANCE TO DISP-AL-BALANCE.
           MOVE 0 TO WS-AMT-LEAD.
           INSPECT DISP-AL-AMOUNT TALLYING WS-AMT-LEAD
               FOR LEADING SPACES.
           MOVE 0 TO WS-BAL-LEAD.
           INSPECT DISP-AL-BALANCE TALLYING WS-BAL-LEAD
               FOR LEADING SPACES.

           IF AQ-EVENT = "WDRL"
               STRING "BBC: WITHDRAWAL OF " AQ-CURRENCY " "
                   DISP-AL-AMOUNT (WS-AMT-LEAD + 1:)
                   " FROM ACCT " AQ-ACCT-NO ". BAL " AQ-CURRENCY " "
                   DISP-AL-BALANCE (WS-BAL-LEAD + 1:)
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "XFER"
               STRING "BBC: TRANSFER OF " AQ-CURRENCY " "
                   DISP-AL-AMOUNT (WS-AMT-LEAD + 1:)
                   " FROM ACCT " AQ-ACCT-NO ". BAL " AQ-CURRENCY " "
                   DISP-AL-BALANCE (WS-BAL-LEAD + 1:)
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "LBAL"
               STRING "BBC: ACCT " AQ-ACCT-NO " BAL PHP "
                   DISP-AL-BALANCE (WS-BAL-LEAD + 1:)
                   " IS BELOW YOUR FLOOR OF PHP "
                   DISP-AL-AMOUNT (WS-AMT-LEAD + 1:)
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "PLCK"
               STRING "BBC: ACCT " AQ-ACCT-NO
                   " LOCKED AFTER REPEATED WRONG PIN ENTRIES."
                   " CALL YOUR BRANCH"
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "SOSK"
               STRING "BBC: STANDING ORDER OF PHP "
                   DISP-AL-AMOUNT (WS-AMT-LEAD + 1:)
                   " ON ACCT " AQ-ACCT-NO
                   " SKIPPED - SHORT OF FUNDS"
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "FRZN"
               STRING "BBC: ACCT " AQ-ACCT-NO
                   " HAS BEEN FROZEN. PLEASE CONTACT YOUR BRANCH"
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE IF AQ-EVENT = "DORM"
               STRING "BBC: ACCT " AQ-ACCT-NO
                   " IS NOW DORMANT. PLEASE CONTACT YOUR BRANCH"
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           ELSE
               STRING "BBC: THERE HAS BEEN ACTIVITY ON ACCT "
                   AQ-ACCT-NO
                   DELIMITED BY SIZE INTO AG-MESSAGE
               END-STRING
           END-IF.

      *     PARAGRAPH FOR THE CONTROL TRAILER - THE COUNT, THE FIRST
      *     AND LAST SEQUENCE NUMBER AND THE ACCOUNT-NUMBER HASH. AN
      *     EMPTY BATCH CARRIES FIRST ONE PAST LAST, SO THE GATEWAY'S
      *     LAST - FIRST + 1 = COUNT CHECK HOLDS EVERY NIGHT
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ALERT-GW-TRAILER.
           MOVE "T" TO AT-REC-TYPE.
           MOVE WS-BATCH-NO TO AT-BATCH-NO.
           MOVE WS-SENT-COUNT TO AT-RECORD-COUNT.
           MOVE WS-FIRST-SEQ TO AT-FIRST-SEQ.
           MOVE WS-LAST-SEQ TO AT-LAST-SEQ.
           MOVE WS-HASH-TOTAL TO AT-HASH-TOTAL.
           WRITE ALERT-GW-TRAILER.

       END PROGRAM BBC-ALERTSEND.
