           SELECT StandingRptFile
           ASSIGN TO "D:\cobol programs\standing.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      CUSTOMER ALERT SETTINGS - A CUSTOMER MAY ASK TO BE TOLD
      *>      WHEN AN ORDER IS SKIPPED FOR WANT OF FUNDS
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
       FD StandingRptFile.
       01 STANDING-LINE PIC X(100).

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
      *>      CONTROL FLAG FOR THE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           OPEN EXTEND TransactionLog.
           OPEN INPUT LimitFile.
           OPEN OUTPUT StandingRptFile.
           OPEN INPUT AlertPrefFile.
           OPEN EXTEND AlertQueueFile.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-SCHEDULE-FILE
           CLOSE TransactionLog.
           CLOSE LimitFile.
           CLOSE StandingRptFile.
           CLOSE AlertPrefFile.
           CLOSE AlertQueueFile.
           DISPLAY "Standing orders posted - see standing.txt".
           GOBACK.

               ELSE IF SO-AMOUNT > BALANCE + CUST-OD-LIMIT
                   MOVE "SHORT OF FUNDS" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIPPED-LINE
                   PERFORM QUEUE-SKIP-ALERT
               ELSE
                   PERFORM DEBIT-CUSTOMER
                   PERFORM CHARGE-OVERDRAFT-FEE
           END-STRING.
           WRITE STANDING-LINE.

      *     PARAGRAPH FOR TELLING THE CUSTOMER AN ORDER WAS SKIPPED
      *     FOR WANT OF FUNDS - ONLY WHEN THEY ASKED FOR THAT ALERT
      *     AND HAVE NOT TURNED ALERTS OFF
       QUEUE-SKIP-ALERT.
           MOVE ACCT-NO TO AP-ACCT-NO.
           READ AlertPrefFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF AP-CHANNEL NOT = "N" AND AP-ORDER-SKIP = "Y"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                   MOVE ACCT-NO TO AQ-ACCT-NO
                   MOVE WS-CDT-DATE TO AQ-DATE
                   MOVE WS-CDT-TIME TO AQ-TIME
                   MOVE "SOSK" TO AQ-EVENT
                   MOVE "PHP" TO AQ-CURRENCY
                   MOVE SO-AMOUNT TO AQ-AMOUNT
                   MOVE BALANCE TO AQ-BALANCE
                   MOVE "BBC-STND" TO AQ-SOURCE
                   WRITE ALERT-QUEUE-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE SKIPPED DETAIL LINE, WITH THE REASON SO
      *     THE BRANCH CAN FOLLOW UP
       WRITE-SKIPPED-LINE.
