           SELECT OPTIONAL CkptFile
           ASSIGN TO "D:\cobol programs\reconck.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      TIME DEPOSITS - THE ACTIVE PLACEMENTS ARE TOTALLED AS A
      *>      LIABILITY OF THEIR OWN, APART FROM THE ACCOUNT BALANCES
           SELECT TimeDepFile ASSIGN TO "D:\cobol programs\timedep.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TD-KEY.
      *>      CUSTOMER ALERT SETTINGS - A CUSTOMER MAY ASK TO BE TOLD
      *>      WHEN THEIR ACCOUNT IS MARKED DORMANT
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
           02 CK-TOTAL-JPY PIC 9(9)V9(9).
           02 CK-TOTAL-INR PIC 9(9)V9(9).

      *>      TIME DEPOSIT RECORD - ONE PER PLACEMENT, KEYED BY ACCOUNT
      *>      AND THE ACCOUNT'S PLACEMENT SEQUENCE. STATUS A ACTIVE,
      *>      M MATURED AND PAID OUT, B BROKEN EARLY
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
       01 WS-TOTAL-JPY PIC 9(9)V9(9) VALUE 0.
       01 WS-TOTAL-INR PIC 9(9)V9(9) VALUE 0.

      *>      TIME DEPOSIT LIABILITY - ACTIVE PLACEMENTS BY CURRENCY.
      *>      ALWAYS TAKEN IN FULL AFTER THE ACCOUNT PASS, SO A
      *>      RESTARTED RUN NEEDS NOTHING FROM THE CHECKPOINT FOR IT
       01 WS-TD-EOF PIC X VALUE "N".
       01 WS-TD-COUNT PIC 9(6) VALUE 0.
       01 WS-TD-TOTAL-PHP PIC 9(9)V99 VALUE 0.
       01 WS-TD-TOTAL-USD PIC 9(9)V99 VALUE 0.
       01 WS-TD-TOTAL-JPY PIC 9(9)V99 VALUE 0.
       01 WS-TD-TOTAL-INR PIC 9(9)V99 VALUE 0.

      *>      A BALANCE ABOVE THIS IS FLAGGED AS SUSPICIOUSLY LARGE
       01 WS-LARGE-BALANCE-LIMIT PIC 9(6)V9(9) VALUE 500000.

       01 DISP-ACCOUNT-COUNT PIC ZZZ,ZZ9.
       01 DISP-FLAGGED-COUNT PIC ZZZ,ZZ9.
       01 DISP-DORMANT-COUNT PIC ZZZ,ZZ9.
       01 DISP-TD-COUNT PIC ZZZ,ZZ9.
       01 DISP-TD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
           OPEN I-O CustomerFile.
           OPEN EXTEND TransactionLog.
           OPEN INPUT LimitFile.
           OPEN INPUT AlertPrefFile.
           OPEN EXTEND AlertQueueFile.

           IF WS-RESTARTED = "Y"
               OPEN EXTEND ReconRptFile
           PERFORM SET-DORMANCY-CUTOFF.
           PERFORM READ-CUSTOMER-FILE
               UNTIL END-OF-FILE.

           OPEN INPUT TimeDepFile.
           PERFORM READ-TIME-DEP-FILE
               UNTIL WS-TD-EOF = "Y".
           CLOSE TimeDepFile.

           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLEAR-CHECKPOINT.

           CLOSE ReconRptFile.
           CLOSE TransactionLog.
           CLOSE LimitFile.
           CLOSE AlertPrefFile.
           CLOSE AlertQueueFile.
           GOBACK.

      *     PARAGRAPH FOR RESOLVING THE CUSTOMERFILE PATH AT STARTUP
                   END-REWRITE
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM WRITE-DORMANT-TRAN-LOG
                   PERFORM QUEUE-STATUS-ALERT
               END-IF
           END-IF.

      *     PARAGRAPH FOR TELLING THE CUSTOMER THE ACCOUNT WAS MARKED
      *     DORMANT - ONLY WHEN THEY ASKED FOR STATUS ALERTS AND HAVE
      *     NOT TURNED ALERTS OFF
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
                   MOVE "DORM" TO AQ-EVENT
                   MOVE SPACES TO AQ-CURRENCY
                   MOVE 0 TO AQ-AMOUNT
                   MOVE BALANCE TO AQ-BALANCE
                   MOVE "BBC-RECN" TO AQ-SOURCE
                   WRITE ALERT-QUEUE-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR JOURNALING ONE SWEEP STATUS CHANGE - ZERO
      *     AMOUNT AND AN UNCHANGED BALANCE KEEP THE CHAIN INTACT
       WRITE-DORMANT-TRAN-LOG.
           END-STRING.
           WRITE RECON-LINE.

      *     PARAGRAPH FOR ADDING EACH ACTIVE PLACEMENT TO ITS
      *     CURRENCY'S TIME DEPOSIT LIABILITY - PAID OUT AND BROKEN
      *     PLACEMENTS ARE HISTORY AND OWE NOTHING
       READ-TIME-DEP-FILE.
           READ TimeDepFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-TD-EOF
           NOT AT END
               IF TD-STATUS = "A"
                   ADD 1 TO WS-TD-COUNT
                   IF TD-CURRENCY = "USD"
                       ADD TD-AMOUNT TO WS-TD-TOTAL-USD
                   ELSE IF TD-CURRENCY = "JPY"
                       ADD TD-AMOUNT TO WS-TD-TOTAL-JPY
                   ELSE IF TD-CURRENCY = "INR"
                       ADD TD-AMOUNT TO WS-TD-TOTAL-INR
                   ELSE
                       ADD TD-AMOUNT TO WS-TD-TOTAL-PHP
                   END-IF
               END-IF
           END-READ.

      *     PARAGRAPH FOR THE REPORT SUMMARY TOTALS
       WRITE-REPORT-SUMMARY.
           MOVE WS-ACCOUNT-COUNT TO DISP-ACCOUNT-COUNT.
           END-STRING.
           WRITE RECON-LINE.

      *     TIME DEPOSITS ARE OWED SEPARATELY FROM THE BALANCES ABOVE
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.

           MOVE WS-TD-COUNT TO DISP-TD-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "TIME DEPOSITS OUTSTANDING: " DISP-TD-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.

           MOVE WS-TD-TOTAL-PHP TO DISP-TD-TOTAL.
           MOVE SPACES TO RECON-LINE.
           STRING "TIME DEPOSIT LIABILITY PHP: " DISP-TD-TOTAL
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.

           MOVE WS-TD-TOTAL-USD TO DISP-TD-TOTAL.
           MOVE SPACES TO RECON-LINE.
           STRING "TIME DEPOSIT LIABILITY USD: " DISP-TD-TOTAL
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.

           MOVE WS-TD-TOTAL-JPY TO DISP-TD-TOTAL.
           MOVE SPACES TO RECON-LINE.
           STRING "TIME DEPOSIT LIABILITY JPY: " DISP-TD-TOTAL
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.

           MOVE WS-TD-TOTAL-INR TO DISP-TD-TOTAL.
           MOVE SPACES TO RECON-LINE.
           STRING "TIME DEPOSIT LIABILITY INR: " DISP-TD-TOTAL
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.

       END PROGRAM BBC-RECONCILE.
