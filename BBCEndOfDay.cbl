
      *>      THE NIGHTLY STEP TABLE, IN POSTING ORDER - THE JOURNAL
      *>      CUTOVER MUST COME AFTER EVERY STEP THAT READS THE DAY'S
      *>      JOURNAL OR ATM EVENT JOURNAL. ONLY THE HISTORY LOAD AND
      *>      THE BACKUP FOLLOW IT
       01 WS-STEP-TABLE.
           02 STEP-ENTRY OCCURS 16 TIMES.
               03 STEP-NAME PIC X(10).
               03 STEP-PROGRAM PIC X(14).
       01 WS-STEP-IX PIC 9(2).
       01 WS-STEP-COUNT PIC 9(2) VALUE 16.

      *>      COUNTS FOR THE CLOSING SUMMARY
       01 WS-RAN-COUNT PIC 9(2) VALUE 0.

      *     PARAGRAPH FOR LOADING THE STEP SEQUENCE - STANDING ORDERS
      *     POST FIRST SO THE DAY'S JOURNAL CARRIES THEM BEFORE THE
      *     READERS RUN, AND CUTOVER COMES AFTER EVERY READER BECAUSE
      *     IT TRUNCATES THE JOURNAL THE OTHERS READ
       LOAD-STEP-TABLE.
           MOVE "STANDING" TO STEP-NAME (1).
           MOVE "BBC-STANDING" TO STEP-PROGRAM (1).
      *     SERVICE CHARGES TAKE TONIGHT'S CLOSING BALANCES ONCE THE
      *     STANDING ORDERS HAVE POSTED, AND CHARGE ON MONTH END
      *     AHEAD OF THE READERS SO THE FEES REACH THE GL EXTRACT
           MOVE "SVCCHARGE" TO STEP-NAME (2).
           MOVE "BBC-SVCCHARGE" TO STEP-PROGRAM (2).
      *     MATURING TIME DEPOSITS PAY THEIR INTEREST AND PRINCIPAL
      *     INTO THE ACCOUNTS BEFORE RECONCILE TAKES THE LIABILITY
      *     TOTALS AND BEFORE THE GL EXTRACT READS THE JOURNAL
           MOVE "TDMATURE" TO STEP-NAME (3).
           MOVE "BBC-TDMATURE" TO STEP-PROGRAM (3).
           MOVE "RECONCILE" TO STEP-NAME (4).
           MOVE "BBC-RECONCILE" TO STEP-PROGRAM (4).
           MOVE "CASHPROOF" TO STEP-NAME (5).
           MOVE "BBC-CASHPROOF" TO STEP-PROGRAM (5).
           MOVE "SETTLE" TO STEP-NAME (6).
           MOVE "BBC-SETTLE" TO STEP-PROGRAM (6).
           MOVE "TELLERRPT" TO STEP-NAME (7).
           MOVE "BBC-TELLERRPT" TO STEP-PROGRAM (7).
           MOVE "GLEXTRACT" TO STEP-NAME (8).
           MOVE "BBC-GLEXTRACT" TO STEP-PROGRAM (8).
      *     THE CASH WATCH READS THE DAY'S JOURNAL ALONGSIDE THE
      *     EARLIER ARCHIVES, SO IT TOO MUST RUN AHEAD OF CUTOVER
           MOVE "CASHWATCH" TO STEP-NAME (9).
           MOVE "BBC-CASHWATCH" TO STEP-PROGRAM (9).
      *     OVERDRAFT AGING TAKES THE NIGHT'S CLOSING BALANCES, AND
      *     ITS FREEZE ENTRIES MUST LAND IN TONIGHT'S JOURNAL BEFORE
      *     CUTOVER ARCHIVES IT
           MOVE "ODAGING" TO STEP-NAME (10).
           MOVE "BBC-ODAGING" TO STEP-PROGRAM (10).
      *     THE DECLINE ANALYSIS READS THE DAY'S ATM EVENT JOURNAL,
      *     WHICH CUTOVER ARCHIVES AND EMPTIES ALONG WITH THE JOURNAL
           MOVE "DECLINERPT" TO STEP-NAME (11).
           MOVE "BBC-DECLINERPT" TO STEP-PROGRAM (11).
      *     MATURED DEPOSIT HOLDS ARE RELEASED AHEAD OF CUTOVER SO
      *     THE BACKUP SET HOLDS THEM AS THE MORNING WILL SEE THEM
           MOVE "HOLDREL" TO STEP-NAME (12).
           MOVE "BBC-HOLDREL" TO STEP-PROGRAM (12).
      *     THE DAY'S CUSTOMER ALERTS GO TO THE GATEWAY AFTER EVERY
      *     STEP THAT CAN RAISE ONE (SKIPPED ORDERS, DORMANCY,
      *     FREEZES), AS ONE NUMBERED BATCH FOR THE NIGHT
           MOVE "ALERTSEND" TO STEP-NAME (13).
           MOVE "BBC-ALERTSEND" TO STEP-PROGRAM (13).
           MOVE "CUTOVER" TO STEP-NAME (14).
           MOVE "BBC-CUTOVER" TO STEP-PROGRAM (14).
      *     THE ARCHIVE CUTOVER HAS JUST WRITTEN IS LOADED INTO THE
      *     TRANSACTION HISTORY BEFORE THE SNAPSHOT IS TAKEN
           MOVE "HISTLOAD" TO STEP-NAME (15).
           MOVE "BBC-HISTLOAD" TO STEP-PROGRAM (15).
      *     THE NIGHTLY SNAPSHOT RUNS AFTER CUTOVER SO THE SET
      *     CAPTURES THE FILES IN THEIR START-OF-DAY STATE
           MOVE "BACKUP" TO STEP-NAME (16).
           MOVE "BBC-BACKUP" TO STEP-PROGRAM (16).
           SET ENVIRONMENT "BACKUP_MODE" TO "B".

      *     PARAGRAPH FOR ONE STEP - A COMPLETED RECORD FOR THE DATE
