      *>      FILE HANDLING - CHAIN THE JOURNAL PER ACCOUNT AND
      *>      CURRENCY, THEN COMPARE THE FINAL AFTER-BALANCES TO THE
      *>      LIVE MASTER.
      *>      FULL HISTORY UP TO LAST NIGHT'S CUTOVER COMES FROM THE
      *>      TRANSACTION HISTORY IN ACCOUNT ORDER, THEN THE LIVE
      *>      JOURNAL ADDS TODAY. THE JOURNAL PATH IS STILL RUNTIME-
      *>      CONFIGURABLE - POINTING IT AT A DATED ARCHIVE (OR A CHAIN
      *>      OF THEM) AUDITS THOSE ALONE AND LEAVES THE HISTORY OUT.
      *>      SEE RESOLVE-TRANLOG-PATH
           SELECT TransactionLog ASSIGN TO WS-TRANLOG-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      TRANSACTION HISTORY - KEYED BY ACCOUNT, DATE AND TIME,
      *>      LOADED FROM EACH NIGHT'S ARCHIVE BY BBC-HISTLOAD
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HS-KEY.
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH.
      *>      DYNAMIC SO A ONE-ACCOUNT AUDIT CAN READ ITS MASTER BY KEY
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           02 TL-BILLER-CODE PIC X(4).
           02 TL-REFERENCE PIC X(12).

      *>      TRANSACTION HISTORY RECORD - THE KEY, THEN THE JOURNAL
      *>      RECORD ITSELF, BYTE FOR BYTE
       FD TranHistFile.
       01 TRAN-HIST-DATA.
           02 HS-KEY.
               03 HS-ACCT-NO PIC 9(8).
               03 HS-DATE PIC 9(8).
               03 HS-TIME PIC 9(6).
               03 HS-SEQ PIC 9(3).
           02 HS-JOURNAL-RECORD PIC X(89).

      *>      VARIABLES FOR FILE HANDLING
       FD CustomerFile.
       01 CUST-DATA.
      *>      THE JOURNAL PATH THE RUN WAS READING - A CHECKPOINT CUT
      *>      AGAINST A DIFFERENT FILE MUST NOT SEED A RESTART
           02 CKH-TRANLOG-PATH PIC X(60).
      *>      THE ACCOUNT THE RUN WAS LIMITED TO, ZERO FOR ALL
           02 CKH-AUDIT-ACCT PIC 9(8).
       01 CKPT-ENTRY.
           02 CKE-TYPE PIC X.
           02 CKE-ACCT-NO PIC 9(8).
           88 LOG-END-OF-FILE VALUE "Y".
       01 WS-CUST-EOF-SWITCH PIC X VALUE "N".
           88 CUST-END-OF-FILE VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

      *>      ONE-ACCOUNT AUDIT - SET THROUGH THE ENVIRONMENT, BLANK OR
      *>      ZERO AUDITS EVERY ACCOUNT
       01 WS-AUDIT-ACCT PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACCT-ENV PIC X(8).

      *>      ONE ENTRY PER (ACCOUNT, CURRENCY) IN THE JOURNAL - HOLDS
      *>      THE LAST AFTER-BALANCE SO EACH NEW RECORD'S BEFORE-BALANCE
       MAIN.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM RESOLVE-TRANLOG-PATH.
           PERFORM RESOLVE-AUDIT-ACCOUNT.
           PERFORM READ-CHECKPOINT.
           OPEN INPUT TransactionLog.
           OPEN INPUT CustomerFile.
               OPEN OUTPUT AuditRptFile
               PERFORM WRITE-REPORT-HEADER
           END-IF.

      *     NO JOURNAL OVERRIDE MEANS THE HISTORY COVERS EVERYTHING
      *     BEFORE TODAY - IT IS READ FIRST, FROM THE AUDITED ACCOUNT
      *     (OR THE TOP), SO EACH CHAIN RUNS IN DATE ORDER INTO TODAY
           IF WS-TRANLOG-ENV = SPACES
               OPEN INPUT TranHistFile
               MOVE WS-AUDIT-ACCT TO HS-ACCT-NO
               MOVE 0 TO HS-DATE
               MOVE 0 TO HS-TIME
               MOVE 0 TO HS-SEQ
               START TranHistFile KEY IS NOT < HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
               END-START
               PERFORM READ-HISTORY
                   UNTIL END-OF-HISTORY
               CLOSE TranHistFile
           END-IF.

           PERFORM READ-TRAN-LOG
               UNTIL LOG-END-OF-FILE.
           IF WS-AUDIT-ACCT = 0
               PERFORM READ-CUSTOMER-FILE
                   UNTIL CUST-END-OF-FILE
           ELSE
               MOVE WS-AUDIT-ACCT TO ACCT-NO
               READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PROCESS-CUSTOMER-RECORD
               END-READ
           END-IF.
           PERFORM CHECK-ORPHAN-ENTRIES
               VARYING WS-AUD-IX FROM 1 BY 1
               UNTIL WS-AUD-IX > WS-AUD-COUNT.
           END-IF.

      *     PARAGRAPH FOR RESOLVING THE JOURNAL PATH AT STARTUP (ENV
      *     VAR OVERRIDE SO A RUN CAN AUDIT THE DATED ARCHIVES
      *     DIRECTLY, FALLING BACK TO THE LIVE PATH WITH THE HISTORY
      *     IN FRONT OF IT) - SAME IDIOM AS RESOLVE-CUSTOMER-FILE-PATH
       RESOLVE-TRANLOG-PATH.
           MOVE "D:\cobol programs\tlog.txt"
               TO WS-TRANLOG-PATH.
               MOVE WS-TRANLOG-ENV TO WS-TRANLOG-PATH
           END-IF.

      *     PARAGRAPH FOR RESOLVING A ONE-ACCOUNT AUDIT - THE MASTER
      *     CHECK AND THE JOURNAL ARE BOTH LIMITED TO THAT ACCOUNT
       RESOLVE-AUDIT-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-ACCT-ENV.
           ACCEPT WS-AUDIT-ACCT-ENV
               FROM ENVIRONMENT "AUDIT_ACCT"
           END-ACCEPT.
           IF WS-AUDIT-ACCT-ENV NOT = SPACES
               MOVE WS-AUDIT-ACCT-ENV TO WS-AUDIT-ACCT
           END-IF.

      *     PARAGRAPH FOR READING EACH HISTORY RECORD IN KEY ORDER - A
      *     ONE-ACCOUNT AUDIT STOPS WHEN THE ACCOUNT RUNS OUT
       READ-HISTORY.
           READ TranHistFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-HIST-EOF
           NOT AT END
               IF WS-AUDIT-ACCT NOT = 0
                   AND HS-ACCT-NO NOT = WS-AUDIT-ACCT
                   MOVE "Y" TO WS-HIST-EOF
               ELSE
                   MOVE HS-JOURNAL-RECORD TO TRAN-LOG-RECORD
                   PERFORM PROCESS-JOURNAL-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR READING EACH JOURNAL RECORD
       READ-TRAN-LOG.
           READ TransactionLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-LOG-EOF-SWITCH
           NOT AT END
               IF WS-AUDIT-ACCT = 0
                   OR TL-ACCT-NO = WS-AUDIT-ACCT
                   PERFORM PROCESS-JOURNAL-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR CHAINING ONE JOURNAL RECORD - ITS BEFORE-
           NOT AT END
               IF CKH-TYPE = "H"
                   AND CKH-TRANLOG-PATH = WS-TRANLOG-PATH
                   AND CKH-AUDIT-ACCT = WS-AUDIT-ACCT
                   MOVE "Y" TO WS-RESTARTED
                   MOVE CKH-RECORDS-READ TO WS-RESTART-SKIP
                   MOVE CKH-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
           OPEN OUTPUT CkptFile.
           MOVE "H" TO CKH-TYPE.
           MOVE WS-TRANLOG-PATH TO CKH-TRANLOG-PATH.
           MOVE WS-AUDIT-ACCT TO CKH-AUDIT-ACCT.
           MOVE WS-JOURNAL-COUNT TO CKH-RECORDS-READ.
           MOVE WS-EXCEPTION-COUNT TO CKH-EXCEPTION-COUNT.
           MOVE WS-AUD-COUNT TO CKH-ENTRY-COUNT.
           END-STRING.
           WRITE AUDIT-LINE.

           IF WS-AUDIT-ACCT NOT = 0
               MOVE WS-AUDIT-ACCT TO DISP-ACCT-NO
               MOVE SPACES TO AUDIT-LINE
               STRING "ACCOUNT: " DISP-ACCT-NO
                   DELIMITED BY SIZE INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.

