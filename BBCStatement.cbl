       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - ONE CUSTOMER'S RECORDS FOR THE REQUESTED
      *>      PERIOD. EVERYTHING UP TO LAST NIGHT'S CUTOVER IS READ
      *>      STRAIGHT FROM THE TRANSACTION HISTORY BY ACCOUNT AND DATE,
      *>      THEN THE LIVE JOURNAL SUPPLIES TODAY. THE JOURNAL PATH IS
      *>      STILL RUNTIME-CONFIGURABLE - POINTING IT AT A CHAIN OF
      *>      DATED ARCHIVES READS THOSE FRONT TO BACK INSTEAD AND
      *>      LEAVES THE HISTORY ALONE. SEE RESOLVE-TRANLOG-PATH
           SELECT TransactionLog ASSIGN TO WS-TRANLOG-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      TRANSACTION HISTORY - KEYED BY ACCOUNT, DATE AND TIME,
      *>      LOADED FROM EACH NIGHT'S ARCHIVE BY BBC-HISTLOAD
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HS-KEY.
      *>      PER-CUSTOMER STATEMENT REPORT
           SELECT StmtRptFile ASSIGN TO "D:\cobol programs\stmt.txt"
           ORGANIZATION IS SEQUENTIAL.
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

      *>      PER-CUSTOMER STATEMENT REPORT LINE
       FD StmtRptFile.
       01 STMT-LINE PIC X(80).
      *>      CONTROL FLAG FOR THE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-HIST-EOF PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

      *>      SELECTION PARAMETERS ENTERED AT RUN TIME
       01 WS-STMT-ACCT PIC 9(8).
               PERFORM WRITE-REPORT-HEADER
           END-IF.

      *     NO JOURNAL OVERRIDE MEANS THE HISTORY COVERS EVERYTHING
      *     BEFORE TODAY - START AT THE ACCOUNT'S FROM-DATE AND READ
      *     UNTIL THE ACCOUNT OR THE PERIOD RUNS OUT
           IF WS-TRANLOG-ENV = SPACES
               OPEN INPUT TranHistFile
               MOVE WS-STMT-ACCT TO HS-ACCT-NO
               MOVE WS-STMT-FROM-DATE TO HS-DATE
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
               UNTIL END-OF-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           STOP RUN.

      *     PARAGRAPH FOR RESOLVING THE JOURNAL PATH AT STARTUP (ENV
      *     VAR OVERRIDE SO A STATEMENT CAN BE RUN AGAINST THE DATED
      *     ARCHIVES DIRECTLY, FALLING BACK TO THE LIVE PATH WITH THE
      *     HISTORY IN FRONT OF IT) - SAME IDIOM AS THE CUSTOMERFILE
      *     OVERRIDE IN THE OTHER PROGRAMS
       RESOLVE-TRANLOG-PATH.
           MOVE "D:\cobol programs\tlog.txt"
               TO WS-TRANLOG-PATH.
               MOVE WS-TRANLOG-ENV TO WS-TRANLOG-PATH
           END-IF.

      *     PARAGRAPH FOR READING THE ACCOUNT'S HISTORY RECORDS IN
      *     KEY ORDER - EACH ONE IS HANDED ON AS A JOURNAL RECORD, SO
      *     THE FILTER AND CHECKPOINT BELOW COVER BOTH SOURCES
       READ-HISTORY.
           READ TranHistFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-HIST-EOF
           NOT AT END
               IF HS-ACCT-NO NOT = WS-STMT-ACCT
                   OR HS-DATE > WS-STMT-TO-DATE
                   MOVE "Y" TO WS-HIST-EOF
               ELSE
                   MOVE HS-JOURNAL-RECORD TO TRAN-LOG-RECORD
                   PERFORM SELECT-JOURNAL-RECORD
               END-IF
           END-READ.

      *     PARAGRAPH FOR READING EACH LIVE (OR ARCHIVED) JOURNAL
      *     RECORD
       READ-TRAN-LOG.
           READ TransactionLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               PERFORM SELECT-JOURNAL-RECORD
           END-READ.

      *     PARAGRAPH FOR FILTERING ONE JOURNAL RECORD - RECORDS A
      *     PRIOR FAILED RUN ALREADY COVERED ARE READ PAST, AND A
      *     CHECKPOINT IS CUT EVERY 500 READ
       SELECT-JOURNAL-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-RECORDS-READ > WS-RESTART-SKIP
               IF TL-ACCT-NO = WS-STMT-ACCT
                   AND TL-DATE >= WS-STMT-FROM-DATE
                   AND TL-DATE <= WS-STMT-TO-DATE
                   PERFORM PROCESS-STATEMENT-RECORD
      *     CHECKPOINT AFTER EVERY PRINTED LINE AS WELL AS EVERY 500
      *     READS, SO A RESTART NEVER REPRINTS A LINE ALREADY ON THE
      *     STATEMENT
                   MOVE 0 TO WS-CKPT-COUNTER
                   PERFORM WRITE-CHECKPOINT
               END-IF
               ADD 1 TO WS-CKPT-COUNTER
               IF WS-CKPT-COUNTER >= 500
                   MOVE 0 TO WS-CKPT-COUNTER
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

      *     PARAGRAPH FOR ONE SELECTED JOURNAL RECORD - THE FIRST ONE
      *     SUPPLIES THE OPENING BALANCE, EVERY ONE ADVANCES THE
