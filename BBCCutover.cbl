      *>      TO THE DAY'S ARCHIVE INSTEAD OF DESTROYING IT
           SELECT OPTIONAL ArchiveLog ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      THE ATM EVENT JOURNAL IS CUT OVER THE SAME WAY, INTO ITS
      *>      OWN DATED ARCHIVE
           SELECT AtmEventLog ASSIGN TO "D:\cobol programs\atmevt.txt"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EventArchive ASSIGN TO WS-EVENT-ARCHIVE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ArchiveLog.
       01 ARCHIVE-RECORD PIC X(89).

      *>      ATM EVENT RECORD
       FD AtmEventLog.
       01 ATM-EVENT-RECORD.
           02 EV-ACCT-NO PIC 9(8).
           02 EV-DATE PIC 9(8).
           02 EV-TIME PIC 9(6).
           02 EV-EVENT-TYPE PIC X(10).
           02 EV-RESULT PIC X(1).
           02 EV-REASON PIC X(4).
           02 EV-CURRENCY PIC X(3).
           02 EV-AMOUNT PIC S9(6)V99.
           02 EV-CARD-NO PIC 9(16).

      *>      THE EVENT ARCHIVE CARRIES THE SAME RECORD, BYTE FOR BYTE
       FD EventArchive.
       01 EVENT-ARCHIVE-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
      *>      DATED ARCHIVE PATH, E.G. tlog20260822.txt
       01 WS-ARCHIVE-PATH PIC X(60).

      *>      DATED EVENT ARCHIVE PATH, E.G. atmevt20260822.txt, AND
      *>      ITS OWN END-OF-FILE FLAG AND COUNT
       01 WS-EVENT-ARCHIVE-PATH PIC X(60).
       01 WS-EVENT-EOF PIC X VALUE "N".
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.

      *>      RUNNING TOTAL FOR THE RUN SUMMARY
       01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
       01 DISP-ARCHIVED-COUNT PIC Z,ZZZ,ZZ9.
           OPEN OUTPUT TransactionLog.
           CLOSE TransactionLog.

           MOVE SPACES TO WS-EVENT-ARCHIVE-PATH.
           STRING "D:\cobol programs\atmevt" WS-CDT-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EVENT-ARCHIVE-PATH
           END-STRING.

           OPEN INPUT AtmEventLog.
           OPEN EXTEND EventArchive.
           PERFORM COPY-EVENT-LOG
               UNTIL WS-EVENT-EOF = "Y".
           CLOSE AtmEventLog.
           CLOSE EventArchive.

           OPEN OUTPUT AtmEventLog.
           CLOSE AtmEventLog.

           MOVE WS-ARCHIVED-COUNT TO DISP-ARCHIVED-COUNT.
           DISPLAY "Cutover complete.".
           DISPLAY "Records archived: " DISP-ARCHIVED-COUNT.
           DISPLAY "Archive file: " WS-ARCHIVE-PATH.
           MOVE WS-EVENT-COUNT TO DISP-ARCHIVED-COUNT.
           DISPLAY "ATM events archived: " DISP-ARCHIVED-COUNT.
           DISPLAY "Event archive file: " WS-EVENT-ARCHIVE-PATH.
           GOBACK.

      *     PARAGRAPH FOR COPYING ONE JOURNAL RECORD TO THE ARCHIVE
               ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

      *     PARAGRAPH FOR COPYING ONE ATM EVENT TO ITS ARCHIVE
       COPY-EVENT-LOG.
           READ AtmEventLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EVENT-EOF
           NOT AT END
               MOVE ATM-EVENT-RECORD TO EVENT-ARCHIVE-RECORD
               WRITE EVENT-ARCHIVE-RECORD
               ADD 1 TO WS-EVENT-COUNT
           END-READ.

       END PROGRAM BBC-CUTOVER.
