      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-HISTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - LOAD EACH DAY'S DATED JOURNAL ARCHIVE INTO
      *>      THE INDEXED TRANSACTION HISTORY, SO THE STATEMENT, THE
      *>      AUDIT AND THE ATM READ ONE ACCOUNT'S DATES STRAIGHT OFF
      *>      THE KEY INSTEAD OF A CHAIN OF ARCHIVES. RUN AFTER CUTOVER
      *>      HAS WRITTEN THE NIGHT'S ARCHIVE
      *>      DATED ARCHIVE - PATH IS BUILT AT RUN TIME FROM THE DATE,
      *>      E.G. tlog20260822.txt. A DAY WITH NO ARCHIVE READS EMPTY
           SELECT OPTIONAL ArchiveLog ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      TRANSACTION HISTORY - KEYED BY ACCOUNT, DATE AND TIME,
      *>      WITH A SEQUENCE FOR ENTRIES IN THE SAME SECOND
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS HS-KEY.
      *>      LOAD CONTROL - ONE RECORD PER ARCHIVE DATE HOLDING HOW
      *>      MANY OF ITS RECORDS ARE ALREADY IN THE HISTORY, SO A DAY
      *>      IS NEVER LOADED TWICE. RECORDS A SECOND CUTOVER ADDS TO
      *>      THE SAME DAY'S ARCHIVE ARE PICKED UP ON THE NEXT RUN
           SELECT HistCtlFile
           ASSIGN TO "D:\cobol programs\histctl.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS HC-ARCHIVE-DATE.

       DATA DIVISION.
       FILE SECTION.
      *>      AUDIT TRAIL RECORD - WHO/WHAT/WHEN FOR EVERY REWRITE
       FD ArchiveLog.
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

      *>      LOAD CONTROL RECORD
       FD HistCtlFile.
       01 HIST-CTL-DATA.
           02 HC-ARCHIVE-DATE PIC 9(8).
           02 HC-RECORDS-LOADED PIC 9(7).
           02 HC-LOAD-DATE PIC 9(8).
           02 HC-LOAD-TIME PIC 9(6).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE ARCHIVE READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      THE ARCHIVE DATES TO LOOK AT - THE NIGHTLY RUN LOOKS BACK
      *>      A WEEK SO A MISSED NIGHT IS CAUGHT UP, A STANDALONE RUN
      *>      STARTS FROM THE DATE KEYED (TO LOAD OLDER ARCHIVES). THE
      *>      LAST DATE IS TODAY, THE DATE CUTOVER NAMES ITS ARCHIVE BY
       01 WS-FROM-DATE PIC 9(8).
       01 WS-FROM-INT PIC 9(7).
       01 WS-THRU-INT PIC 9(7).
       01 WS-DAY-INT PIC 9(7).
       01 WS-ARCHIVE-DATE PIC 9(8).
       01 WS-LOOKBACK-DAYS PIC 9(2) VALUE 7.

      *>      DATED ARCHIVE PATH
       01 WS-ARCHIVE-PATH PIC X(60).

      *>      PER-ARCHIVE STATE - RECORDS ALREADY LOADED ARE READ PAST
       01 WS-ALREADY-LOADED PIC 9(7).
       01 WS-ARCH-READ PIC 9(7).
       01 WS-ARCH-ADDED PIC 9(7).

      *>      KEY BEING PLACED - THE SEQUENCE STEPS PAST ANY ENTRY
      *>      ALREADY HELD FOR THE SAME ACCOUNT AND SECOND
       01 WS-HIST-KEY.
           02 WS-HK-ACCT-NO PIC 9(8).
           02 WS-HK-DATE PIC 9(8).
           02 WS-HK-TIME PIC 9(6).
           02 WS-HK-SEQ PIC 9(3).
       01 WS-HS-PLACED PIC X(1).

      *>      RUNNING TOTALS FOR THE RUN SUMMARY
       01 WS-ARCHIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
       01 WS-SEEN-COUNT PIC 9(9) VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZZ,ZZ9.

      *>      DATE/TIME FOR THE LOAD STAMP
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE HISTORY LOAD RUN
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           PERFORM RESOLVE-LOAD-WINDOW.

           OPEN I-O TranHistFile.
           OPEN I-O HistCtlFile.

           PERFORM LOAD-ONE-ARCHIVE
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-THRU-INT.

           CLOSE TranHistFile.
           CLOSE HistCtlFile.

           DISPLAY "History load complete.".
           MOVE WS-ARCHIVE-COUNT TO DISP-COUNT.
           DISPLAY "Archives with new records: " DISP-COUNT.
           MOVE WS-LOADED-COUNT TO DISP-COUNT.
           DISPLAY "Records loaded: " DISP-COUNT.
           MOVE WS-SEEN-COUNT TO DISP-COUNT.
           DISPLAY "Records already held, passed over: " DISP-COUNT.
           GOBACK.

      *     PARAGRAPH FOR THE DATES TO LOAD - THE END-OF-DAY DRIVER
      *     SUPPLIES THE BUSINESS DATE THROUGH THE ENVIRONMENT AND
      *     GETS THE ONE-WEEK LOOK-BACK, A STANDALONE RUN IS PROMPTED
       RESOLVE-LOAD-WINDOW.
           COMPUTE WS-THRU-INT =
               FUNCTION INTEGER-OF-DATE (WS-CDT-DATE).
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV
               FROM ENVIRONMENT "BUSINESS_DATE"
           END-ACCEPT.
           IF WS-RUN-DATE-ENV NOT = SPACES
               COMPUTE WS-FROM-INT = WS-THRU-INT - WS-LOOKBACK-DAYS
           ELSE
               DISPLAY "BBC HISTORY LOAD - ENTER SELECTION"
               DISPLAY "Load archives dated from (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           END-IF.

      *     PARAGRAPH FOR ONE ARCHIVE DATE - WHAT THE CONTROL RECORD
      *     SAYS IS ALREADY LOADED IS READ PAST, THE REST IS LOADED
      *     AND THE CONTROL RECORD MOVED UP TO THE ARCHIVE'S END
       LOAD-ONE-ARCHIVE.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING "D:\cobol programs\tlog" WS-ARCHIVE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
           END-STRING.

           MOVE WS-ARCHIVE-DATE TO HC-ARCHIVE-DATE.
           READ HistCtlFile
           INVALID KEY
               MOVE 0 TO WS-ALREADY-LOADED
           NOT INVALID KEY
               MOVE HC-RECORDS-LOADED TO WS-ALREADY-LOADED
           END-READ.

           MOVE 0 TO WS-ARCH-READ.
           MOVE 0 TO WS-ARCH-ADDED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ArchiveLog.
           PERFORM LOAD-ARCHIVE-RECORD
               UNTIL END-OF-FILE.
           CLOSE ArchiveLog.

           IF WS-ARCH-READ > WS-ALREADY-LOADED
               MOVE WS-ARCHIVE-DATE TO HC-ARCHIVE-DATE
               MOVE WS-ARCH-READ TO HC-RECORDS-LOADED
               MOVE WS-CDT-DATE TO HC-LOAD-DATE
               MOVE WS-CDT-TIME TO HC-LOAD-TIME
               REWRITE HIST-CTL-DATA
               INVALID KEY
                   WRITE HIST-CTL-DATA
               END-REWRITE
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE WS-ARCH-ADDED TO DISP-COUNT
               DISPLAY "Archive " WS-ARCHIVE-DATE " records loaded: "
                   DISP-COUNT
           END-IF.

      *     PARAGRAPH FOR READING EACH ARCHIVE RECORD
       LOAD-ARCHIVE-RECORD.
           READ ArchiveLog NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-ARCH-READ
               IF WS-ARCH-READ > WS-ALREADY-LOADED
                   MOVE TL-ACCT-NO TO WS-HK-ACCT-NO
                   MOVE TL-DATE TO WS-HK-DATE
                   MOVE TL-TIME TO WS-HK-TIME
                   MOVE 0 TO WS-HK-SEQ
                   MOVE "N" TO WS-HS-PLACED
                   PERFORM PLACE-HISTORY-RECORD
                       UNTIL WS-HS-PLACED = "Y"
               END-IF
           END-READ.

      *     PARAGRAPH FOR FILING ONE JOURNAL RECORD UNDER THE NEXT
      *     FREE SEQUENCE FOR ITS ACCOUNT AND SECOND. AN IDENTICAL
      *     RECORD ALREADY THERE WAS FILED BY A RUN THAT STOPPED
      *     BEFORE ITS CONTROL RECORD WAS WRITTEN, AND IS LEFT AS IS
       PLACE-HISTORY-RECORD.
           MOVE WS-HIST-KEY TO HS-KEY.
           READ TranHistFile
           INVALID KEY
               MOVE WS-HIST-KEY TO HS-KEY
               MOVE TRAN-LOG-RECORD TO HS-JOURNAL-RECORD
               WRITE TRAN-HIST-DATA
               END-WRITE
               ADD 1 TO WS-ARCH-ADDED
               ADD 1 TO WS-LOADED-COUNT
               MOVE "Y" TO WS-HS-PLACED
           NOT INVALID KEY
               IF HS-JOURNAL-RECORD = TRAN-LOG-RECORD
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE "Y" TO WS-HS-PLACED
               ELSE
                   ADD 1 TO WS-HK-SEQ
               END-IF
           END-READ.

       END PROGRAM BBC-HISTLOAD.
