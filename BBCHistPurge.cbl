      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-HISTPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - RETENTION PURGE OF THE TRANSACTION
      *>      HISTORY. EVERY RECORD DATED BEFORE THE LEGAL RETENTION
      *>      PERIOD IS COPIED TO A DATED OFFLINE EXTRACT AND THEN
      *>      DELETED FROM THE HISTORY. RUN STANDALONE, WITH THE ATM
      *>      AND ADMIN PROGRAMS SHUT DOWN
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HS-KEY.
      *>      THE RETENTION PERIOD (YEARS) IS ADMIN-TUNABLE IN LimitFile
           SELECT LimitFile ASSIGN TO "D:\cobol programs\limits.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LM-LIMIT-TYPE.
      *>      OFFLINE EXTRACT - PATH IS BUILT AT RUN TIME FROM THE RUN
      *>      DATE, E.G. histoff20260822.txt. OPENED EXTEND SO A SECOND
      *>      PURGE ON THE SAME DATE ADDS TO THE EXTRACT INSTEAD OF
      *>      DESTROYING IT
           SELECT OPTIONAL HistExtractFile ASSIGN TO WS-EXTRACT-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *>      VARIABLES FOR THE LIMIT FILE
       FD LimitFile.
       01 LIMIT-DATA.
           02 LM-LIMIT-TYPE PIC X(10).
           02 LM-LIMIT-AMOUNT PIC 9(6)V9(9).

      *>      THE EXTRACT CARRIES THE HISTORY RECORD, BYTE FOR BYTE, SO
      *>      IT CAN BE LOADED BACK IF A RECORD IS EVER CALLED FOR
       FD HistExtractFile.
       01 HIST-EXTRACT-RECORD PIC X(114).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE HISTORY READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE AND THE RETENTION CUTOFF - A RECORD DATED BEFORE
      *>      THE CUTOFF IS PAST RETENTION. THE CUTOFF IS THE RUN DATE
      *>      THE RETENTION YEARS EARLIER, 29 FEBRUARY FALLING BACK TO
      *>      THE 28TH
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YEAR PIC 9(4).
           02 WS-RUN-MMDD PIC 9(4).
       01 WS-RETAIN-YEARS PIC 9(2).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           02 WS-CUTOFF-YEAR PIC 9(4).
           02 WS-CUTOFF-MMDD PIC 9(4).

      *>      DATED EXTRACT PATH
       01 WS-EXTRACT-PATH PIC X(60).

      *>      RUNNING TOTALS FOR THE RUN SUMMARY
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(9) VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZZ,ZZ9.

      *>      BUSINESS DATE HANDED DOWN BY THE END-OF-DAY DRIVER - THE
      *>      PROMPT ONLY APPEARS ON A STANDALONE RUN
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE RETENTION PURGE RUN
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           OPEN INPUT LimitFile.
           PERFORM SET-RETENTION-CUTOFF.
           CLOSE LimitFile.

           MOVE SPACES TO WS-EXTRACT-PATH.
           STRING "D:\cobol programs\histoff" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           END-STRING.

           OPEN I-O TranHistFile.
           OPEN EXTEND HistExtractFile.
           PERFORM PURGE-HISTORY-RECORD
               UNTIL END-OF-FILE.
           CLOSE TranHistFile.
           CLOSE HistExtractFile.

           DISPLAY "History purge complete.".
           DISPLAY "Records dated before " WS-CUTOFF-DATE
               " moved offline.".
           MOVE WS-READ-COUNT TO DISP-COUNT.
           DISPLAY "History records read: " DISP-COUNT.
           MOVE WS-PURGED-COUNT TO DISP-COUNT.
           DISPLAY "Records purged: " DISP-COUNT.
           DISPLAY "Offline extract: " WS-EXTRACT-PATH.
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
               DISPLAY "BBC HISTORY RETENTION PURGE - ENTER SELECTION"
               DISPLAY "Business date (YYYYMMDD): "
               ACCEPT WS-RUN-DATE
           END-IF.

      *     PARAGRAPH FOR WORKING OUT THE RETENTION CUTOFF - THE
      *     PERIOD COMES FROM LimitFile WITH A FIVE-YEAR FALLBACK, THE
      *     LEGAL MINIMUM FOR TRANSACTION RECORDS
       SET-RETENTION-CUTOFF.
           MOVE "HISTYEARS" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 5 TO WS-RETAIN-YEARS
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO WS-RETAIN-YEARS
           END-READ.
           IF WS-RETAIN-YEARS < 5
               MOVE 5 TO WS-RETAIN-YEARS
           END-IF.

           COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETAIN-YEARS.
           MOVE WS-RUN-MMDD TO WS-CUTOFF-MMDD.
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF.

      *     PARAGRAPH FOR READING EACH HISTORY RECORD - ONE PAST
      *     RETENTION GOES TO THE EXTRACT FIRST AND IS ONLY THEN
      *     DELETED, SO A FAILED RUN NEVER LOSES A RECORD
       PURGE-HISTORY-RECORD.
           READ TranHistFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF HS-DATE < WS-CUTOFF-DATE
                   MOVE TRAN-HIST-DATA TO HIST-EXTRACT-RECORD
                   WRITE HIST-EXTRACT-RECORD
                   DELETE TranHistFile
                   INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-READ.

       END PROGRAM BBC-HISTPURGE.
