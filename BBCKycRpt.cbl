      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-KYCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - WALK THE MASTER IN KEY ORDER ONCE A MONTH
      *>      AND LIST EVERY ACCOUNT WHOSE PROFILE IS MISSING, NOT
      *>      COMPLETE, OR CARRIES AN ID THAT HAS EXPIRED OR IS ABOUT TO
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      CUSTOMER PROFILE (KYC) COMPANION FILE, KEYED BY ACCOUNT
           SELECT ProfileFile ASSIGN TO "D:\cobol programs\profile.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PF-ACCT-NO.
      *>      EXPIRED / EXPIRING / INCOMPLETE REPORT FOR THE BRANCH
           SELECT KycRptFile ASSIGN TO "D:\cobol programs\kycrpt.txt"
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

      *>      CUSTOMER PROFILE RECORD - ADDRESS, BIRTH DATE, MOBILE AND
      *>      THE GOVERNMENT ID PRESENTED, WITH THE LAST CHANGE STAMP.
      *>      AN ID THAT DOES NOT EXPIRE CARRIES 99991231
       FD ProfileFile.
       01 PROFILE-DATA.
           02 PF-ACCT-NO PIC 9(8).
           02 PF-DETAILS.
               03 PF-ADDRESS PIC X(30).
               03 PF-CITY PIC X(20).
               03 PF-BIRTH-DATE PIC 9(8).
               03 PF-MOBILE PIC X(11).
               03 PF-ID-TYPE PIC X(4).
               03 PF-ID-NUMBER PIC X(15).
               03 PF-ID-EXPIRY PIC 9(8).
           02 PF-CHANGE-DATE PIC 9(8).
           02 PF-TELLER-ID PIC X(6).

      *>      REPORT LINE
       FD KycRptFile.
       01 KYC-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE MASTER READ LOOP
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      RUN DATE AND THE DAY NUMBERS THE ID EXPIRY IS MEASURED
      *>      ON, SO MONTH AND YEAR ENDS WORK OUT
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-EXPIRY-INT PIC 9(7).
       01 WS-DAYS-LEFT PIC S9(7).
      *>      AN ID EXPIRING WITHIN THIS MANY DAYS IS LISTED SO THE
      *>      BRANCH HAS TIME TO CALL THE CUSTOMER IN
       01 WS-EXPIRY-WINDOW PIC 9(3) VALUE 60.

      *>      THE PROFILE FIELDS FOUND MISSING ON ONE ACCOUNT
       01 WS-MISSING-LIST PIC X(50).
       01 WS-MISSING-PTR PIC 9(3).

      *>      RUN COUNTERS
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRING-COUNT PIC 9(7) VALUE 0.
       01 WS-INCOMPLETE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-PROFILE-COUNT PIC 9(7) VALUE 0.

      *>      VARIABLES FOR STAMPING THE REPORT
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-DAYS PIC ZZZ,ZZ9.
       01 DISP-READ-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-EXPIRED-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-EXPIRING-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-INCOMPLETE-COUNT PIC Z,ZZZ,ZZ9.
       01 DISP-NO-PROFILE-COUNT PIC Z,ZZZ,ZZ9.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).
       01 WS-RUN-DATE-ENV PIC X(8).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE MONTHLY KYC REVIEW
       MAIN.
           PERFORM RESOLVE-RUN-DATE.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

           OPEN INPUT CustomerFile.
           OPEN INPUT ProfileFile.
           OPEN OUTPUT KycRptFile.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM READ-CUSTOMER-FILE
               UNTIL END-OF-FILE.

           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE CustomerFile.
           CLOSE ProfileFile.
           CLOSE KycRptFile.

           MOVE WS-EXPIRED-COUNT TO DISP-EXPIRED-COUNT.
           MOVE WS-EXPIRING-COUNT TO DISP-EXPIRING-COUNT.
           MOVE WS-INCOMPLETE-COUNT TO DISP-INCOMPLETE-COUNT.
           MOVE WS-NO-PROFILE-COUNT TO DISP-NO-PROFILE-COUNT.
           DISPLAY "KYC review complete - see kycrpt.txt".
           DISPLAY "ID expired:         " DISP-EXPIRED-COUNT.
           DISPLAY "ID expiring:        " DISP-EXPIRING-COUNT.
           DISPLAY "Profile incomplete: " DISP-INCOMPLETE-COUNT.
           DISPLAY "No profile:         " DISP-NO-PROFILE-COUNT.
           GOBACK.

      *     PARAGRAPH FOR THE BUSINESS DATE THE REVIEW IS RUN AS OF -
      *     THE SCHEDULER SETS IT, A STANDALONE RUN IS PROMPTED
       RESOLVE-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-ENV.
           ACCEPT WS-RUN-DATE-ENV
               FROM ENVIRONMENT "BUSINESS_DATE"
           END-ACCEPT.
           IF WS-RUN-DATE-ENV NOT = SPACES
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               DISPLAY "BBC KYC REVIEW - ENTER SELECTION"
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

      *     PARAGRAPH FOR READING EACH ACCOUNT
       READ-CUSTOMER-FILE.
           READ CustomerFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-PROFILE
           END-READ.

      *     PARAGRAPH FOR ONE ACCOUNT'S PROFILE - NONE ON FILE IS ITS
      *     OWN LINE, OTHERWISE THE MISSING FIELDS AND THE ID EXPIRY
      *     ARE EACH CHECKED, SO ONE ACCOUNT MAY SHOW ON TWO LINES
       CHECK-ONE-PROFILE.
           MOVE ACCT-NO TO PF-ACCT-NO.
           READ ProfileFile
           INVALID KEY
               ADD 1 TO WS-NO-PROFILE-COUNT
               PERFORM WRITE-NO-PROFILE-LINE
           NOT INVALID KEY
               PERFORM CHECK-COMPLETENESS
               PERFORM CHECK-ID-EXPIRY
           END-READ.

      *     PARAGRAPH FOR THE COMPLETENESS CHECK - EVERY FIELD OF THE
      *     PROFILE IS REQUIRED, AND THE ONES MISSING ARE NAMED
       CHECK-COMPLETENESS.
           MOVE SPACES TO WS-MISSING-LIST.
           MOVE 1 TO WS-MISSING-PTR.
           IF PF-ADDRESS = SPACES
               STRING "ADDR " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-CITY = SPACES
               STRING "CITY " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-BIRTH-DATE = 0
               STRING "BIRTH " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-MOBILE = SPACES
               STRING "MOBILE " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-ID-TYPE = SPACES
               STRING "IDTYPE " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-ID-NUMBER = SPACES
               STRING "IDNO " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF PF-ID-EXPIRY = 0
               STRING "EXPIRY " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.

           IF WS-MISSING-LIST NOT = SPACES
               ADD 1 TO WS-INCOMPLETE-COUNT
               PERFORM WRITE-INCOMPLETE-LINE
           END-IF.

      *     PARAGRAPH FOR THE ID EXPIRY CHECK - AN ID PAST ITS EXPIRY
      *     ON THE RUN DATE IS EXPIRED, ONE EXPIRING INSIDE THE WINDOW
      *     IS LISTED WITH THE DAYS IT HAS LEFT. NO EXPIRY ON FILE IS
      *     ALREADY REPORTED AS INCOMPLETE
       CHECK-ID-EXPIRY.
           IF PF-ID-EXPIRY NOT = 0
               AND FUNCTION TEST-DATE-YYYYMMDD (PF-ID-EXPIRY) = 0
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE (PF-ID-EXPIRY)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-INT
               IF WS-DAYS-LEFT < 0
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM WRITE-EXPIRED-LINE
               ELSE IF WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM WRITE-EXPIRING-LINE
               END-IF
           END-IF.

      *     PARAGRAPH FOR AN ACCOUNT WITH NO PROFILE AT ALL - OPENED
      *     BEFORE PROFILES WERE KEPT, OR NEVER FINISHED AT OPENING
       WRITE-NO-PROFILE-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE SPACES TO KYC-LINE.
           STRING "NO PROFILE ACCT=" DISP-ACCT-NO
               "  " FIRST-NAME " " LAST-NAME
               "  STATUS=" CUST-STATUS
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

      *     PARAGRAPH FOR AN INCOMPLETE PROFILE, WITH WHAT IS MISSING
       WRITE-INCOMPLETE-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE SPACES TO KYC-LINE.
           STRING "INCOMPLETE ACCT=" DISP-ACCT-NO
               "  " FIRST-NAME " " LAST-NAME
               "  MISSING: " WS-MISSING-LIST
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

      *     PARAGRAPH FOR AN ID ALREADY EXPIRED - THE MOBILE IS LISTED
      *     SO THE BRANCH CAN CALL THE CUSTOMER IN
       WRITE-EXPIRED-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           COMPUTE DISP-DAYS = 0 - WS-DAYS-LEFT.
           MOVE SPACES TO KYC-LINE.
           STRING "EXPIRED    ACCT=" DISP-ACCT-NO
               "  " FIRST-NAME " " LAST-NAME
               "  ID=" PF-ID-TYPE " " PF-ID-NUMBER
               "  EXPIRY=" PF-ID-EXPIRY
               "  DAYS AGO=" DISP-DAYS
               "  MOBILE=" PF-MOBILE
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

      *     PARAGRAPH FOR AN ID EXPIRING INSIDE THE WINDOW
       WRITE-EXPIRING-LINE.
           MOVE ACCT-NO TO DISP-ACCT-NO.
           MOVE WS-DAYS-LEFT TO DISP-DAYS.
           MOVE SPACES TO KYC-LINE.
           STRING "EXPIRING   ACCT=" DISP-ACCT-NO
               "  " FIRST-NAME " " LAST-NAME
               "  ID=" PF-ID-TYPE " " PF-ID-NUMBER
               "  EXPIRY=" PF-ID-EXPIRY
               "  DAYS LEFT=" DISP-DAYS
               "  MOBILE=" PF-MOBILE
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-EXPIRY-WINDOW TO DISP-DAYS.
           MOVE SPACES TO KYC-LINE.
           STRING "BIG BLACK CARD - KYC PROFILE REVIEW"
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "AS OF: " WS-RUN-DATE
               "  RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  EXPIRY WINDOW (DAYS): " DISP-DAYS
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           WRITE KYC-LINE.

      *     PARAGRAPH FOR THE SUMMARY COUNTS
       WRITE-REPORT-SUMMARY.
           MOVE WS-READ-COUNT TO DISP-READ-COUNT.
           MOVE WS-EXPIRED-COUNT TO DISP-EXPIRED-COUNT.
           MOVE WS-EXPIRING-COUNT TO DISP-EXPIRING-COUNT.
           MOVE WS-INCOMPLETE-COUNT TO DISP-INCOMPLETE-COUNT.
           MOVE WS-NO-PROFILE-COUNT TO DISP-NO-PROFILE-COUNT.

           MOVE SPACES TO KYC-LINE.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "ACCOUNTS READ:      " DISP-READ-COUNT
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "ID EXPIRED:         " DISP-EXPIRED-COUNT
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "ID EXPIRING:        " DISP-EXPIRING-COUNT
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "PROFILE INCOMPLETE: " DISP-INCOMPLETE-COUNT
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

           MOVE SPACES TO KYC-LINE.
           STRING "NO PROFILE:         " DISP-NO-PROFILE-COUNT
               DELIMITED BY SIZE INTO KYC-LINE
           END-STRING.
           WRITE KYC-LINE.

       END PROGRAM BBC-KYCRPT.
