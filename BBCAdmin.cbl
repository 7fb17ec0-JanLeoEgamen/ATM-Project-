           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BL-CODE.
      *>      COMPLIANCE CASES OPENED BY THE CASH WATCH BATCH - LISTED
      *>      IN KEY ORDER AND WORKED HERE
           SELECT CaseFile ASSIGN TO "D:\cobol programs\cwcase.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CW-KEY.
      *>      CUSTOMER PROFILE (KYC) COMPANION FILE, KEYED BY ACCOUNT -
      *>      COLLECTED AT ACCOUNT OPENING AND MAINTAINED HERE
           SELECT ProfileFile ASSIGN TO "D:\cobol programs\profile.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PF-ACCT-NO.
      *>      EVERY PROFILE CHANGE IS APPENDED HERE, BEFORE AND AFTER,
      *>      WITH THE TELLER WHO MADE IT
           SELECT ProfHistFile
           ASSIGN TO "D:\cobol programs\profhist.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      CHARGE-OFF RECOMMENDATIONS FROM THE OVERDRAFT AGING
      *>      BATCH - LISTED IN KEY ORDER AND SIGNED OFF HERE
           SELECT ChargeOffFile ASSIGN TO "D:\cobol programs\chgoff.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CO-ACCT-NO.
      *>      DEBIT CARD FILE - ISSUED, HOT-LISTED AND REPLACED HERE.
      *>      AN ACCOUNT'S CARDS ARE LISTED ALONG THE ACCOUNT KEY
           SELECT CardFile ASSIGN TO "D:\cobol programs\cards.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CD-CARD-NO
           ALTERNATE RECORD KEY IS CD-ACCT-NO WITH DUPLICATES.
      *>      DEPOSIT HOLD FILE - A SUPERVISOR RELEASES A HOLD EARLY OR
      *>      EXTENDS IT. AN ACCOUNT'S HOLDS ARE LISTED ALONG THE KEY
           SELECT HoldFile ASSIGN TO "D:\cobol programs\holds.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HD-KEY.
      *>      TIME DEPOSIT FILE - PLACEMENTS ARE OPENED AND BROKEN
      *>      EARLY HERE, MATURED BY THE NIGHTLY RUN. AN ACCOUNT'S
      *>      PLACEMENTS ARE LISTED ALONG THE KEY
           SELECT TimeDepFile ASSIGN TO "D:\cobol programs\timedep.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TD-KEY.
      *>      CUSTOMER ALERT SETTINGS, KEPT HERE BY THE TELLER, AND
      *>      THE QUEUE OF ALERTS WAITING FOR THE GATEWAY SEND RUN
           SELECT AlertPrefFile
           ASSIGN TO "D:\cobol programs\alertpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AP-ACCT-NO.
           SELECT AlertQueueFile
           ASSIGN TO "D:\cobol programs\alertq.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 BL-NAME PIC X(20).
           02 BL-COLLECT-ACCT PIC 9(8).

      *>      COMPLIANCE CASE RECORD - TYPE L IS A LARGE-CASH DAY, TYPE
      *>      S IS A STRUCTURING PATTERN. STATUS O OPEN, R REVIEWED,
      *>      E ESCALATED, WITH THE TELLER WHO WORKED IT AND WHEN
       FD CaseFile.
       01 CASE-DATA.
           02 CW-KEY.
               03 CW-ACCT-NO PIC 9(8).
               03 CW-CASE-DATE PIC 9(8).
               03 CW-CASE-TYPE PIC X(1).
           02 CW-AMOUNT PIC 9(9)V99.
           02 CW-TRAN-COUNT PIC 9(4).
           02 CW-WINDOW-DAYS PIC 9(3).
           02 CW-STATUS PIC X(1).
           02 CW-TELLER-ID PIC X(6).
           02 CW-ACTION-DATE PIC 9(8).
           02 CW-NOTE PIC X(12).

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

      *>      PROFILE CHANGE HISTORY RECORD - A ADDED, C CHANGED, THE
      *>      DETAILS AS THEY STOOD AND AS THEY WERE LEFT, AND WHO
       FD ProfHistFile.
       01 PROF-HIST-RECORD.
           02 PH-ACCT-NO PIC 9(8).
           02 PH-DATE PIC 9(8).
           02 PH-TIME PIC 9(6).
           02 PH-TELLER-ID PIC X(6).
           02 PH-ACTION PIC X(1).
           02 PH-OLD-DETAILS PIC X(96).
           02 PH-NEW-DETAILS PIC X(96).

      *>      CHARGE-OFF RECOMMENDATION RECORD - STATUS R RECOMMENDED,
      *>      A APPROVED, D DECLINED, X WITHDRAWN (BACK IN CREDIT),
      *>      WITH THE SUPERVISOR WHO SIGNED IT AND WHEN
       FD ChargeOffFile.
       01 CHARGE-OFF-DATA.
           02 CO-ACCT-NO PIC 9(8).
           02 CO-LIST-DATE PIC 9(8).
           02 CO-NEG-SINCE PIC 9(8).
           02 CO-BALANCE PIC S9(6)V99.
           02 CO-DAYS PIC 9(5).
           02 CO-STATUS PIC X(1).
           02 CO-TELLER-ID PIC X(6).
           02 CO-ACTION-DATE PIC 9(8).
           02 CO-NOTE PIC X(12).

      *>      DEBIT CARD RECORD - EXPIRY IS YYYYMM, GOOD THROUGH THE
      *>      END OF THAT MONTH. STATUS A ACTIVE, L LOST, S STOLEN,
      *>      E EXPIRED, R REPLACED. A CARD IS NEVER DELETED - A
      *>      REPLACEMENT POINTS BACK AT THE CARD IT REPLACES, AND THE
      *>      OLD CARD FORWARD AT IT, SO THE HISTORY STAYS ON FILE.
      *>      THE TELLER IS WHOEVER LAST ACTED ON THE CARD
       FD CardFile.
       01 CARD-DATA.
           02 CD-CARD-NO PIC 9(16).
           02 CD-ACCT-NO PIC 9(8).
           02 CD-EXPIRY PIC 9(6).
           02 CD-STATUS PIC X(1).
           02 CD-ISSUE-DATE PIC 9(8).
           02 CD-STATUS-DATE PIC 9(8).
           02 CD-TELLER-ID PIC X(6).
           02 CD-REPLACES PIC 9(16).
           02 CD-REPLACED-BY PIC 9(16).

      *>      DEPOSIT HOLD RECORD - STATUS H HELD, R RELEASED BY THE
      *>      NIGHTLY RUN, E RELEASED EARLY HERE. THE TELLER AND ACTION
      *>      DATE RECORD WHO LAST RELEASED OR EXTENDED IT
       FD HoldFile.
       01 HOLD-DATA.
           02 HD-KEY.
               03 HD-ACCT-NO PIC 9(8).
               03 HD-DEPOSIT-DATE PIC 9(8).
               03 HD-DEPOSIT-TIME PIC 9(6).
           02 HD-CURRENCY PIC X(3).
           02 HD-AMOUNT PIC 9(6)V99.
           02 HD-RELEASE-DATE PIC 9(8).
           02 HD-STATUS PIC X(1).
           02 HD-TELLER-ID PIC X(6).
           02 HD-ACTION-DATE PIC 9(8).

      *>      TIME DEPOSIT RECORD - ONE PER PLACEMENT, KEYED BY ACCOUNT
      *>      AND THE ACCOUNT'S PLACEMENT SEQUENCE. THE RATE IS PERCENT
      *>      A YEAR ON A 365-DAY BASIS. INSTRUCTION R ROLLS THE
      *>      PRINCIPAL OVER FOR THE SAME TERM, P PAYS IT OUT. STATUS
      *>      A ACTIVE, M MATURED AND PAID OUT, B BROKEN EARLY. A
      *>      ROLLOVER KEEPS THE RECORD AND COUNTS THE ROLL
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
      *>       VARIABLES USED FOR DISPLAY
       01 WSCUSTDATASTDATA.
      *>  VARIABLE FOR MAINTAINING THE INTEREST POSTING RATE
       01 NEW-INTEREST-RATE PIC 9(6)V9(9).

      *>  VARIABLES FOR THE MONTHLY SERVICE FEES - SAME PER-TIER
      *>  KEYING AS THE LIMITS AND RATES ABOVE
       01 NEW-MAINT-FEE PIC 9(6)V99.
       01 NEW-MIN-BAL PIC 9(6)V99.
       01 NEW-BELOW-MIN-FEE PIC 9(6)V99.
       01 WS-TIER-MAINTFEE-KEY.
           02 FILLER PIC X(9) VALUE "MAINTFEE-".
           02 WS-TIER-MF-TIER PIC X(1).
       01 WS-TIER-MINBAL-KEY.
           02 FILLER PIC X(7) VALUE "MINBAL-".
           02 WS-TIER-MB-TIER PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
       01 WS-TIER-BMINFEE-KEY.
           02 FILLER PIC X(8) VALUE "BMINFEE-".
           02 WS-TIER-BF-TIER PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.

      *>  VARIABLES FOR THE CASH WATCH CASE LIST - OPEN CASES ARE
      *>  LISTED IN KEY ORDER, AND THE ONE TO WORK IS PICKED BY
      *>  ACCOUNT, CASE DATE AND TYPE
       01 CC-ACCT PIC 9(8).
       01 CC-DATE PIC 9(8).
       01 CC-TYPE PIC X(1).
       01 CC-ACTION PIC 9.
       01 WS-CC-EOF PIC X(1).
       01 WS-CC-MORE-NOTED PIC X(1).
       01 WS-CC-OPEN-COUNT PIC 9(4).
       01 WS-CC-SHOWN-COUNT PIC 9(3).
       01 WS-CC-ROW-POS PIC 9(4).
       01 WS-CC-DATE-POS PIC 9(4).
       01 WS-CC-TYPE-POS PIC 9(4).
       01 WS-CC-AMT-POS PIC 9(4).
       01 DISP-CC-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-CC-COUNT PIC Z,ZZ9.

      *>  VARIABLES FOR THE CASH WATCH SCREENING SETTINGS
       01 NEW-CW-THRESHOLD PIC 9(6)V99.
       01 NEW-CW-NEAR-PCT PIC 9(2).
       01 NEW-CW-WINDOW PIC 9(2).
       01 NEW-CW-REPEAT PIC 9(2).

      *>  VARIABLES FOR THE CUSTOMER PROFILE SCREENS - A BLANK (OR
      *>  ZERO) ENTRY KEEPS THE FIELD AS IT WAS, AND THE DETAILS AS
      *>  THEY STOOD ARE KEPT FOR THE HISTORY RECORD
       01 KY-NEW-ADDRESS PIC X(30).
       01 KY-NEW-CITY PIC X(20).
       01 KY-NEW-BIRTH-DATE PIC 9(8).
       01 KY-NEW-MOBILE PIC X(11).
       01 KY-NEW-ID-TYPE PIC X(4).
       01 KY-NEW-ID-NUMBER PIC X(15).
       01 KY-NEW-ID-EXPIRY PIC 9(8).
       01 KY-OLD-DETAILS PIC X(96).
       01 WS-KY-ON-FILE PIC X(1).
       01 WS-KY-VALID PIC X(1).

      *>  VARIABLES FOR THE CHARGE-OFF SIGN-OFF LIST - SAME LAYOUT
      *>  AS THE CASH WATCH CASE LIST
       01 CF-ACCT PIC 9(8).
       01 CF-ACTION PIC 9.
       01 WS-CF-EOF PIC X(1).
       01 WS-CF-MORE-NOTED PIC X(1).
       01 WS-CF-OPEN-COUNT PIC 9(4).
       01 WS-CF-SHOWN-COUNT PIC 9(3).
       01 WS-CF-ROW-POS PIC 9(4).
       01 WS-CF-DAYS-POS PIC 9(4).
       01 WS-CF-BAL-POS PIC 9(4).
       01 DISP-CF-BALANCE PIC -ZZZ,ZZ9.99.
       01 DISP-CF-DAYS PIC ZZ,ZZ9.

      *>  VARIABLES FOR THE OVERDRAFT AGING SETTINGS
       01 NEW-OD-FRZ-DAYS PIC 9(3).
       01 NEW-OD-CHG-DAYS PIC 9(3).

      *>  VARIABLES FOR THE DEBIT CARD SCREEN - THE ACCOUNT'S CARDS
      *>  ARE LISTED ALONG THE ACCOUNT KEY, SAME LAYOUT AS THE CASH
      *>  WATCH CASE LIST. THE CARD ACTED ON IS PICKED BY NUMBER
       01 DC-ACCT PIC 9(8).
       01 DC-CARD PIC 9(16).
       01 DC-ACTION PIC 9.
       01 DC-HOT-CHOICE PIC 9.
       01 DC-STATUS-TEXT PIC X(8).
       01 WS-DC-EOF PIC X(1).
       01 WS-DC-MORE-NOTED PIC X(1).
       01 WS-DC-CARD-COUNT PIC 9(3).
       01 WS-DC-ACTIVE-COUNT PIC 9(3).
       01 WS-DC-SHOWN-COUNT PIC 9(3).
       01 WS-DC-ROW-POS PIC 9(4).
       01 WS-DC-EXP-POS PIC 9(4).
       01 WS-DC-STAT-POS PIC 9(4).

      *>  VARIABLES FOR THE DEPOSIT HOLD SCREEN - THE ACCOUNT'S HOLDS
      *>  STILL IN FORCE ARE LISTED WITH A ROW NUMBER, AND THE KEY OF
      *>  EACH ROW SHOWN IS KEPT SO THE ONE ACTED ON IS PICKED BY ROW
       01 DH-ACCT PIC 9(8).
       01 DH-ROW PIC 9.
       01 DH-ACTION PIC 9.
       01 DH-NEW-DATE PIC 9(8).
       01 DH-ROW-TABLE.
           02 DH-ROW-KEY PIC X(22) OCCURS 6 TIMES.
       01 DISP-DH-ROW PIC 9.
       01 DISP-DH-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-DH-EOF PIC X(1).
       01 WS-DH-MORE-NOTED PIC X(1).
       01 WS-DH-SHOWN-COUNT PIC 9(3).
       01 WS-DH-ROW-POS PIC 9(4).
       01 WS-DH-DATE-POS PIC 9(4).
       01 WS-DH-CURR-POS PIC 9(4).
       01 WS-DH-AMT-POS PIC 9(4).
       01 WS-DH-REL-POS PIC 9(4).

      *>  VARIABLES FOR THE TIME DEPOSIT SCREEN - THE ACCOUNT'S ACTIVE
      *>  PLACEMENTS ARE LISTED WITH A ROW NUMBER, SAME LAYOUT AS THE
      *>  DEPOSIT HOLD LIST. THE BALANCE IN THE PLACEMENT'S CURRENCY
      *>  IS WORKED ON WIDE SO A CREDIT THAT WOULD OVERFLOW IS SEEN
       01 TP-ACCT PIC 9(8).
       01 TP-ROW PIC 9.
       01 TP-ACTION PIC 9.
       01 TP-CURRENCY PIC X(3).
       01 TP-AMOUNT PIC 9(6)V99.
       01 TP-TERM PIC 9(4).
       01 TP-RATE PIC 9(2)V9(4).
       01 TP-INSTRUCTION PIC X(1).
       01 TP-CONFIRM PIC X(1).
       01 TP-ROW-TABLE.
           02 TP-ROW-KEY PIC X(10) OCCURS 6 TIMES.
       01 TP-WORK-BAL PIC S9(7)V9(9).
       01 TP-HELD PIC 9(7)V99.
       01 TP-HOLD-EOF PIC X(1).
       01 TP-PEN-RATE PIC 9(2)V9(4).
       01 TP-START-INT PIC 9(7).
       01 TP-TODAY-INT PIC 9(7).
       01 TP-DAYS-HELD PIC 9(5).
       01 TP-INTEREST PIC 9(6)V99.
       01 TP-REFERENCE.
           02 FILLER PIC X(9) VALUE "TIME DEP ".
           02 TP-REF-SEQ PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
       01 DISP-TP-ROW PIC 9.
       01 DISP-TP-AMOUNT PIC ZZZ,ZZ9.99.
       01 DISP-TP-RATE PIC Z9.9999.
       01 DISP-TP-DAYS PIC ZZ,ZZ9.
       01 WS-TP-EOF PIC X(1).
       01 WS-TP-MORE-NOTED PIC X(1).
       01 WS-TP-LISTING PIC X(1).
       01 WS-TP-ACTIVE-COUNT PIC 9(3).
       01 WS-TP-SHOWN-COUNT PIC 9(3).
       01 WS-TP-LAST-SEQ PIC 9(2).
       01 WS-TP-ROW-POS PIC 9(4).
       01 WS-TP-CURR-POS PIC 9(4).
       01 WS-TP-AMT-POS PIC 9(4).
       01 WS-TP-RATE-POS PIC 9(4).

      *>  VARIABLES FOR THE ALERT SETTINGS SCREENS - A BLANK ENTRY
      *>  KEEPS THE CHANNEL, CONTACT, AMOUNT OR FLAG AS IT WAS. THE
      *>  AMOUNTS ARE KEYED AS TEXT SO A BLANK CAN BE TOLD FROM A
      *>  ZERO, WHICH TURNS THAT ALERT OFF
       01 AL-NEW-CHANNEL PIC X(1).
       01 AL-NEW-MOBILE PIC X(11).
       01 AL-NEW-EMAIL PIC X(30).
       01 AL-NEW-WDL-OVER PIC 9(6)V99.
       01 AL-NEW-XFER-OVER PIC 9(6)V99.
       01 AL-NEW-BAL-FLOOR PIC 9(6)V99.
       01 AL-NEW-PIN-LOCK PIC X(1).
       01 AL-NEW-ORDER-SKIP PIC X(1).
       01 AL-NEW-STATUS-CHG PIC X(1).
       01 AL-IN-WDL-OVER PIC X(10).
       01 AL-IN-XFER-OVER PIC X(10).
       01 AL-IN-BAL-FLOOR PIC X(10).
       01 AL-IN-AMOUNT PIC X(10).
       01 AL-AMOUNT PIC 9(6)V99.
       01 AL-OLD-PREF PIC X(92).
       01 DISP-AL-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-AL-ON-FILE PIC X(1).
       01 WS-AL-VALID PIC X(1).
       01 WS-AL-EVENT PIC X(4).
       01 WS-TP-MAT-POS PIC 9(4).
       01 WS-TP-INS-POS PIC 9(4).

      *>  VARIABLES FOR BUILDING A NEW CARD - BANK PREFIX, ACCOUNT
      *>  NUMBER, THE ACCOUNT'S ISSUE SEQUENCE AND A LUHN CHECK DIGIT.
      *>  THE CARD LIFE IN YEARS IS ADMIN-OWNED IN LimitFile
       01 DC-NEW-NUMBER.
           02 DC-NEW-BIN PIC 9(5) VALUE 52981.
           02 DC-NEW-ACCT PIC 9(8).
           02 DC-NEW-SEQ PIC 9(2).
           02 DC-NEW-CHECK PIC 9(1).
       01 DC-NEW-DIGITS REDEFINES DC-NEW-NUMBER.
           02 DC-NEW-DIGIT PIC 9 OCCURS 16 TIMES.
       01 DC-OLD-CARD PIC 9(16).
       01 DC-ISSUED-CARD PIC 9(16).
       01 DC-ISSUED-EXPIRY PIC 9(6).
       01 DC-EXPIRY-YEARS PIC 9(2).
       01 DC-YYYYMM PIC 9(6).
       01 WS-DC-IX PIC 9(2).
       01 WS-DC-DIGIT PIC 9(2).
       01 WS-DC-HALF PIC 9(2).
       01 WS-DC-ODD PIC 9(1).
       01 WS-DC-LUHN-SUM PIC 9(3).
       01 WS-DC-LUHN-QUOT PIC 9(3).
       01 WS-DC-LUHN-REM PIC 9(1).

      *>  VARIABLES FOR THE OVERDRAFT LINE AND ITS FEE
       01 NEW-OD-LIMIT PIC 9(6)V99.
       01 NEW-OD-FEE PIC 9(6)V9(9).

      *>  VARIABLES FOR SETTING THE ACCOUNT STATUS
       01 STATUS-CHOICE PIC 9.
       01 WS-OLD-STATUS PIC X(1).

      *>  VARIABLES FOR CASSETTE REPLENISHMENT
       01 CASS-CURR-CHOICE PIC 9.
           OPEN I-O ReceiptFile.
           OPEN I-O CassetteFile.
           OPEN I-O BillerFile.
           OPEN I-O CaseFile.
           OPEN I-O ProfileFile.
           OPEN EXTEND ProfHistFile.
           OPEN I-O ChargeOffFile.
           OPEN I-O CardFile.
           OPEN I-O HoldFile.
           OPEN I-O TimeDepFile.
           OPEN I-O AlertPrefFile.
           OPEN EXTEND AlertQueueFile.
           PERFORM ADMIN-LOGIN.
      *>      MAIN PARAGRAPH
       MAIN.
           DISPLAY "18 - FIND CUSTOMER" AT 1161.
           DISPLAY "19 - ACCT TIER" AT 2040.
           DISPLAY "20 - PWD DAYS" AT 2061.
           DISPLAY "21 - MORE" AT 2140.
           DISPLAY "Enter choice: " AT 2051.
           ACCEPT CHOICE AT 2065.

               CLOSE ReceiptFile
               CLOSE CassetteFile
               CLOSE BillerFile
               CLOSE CaseFile
               CLOSE ProfileFile
               CLOSE ProfHistFile
               CLOSE ChargeOffFile
               CLOSE CardFile
               CLOSE HoldFile
               CLOSE TimeDepFile
               CLOSE AlertPrefFile
               CLOSE AlertQueueFile
               STOP RUN
           ELSE IF CHOICE = 6
      *>          CLOSE/DELETE AN ACCOUNT - SUPERVISOR ONLY
               ELSE
                   PERFORM UPDATE-PWD-DAYS
               END-IF
           ELSE IF CHOICE = 21
      *>          SECOND MENU PAGE
               PERFORM MORE-MENU
           ELSE
      *>          INPUT VALIDATION
               DISPLAY "Invalid input! please retry..."AT 1942

           PERFORM GENERATE-UNIQUE-ACCT.
           PERFORM WRITE-NEW-ACCOUNT.
           PERFORM ISSUE-FIRST-CARD.
           PERFORM CAPTURE-NEW-PROFILE.
           PERFORM MAIN.

      *     PARAGRAPH FOR ROLLING AN ACCOUNT NUMBER THAT ISN'T ALREADY
               PERFORM WRITE-TRAN-LOG
           END-WRITE.

      *     PARAGRAPH FOR ISSUING THE NEW ACCOUNT'S FIRST DEBIT CARD -
      *     THE ATM LOGS IN BY CARD, SO NO ACCOUNT LEAVES WITHOUT ONE
       ISSUE-FIRST-CARD.
           MOVE WSGEN-ACCT TO DC-ACCT.
           MOVE 0 TO WS-DC-CARD-COUNT.
           MOVE 0 TO DC-OLD-CARD.
           PERFORM MAKE-NEW-CARD.
           PERFORM SHOW-NEW-CARD.
           DISPLAY " " ERASE SCREEN.

      *     PARAGRAPH FOR TAKING THE NEW CUSTOMER'S PROFILE STRAIGHT
      *     AFTER THE ACCOUNT IS WRITTEN - ANYTHING THE CUSTOMER CANNOT
      *     PRODUCE TODAY IS LEFT BLANK, AND THE MONTHLY KYC REPORT
      *     KEEPS ASKING FOR IT
       CAPTURE-NEW-PROFILE.
           MOVE WSGEN-ACCT TO PF-ACCT-NO.
           MOVE "N" TO WS-KY-ON-FILE.
           MOVE SPACES TO PF-ADDRESS.
           MOVE SPACES TO PF-CITY.
           MOVE 0 TO PF-BIRTH-DATE.
           MOVE SPACES TO PF-MOBILE.
           MOVE SPACES TO PF-ID-TYPE.
           MOVE SPACES TO PF-ID-NUMBER.
           MOVE 0 TO PF-ID-EXPIRY.
           MOVE PF-DETAILS TO KY-OLD-DETAILS.
           PERFORM ACCEPT-PROFILE.
           PERFORM SAVE-PROFILE.
           DISPLAY " " ERASE SCREEN.

      *>      PARAGRAPH FOR DISPLAYING ACCOUNT DATA
       DISPLAY-ACC-DATA.
           DISPLAY " " ERASE SCREEN.
               PERFORM MAIN
           END-READ.

      *>          A PLACEMENT STILL RUNNING HAS NOWHERE TO MATURE TO,
      *>          SO IT MUST BE BROKEN BEFORE THE ACCOUNT CAN CLOSE
           MOVE ACCT-NO TO TP-ACCT.
           MOVE "N" TO WS-TP-LISTING.
           PERFORM SCAN-ACCOUNT-PLACEMENTS.
           IF WS-TP-ACTIVE-COUNT > 0
               DISPLAY "Break its time deposits first." AT 1542
               ACCEPT PAUSE AT 1573
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

              DISPLAY "Name: " AT 1445.
              DISPLAY FIRST-NAME AT 1452.
              DISPLAY LAST-NAME AT 1464.
               PERFORM MAIN
           END-DELETE.

      *>          ANY LEFTOVER LOCKOUT STATE, RECEIPT HISTORY OR ALERT
      *>          SETTINGS TIED TO THE ACCOUNT NUMBER GO WITH IT
           MOVE ACCT-NO TO FP-ACCT-NO.
           DELETE FailedPinFile
           INVALID KEY
               CONTINUE
           END-DELETE.

           MOVE ACCT-NO TO AP-ACCT-NO.
           DELETE AlertPrefFile
           INVALID KEY
               CONTINUE
           END-DELETE.

           DISPLAY "Account closed." AT 1945.
           ACCEPT PAUSE AT 1961.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "New status: " AT 1745.
           ACCEPT STATUS-CHOICE AT 1757.

           MOVE CUST-STATUS TO WS-OLD-STATUS.
           IF STATUS-CHOICE = 1
               MOVE "A" TO CUST-STATUS
           ELSE IF STATUS-CHOICE = 2
           PERFORM WRITE-TRAN-LOG.
           MOVE SPACES TO WS-TRAN-REFERENCE.

      *>          A MOVE INTO FROZEN OR DORMANT IS ALERTED TO THE
      *>          CUSTOMER IF THEY ASKED FOR STATUS CHANGE ALERTS
           IF CUST-STATUS NOT = WS-OLD-STATUS
               IF CUST-STATUS = "F"
                   MOVE "FRZN" TO WS-AL-EVENT
                   PERFORM QUEUE-STATUS-ALERT
               ELSE IF CUST-STATUS = "D"
                   MOVE "DORM" TO WS-AL-EVENT
                   PERFORM QUEUE-STATUS-ALERT
               END-IF
           END-IF.

           DISPLAY "Status updated." AT 1945.
           ACCEPT PAUSE AT 1961.
           DISPLAY " " ERASE SCREEN.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR THE SECOND MENU PAGE - THE FIRST PAGE
      *>          IS FULL, SO THE NEWER FUNCTIONS ARE REACHED FROM HERE
       MORE-MENU.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "BBC ADMIN - MORE" AT 1052.
           DISPLAY "1 - SERVICE FEES" AT 1240.
           DISPLAY "2 - CASH WATCH CASES" AT 1340.
           DISPLAY "3 - CASH WATCH LIMITS" AT 1440.
           DISPLAY "4 - CUSTOMER PROFILE" AT 1540.
           DISPLAY "5 - CHARGE-OFF LIST" AT 1640.
           DISPLAY "6 - OD AGING LIMITS" AT 1740.
           DISPLAY "7 - DEBIT CARDS" AT 1840.
           DISPLAY "8 - DEPOSIT HOLDS" AT 1940.
           DISPLAY "9 - TIME DEPOSITS" AT 1260.
           DISPLAY "10 - ALERT SETTINGS" AT 1360.
           DISPLAY "0 - BACK" AT 2040.
           DISPLAY "Enter choice: " AT 2051.
           ACCEPT CHOICE AT 2065.

           IF CHOICE = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           ELSE IF CHOICE = 1
      *>          MAINTAIN THE MONTHLY SERVICE FEES - SUPERVISOR ONLY
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM UPDATE-SERVICE-FEES
               END-IF
           ELSE IF CHOICE = 2
      *>          LIST AND WORK THE CASH WATCH CASES - OPEN TO EVERY
      *>          TELLER, THE CASE RECORDS WHO WORKED IT
               PERFORM CASH-WATCH-CASES
           ELSE IF CHOICE = 3
      *>          MAINTAIN THE CASH WATCH SCREENING SETTINGS -
      *>          SUPERVISOR ONLY
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM UPDATE-CASH-WATCH
               END-IF
           ELSE IF CHOICE = 4
      *>          VIEW OR MAINTAIN A CUSTOMER'S KYC PROFILE - OPEN TO
      *>          EVERY TELLER, THE HISTORY RECORDS WHO CHANGED WHAT
               PERFORM CUSTOMER-PROFILE
           ELSE IF CHOICE = 5
      *>          SIGN OFF THE OVERDRAFT CHARGE-OFF RECOMMENDATIONS -
      *>          SUPERVISOR ONLY
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM CHARGE-OFF-LIST
               END-IF
           ELSE IF CHOICE = 6
      *>          MAINTAIN THE OVERDRAFT FREEZE AND CHARGE-OFF AGES -
      *>          SUPERVISOR ONLY
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM UPDATE-OD-AGING
               END-IF
           ELSE IF CHOICE = 7
      *>          ISSUE, HOT-LIST OR REPLACE A CUSTOMER'S DEBIT CARD -
      *>          OPEN TO EVERY TELLER, THE CARD RECORDS WHO ACTED
               PERFORM DEBIT-CARDS
           ELSE IF CHOICE = 8
      *>          RELEASE A DEPOSIT HOLD EARLY OR EXTEND IT -
      *>          SUPERVISOR ONLY
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM DEPOSIT-HOLDS
               END-IF
           ELSE IF CHOICE = 9
      *>          OPEN A TIME DEPOSIT, OR BREAK ONE EARLY - OPENING IS
      *>          OPEN TO EVERY TELLER, BREAKING IS SUPERVISOR ONLY
               PERFORM TIME-DEPOSITS
           ELSE IF CHOICE = 10
      *>          KEEP A CUSTOMER'S SMS/EMAIL ALERT CHOICES - OPEN TO
      *>          EVERY TELLER, THE SETTINGS RECORD WHO LAST CHANGED
      *>          THEM
               PERFORM ALERT-SETTINGS
           ELSE
      *>          INPUT VALIDATION
               DISPLAY "Invalid input! please retry..."AT 1942
               ACCEPT PAUSE AT 1977
               PERFORM MORE-MENU
           END-IF.

      *>          PARAGRAPH FOR MAINTAINING THE MONTHLY SERVICE FEES
      *>          CHARGED BY THE MONTH-END SERVICE-CHARGE BATCH - THE
      *>          MAINTENANCE FEE, THE MINIMUM AVERAGE DAILY BALANCE
      *>          AND THE FEE FOR FALLING BELOW IT. BLANK TIER SETS THE
      *>          GLOBAL ENTRIES, A TIER CODE SETS THAT TIER'S OWN, AND
      *>          ZERO TURNS A FEE OFF
       UPDATE-SERVICE-FEES.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "UPDATE SERVICE FEES" AT 1150.
           DISPLAY "Tier (blank = all accounts): " AT 1345.
           ACCEPT WS-UPD-TIER AT 1375.
           DISPLAY "Monthly maintenance fee: " AT 1445.
           ACCEPT NEW-MAINT-FEE AT 1471.
           DISPLAY "Minimum avg daily balance: " AT 1545.
           ACCEPT NEW-MIN-BAL AT 1573.
           DISPLAY "Fee if below minimum: " AT 1645.
           ACCEPT NEW-BELOW-MIN-FEE AT 1668.

           IF WS-UPD-TIER = SPACE
               MOVE "MAINTFEE" TO LM-LIMIT-TYPE
           ELSE
               MOVE WS-UPD-TIER TO WS-TIER-MF-TIER
               MOVE WS-TIER-MAINTFEE-KEY TO LM-LIMIT-TYPE
           END-IF.
           MOVE NEW-MAINT-FEE TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           IF WS-UPD-TIER = SPACE
               MOVE "MINBAL" TO LM-LIMIT-TYPE
           ELSE
               MOVE WS-UPD-TIER TO WS-TIER-MB-TIER
               MOVE WS-TIER-MINBAL-KEY TO LM-LIMIT-TYPE
           END-IF.
           MOVE NEW-MIN-BAL TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           IF WS-UPD-TIER = SPACE
               MOVE "BMINFEE" TO LM-LIMIT-TYPE
           ELSE
               MOVE WS-UPD-TIER TO WS-TIER-BF-TIER
               MOVE WS-TIER-BMINFEE-KEY TO LM-LIMIT-TYPE
           END-IF.
           MOVE NEW-BELOW-MIN-FEE TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           DISPLAY "Service fees updated." AT 1845.
           ACCEPT PAUSE AT 1867.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR THE CASH WATCH CASE LIST - EVERY OPEN
      *>          CASE IN KEY ORDER, THEN THE ONE PICKED IS MARKED
      *>          REVIEWED OR ESCALATED UNDER THE TELLER'S ID. NOTHING
      *>          GOES TO THE CUSTOMER'S JOURNAL - A CASE MUST NEVER
      *>          SHOW ON A STATEMENT - SO THE CASE RECORD ITSELF IS
      *>          THE TRAIL
       CASH-WATCH-CASES.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "CASH WATCH CASES" AT 1150.
           DISPLAY "ACCOUNT  DATE     T  PHP AMOUNT" AT 1342.

           MOVE 0 TO WS-CC-OPEN-COUNT.
           MOVE 0 TO WS-CC-SHOWN-COUNT.
           MOVE "N" TO WS-CC-EOF.
           MOVE "N" TO WS-CC-MORE-NOTED.

           MOVE LOW-VALUES TO CW-KEY.
           START CaseFile KEY IS NOT < CW-KEY
           INVALID KEY
               MOVE "Y" TO WS-CC-EOF
           END-START.

           PERFORM LIST-OPEN-CASE
               UNTIL WS-CC-EOF = "Y".

           IF WS-CC-OPEN-COUNT = 0
               DISPLAY "No open cases on file." AT 1545
               ACCEPT PAUSE AT 1568
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY "Account no to work (0 = menu): " AT 2145.
           ACCEPT CC-ACCT AT 2177.

           IF CC-ACCT = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "WORK CASH WATCH CASE" AT 1150.
           DISPLAY "Case date (YYYYMMDD): " AT 1345.
           ACCEPT CC-DATE AT 1367.
           DISPLAY "Type (L - LARGE, S - STRUCT): " AT 1445.
           ACCEPT CC-TYPE AT 1475.

           MOVE CC-ACCT TO CW-ACCT-NO.
           MOVE CC-DATE TO CW-CASE-DATE.
           MOVE CC-TYPE TO CW-CASE-TYPE.
           READ CaseFile
           INVALID KEY
               DISPLAY "Case not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1974
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           MOVE CW-AMOUNT TO DISP-CC-AMOUNT.
           MOVE CW-TRAN-COUNT TO DISP-CC-COUNT.
           DISPLAY "PHP " AT 1545.
           DISPLAY DISP-CC-AMOUNT AT 1549.
           DISPLAY "Trans: " AT 1565.
           DISPLAY DISP-CC-COUNT AT 1572.
           DISPLAY "Status: " AT 1645.
           DISPLAY CW-STATUS AT 1653.
           DISPLAY "1 - REVIEWED  2 - ESCALATED" AT 1745.
           DISPLAY "Action: " AT 1845.
           ACCEPT CC-ACTION AT 1853.

      *>          AN ESCALATED CASE IS OUT OF THE BRANCH'S HANDS AND
      *>          CANNOT BE TALKED BACK DOWN TO REVIEWED
           IF CC-ACTION = 1 AND CW-STATUS = "E"
               DISPLAY "Case already escalated." AT 1942
               ACCEPT PAUSE AT 1966
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           ELSE IF CC-ACTION = 1
               MOVE "R" TO CW-STATUS
           ELSE IF CC-ACTION = 2
               MOVE "E" TO CW-STATUS
           ELSE
               DISPLAY "Invalid action! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY "Note: " AT 1856.
           ACCEPT CW-NOTE AT 1862.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TELLER-ID TO CW-TELLER-ID.
           MOVE WS-CDT-DATE TO CW-ACTION-DATE.
           REWRITE CASE-DATA
           END-REWRITE.

           DISPLAY "Case updated." AT 1945.
           ACCEPT PAUSE AT 1959.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR ONE CASE ALONG THE KEY - ONLY OPEN
      *>          CASES ARE LISTED. SIX FIT THE SCREEN; ANY MORE ARE
      *>          COUNTED AND NOTED
       LIST-OPEN-CASE.
           READ CaseFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-CC-EOF
           NOT AT END
               IF CW-STATUS = "O"
                   ADD 1 TO WS-CC-OPEN-COUNT
                   PERFORM SHOW-OPEN-CASE-LINE
               END-IF
           END-READ.

      *>          PARAGRAPH FOR ONE CASE LINE - ACCOUNT, CASE DATE,
      *>          TYPE AND PHP AMOUNT, EACH FIELD PLACED OFF THE
      *>          COMPUTED ROW POSITION
       SHOW-OPEN-CASE-LINE.
           IF WS-CC-SHOWN-COUNT >= 6
               IF WS-CC-MORE-NOTED = "N"
                   MOVE "Y" TO WS-CC-MORE-NOTED
                   DISPLAY "More open cases not shown." AT 2045
               END-IF
           ELSE
               ADD 1 TO WS-CC-SHOWN-COUNT
               COMPUTE WS-CC-ROW-POS =
                   (13 + WS-CC-SHOWN-COUNT) * 100 + 42
               COMPUTE WS-CC-DATE-POS = WS-CC-ROW-POS + 9
               COMPUTE WS-CC-TYPE-POS = WS-CC-ROW-POS + 18
               COMPUTE WS-CC-AMT-POS = WS-CC-ROW-POS + 20
               MOVE CW-AMOUNT TO DISP-CC-AMOUNT
               DISPLAY CW-ACCT-NO AT WS-CC-ROW-POS
               DISPLAY CW-CASE-DATE AT WS-CC-DATE-POS
               DISPLAY CW-CASE-TYPE AT WS-CC-TYPE-POS
               DISPLAY DISP-CC-AMOUNT AT WS-CC-AMT-POS
           END-IF.

      *>          PARAGRAPH FOR MAINTAINING THE CASH WATCH SCREENING
      *>          SETTINGS - THE REPORTABLE PHP THRESHOLD, THE PERCENT
      *>          OF IT THAT COUNTS AS JUST UNDER, THE WINDOW IN DAYS
      *>          AND HOW MANY JUST-UNDER AMOUNTS MAKE A PATTERN
       UPDATE-CASH-WATCH.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "CASH WATCH LIMITS" AT 1150.
           DISPLAY "Reportable PHP threshold: " AT 1345.
           ACCEPT NEW-CW-THRESHOLD AT 1372.
           DISPLAY "Just-under from (percent): " AT 1445.
           ACCEPT NEW-CW-NEAR-PCT AT 1473.
           DISPLAY "Window (days, max 31): " AT 1545.
           ACCEPT NEW-CW-WINDOW AT 1569.
           DISPLAY "Just-under count to flag: " AT 1645.
           ACCEPT NEW-CW-REPEAT AT 1672.

           IF NEW-CW-THRESHOLD = 0 OR NEW-CW-NEAR-PCT = 0
               OR NEW-CW-WINDOW = 0 OR NEW-CW-WINDOW > 31
               OR NEW-CW-REPEAT < 2
               DISPLAY "Invalid setting! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE "CWTHRESH" TO LM-LIMIT-TYPE.
           MOVE NEW-CW-THRESHOLD TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           MOVE "CWNEARPCT" TO LM-LIMIT-TYPE.
           MOVE NEW-CW-NEAR-PCT TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           MOVE "CWWINDOW" TO LM-LIMIT-TYPE.
           MOVE NEW-CW-WINDOW TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           MOVE "CWREPEAT" TO LM-LIMIT-TYPE.
           MOVE NEW-CW-REPEAT TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           DISPLAY "Cash watch limits updated." AT 1845.
           ACCEPT PAUSE AT 1872.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR VIEWING AND MAINTAINING A CUSTOMER'S
      *>          KYC PROFILE - THE ACCOUNT MUST BE ON THE MASTER. AN
      *>          ACCOUNT OPENED BEFORE PROFILES WERE KEPT SHOWS NONE
      *>          ON FILE, AND SAVING ADDS ONE
       CUSTOMER-PROFILE.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "CUSTOMER PROFILE" AT 1150.
           DISPLAY "Enter account no: " AT 1248.
           ACCEPT ACCT-NO AT 1267.

           READ CustomerFile
           INVALID KEY
               DISPLAY "Account not found. Please retry..." AT 1542
               ACCEPT PAUSE AT 1577
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           MOVE ACCT-NO TO PF-ACCT-NO.
           READ ProfileFile
           INVALID KEY
               MOVE "N" TO WS-KY-ON-FILE
               MOVE SPACES TO PF-ADDRESS
               MOVE SPACES TO PF-CITY
               MOVE 0 TO PF-BIRTH-DATE
               MOVE SPACES TO PF-MOBILE
               MOVE SPACES TO PF-ID-TYPE
               MOVE SPACES TO PF-ID-NUMBER
               MOVE 0 TO PF-ID-EXPIRY
           NOT INVALID KEY
               MOVE "Y" TO WS-KY-ON-FILE
           END-READ.
           MOVE PF-DETAILS TO KY-OLD-DETAILS.

           DISPLAY "Name: " AT 1440.
           DISPLAY FIRST-NAME AT 1447.
           DISPLAY LAST-NAME AT 1463.
           DISPLAY "Addr: " AT 1540.
           DISPLAY PF-ADDRESS AT 1547.
           DISPLAY "City: " AT 1640.
           DISPLAY PF-CITY AT 1647.
           DISPLAY "Born: " AT 1740.
           DISPLAY PF-BIRTH-DATE AT 1747.
           DISPLAY "Mobile: " AT 1757.
           DISPLAY PF-MOBILE AT 1765.
           DISPLAY "ID:   " AT 1840.
           DISPLAY PF-ID-TYPE AT 1847.
           DISPLAY PF-ID-NUMBER AT 1852.
           DISPLAY "Expires: " AT 1940.
           DISPLAY PF-ID-EXPIRY AT 1949.
           IF WS-KY-ON-FILE = "Y"
               DISPLAY "Changed: " AT 2040
               DISPLAY PF-CHANGE-DATE AT 2049
               DISPLAY PF-TELLER-ID AT 2058
           ELSE
               DISPLAY "No profile on file." AT 2040
           END-IF.

           DISPLAY "Update profile? (Y/N): " AT 2140.
           ACCEPT CLOSE-CONFIRM AT 2164.

           IF CLOSE-CONFIRM NOT = "Y" AND CLOSE-CONFIRM NOT = "y"
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           PERFORM ACCEPT-PROFILE.

           IF PF-DETAILS = KY-OLD-DETAILS AND WS-KY-ON-FILE = "Y"
               DISPLAY "No changes made." AT 2145
               ACCEPT PAUSE AT 2162
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           PERFORM SAVE-PROFILE.
           DISPLAY "Profile updated." AT 2145.
           ACCEPT PAUSE AT 2162.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR KEYING THE PROFILE FIELDS - A BLANK OR
      *>          ZERO ENTRY KEEPS THE CURRENT VALUE. A BAD DATE OR AN
      *>          UNKNOWN ID TYPE PUTS THE SCREEN BACK UP, SO AN ACCOUNT
      *>          JUST OPENED NEVER LOSES ITS PROFILE TO A TYPO
       ACCEPT-PROFILE.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "CUSTOMER PROFILE" AT 1150.
           DISPLAY "Blank or zero keeps the current value." AT 1241.
           MOVE SPACES TO KY-NEW-ADDRESS.
           MOVE SPACES TO KY-NEW-CITY.
           MOVE 0 TO KY-NEW-BIRTH-DATE.
           MOVE SPACES TO KY-NEW-MOBILE.
           MOVE SPACES TO KY-NEW-ID-TYPE.
           MOVE SPACES TO KY-NEW-ID-NUMBER.
           MOVE 0 TO KY-NEW-ID-EXPIRY.

           DISPLAY "Address: " AT 1340.
           ACCEPT KY-NEW-ADDRESS AT 1349.
           DISPLAY "City: " AT 1440.
           ACCEPT KY-NEW-CITY AT 1446.
           DISPLAY "Birth date (YYYYMMDD): " AT 1540.
           ACCEPT KY-NEW-BIRTH-DATE AT 1563.
           DISPLAY "Mobile: " AT 1640.
           ACCEPT KY-NEW-MOBILE AT 1648.
           DISPLAY "ID types: PASS DRVL UMID SSS TIN NATL" AT 1740.
           DISPLAY "ID type: " AT 1840.
           ACCEPT KY-NEW-ID-TYPE AT 1849.
           DISPLAY "ID no: " AT 1855.
           ACCEPT KY-NEW-ID-NUMBER AT 1862.
           DISPLAY "ID expiry (99991231 = none): " AT 1940.
           ACCEPT KY-NEW-ID-EXPIRY AT 1970.

           MOVE "Y" TO WS-KY-VALID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           IF KY-NEW-BIRTH-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD (KY-NEW-BIRTH-DATE)
                   NOT = 0
                   OR KY-NEW-BIRTH-DATE > WS-CDT-DATE
                   MOVE "N" TO WS-KY-VALID
               END-IF
           END-IF.
           IF KY-NEW-ID-EXPIRY NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD (KY-NEW-ID-EXPIRY)
                   NOT = 0
                   MOVE "N" TO WS-KY-VALID
               END-IF
           END-IF.
           IF KY-NEW-ID-TYPE NOT = SPACES
               AND KY-NEW-ID-TYPE NOT = "PASS"
               AND KY-NEW-ID-TYPE NOT = "DRVL"
               AND KY-NEW-ID-TYPE NOT = "UMID"
               AND KY-NEW-ID-TYPE NOT = "SSS"
               AND KY-NEW-ID-TYPE NOT = "TIN"
               AND KY-NEW-ID-TYPE NOT = "NATL"
               MOVE "N" TO WS-KY-VALID
           END-IF.

           IF WS-KY-VALID = "N"
               DISPLAY "Bad date or ID type! please retry..." AT 2142
               ACCEPT PAUSE AT 2179
               PERFORM ACCEPT-PROFILE
           ELSE
               IF KY-NEW-ADDRESS NOT = SPACES
                   MOVE KY-NEW-ADDRESS TO PF-ADDRESS
               END-IF
               IF KY-NEW-CITY NOT = SPACES
                   MOVE KY-NEW-CITY TO PF-CITY
               END-IF
               IF KY-NEW-BIRTH-DATE NOT = 0
                   MOVE KY-NEW-BIRTH-DATE TO PF-BIRTH-DATE
               END-IF
               IF KY-NEW-MOBILE NOT = SPACES
                   MOVE KY-NEW-MOBILE TO PF-MOBILE
               END-IF
               IF KY-NEW-ID-TYPE NOT = SPACES
                   MOVE KY-NEW-ID-TYPE TO PF-ID-TYPE
               END-IF
               IF KY-NEW-ID-NUMBER NOT = SPACES
                   MOVE KY-NEW-ID-NUMBER TO PF-ID-NUMBER
               END-IF
               IF KY-NEW-ID-EXPIRY NOT = 0
                   MOVE KY-NEW-ID-EXPIRY TO PF-ID-EXPIRY
               END-IF
           END-IF.

      *>          PARAGRAPH FOR SAVING THE PROFILE UNDER THE TELLER'S
      *>          ID AND APPENDING THE BEFORE/AFTER HISTORY RECORD
       SAVE-PROFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CDT-DATE TO PF-CHANGE-DATE.
           MOVE WS-TELLER-ID TO PF-TELLER-ID.
           REWRITE PROFILE-DATA
           INVALID KEY
               WRITE PROFILE-DATA
           END-REWRITE.

           MOVE PF-ACCT-NO TO PH-ACCT-NO.
           MOVE WS-CDT-DATE TO PH-DATE.
           MOVE WS-CDT-TIME TO PH-TIME.
           MOVE WS-TELLER-ID TO PH-TELLER-ID.
           IF WS-KY-ON-FILE = "Y"
               MOVE "C" TO PH-ACTION
           ELSE
               MOVE "A" TO PH-ACTION
           END-IF.
           MOVE KY-OLD-DETAILS TO PH-OLD-DETAILS.
           MOVE PF-DETAILS TO PH-NEW-DETAILS.
           WRITE PROF-HIST-RECORD.

      *>          PARAGRAPH FOR THE CHARGE-OFF SIGN-OFF LIST - EVERY
      *>          RECOMMENDATION STILL AWAITING A DECISION, IN KEY
      *>          ORDER, THEN THE ONE PICKED IS APPROVED OR DECLINED
      *>          UNDER THE SUPERVISOR'S ID. THE AGING BATCH LEAVES A
      *>          DECIDED ENTRY ALONE UNTIL THE ACCOUNT GOES OVERDRAWN
      *>          AFRESH
       CHARGE-OFF-LIST.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "CHARGE-OFF LIST" AT 1150.
           DISPLAY "ACCOUNT    DAYS     BALANCE" AT 1342.

           MOVE 0 TO WS-CF-OPEN-COUNT.
           MOVE 0 TO WS-CF-SHOWN-COUNT.
           MOVE "N" TO WS-CF-EOF.
           MOVE "N" TO WS-CF-MORE-NOTED.

           MOVE LOW-VALUES TO CO-ACCT-NO.
           START ChargeOffFile KEY IS NOT < CO-ACCT-NO
           INVALID KEY
               MOVE "Y" TO WS-CF-EOF
           END-START.

           PERFORM LIST-PENDING-CHARGE-OFF
               UNTIL WS-CF-EOF = "Y".

           IF WS-CF-OPEN-COUNT = 0
               DISPLAY "Nothing awaiting sign-off." AT 1545
               ACCEPT PAUSE AT 1572
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY "Account no to sign (0 = menu): " AT 2145.
           ACCEPT CF-ACCT AT 2177.

           IF CF-ACCT = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE CF-ACCT TO CO-ACCT-NO.
           READ ChargeOffFile
           INVALID KEY
               DISPLAY "Not on the list. Please retry..." AT 1942
               ACCEPT PAUSE AT 1975
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           IF CO-STATUS NOT = "R"
               DISPLAY "Not awaiting sign-off." AT 1942
               ACCEPT PAUSE AT 1965
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "SIGN OFF CHARGE-OFF" AT 1150.
           MOVE CO-BALANCE TO DISP-CF-BALANCE.
           MOVE CO-DAYS TO DISP-CF-DAYS.
           DISPLAY "Account: " AT 1345.
           DISPLAY CO-ACCT-NO AT 1354.
           DISPLAY "Overdrawn since: " AT 1445.
           DISPLAY CO-NEG-SINCE AT 1462.
           DISPLAY "Days: " AT 1545.
           DISPLAY DISP-CF-DAYS AT 1551.
           DISPLAY "Balance: " AT 1645.
           DISPLAY DISP-CF-BALANCE AT 1654.
           DISPLAY "1 - APPROVE  2 - DECLINE" AT 1745.
           DISPLAY "Action: " AT 1845.
           ACCEPT CF-ACTION AT 1853.

           IF CF-ACTION = 1
               MOVE "A" TO CO-STATUS
           ELSE IF CF-ACTION = 2
               MOVE "D" TO CO-STATUS
           ELSE
               DISPLAY "Invalid action! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY "Note: " AT 1856.
           ACCEPT CO-NOTE AT 1862.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TELLER-ID TO CO-TELLER-ID.
           MOVE WS-CDT-DATE TO CO-ACTION-DATE.
           REWRITE CHARGE-OFF-DATA
           END-REWRITE.

           DISPLAY "Sign-off recorded." AT 1945.
           ACCEPT PAUSE AT 1964.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR ONE ENTRY ALONG THE KEY - ONLY THOSE
      *>          AWAITING SIGN-OFF ARE LISTED. SIX FIT THE SCREEN; ANY
      *>          MORE ARE COUNTED AND NOTED
       LIST-PENDING-CHARGE-OFF.
           READ ChargeOffFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-CF-EOF
           NOT AT END
               IF CO-STATUS = "R"
                   ADD 1 TO WS-CF-OPEN-COUNT
                   PERFORM SHOW-CHARGE-OFF-LINE
               END-IF
           END-READ.

      *>          PARAGRAPH FOR ONE CHARGE-OFF LINE - ACCOUNT, DAYS
      *>          OVERDRAWN AND BALANCE, EACH FIELD PLACED OFF THE
      *>          COMPUTED ROW POSITION
       SHOW-CHARGE-OFF-LINE.
           IF WS-CF-SHOWN-COUNT >= 6
               IF WS-CF-MORE-NOTED = "N"
                   MOVE "Y" TO WS-CF-MORE-NOTED
                   DISPLAY "More entries not shown." AT 2045
               END-IF
           ELSE
               ADD 1 TO WS-CF-SHOWN-COUNT
               COMPUTE WS-CF-ROW-POS =
                   (13 + WS-CF-SHOWN-COUNT) * 100 + 42
               COMPUTE WS-CF-DAYS-POS = WS-CF-ROW-POS + 9
               COMPUTE WS-CF-BAL-POS = WS-CF-ROW-POS + 16
               MOVE CO-DAYS TO DISP-CF-DAYS
               MOVE CO-BALANCE TO DISP-CF-BALANCE
               DISPLAY CO-ACCT-NO AT WS-CF-ROW-POS
               DISPLAY DISP-CF-DAYS AT WS-CF-DAYS-POS
               DISPLAY DISP-CF-BALANCE AT WS-CF-BAL-POS
           END-IF.

      *>          PARAGRAPH FOR MAINTAINING THE OVERDRAFT AGING
      *>          SETTINGS - THE AGE IN DAYS AT WHICH AN OVERDRAWN
      *>          ACCOUNT IS FROZEN, AND THE LONGER AGE AT WHICH IT IS
      *>          LISTED FOR CHARGE-OFF
       UPDATE-OD-AGING.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "OD AGING LIMITS" AT 1150.
           DISPLAY "Freeze after (days): " AT 1345.
           ACCEPT NEW-OD-FRZ-DAYS AT 1367.
           DISPLAY "Charge-off after (days): " AT 1445.
           ACCEPT NEW-OD-CHG-DAYS AT 1471.

           IF NEW-OD-FRZ-DAYS = 0
               OR NEW-OD-CHG-DAYS NOT > NEW-OD-FRZ-DAYS
               DISPLAY "Invalid setting! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE "ODFRZDAYS" TO LM-LIMIT-TYPE.
           MOVE NEW-OD-FRZ-DAYS TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           MOVE "ODCHGDAYS" TO LM-LIMIT-TYPE.
           MOVE NEW-OD-CHG-DAYS TO LM-LIMIT-AMOUNT.
           REWRITE LIMIT-DATA
           INVALID KEY
               WRITE LIMIT-DATA
           END-REWRITE.

           DISPLAY "OD aging limits updated." AT 1645.
           ACCEPT PAUSE AT 1670.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR AN ACCOUNT'S DEBIT CARDS - EVERY CARD
      *>          THE ACCOUNT EVER HELD IS LISTED WITH ITS STATUS, THEN
      *>          A NEW ONE IS ISSUED, OR ONE IS HOT-LISTED OR REPLACED.
      *>          ONLY ONE CARD PER ACCOUNT MAY BE ACTIVE AT A TIME
       DEBIT-CARDS.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "DEBIT CARDS" AT 1150.
           DISPLAY "Enter account no: " AT 1245.
           ACCEPT DC-ACCT AT 1263.

           MOVE DC-ACCT TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               DISPLAY "Account not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           DISPLAY "CARD NUMBER       EXPIRY  STATUS" AT 1342.
           MOVE 0 TO WS-DC-CARD-COUNT.
           MOVE 0 TO WS-DC-ACTIVE-COUNT.
           MOVE 0 TO WS-DC-SHOWN-COUNT.
           MOVE "N" TO WS-DC-EOF.
           MOVE "N" TO WS-DC-MORE-NOTED.

           MOVE DC-ACCT TO CD-ACCT-NO.
           START CardFile KEY IS = CD-ACCT-NO
           INVALID KEY
               MOVE "Y" TO WS-DC-EOF
           END-START.

           PERFORM LIST-ACCOUNT-CARD
               UNTIL WS-DC-EOF = "Y".

           IF WS-DC-CARD-COUNT = 0
               DISPLAY "No cards on file." AT 1442
           END-IF.

           DISPLAY "1-ISSUE 2-HOT-LIST 3-REPLACE 0-MENU: " AT 2141.
           ACCEPT DC-ACTION AT 2178.

           IF DC-ACTION = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           ELSE IF DC-ACTION = 1
               PERFORM ISSUE-CARD
           ELSE IF DC-ACTION = 2
               PERFORM HOT-LIST-CARD
           ELSE IF DC-ACTION = 3
               PERFORM REPLACE-CARD
           ELSE
               DISPLAY "Invalid action! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

      *>          PARAGRAPH FOR ONE CARD ALONG THE ACCOUNT KEY - THE
      *>          LIST STOPS AT THE FIRST CARD OF ANOTHER ACCOUNT
       LIST-ACCOUNT-CARD.
           READ CardFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-DC-EOF
           NOT AT END
               IF CD-ACCT-NO NOT = DC-ACCT
                   MOVE "Y" TO WS-DC-EOF
               ELSE
                   ADD 1 TO WS-DC-CARD-COUNT
                   IF CD-STATUS = "A"
                       ADD 1 TO WS-DC-ACTIVE-COUNT
                   END-IF
                   PERFORM SHOW-CARD-LINE
               END-IF
           END-READ.

      *>          PARAGRAPH FOR ONE CARD LINE - NUMBER, EXPIRY AND
      *>          STATUS. SIX FIT THE SCREEN; ANY MORE ARE NOTED
       SHOW-CARD-LINE.
           IF WS-DC-SHOWN-COUNT >= 6
               IF WS-DC-MORE-NOTED = "N"
                   MOVE "Y" TO WS-DC-MORE-NOTED
                   DISPLAY "More cards not shown." AT 2045
               END-IF
           ELSE
               ADD 1 TO WS-DC-SHOWN-COUNT
               COMPUTE WS-DC-ROW-POS =
                   (13 + WS-DC-SHOWN-COUNT) * 100 + 42
               COMPUTE WS-DC-EXP-POS = WS-DC-ROW-POS + 18
               COMPUTE WS-DC-STAT-POS = WS-DC-ROW-POS + 26
               PERFORM DESCRIBE-CARD-STATUS
               DISPLAY CD-CARD-NO AT WS-DC-ROW-POS
               DISPLAY CD-EXPIRY AT WS-DC-EXP-POS
               DISPLAY DC-STATUS-TEXT AT WS-DC-STAT-POS
           END-IF.

      *>          PARAGRAPH FOR THE WORDING OF A CARD'S STATUS
       DESCRIBE-CARD-STATUS.
           IF CD-STATUS = "A"
               MOVE "ACTIVE" TO DC-STATUS-TEXT
           ELSE IF CD-STATUS = "L"
               MOVE "LOST" TO DC-STATUS-TEXT
           ELSE IF CD-STATUS = "S"
               MOVE "STOLEN" TO DC-STATUS-TEXT
           ELSE IF CD-STATUS = "E"
               MOVE "EXPIRED" TO DC-STATUS-TEXT
           ELSE IF CD-STATUS = "R"
               MOVE "REPLACED" TO DC-STATUS-TEXT
           ELSE
               MOVE CD-STATUS TO DC-STATUS-TEXT
           END-IF.

      *>          PARAGRAPH FOR ISSUING A CARD TO AN ACCOUNT THAT HAS NO
      *>          ACTIVE CARD - A CUSTOMER WHO ALREADY HOLDS ONE GETS A
      *>          REPLACEMENT INSTEAD, SO THE OLD CARD IS STOPPED
       ISSUE-CARD.
           IF WS-DC-ACTIVE-COUNT > 0
               DISPLAY "Account already has an active card." AT 1942
               ACCEPT PAUSE AT 1978
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE 0 TO DC-OLD-CARD.
           PERFORM MAKE-NEW-CARD.
           DISPLAY " " ERASE SCREEN.
           PERFORM SHOW-NEW-CARD.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR HOT-LISTING A CARD REPORTED LOST OR
      *>          STOLEN - THE ATM REFUSES IT FROM THE NEXT LOGIN ON
       HOT-LIST-CARD.
           PERFORM PICK-ACCOUNT-CARD.
           IF CD-STATUS NOT = "A"
               DISPLAY "Only an active card can be hot-listed." AT 1942
               ACCEPT PAUSE AT 1981
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "HOT-LIST CARD" AT 1150.
           DISPLAY "Card: " AT 1345.
           DISPLAY CD-CARD-NO AT 1351.
           DISPLAY "1 - LOST  2 - STOLEN" AT 1445.
           DISPLAY "Reported: " AT 1545.
           ACCEPT DC-HOT-CHOICE AT 1555.

           IF DC-HOT-CHOICE = 1
               MOVE "L" TO CD-STATUS
           ELSE IF DC-HOT-CHOICE = 2
               MOVE "S" TO CD-STATUS
           ELSE
               DISPLAY "Invalid choice! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CDT-DATE TO CD-STATUS-DATE.
           MOVE WS-TELLER-ID TO CD-TELLER-ID.
           REWRITE CARD-DATA
           END-REWRITE.

           DISPLAY "Card hot-listed." AT 1645.
           ACCEPT PAUSE AT 1662.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR REPLACING A CARD - AN ACTIVE CARD IS
      *>          STOPPED AS REPLACED, A LOST, STOLEN OR EXPIRED ONE
      *>          KEEPS ITS STATUS. EITHER WAY THE OLD AND NEW CARDS
      *>          POINT AT EACH OTHER
       REPLACE-CARD.
           PERFORM PICK-ACCOUNT-CARD.
           IF CD-STATUS = "R"
               DISPLAY "Card already replaced." AT 1942
               ACCEPT PAUSE AT 1965
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.
           IF CD-STATUS NOT = "A" AND WS-DC-ACTIVE-COUNT > 0
               DISPLAY "Account already has an active card." AT 1942
               ACCEPT PAUSE AT 1978
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE CD-CARD-NO TO DC-OLD-CARD.
           PERFORM MAKE-NEW-CARD.

      *>      BACK TO THE OLD CARD TO STOP IT AND LINK IT FORWARD
           MOVE DC-OLD-CARD TO CD-CARD-NO.
           READ CardFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CD-STATUS = "A"
                   MOVE "R" TO CD-STATUS
                   MOVE WS-CDT-DATE TO CD-STATUS-DATE
               END-IF
               MOVE DC-ISSUED-CARD TO CD-REPLACED-BY
               MOVE WS-TELLER-ID TO CD-TELLER-ID
               REWRITE CARD-DATA
               END-REWRITE
           END-READ.

           DISPLAY " " ERASE SCREEN.
           PERFORM SHOW-NEW-CARD.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR PICKING ONE OF THE LISTED CARDS BY
      *>          NUMBER - A CARD OF ANOTHER ACCOUNT IS NOT ACCEPTED
       PICK-ACCOUNT-CARD.
           DISPLAY "Card no:                             " AT 2141.
           ACCEPT DC-CARD AT 2150.
           MOVE DC-CARD TO CD-CARD-NO.
           READ CardFile
           INVALID KEY
               MOVE 0 TO CD-ACCT-NO
           END-READ.
           IF CD-ACCT-NO NOT = DC-ACCT
               DISPLAY "Card not on this account." AT 1942
               ACCEPT PAUSE AT 1968
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

      *>          PARAGRAPH FOR BUILDING AND WRITING A NEW ACTIVE CARD
      *>          FOR DC-ACCT. THE ISSUE SEQUENCE FOLLOWS THE CARDS
      *>          ALREADY COUNTED FOR THE ACCOUNT, AND DC-OLD-CARD IS
      *>          THE CARD IT REPLACES (ZERO FOR NONE)
       MAKE-NEW-CARD.
           MOVE 3 TO DC-EXPIRY-YEARS.
           MOVE "CDEXPYRS" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF LM-LIMIT-AMOUNT > 0
                   MOVE LM-LIMIT-AMOUNT TO DC-EXPIRY-YEARS
               END-IF
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           DIVIDE WS-CDT-DATE BY 100 GIVING DC-YYYYMM.
           MOVE DC-ACCT TO DC-NEW-ACCT.
           COMPUTE DC-NEW-SEQ = WS-DC-CARD-COUNT + 1.
           PERFORM WRITE-NEW-CARD.

      *>          PARAGRAPH FOR WRITING THE NEW CARD - A NUMBER ALREADY
      *>          ON FILE (LEFT BY A CLOSED ACCOUNT THAT HAD THE SAME
      *>          NUMBER) TAKES THE NEXT SEQUENCE AND IS TRIED AGAIN
       WRITE-NEW-CARD.
           PERFORM COMPUTE-CARD-CHECK-DIGIT.
           MOVE DC-NEW-NUMBER TO CD-CARD-NO.
           MOVE DC-ACCT TO CD-ACCT-NO.
           COMPUTE CD-EXPIRY = DC-YYYYMM + DC-EXPIRY-YEARS * 100.
           MOVE "A" TO CD-STATUS.
           MOVE WS-CDT-DATE TO CD-ISSUE-DATE.
           MOVE WS-CDT-DATE TO CD-STATUS-DATE.
           MOVE WS-TELLER-ID TO CD-TELLER-ID.
           MOVE DC-OLD-CARD TO CD-REPLACES.
           MOVE 0 TO CD-REPLACED-BY.
           WRITE CARD-DATA
           INVALID KEY
               ADD 1 TO DC-NEW-SEQ
               PERFORM WRITE-NEW-CARD
           NOT INVALID KEY
               MOVE CD-CARD-NO TO DC-ISSUED-CARD
               MOVE CD-EXPIRY TO DC-ISSUED-EXPIRY
           END-WRITE.

      *>          PARAGRAPH FOR THE LUHN CHECK DIGIT OVER THE FIRST
      *>          FIFTEEN DIGITS - COUNTING FROM THE RIGHT, EVERY OTHER
      *>          DIGIT STARTING WITH THE RIGHTMOST IS DOUBLED
       COMPUTE-CARD-CHECK-DIGIT.
           MOVE 0 TO WS-DC-LUHN-SUM.
           PERFORM ADD-LUHN-DIGIT
               VARYING WS-DC-IX FROM 1 BY 1
               UNTIL WS-DC-IX > 15.
           DIVIDE WS-DC-LUHN-SUM BY 10 GIVING WS-DC-LUHN-QUOT
               REMAINDER WS-DC-LUHN-REM.
           IF WS-DC-LUHN-REM = 0
               MOVE 0 TO DC-NEW-CHECK
           ELSE
               COMPUTE DC-NEW-CHECK = 10 - WS-DC-LUHN-REM
           END-IF.

      *>          PARAGRAPH FOR ONE DIGIT OF THE LUHN SUM - THE ODD
      *>          POSITIONS ARE THE ONES DOUBLED IN A 16-DIGIT NUMBER
       ADD-LUHN-DIGIT.
           MOVE DC-NEW-DIGIT (WS-DC-IX) TO WS-DC-DIGIT.
           DIVIDE WS-DC-IX BY 2 GIVING WS-DC-HALF
               REMAINDER WS-DC-ODD.
           IF WS-DC-ODD = 1
               COMPUTE WS-DC-DIGIT = WS-DC-DIGIT * 2
               IF WS-DC-DIGIT > 9
                   SUBTRACT 9 FROM WS-DC-DIGIT
               END-IF
           END-IF.
           ADD WS-DC-DIGIT TO WS-DC-LUHN-SUM.

      *>          PARAGRAPH FOR SHOWING THE CARD JUST ISSUED
       SHOW-NEW-CARD.
           PERFORM DESIGN-BOX.
           DISPLAY "DEBIT CARD ISSUED" AT 1150.
           DISPLAY "Account:      " AT 1345.
           DISPLAY DC-ACCT AT 1359.
           DISPLAY "Card number:  " AT 1445.
           DISPLAY DC-ISSUED-CARD AT 1459.
           DISPLAY "Expires (YYYYMM): " AT 1545.
           DISPLAY DC-ISSUED-EXPIRY AT 1563.
           IF DC-OLD-CARD NOT = 0
               DISPLAY "Replaces:     " AT 1645
               DISPLAY DC-OLD-CARD AT 1659
           END-IF.
           DISPLAY "Hand the card to the customer." AT 1845.
           ACCEPT PAUSE AT 1876.

      *>          PARAGRAPH FOR AN ACCOUNT'S DEPOSIT HOLDS - THE HOLDS
      *>          STILL IN FORCE ARE LISTED, THEN ONE IS RELEASED NOW
      *>          OR GIVEN A LATER RELEASE DATE. THE LEDGER ALREADY HAS
      *>          THE DEPOSIT, SO NEITHER ACTION IS JOURNALED
       DEPOSIT-HOLDS.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "DEPOSIT HOLDS" AT 1150.
           DISPLAY "Enter account no: " AT 1245.
           ACCEPT DH-ACCT AT 1263.

           MOVE DH-ACCT TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               DISPLAY "Account not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           DISPLAY "NO DEPOSITED CUR     AMOUNT  RELEASE" AT 1342.
           MOVE 0 TO WS-DH-SHOWN-COUNT.
           MOVE "N" TO WS-DH-EOF.
           MOVE "N" TO WS-DH-MORE-NOTED.

           MOVE DH-ACCT TO HD-ACCT-NO.
           MOVE 0 TO HD-DEPOSIT-DATE.
           MOVE 0 TO HD-DEPOSIT-TIME.
           START HoldFile KEY IS NOT < HD-KEY
           INVALID KEY
               MOVE "Y" TO WS-DH-EOF
           END-START.

           PERFORM LIST-ACCOUNT-HOLD
               UNTIL WS-DH-EOF = "Y".

           IF WS-DH-SHOWN-COUNT = 0
               DISPLAY "No deposits on hold." AT 1545
               ACCEPT PAUSE AT 1566
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY "Row no (0 = menu): " AT 2145.
           ACCEPT DH-ROW AT 2164.

           IF DH-ROW = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           IF DH-ROW > WS-DH-SHOWN-COUNT
               DISPLAY "Invalid row! please retry..." AT 1942
               ACCEPT PAUSE AT 1971
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE DH-ROW-KEY (DH-ROW) TO HD-KEY.
           READ HoldFile
           INVALID KEY
               DISPLAY "Hold not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1974
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "RELEASE OR EXTEND HOLD" AT 1150.
           MOVE HD-AMOUNT TO DISP-DH-AMOUNT.
           DISPLAY "Account: " AT 1345.
           DISPLAY HD-ACCT-NO AT 1354.
           DISPLAY "Deposited: " AT 1445.
           DISPLAY HD-DEPOSIT-DATE AT 1456.
           DISPLAY "Amount: " AT 1545.
           DISPLAY HD-CURRENCY AT 1553.
           DISPLAY DISP-DH-AMOUNT AT 1557.
           DISPLAY "Release date: " AT 1645.
           DISPLAY HD-RELEASE-DATE AT 1659.
           DISPLAY "1 - RELEASE NOW  2 - EXTEND" AT 1745.
           DISPLAY "Action: " AT 1845.
           ACCEPT DH-ACTION AT 1853.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           IF DH-ACTION = 1
               MOVE "E" TO HD-STATUS
           ELSE IF DH-ACTION = 2
               DISPLAY "New release date (YYYYMMDD): " AT 1945
               ACCEPT DH-NEW-DATE AT 1974
               IF FUNCTION TEST-DATE-YYYYMMDD (DH-NEW-DATE) NOT = 0
                   OR DH-NEW-DATE NOT > HD-RELEASE-DATE
                   DISPLAY "Must be a later date! please retry..."
                       AT 2042
                   ACCEPT PAUSE AT 2079
                   DISPLAY " " ERASE SCREEN
                   PERFORM MAIN
               END-IF
               MOVE DH-NEW-DATE TO HD-RELEASE-DATE
           ELSE
               DISPLAY "Invalid action! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE WS-TELLER-ID TO HD-TELLER-ID.
           MOVE WS-CDT-DATE TO HD-ACTION-DATE.
           REWRITE HOLD-DATA
           END-REWRITE.

           IF DH-ACTION = 1
               DISPLAY "Hold released." AT 2145
           ELSE
               DISPLAY "Hold extended." AT 2145
           END-IF.
           ACCEPT PAUSE AT 2160.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR ONE HOLD ALONG THE ACCOUNT PART OF THE
      *>          KEY - RELEASED HOLDS ARE HISTORY AND PASSED OVER, AND
      *>          THE LIST STOPS AT THE FIRST HOLD OF ANOTHER ACCOUNT
       LIST-ACCOUNT-HOLD.
           READ HoldFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-DH-EOF
           NOT AT END
               IF HD-ACCT-NO NOT = DH-ACCT
                   MOVE "Y" TO WS-DH-EOF
               ELSE IF HD-STATUS = "H"
                   PERFORM SHOW-HOLD-LINE
               END-IF
           END-READ.

      *>          PARAGRAPH FOR ONE HOLD LINE - ROW NUMBER, DEPOSIT
      *>          DATE, CURRENCY, AMOUNT AND RELEASE DATE. SIX FIT THE
      *>          SCREEN; ANY MORE ARE NOTED
       SHOW-HOLD-LINE.
           IF WS-DH-SHOWN-COUNT >= 6
               IF WS-DH-MORE-NOTED = "N"
                   MOVE "Y" TO WS-DH-MORE-NOTED
                   DISPLAY "More holds not shown." AT 2045
               END-IF
           ELSE
               ADD 1 TO WS-DH-SHOWN-COUNT
               MOVE HD-KEY TO DH-ROW-KEY (WS-DH-SHOWN-COUNT)
               COMPUTE WS-DH-ROW-POS =
                   (13 + WS-DH-SHOWN-COUNT) * 100 + 42
               COMPUTE WS-DH-DATE-POS = WS-DH-ROW-POS + 3
               COMPUTE WS-DH-CURR-POS = WS-DH-ROW-POS + 13
               COMPUTE WS-DH-AMT-POS = WS-DH-ROW-POS + 17
               COMPUTE WS-DH-REL-POS = WS-DH-ROW-POS + 29
               MOVE HD-AMOUNT TO DISP-DH-AMOUNT
               MOVE WS-DH-SHOWN-COUNT TO DISP-DH-ROW
               DISPLAY DISP-DH-ROW AT WS-DH-ROW-POS
               DISPLAY HD-DEPOSIT-DATE AT WS-DH-DATE-POS
               DISPLAY HD-CURRENCY AT WS-DH-CURR-POS
               DISPLAY DISP-DH-AMOUNT AT WS-DH-AMT-POS
               DISPLAY HD-RELEASE-DATE AT WS-DH-REL-POS
           END-IF.

      *>          PARAGRAPH FOR AN ACCOUNT'S TIME DEPOSITS - THE
      *>          ACTIVE PLACEMENTS ARE LISTED, THEN A NEW ONE IS
      *>          OPENED OR ONE IS BROKEN BEFORE MATURITY
       TIME-DEPOSITS.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "TIME DEPOSITS" AT 1150.
           DISPLAY "Enter account no: " AT 1245.
           ACCEPT TP-ACCT AT 1263.

           MOVE TP-ACCT TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               DISPLAY "Account not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           DISPLAY "NO CUR     AMOUNT   RATE% MATURES  I" AT 1342.
           MOVE "Y" TO WS-TP-LISTING.
           PERFORM SCAN-ACCOUNT-PLACEMENTS.

           IF WS-TP-ACTIVE-COUNT = 0
               DISPLAY "No placements running." AT 1442
           END-IF.

           DISPLAY "1-OPEN 2-BREAK 0-MENU: " AT 2141.
           ACCEPT TP-ACTION AT 2164.

           IF TP-ACTION = 0
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           ELSE IF TP-ACTION = 1
               PERFORM OPEN-PLACEMENT
           ELSE IF TP-ACTION = 2
               IF WS-TELLER-ROLE NOT = "S"
                   PERFORM REFUSE-TELLER
               ELSE
                   PERFORM BREAK-PLACEMENT
               END-IF
           ELSE
               DISPLAY "Invalid action! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

      *>          PARAGRAPH FOR READING TP-ACCT'S PLACEMENTS ALONG THE
      *>          KEY - THE ACTIVE ONES ARE COUNTED (AND LISTED WHEN
      *>          ASKED), AND THE HIGHEST SEQUENCE USED IS KEPT FOR THE
      *>          NEXT PLACEMENT
       SCAN-ACCOUNT-PLACEMENTS.
           MOVE 0 TO WS-TP-ACTIVE-COUNT.
           MOVE 0 TO WS-TP-SHOWN-COUNT.
           MOVE 0 TO WS-TP-LAST-SEQ.
           MOVE "N" TO WS-TP-EOF.
           MOVE "N" TO WS-TP-MORE-NOTED.

           MOVE TP-ACCT TO TD-ACCT-NO.
           MOVE 0 TO TD-SEQ.
           START TimeDepFile KEY IS NOT < TD-KEY
           INVALID KEY
               MOVE "Y" TO WS-TP-EOF
           END-START.

           PERFORM LIST-ACCOUNT-PLACEMENT
               UNTIL WS-TP-EOF = "Y".

      *>          PARAGRAPH FOR ONE PLACEMENT ALONG THE ACCOUNT PART OF
      *>          THE KEY - THE LIST STOPS AT ANOTHER ACCOUNT'S FIRST
       LIST-ACCOUNT-PLACEMENT.
           READ TimeDepFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-TP-EOF
           NOT AT END
               IF TD-ACCT-NO NOT = TP-ACCT
                   MOVE "Y" TO WS-TP-EOF
               ELSE
                   MOVE TD-SEQ TO WS-TP-LAST-SEQ
                   IF TD-STATUS = "A"
                       ADD 1 TO WS-TP-ACTIVE-COUNT
                       IF WS-TP-LISTING = "Y"
                           PERFORM SHOW-PLACEMENT-LINE
                       END-IF
                   END-IF
               END-IF
           END-READ.

      *>          PARAGRAPH FOR ONE PLACEMENT LINE - ROW NUMBER,
      *>          CURRENCY, AMOUNT, RATE, MATURITY AND INSTRUCTION. SIX
      *>          FIT THE SCREEN; ANY MORE ARE NOTED
       SHOW-PLACEMENT-LINE.
           IF WS-TP-SHOWN-COUNT >= 6
               IF WS-TP-MORE-NOTED = "N"
                   MOVE "Y" TO WS-TP-MORE-NOTED
                   DISPLAY "More placements not shown." AT 2045
               END-IF
           ELSE
               ADD 1 TO WS-TP-SHOWN-COUNT
               MOVE TD-KEY TO TP-ROW-KEY (WS-TP-SHOWN-COUNT)
               COMPUTE WS-TP-ROW-POS =
                   (13 + WS-TP-SHOWN-COUNT) * 100 + 42
               COMPUTE WS-TP-CURR-POS = WS-TP-ROW-POS + 3
               COMPUTE WS-TP-AMT-POS = WS-TP-ROW-POS + 7
               COMPUTE WS-TP-RATE-POS = WS-TP-ROW-POS + 18
               COMPUTE WS-TP-MAT-POS = WS-TP-ROW-POS + 26
               COMPUTE WS-TP-INS-POS = WS-TP-ROW-POS + 35
               MOVE WS-TP-SHOWN-COUNT TO DISP-TP-ROW
               MOVE TD-AMOUNT TO DISP-TP-AMOUNT
               MOVE TD-RATE TO DISP-TP-RATE
               DISPLAY DISP-TP-ROW AT WS-TP-ROW-POS
               DISPLAY TD-CURRENCY AT WS-TP-CURR-POS
               DISPLAY DISP-TP-AMOUNT AT WS-TP-AMT-POS
               DISPLAY DISP-TP-RATE AT WS-TP-RATE-POS
               DISPLAY TD-MATURITY-DATE AT WS-TP-MAT-POS
               DISPLAY TD-INSTRUCTION AT WS-TP-INS-POS
           END-IF.

      *>          PARAGRAPH FOR OPENING A PLACEMENT - THE PRINCIPAL
      *>          COMES OUT OF THE ACCOUNT'S BALANCE IN THE SAME
      *>          CURRENCY (BALANCE ITSELF FOR PHP, WITHOUT THE
      *>          OVERDRAFT LINE), LESS ANY DEPOSITS IN THAT CURRENCY
      *>          STILL ON HOLD. A FROZEN OR DORMANT ACCOUNT CANNOT
      *>          PLACE FUNDS
       OPEN-PLACEMENT.
           IF CUST-STATUS NOT = "A"
               DISPLAY "Account is not active." AT 1942
               ACCEPT PAUSE AT 1965
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.
           IF WS-TP-LAST-SEQ = 99
               DISPLAY "No placement numbers left." AT 1942
               ACCEPT PAUSE AT 1969
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "OPEN TIME DEPOSIT" AT 1150.
           DISPLAY "Currency (PHP/USD/JPY/INR): " AT 1345.
           ACCEPT TP-CURRENCY AT 1373.
           DISPLAY "Amount: " AT 1445.
           ACCEPT TP-AMOUNT AT 1453.
           DISPLAY "Term (days): " AT 1545.
           ACCEPT TP-TERM AT 1558.
           DISPLAY "Rate (% a year): " AT 1645.
           ACCEPT TP-RATE AT 1662.
           DISPLAY "At maturity R-roll P-pay: " AT 1745.
           ACCEPT TP-INSTRUCTION AT 1771.

           IF TP-INSTRUCTION = "r"
               MOVE "R" TO TP-INSTRUCTION
           ELSE IF TP-INSTRUCTION = "p"
               MOVE "P" TO TP-INSTRUCTION
           END-IF.

           IF TP-CURRENCY NOT = "PHP" AND TP-CURRENCY NOT = "USD"
               AND TP-CURRENCY NOT = "JPY" AND TP-CURRENCY NOT = "INR"
               OR TP-AMOUNT = 0 OR TP-TERM < 7 OR TP-TERM > 1825
               OR TP-RATE = 0
               OR (TP-INSTRUCTION NOT = "R"
                   AND TP-INSTRUCTION NOT = "P")
               DISPLAY "Invalid placement! please retry..." AT 1942
               ACCEPT PAUSE AT 1977
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE TP-CURRENCY TO TD-CURRENCY.
           PERFORM LOAD-PLACEMENT-BALANCE.
           IF TP-AMOUNT > TP-WORK-BAL
               DISPLAY "Insufficient balance! please retry..." AT 1942
               ACCEPT PAUSE AT 1979
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.
           PERFORM LOAD-PLACEMENT-HOLDS.
           IF TP-AMOUNT > TP-WORK-BAL - TP-HELD
               DISPLAY "Insufficient available balance!" AT 1942
               ACCEPT PAUSE AT 1974
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE TP-ACCT TO TD-ACCT-NO.
           ADD 1 TO WS-TP-LAST-SEQ GIVING TD-SEQ.
           MOVE TP-CURRENCY TO TD-CURRENCY.
           MOVE TP-AMOUNT TO TD-AMOUNT.
           MOVE TP-TERM TO TD-TERM-DAYS.
           MOVE TP-RATE TO TD-RATE.
           MOVE WS-CDT-DATE TO TD-START-DATE.
           COMPUTE TP-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-CDT-DATE) + TP-TERM.
           COMPUTE TD-MATURITY-DATE =
               FUNCTION DATE-OF-INTEGER (TP-START-INT).
           MOVE TP-INSTRUCTION TO TD-INSTRUCTION.
           MOVE "A" TO TD-STATUS.
           MOVE 0 TO TD-ROLL-COUNT.
           MOVE 0 TO TD-CLOSE-DATE.
           MOVE WS-TELLER-ID TO TD-TELLER-ID.
           WRITE TIME-DEP-DATA
           INVALID KEY
               DISPLAY "Error opening placement. Please retry..."
                   AT 1942
               ACCEPT PAUSE AT 1982
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-WRITE.

           MOVE TP-WORK-BAL TO WS-BEFORE-BAL.
           SUBTRACT TP-AMOUNT FROM TP-WORK-BAL.
           MOVE TP-WORK-BAL TO WS-AFTER-BAL.
           PERFORM STORE-PLACEMENT-BALANCE.
           MOVE WS-CDT-DATE TO CUST-LAST-ACTIVITY-DATE.
           REWRITE CUST-DATA
           END-REWRITE.

           MOVE "TD-PLACE" TO WS-TRAN-TYPE.
           MOVE TP-AMOUNT TO WS-TRAN-AMOUNT.
           PERFORM WRITE-PLACEMENT-TRAN-LOG.

           DISPLAY "Placed. Matures on " AT 1945.
           DISPLAY TD-MATURITY-DATE AT 1964.
           ACCEPT PAUSE AT 1973.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR BREAKING A PLACEMENT BEFORE MATURITY -
      *>          THE PRINCIPAL COMES BACK WITH INTEREST ONLY AT THE
      *>          PENALTY RATE IN LimitFile, FOR THE DAYS ACTUALLY
      *>          HELD. NO PENALTY RATE ON FILE PAYS NO INTEREST
       BREAK-PLACEMENT.
           IF WS-TP-SHOWN-COUNT = 0
               DISPLAY "No placements running." AT 1942
               ACCEPT PAUSE AT 1965
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.
           DISPLAY "Row no:                  " AT 2141.
           ACCEPT TP-ROW AT 2149.
           IF TP-ROW = 0 OR TP-ROW > WS-TP-SHOWN-COUNT
               DISPLAY "Invalid row! please retry..." AT 1942
               ACCEPT PAUSE AT 1971
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE TP-ROW-KEY (TP-ROW) TO TD-KEY.
           READ TimeDepFile
           INVALID KEY
               DISPLAY "Placement not found. Please retry..." AT 1942
               ACCEPT PAUSE AT 1979
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           MOVE "TDPENRATE" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY
               MOVE 0 TO TP-PEN-RATE
           NOT INVALID KEY
               MOVE LM-LIMIT-AMOUNT TO TP-PEN-RATE
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           COMPUTE TP-START-INT =
               FUNCTION INTEGER-OF-DATE (TD-START-DATE).
           COMPUTE TP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CDT-DATE).
           COMPUTE TP-DAYS-HELD = TP-TODAY-INT - TP-START-INT.
           COMPUTE TP-INTEREST ROUNDED =
               TD-AMOUNT * TP-PEN-RATE / 100 * TP-DAYS-HELD / 365.

           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "BREAK TIME DEPOSIT" AT 1150.
           MOVE TD-AMOUNT TO DISP-TP-AMOUNT.
           DISPLAY "Principal: " AT 1345.
           DISPLAY TD-CURRENCY AT 1356.
           DISPLAY DISP-TP-AMOUNT AT 1360.
           DISPLAY "Matures: " AT 1445.
           DISPLAY TD-MATURITY-DATE AT 1454.
           MOVE TP-DAYS-HELD TO DISP-TP-DAYS.
           DISPLAY "Days held: " AT 1545.
           DISPLAY DISP-TP-DAYS AT 1556.
           MOVE TP-PEN-RATE TO DISP-TP-RATE.
           DISPLAY "Penalty rate %: " AT 1645.
           DISPLAY DISP-TP-RATE AT 1661.
           MOVE TP-INTEREST TO DISP-TP-AMOUNT.
           DISPLAY "Interest paid: " AT 1745.
           DISPLAY DISP-TP-AMOUNT AT 1760.
           DISPLAY "Break now? (Y/N): " AT 1845.
           ACCEPT TP-CONFIRM AT 1863.

           IF TP-CONFIRM NOT = "Y" AND TP-CONFIRM NOT = "y"
               DISPLAY "Placement not broken." AT 1945
               ACCEPT PAUSE AT 1967
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           PERFORM LOAD-PLACEMENT-BALANCE.
           IF TP-WORK-BAL + TD-AMOUNT + TP-INTEREST > 999999.99
               DISPLAY "Balance would overflow." AT 1945
               ACCEPT PAUSE AT 1969
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE "B" TO TD-STATUS.
           MOVE WS-CDT-DATE TO TD-CLOSE-DATE.
           MOVE WS-TELLER-ID TO TD-TELLER-ID.
           REWRITE TIME-DEP-DATA
           END-REWRITE.

           MOVE TP-WORK-BAL TO WS-BEFORE-BAL.
           ADD TD-AMOUNT TO TP-WORK-BAL.
           MOVE TP-WORK-BAL TO WS-AFTER-BAL.
           MOVE "TD-BREAK" TO WS-TRAN-TYPE.
           MOVE TD-AMOUNT TO WS-TRAN-AMOUNT.
           PERFORM WRITE-PLACEMENT-TRAN-LOG.

           IF TP-INTEREST > 0
               MOVE TP-WORK-BAL TO WS-BEFORE-BAL
               ADD TP-INTEREST TO TP-WORK-BAL
               MOVE TP-WORK-BAL TO WS-AFTER-BAL
               MOVE "TD-INTRST" TO WS-TRAN-TYPE
               MOVE TP-INTEREST TO WS-TRAN-AMOUNT
               PERFORM WRITE-PLACEMENT-TRAN-LOG
           END-IF.

           PERFORM STORE-PLACEMENT-BALANCE.
           MOVE WS-CDT-DATE TO CUST-LAST-ACTIVITY-DATE.
           REWRITE CUST-DATA
           END-REWRITE.

           DISPLAY "Placement broken and paid back." AT 1945.
           ACCEPT PAUSE AT 1977.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR PICKING UP THE BALANCE IN THE
      *>          PLACEMENT'S CURRENCY
       LOAD-PLACEMENT-BALANCE.
           IF TD-CURRENCY = "USD"
               MOVE CUST-USD-BAL TO TP-WORK-BAL
           ELSE IF TD-CURRENCY = "JPY"
               MOVE CUST-JPY-BAL TO TP-WORK-BAL
           ELSE IF TD-CURRENCY = "INR"
               MOVE CUST-INR-BAL TO TP-WORK-BAL
           ELSE
               MOVE BALANCE TO TP-WORK-BAL
           END-IF.

      *>          PARAGRAPH FOR TOTALLING THE ACCOUNT'S DEPOSITS STILL
      *>          ON HOLD IN THE PLACEMENT'S CURRENCY - THE SAME RULE AS
      *>          THE ATM'S AVAILABLE BALANCE: STATUS H WITH THE RELEASE
      *>          DATE STILL TO COME
       LOAD-PLACEMENT-HOLDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE 0 TO TP-HELD.
           MOVE "N" TO TP-HOLD-EOF.
           MOVE TP-ACCT TO HD-ACCT-NO.
           MOVE 0 TO HD-DEPOSIT-DATE.
           MOVE 0 TO HD-DEPOSIT-TIME.
           START HoldFile KEY IS NOT < HD-KEY
           INVALID KEY
               MOVE "Y" TO TP-HOLD-EOF
           END-START.
           PERFORM ADD-PLACEMENT-HOLD
               UNTIL TP-HOLD-EOF = "Y".

      *>          PARAGRAPH FOR ONE HOLD ALONG THE ACCOUNT
       ADD-PLACEMENT-HOLD.
           READ HoldFile NEXT RECORD
           AT END
               MOVE "Y" TO TP-HOLD-EOF
           NOT AT END
               IF HD-ACCT-NO NOT = TP-ACCT
                   MOVE "Y" TO TP-HOLD-EOF
               ELSE IF HD-STATUS = "H"
                   AND HD-RELEASE-DATE > WS-CDT-DATE
                   AND HD-CURRENCY = TD-CURRENCY
                   ADD HD-AMOUNT TO TP-HELD
               END-IF
           END-READ.

      *>          PARAGRAPH FOR PUTTING THE WORKED BALANCE BACK
       STORE-PLACEMENT-BALANCE.
           IF TD-CURRENCY = "USD"
               MOVE TP-WORK-BAL TO CUST-USD-BAL
           ELSE IF TD-CURRENCY = "JPY"
               MOVE TP-WORK-BAL TO CUST-JPY-BAL
           ELSE IF TD-CURRENCY = "INR"
               MOVE TP-WORK-BAL TO CUST-INR-BAL
           ELSE
               MOVE TP-WORK-BAL TO BALANCE
           END-IF.

      *>          PARAGRAPH FOR JOURNALING ONE PLACEMENT MOVEMENT - THE
      *>          REFERENCE NAMES THE PLACEMENT SO THE STATEMENT LINE
      *>          CAN BE MATCHED BACK TO IT
       WRITE-PLACEMENT-TRAN-LOG.
           MOVE TD-CURRENCY TO WS-TRAN-CURRENCY.
           MOVE TD-SEQ TO TP-REF-SEQ.
           MOVE TP-REFERENCE TO WS-TRAN-REFERENCE.
           PERFORM WRITE-TRAN-LOG.
           MOVE SPACES TO WS-TRAN-REFERENCE.
           MOVE "PHP" TO WS-TRAN-CURRENCY.

      *>          PARAGRAPH FOR VIEWING AND KEEPING A CUSTOMER'S ALERT
      *>          SETTINGS - THE ACCOUNT MUST BE ON THE MASTER. AN
      *>          ACCOUNT WITH NONE ON FILE SHOWS ALERTS OFF, WITH THE
      *>          MOBILE OFFERED FROM THE KYC PROFILE
       ALERT-SETTINGS.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "ALERT SETTINGS" AT 1150.
           DISPLAY "Enter account no: " AT 1248.
           ACCEPT ACCT-NO AT 1267.

           READ CustomerFile
           INVALID KEY
               DISPLAY "Account not found. Please retry..." AT 1542
               ACCEPT PAUSE AT 1577
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-READ.

           MOVE ACCT-NO TO AP-ACCT-NO.
           READ AlertPrefFile
           INVALID KEY
               MOVE "N" TO WS-AL-ON-FILE
               MOVE "N" TO AP-CHANNEL
               MOVE SPACES TO AP-MOBILE
               MOVE SPACES TO AP-EMAIL
               MOVE 0 TO AP-WDL-OVER
               MOVE 0 TO AP-XFER-OVER
               MOVE 0 TO AP-BAL-FLOOR
               MOVE "N" TO AP-BELOW-FLOOR
               MOVE "N" TO AP-PIN-LOCK
               MOVE "N" TO AP-ORDER-SKIP
               MOVE "N" TO AP-STATUS-CHG
               MOVE 0 TO AP-CHANGE-DATE
               MOVE SPACES TO AP-TELLER-ID
               MOVE ACCT-NO TO PF-ACCT-NO
               READ ProfileFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PF-MOBILE TO AP-MOBILE
               END-READ
           NOT INVALID KEY
               MOVE "Y" TO WS-AL-ON-FILE
           END-READ.
           MOVE ALERT-PREF-DATA TO AL-OLD-PREF.

           DISPLAY "Name: " AT 1340.
           DISPLAY FIRST-NAME AT 1347.
           DISPLAY LAST-NAME AT 1363.
           DISPLAY "Channel: " AT 1440.
           DISPLAY AP-CHANNEL AT 1449.
           DISPLAY "Mobile: " AT 1452.
           DISPLAY AP-MOBILE AT 1460.
           DISPLAY "Email: " AT 1540.
           DISPLAY AP-EMAIL AT 1547.
           DISPLAY "Withdrawal over: " AT 1640.
           MOVE AP-WDL-OVER TO DISP-AL-AMOUNT.
           DISPLAY DISP-AL-AMOUNT AT 1657.
           DISPLAY "Transfer over: " AT 1740.
           MOVE AP-XFER-OVER TO DISP-AL-AMOUNT.
           DISPLAY DISP-AL-AMOUNT AT 1757.
           DISPLAY "Balance floor: " AT 1840.
           MOVE AP-BAL-FLOOR TO DISP-AL-AMOUNT.
           DISPLAY DISP-AL-AMOUNT AT 1857.
           DISPLAY "PIN lock: " AT 1940.
           DISPLAY AP-PIN-LOCK AT 1950.
           DISPLAY "Skip: " AT 1953.
           DISPLAY AP-ORDER-SKIP AT 1959.
           DISPLAY "Status: " AT 1962.
           DISPLAY AP-STATUS-CHG AT 1970.
           IF WS-AL-ON-FILE = "Y"
               DISPLAY "Changed: " AT 2040
               DISPLAY AP-CHANGE-DATE AT 2049
               DISPLAY AP-TELLER-ID AT 2058
           ELSE
               DISPLAY "No alert settings on file." AT 2040
           END-IF.

           DISPLAY "Update alerts? (Y/N): " AT 2140.
           ACCEPT CLOSE-CONFIRM AT 2163.

           IF CLOSE-CONFIRM NOT = "Y" AND CLOSE-CONFIRM NOT = "y"
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           PERFORM ACCEPT-ALERTS.

           IF ALERT-PREF-DATA = AL-OLD-PREF AND WS-AL-ON-FILE = "Y"
               DISPLAY "No changes made." AT 2145
               ACCEPT PAUSE AT 2162
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CDT-DATE TO AP-CHANGE-DATE.
           MOVE WS-TELLER-ID TO AP-TELLER-ID.
           REWRITE ALERT-PREF-DATA
           INVALID KEY
               WRITE ALERT-PREF-DATA
           END-REWRITE.

           DISPLAY "Alert settings updated." AT 2145.
           ACCEPT PAUSE AT 2169.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *>          PARAGRAPH FOR KEYING THE ALERT SETTINGS - SMS NEEDS A
      *>          MOBILE AND EMAIL AN ADDRESS, OR THE SCREEN GOES BACK
      *>          UP. A NEW BALANCE FLOOR CLEARS THE BELOW-FLOOR MARK SO
      *>          THE NIGHTLY RUN JUDGES THE BALANCE AFRESH
       ACCEPT-ALERTS.
           DISPLAY " " ERASE SCREEN.
           PERFORM DESIGN-BOX.
           DISPLAY "ALERT SETTINGS" AT 1150.
           DISPLAY "Blank keeps; an amount of 0 is off." AT 1241.
           MOVE SPACES TO AL-NEW-CHANNEL.
           MOVE SPACES TO AL-NEW-MOBILE.
           MOVE SPACES TO AL-NEW-EMAIL.
           MOVE SPACES TO AL-IN-WDL-OVER.
           MOVE SPACES TO AL-IN-XFER-OVER.
           MOVE SPACES TO AL-IN-BAL-FLOOR.
           MOVE SPACES TO AL-NEW-PIN-LOCK.
           MOVE SPACES TO AL-NEW-ORDER-SKIP.
           MOVE SPACES TO AL-NEW-STATUS-CHG.

           DISPLAY "Channel (S/E/B/N): " AT 1340.
           ACCEPT AL-NEW-CHANNEL AT 1359.
           DISPLAY "Mobile: " AT 1440.
           ACCEPT AL-NEW-MOBILE AT 1448.
           DISPLAY "Email: " AT 1540.
           ACCEPT AL-NEW-EMAIL AT 1547.
           DISPLAY "Withdrawal over (PHP): " AT 1640.
           ACCEPT AL-IN-WDL-OVER AT 1663.
           DISPLAY "Transfer over (PHP): " AT 1740.
           ACCEPT AL-IN-XFER-OVER AT 1763.
           DISPLAY "Balance floor (PHP): " AT 1840.
           ACCEPT AL-IN-BAL-FLOOR AT 1863.
           DISPLAY "PIN lock: " AT 1940.
           ACCEPT AL-NEW-PIN-LOCK AT 1950.
           DISPLAY "Skip: " AT 1953.
           ACCEPT AL-NEW-ORDER-SKIP AT 1959.
           DISPLAY "Status: " AT 1962.
           ACCEPT AL-NEW-STATUS-CHG AT 1970.

           INSPECT AL-NEW-CHANNEL CONVERTING "sebn" TO "SEBN".
           INSPECT AL-NEW-PIN-LOCK CONVERTING "yn" TO "YN".
           INSPECT AL-NEW-ORDER-SKIP CONVERTING "yn" TO "YN".
           INSPECT AL-NEW-STATUS-CHG CONVERTING "yn" TO "YN".
           IF AL-NEW-CHANNEL = SPACE
               MOVE AP-CHANNEL TO AL-NEW-CHANNEL
           END-IF.
           IF AL-NEW-MOBILE = SPACES
               MOVE AP-MOBILE TO AL-NEW-MOBILE
           END-IF.
           IF AL-NEW-EMAIL = SPACES
               MOVE AP-EMAIL TO AL-NEW-EMAIL
           END-IF.
           IF AL-NEW-PIN-LOCK = SPACE
               MOVE AP-PIN-LOCK TO AL-NEW-PIN-LOCK
           END-IF.
           IF AL-NEW-ORDER-SKIP = SPACE
               MOVE AP-ORDER-SKIP TO AL-NEW-ORDER-SKIP
           END-IF.
           IF AL-NEW-STATUS-CHG = SPACE
               MOVE AP-STATUS-CHG TO AL-NEW-STATUS-CHG
           END-IF.

           MOVE "Y" TO WS-AL-VALID.
           IF AL-NEW-CHANNEL NOT = "S" AND AL-NEW-CHANNEL NOT = "E"
               AND AL-NEW-CHANNEL NOT = "B"
               AND AL-NEW-CHANNEL NOT = "N"
               MOVE "N" TO WS-AL-VALID
           END-IF.
           IF (AL-NEW-CHANNEL = "S" OR AL-NEW-CHANNEL = "B")
               AND AL-NEW-MOBILE = SPACES
               MOVE "N" TO WS-AL-VALID
           END-IF.
           IF (AL-NEW-CHANNEL = "E" OR AL-NEW-CHANNEL = "B")
               AND AL-NEW-EMAIL = SPACES
               MOVE "N" TO WS-AL-VALID
           END-IF.
           IF (AL-NEW-PIN-LOCK NOT = "Y" AND AL-NEW-PIN-LOCK NOT = "N")
               OR (AL-NEW-ORDER-SKIP NOT = "Y"
               AND AL-NEW-ORDER-SKIP NOT = "N")
               OR (AL-NEW-STATUS-CHG NOT = "Y"
               AND AL-NEW-STATUS-CHG NOT = "N")
               MOVE "N" TO WS-AL-VALID
           END-IF.

           MOVE AP-WDL-OVER TO AL-AMOUNT.
           MOVE AL-IN-WDL-OVER TO AL-IN-AMOUNT.
           PERFORM CONVERT-ALERT-AMOUNT.
           MOVE AL-AMOUNT TO AL-NEW-WDL-OVER.
           MOVE AP-XFER-OVER TO AL-AMOUNT.
           MOVE AL-IN-XFER-OVER TO AL-IN-AMOUNT.
           PERFORM CONVERT-ALERT-AMOUNT.
           MOVE AL-AMOUNT TO AL-NEW-XFER-OVER.
           MOVE AP-BAL-FLOOR TO AL-AMOUNT.
           MOVE AL-IN-BAL-FLOOR TO AL-IN-AMOUNT.
           PERFORM CONVERT-ALERT-AMOUNT.
           MOVE AL-AMOUNT TO AL-NEW-BAL-FLOOR.

           IF WS-AL-VALID = "N"
               DISPLAY "Bad channel, contact or amount! retry..."
                   AT 2141
               ACCEPT PAUSE AT 2181
               PERFORM ACCEPT-ALERTS
           ELSE
               IF AL-NEW-BAL-FLOOR NOT = AP-BAL-FLOOR
                   MOVE "N" TO AP-BELOW-FLOOR
               END-IF
               MOVE AL-NEW-CHANNEL TO AP-CHANNEL
               MOVE AL-NEW-MOBILE TO AP-MOBILE
               MOVE AL-NEW-EMAIL TO AP-EMAIL
               MOVE AL-NEW-WDL-OVER TO AP-WDL-OVER
               MOVE AL-NEW-XFER-OVER TO AP-XFER-OVER
               MOVE AL-NEW-BAL-FLOOR TO AP-BAL-FLOOR
               MOVE AL-NEW-PIN-LOCK TO AP-PIN-LOCK
               MOVE AL-NEW-ORDER-SKIP TO AP-ORDER-SKIP
               MOVE AL-NEW-STATUS-CHG TO AP-STATUS-CHG
           END-IF.

      *>          PARAGRAPH FOR ONE KEYED ALERT AMOUNT - BLANK LEAVES
      *>          THE AMOUNT ON FILE IN AL-AMOUNT, ANYTHING ELSE MUST BE
      *>          A PLAIN AMOUNT IN RANGE, 0 TURNING THE ALERT OFF
       CONVERT-ALERT-AMOUNT.
           IF AL-IN-AMOUNT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (AL-IN-AMOUNT) NOT = 0
                   MOVE "N" TO WS-AL-VALID
               ELSE
                   IF FUNCTION NUMVAL (AL-IN-AMOUNT) < 0
                       OR FUNCTION NUMVAL (AL-IN-AMOUNT) > 999999.99
                       MOVE "N" TO WS-AL-VALID
                   ELSE
                       COMPUTE AL-AMOUNT =
                           FUNCTION NUMVAL (AL-IN-AMOUNT)
                   END-IF
               END-IF
           END-IF.

      *>          PARAGRAPH FOR TELLING THE CUSTOMER THEIR ACCOUNT WAS
      *>          FROZEN OR MADE DORMANT - ONLY WHEN THEY ASKED FOR
      *>          STATUS ALERTS AND HAVE NOT TURNED ALERTS OFF
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
                   MOVE WS-AL-EVENT TO AQ-EVENT
                   MOVE SPACES TO AQ-CURRENCY
                   MOVE 0 TO AQ-AMOUNT
                   MOVE BALANCE TO AQ-BALANCE
                   MOVE "BBC-ADMN" TO AQ-SOURCE
                   WRITE ALERT-QUEUE-RECORD
               END-IF
           END-READ.

      *>          PARAGRAPH FOR TURNING A PLAIN TELLER AWAY FROM A
      *>          SUPERVISOR-ONLY FUNCTION
       REFUSE-TELLER.
