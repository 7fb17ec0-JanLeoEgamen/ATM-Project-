           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SO-KEY.
      *>      ATM EVENT JOURNAL - EVERY SESSION EVENT, APPROVED OR
      *>      DECLINED, WITH A REASON CODE. KEPT APART FROM THE
      *>      TRANSACTION LOG, WHICH CARRIES ONLY WHAT MOVED MONEY
           SELECT AtmEventLog ASSIGN TO "D:\cobol programs\atmevt.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      DEBIT CARD FILE - THE CARD IS WHAT LOGS IN, AND NAMES THE
      *>      ACCOUNT. OPENED I-O SO A CARD FOUND PAST ITS EXPIRY CAN BE
      *>      MARKED EXPIRED THE FIRST TIME IT IS PRESENTED
           SELECT CardFile ASSIGN TO "D:\cobol programs\cards.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CD-CARD-NO
           ALTERNATE RECORD KEY IS CD-ACCT-NO WITH DUPLICATES.
      *>      DEPOSIT HOLD FILE - A LARGE DEPOSIT IS ON THE LEDGER AT
      *>      ONCE BUT NOT SPENDABLE UNTIL ITS HOLD IS RELEASED. READ
      *>      ALONG THE ACCOUNT TO WORK OUT THE AVAILABLE BALANCE
           SELECT HoldFile ASSIGN TO "D:\cobol programs\holds.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HD-KEY.
      *>      CUSTOMER ALERT SETTINGS, READ TO SEE WHETHER AN EVENT
      *>      IS ONE THE CUSTOMER ASKED TO BE TOLD ABOUT
           SELECT AlertPrefFile
           ASSIGN TO "D:\cobol programs\alertpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AP-ACCT-NO.
      *>      ALERT QUEUE - ALERTS WAITING FOR THE SMS/EMAIL GATEWAY
      *>      SEND RUN, APPENDED AS THEY HAPPEN
           SELECT AlertQueueFile
           ASSIGN TO "D:\cobol programs\alertq.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      TRANSACTION HISTORY - KEYED BY ACCOUNT, DATE AND TIME, SO
      *>      THE MINI STATEMENT READS ONE ACCOUNT'S RECENT RANGE
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HS-KEY.
       DATA DIVISION.
       FILE SECTION.
       *>      VARIABLES FOR FILE HANDLING
           02 SO-DAY-OF-MONTH PIC 9(2).
           02 SO-REFERENCE PIC X(12).

      *>      ATM EVENT RECORD - RESULT A APPROVED, D DECLINED. REASON
      *>      APPR ON EVERY APPROVAL, OTHERWISE THE REFUSAL:
      *>        NOAC ACCOUNT NOT FOUND     LOCK ACCOUNT LOCKED OUT
      *>        BPIN WRONG PIN             PLCK WRONG PIN, NOW LOCKED
      *>        RSTR FROZEN OR DORMANT     CURR INVALID CURRENCY
      *>        CASH CASSETTE SHORT        DLIM DAILY CAP REACHED
      *>        FUND INSUFFICIENT FUNDS    AMNT INVALID AMOUNT
      *>        SELF TRANSFER TO OWN ACCT  RCVR RECEIVER NOT FOUND
      *>        RCRS RECEIVER RESTRICTED   SAME EXCHANGE SAME CURRENCY
      *>        OVFL EXCHANGE OUT OF RANGE BILR UNKNOWN BILLER
      *>        PMIS NEW PINS DIFFER       SDAY INVALID ORDER DAY
      *>        NOSO NO ORDER TO CANCEL    NORC NO RECEIPT ON FILE
      *>        NOCD CARD NOT ON FILE      LOST CARD REPORTED LOST
      *>        STOL CARD REPORTED STOLEN  EXPD CARD EXPIRED
      *>        RPLC CARD REPLACED
      *>      THE CARD PRESENTED AT LOGIN IS CARRIED ON EVERY EVENT OF
      *>      THE SESSION
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

      *>      DEBIT CARD RECORD - EXPIRY IS YYYYMM, GOOD THROUGH THE
      *>      END OF THAT MONTH. STATUS A ACTIVE, L LOST, S STOLEN,
      *>      E EXPIRED, R REPLACED. A CARD IS NEVER DELETED - A
      *>      REPLACEMENT POINTS BACK AT THE CARD IT REPLACES, AND THE
      *>      OLD CARD FORWARD AT IT, SO THE HISTORY STAYS ON FILE
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

      *>      DEPOSIT HOLD RECORD - ONE PER HELD ATM DEPOSIT, KEYED BY
      *>      ACCOUNT THEN THE DEPOSIT'S DATE AND TIME. THE FUNDS ARE
      *>      AVAILABLE FROM THE RELEASE DATE ON. STATUS H HELD,
      *>      R RELEASED BY THE NIGHTLY RUN, E RELEASED EARLY BY A
      *>      SUPERVISOR. THE TELLER AND ACTION DATE RECORD WHO LAST
      *>      RELEASED OR EXTENDED IT
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

      *>      TRANSACTION HISTORY RECORD - THE KEY, THEN THE JOURNAL
      *>      RECORD ITSELF, BYTE FOR BYTE. ONLY THE FIELDS THE MINI
      *>      STATEMENT SHOWS ARE NAMED
       FD TranHistFile.
       01 TRAN-HIST-DATA.
           02 HS-KEY.
               03 HS-ACCT-NO PIC 9(8).
               03 HS-DATE PIC 9(8).
               03 HS-TIME PIC 9(6).
               03 HS-SEQ PIC 9(3).
           02 HS-JOURNAL-RECORD.
               03 FILLER PIC X(30).
               03 HS-TRAN-TYPE PIC X(10).
               03 HS-CURRENCY PIC X(3).
               03 HS-AMOUNT PIC S9(6)V99.
               03 FILLER PIC X(38).

       WORKING-STORAGE SECTION.
         *>       VARIABLES USED FOR DISPLAY
       01 WSCUSTDATASTDATA.
       01 JPY-DISPLAY-BAL PIC -Z,ZZZ,ZZ9.99.
       01 INR-DISPLAY-BAL PIC -Z,ZZZ,ZZ9.99.

      *     AVAILABLE BALANCES - THE LEDGER LESS THE DEPOSITS STILL ON
      *     HOLD IN THAT CURRENCY. THIS IS WHAT MAY BE SPENT
       01 WS-HELD-PHP PIC 9(7)V99.
       01 WS-HELD-USD PIC 9(7)V99.
       01 WS-HELD-JPY PIC 9(7)V99.
       01 WS-HELD-INR PIC 9(7)V99.
       01 PHP-AVAILABLE PIC S9(7)V9(9).
       01 USD-AVAILABLE PIC S9(7)V9(9).
       01 JPY-AVAILABLE PIC S9(7)V9(9).
       01 INR-AVAILABLE PIC S9(7)V9(9).
       01 PHP-DISPLAY-AVAIL PIC -Z,ZZZ,ZZ9.99.
       01 USD-DISPLAY-AVAIL PIC -Z,ZZZ,ZZ9.99.
       01 JPY-DISPLAY-AVAIL PIC -Z,ZZZ,ZZ9.99.
       01 INR-DISPLAY-AVAIL PIC -Z,ZZZ,ZZ9.99.
       01 WS-HOLD-EOF PIC X(1).

      *     VARIABLES FOR PLACING A DEPOSIT HOLD - THE THRESHOLD (PHP
      *     EQUIVALENT) AND THE BUSINESS DAYS HELD ARE ADMIN-OWNED IN
      *     LimitFile. THE RELEASE DATE IS COUNTED ON DAY NUMBERS,
      *     SKIPPING SATURDAYS AND SUNDAYS
       01 WS-HOLD-THRESHOLD PIC 9(6)V99.
       01 WS-HOLD-DAYS PIC 9(2).
       01 WS-HOLD-PHP-EQUIV PIC 9(6)V9(9).
       01 WS-HOLD-INT PIC 9(7).
       01 WS-HOLD-COUNTED PIC 9(2).
       01 WS-HOLD-DAYNO PIC 9(7).
       01 WS-HOLD-WEEKS PIC 9(7).
       01 WS-HOLD-WEEKDAY PIC 9(1).
       01 WS-HOLD-TODAY PIC 9(8).
       01 WS-HOLD-DATE-DISP PIC 9999/99/99.

      *     VARIABLES FOR QUEUEING A CUSTOMER ALERT - THE AMOUNT IS
      *     TAKEN TO PHP EQUIVALENT FOR THE CUSTOMER'S THRESHOLDS, ON
      *     ITS OWN RATE SO THE TRANSACTION'S RATE IS LEFT ALONE
       01 WS-AL-EVENT PIC X(4).
       01 WS-AL-WANTED PIC X(1).
       01 WS-AL-PHP-EQUIV PIC 9(7)V9(9).
       01 WS-AL-SAVE-RATE PIC 9(3)V9(6).

      *     VARIABLES FOR SELECTION.
       01 MENU-CHOICE PIC 99.
       01 SUBMENU-CHOICE PIC 9.
       01 WS-TRAN-BILLER-CODE PIC X(4) VALUE SPACES.
       01 WS-TRAN-REFERENCE PIC X(12) VALUE SPACES.

      *     VARIABLES FOR THE ATM EVENT JOURNAL - THE EVENT TYPE IS SET
      *     ON ENTRY TO EACH FUNCTION, THE AMOUNT ONCE IT IS KEYED, AND
      *     BOTH AMOUNT AND CURRENCY CLEAR AFTER EVERY EVENT WRITTEN
       01 WS-EV-TYPE PIC X(10).
       01 WS-EV-RESULT PIC X(1).
       01 WS-EV-REASON PIC X(4).
       01 WS-EV-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-EV-AMOUNT PIC S9(6)V99 VALUE 0.

      *     VARIABLES FOR CARD LOGIN - THE CARD NUMBER KEYED, AND THE
      *     CURRENT YEAR AND MONTH ITS EXPIRY IS COMPARED AGAINST
       01 WS-CARD-NO PIC 9(16) VALUE 0.
       01 WS-CARD-YYYYMM PIC 9(6).

      *     VARIABLES FOR THE MINI STATEMENT - THE LAST FIVE HISTORY
      *     ENTRIES OF THE PAST 31 DAYS, OLDEST FIRST. EACH NEW ENTRY
      *     PAST THE FIFTH PUSHES THE OLDEST OFF THE TOP
       01 WS-MS-TABLE.
           02 MS-ENTRY OCCURS 5 TIMES.
               03 MS-DATE PIC 9(8).
               03 MS-TRAN-TYPE PIC X(10).
               03 MS-CURRENCY PIC X(3).
               03 MS-AMOUNT PIC S9(6)V99.
       01 WS-MS-COUNT PIC 9(1).
       01 WS-MS-IX PIC 9(1).
       01 WS-MS-EOF PIC X(1).
       01 WS-MS-FROM-DATE PIC 9(8).
       01 WS-MS-ROW-POS PIC 9(4).
       01 WS-MS-TYPE-POS PIC 9(4).
       01 WS-MS-CURR-POS PIC 9(4).
       01 WS-MS-AMT-POS PIC 9(4).
       01 MS-AMOUNT-DISPLAY PIC -ZZZ,ZZ9.99.

      *     DISPLAY-EDITED FIELDS FOR THE LAST-RECEIPT SCREEN
       01 RC-AMOUNT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 RC-AFTER-BALANCE-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       OPEN I-O CassetteFile.
       OPEN INPUT BillerFile.
       OPEN I-O ScheduleFile.
       OPEN EXTEND AtmEventLog.
       OPEN I-O CardFile.
       OPEN I-O HoldFile.
       OPEN INPUT AlertPrefFile.
       OPEN EXTEND AlertQueueFile.
       OPEN INPUT TranHistFile.
       MAIN.
      *     LOGIN IS CARD NUMBER PLUS PIN - THE CARD NAMES THE ACCOUNT,
      *     AND THE PIN IS A SECRET CHECKED AGAINST THE ACCOUNT RECORD
           PERFORM DESIGN-BOX.
           DISPLAY "Welcome to Big Black Card!" AT 1446.
           DISPLAY "Card no: " AT 1650.
           ACCEPT WS-CARD-NO AT 1659.
           DISPLAY "Enter PIN: " AT 1751.
           ACCEPT WS-ENTERED-PIN AT 1762 NO-ECHO.
           MOVE "LOGIN" TO WS-EV-TYPE.
           DISPLAY " " ERASE SCREEN.

           PERFORM CHECK-CARD.

           MOVE ACCT-NO TO FP-ACCT-NO.
           READ FailedPinFile
           INVALID KEY
           END-READ.

           IF FP-LOCKED = "Y"
               MOVE "LOCK" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Account locked - too many attempts." AT 1545
               DISPLAY "Please see an admin to unlock it." AT 1645
               ACCEPT TEMP AT 1680
               READ CustomerFile
               INVALID KEY
      *>              VALIDATION OF INPUT
                   MOVE "NOAC" TO WS-EV-REASON
                   PERFORM LOG-ATM-DECLINE
                   DISPLAY "Account not found. Please retry..." AT 1545
                   ACCEPT TEMP AT 1580
                   DISPLAY " " ERASE SCREEN
                           INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                       PERFORM LOG-ATM-APPROVAL
                   END-IF
               END-READ
           END-IF.
           DISPLAY "8 - Change PIN" AT 1950.
           DISPLAY "9 - Pay Bills" AT 2050.
           DISPLAY "10 - Standing Order" AT 1261.
           DISPLAY "11 - Mini Statement" AT 1361.
           DISPLAY "Enter choice: "AT 2151.
           ACCEPT MENU-CHOICE AT 2165.

               DISPLAY "MAS MAGANDA MAG CASH OUT PAG MALAKI" AT 1544
               DISPLAY "YOUR ONE AND ONLY BBC - BIG BLACK CARD" AT 1742
               ACCEPT TEMP AT 1785
               MOVE "LOGOUT" TO WS-EV-TYPE
               PERFORM LOG-ATM-APPROVAL
               CLOSE CustomerFile
               CLOSE TransactionLog
               CLOSE FailedPinFile
               CLOSE CassetteFile
               CLOSE BillerFile
               CLOSE ScheduleFile
               CLOSE AtmEventLog
               CLOSE CardFile
               CLOSE HoldFile
               CLOSE AlertPrefFile
               CLOSE AlertQueueFile
               CLOSE TranHistFile
               STOP RUN

           ELSE IF MENU-CHOICE = 4
               DISPLAY " " ERASE SCREEN
               PERFORM STANDING-ORDERS

           ELSE IF MENU-CHOICE = 11
      *        LAST FEW TRANSACTIONS FROM THE HISTORY
               DISPLAY " " ERASE SCREEN
               PERFORM MINI-STATEMENT

           ELSE
      *        EXCEPTION HANDLING
               DISPLAY "Invalid choice! please try again..." AT 1950
      *       total (looked up via the admin-maintained RateFile) for
      *       the Check Balance screen.
       BALANCE-CONVERISON.
           MOVE "BALINQ" TO WS-EV-TYPE.
           PERFORM LOG-ATM-APPROVAL.
           PERFORM UPDATE-BALANCE.

           MOVE "USD" TO RT-CURRENCY.
           MOVE JPY-BALANCE TO JPY-DISPLAY-BAL.
           MOVE PHP-BALANCE TO PHP-DISPLAY-BAL.

      *        AVAILABLE = LEDGER LESS WHAT IS STILL ON HOLD
           PERFORM LOAD-HELD-FUNDS.
           COMPUTE PHP-AVAILABLE = PHP-BALANCE - WS-HELD-PHP.
           COMPUTE USD-AVAILABLE = USD-BALANCE - WS-HELD-USD.
           COMPUTE JPY-AVAILABLE = JPY-BALANCE - WS-HELD-JPY.
           COMPUTE INR-AVAILABLE = INR-BALANCE - WS-HELD-INR.
           MOVE PHP-AVAILABLE TO PHP-DISPLAY-AVAIL.
           MOVE USD-AVAILABLE TO USD-DISPLAY-AVAIL.
           MOVE JPY-AVAILABLE TO JPY-DISPLAY-AVAIL.
           MOVE INR-AVAILABLE TO INR-DISPLAY-AVAIL.

      *     PARAGRAPH FOR TOTALLING THE ACCOUNT'S DEPOSITS STILL ON
      *     HOLD, BY CURRENCY - THE HOLDS ARE READ ALONG THE ACCOUNT
      *     PART OF THE KEY
       LOAD-HELD-FUNDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CDT-DATE TO WS-HOLD-TODAY.
           MOVE 0 TO WS-HELD-PHP.
           MOVE 0 TO WS-HELD-USD.
           MOVE 0 TO WS-HELD-JPY.
           MOVE 0 TO WS-HELD-INR.
           MOVE "N" TO WS-HOLD-EOF.
           MOVE ACCT-NO TO HD-ACCT-NO.
           MOVE 0 TO HD-DEPOSIT-DATE.
           MOVE 0 TO HD-DEPOSIT-TIME.
           START HoldFile KEY IS NOT < HD-KEY
           INVALID KEY
               MOVE "Y" TO WS-HOLD-EOF
           END-START.
           PERFORM ADD-HELD-FUNDS
               UNTIL WS-HOLD-EOF = "Y".

      *     PARAGRAPH FOR ONE HOLD ALONG THE ACCOUNT - RELEASED HOLDS
      *     STAY ON FILE AS HISTORY AND ARE PASSED OVER. A HOLD WHOSE
      *     RELEASE DATE HAS COME IS AVAILABLE EVEN BEFORE THE NIGHTLY
      *     RUN HAS MARKED IT RELEASED
       ADD-HELD-FUNDS.
           READ HoldFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-HOLD-EOF
           NOT AT END
               IF HD-ACCT-NO NOT = ACCT-NO
                   MOVE "Y" TO WS-HOLD-EOF
               ELSE IF HD-STATUS = "H"
                   AND HD-RELEASE-DATE > WS-HOLD-TODAY
                   IF HD-CURRENCY = "PHP"
                       ADD HD-AMOUNT TO WS-HELD-PHP
                   ELSE IF HD-CURRENCY = "USD"
                       ADD HD-AMOUNT TO WS-HELD-USD
                   ELSE IF HD-CURRENCY = "JPY"
                       ADD HD-AMOUNT TO WS-HELD-JPY
                   ELSE
                       ADD HD-AMOUNT TO WS-HELD-INR
                   END-IF
               END-IF
           END-READ.

      *    PARAGRAPH FOR DISPLAY OF BALANCE
      *    LEDGER IS EVERYTHING ON THE ACCOUNT, AVAILABLE IS WHAT MAY
      *    BE SPENT WHILE DEPOSITS ARE ON HOLD
       BALANCE-DISPLAY.
           PERFORM DESIGN-BOX.
           DISPLAY "BALANCE" AT 1154.
           DISPLAY "LEDGER" AT 1252.
           DISPLAY "AVAILABLE" AT 1264.
           DISPLAY "PHP" AT 1340
           DISPLAY PHP-DISPLAY-BAL AT 1345.
           DISPLAY PHP-DISPLAY-AVAIL AT 1360.
           DISPLAY "USD" AT 1440
           DISPLAY USD-DISPLAY-BAL AT 1445.
           DISPLAY USD-DISPLAY-AVAIL AT 1460.
           DISPLAY "JPY" AT 1540
           DISPLAY JPY-DISPLAY-BAL AT 1545.
           DISPLAY JPY-DISPLAY-AVAIL AT 1560.
           DISPLAY "INR" AT 1640
           DISPLAY INR-DISPLAY-BAL AT 1645.
           DISPLAY INR-DISPLAY-AVAIL AT 1660.
           DISPLAY "Total value (PHP equiv):" AT 1840.
           DISPLAY PHP-EQUIV-DISPLAY AT 1865.

           DISPLAY "Press Enter to continue..." AT 2040.
           ACCEPT TEMP AT 2066.

      *     PARAGRAPH FOR WITHDRAWAL - CURRENCY SELECTION
       WITHDRAW.
           MOVE "WITHDRAW" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"
           PERFORM DESIGN-BOX.
           PERFORM UPDATE-BALANCE.
           DISPLAY "WITHRAWAL" AT 1154.
           DISPLAY "AVAILABLE" AT 1245.
           DISPLAY "PHP" AT 1340
           DISPLAY PHP-DISPLAY-AVAIL AT 1345.
           DISPLAY "USD" AT 1440
           DISPLAY USD-DISPLAY-AVAIL AT 1445.
           DISPLAY "JPY" AT 1540
           DISPLAY JPY-DISPLAY-AVAIL AT 1545.
           DISPLAY "INR" AT 1640
           DISPLAY INR-DISPLAY-AVAIL AT 1645.
           DISPLAY "1-PHP 2-USD 3-JPY 4-INR" AT 1740.
           DISPLAY "Select currency: " AT 1840.
           ACCEPT SUBMENU-CHOICE AT 1858.
           ELSE IF SUBMENU-CHOICE = 4
               PERFORM WITHDRAW-INR
           ELSE
               MOVE "CURR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid currency! please try again..." AT 1940
               ACCEPT TEMP AT 1974
               DISPLAY " " ERASE SCREEN
           PERFORM GET-DAILY-WITHDRAW-LIMIT.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT WIDTHRAW-AMOUNT AT 1970.
           MOVE WIDTHRAW-AMOUNT TO WS-EV-AMOUNT.
           MOVE "PHP" TO WS-EV-CURRENCY.

           MOVE "PHP" TO CS-CURRENCY.
           PERFORM GET-CASSETTE.

      *        EXCEPTION HANDLING
           IF WIDTHRAW-AMOUNT > WS-CASSETTE-ON-HAND
               MOVE "CASH" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Machine cannot dispense that amount." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF CUST-DAILY-WITHDRAWN + WIDTHRAW-AMOUNT
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
      *        THE APPROVED OVERDRAFT LINE EXTENDS WHAT THE PHP
      *        BALANCE ALONE WOULD COVER - ZERO LINE, SAME CHECK AS
      *        ALWAYS
           ELSE IF WIDTHRAW-AMOUNT > PHP-AVAILABLE + CUST-OD-LIMIT
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "PHP" TO WS-TRAN-CURRENCY
               MOVE WIDTHRAW-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM CHARGE-OVERDRAFT-FEE
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           PERFORM GET-DAILY-WITHDRAW-LIMIT.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT WIDTHRAW-AMOUNT AT 1970.
           MOVE WIDTHRAW-AMOUNT TO WS-EV-AMOUNT.
           MOVE "USD" TO WS-EV-CURRENCY.

           MOVE "USD" TO RT-CURRENCY.
           READ RateFile
           PERFORM GET-CASSETTE.

           IF WIDTHRAW-AMOUNT > WS-CASSETTE-ON-HAND
               MOVE "CASH" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Machine cannot dispense that amount." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF CUST-DAILY-WITHDRAWN + WS-WIDTHRAW-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF WIDTHRAW-AMOUNT > USD-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "USD" TO WS-TRAN-CURRENCY
               MOVE WIDTHRAW-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           PERFORM GET-DAILY-WITHDRAW-LIMIT.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT WIDTHRAW-AMOUNT AT 1970.
           MOVE WIDTHRAW-AMOUNT TO WS-EV-AMOUNT.
           MOVE "JPY" TO WS-EV-CURRENCY.

           MOVE "JPY" TO RT-CURRENCY.
           READ RateFile
           PERFORM GET-CASSETTE.

           IF WIDTHRAW-AMOUNT > WS-CASSETTE-ON-HAND
               MOVE "CASH" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Machine cannot dispense that amount." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF CUST-DAILY-WITHDRAWN + WS-WIDTHRAW-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF WIDTHRAW-AMOUNT > JPY-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "JPY" TO WS-TRAN-CURRENCY
               MOVE WIDTHRAW-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           PERFORM GET-DAILY-WITHDRAW-LIMIT.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT WIDTHRAW-AMOUNT AT 1970.
           MOVE WIDTHRAW-AMOUNT TO WS-EV-AMOUNT.
           MOVE "INR" TO WS-EV-CURRENCY.

           MOVE "INR" TO RT-CURRENCY.
           READ RateFile
           PERFORM GET-CASSETTE.

           IF WIDTHRAW-AMOUNT > WS-CASSETTE-ON-HAND
               MOVE "CASH" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Machine cannot dispense that amount." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF CUST-DAILY-WITHDRAWN + WS-WIDTHRAW-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM WITHDRAW
           ELSE IF WIDTHRAW-AMOUNT > INR-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "INR" TO WS-TRAN-CURRENCY
               MOVE WIDTHRAW-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN

      *     PARAGRAPH FOR DEPOSIT - CURRENCY SELECTION
       DEPOSIT.
           MOVE "DEPOSIT" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"
           ELSE IF SUBMENU-CHOICE = 4
               PERFORM DEPOSIT-INR
           ELSE
               MOVE "CURR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid currency! please try again..." AT 1940
               ACCEPT TEMP AT 1974
               DISPLAY " " ERASE SCREEN
       DEPOSIT-PHP.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT DEPOSIT-AMOUNT AT 1970.
           MOVE DEPOSIT-AMOUNT TO WS-EV-AMOUNT.
           MOVE "PHP" TO WS-EV-CURRENCY.

      *        EXCEPTION HANDLING
           IF DEPOSIT-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE DEPOSIT-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM WRITE-RECEIPT
               PERFORM PLACE-DEPOSIT-HOLD
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
       DEPOSIT-USD.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT DEPOSIT-AMOUNT AT 1970.
           MOVE DEPOSIT-AMOUNT TO WS-EV-AMOUNT.
           MOVE "USD" TO WS-EV-CURRENCY.

           IF DEPOSIT-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE DEPOSIT-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM WRITE-RECEIPT
               PERFORM PLACE-DEPOSIT-HOLD
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
       DEPOSIT-JPY.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT DEPOSIT-AMOUNT AT 1970.
           MOVE DEPOSIT-AMOUNT TO WS-EV-AMOUNT.
           MOVE "JPY" TO WS-EV-CURRENCY.

           IF DEPOSIT-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE DEPOSIT-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM WRITE-RECEIPT
               PERFORM PLACE-DEPOSIT-HOLD
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
       DEPOSIT-INR.
           DISPLAY "Enter amount: " AT 1955.
           ACCEPT DEPOSIT-AMOUNT AT 1970.
           MOVE DEPOSIT-AMOUNT TO WS-EV-AMOUNT.
           MOVE "INR" TO WS-EV-CURRENCY.

           IF DEPOSIT-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE DEPOSIT-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM WRITE-RECEIPT
               PERFORM PLACE-DEPOSIT-HOLD
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
               PERFORM BBC-MAINMENU
           END-IF.

      *     PARAGRAPH FOR HOLDING A LARGE DEPOSIT - THE AMOUNT IS
      *     ALREADY ON THE LEDGER, THE HOLD ONLY KEEPS IT OUT OF THE
      *     AVAILABLE BALANCE UNTIL THE RELEASE DATE. THE THRESHOLD IS
      *     COMPARED IN PHP EQUIVALENT SO ONE SETTING COVERS ALL FOUR
      *     CURRENCIES. DHDAYS OF ZERO SWITCHES HOLDS OFF
       PLACE-DEPOSIT-HOLD.
           MOVE "DHTHRESH" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY MOVE 10000 TO WS-HOLD-THRESHOLD
           NOT INVALID KEY MOVE LM-LIMIT-AMOUNT TO WS-HOLD-THRESHOLD
           END-READ.
           MOVE "DHDAYS" TO LM-LIMIT-TYPE.
           READ LimitFile
           INVALID KEY MOVE 2 TO WS-HOLD-DAYS
           NOT INVALID KEY MOVE LM-LIMIT-AMOUNT TO WS-HOLD-DAYS
           END-READ.
           MOVE WS-TRAN-CURRENCY TO WS-EXCH-RATE-CURR.
           PERFORM GET-EXCHANGE-RATE.
           COMPUTE WS-HOLD-PHP-EQUIV = DEPOSIT-AMOUNT / WS-RATE.

           IF WS-HOLD-DAYS > 0 AND WS-HOLD-PHP-EQUIV > WS-HOLD-THRESHOLD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE ACCT-NO TO HD-ACCT-NO
               MOVE WS-CDT-DATE TO HD-DEPOSIT-DATE
               MOVE WS-CDT-TIME TO HD-DEPOSIT-TIME
               MOVE WS-TRAN-CURRENCY TO HD-CURRENCY
               MOVE DEPOSIT-AMOUNT TO HD-AMOUNT
               MOVE FUNCTION INTEGER-OF-DATE(WS-CDT-DATE)
                   TO WS-HOLD-INT
               MOVE 0 TO WS-HOLD-COUNTED
               PERFORM STEP-HOLD-DAY
                   UNTIL WS-HOLD-COUNTED = WS-HOLD-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-HOLD-INT)
                   TO HD-RELEASE-DATE
               MOVE "H" TO HD-STATUS
               MOVE SPACES TO HD-TELLER-ID
               MOVE WS-CDT-DATE TO HD-ACTION-DATE
               WRITE HOLD-DATA
               INVALID KEY CONTINUE
               END-WRITE
               MOVE HD-RELEASE-DATE TO WS-HOLD-DATE-DISP
               DISPLAY "Funds available from " AT 2040
               DISPLAY WS-HOLD-DATE-DISP AT 2061
           END-IF.

      *     PARAGRAPH FOR COUNTING ONE DAY TOWARDS THE RELEASE DATE -
      *     DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER
      *     BY 7 GIVES 0 MONDAY TO 6 SUNDAY. WEEKENDS DO NOT COUNT
       STEP-HOLD-DAY.
           ADD 1 TO WS-HOLD-INT.
           SUBTRACT 1 FROM WS-HOLD-INT GIVING WS-HOLD-DAYNO.
           DIVIDE WS-HOLD-DAYNO BY 7 GIVING WS-HOLD-WEEKS
               REMAINDER WS-HOLD-WEEKDAY.
           IF WS-HOLD-WEEKDAY < 5
               ADD 1 TO WS-HOLD-COUNTED
           END-IF.

      *     PARAGRAPH FOR TRANSFER - CURRENCY SELECTION
       TRANSFER.
           MOVE "TRANSFER" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"
           PERFORM DESIGN-BOX.
           PERFORM UPDATE-BALANCE.
           DISPLAY "TRANSFER" AT 1154.
           DISPLAY "AVAILABLE" AT 1245.
           DISPLAY "PHP" AT 1340
           DISPLAY PHP-DISPLAY-AVAIL AT 1345.
           DISPLAY "USD" AT 1440
           DISPLAY USD-DISPLAY-AVAIL AT 1445.
           DISPLAY "JPY" AT 1540
           DISPLAY JPY-DISPLAY-AVAIL AT 1545.
           DISPLAY "INR" AT 1640
           DISPLAY INR-DISPLAY-AVAIL AT 1645.
           DISPLAY "1-PHP 2-USD 3-JPY 4-INR" AT 1740.
           DISPLAY "Select currency: " AT 1840.
           ACCEPT SUBMENU-CHOICE AT 1858.
           ELSE IF SUBMENU-CHOICE = 4
               PERFORM TRANSFER-INR
           ELSE
               MOVE "CURR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid currency! please try again..." AT 1940
               ACCEPT TEMP AT 1974
               DISPLAY " " ERASE SCREEN
           ACCEPT WS-XFER-TO-ACCT AT 1960.
           DISPLAY "Enter amount: " AT 2040.
           ACCEPT TRANSFER-AMOUNT AT 2055.
           MOVE TRANSFER-AMOUNT TO WS-EV-AMOUNT.
           MOVE "PHP" TO WS-EV-CURRENCY.

      *        THE TARGET CHECK RE-READS THE SENDER, SO THE DAILY-CAP
      *        RESET MUST COME AFTER IT OR THE RESET IS LOST

      *        EXCEPTION HANDLING
           IF WS-XFER-TO-ACCT = ACCT-NO
               MOVE "SELF" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Cannot transfer to own account." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "N"
               MOVE "RCVR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account not found." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "R"
               MOVE "RCRS" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account restricted." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF CUST-DAILY-WITHDRAWN + WS-XFER-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
      *        THE APPROVED OVERDRAFT LINE EXTENDS WHAT THE PHP
      *        BALANCE ALONE WOULD COVER - ZERO LINE, SAME CHECK AS
      *        ALWAYS
           ELSE IF TRANSFER-AMOUNT > PHP-AVAILABLE + CUST-OD-LIMIT
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "PHP" TO WS-TRAN-CURRENCY
               MOVE TRANSFER-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM CHARGE-OVERDRAFT-FEE
               PERFORM CREDIT-TRANSFER-PHP
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           ACCEPT WS-XFER-TO-ACCT AT 1960.
           DISPLAY "Enter amount: " AT 2040.
           ACCEPT TRANSFER-AMOUNT AT 2055.
           MOVE TRANSFER-AMOUNT TO WS-EV-AMOUNT.
           MOVE "USD" TO WS-EV-CURRENCY.

      *        THE TARGET CHECK RE-READS THE SENDER, SO THE DAILY-CAP
      *        RESET MUST COME AFTER IT OR THE RESET IS LOST
           COMPUTE WS-XFER-PHP-EQUIV = TRANSFER-AMOUNT / WS-RATE.

           IF WS-XFER-TO-ACCT = ACCT-NO
               MOVE "SELF" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Cannot transfer to own account." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "N"
               MOVE "RCVR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account not found." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "R"
               MOVE "RCRS" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account restricted." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF CUST-DAILY-WITHDRAWN + WS-XFER-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT > USD-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "USD" TO WS-TRAN-CURRENCY
               MOVE TRANSFER-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM CREDIT-TRANSFER-USD
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           ACCEPT WS-XFER-TO-ACCT AT 1960.
           DISPLAY "Enter amount: " AT 2040.
           ACCEPT TRANSFER-AMOUNT AT 2055.
           MOVE TRANSFER-AMOUNT TO WS-EV-AMOUNT.
           MOVE "JPY" TO WS-EV-CURRENCY.

      *        THE TARGET CHECK RE-READS THE SENDER, SO THE DAILY-CAP
      *        RESET MUST COME AFTER IT OR THE RESET IS LOST
           COMPUTE WS-XFER-PHP-EQUIV = TRANSFER-AMOUNT / WS-RATE.

           IF WS-XFER-TO-ACCT = ACCT-NO
               MOVE "SELF" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Cannot transfer to own account." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "N"
               MOVE "RCVR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account not found." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "R"
               MOVE "RCRS" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account restricted." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF CUST-DAILY-WITHDRAWN + WS-XFER-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT > JPY-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "JPY" TO WS-TRAN-CURRENCY
               MOVE TRANSFER-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM CREDIT-TRANSFER-JPY
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
           ACCEPT WS-XFER-TO-ACCT AT 1960.
           DISPLAY "Enter amount: " AT 2040.
           ACCEPT TRANSFER-AMOUNT AT 2055.
           MOVE TRANSFER-AMOUNT TO WS-EV-AMOUNT.
           MOVE "INR" TO WS-EV-CURRENCY.

      *        THE TARGET CHECK RE-READS THE SENDER, SO THE DAILY-CAP
      *        RESET MUST COME AFTER IT OR THE RESET IS LOST
           COMPUTE WS-XFER-PHP-EQUIV = TRANSFER-AMOUNT / WS-RATE.

           IF WS-XFER-TO-ACCT = ACCT-NO
               MOVE "SELF" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Cannot transfer to own account." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "N"
               MOVE "RCVR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account not found." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF WS-XFER-TARGET-FOUND = "R"
               MOVE "RCRS" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Receiving account restricted." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF CUST-DAILY-WITHDRAWN + WS-XFER-PHP-EQUIV
                   > WS-DAILY-LIMIT
               MOVE "DLIM" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Daily withdrawal limit reached." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM TRANSFER
           ELSE IF TRANSFER-AMOUNT > INR-AVAILABLE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE "INR" TO WS-TRAN-CURRENCY
               MOVE TRANSFER-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-TRAN-LOG
               PERFORM QUEUE-AMOUNT-ALERT
               PERFORM WRITE-RECEIPT
               PERFORM CREDIT-TRANSFER-INR
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Successful transaction! Press enter.." AT 2140
               ACCEPT TEMP AT 2177
               DISPLAY " " ERASE SCREEN
      *     RateFile RATE (SAME LOOKUP BALANCE-CONVERISON USES), MOVES
      *     BOTH BALANCE FIELDS IN ONE REWRITE AND JOURNALS BOTH LEGS
       EXCHANGE.
           MOVE "EXCHANGE" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"
           PERFORM DESIGN-BOX.
           PERFORM UPDATE-BALANCE.
           DISPLAY "EXCHANGE" AT 1154.
           DISPLAY "AVAILABLE" AT 1245.
           DISPLAY "PHP" AT 1340
           DISPLAY PHP-DISPLAY-AVAIL AT 1345.
           DISPLAY "USD" AT 1440
           DISPLAY USD-DISPLAY-AVAIL AT 1445.
           DISPLAY "JPY" AT 1540
           DISPLAY JPY-DISPLAY-AVAIL AT 1545.
           DISPLAY "INR" AT 1640
           DISPLAY INR-DISPLAY-AVAIL AT 1645.
           DISPLAY "1-PHP 2-USD 3-JPY 4-INR" AT 1740.
           DISPLAY "From currency: " AT 1840.
           ACCEPT WS-EXCH-FROM-CHOICE AT 1856.
           ACCEPT EXCHANGE-AMOUNT AT 2055.

           PERFORM PREPARE-EXCHANGE.
           MOVE EXCHANGE-AMOUNT TO WS-EV-AMOUNT.
           MOVE WS-EXCH-FROM-CURR TO WS-EV-CURRENCY.

      *        EXCEPTION HANDLING
           IF WS-EXCH-VALID = "N"
               MOVE SPACES TO WS-EV-CURRENCY
               MOVE "CURR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid currency! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM EXCHANGE
           ELSE IF WS-EXCH-FROM-CHOICE = WS-EXCH-TO-CHOICE
               MOVE "SAME" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Currencies must differ." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM EXCHANGE
           ELSE IF EXCHANGE-AMOUNT NOT > 0
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM EXCHANGE
           ELSE IF EXCHANGE-AMOUNT > WS-EXCH-FROM-BAL
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               IF WS-EXCH-TO-RAW NOT > 0
                   OR WS-EXCH-TO-RAW > 999999.99
                   OR WS-EXCH-TO-BAL + WS-EXCH-TO-RAW > 999999.99
                   MOVE "OVFL" TO WS-EV-REASON
                   PERFORM LOG-ATM-DECLINE
                   DISPLAY "Invalid amount! please try again..." AT 2140
                   ACCEPT TEMP AT 2174
                   DISPLAY " " ERASE SCREEN
                   PERFORM WRITE-TRAN-LOG
                   PERFORM WRITE-RECEIPT
                   PERFORM UPDATE-BALANCE
                   PERFORM LOG-ATM-APPROVAL
                   DISPLAY "Successful transaction! Press enter.."
                       AT 2140
                   ACCEPT TEMP AT 2177
               MOVE CUST-INR-BAL TO WS-EXCH-TO-BAL
           END-IF.

      *     PARAGRAPH FOR LOADING THE BALANCE BEING SOLD - ONLY THE
      *     AVAILABLE PART OF IT, SO HELD DEPOSITS CANNOT BE EXCHANGED
      *     OUT FROM UNDER THEIR HOLD
       LOAD-EXCHANGE-FROM-BAL.
           IF WS-EXCH-FROM-CURR = "PHP"
               MOVE PHP-AVAILABLE TO WS-EXCH-FROM-BAL
           ELSE IF WS-EXCH-FROM-CURR = "USD"
               MOVE USD-AVAILABLE TO WS-EXCH-FROM-BAL
           ELSE IF WS-EXCH-FROM-CURR = "JPY"
               MOVE JPY-AVAILABLE TO WS-EXCH-FROM-BAL
           ELSE
               MOVE INR-AVAILABLE TO WS-EXCH-FROM-BAL
           END-IF.

      *     PARAGRAPH FOR DEBITING THE SOLD CURRENCY IN THE RECORD AREA
      *     THE CHANGE JOURNALED (ZERO AMOUNT, BALANCE UNCHANGED) SO
      *     THE EVENT IS ON THE AUDIT TRAIL WITHOUT BREAKING THE CHAIN
       CHANGE-PIN.
           MOVE "PINCHANGE" TO WS-EV-TYPE.
           PERFORM DESIGN-BOX.
           DISPLAY "CHANGE PIN" AT 1154.
           DISPLAY "Current PIN: " AT 1440.
           ACCEPT WS-NEW-PIN-2 AT 1659 NO-ECHO.

           IF WS-NEW-PIN NOT = WS-NEW-PIN-2
               MOVE "PMIS" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "PINs do not match! please try again..." AT 2140
               ACCEPT TEMP AT 2179
               DISPLAY " " ERASE SCREEN
               MOVE BALANCE TO WS-BEFORE-BAL
               MOVE BALANCE TO WS-AFTER-BAL
               PERFORM WRITE-TRAN-LOG
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "PIN changed. Press enter..." AT 2140
               ACCEPT TEMP AT 2168
               DISPLAY " " ERASE SCREEN
      *     AND THE CUSTOMER'S REFERENCE NUMBER, SO END OF DAY CAN
      *     SETTLE PER BILLER STRAIGHT OFF THE LOG
       PAY-BILLS.
           MOVE "BILLPAY" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"
           PERFORM DESIGN-BOX.
           PERFORM UPDATE-BALANCE.
           DISPLAY "PAY BILLS" AT 1154.
           DISPLAY "AVAILABLE" AT 1245.
           DISPLAY "PHP" AT 1340
           DISPLAY PHP-DISPLAY-AVAIL AT 1345.
           DISPLAY "Biller code: " AT 1440.
           ACCEPT BL-CODE AT 1453.

           READ BillerFile
           INVALID KEY
               MOVE "BILR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Unknown biller code." AT 2140
               ACCEPT TEMP AT 2161
               DISPLAY " " ERASE SCREEN
           ACCEPT WS-TRAN-REFERENCE AT 1654.
           DISPLAY "Enter amount: " AT 1740.
           ACCEPT BILLPAY-AMOUNT AT 1755.
           MOVE BILLPAY-AMOUNT TO WS-EV-AMOUNT.
           MOVE "PHP" TO WS-EV-CURRENCY.

      *        EXCEPTION HANDLING
           IF BILLPAY-AMOUNT NOT > 0
               MOVE SPACES TO WS-TRAN-REFERENCE
               MOVE "AMNT" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
      *        THE APPROVED OVERDRAFT LINE EXTENDS WHAT THE PHP
      *        BALANCE ALONE WOULD COVER - ZERO LINE, SAME CHECK AS
      *        ALWAYS
           ELSE IF BILLPAY-AMOUNT > PHP-AVAILABLE + CUST-OD-LIMIT
               MOVE SPACES TO WS-TRAN-REFERENCE
               MOVE "FUND" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid amount! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               MOVE SPACES TO WS-TRAN-REFERENCE
               PERFORM CHARGE-OVERDRAFT-FEE
               PERFORM UPDATE-BALANCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Payment accepted! Press enter.." AT 2140
               ACCEPT TEMP AT 2172
               DISPLAY " " ERASE SCREEN
      *     ENROLLMENT ITSELF IS JOURNALED (ZERO AMOUNT, BALANCE
      *     UNCHANGED) SO THE EVENT IS ON THE AUDIT TRAIL
       STANDING-ORDERS.
           MOVE "STANDING" TO WS-EV-TYPE.
      *        A FROZEN OR DORMANT ACCOUNT MAY LOG IN AND CHECK ITS
      *        BALANCE, BUT EVERY MONEY-MOVING PATH REFUSES
           IF CUST-STATUS = "F" OR CUST-STATUS = "D"

           READ BillerFile
           INVALID KEY
               MOVE "BILR" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Unknown biller code." AT 2140
               ACCEPT TEMP AT 2161
               DISPLAY " " ERASE SCREEN

           DISPLAY "Amount (0 cancels): " AT 1640.
           ACCEPT SO-ENTER-AMOUNT AT 1660.
           MOVE SO-ENTER-AMOUNT TO WS-EV-AMOUNT.
           MOVE "PHP" TO WS-EV-CURRENCY.

           IF SO-ENTER-AMOUNT = 0
               IF WS-SO-ON-FILE = "N"
                   MOVE "NOSO" TO WS-EV-REASON
                   PERFORM LOG-ATM-DECLINE
                   DISPLAY "No instruction on file." AT 2140
                   ACCEPT TEMP AT 2164
                   DISPLAY " " ERASE SCREEN
                   MOVE BL-CODE TO WS-TRAN-BILLER-CODE
                   PERFORM WRITE-TRAN-LOG
                   MOVE SPACES TO WS-TRAN-BILLER-CODE
                   PERFORM LOG-ATM-APPROVAL
                   DISPLAY "Standing order cancelled." AT 2140
                   ACCEPT TEMP AT 2166
                   DISPLAY " " ERASE SCREEN
      *        DAYS PAST 28 WOULD SKIP SHORT MONTHS, SO THEY ARE
      *        REFUSED AT ENROLLMENT
           IF SO-ENTER-DAY < 1 OR SO-ENTER-DAY > 28
               MOVE "SDAY" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Invalid day! please try again..." AT 2140
               ACCEPT TEMP AT 2174
               DISPLAY " " ERASE SCREEN
               PERFORM WRITE-TRAN-LOG
               MOVE SPACES TO WS-TRAN-BILLER-CODE
               MOVE SPACES TO WS-TRAN-REFERENCE
               PERFORM LOG-ATM-APPROVAL
               DISPLAY "Standing order saved." AT 2140
               ACCEPT TEMP AT 2162
               DISPLAY " " ERASE SCREEN
      *     PARAGRAPH FOR REFUSING ACTIVITY ON A FROZEN OR DORMANT
      *     ACCOUNT - LOGIN AND BALANCE INQUIRY REMAIN AVAILABLE
       REFUSE-RESTRICTED.
           MOVE "RSTR" TO WS-EV-REASON.
           PERFORM LOG-ATM-DECLINE.
           DISPLAY "Account restricted - see your branch." AT 1545.
           ACCEPT TEMP AT 1583.
           DISPLAY " " ERASE SCREEN.
           PERFORM BBC-MAINMENU.

      *     PARAGRAPH FOR THE CARD PRESENTED AT LOGIN - A CARD NOT ON
      *     FILE, OR ONE HOT-LISTED, REPLACED OR EXPIRED, IS REFUSED
      *     BEFORE THE PIN IS CHECKED, SO NO PIN ATTEMPT IS SPENT ON IT
       CHECK-CARD.
           MOVE WS-CARD-NO TO CD-CARD-NO.
           READ CardFile
           INVALID KEY
               MOVE 0 TO ACCT-NO
               MOVE "NOCD" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "Card not recognised. Please retry..." AT 1545
               ACCEPT TEMP AT 1582
               DISPLAY " " ERASE SCREEN
               PERFORM MAIN
           NOT INVALID KEY
               MOVE CD-ACCT-NO TO ACCT-NO
               PERFORM CHECK-CARD-EXPIRY
               IF CD-STATUS NOT = "A"
                   PERFORM REFUSE-CARD
               END-IF
           END-READ.

      *     PARAGRAPH FOR AN ACTIVE CARD PAST THE END OF ITS EXPIRY
      *     MONTH - IT IS MARKED EXPIRED ON FILE THE FIRST TIME IT IS
      *     PRESENTED, SO THE BRANCH SEES THE SAME STATUS THE ATM DOES
       CHECK-CARD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           DIVIDE WS-CDT-DATE BY 100 GIVING WS-CARD-YYYYMM.
           IF CD-STATUS = "A" AND CD-EXPIRY < WS-CARD-YYYYMM
               MOVE "E" TO CD-STATUS
               MOVE WS-CDT-DATE TO CD-STATUS-DATE
               REWRITE CARD-DATA
               INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

      *     PARAGRAPH FOR REFUSING A CARD THAT IS NOT ACTIVE - A LOST
      *     OR STOLEN CARD GETS THE SAME PLAIN MESSAGE AS A REPLACED
      *     ONE, SO WHOEVER HOLDS IT LEARNS NOTHING FROM THE SCREEN
       REFUSE-CARD.
           IF CD-STATUS = "L"
               MOVE "LOST" TO WS-EV-REASON
           ELSE IF CD-STATUS = "S"
               MOVE "STOL" TO WS-EV-REASON
           ELSE IF CD-STATUS = "E"
               MOVE "EXPD" TO WS-EV-REASON
           ELSE
               MOVE "RPLC" TO WS-EV-REASON
           END-IF.
           PERFORM LOG-ATM-DECLINE.
           IF CD-STATUS = "E"
               DISPLAY "This card has expired." AT 1545
           ELSE
               DISPLAY "This card cannot be used." AT 1545
           END-IF.
           DISPLAY "Please see your branch." AT 1645.
           ACCEPT TEMP AT 1669.
           DISPLAY " " ERASE SCREEN.
           PERFORM MAIN.

      *     PARAGRAPH FOR STAMPING THE LAST-ACTIVITY DATE ON THE
      *     RECORD ABOUT TO BE REWRITTEN - FEEDS THE DORMANCY SWEEP
       STAMP-ACTIVITY-DATE.
           IF FP-FAIL-COUNT >= FAILED-PIN-LIMIT
               MOVE "Y" TO FP-LOCKED
           END-IF.
      *        THE CALLER HAS SET THE EVENT TYPE - LOGIN OR PIN CHANGE
           IF FP-LOCKED = "Y"
               MOVE "PLCK" TO WS-EV-REASON
           ELSE
               MOVE "BPIN" TO WS-EV-REASON
           END-IF.
           PERFORM LOG-ATM-DECLINE.
      *        THE ATTEMPT THAT REACHES THE LIMIT TELLS THE CUSTOMER,
      *        ONCE - LATER TRIES ON A LOCKED ACCOUNT NEVER GET HERE
           IF FP-FAIL-COUNT = FAILED-PIN-LIMIT
               MOVE "PLCK" TO WS-AL-EVENT
               PERFORM QUEUE-CUSTOMER-ALERT
           END-IF.
           REWRITE FAILED-PIN-DATA
           INVALID KEY
               WRITE FAILED-PIN-DATA
           END-REWRITE.
           EXIT.

      *     PARAGRAPH FOR AN ALERT ON A WITHDRAWAL OR AN OUTGOING
      *     TRANSFER - RAISED WHEN ITS PHP EQUIVALENT IS OVER THE
      *     AMOUNT THE CUSTOMER CHOSE FOR THAT KIND
       QUEUE-AMOUNT-ALERT.
           MOVE WS-RATE TO WS-AL-SAVE-RATE.
           MOVE WS-TRAN-CURRENCY TO WS-EXCH-RATE-CURR.
           PERFORM GET-EXCHANGE-RATE.
           COMPUTE WS-AL-PHP-EQUIV = WS-TRAN-AMOUNT / WS-RATE.
           MOVE WS-AL-SAVE-RATE TO WS-RATE.
           IF WS-TRAN-TYPE = "WITHDRAW"
               MOVE "WDRL" TO WS-AL-EVENT
           ELSE
               MOVE "XFER" TO WS-AL-EVENT
           END-IF.
           PERFORM QUEUE-CUSTOMER-ALERT.

      *     PARAGRAPH FOR QUEUEING ONE ALERT FOR ACCT-NO - ONLY WHEN
      *     THE CUSTOMER HAS ALERTS SET UP, HAS NOT TURNED THEM ALL
      *     OFF, AND WANTS THIS KIND
       QUEUE-CUSTOMER-ALERT.
           MOVE "N" TO WS-AL-WANTED.
           MOVE ACCT-NO TO AP-ACCT-NO.
           READ AlertPrefFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF AP-CHANNEL = "N"
                   CONTINUE
               ELSE IF WS-AL-EVENT = "WDRL"
                   IF AP-WDL-OVER > 0
                       AND WS-AL-PHP-EQUIV > AP-WDL-OVER
                       MOVE "Y" TO WS-AL-WANTED
                   END-IF
               ELSE IF WS-AL-EVENT = "XFER"
                   IF AP-XFER-OVER > 0
                       AND WS-AL-PHP-EQUIV > AP-XFER-OVER
                       MOVE "Y" TO WS-AL-WANTED
                   END-IF
               ELSE IF WS-AL-EVENT = "PLCK"
                   IF AP-PIN-LOCK = "Y"
                       MOVE "Y" TO WS-AL-WANTED
                   END-IF
               END-IF
           END-READ.

           IF WS-AL-WANTED = "Y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE ACCT-NO TO AQ-ACCT-NO
               MOVE WS-CDT-DATE TO AQ-DATE
               MOVE WS-CDT-TIME TO AQ-TIME
               MOVE WS-AL-EVENT TO AQ-EVENT
               IF WS-AL-EVENT = "PLCK"
                   MOVE SPACES TO AQ-CURRENCY
                   MOVE 0 TO AQ-AMOUNT
                   MOVE 0 TO AQ-BALANCE
               ELSE
                   MOVE WS-TRAN-CURRENCY TO AQ-CURRENCY
                   MOVE WS-TRAN-AMOUNT TO AQ-AMOUNT
                   MOVE WS-AFTER-BAL TO AQ-BALANCE
               END-IF
               MOVE "BBC-ATM" TO AQ-SOURCE
               WRITE ALERT-QUEUE-RECORD
           END-IF.

      *     PARAGRAPH FOR WRITING THE AUDIT TRAIL / TRANSACTION LOG
       WRITE-TRAN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           WRITE TRAN-LOG-RECORD.
           EXIT.

      *     PARAGRAPH FOR AN APPROVED ATM EVENT
       LOG-ATM-APPROVAL.
           MOVE "A" TO WS-EV-RESULT.
           MOVE "APPR" TO WS-EV-REASON.
           PERFORM WRITE-ATM-EVENT.

      *     PARAGRAPH FOR A DECLINED ATM EVENT - THE CALLER SETS THE
      *     REASON CODE
       LOG-ATM-DECLINE.
           MOVE "D" TO WS-EV-RESULT.
           PERFORM WRITE-ATM-EVENT.

      *     PARAGRAPH FOR WRITING THE ATM EVENT JOURNAL - ACCT-NO IS
      *     THE ACCOUNT THE CARD NAMES, EVEN WHEN IT WAS NOT FOUND,
      *     AND ZERO WHEN THE CARD ITSELF WAS NOT ON FILE
       WRITE-ATM-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE ACCT-NO TO EV-ACCT-NO.
           MOVE WS-CDT-DATE TO EV-DATE.
           MOVE WS-CDT-TIME TO EV-TIME.
           MOVE WS-EV-TYPE TO EV-EVENT-TYPE.
           MOVE WS-EV-RESULT TO EV-RESULT.
           MOVE WS-EV-REASON TO EV-REASON.
           MOVE WS-EV-CURRENCY TO EV-CURRENCY.
           MOVE WS-EV-AMOUNT TO EV-AMOUNT.
           MOVE WS-CARD-NO TO EV-CARD-NO.
           WRITE ATM-EVENT-RECORD.
           MOVE SPACES TO WS-EV-CURRENCY.
           MOVE 0 TO WS-EV-AMOUNT.

      *     PARAGRAPH FOR WRITING/REPLACING THE CUSTOMER'S LAST RECEIPT
       WRITE-RECEIPT.
           MOVE ACCT-NO TO RC-ACCT-NO.
       PRINT-LAST-RECEIPT.
           PERFORM DESIGN-BOX.
           DISPLAY "LAST RECEIPT" AT 1154.
           MOVE "RECEIPT" TO WS-EV-TYPE.

           MOVE ACCT-NO TO RC-ACCT-NO.
           READ ReceiptFile
           INVALID KEY
               MOVE "NORC" TO WS-EV-REASON
               PERFORM LOG-ATM-DECLINE
               DISPLAY "No receipt on file yet." AT 1545
               ACCEPT TEMP AT 1573
               DISPLAY " " ERASE SCREEN
               PERFORM BBC-MAINMENU
           END-READ.
           PERFORM LOG-ATM-APPROVAL.

           DISPLAY "Name: " AT 1340.
           DISPLAY RC-FIRST-NAME AT 1347.
           ACCEPT TEMP AT 2066.
           DISPLAY " " ERASE SCREEN.
           PERFORM BBC-MAINMENU.

      *     PARAGRAPH FOR THE MINI STATEMENT - THE HISTORY IS READ BY
      *     KEY FROM 31 DAYS BACK TO THE END OF THE ACCOUNT. IT HOLDS
      *     EVERYTHING UP TO LAST NIGHT'S CLOSE, SO TODAY'S ACTIVITY
      *     SHOWS FROM TOMORROW
       MINI-STATEMENT.
           PERFORM DESIGN-BOX.
           DISPLAY "MINI STATEMENT" AT 1154.
           MOVE "MINISTMT" TO WS-EV-TYPE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CDT-DATE) - 31)
               TO WS-MS-FROM-DATE.
           MOVE 0 TO WS-MS-COUNT.
           MOVE "N" TO WS-MS-EOF.
           MOVE ACCT-NO TO HS-ACCT-NO.
           MOVE WS-MS-FROM-DATE TO HS-DATE.
           MOVE 0 TO HS-TIME.
           MOVE 0 TO HS-SEQ.
           START TranHistFile KEY IS NOT < HS-KEY
           INVALID KEY
               MOVE "Y" TO WS-MS-EOF
           END-START.
           PERFORM READ-MINI-STATEMENT
               UNTIL WS-MS-EOF = "Y".

      *     AN EMPTY STATEMENT IS STILL A STATEMENT GIVEN - NOTHING WAS
      *     REFUSED, SO IT IS LOGGED AS AN APPROVAL
           PERFORM LOG-ATM-APPROVAL.
           IF WS-MS-COUNT = 0
               DISPLAY "No transactions in the last 31 days." AT 1542
               ACCEPT TEMP AT 1578
               DISPLAY " " ERASE SCREEN
               PERFORM BBC-MAINMENU
           END-IF.

           DISPLAY "Date" AT 1240.
           DISPLAY "Type" AT 1249.
           DISPLAY "Cur" AT 1260.
           DISPLAY "Amount" AT 1269.
           PERFORM SHOW-MINI-STATEMENT-LINE
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX > WS-MS-COUNT.
           DISPLAY "Today's activity shows tomorrow." AT 1940.

           DISPLAY "Press Enter to continue..." AT 2040.
           ACCEPT TEMP AT 2066.
           DISPLAY " " ERASE SCREEN.
           PERFORM BBC-MAINMENU.

      *     PARAGRAPH FOR READING ONE HISTORY RECORD FOR THE MINI
      *     STATEMENT - THE NEXT ACCOUNT'S FIRST RECORD ENDS THE READ
       READ-MINI-STATEMENT.
           READ TranHistFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-MS-EOF
           NOT AT END
               IF HS-ACCT-NO NOT = ACCT-NO
                   MOVE "Y" TO WS-MS-EOF
               ELSE
                   IF WS-MS-COUNT < 5
                       ADD 1 TO WS-MS-COUNT
                   ELSE
                       PERFORM SHIFT-MINI-STATEMENT
                           VARYING WS-MS-IX FROM 1 BY 1
                           UNTIL WS-MS-IX > 4
                   END-IF
                   MOVE HS-DATE TO MS-DATE (WS-MS-COUNT)
                   MOVE HS-TRAN-TYPE TO MS-TRAN-TYPE (WS-MS-COUNT)
                   MOVE HS-CURRENCY TO MS-CURRENCY (WS-MS-COUNT)
                   MOVE HS-AMOUNT TO MS-AMOUNT (WS-MS-COUNT)
               END-IF
           END-READ.

      *     PARAGRAPH FOR MOVING ONE MINI STATEMENT ENTRY UP A SLOT
       SHIFT-MINI-STATEMENT.
           MOVE MS-ENTRY (WS-MS-IX + 1) TO MS-ENTRY (WS-MS-IX).

      *     PARAGRAPH FOR ONE MINI STATEMENT LINE - ROWS 13 TO 17
       SHOW-MINI-STATEMENT-LINE.
           COMPUTE WS-MS-ROW-POS = (12 + WS-MS-IX) * 100 + 40.
           COMPUTE WS-MS-TYPE-POS = WS-MS-ROW-POS + 9.
           COMPUTE WS-MS-CURR-POS = WS-MS-ROW-POS + 20.
           COMPUTE WS-MS-AMT-POS = WS-MS-ROW-POS + 25.
           MOVE MS-AMOUNT (WS-MS-IX) TO MS-AMOUNT-DISPLAY.
           DISPLAY MS-DATE (WS-MS-IX) AT WS-MS-ROW-POS.
           DISPLAY MS-TRAN-TYPE (WS-MS-IX) AT WS-MS-TYPE-POS.
           DISPLAY MS-CURRENCY (WS-MS-IX) AT WS-MS-CURR-POS.
           DISPLAY MS-AMOUNT-DISPLAY AT WS-MS-AMT-POS.
       END PROGRAM BBC-ATM.
