           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BK-TAG.
      *>      MONTH-TO-DATE BALANCE ACCUMULATOR - CREATED EMPTY, BUILT
      *>      UP NIGHTLY BY THE SERVICE-CHARGE BATCH
           SELECT AvgBalFile ASSIGN TO "D:\cobol programs\avgbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AB-ACCT-NO.
      *>      COMPLIANCE CASE FILE - CREATED EMPTY, OPENED BY THE CASH
      *>      WATCH BATCH AND WORKED FROM BBC-ADMIN
           SELECT CaseFile ASSIGN TO "D:\cobol programs\cwcase.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CW-KEY.
      *>      PAYROLL BATCH REGISTER - CREATED EMPTY, ONE RECORD ADDED
      *>      FOR EACH EMPLOYER BATCH THE PAYROLL RUN POSTS
           SELECT PayBatchFile
           ASSIGN TO "D:\cobol programs\paybatch.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PB-KEY.
      *>      CUSTOMER PROFILE (KYC) FILE AND ITS CHANGE HISTORY -
      *>      CREATED EMPTY, FILLED FROM BBC-ADMIN
           SELECT ProfileFile ASSIGN TO "D:\cobol programs\profile.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PF-ACCT-NO.
           SELECT ProfHistFile
           ASSIGN TO "D:\cobol programs\profhist.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      OVERDRAFT AGING FILE AND CHARGE-OFF LIST - CREATED EMPTY,
      *>      BUILT UP BY THE NIGHTLY AGING BATCH
           SELECT OdAgeFile ASSIGN TO "D:\cobol programs\odage.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OA-ACCT-NO.
           SELECT ChargeOffFile ASSIGN TO "D:\cobol programs\chgoff.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CO-ACCT-NO.
      *>      ATM EVENT JOURNAL - CREATED EMPTY, APPENDED BY THE ATM
           SELECT AtmEventLog ASSIGN TO "D:\cobol programs\atmevt.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      DEBIT CARD FILE - CREATED EMPTY, CARDS ARE ISSUED BY ADMIN
           SELECT CardFile ASSIGN TO "D:\cobol programs\cards.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CD-CARD-NO
           ALTERNATE RECORD KEY IS CD-ACCT-NO WITH DUPLICATES.
      *>      DEPOSIT HOLD FILE - CREATED EMPTY, WRITTEN BY THE ATM
           SELECT HoldFile ASSIGN TO "D:\cobol programs\holds.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS HD-KEY.
      *>      TIME DEPOSIT FILE - CREATED EMPTY, PLACEMENTS ARE OPENED
      *>      BY ADMIN
           SELECT TimeDepFile ASSIGN TO "D:\cobol programs\timedep.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TD-KEY.
      *>      CUSTOMER ALERT SETTINGS - CREATED EMPTY, KEPT BY ADMIN
           SELECT AlertPrefFile
           ASSIGN TO "D:\cobol programs\alertpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AP-ACCT-NO.
      *>      ALERT QUEUE - CREATED EMPTY, APPENDED AS ALERTS ARE RAISED
           SELECT AlertQueueFile
           ASSIGN TO "D:\cobol programs\alertq.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      TRANSACTION HISTORY - CREATED EMPTY, LOADED NIGHTLY FROM
      *>      THE CUTOVER ARCHIVE
           SELECT TranHistFile
           ASSIGN TO "D:\cobol programs\tranhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS HS-KEY.
      *>      HISTORY LOAD CONTROL - CREATED EMPTY, ONE RECORD PER
      *>      ARCHIVE LOADED
           SELECT HistCtlFile
           ASSIGN TO "D:\cobol programs\histctl.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS HC-ARCHIVE-DATE.

       DATA DIVISION.
       FILE SECTION.
           02 BK-LAST-GOOD-DATE PIC 9(8).
           02 BK-COUNT PIC 9(7).

      *>      MONTH-TO-DATE BALANCE ACCUMULATOR RECORD
       FD AvgBalFile.
       01 AVG-BAL-DATA.
           02 AB-ACCT-NO PIC 9(8).
           02 AB-PERIOD PIC 9(6).
           02 AB-BAL-TOTAL PIC S9(12)V99.
           02 AB-DAY-COUNT PIC 9(3).
           02 AB-LAST-DATE PIC 9(8).
           02 AB-CHARGED-PERIOD PIC 9(6).

      *>      COMPLIANCE CASE RECORD
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

      *>      PAYROLL BATCH REGISTER RECORD
       FD PayBatchFile.
       01 PAY-BATCH-DATA.
           02 PB-KEY.
               03 PB-EMPLOYER-ID PIC X(6).
               03 PB-BATCH-NO PIC 9(6).
           02 PB-STATUS PIC X(1).
           02 PB-LINES-DONE PIC 9(6).
           02 PB-CREDITED-COUNT PIC 9(6).
           02 PB-CREDITED-TOTAL PIC 9(10)V99.
           02 PB-REJECTED-COUNT PIC 9(6).
           02 PB-REJECTED-TOTAL PIC 9(10)V99.
           02 PB-STAMP-DATE PIC 9(8).
           02 PB-STAMP-TIME PIC 9(6).

      *>      CUSTOMER PROFILE RECORD
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

      *>      PROFILE CHANGE HISTORY RECORD
       FD ProfHistFile.
       01 PROF-HIST-RECORD.
           02 PH-ACCT-NO PIC 9(8).
           02 PH-DATE PIC 9(8).
           02 PH-TIME PIC 9(6).
           02 PH-TELLER-ID PIC X(6).
           02 PH-ACTION PIC X(1).
           02 PH-OLD-DETAILS PIC X(96).
           02 PH-NEW-DETAILS PIC X(96).

      *>      OVERDRAFT AGING RECORD
       FD OdAgeFile.
       01 OD-AGE-DATA.
           02 OA-ACCT-NO PIC 9(8).
           02 OA-NEG-SINCE PIC 9(8).
           02 OA-FROZEN-DATE PIC 9(8).
           02 OA-LAST-SEEN PIC 9(8).

      *>      CHARGE-OFF RECOMMENDATION RECORD
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

      *>      DEBIT CARD RECORD
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

      *>      DEPOSIT HOLD RECORD
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

      *>      TIME DEPOSIT RECORD
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

      *>      CUSTOMER ALERT SETTINGS RECORD
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

      *>      ALERT QUEUE RECORD
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

      *>      TRANSACTION HISTORY RECORD
       FD TranHistFile.
       01 TRAN-HIST-DATA.
           02 HS-KEY.
               03 HS-ACCT-NO PIC 9(8).
               03 HS-DATE PIC 9(8).
               03 HS-TIME PIC 9(6).
               03 HS-SEQ PIC 9(3).
           02 HS-JOURNAL-RECORD PIC X(89).

      *>      HISTORY LOAD CONTROL RECORD
       FD HistCtlFile.
       01 HIST-CTL-DATA.
           02 HC-ARCHIVE-DATE PIC 9(8).
           02 HC-RECORDS-LOADED PIC 9(7).
           02 HC-LOAD-DATE PIC 9(8).
           02 HC-LOAD-TIME PIC 9(6).

       WORKING-STORAGE SECTION.
      *>      DATE/TIME FOR STAMPING THE SEEDED CREDENTIAL
       01 WS-CURRENT-DATETIME.
           MOVE "PWDDAYS" TO LM-LIMIT-TYPE.
           MOVE 90 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
      *>      CASH WATCH SCREENING - THE SAME DEFAULTS THE BATCH FALLS
      *>      BACK TO: PHP 500,000 REPORTABLE, 90 PERCENT AND UP COUNTS
      *>      AS JUST UNDER, THREE OF THOSE IN A SEVEN-DAY WINDOW
           MOVE "CWTHRESH" TO LM-LIMIT-TYPE.
           MOVE 500000 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           MOVE "CWNEARPCT" TO LM-LIMIT-TYPE.
           MOVE 90 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           MOVE "CWWINDOW" TO LM-LIMIT-TYPE.
           MOVE 7 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           MOVE "CWREPEAT" TO LM-LIMIT-TYPE.
           MOVE 3 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
      *>      OVERDRAFT AGING - FREEZE AFTER 60 DAYS OVERDRAWN, LIST
      *>      FOR CHARGE-OFF AFTER 120 (THE BATCH'S OWN DEFAULTS)
           MOVE "ODFRZDAYS" TO LM-LIMIT-TYPE.
           MOVE 60 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           MOVE "ODCHGDAYS" TO LM-LIMIT-TYPE.
           MOVE 120 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
      *>      DEBIT CARDS ARE ISSUED GOOD FOR THREE YEARS
           MOVE "CDEXPYRS" TO LM-LIMIT-TYPE.
           MOVE 3 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
      *>      ATM DEPOSITS OVER PHP 10,000 EQUIVALENT ARE HELD FOR TWO
      *>      BUSINESS DAYS
           MOVE "DHTHRESH" TO LM-LIMIT-TYPE.
           MOVE 10000 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           MOVE "DHDAYS" TO LM-LIMIT-TYPE.
           MOVE 2 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
      *>      A TIME DEPOSIT BROKEN BEFORE MATURITY EARNS ONLY 0.25%
      *>      A YEAR FOR THE DAYS IT WAS HELD
           MOVE "TDPENRATE" TO LM-LIMIT-TYPE.
           MOVE 0.25 TO LM-LIMIT-AMOUNT.
           WRITE LIMIT-DATA.
           CLOSE LimitFile.

           OPEN OUTPUT CassetteFile.
           OPEN OUTPUT BackupLogFile.
           CLOSE BackupLogFile.

           OPEN OUTPUT AvgBalFile.
           CLOSE AvgBalFile.

           OPEN OUTPUT CaseFile.
           CLOSE CaseFile.

           OPEN OUTPUT PayBatchFile.
           CLOSE PayBatchFile.

           OPEN OUTPUT ProfileFile.
           CLOSE ProfileFile.

           OPEN OUTPUT ProfHistFile.
           CLOSE ProfHistFile.

           OPEN OUTPUT OdAgeFile.
           CLOSE OdAgeFile.

           OPEN OUTPUT ChargeOffFile.
           CLOSE ChargeOffFile.

           OPEN OUTPUT AtmEventLog.
           CLOSE AtmEventLog.

           OPEN OUTPUT CardFile.
           CLOSE CardFile.

           OPEN OUTPUT HoldFile.
           CLOSE HoldFile.

           OPEN OUTPUT TimeDepFile.
           CLOSE TimeDepFile.

           OPEN OUTPUT AlertPrefFile.
           CLOSE AlertPrefFile.

           OPEN OUTPUT AlertQueueFile.
           CLOSE AlertQueueFile.

           OPEN OUTPUT TranHistFile.
           CLOSE TranHistFile.

           OPEN OUTPUT HistCtlFile.
           CLOSE HistCtlFile.

           DISPLAY "Setup complete. Default teller ADMIN1 / CHANGEME".
           DISPLAY "created in AdminUserFile - replace this record".
           DISPLAY "with real teller credentials before go-live.".
