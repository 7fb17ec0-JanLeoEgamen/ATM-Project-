      ******************************************************************
      * Author: GROUP 7
      * Date: JANUARY
      * Purpose: PROJECT IN COMPUTER PROGRAMMING 3
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBC-PAYROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>      FILE HANDLING - AN EMPLOYER'S PAYROLL FILE IS PROVED
      *>      AGAINST ITS TRAILER FIRST, THEN EVERY LINE IS CREDITED TO
      *>      THE MASTER OR RETURNED TO THE EMPLOYER ON THE REJECT FILE
      *>      PATH SET AT RUNTIME - SEE RESOLVE-PAYROLL-PATH
           SELECT PayrollFile ASSIGN TO WS-PAYROLL-PATH
           ORGANIZATION IS SEQUENTIAL.
      *>      PATH SET AT RUNTIME - SEE RESOLVE-CUSTOMER-FILE-PATH
           SELECT CustomerFile ASSIGN TO WS-CUSTOMER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ACCT-NO
      *>      TELLERS SEARCH BY NAME, SO THE MASTER CARRIES A KEYED
      *>      PATH BY LAST NAME AS WELL - DUPLICATES ALLOWED
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES.
      *>      AUDIT TRAIL FOR EVERY BALANCE-CHANGING OPERATION
           SELECT TransactionLog ASSIGN TO "D:\cobol programs\tlog.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      PAYROLL BATCH REGISTER, ONE RECORD PER (EMPLOYER, BATCH) -
      *>      REWRITTEN AFTER EVERY LINE SO A FAILED RUN RESUMES AT THE
      *>      LINE AFTER THE LAST ONE FINISHED, AND A COMPLETED BATCH
      *>      CAN NEVER BE POSTED A SECOND TIME
           SELECT PayBatchFile
           ASSIGN TO "D:\cobol programs\paybatch.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PB-KEY.
      *>      REJECTED LINES, IN THE EMPLOYER'S OWN LAYOUT PLUS THE
      *>      REASON, FOR RETURN TO THE EMPLOYER
           SELECT PayRejectFile ASSIGN TO "D:\cobol programs\payrej.txt"
           ORGANIZATION IS SEQUENTIAL.
      *>      CREDITED / REJECTED REPORT FOR THE BRANCH
           SELECT PayRptFile ASSIGN TO "D:\cobol programs\payrpt.txt"
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>      EMPLOYER PAYROLL FILE - ONE HEADER, THE DETAIL LINES AND
      *>      ONE CONTROL TRAILER, TOLD APART BY THE RECORD TYPE
       FD PayrollFile.
       01 PAY-HEADER-RECORD.
           02 PH-REC-TYPE PIC X(1).
           02 PH-EMPLOYER-ID PIC X(6).
           02 PH-EMPLOYER-NAME PIC X(20).
           02 PH-BATCH-NO PIC 9(6).
           02 PH-PAY-DATE PIC 9(8).
       01 PAY-DETAIL-RECORD.
           02 PD-REC-TYPE PIC X(1).
           02 PD-ACCT-NO PIC 9(8).
           02 PD-FIRST-NAME PIC X(15).
           02 PD-LAST-NAME PIC X(15).
           02 PD-AMOUNT PIC 9(6)V99.
      *>      THE TRAILER'S COUNT OF DETAIL LINES, THEIR AMOUNT TOTAL
      *>      AND THE SUM OF THEIR ACCOUNT NUMBERS AS A HASH
       01 PAY-TRAILER-RECORD.
           02 PT-REC-TYPE PIC X(1).
           02 PT-RECORD-COUNT PIC 9(6).
           02 PT-AMOUNT-TOTAL PIC 9(10)V99.
           02 PT-HASH-TOTAL PIC 9(12).

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

      *>      AUDIT TRAIL RECORD - WHO/WHAT/WHEN FOR EVERY REWRITE
       FD TransactionLog.
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

      *>      PAYROLL BATCH REGISTER RECORD - STATUS S STARTED (A RUN
      *>      IS OR WAS UNDER WAY), C COMPLETED. THE LINES DONE AND THE
      *>      RUNNING TOTALS ARE EVERYTHING A RESTART NEEDS
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

      *>      REJECTED LINE - WHICH BATCH AND LINE IT CAME FROM, THE
      *>      LINE AS THE EMPLOYER SENT IT, AND WHY IT WAS RETURNED
       FD PayRejectFile.
       01 PAY-REJECT-RECORD.
           02 RJ-EMPLOYER-ID PIC X(6).
           02 RJ-BATCH-NO PIC 9(6).
           02 RJ-LINE-NO PIC 9(6).
           02 RJ-ACCT-NO PIC 9(8).
           02 RJ-FIRST-NAME PIC X(15).
           02 RJ-LAST-NAME PIC X(15).
           02 RJ-AMOUNT PIC 9(6)V99.
           02 RJ-REASON PIC X(20).

      *>      CREDITED / REJECTED REPORT LINE
       FD PayRptFile.
       01 PAY-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *>      CONTROL FLAG FOR THE READ LOOPS
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

      *>      THE HEADER AS PROVED - KEPT BECAUSE THE RECORD AREA IS
      *>      REUSED BY EVERY DETAIL LINE
       01 WS-EMPLOYER-ID PIC X(6).
       01 WS-EMPLOYER-NAME PIC X(20).
       01 WS-BATCH-NO PIC 9(6).
       01 WS-PAY-DATE PIC 9(8).

      *>      CONTROL-TOTAL PROOF - WHAT THE DETAIL LINES ADD UP TO,
      *>      WHAT THE TRAILER CLAIMS, AND THE FIRST REASON THEY DO
      *>      NOT AGREE (SPACES MEANS THE FILE PROVED)
       01 WS-HEADER-COUNT PIC 9(3) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(3) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-AMOUNT-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01 WS-TRL-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-TRL-AMOUNT-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-TRL-HASH-TOTAL PIC 9(12) VALUE 0.
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.

      *>      POSTING STATE - THE LINE IN HAND, HOW MANY A PRIOR FAILED
      *>      RUN ALREADY FINISHED, AND WHY A LINE WAS REJECTED
       01 WS-LINE-NO PIC 9(6) VALUE 0.
       01 WS-RESTART-SKIP PIC 9(6) VALUE 0.
       01 WS-RESTARTED PIC X VALUE "N".
       01 WS-REJECT-REASON PIC X(20).

      *>      NAMES COMPARED WITHOUT REGARD TO CASE - EMPLOYERS AND
      *>      TELLERS DO NOT KEY NAMES THE SAME WAY
       01 WS-PD-FIRST-UPPER PIC X(15).
       01 WS-PD-LAST-UPPER PIC X(15).
       01 WS-CUST-FIRST-UPPER PIC X(15).
       01 WS-CUST-LAST-UPPER PIC X(15).

      *>      VARIABLES FOR TRANSACTION LOG / AUDIT TRAIL
       01 WS-CURRENT-DATETIME.
           02 WS-CDT-DATE PIC 9(8).
           02 WS-CDT-TIME PIC 9(6).
           02 WS-CDT-REST PIC X(7).
       01 WS-BEFORE-BAL PIC S9(6)V99.
       01 WS-AFTER-BAL PIC S9(6)V99.
      *>      EVERY CREDIT CARRIES THE EMPLOYER AND BATCH IT CAME FROM
       01 WS-TRAN-REFERENCE.
           02 WS-REF-EMPLOYER-ID PIC X(6).
           02 WS-REF-BATCH-NO PIC 9(6).

      *>      DISPLAY-EDITED FIELDS FOR BUILDING REPORT LINES
       01 DISP-ACCT-NO PIC 9(8).
       01 DISP-LINE-NO PIC ZZZ,ZZ9.
       01 DISP-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-TRL-COUNT PIC ZZZ,ZZ9.
       01 DISP-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISP-TRL-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISP-CREDITED-COUNT PIC ZZZ,ZZ9.
       01 DISP-REJECTED-COUNT PIC ZZZ,ZZ9.
       01 DISP-CREDITED-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISP-REJECTED-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

      *>      RUNTIME-CONFIGURABLE CUSTOMERFILE PATH
       01 WS-CUSTOMER-FILE-PATH PIC X(60).
       01 WS-CUSTOMER-FILE-ENV PIC X(60).

      *>      RUNTIME-CONFIGURABLE PAYROLL FILE PATH - EACH EMPLOYER'S
      *>      FILE ARRIVES UNDER ITS OWN NAME
       01 WS-PAYROLL-PATH PIC X(60).
       01 WS-PAYROLL-ENV PIC X(60).

       PROCEDURE DIVISION.
      *     MAIN PARAGRAPH FOR THE PAYROLL BULK-CREDIT RUN
       MAIN.
           PERFORM RESOLVE-CUSTOMER-FILE-PATH.
           PERFORM RESOLVE-PAYROLL-PATH.

      *     FIRST PASS - PROVE THE FILE. NOTHING IS CREDITED UNLESS
      *     THE TRAILER AGREES WITH THE LINES IN FRONT OF IT
           OPEN INPUT PayrollFile.
           PERFORM PROVE-PAYROLL-RECORD
               UNTIL END-OF-FILE.
           CLOSE PayrollFile.
           PERFORM CHECK-CONTROL-TOTALS.

           IF WS-REFUSE-REASON NOT = SPACES
               OPEN OUTPUT PayRptFile
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-REFUSED-LINES
               CLOSE PayRptFile
               DISPLAY "Payroll file REFUSED - " WS-REFUSE-REASON
               DISPLAY "Nothing credited - see payrpt.txt"
               GOBACK
           END-IF.

      *     THE BATCH REGISTER - A COMPLETED BATCH IS NEVER POSTED
      *     AGAIN, A STARTED ONE IS A FAILED RUN AND RESUMES AFTER THE
      *     LAST LINE IT FINISHED
           OPEN I-O PayBatchFile.
           MOVE WS-EMPLOYER-ID TO PB-EMPLOYER-ID.
           MOVE WS-BATCH-NO TO PB-BATCH-NO.
           READ PayBatchFile
           INVALID KEY
               MOVE "S" TO PB-STATUS
               MOVE 0 TO PB-LINES-DONE
               MOVE 0 TO PB-CREDITED-COUNT
               MOVE 0 TO PB-CREDITED-TOTAL
               MOVE 0 TO PB-REJECTED-COUNT
               MOVE 0 TO PB-REJECTED-TOTAL
           NOT INVALID KEY
               IF PB-STATUS = "C"
                   MOVE "BATCH ALREADY POSTED" TO WS-REFUSE-REASON
               ELSE
                   MOVE "Y" TO WS-RESTARTED
                   MOVE PB-LINES-DONE TO WS-RESTART-SKIP
               END-IF
           END-READ.

           IF WS-REFUSE-REASON NOT = SPACES
               CLOSE PayBatchFile
               DISPLAY "Employer " WS-EMPLOYER-ID " batch " WS-BATCH-NO
                   " already posted on " PB-STAMP-DATE
               DISPLAY "Nothing credited."
               GOBACK
           END-IF.
           PERFORM SAVE-BATCH-REGISTER.

           OPEN I-O CustomerFile.
           OPEN EXTEND TransactionLog.
           IF WS-RESTARTED = "Y"
               OPEN EXTEND PayRptFile
               OPEN EXTEND PayRejectFile
               PERFORM WRITE-RESTART-LINE
           ELSE
               OPEN OUTPUT PayRptFile
               OPEN OUTPUT PayRejectFile
               PERFORM WRITE-REPORT-HEADER
           END-IF.

      *     SECOND PASS - POST
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PayrollFile.
           PERFORM READ-PAYROLL-FILE
               UNTIL END-OF-FILE.
           CLOSE PayrollFile.

           MOVE "C" TO PB-STATUS.
           PERFORM SAVE-BATCH-REGISTER.
           PERFORM WRITE-REPORT-SUMMARY.

           CLOSE CustomerFile.
           CLOSE TransactionLog.
           CLOSE PayBatchFile.
           CLOSE PayRptFile.
           CLOSE PayRejectFile.

           MOVE PB-CREDITED-COUNT TO DISP-CREDITED-COUNT.
           MOVE PB-REJECTED-COUNT TO DISP-REJECTED-COUNT.
           DISPLAY "Payroll posted - see payrpt.txt and payrej.txt".
           DISPLAY "Credited: " DISP-CREDITED-COUNT.
           DISPLAY "Rejected: " DISP-REJECTED-COUNT.
           GOBACK.

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

      *     PARAGRAPH FOR RESOLVING THE PAYROLL FILE PATH - THE
      *     ENVIRONMENT NAMES THE EMPLOYER'S FILE, A STANDALONE RUN
      *     WITH NOTHING SET IS PROMPTED
       RESOLVE-PAYROLL-PATH.
           MOVE SPACES TO WS-PAYROLL-ENV.
           ACCEPT WS-PAYROLL-ENV
               FROM ENVIRONMENT "PAYROLL_PATH"
           END-ACCEPT.
           IF WS-PAYROLL-ENV NOT = SPACES
               MOVE WS-PAYROLL-ENV TO WS-PAYROLL-PATH
           ELSE
               DISPLAY "BBC PAYROLL CREDIT - ENTER SELECTION"
               DISPLAY "Payroll file path: "
               ACCEPT WS-PAYROLL-PATH
           END-IF.

      *     PARAGRAPH FOR PROVING ONE PAYROLL RECORD - THE HEADER MUST
      *     COME FIRST, THE TRAILER LAST, AND EVERY DETAIL LINE IN
      *     BETWEEN IS COUNTED, TOTALED AND HASHED
       PROVE-PAYROLL-RECORD.
           READ PayrollFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF PH-REC-TYPE = "H"
                   ADD 1 TO WS-HEADER-COUNT
                   IF WS-HEADER-COUNT = 1
                       AND WS-DETAIL-COUNT = 0
                       AND WS-TRAILER-COUNT = 0
                       MOVE PH-EMPLOYER-ID TO WS-EMPLOYER-ID
                       MOVE PH-EMPLOYER-NAME TO WS-EMPLOYER-NAME
                       MOVE PH-BATCH-NO TO WS-BATCH-NO
                       MOVE PH-PAY-DATE TO WS-PAY-DATE
                   ELSE
                       PERFORM NOTE-OUT-OF-ORDER
                   END-IF
               ELSE IF PD-REC-TYPE = "D"
                   IF WS-HEADER-COUNT = 0 OR WS-TRAILER-COUNT > 0
                       PERFORM NOTE-OUT-OF-ORDER
                   END-IF
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD PD-AMOUNT TO WS-AMOUNT-TOTAL
                   ADD PD-ACCT-NO TO WS-HASH-TOTAL
               ELSE IF PT-REC-TYPE = "T"
                   ADD 1 TO WS-TRAILER-COUNT
                   IF WS-TRAILER-COUNT = 1
                       MOVE PT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                       MOVE PT-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL
                       MOVE PT-HASH-TOTAL TO WS-TRL-HASH-TOTAL
                   ELSE
                       PERFORM NOTE-OUT-OF-ORDER
                   END-IF
               ELSE
                   IF WS-REFUSE-REASON = SPACES
                       MOVE "UNKNOWN RECORD TYPE IN FILE"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-READ.

      *     PARAGRAPH FOR A RECORD FOUND WHERE IT DOES NOT BELONG - THE
      *     FIRST PROBLEM FOUND IS THE ONE REPORTED
       NOTE-OUT-OF-ORDER.
           IF WS-REFUSE-REASON = SPACES
               MOVE "HEADER/TRAILER MISSING OR OUT OF ORDER"
                   TO WS-REFUSE-REASON
           END-IF.

      *     PARAGRAPH FOR THE CONTROL-TOTAL PROOF - COUNT, AMOUNT
      *     TOTAL AND ACCOUNT-NUMBER HASH MUST ALL AGREE
       CHECK-CONTROL-TOTALS.
           IF WS-REFUSE-REASON NOT = SPACES
               CONTINUE
           ELSE IF WS-HEADER-COUNT NOT = 1 OR WS-TRAILER-COUNT NOT = 1
               MOVE "HEADER/TRAILER MISSING OR OUT OF ORDER"
                   TO WS-REFUSE-REASON
           ELSE IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
               MOVE "RECORD COUNT DOES NOT AGREE"
                   TO WS-REFUSE-REASON
           ELSE IF WS-AMOUNT-TOTAL NOT = WS-TRL-AMOUNT-TOTAL
               MOVE "AMOUNT TOTAL DOES NOT AGREE"
                   TO WS-REFUSE-REASON
           ELSE IF WS-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL
               MOVE "HASH TOTAL DOES NOT AGREE"
                   TO WS-REFUSE-REASON
           END-IF.

      *     PARAGRAPH FOR READING EACH RECORD ON THE POSTING PASS -
      *     ONLY DETAIL LINES POST, AND LINES A PRIOR FAILED RUN
      *     ALREADY FINISHED ARE READ PAST
       READ-PAYROLL-FILE.
           READ PayrollFile NEXT RECORD
           AT END
               MOVE "Y" TO WS-EOF-SWITCH
           NOT AT END
               IF PD-REC-TYPE = "D"
                   ADD 1 TO WS-LINE-NO
                   IF WS-LINE-NO > WS-RESTART-SKIP
                       PERFORM POST-ONE-LINE
                       MOVE WS-LINE-NO TO PB-LINES-DONE
                       PERFORM SAVE-BATCH-REGISTER
                   END-IF
               END-IF
           END-READ.

      *     PARAGRAPH FOR ONE DETAIL LINE - AN UNKNOWN (OR CLOSED AND
      *     REMOVED) ACCOUNT, A FROZEN ONE, A NAME THAT DOES NOT MATCH
      *     THE MASTER, OR A CREDIT THE BALANCE CANNOT HOLD IS
      *     REJECTED WHOLE, NEVER PART-POSTED
       POST-ONE-LINE.
           MOVE PD-ACCT-NO TO ACCT-NO.
           READ CustomerFile
           INVALID KEY
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-LINE
           NOT INVALID KEY
               MOVE FUNCTION UPPER-CASE (PD-FIRST-NAME)
                   TO WS-PD-FIRST-UPPER
               MOVE FUNCTION UPPER-CASE (PD-LAST-NAME)
                   TO WS-PD-LAST-UPPER
               MOVE FUNCTION UPPER-CASE (FIRST-NAME)
                   TO WS-CUST-FIRST-UPPER
               MOVE FUNCTION UPPER-CASE (LAST-NAME)
                   TO WS-CUST-LAST-UPPER
               IF CUST-STATUS = "F"
                   MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
               ELSE IF CUST-STATUS = "C"
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
               ELSE IF WS-PD-FIRST-UPPER NOT = WS-CUST-FIRST-UPPER
                   OR WS-PD-LAST-UPPER NOT = WS-CUST-LAST-UPPER
                   MOVE "NAME MISMATCH" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
               ELSE IF PD-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
               ELSE IF BALANCE + PD-AMOUNT > 999999.99
                   MOVE "BALANCE LIMIT" TO WS-REJECT-REASON
                   PERFORM REJECT-LINE
               ELSE
                   PERFORM CREDIT-LINE
               END-IF
           END-READ.

      *     PARAGRAPH FOR CREDITING ONE LINE AND JOURNALING IT UNDER
      *     THE EMPLOYER AND BATCH - A CREDIT IS CUSTOMER ACTIVITY
      *     FOR THE DORMANCY SWEEP, THE SAME AS ANY OTHER POSTING
       CREDIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE BALANCE TO WS-BEFORE-BAL.
           COMPUTE BALANCE = BALANCE + PD-AMOUNT.
           MOVE BALANCE TO WS-AFTER-BAL.
           MOVE WS-CDT-DATE TO CUST-LAST-ACTIVITY-DATE.
           REWRITE CUST-DATA
           END-REWRITE.
           PERFORM WRITE-TRAN-LOG.
           ADD 1 TO PB-CREDITED-COUNT.
           ADD PD-AMOUNT TO PB-CREDITED-TOTAL.
           PERFORM WRITE-CREDITED-LINE.

      *     PARAGRAPH FOR RETURNING ONE LINE TO THE EMPLOYER
       REJECT-LINE.
           MOVE WS-EMPLOYER-ID TO RJ-EMPLOYER-ID.
           MOVE WS-BATCH-NO TO RJ-BATCH-NO.
           MOVE WS-LINE-NO TO RJ-LINE-NO.
           MOVE PD-ACCT-NO TO RJ-ACCT-NO.
           MOVE PD-FIRST-NAME TO RJ-FIRST-NAME.
           MOVE PD-LAST-NAME TO RJ-LAST-NAME.
           MOVE PD-AMOUNT TO RJ-AMOUNT.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           WRITE PAY-REJECT-RECORD.
           ADD 1 TO PB-REJECTED-COUNT.
           ADD PD-AMOUNT TO PB-REJECTED-TOTAL.
           PERFORM WRITE-REJECTED-LINE.

      *     PARAGRAPH FOR SAVING THE BATCH REGISTER - THE STARTED MARK
      *     GOES DOWN BEFORE THE FIRST LINE, AND EVERY FINISHED LINE
      *     MOVES IT ON
       SAVE-BATCH-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-EMPLOYER-ID TO PB-EMPLOYER-ID.
           MOVE WS-BATCH-NO TO PB-BATCH-NO.
           MOVE WS-CDT-DATE TO PB-STAMP-DATE.
           MOVE WS-CDT-TIME TO PB-STAMP-TIME.
           REWRITE PAY-BATCH-DATA
           INVALID KEY
               WRITE PAY-BATCH-DATA
           END-REWRITE.

      *     PARAGRAPH FOR WRITING THE AUDIT TRAIL LOG
       WRITE-TRAN-LOG.
           MOVE ACCT-NO TO TL-ACCT-NO.
           MOVE WS-CDT-DATE TO TL-DATE.
           MOVE WS-CDT-TIME TO TL-TIME.
           MOVE "BBC-PAYR" TO TL-SOURCE-PROGRAM.
           MOVE "PAYROLL" TO TL-TRAN-TYPE.
           MOVE "PHP" TO TL-CURRENCY.
           MOVE PD-AMOUNT TO TL-AMOUNT.
           MOVE WS-BEFORE-BAL TO TL-BEFORE-BALANCE.
           MOVE WS-AFTER-BAL TO TL-AFTER-BALANCE.
           MOVE SPACES TO TL-TELLER-ID.
           MOVE SPACES TO TL-BILLER-CODE.
           MOVE WS-EMPLOYER-ID TO WS-REF-EMPLOYER-ID.
           MOVE WS-BATCH-NO TO WS-REF-BATCH-NO.
           MOVE WS-TRAN-REFERENCE TO TL-REFERENCE.
           WRITE TRAN-LOG-RECORD.
           EXIT.

      *     PARAGRAPH FOR ONE CREDITED DETAIL LINE
       WRITE-CREDITED-LINE.
           MOVE WS-LINE-NO TO DISP-LINE-NO.
           MOVE PD-ACCT-NO TO DISP-ACCT-NO.
           MOVE PD-AMOUNT TO DISP-AMOUNT.
           MOVE SPACES TO PAY-LINE.
           STRING "CREDITED LINE=" DISP-LINE-NO
               "  ACCT=" DISP-ACCT-NO
               "  AMOUNT=" DISP-AMOUNT
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

      *     PARAGRAPH FOR ONE REJECTED DETAIL LINE, WITH THE REASON
       WRITE-REJECTED-LINE.
           MOVE WS-LINE-NO TO DISP-LINE-NO.
           MOVE PD-ACCT-NO TO DISP-ACCT-NO.
           MOVE PD-AMOUNT TO DISP-AMOUNT.
           MOVE SPACES TO PAY-LINE.
           STRING "REJECTED LINE=" DISP-LINE-NO
               "  ACCT=" DISP-ACCT-NO
               "  AMOUNT=" DISP-AMOUNT
               "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

      *     PARAGRAPH FOR A REFUSED FILE - THE REASON, AND THE FILE'S
      *     OWN FIGURES AGAINST THE TRAILER'S SO THE EMPLOYER CAN SEE
      *     WHERE THEY PART
       WRITE-REFUSED-LINES.
           MOVE SPACES TO PAY-LINE.
           STRING "FILE REFUSED - " WS-REFUSE-REASON
               " - NOTHING CREDITED"
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE WS-DETAIL-COUNT TO DISP-COUNT.
           MOVE WS-TRL-RECORD-COUNT TO DISP-TRL-COUNT.
           MOVE SPACES TO PAY-LINE.
           STRING "DETAIL LINES: " DISP-COUNT
               "   TRAILER COUNT: " DISP-TRL-COUNT
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE WS-AMOUNT-TOTAL TO DISP-TOTAL.
           MOVE WS-TRL-AMOUNT-TOTAL TO DISP-TRL-TOTAL.
           MOVE SPACES TO PAY-LINE.
           STRING "DETAIL TOTAL: " DISP-TOTAL
               "   TRAILER TOTAL: " DISP-TRL-TOTAL
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "DETAIL HASH: " WS-HASH-TOTAL
               "   TRAILER HASH: " WS-TRL-HASH-TOTAL
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

      *     PARAGRAPH FOR THE REPORT HEADER
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO PAY-LINE.
           STRING "BIG BLACK CARD - PAYROLL BULK CREDIT"
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "RUN DATE: " WS-CDT-DATE "  RUN TIME: " WS-CDT-TIME
               "  EMPLOYER: " WS-EMPLOYER-ID " " WS-EMPLOYER-NAME
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "BATCH: " WS-BATCH-NO "  PAY DATE: " WS-PAY-DATE
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           WRITE PAY-LINE.

      *     PARAGRAPH FOR MARKING A RESUMED RUN IN THE REPORT
       WRITE-RESTART-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-RESTART-SKIP TO DISP-LINE-NO.
           MOVE SPACES TO PAY-LINE.
           STRING "RUN RESTARTED AT " WS-CDT-DATE " " WS-CDT-TIME
               " - LINES ALREADY DONE: " DISP-LINE-NO
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

      *     PARAGRAPH FOR THE SUMMARY TOTALS - THE CREDITED AND
      *     REJECTED FIGURES TOGETHER MUST MAKE UP THE TRAILER'S
       WRITE-REPORT-SUMMARY.
           MOVE PB-CREDITED-COUNT TO DISP-CREDITED-COUNT.
           MOVE PB-REJECTED-COUNT TO DISP-REJECTED-COUNT.
           MOVE PB-CREDITED-TOTAL TO DISP-CREDITED-TOTAL.
           MOVE PB-REJECTED-TOTAL TO DISP-REJECTED-TOTAL.
           MOVE WS-TRL-RECORD-COUNT TO DISP-TRL-COUNT.
           MOVE WS-TRL-AMOUNT-TOTAL TO DISP-TRL-TOTAL.

           MOVE SPACES TO PAY-LINE.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "CREDITED: " DISP-CREDITED-COUNT
               "   TOTAL: " DISP-CREDITED-TOTAL
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "REJECTED: " DISP-REJECTED-COUNT
               "   TOTAL: " DISP-REJECTED-TOTAL
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

           MOVE SPACES TO PAY-LINE.
           STRING "TRAILER:  " DISP-TRL-COUNT
               "   TOTAL: " DISP-TRL-TOTAL
               DELIMITED BY SIZE INTO PAY-LINE
           END-STRING.
           WRITE PAY-LINE.

       END PROGRAM BBC-PAYROLL.
