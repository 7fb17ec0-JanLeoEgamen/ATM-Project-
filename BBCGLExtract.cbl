           02 FILLER PIC X(4) VALUE "DEP-".
           02 WS-DEP-CURR PIC X(3).
           02 FILLER PIC X(5) VALUE SPACES.
      *>      TIME DEPOSIT PRINCIPAL IS A LIABILITY OF ITS OWN, KEPT
      *>      APART FROM THE DEMAND DEPOSITS, PER CURRENCY
       01 WS-TD-ACCOUNT.
           02 FILLER PIC X(5) VALUE "TDEP-".
           02 WS-TD-CURR PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.

      *>      CONTROL TOTALS FOR THE TRAILER - THE HASH IS THE SUM OF
      *>      THE CUSTOMER ACCOUNT NUMBER ON EVERY EXTRACTED LINE
       MAP-JOURNAL-RECORD.
           MOVE TL-CURRENCY TO WS-CASH-CURR.
           MOVE TL-CURRENCY TO WS-DEP-CURR.
           MOVE TL-CURRENCY TO WS-TD-CURR.

           IF TL-TRAN-TYPE = "WITHDRAW"
               MOVE WS-DEP-ACCOUNT TO WS-DEBIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "BILLCOLL"
               MOVE "BILLER-PAY" TO WS-DEBIT-ACCOUNT
               MOVE WS-DEP-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "PAYROLL"
               MOVE "PAYROLL-CLR" TO WS-DEBIT-ACCOUNT
               MOVE WS-DEP-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "INTEREST"
               OR TL-TRAN-TYPE = "TD-INTRST"
               MOVE "INT-EXPENSE" TO WS-DEBIT-ACCOUNT
               MOVE WS-DEP-ACCOUNT TO WS-CREDIT-ACCOUNT
      *     PLACING A TIME DEPOSIT MOVES THE PRINCIPAL OUT OF DEMAND
      *     DEPOSITS, PAYING IT OUT OR BREAKING IT MOVES IT BACK. A
      *     ROLLOVER KEEPS IT WHERE IT IS, SO BOTH LEGS HIT THE SAME
      *     ACCOUNT AND THE PAIR NETS TO ZERO
           ELSE IF TL-TRAN-TYPE = "TD-PLACE"
               MOVE WS-DEP-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-TD-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "TD-PAYOUT"
               OR TL-TRAN-TYPE = "TD-BREAK"
               MOVE WS-TD-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-DEP-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "TD-ROLL"
               MOVE WS-TD-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-TD-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "TRANSF-OUT"
               MOVE WS-DEP-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE "XFER-CLEAR" TO WS-CREDIT-ACCOUNT
               MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE "CASH-VAULT" TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "ODFEE"
               OR TL-TRAN-TYPE = "MAINTFEE"
               OR TL-TRAN-TYPE = "MINBALFEE"
               MOVE WS-DEP-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE "FEE-INCOME" TO WS-CREDIT-ACCOUNT
           ELSE IF TL-TRAN-TYPE = "REVERSAL"
