      *                     hands, so it must not inflate the day's
      *                     bank deposit. The NET and MTD columns
      *                     stay cash-only (payments less refunds).
      * Oct 15, 2026 - JP - Late-fee entries (type "F", charged by
      *                     PROJECT3-P39) land in the NON-CASH column
      *                     alongside withdrawals - no cash changes
      *                     hands, so they must not inflate the day's
      *                     bank deposit.
      * Oct 15, 2026 - JP - A returned-payment reversal (type "V",
      *                     posted by PROJECT3-P42) lands in the REFUNDS
      *                     column - the bank takes the money back, so
      *                     it comes off the cash net. The NSF charge
      *                     (type "N") is NON-CASH.
      * Oct 15, 2026 - JP - Award credits (type "A", posted by
      *                     PROJECT3-P45) are NON-CASH.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P28.
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1).
      * Second operator who released a large refund or withdrawal
      * from Project3-p2's approval queue; spaces otherwise.
           05 LOG-APPROVER-ID PIC X(8).

       FD DEPOSIT-REPORT-OUT.
       01 DEPOSIT-RECORD-OUT PIC X(120).
           END-IF.
           MOVE LOG-TRANSACTION-DATE TO PRIOR-DATE.
           EVALUATE LOG-TRANSACTION-TYPE
               WHEN "R" WHEN "r" WHEN "V" WHEN "v"
                   ADD LOG-PAYMENT-AMOUNT TO DAY-REFUNDS
               WHEN "W" WHEN "w" WHEN "F" WHEN "f" WHEN "N" WHEN "n"
               WHEN "A" WHEN "a"
                   ADD LOG-PAYMENT-AMOUNT TO DAY-NONCASH
               WHEN OTHER
                   ADD LOG-PAYMENT-AMOUNT TO DAY-PAYMENTS
