      *----------------------------------------------------------------
      * Modification History:
      * Sep 02, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - Late-fee entries (type "F", charged by
      *                     PROJECT3-P39) no longer count toward the net
      *                     paid - a fee is a charge, not a payment
      *                     against an installment.
      * Oct 15, 2026 - JP - A returned-payment reversal ("V", posted by
      *                     PROJECT3-P42) nets off the paid total like a
      *                     refund; an NSF charge ("N") is skipped like
      *                     a late fee.
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
       PROGRAM-ID. PROJECT3-P23.
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

       FD DELINQ-REPORT-OUT.
       01 DELINQ-RECORD-OUT PIC X(120).
      * One pass over PAYMENT-LOG.TXT per student - the same open/
      * scan/close pattern Project3-p2's billing statement uses on
      * this file. A refund ("R") hands money back, so it nets off the
      * paid total; a late fee ("F") is a charge and is skipped;
      * every other entry (including the typeless lines written
      * before LOG-TRANSACTION-TYPE existed) counts as paid.
       306-NET-STUDENT-PAYMENTS.
           MOVE 0 TO NET-PAID-WS.
           OPEN INPUT PAYMENT-LOG-FILE.

       306C-NET-ONE-LOG-RECORD.
           IF LOG-STUDENT-NUMBER = PRIOR-STUDENT-NUMBER
               EVALUATE LOG-TRANSACTION-TYPE
                   WHEN "R" WHEN "V"
                       SUBTRACT LOG-PAYMENT-AMOUNT FROM NET-PAID-WS
                   WHEN "F" WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       ADD LOG-PAYMENT-AMOUNT TO NET-PAID-WS
               END-EVALUATE
           END-IF.
           PERFORM 306B-READ-ONE-LOG-RECORD.

