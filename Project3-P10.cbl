      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - A late-fee log entry (LOG-TRANSACTION-TYPE
      *                     "F", charged by PROJECT3-P39) now totals
      *                     into a new RECON-TOTAL-CHARGED-TBL and
      *                     raises the expected balance, instead of
      *                     being counted as a payment.
      * Oct 15, 2026 - JP - A returned-payment reversal ("V") and an NSF
      *                     charge ("N"), both posted by PROJECT3-P42,
      *                     total into RECON-TOTAL-CHARGED-TBL and raise
      *                     the expected balance, the same as a late
      *                     fee.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P10.
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

       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD-IN.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD RECON-REPORT-OUT.
       01 RECON-RECORD-OUT PIC X(132).
               10 RECON-FIRST-BALANCE-TBL PIC 9(4)V99.
               10 RECON-TOTAL-PAID-TBL PIC 9(6)V99.
               10 RECON-TOTAL-REFUNDED-TBL PIC 9(6)V99.
               10 RECON-TOTAL-CHARGED-TBL PIC 9(6)V99.
               10 RECON-MATCHED-TBL PIC X(1).

       01 REPORT-HEADER.
      * A refund adds back to the total-refunded column instead of the
      * total-paid column, so 307-WRITE-DETAIL-LINE can net the two
      * out without ever subtracting below zero on an unsigned field.
      * A late fee ("F") is a charge, not money received, so it goes
      * to its own total-charged column and raises the expected
      * balance the same way a refund does.
       303-APPLY-LOG-ENTRY.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 306-SEARCH-RECON-BY-LOG VARYING
               MOVE LOG-OLD-BALANCE TO
                   RECON-FIRST-BALANCE-TBL(FOUND-SUB)
               MOVE "N" TO RECON-MATCHED-TBL(FOUND-SUB)
               MOVE 0 TO RECON-TOTAL-CHARGED-TBL(FOUND-SUB)
               MOVE "Y" TO FOUND-FLAG
           END-IF.
           IF FOUND-FLAG = "Y"
               EVALUATE LOG-TRANSACTION-TYPE
                   WHEN "R" WHEN "r"
                       ADD LOG-PAYMENT-AMOUNT TO
                           RECON-TOTAL-REFUNDED-TBL(FOUND-SUB)
                   WHEN "F" WHEN "f" WHEN "N" WHEN "n"
                   WHEN "V" WHEN "v"
                       ADD LOG-PAYMENT-AMOUNT TO
                           RECON-TOTAL-CHARGED-TBL(FOUND-SUB)
                   WHEN OTHER
                       ADD LOG-PAYMENT-AMOUNT TO
                           RECON-TOTAL-PAID-TBL(FOUND-SUB)
               END-EVALUATE
           ELSE
               DISPLAY "WARNING: RECON-TBL-MAX (" RECON-TBL-MAX
                   ") REACHED - SOME STUDENTS WILL NOT BE "
           COMPUTE EXPECTED-TUITION-OWED =
               RECON-FIRST-BALANCE-TBL(FOUND-SUB) -
               RECON-TOTAL-PAID-TBL(FOUND-SUB) +
               RECON-TOTAL-REFUNDED-TBL(FOUND-SUB) +
               RECON-TOTAL-CHARGED-TBL(FOUND-SUB).
           MOVE STUDENT-NUMBER TO RECON-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO RECON-STUDENT-NAME-OUT.
           MOVE EXPECTED-TUITION-OWED TO RECON-EXPECTED-OUT.
               COMPUTE EXPECTED-TUITION-OWED =
                   RECON-FIRST-BALANCE-TBL(SUB-3) -
                   RECON-TOTAL-PAID-TBL(SUB-3) +
                   RECON-TOTAL-REFUNDED-TBL(SUB-3) +
                   RECON-TOTAL-CHARGED-TBL(SUB-3)
               MOVE EXPECTED-TUITION-OWED TO RECON-EXPECTED-OUT
               MOVE ZEROS TO RECON-ACTUAL-OUT
               MOVE "NO STUDENT ON FILE" TO RECON-STATUS-OUT
