      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - Late-fee entries (type "F", charged by
      *                     PROJECT3-P39) are skipped when finding the
      *                     last activity date, so charging a fee
      *                     doesn't make an overdue balance look current
      *                     again.
      * Oct 15, 2026 - JP - Returned-payment reversals ("V") and NSF
      *                     charges ("N") from PROJECT3-P42 are not
      *                     counted as payment activity either, the same
      *                     as late fees.
      * Oct 15, 2026 - JP - Award credits (type "A", posted by
      *                     PROJECT3-P45) are not student activity and
      *                     no longer count as the last activity date.
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
       PROGRAM-ID. PROJECT3-P22.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-RECORD.
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

       FD AGING-REPORT-OUT.
       01 AGING-RECORD-OUT PIC X(132).
           05 SORT-GRADE-STATUS-4 PIC X(1).
           05 SORT-GRADE-STATUS-5 PIC X(1).
           05 SORT-SPONSOR-CODE PIC X(5).
           05 SORT-SECTION-1 PIC X(3).
           05 SORT-SECTION-2 PIC X(3).
           05 SORT-SECTION-3 PIC X(3).
           05 SORT-SECTION-4 PIC X(3).
           05 SORT-SECTION-5 PIC X(3).
           05 SORT-RESIDENCY-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 REPORT-HEADING-LINE.
      * One pass over PAYMENT-LOG.TXT per aged student, keeping the
      * highest LOG-TRANSACTION-DATE seen - the same open/scan/close
      * pattern Project3-p2's billing statement uses on this file.
      * LAST-ACTIVITY-DATE zero afterward means no entry at all. A
      * late fee ("F") is a charge, not account activity by the
      * student, so it never resets the balance's age.
       320-FIND-LAST-ACTIVITY-DATE.
           MOVE 0 TO LAST-ACTIVITY-DATE.
           OPEN INPUT PAYMENT-LOG-FILE.
       320C-CHECK-ONE-LOG-RECORD.
           IF LOG-STUDENT-NUMBER = SORT-STUDENT-NUMBER
               AND LOG-TRANSACTION-DATE > LAST-ACTIVITY-DATE
               AND LOG-TRANSACTION-TYPE NOT = "F"
               AND LOG-TRANSACTION-TYPE NOT = "V"
               AND LOG-TRANSACTION-TYPE NOT = "N"
               AND LOG-TRANSACTION-TYPE NOT = "A"
               MOVE LOG-TRANSACTION-DATE TO LAST-ACTIVITY-DATE
           END-IF.
           PERFORM 320B-READ-ONE-LOG-RECORD.
