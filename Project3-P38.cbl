      *----------------------------------------------------------------
      * Modification History:
      * Sep 02, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - Every payment-log entry written here is
      *                     stamped with the term code its transaction
      *                     date falls in, looked up on the term
      *                     calendar through Project3_Term_Sub
      *                     (TERM-CALENDAR parameter).
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2; entries written here leave it
      *                     blank.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P38.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD SPONSOR-FILE-IN.
       01 SPONSOR-RECORD-IN.
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
      * Second operator who released a large refund or withdrawal
      * from Project3-p2's approval queue; spaces otherwise.
           05 LOG-APPROVER-ID PIC X(8).

       FD INVOICE-FILE-OUT.
       01 INVOICE-RECORD-OUT PIC X(100).
           05 INVOICE-TOTAL PIC 9(6)V99.
           05 REMAINING-AMOUNT PIC 9(6)V99.
           05 APPLIED-AMOUNT PIC 9(4)V99.
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "P" TO LOG-TRANSACTION-TYPE.
           MOVE "P38SPON" TO LOG-OPERATOR-ID.
           MOVE 0 TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 326-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           MOVE SPACES TO LOG-APPROVER-ID.
           WRITE PAYMENT-LOG-RECORD.

      * Append one line of run counters to the standing metrics file -
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       326-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
