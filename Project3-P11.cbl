      * Purpose:Close out a term's payment activity by archiving the
      * current PAYMENT-LOG.TXT under a date-stamped file name and
      * starting a fresh empty log, the same way PROJECT3-1 backs up
      * STUFILE3OUT before rebuilding it. A log still holding entries
      * PROJECT3-P40 has not booked to the ledger is not closed, and a
      * close marks GL-EXTRACT-CTL.TXT so PROJECT3-P40 counts the
      * fresh log's entries from the start.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      *                     run time (PAYMENT-LOG-YYYYMMDD-HHMMSS.BAK)
      *                     so a second close on the same day can't
      *                     overwrite the earlier run's archive.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      * Oct 15, 2026 - JP - A log still holding entries PROJECT3-P40 has
      *                     not booked is no longer archived
      *                     (RETURN-CODE 8), and a close now writes a
      *                     zero-dated mark to GL-EXTRACT-CTL.TXT so
      *                     PROJECT3-P40's per-day booked counts start
      *                     again for the fresh log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P11.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT GL-EXTRACT-CTL-FILE
               ASSIGN TO DYNAMIC FP-GL-EXTRACT-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-LOG-FILE.
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

      * PROJECT3-P40's booking control - the log date and how many of
      * that day's entries a run booked. A zero log date is this
      * program's close mark; counts before it belong to an archived
      * log.
       FD GL-EXTRACT-CTL-FILE.
       01 GL-EXTRACT-CTL-RECORD.
           05 CTL-LOG-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-ENTRY-COUNT PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-EXTRACT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-EXTRACT-TIME PIC 9(8).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD-PARM PIC X(2).
       01 STATUS-FIELD-LOG PIC X(2).
       01 STATUS-FIELD-CTL PIC X(2).
       01 EOF-FLAG-PARM PIC X(1).
       01 EOF-FLAG-LOG PIC X(1).
       01 EOF-FLAG-CTL PIC X(1).
       01 LOG-ENTRY-COUNTER PIC 9(6) VALUE 0.
       01 BOOKED-ENTRY-COUNTER PIC 9(6) VALUE 0.
       01 ABORT-FILE-NAME PIC X(20).
       01 ABORT-STATUS PIC X(2).
       01 ARCHIVE-DATE PIC 9(8).
       MAIN-PROCEDURE.
       100-CLOSE-PAYMENT-PERIOD.
           PERFORM 201-INITIALIZE.
           PERFORM 303-CHECK-ENTRIES-BOOKED.
           PERFORM 301-ARCHIVE-PAYMENT-LOG.
           PERFORM 302-START-FRESH-PAYMENT-LOG.
           PERFORM 304-MARK-EXTRACT-CONTROL.
           PERFORM 203-TERMINATE.
           STOP RUN.

           EVALUATE PARM-KEY
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "GL-EXTRACT-CTL"
                   MOVE PARM-VALUE TO FP-GL-EXTRACT-CTL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.
           CLOSE PAYMENT-LOG-FILE.

      * PROJECT3-P40 books each day's log entries by count, and only
      * entries still on the log can be booked, so a log is closed
      * only once every entry on it is booked - the counts booked
      * since the last close must add up to the entries on the log.
       303-CHECK-ENTRIES-BOOKED.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-LOG.
           PERFORM 303B-COUNT-ONE-LOG-ENTRY
               UNTIL EOF-FLAG-LOG = "Y".
           CLOSE PAYMENT-LOG-FILE.
           OPEN INPUT GL-EXTRACT-CTL-FILE.
           IF STATUS-FIELD-CTL = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-CTL NOT = "00"
                   MOVE "GL-EXTRACT-CTL-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-CTL TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-CTL
               PERFORM 303C-ADD-ONE-CONTROL-LINE
                   UNTIL EOF-FLAG-CTL = "Y"
               CLOSE GL-EXTRACT-CTL-FILE
           END-IF.
           IF LOG-ENTRY-COUNTER > BOOKED-ENTRY-COUNTER
               PERFORM 902-ABORT-UNBOOKED-ENTRIES
           END-IF.

       303B-COUNT-ONE-LOG-ENTRY.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
               NOT AT END ADD 1 TO LOG-ENTRY-COUNTER
           END-READ.

       303C-ADD-ONE-CONTROL-LINE.
           READ GL-EXTRACT-CTL-FILE
               AT END MOVE "Y" TO EOF-FLAG-CTL
               NOT AT END
                   IF CTL-LOG-DATE = ZERO
                       MOVE 0 TO BOOKED-ENTRY-COUNTER
                   ELSE
                       IF CTL-ENTRY-COUNT IS NUMERIC
                           ADD CTL-ENTRY-COUNT TO BOOKED-ENTRY-COUNTER
                       END-IF
                   END-IF
           END-READ.

      * The close mark: a zero log date, stamped with when the log was
      * archived.
       304-MARK-EXTRACT-CONTROL.
           OPEN EXTEND GL-EXTRACT-CTL-FILE.
           IF STATUS-FIELD-CTL = "35"
               OPEN OUTPUT GL-EXTRACT-CTL-FILE
           END-IF.
           IF STATUS-FIELD-CTL NOT = "00"
               MOVE "GL-EXTRACT-CTL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CTL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO GL-EXTRACT-CTL-RECORD.
           MOVE 0 TO CTL-LOG-DATE.
           MOVE 0 TO CTL-ENTRY-COUNT.
           MOVE ARCHIVE-DATE TO CTL-EXTRACT-DATE.
           MOVE ARCHIVE-TIME TO CTL-EXTRACT-TIME.
           WRITE GL-EXTRACT-CTL-RECORD.
           CLOSE GL-EXTRACT-CTL-FILE.

       203-TERMINATE.
           DISPLAY "PAYMENT LOG ARCHIVED TO " ARCHIVE-FILE-NAME.
           DISPLAY "A FRESH PAYMENT-LOG.TXT HAS BEEN STARTED.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       902-ABORT-UNBOOKED-ENTRIES.
           COMPUTE LOG-ENTRY-COUNTER =
               LOG-ENTRY-COUNTER - BOOKED-ENTRY-COUNTER.
           DISPLAY LOG-ENTRY-COUNTER " PAYMENT LOG ENTRIES ARE NOT YET "
                   "BOOKED TO THE LEDGER.".
           DISPLAY "RUN PROJECT3-P40 AND CLOSE AGAIN - PAYMENT LOG "
                   "LEFT UNTOUCHED.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P11.
