      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:General-ledger journal extract. Summarizes the entries
      * on PAYMENT-LOG.TXT dated within a range (GL-FROM-DATE /
      * GL-TO-DATE on C:\STUPARAM.TXT, default everything through the
      * run date) by transaction category - payments, refunds,
      * sponsor payments (PROJECT3-P38's P38SPON postings),
      * withdrawals, late fees and any other LOG-TRANSACTION-TYPE -
      * and by the student's program, maps each summary to a debit
      * and a credit account on GL-ACCOUNT-MAP.TXT, and writes the
      * ledger's fixed-format journal file: a header, one balanced
      * debit/credit pair per summary, and a control trailer.
      * GL-EXTRACT-CTL.TXT records how many of each day's log entries
      * have already been booked; a rerun skips those and books only
      * entries posted since, so nothing is ever journalled twice.
      * PROJECT3-P11 marks the control file when it archives the log,
      * and the counts start again from that mark.
      * A summary with no account mapping halts the run with
      * RETURN-CODE 8 before anything is written or marked.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - Journal descriptions name the
      *                     returned-payment reversal ("V") and NSF
      *                     charge ("N") categories PROJECT3-P42 posts.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - Agency collections (log type "K", posted by
      *                     PROJECT3-P54) are described as AGENCY
      *                     COLLECTIONS on the journal; like every
      *                     category they need a GL-ACCOUNT-MAP.TXT row.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - STUDENT-ARCHIVE-IN record brought up to the
      *                     full STUFILE3OUT length (the SECTION-n and
      *                     RESIDENCY-STATUS fields) so the archive
      *                     opens against its true record size.
      * Oct 15, 2026 - JP - STUDENT-ARCHIVE record widened with the
      *                     archive date (PROJECT3-P29) and the
      *                     anonymization date (PROJECT3-P59).
      * Oct 15, 2026 - JP - A zero-dated GL-EXTRACT-CTL line, written by
      *                     PROJECT3-P11 when it archives the log,
      *                     resets the per-day booked counts so entries
      *                     on the fresh log are not mistaken for ones
      *                     already booked. Award credits (log type "A",
      *                     PROJECT3-P45) are described as AWARDS on the
      *                     journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P40.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT STUDENT-ARCHIVE-IN
               ASSIGN TO DYNAMIC FP-STUDENT-ARCHIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-ARC.

           SELECT GL-ACCOUNT-MAP-FILE
               ASSIGN TO DYNAMIC FP-GL-ACCOUNT-MAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-MAP.

           SELECT GL-EXTRACT-CTL-FILE
               ASSIGN TO DYNAMIC FP-GL-EXTRACT-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-CTL.

           SELECT GL-JOURNAL-OUT
               ASSIGN TO DYNAMIC FP-GL-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-RECORD.
           05 LOG-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 LOG-OLD-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-PAYMENT-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-NEW-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-TRANSACTION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LOG-TRANSACTION-TYPE PIC X(1).
           05 FILLER PIC X(1).
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
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-CODE-1 PIC X(7).
           05 COURSE-AVERAGE-1 PIC 9(3).
           05 COURSE-CODE-2 PIC X(7).
           05 COURSE-AVERAGE-2 PIC 9(3).
           05 COURSE-CODE-3 PIC X(7).
           05 COURSE-AVERAGE-3 PIC 9(3).
           05 COURSE-CODE-4 PIC X(7).
           05 COURSE-AVERAGE-4 PIC 9(3).
           05 COURSE-CODE-5 PIC X(7).
           05 COURSE-AVERAGE-5 PIC 9(3).
           05 STUDENT-ADDRESS PIC X(40).
           05 STUDENT-PHONE PIC X(12).
           05 STUDENT-EMAIL PIC X(40).
           05 GRADE-STATUS-1 PIC X(1).
           05 GRADE-STATUS-2 PIC X(1).
           05 GRADE-STATUS-3 PIC X(1).
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

      * Same layout as STUFILE3OUT - PROJECT3-P29 moves the whole
      * record across - so only the key and program are named here.
       FD STUDENT-ARCHIVE-IN.
       01 STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(46).
           05 ARC-PROGRAM-OF-STUDY PIC X(5).
           05 FILLER PIC X(168).
      * Archive date (PROJECT3-P29) and personal-data anonymization
      * date (PROJECT3-P59).
           05 FILLER PIC X(16).

      * GLM-CATEGORY is the LOG-TRANSACTION-TYPE, except that "S" is a
      * sponsor payment (a "P" entry posted by P38SPON) and a blank
      * type is an ordinary payment "P". GLM-PROGRAM-CODE "*****"
      * maps every program that has no line of its own.
       FD GL-ACCOUNT-MAP-FILE.
       01 GL-ACCOUNT-MAP-RECORD.
           05 GLM-CATEGORY PIC X(1).
           05 FILLER PIC X(1).
           05 GLM-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(1).
           05 GLM-DEBIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(1).
           05 GLM-CREDIT-ACCOUNT PIC X(12).

      * One line per day per run that booked anything: the log date
      * and how many of that day's entries the run journalled. The
      * counts for a date are summed on the next run. A line with a
      * zero log date is PROJECT3-P11's mark that the log was archived
      * and restarted - counts before it belong to the archived log.
       FD GL-EXTRACT-CTL-FILE.
       01 GL-EXTRACT-CTL-RECORD.
           05 CTL-LOG-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTL-ENTRY-COUNT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTL-EXTRACT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTL-EXTRACT-TIME PIC 9(8).

       FD GL-JOURNAL-OUT.
       01 GL-JOURNAL-RECORD-OUT PIC X(100).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       FD RUN-METRICS-FILE.
       01 RUN-METRICS-RECORD.
           05 RM-PROGRAM-ID PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-RUN-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-READ-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-PRIMARY-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-SECONDARY-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-REJECT-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 GLM-TBL-MAX PIC 9(3) VALUE 200.
       01 GL-ACCOUNT-MAP-TABLE.
           05 GLM-TBL OCCURS 200 TIMES.
               10 GLM-CATEGORY-TBL PIC X(1).
               10 GLM-PROGRAM-CODE-TBL PIC X(5).
               10 GLM-DEBIT-ACCOUNT-TBL PIC X(12).
               10 GLM-CREDIT-ACCOUNT-TBL PIC X(12).

       01 GL-SUMMARY-TBL-MAX PIC 9(3) VALUE 300.
       01 GL-SUMMARY-TABLE.
           05 GL-SUMMARY-TBL OCCURS 300 TIMES.
               10 SUM-CATEGORY-TBL PIC X(1).
               10 SUM-PROGRAM-CODE-TBL PIC X(5).
               10 SUM-AMOUNT-TBL PIC 9(9)V99.
               10 SUM-ENTRY-COUNT-TBL PIC 9(5).
               10 SUM-MAP-SUB-TBL PIC 9(3).

       01 DATE-CTL-TBL-MAX PIC 9(3) VALUE 500.
       01 DATE-CONTROL-TABLE.
           05 DATE-CTL-TBL OCCURS 500 TIMES.
               10 DCT-LOG-DATE-TBL PIC 9(8).
               10 DCT-BOOKED-COUNT-TBL PIC 9(6).
               10 DCT-SEEN-COUNT-TBL PIC 9(6).
               10 DCT-NEW-COUNT-TBL PIC 9(6).

       01 JOURNAL-HEADER-LINE.
           05 JH-RECORD-TYPE PIC X(1) VALUE "H".
           05 JH-SOURCE PIC X(10) VALUE "STUDENTAR".
           05 JH-BATCH-DATE PIC 9(8).
           05 JH-FROM-DATE PIC 9(8).
           05 JH-TO-DATE PIC 9(8).
           05 FILLER PIC X(65) VALUE SPACES.

       01 JOURNAL-DETAIL-LINE.
           05 JD-RECORD-TYPE PIC X(1) VALUE "D".
           05 JD-ACCOUNT PIC X(12).
           05 JD-DEBIT-CREDIT PIC X(1).
           05 JD-AMOUNT PIC 9(9)V99.
           05 JD-PROGRAM-CODE PIC X(5).
           05 JD-CATEGORY PIC X(1).
           05 JD-ENTRY-COUNT PIC 9(5).
           05 JD-DESCRIPTION PIC X(30).
           05 FILLER PIC X(34) VALUE SPACES.

       01 JOURNAL-TRAILER-LINE.
           05 JT-RECORD-TYPE PIC X(1) VALUE "T".
           05 JT-DETAIL-COUNT PIC 9(6).
           05 JT-TOTAL-DEBITS PIC 9(11)V99.
           05 JT-TOTAL-CREDITS PIC 9(11)V99.
           05 JT-LOG-ENTRY-COUNT PIC 9(6).
           05 FILLER PIC X(61) VALUE SPACES.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-ARC PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-MAP PIC X(2).
           05 STATUS-FIELD-CTL PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-MAP PIC X(1).
           05 EOF-FLAG-CTL PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 ARCHIVE-OPEN-FLG PIC X(1) VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-TIME-WS PIC 9(8).
           05 GL-FROM-DATE PIC 9(8) VALUE 0.
           05 GL-TO-DATE PIC 9(8) VALUE 0.
           05 DATE-PARM-CHK PIC X(8).
           05 LOOKUP-DATE-WS PIC 9(8).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 BOOKED-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-BOOKED-COUNTER PIC 9(5) VALUE 0.
           05 UNMAPPED-COUNTER PIC 9(5) VALUE 0.
           05 DETAIL-LINE-COUNTER PIC 9(6) VALUE 0.
           05 TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
           05 TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
           05 GLM-TBL-COUNT PIC 9(3) VALUE 0.
           05 GL-SUMMARY-TBL-COUNT PIC 9(3) VALUE 0.
           05 DATE-CTL-TBL-COUNT PIC 9(3) VALUE 0.
           05 GLM-SUB PIC 9(3).
           05 SUM-SUB PIC 9(3).
           05 DCT-SUB PIC 9(3).
           05 FOUND-FLAG PIC X(1).
           05 FOUND-SUB PIC 9(3).
           05 DEFAULT-SUB PIC 9(3).
           05 ENTRY-CATEGORY PIC X(1).
           05 ENTRY-PROGRAM-CODE PIC X(5).
           05 CATEGORY-NAME-WS PIC X(18).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-EXTRACT-GL-JOURNAL.
           PERFORM 201-INITIALIZE.
           PERFORM 202-SUMMARIZE-ONE-LOG-ENTRY
                   UNTIL EOF-FLAG-LOG = "Y".
           CLOSE PAYMENT-LOG-FILE.
           PERFORM 320-MAP-SUMMARY-ACCOUNTS VARYING
                  SUM-SUB FROM 1 BY 1
                  UNTIL SUM-SUB > GL-SUMMARY-TBL-COUNT.
           IF UNMAPPED-COUNTER > 0
               PERFORM 321-HALT-UNMAPPED
           END-IF.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO GL-TO-DATE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-ACCOUNT-MAP.
           PERFORM 304-LOAD-EXTRACT-CONTROL.
           MOVE "N" TO EOF-FLAG-LOG.
           PERFORM 303-READ-LOG-RECORD.

      * A log entry inside the date range is booked only if its
      * position among that day's entries is past the count already
      * booked - between PROJECT3-P11 closes PAYMENT-LOG.TXT is only
      * ever appended to, so the first n entries for a date are
      * always the n already booked.
       202-SUMMARIZE-ONE-LOG-ENTRY.
           IF LOG-TRANSACTION-DATE >= GL-FROM-DATE
              AND LOG-TRANSACTION-DATE <= GL-TO-DATE
               MOVE LOG-TRANSACTION-DATE TO LOOKUP-DATE-WS
               PERFORM 310-FIND-DATE-CONTROL
               ADD 1 TO DCT-SEEN-COUNT-TBL(FOUND-SUB)
               IF DCT-SEEN-COUNT-TBL(FOUND-SUB) >
                  DCT-BOOKED-COUNT-TBL(FOUND-SUB)
                   PERFORM 311-SUMMARIZE-NEW-ENTRY
                   ADD 1 TO DCT-NEW-COUNT-TBL(FOUND-SUB)
                   ADD 1 TO BOOKED-COUNTER
               ELSE
                   ADD 1 TO ALREADY-BOOKED-COUNTER
               END-IF
           END-IF.
           PERFORM 303-READ-LOG-RECORD.

       203-TERMINATE.
           PERFORM 330-WRITE-JOURNAL.
           PERFORM 340-MARK-ENTRIES-BOOKED.
           PERFORM 308-DISPLAY-AUDIT.
           PERFORM 309-CLOSE-FILES.
           PERFORM 350-APPEND-RUN-METRICS.

      * Override the FILE-PATHS.DAT defaults with any paths named in
      * C:\STUPARAM.TXT. A missing parameter file just leaves every
      * FP- field at its default, so the program still runs unchanged.
       000-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF STATUS-FIELD-PARM = "00"
               MOVE "N" TO EOF-FLAG-PARM
               PERFORM 001-READ-PARAMETER-RECORD
                       UNTIL EOF-FLAG-PARM = "Y"
               CLOSE PARAMETER-FILE
           END-IF.

       001-READ-PARAMETER-RECORD.
           READ PARAMETER-FILE AT END MOVE "Y" TO EOF-FLAG-PARM
               NOT AT END PERFORM 002-APPLY-PARAMETER
           END-READ.

       002-APPLY-PARAMETER.
           EVALUATE PARM-KEY
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "STUDENT-ARCHIVE"
                   MOVE PARM-VALUE TO FP-STUDENT-ARCHIVE
               WHEN "GL-ACCOUNT-MAP"
                   MOVE PARM-VALUE TO FP-GL-ACCOUNT-MAP
               WHEN "GL-EXTRACT-CTL"
                   MOVE PARM-VALUE TO FP-GL-EXTRACT-CTL
               WHEN "GL-JOURNAL"
                   MOVE PARM-VALUE TO FP-GL-JOURNAL
               WHEN "GL-FROM-DATE"
                   MOVE PARM-VALUE(1:8) TO DATE-PARM-CHK
                   IF DATE-PARM-CHK IS NUMERIC
                       MOVE DATE-PARM-CHK TO GL-FROM-DATE
                   END-IF
               WHEN "GL-TO-DATE"
                   MOVE PARM-VALUE(1:8) TO DATE-PARM-CHK
                   IF DATE-PARM-CHK IS NUMERIC
                       MOVE DATE-PARM-CHK TO GL-TO-DATE
                   END-IF
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The archive is optional - a student PROJECT3-P29 has moved
      * off STUFILE3OUT still has log entries to book, and the
      * archive is where their program code is found.
       301-OPEN-FILES.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-ARCHIVE-IN.
           IF STATUS-FIELD-ARC = "00"
               MOVE "Y" TO ARCHIVE-OPEN-FLG
           END-IF.

       302-LOAD-ACCOUNT-MAP.
           MOVE 0 TO GLM-TBL-COUNT.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF STATUS-FIELD-MAP NOT = "00"
               MOVE "GL-ACCOUNT-MAP-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-MAP TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-MAP.
           PERFORM 302B-READ-ONE-MAPPING
               UNTIL EOF-FLAG-MAP = "Y"
                  OR GLM-TBL-COUNT >= GLM-TBL-MAX.
           CLOSE GL-ACCOUNT-MAP-FILE.

       302B-READ-ONE-MAPPING.
           READ GL-ACCOUNT-MAP-FILE
               AT END MOVE "Y" TO EOF-FLAG-MAP
               NOT AT END
                   ADD 1 TO GLM-TBL-COUNT
                   MOVE GLM-CATEGORY TO
                       GLM-CATEGORY-TBL(GLM-TBL-COUNT)
                   MOVE GLM-PROGRAM-CODE TO
                       GLM-PROGRAM-CODE-TBL(GLM-TBL-COUNT)
                   MOVE GLM-DEBIT-ACCOUNT TO
                       GLM-DEBIT-ACCOUNT-TBL(GLM-TBL-COUNT)
                   MOVE GLM-CREDIT-ACCOUNT TO
                       GLM-CREDIT-ACCOUNT-TBL(GLM-TBL-COUNT)
           END-READ.

       303-READ-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Sum the counts already booked for every date in the range. A
      * missing control file just means nothing has been booked yet.
      * PROJECT3-P11's close mark drops everything summed so far, as
      * those counts were for entries no longer on the log.
       304-LOAD-EXTRACT-CONTROL.
           MOVE 0 TO DATE-CTL-TBL-COUNT.
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
               PERFORM 304B-READ-ONE-CONTROL-LINE
                   UNTIL EOF-FLAG-CTL = "Y"
               CLOSE GL-EXTRACT-CTL-FILE
           END-IF.

       304B-READ-ONE-CONTROL-LINE.
           READ GL-EXTRACT-CTL-FILE
               AT END MOVE "Y" TO EOF-FLAG-CTL
               NOT AT END
                   IF CTL-LOG-DATE = ZERO
                       MOVE 0 TO DATE-CTL-TBL-COUNT
                   ELSE
                       IF CTL-LOG-DATE IS NUMERIC
                          AND CTL-ENTRY-COUNT IS NUMERIC
                          AND CTL-LOG-DATE >= GL-FROM-DATE
                          AND CTL-LOG-DATE <= GL-TO-DATE
                           MOVE CTL-LOG-DATE TO LOOKUP-DATE-WS
                           PERFORM 310-FIND-DATE-CONTROL
                           ADD CTL-ENTRY-COUNT TO
                               DCT-BOOKED-COUNT-TBL(FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF LOG ENTRIES READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF LOG ENTRIES BOOKED: " BOOKED-COUNTER.
           DISPLAY "THE NUMBER ALREADY BOOKED BY AN EARLIER RUN: "
                ALREADY-BOOKED-COUNTER.
           DISPLAY "THE NUMBER OF JOURNAL DETAIL LINES: "
                DETAIL-LINE-COUNTER.

       309-CLOSE-FILES.
           CLOSE STUDENT-FILE-IN.
           IF ARCHIVE-OPEN-FLG = "Y"
               CLOSE STUDENT-ARCHIVE-IN
           END-IF.

      * Find (or add) LOOKUP-DATE-WS's slot in the date table.
      * The table holds one slot per distinct date in the range, so
      * a range wider than DATE-CTL-TBL-MAX days with activity on
      * every one of them has to be run in pieces.
       310-FIND-DATE-CONTROL.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 310B-CHECK-ONE-DATE-SLOT VARYING
                  DCT-SUB FROM 1 BY 1
                  UNTIL DCT-SUB > DATE-CTL-TBL-COUNT
                     OR FOUND-FLAG = "Y".
           IF FOUND-FLAG NOT = "Y"
               IF DATE-CTL-TBL-COUNT >= DATE-CTL-TBL-MAX
                   DISPLAY "DATE RANGE HAS MORE THAN "
                       DATE-CTL-TBL-MAX " POSTING DAYS - RUN A "
                       "NARROWER GL-FROM-DATE/GL-TO-DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DATE-CTL-TBL-COUNT
               MOVE DATE-CTL-TBL-COUNT TO FOUND-SUB
               MOVE LOOKUP-DATE-WS TO DCT-LOG-DATE-TBL(FOUND-SUB)
               MOVE 0 TO DCT-BOOKED-COUNT-TBL(FOUND-SUB)
               MOVE 0 TO DCT-SEEN-COUNT-TBL(FOUND-SUB)
               MOVE 0 TO DCT-NEW-COUNT-TBL(FOUND-SUB)
           END-IF.

       310B-CHECK-ONE-DATE-SLOT.
           IF DCT-LOG-DATE-TBL(DCT-SUB) = LOOKUP-DATE-WS
               MOVE "Y" TO FOUND-FLAG
               MOVE DCT-SUB TO FOUND-SUB
           END-IF.

      * Category and program for this entry, then add it into its
      * category/program summary slot.
       311-SUMMARIZE-NEW-ENTRY.
           EVALUATE TRUE
               WHEN LOG-TRANSACTION-TYPE = SPACE
                   MOVE "P" TO ENTRY-CATEGORY
               WHEN LOG-TRANSACTION-TYPE = "P"
                    AND LOG-OPERATOR-ID = "P38SPON"
                   MOVE "S" TO ENTRY-CATEGORY
               WHEN OTHER
                   MOVE LOG-TRANSACTION-TYPE TO ENTRY-CATEGORY
           END-EVALUATE.
           PERFORM 312-FIND-STUDENT-PROGRAM.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 311B-CHECK-ONE-SUMMARY-SLOT VARYING
                  SUM-SUB FROM 1 BY 1
                  UNTIL SUM-SUB > GL-SUMMARY-TBL-COUNT
                     OR FOUND-FLAG = "Y".
           IF FOUND-FLAG NOT = "Y"
               IF GL-SUMMARY-TBL-COUNT >= GL-SUMMARY-TBL-MAX
                   DISPLAY "MORE THAN " GL-SUMMARY-TBL-MAX
                       " CATEGORY/PROGRAM SUMMARIES - RUN A "
                       "NARROWER GL-FROM-DATE/GL-TO-DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO GL-SUMMARY-TBL-COUNT
               MOVE GL-SUMMARY-TBL-COUNT TO FOUND-SUB
               MOVE ENTRY-CATEGORY TO SUM-CATEGORY-TBL(FOUND-SUB)
               MOVE ENTRY-PROGRAM-CODE TO
                   SUM-PROGRAM-CODE-TBL(FOUND-SUB)
               MOVE 0 TO SUM-AMOUNT-TBL(FOUND-SUB)
               MOVE 0 TO SUM-ENTRY-COUNT-TBL(FOUND-SUB)
               MOVE 0 TO SUM-MAP-SUB-TBL(FOUND-SUB)
           END-IF.
           ADD LOG-PAYMENT-AMOUNT TO SUM-AMOUNT-TBL(FOUND-SUB).
           ADD 1 TO SUM-ENTRY-COUNT-TBL(FOUND-SUB).

       311B-CHECK-ONE-SUMMARY-SLOT.
           IF SUM-CATEGORY-TBL(SUM-SUB) = ENTRY-CATEGORY
              AND SUM-PROGRAM-CODE-TBL(SUM-SUB) = ENTRY-PROGRAM-CODE
               MOVE "Y" TO FOUND-FLAG
               MOVE SUM-SUB TO FOUND-SUB
           END-IF.

      * The student's program from STUFILE3OUT, else from the archive.
      * A student on neither books under program "?????", which only
      * a "*****" mapping line will catch.
       312-FIND-STUDENT-PROGRAM.
           MOVE "?????" TO ENTRY-PROGRAM-CODE.
           MOVE LOG-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY
                   IF ARCHIVE-OPEN-FLG = "Y"
                       MOVE LOG-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
                       READ STUDENT-ARCHIVE-IN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE ARC-PROGRAM-OF-STUDY TO
                                   ENTRY-PROGRAM-CODE
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE PROGRAM-OF-STUDY TO ENTRY-PROGRAM-CODE
           END-READ.

      * An exact category/program line wins over the category's
      * "*****" default line.
       320-MAP-SUMMARY-ACCOUNTS.
           MOVE 0 TO FOUND-SUB.
           MOVE 0 TO DEFAULT-SUB.
           PERFORM 320B-CHECK-ONE-MAPPING VARYING
                  GLM-SUB FROM 1 BY 1 UNTIL GLM-SUB > GLM-TBL-COUNT.
           IF FOUND-SUB = 0
               MOVE DEFAULT-SUB TO FOUND-SUB
           END-IF.
           MOVE FOUND-SUB TO SUM-MAP-SUB-TBL(SUM-SUB).
           IF FOUND-SUB = 0
               ADD 1 TO UNMAPPED-COUNTER
               DISPLAY "NO GL ACCOUNT MAPPING FOR CATEGORY "
                   SUM-CATEGORY-TBL(SUM-SUB) " PROGRAM "
                   SUM-PROGRAM-CODE-TBL(SUM-SUB)
           END-IF.

       320B-CHECK-ONE-MAPPING.
           IF GLM-CATEGORY-TBL(GLM-SUB) = SUM-CATEGORY-TBL(SUM-SUB)
               IF GLM-PROGRAM-CODE-TBL(GLM-SUB) =
                  SUM-PROGRAM-CODE-TBL(SUM-SUB)
                   MOVE GLM-SUB TO FOUND-SUB
               ELSE
                   IF GLM-PROGRAM-CODE-TBL(GLM-SUB) = "*****"
                       MOVE GLM-SUB TO DEFAULT-SUB
                   END-IF
               END-IF
           END-IF.

      * Booking part of a day would leave the ledger out of step with
      * the log, so an unmapped summary stops the whole run before
      * the journal is written or anything is marked booked.
       321-HALT-UNMAPPED.
           DISPLAY UNMAPPED-COUNTER " SUMMARIES HAVE NO GL ACCOUNT - "
               "ADD THEM TO GL-ACCOUNT-MAP.TXT AND RERUN.".
           DISPLAY "NO JOURNAL WRITTEN, NOTHING MARKED BOOKED.".
           PERFORM 309-CLOSE-FILES.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Header, then a debit line and a credit line of the same
      * amount per summary - so the journal balances by construction
      * and the trailer's totals prove it - then the trailer.
       330-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "GL-JOURNAL-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE RUN-DATE-WS TO JH-BATCH-DATE.
           MOVE GL-FROM-DATE TO JH-FROM-DATE.
           MOVE GL-TO-DATE TO JH-TO-DATE.
           WRITE GL-JOURNAL-RECORD-OUT FROM JOURNAL-HEADER-LINE.
           PERFORM 331-WRITE-ONE-SUMMARY-PAIR VARYING
                  SUM-SUB FROM 1 BY 1
                  UNTIL SUM-SUB > GL-SUMMARY-TBL-COUNT.
           MOVE DETAIL-LINE-COUNTER TO JT-DETAIL-COUNT.
           MOVE TOTAL-DEBITS TO JT-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS TO JT-TOTAL-CREDITS.
           MOVE BOOKED-COUNTER TO JT-LOG-ENTRY-COUNT.
           WRITE GL-JOURNAL-RECORD-OUT FROM JOURNAL-TRAILER-LINE.
           CLOSE GL-JOURNAL-OUT.

       331-WRITE-ONE-SUMMARY-PAIR.
           MOVE SUM-MAP-SUB-TBL(SUM-SUB) TO GLM-SUB.
           EVALUATE SUM-CATEGORY-TBL(SUM-SUB)
               WHEN "P"
                   MOVE "PAYMENTS" TO CATEGORY-NAME-WS
               WHEN "R"
                   MOVE "REFUNDS" TO CATEGORY-NAME-WS
               WHEN "S"
                   MOVE "SPONSOR PAYMENTS" TO CATEGORY-NAME-WS
               WHEN "W"
                   MOVE "WITHDRAWALS" TO CATEGORY-NAME-WS
               WHEN "F"
                   MOVE "LATE FEES" TO CATEGORY-NAME-WS
               WHEN "V"
                   MOVE "RETURNED PAYMENTS" TO CATEGORY-NAME-WS
               WHEN "N"
                   MOVE "NSF CHARGES" TO CATEGORY-NAME-WS
               WHEN "K"
                   MOVE "AGENCY COLLECTIONS" TO CATEGORY-NAME-WS
               WHEN "A"
                   MOVE "AWARDS" TO CATEGORY-NAME-WS
               WHEN OTHER
                   MOVE "OTHER ADJUSTMENTS" TO CATEGORY-NAME-WS
           END-EVALUATE.
           MOVE SPACES TO JD-DESCRIPTION.
           STRING CATEGORY-NAME-WS DELIMITED BY "  "
                  " - PGM " DELIMITED BY SIZE
                  SUM-PROGRAM-CODE-TBL(SUM-SUB) DELIMITED BY SIZE
                  INTO JD-DESCRIPTION
           END-STRING.
           MOVE SUM-AMOUNT-TBL(SUM-SUB) TO JD-AMOUNT.
           MOVE SUM-PROGRAM-CODE-TBL(SUM-SUB) TO JD-PROGRAM-CODE.
           MOVE SUM-CATEGORY-TBL(SUM-SUB) TO JD-CATEGORY.
           MOVE SUM-ENTRY-COUNT-TBL(SUM-SUB) TO JD-ENTRY-COUNT.
           MOVE GLM-DEBIT-ACCOUNT-TBL(GLM-SUB) TO JD-ACCOUNT.
           MOVE "D" TO JD-DEBIT-CREDIT.
           WRITE GL-JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-LINE.
           ADD SUM-AMOUNT-TBL(SUM-SUB) TO TOTAL-DEBITS.
           MOVE GLM-CREDIT-ACCOUNT-TBL(GLM-SUB) TO JD-ACCOUNT.
           MOVE "C" TO JD-DEBIT-CREDIT.
           WRITE GL-JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-LINE.
           ADD SUM-AMOUNT-TBL(SUM-SUB) TO TOTAL-CREDITS.
           ADD 2 TO DETAIL-LINE-COUNTER.

      * Only now that the journal is safely written are the entries
      * it carries marked booked - one control line per date that
      * had anything new.
       340-MARK-ENTRIES-BOOKED.
           OPEN EXTEND GL-EXTRACT-CTL-FILE.
           IF STATUS-FIELD-CTL = "35"
               OPEN OUTPUT GL-EXTRACT-CTL-FILE
           END-IF.
           IF STATUS-FIELD-CTL NOT = "00"
               MOVE "GL-EXTRACT-CTL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CTL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 340B-MARK-ONE-DATE VARYING
                  DCT-SUB FROM 1 BY 1
                  UNTIL DCT-SUB > DATE-CTL-TBL-COUNT.
           CLOSE GL-EXTRACT-CTL-FILE.

       340B-MARK-ONE-DATE.
           IF DCT-NEW-COUNT-TBL(DCT-SUB) > 0
               MOVE DCT-LOG-DATE-TBL(DCT-SUB) TO CTL-LOG-DATE
               MOVE DCT-NEW-COUNT-TBL(DCT-SUB) TO CTL-ENTRY-COUNT
               MOVE RUN-DATE-WS TO CTL-EXTRACT-DATE
               MOVE RUN-TIME-WS TO CTL-EXTRACT-TIME
               WRITE GL-EXTRACT-CTL-RECORD
           END-IF.

      * Append one line of run counters to the standing metrics file -
      * log entries booked are the primary count and entries skipped
      * as already booked the secondary count.
       350-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P40" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE BOOKED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE ALREADY-BOOKED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE UNMAPPED-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P40.
