      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG ("T" on a transfer credit
      *                     granted through PROJECT3-P46), set to space
      *                     on every history entry written here.
      * Oct 15, 2026 - JP - The repeat-course policy passes over
      *                     transfer credits - a transfer grade is never
      *                     put back onto a course slot or flagged as a
      *                     superseded repeat.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - Every course-history entry written here is
      *                     stamped with the term code its entry date
      *                     falls in, looked up on the term calendar
      *                     through Project3_Term_Sub (TERM-CALENDAR
      *                     parameter).
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - A posted grade is stamped with the term of
      *                     the enrollment entry it grades (latest ended
      *                     term when there is none) instead of the term
      *                     running on the posting date, and the
      *                     enrollment entry is flagged "R" whichever
      *                     attempt is kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P9.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD POSTING-REPORT-OUT.
       01 POSTING-RECORD-OUT PIC X(100).
      * same course (repeat-course policy); space marks the attempt
      * that counts.
           05 CHM-REPEAT-FLAG PIC X(1).
      * "T" marks a transfer credit granted through PROJECT3-P46 -
      * counted by the degree audit and transcript, never by an
      * average.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

       WORKING-STORAGE SECTION.
       01 POSTING-DETAIL-LINE.
           05 KEPT-GRADE PIC 9(3).
           05 NEW-ATTEMPT-FLAG-WS PIC X(1).
           05 KEPT-STATUS-WS PIC X(1).
           05 ENROLLED-TERM-CODE PIC X(5).
           05 REPEAT-COUNTER PIC 9(5) VALUE 0.
           05 HIST-ENTRY-DATE-WS PIC 9(8).
           05 HIST-WRITTEN-FLG PIC X(1).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-GRADE-CHKPT
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * attempt beat the new posting, the prior mark is kept and the
      * new attempt is recorded as the superseded repeat; if the new
      * posting wins, the older lower attempts are flagged "R" in
      * place (314). Either way the zero-mark enrollment entry the
      * course was registered under is flagged too, so only real marks
      * are left for the standing run to average.
       311-APPLY-REPEAT-POLICY.
           MOVE "N" TO PRIOR-ATTEMPT-FLG.
           MOVE 0 TO BEST-PRIOR-GRADE.
           MOVE SPACES TO ENROLLED-TERM-CODE.
           PERFORM 311D-START-ON-STUDENT.
           PERFORM 311C-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".
               END-IF
               MOVE "UPDATED" TO POST-ACTION-WS
               MOVE SPACE TO NEW-ATTEMPT-FLAG-WS
           END-IF.
           IF PRIOR-ATTEMPT-FLG = "Y"
               PERFORM 314-FLAG-SUPERSEDED-PRIORS
           END-IF.

       311D-START-ON-STUDENT.

       311C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = TRANS-COURSE-CODE
               AND CHM-TRANSFER-FLAG NOT = "T"
               MOVE "Y" TO PRIOR-ATTEMPT-FLG
               IF CHM-COURSE-AVERAGE > BEST-PRIOR-GRADE
                   MOVE CHM-COURSE-AVERAGE TO BEST-PRIOR-GRADE
               END-IF
               IF CHM-COURSE-AVERAGE = 0
                  AND CHM-TERM-CODE NOT = SPACES
                   MOVE CHM-TERM-CODE TO ENROLLED-TERM-CODE
               END-IF
           END-IF.
           PERFORM 311B-READ-ONE-HISTORY-RECORD.

      * Attempts below the new posting - and the zero-mark enrollment
      * entry, which the posting grades - are flagged "R" in place on
      * the indexed master, so a transcript can annotate them as
      * repeats and the standing run doesn't average them in. A higher
      * prior attempt that beat the new posting is left as it is.
       314-FLAG-SUPERSEDED-PRIORS.
           PERFORM 311D-START-ON-STUDENT.
           PERFORM 314B-FLAG-ONE-PRIOR-ATTEMPT

       314B-FLAG-ONE-PRIOR-ATTEMPT.
           IF CHM-COURSE-CODE = TRANS-COURSE-CODE
               AND (CHM-COURSE-AVERAGE < TRANS-COURSE-AVERAGE
                    OR CHM-COURSE-AVERAGE = 0)
               AND CHM-REPEAT-FLAG NOT = "R"
               AND CHM-TRANSFER-FLAG NOT = "T"
               MOVE "R" TO CHM-REPEAT-FLAG
               REWRITE COURSE-HIST-MASTER-RECORD
                   INVALID KEY
           END-EVALUATE.

      * Every posted attempt goes into the history as it happened,
      * flagged "R" when a higher prior attempt superseded it. It is
      * stamped with the term of the enrollment entry it grades, not
      * the term running on the posting date - marks are often posted
      * after the term has closed. With no enrollment entry on file,
      * the latest term ended by the posting date is used.
      * CHM-SEQUENCE starts at 000 and steps past any key already
      * taken for the same student and date until the WRITE lands.
       313-RECORD-ATTEMPT-HISTORY.
           MOVE TRANS-COURSE-CODE TO CHM-COURSE-CODE.
           MOVE TRANS-COURSE-AVERAGE TO CHM-COURSE-AVERAGE.
           MOVE NEW-ATTEMPT-FLAG-WS TO CHM-REPEAT-FLAG.
           MOVE SPACE TO CHM-TRANSFER-FLAG.
           IF ENROLLED-TERM-CODE NOT = SPACES
               MOVE ENROLLED-TERM-CODE TO CHM-TERM-CODE
           ELSE
               MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE
               PERFORM 316-LOOKUP-LATEST-ENDED-TERM
               MOVE TL-TERM-CODE TO CHM-TERM-CODE
           END-IF.
           MOVE "N" TO HIST-WRITTEN-FLG.
           PERFORM 313B-ATTEMPT-ONE-HISTORY-WRITE
               UNTIL HIST-WRITTEN-FLG = "Y"
           CLOSE NOMATCH-REPORT-OUT.
           CLOSE COURSE-HIST-MASTER.

      * Look up the latest academic term ended on or before
      * TL-REQUEST-DATE (set by the caller); TL-TERM-CODE comes back
      * spaces when no term on the calendar has ended by then.
       316-LOOKUP-LATEST-ENDED-TERM.
           MOVE "L" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
