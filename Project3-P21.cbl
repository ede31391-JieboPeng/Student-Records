      * close-out report of what was banked and cleared per student,
      * with the same read/write control totals PROJECT3-1 keeps.
      * Intended to run as a step after PROJECT3-P11's payment-log
      * close. The term being closed comes from the term calendar -
      * the TERM-CODE parameter, or by default the latest term that
      * has ended by the run date - and every slot banked here is
      * stamped with it.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG ("T" on a transfer credit
      *                     granted through PROJECT3-P46), set to space
      *                     on every history entry written here.
      * Oct 15, 2026 - JP - A transfer credit on the history no longer
      *                     counts as banking a course slot with the
      *                     same code and grade.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - The term being closed is taken from the term
      *                     calendar (TERMS.TXT) through
      *                     Project3_Term_Sub - the TERM-CODE parameter,
      *                     or by default the latest term ended by the
      *                     run date. A named term that is not on the
      *                     calendar or has not ended yet stops the run
      *                     before anything is touched; the closing term
      *                     is printed on the report header and stamped
      *                     on every slot banked to the course history.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields; closing a student's
      *                     term now clears the section of each course
      *                     slot along with the course.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P21.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD COURSE-HIST-MASTER.
       01 COURSE-HIST-MASTER-RECORD.
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

       FD TERM-CLOSE-REPORT-OUT.
       01 TERM-CLOSE-RECORD-OUT PIC X(100).
           05 FILLER PIC X(26) VALUE "TERM-CLOSE ROLLOVER REPORT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(7) VALUE "  TERM ".
           05 HDR-TERM-CODE-OUT PIC X(5).

       01 STUDENT-DETAIL-LINE.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 ANY-SLOT-USED-FLG PIC X(1).
           05 SLOT-FOUND-FLG PIC X(1).
           05 HIST-WRITTEN-FLG PIC X(1).
           05 TERM-CODE-PARM-WS PIC X(5) VALUE SPACES.
           05 CLOSING-TERM-CODE PIC X(5) VALUE SPACES.

      * The five slot code/average pairs of the student being closed,
      * copied into a table so the verify/bank/clear passes can walk
               10 SLOT-COURSE-CODE PIC X(7).
               10 SLOT-COURSE-AVERAGE PIC 9(3).
               10 SLOT-IN-HISTORY-FLG PIC X(1).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".


       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 313-FIND-CLOSING-TERM.
           PERFORM 301-OPEN-FILES.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           MOVE CLOSING-TERM-CODE TO HDR-TERM-CODE-OUT.
           WRITE TERM-CLOSE-RECORD-OUT FROM REPORT-HEADER-LINE.
           MOVE LOW-VALUES TO STUDENT-NUMBER.
           MOVE "N" TO EOF-FLAG.
                   MOVE PARM-VALUE TO FP-TERM-CLOSE
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE TO TERM-CODE-PARM-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SLOT-COURSE-CODE(SLOT-SUB) NOT = SPACES
               AND CHM-COURSE-CODE = SLOT-COURSE-CODE(SLOT-SUB)
               AND CHM-COURSE-AVERAGE = SLOT-COURSE-AVERAGE(SLOT-SUB)
               AND CHM-TRANSFER-FLAG NOT = "T"
               MOVE "Y" TO SLOT-IN-HISTORY-FLG(SLOT-SUB)
           END-IF.

               MOVE SLOT-COURSE-AVERAGE(SLOT-SUB) TO
                   CHM-COURSE-AVERAGE
               MOVE SPACE TO CHM-REPEAT-FLAG
               MOVE SPACE TO CHM-TRANSFER-FLAG
               MOVE CLOSING-TERM-CODE TO CHM-TERM-CODE
               MOVE "N" TO HIST-WRITTEN-FLG
               PERFORM 306C-ATTEMPT-ONE-HISTORY-WRITE
                   UNTIL HIST-WRITTEN-FLG = "Y"
           MOVE SPACES TO GRADE-STATUS-3.
           MOVE SPACES TO GRADE-STATUS-4.
           MOVE SPACES TO GRADE-STATUS-5.
           MOVE SPACES TO SECTION-1.
           MOVE SPACES TO SECTION-2.
           MOVE SPACES TO SECTION-3.
           MOVE SPACES TO SECTION-4.
           MOVE SPACES TO SECTION-5.

       309-REWRITE-STUDENT.
           REWRITE STUDENT-RECORD-IO
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Settle which term is being closed before anything is touched.
      * A TERM-CODE named in the parameter file must be on the term
      * calendar and must have ended - closing a term still in
      * progress would blank every student's current courses. With no
      * TERM-CODE the latest term ended by the run date is closed; a
      * calendar with no such term only warns, and the banked entries
      * carry no term code, as they did before the calendar existed.
       313-FIND-CLOSING-TERM.
           IF TERM-CODE-PARM-WS NOT = SPACES
               MOVE "C" TO TL-REQUEST-MODE
               MOVE TERM-CODE-PARM-WS TO TL-REQUEST-CODE
           ELSE
               MOVE "L" TO TL-REQUEST-MODE
               MOVE RUN-DATE-WS TO TL-REQUEST-DATE
           END-IF.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG = "Y"
               IF RUN-DATE-WS < TL-END-DATE
                   DISPLAY "TERM " TL-TERM-CODE " DOES NOT END UNTIL "
                       TL-END-DATE " - ROLLOVER NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TL-TERM-CODE TO CLOSING-TERM-CODE
               DISPLAY "CLOSING TERM " CLOSING-TERM-CODE
           ELSE
               IF TERM-CODE-PARM-WS NOT = SPACES
                   DISPLAY "TERM " TERM-CODE-PARM-WS
                       " IS NOT ON THE TERM CALENDAR - ROLLOVER NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "WARNING: NO ENDED TERM ON THE TERM CALENDAR - "
                   "SLOTS BANKED WITHOUT A TERM CODE"
           END-IF.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
