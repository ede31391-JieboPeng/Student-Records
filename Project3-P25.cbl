      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (three prerequisite
      *                     course codes and a minimum passing grade
      *                     after MAX-SEATS), so a saved course file
      *                     still reads back one record per line.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG ("T" on a transfer credit
      *                     granted through PROJECT3-P46), set to space
      *                     on every history entry written here.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - Every course-history entry written here is
      *                     stamped with the term code its entry date
      *                     falls in, looked up on the term calendar
      *                     through Project3_Term_Sub (TERM-CALENDAR
      *                     parameter).
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields; a promoted course
      *                     goes into its slot with the section left
      *                     blank, the freed seat being a course seat,
      *                     for the registrar to set on Project3-p2.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P25.
           05 COURSE-CREDITS-IN PIC 9V9.
           05 COURSE-Z PIC X(1).
           05 MAX-SEATS-IN PIC 9(4).
           05 COURSE-W PIC X(1).
           05 PREREQ-1-IN PIC X(7).
           05 COURSE-V PIC X(1).
           05 PREREQ-2-IN PIC X(7).
           05 COURSE-U PIC X(1).
           05 PREREQ-3-IN PIC X(7).
           05 COURSE-T PIC X(1).
           05 PREREQ-MIN-GRADE-IN PIC 9(3).
           05 COURSE-S PIC X(1).
           05 COURSE-INSTRUCTOR-IN PIC 9(6).

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

      * A second handle on STUFILE3OUT for the seat-capacity scan, so
      * it doesn't disturb the record STUDENT-FILE-IO has open for the
           05 GRADE-STATUS-4-CHK PIC X(1).
           05 GRADE-STATUS-5-CHK PIC X(1).
           05 SPONSOR-CODE-CHK PIC X(5).
           05 SECTION-1-CHK PIC X(3).
           05 SECTION-2-CHK PIC X(3).
           05 SECTION-3-CHK PIC X(3).
           05 SECTION-4-CHK PIC X(3).
           05 SECTION-5-CHK PIC X(3).
           05 RESIDENCY-STATUS-CHK PIC X(1).

       FD COURSE-HIST-MASTER.
       01 COURSE-HIST-MASTER-RECORD.
           05 CHM-COURSE-CODE PIC X(7).
           05 CHM-COURSE-AVERAGE PIC 9(3).
           05 CHM-REPEAT-FLAG PIC X(1).
      * "T" marks a transfer credit granted through PROJECT3-P46 -
      * counted by the degree audit and transcript, never by an
      * average.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

       FD PROMOTION-REPORT-OUT.
       01 PROMOTION-RECORD-OUT PIC X(100).
      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-WAITLIST-RPT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO COURSE-CODE-1
                   MOVE 0 TO COURSE-AVERAGE-1
                   MOVE "I" TO GRADE-STATUS-1
                   MOVE SPACES TO SECTION-1
               WHEN 2
                   MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO COURSE-CODE-2
                   MOVE 0 TO COURSE-AVERAGE-2
                   MOVE "I" TO GRADE-STATUS-2
                   MOVE SPACES TO SECTION-2
               WHEN 3
                   MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO COURSE-CODE-3
                   MOVE 0 TO COURSE-AVERAGE-3
                   MOVE "I" TO GRADE-STATUS-3
                   MOVE SPACES TO SECTION-3
               WHEN 4
                   MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO COURSE-CODE-4
                   MOVE 0 TO COURSE-AVERAGE-4
                   MOVE "I" TO GRADE-STATUS-4
                   MOVE SPACES TO SECTION-4
               WHEN 5
                   MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO COURSE-CODE-5
                   MOVE 0 TO COURSE-AVERAGE-5
                   MOVE "I" TO GRADE-STATUS-5
                   MOVE SPACES TO SECTION-5
           END-EVALUATE.

      * Key the promoted enrollment onto the course-history master,
           MOVE WAIT-COURSE-CODE-TBL(SUB-4) TO CHM-COURSE-CODE.
           MOVE 0 TO CHM-COURSE-AVERAGE.
           MOVE SPACE TO CHM-REPEAT-FLAG.
           MOVE SPACE TO CHM-TRANSFER-FLAG.
           MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE.
           PERFORM 314-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO CHM-TERM-CODE.
           MOVE "N" TO HIST-WRITTEN-FLG.
           PERFORM 308D-ATTEMPT-ONE-HISTORY-WRITE
               UNTIL HIST-WRITTEN-FLG = "Y"
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       314-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
