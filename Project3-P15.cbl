      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - A registration is now checked against the
      *                     course's prerequisites (the codes and
      *                     minimum grade PROJECT3-P8 keeps on
      *                     COURSE.TXT) using the student's best attempt
      *                     on the course-history master; one that falls
      *                     short is rejected to ENROLL-NOMATCH with
      *                     reason PREREQ NOT MET instead of being
      *                     posted. COURSE-FILE-IN widened to carry the
      *                     new fields.
      * Oct 15, 2026 - JP - A registration for a student with an active
      *                     hold on HOLDS.TXT (PROJECT3-P43) is now
      *                     rejected to ENROLL-NOMATCH with reason
      *                     STUDENT HAS AN ACTIVE HOLD before the
      *                     prerequisite check.
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
      *                     five SECTION-n fields. A registration for a
      *                     course with sections on SECTIONS.TXT
      *                     (PROJECT3-P8) is posted into the first
      *                     section, in file order, that does not
      *                     overlap a section the student already holds
      *                     and still has a seat; when none fits it is
      *                     rejected to ENROLL-NOMATCH with reason NO
      *                     SECTION FITS TIMETABLE (COURSE-SECTIONS
      *                     parameter).
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
       PROGRAM-ID. PROJECT3-P15.
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-CHK.

           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HLD.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE-IN.
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

       FD ENROLL-TRANS-FILE-IN.
       01 ENROLL-TRANS-RECORD.
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

      * A second handle on STUFILE3OUT for the seat-capacity scan, so
      * it doesn't disturb the record STUDENT-FILE-IO has open
           05 GRADE-STATUS-4-CHK PIC X(1).
           05 GRADE-STATUS-5-CHK PIC X(1).
           05 SPONSOR-CODE-CHK PIC X(5).
           05 SECTION-1-CHK PIC X(3).
           05 SECTION-2-CHK PIC X(3).
           05 SECTION-3-CHK PIC X(3).
           05 SECTION-4-CHK PIC X(3).
           05 SECTION-5-CHK PIC X(3).
           05 RESIDENCY-STATUS-CHK PIC X(1).

      * PROJECT3-P43's registration/transcript holds - only the
      * student number and hold status are needed here.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(52).
           05 HLD-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 POSTING-DETAIL-LINE.
           05 STATUS-FIELD-HIST PIC X(2).
           05 HIST-WRITTEN-FLG PIC X(1).
           05 HIST-ENTRY-DATE-WS PIC 9(8).
           05 EOF-FLAG-HIST PIC X(1).
           05 PREREQ-MET-FLG PIC X(1).
           05 PREREQ-CHECK-CODE PIC X(7).
           05 PREREQ-1-FOUND PIC X(7).
           05 PREREQ-2-FOUND PIC X(7).
           05 PREREQ-3-FOUND PIC X(7).
           05 PREREQ-MIN-GRADE-FOUND PIC 9(3).
      * Minimum grade used for a course whose table entry leaves its
      * prerequisite grade at zero.
           05 PREREQ-PASS-MARK PIC 9(3) VALUE 50.
           05 BEST-PRIOR-GRADE PIC 9(3).
           05 PRIOR-ATTEMPT-FLG PIC X(1).
           05 PREREQ-REJECT-COUNTER PIC 9(5) VALUE 0.
           05 STATUS-FIELD-HLD PIC X(2).
           05 EOF-FLAG-HLD PIC X(1).
           05 STUDENT-HOLD-FLG PIC X(1).
           05 HOLD-REJECT-COUNTER PIC 9(5) VALUE 0.
           05 SECTION-PICKED-FLG PIC X(1).
           05 SECTION-PICKED-WS PIC X(3).
           05 SECTION-TRY-WS PIC X(3).
           05 SECTION-ENROLLED-COUNT PIC 9(4).
           05 LIST-SUB PIC 9(2).
           05 SECTION-REJECT-COUNTER PIC 9(5) VALUE 0.
      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Section lookup block passed to Project3_Section_Sub.
       COPY "./SECTION-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-WAITLIST
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-1)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-1)
                 MOVE MAX-SEATS-IN TO MAX-SEATS-TBL(SUB-1)
                 MOVE PREREQ-1-IN TO PREREQ-1-TBL(SUB-1)
                 MOVE PREREQ-2-IN TO PREREQ-2-TBL(SUB-1)
                 MOVE PREREQ-3-IN TO PREREQ-3-TBL(SUB-1)
                 IF PREREQ-MIN-GRADE-IN IS NUMERIC
                     MOVE PREREQ-MIN-GRADE-IN TO
                         PREREQ-MIN-GRADE-TBL(SUB-1)
                 ELSE
                     MOVE 0 TO PREREQ-MIN-GRADE-TBL(SUB-1)
                 END-IF
                 ADD 1 TO COURSE-TBL-COUNT.
           IF STATUS-FIELD-COURSE NOT = "00" AND
              STATUS-FIELD-COURSE NOT = "10"
       304B-SEARCH-COURSE-TABLE.
           IF TRANS-COURSE-CODE = COURSE-CODE-TBL(SUB-1)
               MOVE MAX-SEATS-TBL(SUB-1) TO MAX-SEATS-FOUND
               MOVE PREREQ-1-TBL(SUB-1) TO PREREQ-1-FOUND
               MOVE PREREQ-2-TBL(SUB-1) TO PREREQ-2-FOUND
               MOVE PREREQ-3-TBL(SUB-1) TO PREREQ-3-FOUND
               IF PREREQ-MIN-GRADE-TBL(SUB-1) = 0
                   MOVE PREREQ-PASS-MARK TO PREREQ-MIN-GRADE-FOUND
               ELSE
                   MOVE PREREQ-MIN-GRADE-TBL(SUB-1) TO
                       PREREQ-MIN-GRADE-FOUND
               END-IF
               MOVE "Y" TO COURSE-FOUND-FLAG
           END-IF.

                       REJECT-REASON-WS
                   PERFORM 306-WRITE-NOMATCH
               WHEN OTHER
                   PERFORM 317-CHECK-STUDENT-HOLDS
                   IF STUDENT-HOLD-FLG = "Y"
                       MOVE "STUDENT HAS AN ACTIVE HOLD" TO
                           REJECT-REASON-WS
                       ADD 1 TO HOLD-REJECT-COUNTER
                       PERFORM 306-WRITE-NOMATCH
                   ELSE
                       PERFORM 315-CHECK-PREREQUISITES
                       IF PREREQ-MET-FLG NOT = "Y"
                           MOVE "PREREQ NOT MET" TO REJECT-REASON-WS
                           ADD 1 TO PREREQ-REJECT-COUNTER
                           PERFORM 306-WRITE-NOMATCH
                       ELSE
                           PERFORM 305D-CAPACITY-AND-POST
                       END-IF
                   END-IF
           END-EVALUATE.

       305D-CAPACITY-AND-POST.
           PERFORM 311-CHECK-COURSE-CAPACITY.
           IF MAX-SEATS-FOUND > 0 AND
              ENROLLED-COUNT >= MAX-SEATS-FOUND
               PERFORM 313-QUEUE-ON-WAITLIST
           ELSE
               PERFORM 305B-FIND-OPEN-SLOT
               IF OPEN-SLOT-FLAG = "Y"
                   PERFORM 319-PICK-SECTION
                   IF SECTION-PICKED-FLG = "Y"
                       PERFORM 305C-STORE-IN-OPEN-SLOT
                       MOVE "ADDED" TO POST-ACTION-WS
                       PERFORM 307-REWRITE-AND-REPORT
                   ELSE
                       MOVE "NO SECTION FITS TIMETABLE" TO
                           REJECT-REASON-WS
                       ADD 1 TO SECTION-REJECT-COUNTER
                       PERFORM 306-WRITE-NOMATCH
                   END-IF
               ELSE
                   MOVE "NO OPEN COURSE SLOT AVAILABLE" TO
                       REJECT-REASON-WS
                   PERFORM 306-WRITE-NOMATCH
               END-IF
           END-IF.

      * Every prerequisite on the course's table entry must be on the
      * student's course-history master at the course's minimum grade
      * or better. There is no one at a batch run to grant an
      * override, so a registration that falls short is rejected to
      * the no-match report for the registrar to re-key through the
      * entry screens, where a supervisor can.
       315-CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-MET-FLG.
           MOVE PREREQ-1-FOUND TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQ.
           MOVE PREREQ-2-FOUND TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQ.
           MOVE PREREQ-3-FOUND TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQ.

       315B-CHECK-ONE-PREREQ.
           IF PREREQ-CHECK-CODE NOT = SPACES AND PREREQ-MET-FLG = "Y"
               PERFORM 316-SCAN-HISTORY-BEST
               IF PRIOR-ATTEMPT-FLG NOT = "Y"
                  OR BEST-PRIOR-GRADE < PREREQ-MIN-GRADE-FOUND
                   MOVE "N" TO PREREQ-MET-FLG
               END-IF
           END-IF.

      * START the master on the student and read forward only their
      * records for the best attempt at PREREQ-CHECK-CODE.
       316-SCAN-HISTORY-BEST.
           MOVE "N" TO PRIOR-ATTEMPT-FLG.
           MOVE 0 TO BEST-PRIOR-GRADE.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 316B-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 316C-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".

       316B-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       316C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = PREREQ-CHECK-CODE
               MOVE "Y" TO PRIOR-ATTEMPT-FLG
               IF CHM-COURSE-AVERAGE > BEST-PRIOR-GRADE
                   MOVE CHM-COURSE-AVERAGE TO BEST-PRIOR-GRADE
               END-IF
           END-IF.
           PERFORM 316B-READ-ONE-HISTORY-RECORD.

      * Any active hold on PROJECT3-P43's HOLDS.TXT stops a new
      * registration; the transaction goes to the no-match report for
      * the registrar to re-key once the hold is lifted. No holds file
      * at all means nobody is on hold.
       317-CHECK-STUDENT-HOLDS.
           MOVE "N" TO STUDENT-HOLD-FLG.
           OPEN INPUT HOLD-FILE.
           IF STATUS-FIELD-HLD = "00"
               MOVE "N" TO EOF-FLAG-HLD
               PERFORM 317B-CHECK-ONE-HOLD-LINE
                   UNTIL EOF-FLAG-HLD = "Y"
               CLOSE HOLD-FILE
           END-IF.

       317B-CHECK-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE "Y" TO EOF-FLAG-HLD
               NOT AT END
                   IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                      AND HLD-STATUS = "A"
                       MOVE "Y" TO STUDENT-HOLD-FLG
                   END-IF
           END-READ.

      * Count who's currently enrolled in TRANS-COURSE-CODE across
      * STUFILE3OUT, through the independent STUDENT-FILE-CHECK handle
      * - the same scan Project3-p2's 330D paragraph makes.
                   MOVE TRANS-COURSE-CODE TO COURSE-CODE-1
                   MOVE 0 TO COURSE-AVERAGE-1
                   MOVE "I" TO GRADE-STATUS-1
                   MOVE SECTION-PICKED-WS TO SECTION-1
               WHEN 2
                   MOVE TRANS-COURSE-CODE TO COURSE-CODE-2
                   MOVE 0 TO COURSE-AVERAGE-2
                   MOVE "I" TO GRADE-STATUS-2
                   MOVE SECTION-PICKED-WS TO SECTION-2
               WHEN 3
                   MOVE TRANS-COURSE-CODE TO COURSE-CODE-3
                   MOVE 0 TO COURSE-AVERAGE-3
                   MOVE "I" TO GRADE-STATUS-3
                   MOVE SECTION-PICKED-WS TO SECTION-3
               WHEN 4
                   MOVE TRANS-COURSE-CODE TO COURSE-CODE-4
                   MOVE 0 TO COURSE-AVERAGE-4
                   MOVE "I" TO GRADE-STATUS-4
                   MOVE SECTION-PICKED-WS TO SECTION-4
               WHEN 5
                   MOVE TRANS-COURSE-CODE TO COURSE-CODE-5
                   MOVE 0 TO COURSE-AVERAGE-5
                   MOVE "I" TO GRADE-STATUS-5
                   MOVE SECTION-PICKED-WS TO SECTION-5
           END-EVALUATE.

       306-WRITE-NOMATCH.
           MOVE TRANS-COURSE-CODE TO CHM-COURSE-CODE.
           MOVE 0 TO CHM-COURSE-AVERAGE.
           MOVE SPACE TO CHM-REPEAT-FLAG.
           MOVE SPACE TO CHM-TRANSFER-FLAG.
           MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE.
           PERFORM 318-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO CHM-TERM-CODE.
           MOVE "N" TO HIST-WRITTEN-FLG.
           PERFORM 312B-ATTEMPT-ONE-HISTORY-WRITE
               UNTIL HIST-WRITTEN-FLG = "Y"
                WAITLISTED-COUNTER.
           DISPLAY "THE NUMBER OF TRANSACTIONS REJECTED: "
                NOMATCH-COUNTER.
           DISPLAY "  OF WHICH PREREQUISITES NOT MET: "
                PREREQ-REJECT-COUNTER.
           DISPLAY "  OF WHICH STUDENT ON HOLD: "
                HOLD-REJECT-COUNTER.
           DISPLAY "  OF WHICH NO SECTION FITS: "
                SECTION-REJECT-COUNTER.

       310-CLOSE-FILES.
           CLOSE ENROLL-TRANS-FILE-IN.
           CLOSE STUDENT-FILE-CHECK.
           CLOSE COURSE-HIST-MASTER.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       318-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

      * There is no one at a batch run to choose a section, so the
      * feed takes the first section of the course (in SECTIONS.TXT
      * order) that does not overlap a section the student already
      * holds and still has a seat against its own limit. A course
      * with no sections on file posts with the section left blank,
      * as before; one whose sections all clash or are full is
      * rejected for the registrar to re-key through the entry
      * screens.
       319-PICK-SECTION.
           MOVE "N" TO SECTION-PICKED-FLG.
           MOVE SPACES TO SECTION-PICKED-WS.
           MOVE TRANS-COURSE-CODE TO SL-COURSE-CODE.
           MOVE COURSE-CODE-1 TO SL-SLOT-COURSE(1).
           MOVE SECTION-1 TO SL-SLOT-SECTION(1).
           MOVE COURSE-CODE-2 TO SL-SLOT-COURSE(2).
           MOVE SECTION-2 TO SL-SLOT-SECTION(2).
           MOVE COURSE-CODE-3 TO SL-SLOT-COURSE(3).
           MOVE SECTION-3 TO SL-SLOT-SECTION(3).
           MOVE COURSE-CODE-4 TO SL-SLOT-COURSE(4).
           MOVE SECTION-4 TO SL-SLOT-SECTION(4).
           MOVE COURSE-CODE-5 TO SL-SLOT-COURSE(5).
           MOVE SECTION-5 TO SL-SLOT-SECTION(5).
           MOVE SPACES TO SL-SECTION.
           CALL "./Project3_Section_Sub"
               USING FP-COURSE-SECTIONS, SECTION-LOOKUP.
           IF SL-SECTION-COUNT = 0
               MOVE "Y" TO SECTION-PICKED-FLG
           ELSE
               PERFORM 319B-TRY-ONE-SECTION VARYING
                      LIST-SUB FROM 1 BY 1
                      UNTIL LIST-SUB > SL-SECTION-COUNT
                      OR SECTION-PICKED-FLG = "Y"
           END-IF.

       319B-TRY-ONE-SECTION.
           MOVE SL-LIST-SECTION(LIST-SUB) TO SECTION-TRY-WS.
           MOVE SECTION-TRY-WS TO SL-SECTION.
           CALL "./Project3_Section_Sub"
               USING FP-COURSE-SECTIONS, SECTION-LOOKUP.
           IF SL-FOUND-FLG = "Y" AND SL-CONFLICT-FLG NOT = "Y"
               MOVE 0 TO SECTION-ENROLLED-COUNT
               IF SL-MAX-SEATS > 0
                   MOVE LOW-VALUES TO STUDENT-NUMBER-CHK
                   MOVE "N" TO EOF-FLAG-CHK
                   START STUDENT-FILE-CHECK KEY IS NOT LESS THAN
                           STUDENT-NUMBER-CHK
                       INVALID KEY MOVE "Y" TO EOF-FLAG-CHK
                   END-START
                   PERFORM 319C-COUNT-ONE-STUDENT
                       UNTIL EOF-FLAG-CHK = "Y"
               END-IF
               IF SL-MAX-SEATS = 0
                  OR SECTION-ENROLLED-COUNT < SL-MAX-SEATS
                   MOVE "Y" TO SECTION-PICKED-FLG
                   MOVE SECTION-TRY-WS TO SECTION-PICKED-WS
               END-IF
           END-IF.

       319C-COUNT-ONE-STUDENT.
           READ STUDENT-FILE-CHECK NEXT
               AT END MOVE "Y" TO EOF-FLAG-CHK
               NOT AT END PERFORM 319D-CHECK-STUDENT-SECTIONS
           END-READ.

       319D-CHECK-STUDENT-SECTIONS.
           IF (SL-COURSE-CODE = COURSE-CODE-1-CHK
                   AND SECTION-TRY-WS = SECTION-1-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-2-CHK
                   AND SECTION-TRY-WS = SECTION-2-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-3-CHK
                   AND SECTION-TRY-WS = SECTION-3-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-4-CHK
                   AND SECTION-TRY-WS = SECTION-4-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-5-CHK
                   AND SECTION-TRY-WS = SECTION-5-CHK)
               ADD 1 TO SECTION-ENROLLED-COUNT
           END-IF.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
