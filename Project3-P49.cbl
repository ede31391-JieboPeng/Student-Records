      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Scan STUFILE3OUT for course slots whose grade is still
      * in progress (GRADE-STATUS-n "I") and print, per instructor, each
      * course and section with grades outstanding, how many students
      * are waiting on them and how many days past the grade deadline
      * it is. The instructor is the section's own (SECTIONS.TXT) when
      * one is assigned, otherwise the course's (COURSE.TXT); slots
      * with neither print last under NO INSTRUCTOR ASSIGNED. The
      * deadline is GRADE-DEADLINE-DAYS after the end of the term
      * (TERMS.TXT) - the TERM-CODE named in C:\STUPARAM.TXT, or the
      * latest term ended by today. Once the deadline has passed each
      * instructor still owing grades is queued a GRADEREM reminder on
      * NOTIFY-QUEUE.TXT on the first day overdue and every
      * GRADE-REMIND-EVERY days after that, so a nightly run does not
      * mail the same faculty member every night.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P49.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT INSTRUCTOR-FILE-IN ASSIGN TO DYNAMIC FP-INSTRUCTORS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-INS.

           SELECT SECTION-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-SECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SEC.

           SELECT GRADES-REPORT-OUT
               ASSIGN TO DYNAMIC FP-GRADES-OUTSTANDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFY.

           SELECT NOTIFY-EXCEPT-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-EXCEPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFYX.

           SELECT NOTIFY-REPORT-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFYR.

       DATA DIVISION.
       FILE SECTION.
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

       FD COURSE-FILE-IN.
       01 COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-X PIC X(1).
           05 COURSE-NAME-IN PIC X(20).
           05 COURSE-Y PIC X(1).
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

       FD INSTRUCTOR-FILE-IN.
       01 INSTRUCTOR-RECORD-IN.
           05 INSTRUCTOR-ID-IN PIC 9(6).
           05 INSTRUCTOR-X-IN PIC X(1).
           05 INSTRUCTOR-NAME-IN PIC X(25).
           05 INSTRUCTOR-Y-IN PIC X(1).
           05 INSTRUCTOR-DEPT-IN PIC X(10).
           05 INSTRUCTOR-Z-IN PIC X(1).
           05 INSTRUCTOR-EMAIL-IN PIC X(40).

       FD SECTION-FILE-IN.
       01 SECTION-RECORD-IN.
           05 SECTION-COURSE-IN PIC X(7).
           05 FILLER PIC X(1).
           05 SECTION-CODE-IN PIC X(3).
           05 FILLER PIC X(1).
           05 SECTION-DAYS-IN PIC X(7).
           05 FILLER PIC X(1).
           05 SECTION-START-IN PIC 9(4).
           05 FILLER PIC X(1).
           05 SECTION-END-IN PIC 9(4).
           05 FILLER PIC X(1).
           05 SECTION-ROOM-IN PIC X(8).
           05 FILLER PIC X(1).
           05 SECTION-SEATS-IN PIC 9(4).
           05 FILLER PIC X(1).
           05 SECTION-INSTRUCTOR-IN PIC 9(6).

       FD GRADES-REPORT-OUT.
       01 GRADES-REPORT-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
           05 NFY-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-EMAIL PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-DATE PIC 9(8).

       FD NOTIFY-EXCEPT-FILE.
       01 NOTIFY-EXCEPT-RECORD.
           05 NFYX-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFYX-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFYX-REASON PIC X(30).

       FD NOTIFY-REPORT-FILE.
       01 NOTIFY-REPORT-RECORD-OUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "OUTSTANDING GRADES REPORT".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 PAGE-NUMBER-OUT PIC ZZ9.

       01 TERM-HEADING-LINE.
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 TRM-CODE-OUT PIC X(5).
           05 FILLER PIC X(9) VALUE "  ENDED: ".
           05 TRM-END-DATE-OUT PIC 9(8).
           05 FILLER PIC X(13) VALUE "  GRADES DUE ".
           05 TRM-DEADLINE-DAYS-OUT PIC ZZ9.
           05 FILLER PIC X(22) VALUE " DAYS AFTER TERM END  ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TRM-RUN-DATE-OUT PIC 9(8).

       01 NO-TERM-HEADING-LINE.
           05 FILLER PIC X(40)
               VALUE "NO TERM ON THE CALENDAR FOR THIS RUN - ".
           05 FILLER PIC X(40)
               VALUE "DAYS PAST DEADLINE NOT CALCULATED".

       01 INSTRUCTOR-HEADING-LINE.
           05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           05 INS-ID-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INS-NAME-OUT PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INS-DEPT-OUT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INS-EMAIL-OUT PIC X(40).

       01 REPORT-HEADER.
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "SECT".
           05 FILLER PIC X(10) VALUE "STUDENTS".
           05 FILLER PIC X(18) VALUE "DAYS PAST DEADLINE".

       01 HEADER-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 GRADES-DETAIL-LINE.
           05 DTL-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-COURSE-NAME-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-SECTION-OUT PIC X(3).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DTL-STUDENT-COUNT-OUT PIC ZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DTL-DAYS-PAST-OUT PIC X(11).

       01 INSTRUCTOR-TOTAL-LINE.
           05 FILLER PIC X(21) VALUE "COURSES OUTSTANDING: ".
           05 INT-COURSE-COUNT-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "STUDENTS AFFECTED: ".
           05 INT-STUDENT-COUNT-OUT PIC ZZZ9.

       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(36)
               VALUE "TOTAL INSTRUCTORS OWING GRADES - ".
           05 GRAND-TOTAL-INSTRUCTORS-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "TOTAL STUDENTS AFFECTED - ".
           05 GRAND-TOTAL-STUDENTS-OUT PIC ZZZZ9.

      * One entry per instructor/course/section with at least one
      * grade still in progress, built in one pass of STUFILE3OUT the
      * way PROJECT3-P13 builds its ROSTER-TABLE.
       01 OUTSTANDING-TBL-MAX PIC 9(4) VALUE 1000.
       01 OUTSTANDING-TABLE.
           05 OUTSTANDING-TBL OCCURS 1000 TIMES.
               10 OUT-INSTRUCTOR-TBL PIC 9(6).
               10 OUT-COURSE-CODE-TBL PIC X(7).
               10 OUT-COURSE-NAME-TBL PIC X(20).
               10 OUT-SECTION-TBL PIC X(3).
               10 OUT-STUDENT-COUNT-TBL PIC 9(4).

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC A(1).
           05 EOF-FLAG-COURSE PIC A(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-INS PIC X(1).
           05 EOF-FLAG-SEC PIC X(1).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 WRITE-COUNTER PIC 9(5) VALUE 0.
           05 OUTSTANDING-SLOT-COUNTER PIC 9(5) VALUE 0.
           05 SUB-1 PIC 9(4).
           05 SUB-2 PIC 9(3).
           05 SUB-3 PIC 9(3).
           05 SUB-4 PIC 9(3).
           05 OUTSTANDING-TBL-COUNT PIC 9(4) VALUE 0.
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 INSTRUCTOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 SECTION-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC A(1).
           05 LINES-PER-PAGE PIC 9(3) VALUE 40.
           05 LINE-COUNT PIC 9(3) VALUE 0.
           05 PAGE-NUMBER PIC 9(3) VALUE 1.
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-INS PIC X(2).
           05 STATUS-FIELD-SEC PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 STATUS-FIELD-NFY PIC X(2).
           05 STATUS-FIELD-NFYX PIC X(2).
           05 STATUS-FIELD-NFYR PIC X(2).
           05 NFY-TYPE-WS PIC X(8).
           05 NFY-EMAIL-WS PIC X(40).
           05 NFY-STUDENT-WS PIC 9(6).
           05 NFY-DATE-WS PIC 9(8).
           05 AT-SIGN-COUNT PIC 9(2).
           05 QUEUED-COUNTER PIC 9(5) VALUE 0.
           05 NOTIFY-EXCEPT-COUNTER PIC 9(5) VALUE 0.
      * The course slot being added to OUTSTANDING-TABLE and the
      * instructor it resolves to.
           05 SLOT-COURSE-WS PIC X(7).
           05 SLOT-SECTION-WS PIC X(3).
           05 SLOT-INSTRUCTOR-WS PIC 9(6).
           05 SLOT-COURSE-NAME-WS PIC X(20).
      * The instructor group currently printing.
           05 GROUP-INSTRUCTOR-ID PIC 9(6).
           05 GROUP-INSTRUCTOR-NAME PIC X(25).
           05 GROUP-INSTRUCTOR-DEPT PIC X(10).
           05 GROUP-INSTRUCTOR-EMAIL PIC X(40).
           05 GROUP-COURSE-COUNT PIC 9(3) VALUE 0.
           05 GROUP-STUDENT-COUNT PIC 9(4) VALUE 0.
           05 GRAND-TOTAL-INSTRUCTORS PIC 9(3) VALUE 0.
           05 GRAND-TOTAL-STUDENTS PIC 9(5) VALUE 0.
      * Grade deadline - GRADE-DEADLINE-DAYS after the term's end date,
      * reminders every GRADE-REMIND-EVERY days once it has passed.
      * Both are overridable by C:\STUPARAM.TXT.
           05 TERM-CODE-PARM PIC X(5) VALUE SPACES.
           05 GRADE-DEADLINE-DAYS PIC 9(3) VALUE 007.
           05 GRADE-DEADLINE-CHK PIC X(3).
           05 GRADE-REMIND-EVERY PIC 9(3) VALUE 007.
           05 GRADE-REMIND-CHK PIC X(3).
           05 TERM-FOUND-FLG PIC X(1) VALUE "N".
           05 REMINDER-DUE-FLG PIC X(1) VALUE "N".
           05 DAYS-PAST-DEADLINE PIC S9(5) VALUE 0.
           05 DAYS-PAST-EDIT PIC ZZZZ9.
           05 REMIND-DAYS PIC 9(5).
           05 REMIND-QUOTIENT PIC 9(5).
           05 REMIND-REMAINDER PIC 9(3).
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
           05 TERM-END-DATE-WS PIC 9(8).
           05 TERM-END-SPLIT REDEFINES TERM-END-DATE-WS.
               10 TERM-END-YEAR PIC 9(4).
               10 TERM-END-MONTH PIC 9(2).
               10 TERM-END-DAY PIC 9(2).

       01 NOTIFY-RUN-HEADER-LINE.
           05 FILLER PIC X(26)
               VALUE "NOTIFICATION RUN - ".
           05 NRH-PROGRAM-OUT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NRH-DATE-OUT PIC 9(8).

       01 NOTIFY-DETAIL-LINE.
           05 NRD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NRD-TYPE-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NRD-STATUS-OUT PIC X(30).

       01 NOTIFY-COUNT-LINE.
           05 FILLER PIC X(8) VALUE "QUEUED: ".
           05 NRC-QUEUED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
           05 NRC-EXCEPT-OUT PIC ZZ,ZZ9.
      * Copy the copybooks which contain the structure of the course,
      * section and instructor tables.
       COPY "./COURSE-TBL.DAT".
       COPY "./SECTION-TBL.DAT".
       COPY "./INSTRUCTOR-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-PRODUCE-GRADES-REPORT.
           PERFORM 201-INITIALIZE.
           PERFORM 202-LOAD-OUTSTANDING-TABLE
                   UNTIL EOF-FLAG = "Y" OR "y".
           PERFORM 203-PRINT-ONE-INSTRUCTOR VARYING
                  SUB-4 FROM 1 BY 1 UNTIL SUB-4 > INSTRUCTOR-TBL-COUNT.
           PERFORM 204-PRINT-UNASSIGNED.
           PERFORM 315-WRITE-GRAND-TOTAL.
           PERFORM 308-DISPLAY-AUDIT.
           PERFORM 342-CLOSE-NOTIFY-FILES.
           PERFORM 309-CLOSE-FILES.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302B-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y" OR "y".
           PERFORM 320-LOAD-INSTRUCTOR-TABLE.
           PERFORM 322-LOAD-SECTION-TABLE.
           PERFORM 330-FIND-GRADE-DEADLINE.
           PERFORM 340-OPEN-NOTIFY-FILES.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-READ-A-STUDENT-RECORD.
           PERFORM 304-WRITE-REPORT-HEADER.
           IF TERM-FOUND-FLG = "Y"
               WRITE GRADES-REPORT-RECORD-OUT FROM TERM-HEADING-LINE
           ELSE
               WRITE GRADES-REPORT-RECORD-OUT FROM NO-TERM-HEADING-LINE
           END-IF.
           WRITE GRADES-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 2 TO LINE-COUNT.
           ADD 2 TO WRITE-COUNTER.

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
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "INSTRUCTORS"
                   MOVE PARM-VALUE TO FP-INSTRUCTORS
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "GRADES-OUTSTANDING"
                   MOVE PARM-VALUE TO FP-GRADES-OUTSTANDING
               WHEN "NOTIFY-QUEUE"
                   MOVE PARM-VALUE TO FP-NOTIFY-QUEUE
               WHEN "NOTIFY-EXCEPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-EXCEPT
               WHEN "NOTIFY-RPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-RPT
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE(1:5) TO TERM-CODE-PARM
               WHEN "GRADE-DEADLINE-DAYS"
                   MOVE PARM-VALUE(1:3) TO GRADE-DEADLINE-CHK
                   IF GRADE-DEADLINE-CHK IS NUMERIC
                       MOVE GRADE-DEADLINE-CHK TO GRADE-DEADLINE-DAYS
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "GRADE-DEADLINE-DAYS VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "GRADE-REMIND-EVERY"
                   MOVE PARM-VALUE(1:3) TO GRADE-REMIND-CHK
                   IF GRADE-REMIND-CHK IS NUMERIC
                       MOVE GRADE-REMIND-CHK TO GRADE-REMIND-EVERY
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "GRADE-REMIND-EVERY VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-FILES.
           OPEN INPUT COURSE-FILE-IN.
           IF STATUS-FIELD-COURSE NOT = "00"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD-IN NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT GRADES-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "GRADES-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * A course with no instructor (or a short record written before
      * the instructor was added) loads as 000000.
       302B-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 IF COURSE-INSTRUCTOR-IN IS NUMERIC
                     MOVE COURSE-INSTRUCTOR-IN TO
                         COURSE-INSTRUCTOR-TBL(SUB-2)
                 ELSE
                     MOVE 0 TO COURSE-INSTRUCTOR-TBL(SUB-2)
                 END-IF
                 ADD 1 TO COURSE-TBL-COUNT.
           IF STATUS-FIELD-COURSE NOT = "00" AND
              STATUS-FIELD-COURSE NOT = "10"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Load INSTRUCTORS.TXT whole. A missing instructor file just means
      * every outstanding grade prints under NO INSTRUCTOR ASSIGNED.
       320-LOAD-INSTRUCTOR-TABLE.
           OPEN INPUT INSTRUCTOR-FILE-IN.
           IF STATUS-FIELD-INS = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-INS NOT = "00"
                   MOVE "INSTRUCTOR-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-INS TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-INS
               PERFORM 320B-READ-ONE-INSTRUCTOR
                   UNTIL EOF-FLAG-INS = "Y"
                      OR INSTRUCTOR-TBL-COUNT >= INSTRUCTOR-TBL-MAX
               CLOSE INSTRUCTOR-FILE-IN
           END-IF.

       320B-READ-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-INS
               NOT AT END
                   ADD 1 TO INSTRUCTOR-TBL-COUNT
                   MOVE INSTRUCTOR-ID-IN TO
                       INSTRUCTOR-ID-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-NAME-IN TO
                       INSTRUCTOR-NAME-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-DEPT-IN TO
                       INSTRUCTOR-DEPT-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-EMAIL-IN TO
                       INSTRUCTOR-EMAIL-TBL(INSTRUCTOR-TBL-COUNT)
           END-READ.

      * Load SECTIONS.TXT whole. Only the course, section and
      * instructor matter here; a missing section file just means
      * every slot falls back to the course's instructor.
       322-LOAD-SECTION-TABLE.
           OPEN INPUT SECTION-FILE-IN.
           IF STATUS-FIELD-SEC = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-SEC NOT = "00"
                   MOVE "SECTION-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-SEC TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-SEC
               PERFORM 322B-READ-ONE-SECTION
                   UNTIL EOF-FLAG-SEC = "Y"
                      OR SECTION-TBL-COUNT >= SECTION-TBL-MAX
               CLOSE SECTION-FILE-IN
           END-IF.

       322B-READ-ONE-SECTION.
           READ SECTION-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-SEC
               NOT AT END
                   ADD 1 TO SECTION-TBL-COUNT
                   MOVE SECTION-COURSE-IN TO
                       SECTION-COURSE-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-CODE-IN TO
                       SECTION-CODE-TBL(SECTION-TBL-COUNT)
                   IF SECTION-INSTRUCTOR-IN IS NUMERIC
                       MOVE SECTION-INSTRUCTOR-IN TO
                           SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                   ELSE
                       MOVE 0 TO
                           SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                   END-IF
           END-READ.

      * The grade deadline falls GRADE-DEADLINE-DAYS after the end of
      * the term - the TERM-CODE parameter when one is given, otherwise
      * the latest term ended on or before today. Days are counted
      * 30/360 the way PROJECT3-P22 ages balances. Reminders go out on
      * the first day past the deadline and then every
      * GRADE-REMIND-EVERY days (0 = the first day only).
       330-FIND-GRADE-DEADLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO TRM-RUN-DATE-OUT.
           IF TERM-CODE-PARM NOT = SPACES
               MOVE "C" TO TL-REQUEST-MODE
               MOVE TERM-CODE-PARM TO TL-REQUEST-CODE
           ELSE
               MOVE "L" TO TL-REQUEST-MODE
           END-IF.
           MOVE RUN-DATE-WS TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           MOVE TL-FOUND-FLG TO TERM-FOUND-FLG.
           IF TERM-FOUND-FLG = "Y"
               MOVE TL-TERM-CODE TO TRM-CODE-OUT
               MOVE TL-END-DATE TO TRM-END-DATE-OUT
               MOVE GRADE-DEADLINE-DAYS TO TRM-DEADLINE-DAYS-OUT
               MOVE TL-END-DATE TO TERM-END-DATE-WS
               COMPUTE DAYS-PAST-DEADLINE =
                   ((RUN-YEAR - TERM-END-YEAR) * 360) +
                   ((RUN-MONTH - TERM-END-MONTH) * 30) +
                   (RUN-DAY - TERM-END-DAY) - GRADE-DEADLINE-DAYS
               IF DAYS-PAST-DEADLINE > 0
                   IF DAYS-PAST-DEADLINE = 1
                       MOVE "Y" TO REMINDER-DUE-FLG
                   END-IF
                   IF GRADE-REMIND-EVERY > 0
                       COMPUTE REMIND-DAYS = DAYS-PAST-DEADLINE - 1
                       DIVIDE GRADE-REMIND-EVERY INTO REMIND-DAYS
                           GIVING REMIND-QUOTIENT
                           REMAINDER REMIND-REMAINDER
                       IF REMIND-REMAINDER = 0
                           MOVE "Y" TO REMINDER-DUE-FLG
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO DAYS-PAST-DEADLINE
               END-IF
           ELSE
               DISPLAY "NO TERM FOUND ON THE TERM CALENDAR - "
                   "GRADE REMINDERS NOT QUEUED"
           END-IF.

      * 202-LOAD-OUTSTANDING-TABLE makes one pass over STUFILE3OUT,
      * checking all five course slots on each student record and
      * counting the student against every slot whose grade is still
      * in progress.
       202-LOAD-OUTSTANDING-TABLE.
           IF COURSE-CODE-1 NOT = SPACES AND GRADE-STATUS-1 = "I"
               MOVE COURSE-CODE-1 TO SLOT-COURSE-WS
               MOVE SECTION-1 TO SLOT-SECTION-WS
               PERFORM 303-ADD-OUTSTANDING-ENTRY
           END-IF.
           IF COURSE-CODE-2 NOT = SPACES AND GRADE-STATUS-2 = "I"
               MOVE COURSE-CODE-2 TO SLOT-COURSE-WS
               MOVE SECTION-2 TO SLOT-SECTION-WS
               PERFORM 303-ADD-OUTSTANDING-ENTRY
           END-IF.
           IF COURSE-CODE-3 NOT = SPACES AND GRADE-STATUS-3 = "I"
               MOVE COURSE-CODE-3 TO SLOT-COURSE-WS
               MOVE SECTION-3 TO SLOT-SECTION-WS
               PERFORM 303-ADD-OUTSTANDING-ENTRY
           END-IF.
           IF COURSE-CODE-4 NOT = SPACES AND GRADE-STATUS-4 = "I"
               MOVE COURSE-CODE-4 TO SLOT-COURSE-WS
               MOVE SECTION-4 TO SLOT-SECTION-WS
               PERFORM 303-ADD-OUTSTANDING-ENTRY
           END-IF.
           IF COURSE-CODE-5 NOT = SPACES AND GRADE-STATUS-5 = "I"
               MOVE COURSE-CODE-5 TO SLOT-COURSE-WS
               MOVE SECTION-5 TO SLOT-SECTION-WS
               PERFORM 303-ADD-OUTSTANDING-ENTRY
           END-IF.
           PERFORM 310-READ-A-STUDENT-RECORD.

       310-READ-A-STUDENT-RECORD.
           READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.
           IF STATUS-FIELD-IN NOT = "00" AND STATUS-FIELD-IN NOT = "10"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Resolve the slot's instructor - the section's own when it has
      * one, else the course's - then count the student against the
      * matching instructor/course/section entry, adding the entry the
      * first time it is seen. An instructor ID no longer on
      * INSTRUCTORS.TXT is treated as unassigned.
       303-ADD-OUTSTANDING-ENTRY.
           ADD 1 TO OUTSTANDING-SLOT-COUNTER.
           MOVE 0 TO SLOT-INSTRUCTOR-WS.
           MOVE SPACES TO SLOT-COURSE-NAME-WS.
           IF SLOT-SECTION-WS NOT = SPACES
               PERFORM 303B-CHECK-ONE-SECTION VARYING
                      SUB-3 FROM 1 BY 1
                      UNTIL SUB-3 > SECTION-TBL-COUNT
           END-IF.
           PERFORM 303C-CHECK-ONE-COURSE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT.
           IF SLOT-INSTRUCTOR-WS NOT = 0
               MOVE "N" TO FOUND-FLAG
               PERFORM 303D-CHECK-ONE-INSTRUCTOR VARYING
                      SUB-4 FROM 1 BY 1
                      UNTIL SUB-4 > INSTRUCTOR-TBL-COUNT
                      OR FOUND-FLAG = "Y"
               IF FOUND-FLAG = "N"
                   MOVE 0 TO SLOT-INSTRUCTOR-WS
               END-IF
           END-IF.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 303E-CHECK-ONE-ENTRY VARYING
                  SUB-1 FROM 1 BY 1
                  UNTIL SUB-1 > OUTSTANDING-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "N"
               IF OUTSTANDING-TBL-COUNT < OUTSTANDING-TBL-MAX
                   ADD 1 TO OUTSTANDING-TBL-COUNT
                   MOVE SLOT-INSTRUCTOR-WS TO
                       OUT-INSTRUCTOR-TBL(OUTSTANDING-TBL-COUNT)
                   MOVE SLOT-COURSE-WS TO
                       OUT-COURSE-CODE-TBL(OUTSTANDING-TBL-COUNT)
                   MOVE SLOT-COURSE-NAME-WS TO
                       OUT-COURSE-NAME-TBL(OUTSTANDING-TBL-COUNT)
                   MOVE SLOT-SECTION-WS TO
                       OUT-SECTION-TBL(OUTSTANDING-TBL-COUNT)
                   MOVE 1 TO
                       OUT-STUDENT-COUNT-TBL(OUTSTANDING-TBL-COUNT)
               ELSE
                   DISPLAY "WARNING: OUTSTANDING-TBL-MAX ("
                       OUTSTANDING-TBL-MAX ") REACHED - SOME COURSES "
                       "WILL NOT APPEAR ON THE REPORT. INCREASE "
                       "OUTSTANDING-TBL-MAX IN PROJECT3-P49."
               END-IF
           END-IF.

       303B-CHECK-ONE-SECTION.
           IF SECTION-COURSE-TBL(SUB-3) = SLOT-COURSE-WS
              AND SECTION-CODE-TBL(SUB-3) = SLOT-SECTION-WS
               MOVE SECTION-INSTRUCTOR-TBL(SUB-3) TO SLOT-INSTRUCTOR-WS
           END-IF.

       303C-CHECK-ONE-COURSE.
           IF COURSE-CODE-TBL(SUB-2) = SLOT-COURSE-WS
               MOVE COURSE-NAME-TBL(SUB-2) TO SLOT-COURSE-NAME-WS
               IF SLOT-INSTRUCTOR-WS = 0
                   MOVE COURSE-INSTRUCTOR-TBL(SUB-2) TO
                       SLOT-INSTRUCTOR-WS
               END-IF
           END-IF.

       303D-CHECK-ONE-INSTRUCTOR.
           IF INSTRUCTOR-ID-TBL(SUB-4) = SLOT-INSTRUCTOR-WS
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       303E-CHECK-ONE-ENTRY.
           IF OUT-INSTRUCTOR-TBL(SUB-1) = SLOT-INSTRUCTOR-WS
              AND OUT-COURSE-CODE-TBL(SUB-1) = SLOT-COURSE-WS
              AND OUT-SECTION-TBL(SUB-1) = SLOT-SECTION-WS
               MOVE "Y" TO FOUND-FLAG
               ADD 1 TO OUT-STUDENT-COUNT-TBL(SUB-1)
           END-IF.

      * 203-PRINT-ONE-INSTRUCTOR is PERFORMed once per instructor, in
      * the order INSTRUCTORS.TXT was loaded. An instructor with
      * nothing outstanding is skipped.
       203-PRINT-ONE-INSTRUCTOR.
           MOVE INSTRUCTOR-ID-TBL(SUB-4) TO GROUP-INSTRUCTOR-ID.
           MOVE INSTRUCTOR-NAME-TBL(SUB-4) TO GROUP-INSTRUCTOR-NAME.
           MOVE INSTRUCTOR-DEPT-TBL(SUB-4) TO GROUP-INSTRUCTOR-DEPT.
           MOVE INSTRUCTOR-EMAIL-TBL(SUB-4) TO GROUP-INSTRUCTOR-EMAIL.
           PERFORM 205-PRINT-INSTRUCTOR-GROUP.

      * Courses with no instructor on file print last, so the registrar
      * can see what still needs one assigned. Nobody is reminded.
       204-PRINT-UNASSIGNED.
           MOVE 0 TO GROUP-INSTRUCTOR-ID.
           MOVE "NO INSTRUCTOR ASSIGNED" TO GROUP-INSTRUCTOR-NAME.
           MOVE SPACES TO GROUP-INSTRUCTOR-DEPT.
           MOVE SPACES TO GROUP-INSTRUCTOR-EMAIL.
           PERFORM 205-PRINT-INSTRUCTOR-GROUP.

       205-PRINT-INSTRUCTOR-GROUP.
           MOVE 0 TO GROUP-COURSE-COUNT.
           MOVE 0 TO GROUP-STUDENT-COUNT.
           PERFORM 206-SCAN-TABLE-FOR-INSTRUCTOR VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > OUTSTANDING-TBL-COUNT.
           IF GROUP-COURSE-COUNT > 0
               ADD 1 TO GRAND-TOTAL-INSTRUCTORS
               ADD GROUP-STUDENT-COUNT TO GRAND-TOTAL-STUDENTS
               PERFORM 305-WRITE-INSTRUCTOR-HEADING
               PERFORM 207-EMIT-INSTRUCTOR-DETAILS VARYING
                      SUB-1 FROM 1 BY 1
                      UNTIL SUB-1 > OUTSTANDING-TBL-COUNT
               PERFORM 307-WRITE-INSTRUCTOR-TOTAL
               IF REMINDER-DUE-FLG = "Y" AND GROUP-INSTRUCTOR-ID NOT = 0
                   MOVE GROUP-INSTRUCTOR-ID TO NFY-STUDENT-WS
                   MOVE GROUP-INSTRUCTOR-EMAIL TO NFY-EMAIL-WS
                   MOVE "GRADEREM" TO NFY-TYPE-WS
                   PERFORM 341-QUEUE-NOTIFICATION
               END-IF
           END-IF.

       206-SCAN-TABLE-FOR-INSTRUCTOR.
           IF OUT-INSTRUCTOR-TBL(SUB-1) = GROUP-INSTRUCTOR-ID
               ADD 1 TO GROUP-COURSE-COUNT
               ADD OUT-STUDENT-COUNT-TBL(SUB-1) TO GROUP-STUDENT-COUNT
           END-IF.

       207-EMIT-INSTRUCTOR-DETAILS.
           IF OUT-INSTRUCTOR-TBL(SUB-1) = GROUP-INSTRUCTOR-ID
               PERFORM 307B-WRITE-A-DETAIL-LINE
           END-IF.

       304-WRITE-REPORT-HEADER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-OUT.
           WRITE GRADES-REPORT-RECORD-OUT FROM PAGE-HEADING-LINE.
           MOVE 0 TO LINE-COUNT.

       305-WRITE-INSTRUCTOR-HEADING.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           MOVE GROUP-INSTRUCTOR-ID TO INS-ID-OUT.
           MOVE GROUP-INSTRUCTOR-NAME TO INS-NAME-OUT.
           MOVE GROUP-INSTRUCTOR-DEPT TO INS-DEPT-OUT.
           MOVE GROUP-INSTRUCTOR-EMAIL TO INS-EMAIL-OUT.
           WRITE GRADES-REPORT-RECORD-OUT FROM INSTRUCTOR-HEADING-LINE.
           WRITE GRADES-REPORT-RECORD-OUT FROM REPORT-HEADER.
           WRITE GRADES-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 3 TO LINE-COUNT.
           ADD 3 TO WRITE-COUNTER.

       307B-WRITE-A-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           MOVE OUT-COURSE-CODE-TBL(SUB-1) TO DTL-COURSE-CODE-OUT.
           MOVE OUT-COURSE-NAME-TBL(SUB-1) TO DTL-COURSE-NAME-OUT.
           MOVE OUT-SECTION-TBL(SUB-1) TO DTL-SECTION-OUT.
           MOVE OUT-STUDENT-COUNT-TBL(SUB-1) TO DTL-STUDENT-COUNT-OUT.
           IF TERM-FOUND-FLG NOT = "Y"
               MOVE "NO TERM" TO DTL-DAYS-PAST-OUT
           ELSE
               IF DAYS-PAST-DEADLINE > 0
                   MOVE DAYS-PAST-DEADLINE TO DAYS-PAST-EDIT
                   MOVE DAYS-PAST-EDIT TO DTL-DAYS-PAST-OUT
               ELSE
                   MOVE "NOT YET DUE" TO DTL-DAYS-PAST-OUT
               END-IF
           END-IF.
           WRITE GRADES-REPORT-RECORD-OUT FROM GRADES-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       307-WRITE-INSTRUCTOR-TOTAL.
           MOVE GROUP-COURSE-COUNT TO INT-COURSE-COUNT-OUT.
           MOVE GROUP-STUDENT-COUNT TO INT-STUDENT-COUNT-OUT.
           WRITE GRADES-REPORT-RECORD-OUT FROM INSTRUCTOR-TOTAL-LINE.
           WRITE GRADES-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 2 TO LINE-COUNT.
           ADD 2 TO WRITE-COUNTER.

       315-WRITE-GRAND-TOTAL.
           MOVE GRAND-TOTAL-INSTRUCTORS TO GRAND-TOTAL-INSTRUCTORS-OUT.
           MOVE GRAND-TOTAL-STUDENTS TO GRAND-TOTAL-STUDENTS-OUT.
           WRITE GRADES-REPORT-RECORD-OUT FROM GRAND-TOTAL-LINE.
           ADD 1 TO WRITE-COUNTER.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF GRADES OUTSTANDING: "
               OUTSTANDING-SLOT-COUNTER.
           DISPLAY "THE NUMBER OF REPORT LINES WRITTEN: " WRITE-COUNTER.
           DISPLAY "THE NUMBER OF REMINDERS QUEUED: " QUEUED-COUNTER.

       309-CLOSE-FILES.
           CLOSE COURSE-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           CLOSE GRADES-REPORT-OUT.

      * The notification files are shared with PROJECT3-P4,
      * PROJECT3-P5 and PROJECT3-P17, so they're opened EXTEND and
      * each run writes its own header line to the run report.
       340-OPEN-NOTIFY-FILES.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF STATUS-FIELD-NFY NOT = "00"
               MOVE "NOTIFY-QUEUE-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFY TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND NOTIFY-EXCEPT-FILE.
           IF STATUS-FIELD-NFYX NOT = "00"
               MOVE "NOTIFY-EXCEPT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFYX TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND NOTIFY-REPORT-FILE.
           IF STATUS-FIELD-NFYR NOT = "00"
               MOVE "NOTIFY-REPORT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFYR TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P49" TO NRH-PROGRAM-OUT.
           ACCEPT NRH-DATE-OUT FROM DATE YYYYMMDD.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-RUN-HEADER-LINE.

      * Queue one outbound notification for the instructor whose
      * ID/email/type are already set up in the NFY- work fields (the
      * ID goes in the number column the student notices use). A blank
      * email, or one with no "@" for the gateway to deliver to, falls
      * out to the exception list instead.
       341-QUEUE-NOTIFICATION.
           MOVE NFY-STUDENT-WS TO NRD-STUDENT-NUMBER-OUT.
           MOVE NFY-TYPE-WS TO NRD-TYPE-OUT.
           IF NFY-EMAIL-WS = SPACES
               MOVE "NO EMAIL ADDRESS ON FILE" TO NRD-STATUS-OUT
               PERFORM 341B-WRITE-NOTIFY-EXCEPTION
           ELSE
               MOVE 0 TO AT-SIGN-COUNT
               INSPECT NFY-EMAIL-WS TALLYING AT-SIGN-COUNT
                   FOR ALL "@"
               IF AT-SIGN-COUNT = 0
                   MOVE "EMAIL ADDRESS NOT DELIVERABLE" TO
                       NRD-STATUS-OUT
                   PERFORM 341B-WRITE-NOTIFY-EXCEPTION
               ELSE
                   MOVE NFY-STUDENT-WS TO NFY-STUDENT-NUMBER
                   MOVE NFY-EMAIL-WS TO NFY-EMAIL
                   MOVE NFY-TYPE-WS TO NFY-TYPE
                   ACCEPT NFY-DATE-WS FROM DATE YYYYMMDD
                   MOVE NFY-DATE-WS TO NFY-DATE
                   WRITE NOTIFY-QUEUE-RECORD
                   ADD 1 TO QUEUED-COUNTER
                   MOVE "QUEUED" TO NRD-STATUS-OUT
                   WRITE NOTIFY-REPORT-RECORD-OUT
                       FROM NOTIFY-DETAIL-LINE
               END-IF
           END-IF.

       341B-WRITE-NOTIFY-EXCEPTION.
           MOVE NFY-STUDENT-WS TO NFYX-STUDENT-NUMBER.
           MOVE NFY-TYPE-WS TO NFYX-TYPE.
           MOVE NRD-STATUS-OUT TO NFYX-REASON.
           WRITE NOTIFY-EXCEPT-RECORD.
           ADD 1 TO NOTIFY-EXCEPT-COUNTER.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-DETAIL-LINE.

       342-CLOSE-NOTIFY-FILES.
           MOVE QUEUED-COUNTER TO NRC-QUEUED-OUT.
           MOVE NOTIFY-EXCEPT-COUNTER TO NRC-EXCEPT-OUT.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-COUNT-LINE.
           CLOSE NOTIFY-QUEUE-FILE.
           CLOSE NOTIFY-EXCEPT-FILE.
           CLOSE NOTIFY-REPORT-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P49.
