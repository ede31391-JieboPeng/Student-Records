      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - Added up to three prerequisite course codes
      *                     and a minimum passing grade per course,
      *                     keyed on the add and change screens and
      *                     carried on COURSE.TXT after MAX-SEATS. A
      *                     prerequisite that isn't itself on the course
      *                     table is dropped with a warning. Course
      *                     entry in student-record.COB, Project3-p2 and
      *                     PROJECT3-P15 checks them against
      *                     COURSE-HIST.DAT.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields. Added (S)ECTIONS
      *                     maintenance of a course's sections (meeting
      *                     days, start and end times, room and seat
      *                     limit) on SECTIONS.TXT, with a room
      *                     double-booking check; a section still held
      *                     by a student cannot be deleted, and deleting
      *                     a course removes its sections.
      * Oct 15, 2026 - JP - Courses and sections now carry the
      *                     instructor (INSTRUCTORS.TXT, maintained by
      *                     PROJECT3-P48) who teaches them; a section's
      *                     instructor of 0 means the course's own. An
      *                     instructor ID not on file is rejected.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P8.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OPR.

           SELECT SECTION-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-SECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SEC-IN.

           SELECT SECTION-FILE-OUT ASSIGN TO DYNAMIC FP-COURSE-SECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SEC-OUT.

           SELECT INSTRUCTOR-FILE-IN ASSIGN TO DYNAMIC FP-INSTRUCTORS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-INS.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE-IN.
           05 COURSE-CREDITS-IN PIC 9V9.
           05 COURSE-Z-IN PIC X(1).
           05 MAX-SEATS-IN PIC 9(4).
           05 COURSE-W-IN PIC X(1).
           05 PREREQ-1-IN PIC X(7).
           05 COURSE-V-IN PIC X(1).
           05 PREREQ-2-IN PIC X(7).
           05 COURSE-U-IN PIC X(1).
           05 PREREQ-3-IN PIC X(7).
           05 COURSE-T-IN PIC X(1).
           05 PREREQ-MIN-GRADE-IN PIC 9(3).
           05 COURSE-S-IN PIC X(1).
           05 COURSE-INSTRUCTOR-IN PIC 9(6).

       FD COURSE-FILE-OUT.
       01 COURSE-RECORD-OUT.
           05 COURSE-CREDITS-OUT PIC 9V9.
           05 COURSE-Z-OUT PIC X(1) VALUE SPACE.
           05 MAX-SEATS-OUT PIC 9(4).
           05 COURSE-W-OUT PIC X(1) VALUE SPACE.
           05 PREREQ-1-OUT PIC X(7).
           05 COURSE-V-OUT PIC X(1) VALUE SPACE.
           05 PREREQ-2-OUT PIC X(7).
           05 COURSE-U-OUT PIC X(1) VALUE SPACE.
           05 PREREQ-3-OUT PIC X(7).
           05 COURSE-T-OUT PIC X(1) VALUE SPACE.
           05 PREREQ-MIN-GRADE-OUT PIC 9(3).
           05 COURSE-S-OUT PIC X(1) VALUE SPACE.
           05 COURSE-INSTRUCTOR-OUT PIC 9(6).

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

       FD SECTION-FILE-OUT.
       01 SECTION-RECORD-OUT.
           05 SECTION-COURSE-OUT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-CODE-OUT PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-DAYS-OUT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-START-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-END-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-ROOM-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-SEATS-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SECTION-INSTRUCTOR-OUT PIC 9(6).

       FD INSTRUCTOR-FILE-IN.
       01 INSTRUCTOR-RECORD-IN.
           05 INSTRUCTOR-ID-IN PIC 9(6).
           05 FILLER PIC X(1).
           05 INSTRUCTOR-NAME-IN PIC X(25).
           05 FILLER PIC X(1).
           05 INSTRUCTOR-DEPT-IN PIC X(10).
           05 FILLER PIC X(1).
           05 INSTRUCTOR-EMAIL-IN PIC X(40).

       FD STUDENT-FILE-CHECK.
       01 STUDENT-RECORD-CHK.
           05 GRADE-STATUS-4-CHK PIC X(1).
           05 GRADE-STATUS-5-CHK PIC X(1).
           05 SPONSOR-CODE-CHK PIC X(5).
           05 SECTION-1-CHK PIC X(3).
           05 SECTION-2-CHK PIC X(3).
           05 SECTION-3-CHK PIC X(3).
           05 SECTION-4-CHK PIC X(3).
           05 SECTION-5-CHK PIC X(3).
           05 RESIDENCY-STATUS-CHK PIC X(1).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 COURSE-NAME-INPUT PIC X(20).
           05 COURSE-CREDITS-INPUT PIC 9V9.
           05 MAX-SEATS-INPUT PIC 9(4).
           05 PREREQ-1-INPUT PIC X(7).
           05 PREREQ-2-INPUT PIC X(7).
           05 PREREQ-3-INPUT PIC X(7).
           05 PREREQ-MIN-GRADE-INPUT PIC 9(3).
           05 PREREQ-CHECK-CODE PIC X(7).
           05 PREREQ-FOUND-FLG PIC X(1).
           05 SUB-2 PIC 9(3).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 OPERATOR-FOUND-FLG PIC X(1).
           05 SIGNON-TRY-COUNT PIC 9(1) VALUE 0.
           05 OPR-TABLE-PERM PIC X(1) VALUE "N".
           05 STATUS-FIELD-SEC-IN PIC X(2).
           05 STATUS-FIELD-SEC-OUT PIC X(2).
           05 EOF-FLAG-SEC PIC X(1).
           05 SECTION-TBL-COUNT PIC 9(3) VALUE 0.
           05 SECTION-SUB PIC 9(3).
           05 SECTION-FOUND-SUB PIC 9(3).
           05 SECTION-FOUND-FLG PIC X(1).
           05 SECTION-VALID-FLG PIC X(1).
           05 SECTION-CHOICE PIC X(1).
           05 SECTION-CODE-INPUT PIC X(3).
           05 SECTION-DAYS-INPUT PIC X(7).
           05 SECTION-START-INPUT PIC 9(4).
           05 SECTION-START-PARTS REDEFINES SECTION-START-INPUT.
               10 SECTION-START-HH PIC 9(2).
               10 SECTION-START-MM PIC 9(2).
           05 SECTION-END-INPUT PIC 9(4).
           05 SECTION-END-PARTS REDEFINES SECTION-END-INPUT.
               10 SECTION-END-HH PIC 9(2).
               10 SECTION-END-MM PIC 9(2).
           05 SECTION-ROOM-INPUT PIC X(8).
           05 SECTION-SEATS-INPUT PIC 9(4).
           05 SECTION-SHIFT-SUB PIC 9(3).
           05 MEETING-DAY-FLG PIC X(1).
           05 DAY-SUB PIC 9(1).
           05 SHARED-DAY-FLG PIC X(1).
           05 DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           05 COURSE-INSTRUCTOR-INPUT PIC 9(6).
           05 SECTION-INSTRUCTOR-INPUT PIC 9(6).
           05 INSTRUCTOR-CHECK-ID PIC 9(6).
           05 INSTRUCTOR-FOUND-FLG PIC X(1).
           05 INSTRUCTOR-SUB PIC 9(3).
           05 INSTRUCTOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 STATUS-FIELD-INS PIC X(2).
           05 EOF-FLAG-INS PIC X(1).

      * One line of the section list shown before a section action.
       01 SECTION-LIST-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SLL-SECTION-OUT PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SLL-DAYS-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SLL-START-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 SLL-END-OUT PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SLL-ROOM-OUT PIC X(8).
           05 FILLER PIC X(8) VALUE "  SEATS ".
           05 SLL-SEATS-OUT PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  INSTR ".
           05 SLL-INSTRUCTOR-OUT PIC 9(6).

      * In-memory copy of OPERATOR.TXT, loaded once at sign-on.
       01 OPERATOR-TBL-MAX PIC 9(3) VALUE 50.
               10 OPR-TABLE-TBL PIC X(1).
      * Copy the file which contains the structure of the course table.
       COPY "./COURSE-TBL.DAT".
      * Copy the file which contains the structure of the section table.
       COPY "./SECTION-TBL.DAT".
      * Copy the file which contains the structure of the instructor
      * table.
       COPY "./INSTRUCTOR-TBL.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       01 MENU-SCREEN.
           05 VALUE "COURSE TABLE MAINTENANCE" BLANK SCREEN
               LINE 1 COL 28.
           05 VALUE "(A)DD, (C)HANGE, (D)ELETE, (S)ECTIONS, OR (X) TO"
               LINE 3 COL 5.
           05 VALUE "EXIT" LINE 3 COL 54.
           05 MENU-CHOICE-INPUT LINE 3 COL 60
               PIC X TO MENU-CHOICE.

       01 CODE-INPUT-SCREEN.
           05 VALUE "MAX SEATS" LINE 9 COL 5.
           05 ADD-SEATS-INPUT LINE 9 COL 25
               PIC 9(4) TO MAX-SEATS-INPUT.
           05 VALUE "PREREQUISITES" LINE 11 COL 5.
           05 ADD-PREREQ-1-INPUT LINE 11 COL 25
               PIC X(7) TO PREREQ-1-INPUT.
           05 ADD-PREREQ-2-INPUT LINE 11 COL 34
               PIC X(7) TO PREREQ-2-INPUT.
           05 ADD-PREREQ-3-INPUT LINE 11 COL 43
               PIC X(7) TO PREREQ-3-INPUT.
           05 VALUE "MIN PREREQ GRADE" LINE 13 COL 5.
           05 ADD-MIN-GRADE-INPUT LINE 13 COL 25
               PIC 9(3) TO PREREQ-MIN-GRADE-INPUT.
           05 VALUE "INSTRUCTOR ID" LINE 15 COL 5.
           05 ADD-INSTRUCTOR-INPUT LINE 15 COL 25
               PIC 9(6) TO COURSE-INSTRUCTOR-INPUT.

       01 CHANGE-DETAIL-SCREEN.
           05 VALUE "CHANGE COURSE" BLANK SCREEN LINE 1 COL 30.
           05 CHANGE-SEATS-SCREEN LINE 9 COL 25
               PIC 9(4) TO MAX-SEATS-INPUT
                   FROM MAX-SEATS-INPUT.
           05 VALUE "PREREQUISITES" LINE 11 COL 5.
           05 CHANGE-PREREQ-1-SCREEN LINE 11 COL 25
               PIC X(7) TO PREREQ-1-INPUT
                   FROM PREREQ-1-INPUT.
           05 CHANGE-PREREQ-2-SCREEN LINE 11 COL 34
               PIC X(7) TO PREREQ-2-INPUT
                   FROM PREREQ-2-INPUT.
           05 CHANGE-PREREQ-3-SCREEN LINE 11 COL 43
               PIC X(7) TO PREREQ-3-INPUT
                   FROM PREREQ-3-INPUT.
           05 VALUE "MIN PREREQ GRADE" LINE 13 COL 5.
           05 CHANGE-MIN-GRADE-SCREEN LINE 13 COL 25
               PIC 9(3) TO PREREQ-MIN-GRADE-INPUT
                   FROM PREREQ-MIN-GRADE-INPUT.
           05 VALUE "INSTRUCTOR ID" LINE 15 COL 5.
           05 CHANGE-INSTRUCTOR-SCREEN LINE 15 COL 25
               PIC 9(6) TO COURSE-INSTRUCTOR-INPUT
                   FROM COURSE-INSTRUCTOR-INPUT.

       01 SECTION-DETAIL-SCREEN.
           05 VALUE "COURSE SECTION" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "COURSE CODE" LINE 3 COL 5.
           05 SECTION-COURSE-OUTPUT LINE 3 COL 25
               PIC X(7) FROM COURSE-CODE-INPUT.
           05 VALUE "SECTION" LINE 5 COL 5.
           05 SECTION-CODE-OUTPUT LINE 5 COL 25
               PIC X(3) FROM SECTION-CODE-INPUT.
           05 VALUE "DAYS (MTWRFSU)" LINE 7 COL 5.
           05 SECTION-DAYS-SCREEN LINE 7 COL 25
               PIC X(7) TO SECTION-DAYS-INPUT
                   FROM SECTION-DAYS-INPUT.
           05 VALUE "START TIME (HHMM)" LINE 9 COL 5.
           05 SECTION-START-SCREEN LINE 9 COL 25
               PIC 9(4) TO SECTION-START-INPUT
                   FROM SECTION-START-INPUT.
           05 VALUE "END TIME (HHMM)" LINE 11 COL 5.
           05 SECTION-END-SCREEN LINE 11 COL 25
               PIC 9(4) TO SECTION-END-INPUT
                   FROM SECTION-END-INPUT.
           05 VALUE "ROOM" LINE 13 COL 5.
           05 SECTION-ROOM-SCREEN LINE 13 COL 25
               PIC X(8) TO SECTION-ROOM-INPUT
                   FROM SECTION-ROOM-INPUT.
           05 VALUE "SECTION SEATS" LINE 15 COL 5.
           05 SECTION-SEATS-SCREEN LINE 15 COL 25
               PIC 9(4) TO SECTION-SEATS-INPUT
                   FROM SECTION-SEATS-INPUT.
           05 VALUE "INSTRUCTOR ID" LINE 17 COL 5.
           05 SECTION-INSTRUCTOR-SCREEN LINE 17 COL 25
               PIC 9(6) TO SECTION-INSTRUCTOR-INPUT
                   FROM SECTION-INSTRUCTOR-INPUT.
           05 VALUE "(0 = THE COURSE'S INSTRUCTOR)" LINE 17 COL 33.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-IN = "Y" OR "y".
           CLOSE COURSE-FILE-IN.
           PERFORM 380-LOAD-SECTION-TABLE.
           PERFORM 387-LOAD-INSTRUCTOR-TABLE.

      * Override the FILE-PATHS.DAT defaults with any paths named in
      * C:\STUPARAM.TXT. A missing parameter file just leaves every
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN "INSTRUCTORS"
                   MOVE PARM-VALUE TO FP-INSTRUCTORS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 MOVE MAX-SEATS-IN TO MAX-SEATS-TBL(SUB-2)
                 PERFORM 302B-LOAD-PREREQUISITES
                 ADD 1 TO COURSE-TBL-COUNT.

      * A course file saved before prerequisites were carried reads
      * back with the new fields blank - no prerequisites, grade 0,
      * and no instructor assigned.
       302B-LOAD-PREREQUISITES.
           MOVE PREREQ-1-IN TO PREREQ-1-TBL(SUB-2).
           MOVE PREREQ-2-IN TO PREREQ-2-TBL(SUB-2).
           MOVE PREREQ-3-IN TO PREREQ-3-TBL(SUB-2).
           IF PREREQ-MIN-GRADE-IN IS NUMERIC
               MOVE PREREQ-MIN-GRADE-IN TO PREREQ-MIN-GRADE-TBL(SUB-2)
           ELSE
               MOVE 0 TO PREREQ-MIN-GRADE-TBL(SUB-2)
           END-IF.
           IF COURSE-INSTRUCTOR-IN IS NUMERIC
               MOVE COURSE-INSTRUCTOR-IN TO COURSE-INSTRUCTOR-TBL(SUB-2)
           ELSE
               MOVE 0 TO COURSE-INSTRUCTOR-TBL(SUB-2)
           END-IF.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
                   PERFORM 320-CHANGE-COURSE
               WHEN 'D' WHEN 'd'
                   PERFORM 330-DELETE-COURSE
               WHEN 'S' WHEN 's'
                   PERFORM 370-MAINTAIN-SECTIONS
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER

       203-TERMINATE.
           PERFORM 350-SAVE-COURSE-TABLE.
           PERFORM 385-SAVE-SECTION-TABLE.
           CLOSE STUDENT-FILE-CHECK.

       305-SEARCH-COURSE-TABLE.
               IF COURSE-TBL-COUNT >= COURSE-TBL-MAX
                   DISPLAY "COURSE TABLE IS FULL - NOT ADDED"
               ELSE
                   MOVE SPACES TO PREREQ-1-INPUT
                   MOVE SPACES TO PREREQ-2-INPUT
                   MOVE SPACES TO PREREQ-3-INPUT
                   MOVE 0 TO PREREQ-MIN-GRADE-INPUT
                   MOVE 0 TO COURSE-INSTRUCTOR-INPUT
                   DISPLAY ADD-DETAIL-SCREEN
                   ACCEPT ADD-DETAIL-SCREEN
                   PERFORM 315-VALIDATE-PREREQUISITES
                   PERFORM 316-VALIDATE-COURSE-INSTRUCTOR
                   ADD 1 TO COURSE-TBL-COUNT
                   MOVE COURSE-CODE-INPUT
                       TO COURSE-CODE-TBL(COURSE-TBL-COUNT)
                       TO COURSE-CREDITS-TBL(COURSE-TBL-COUNT)
                   MOVE MAX-SEATS-INPUT
                       TO MAX-SEATS-TBL(COURSE-TBL-COUNT)
                   MOVE PREREQ-1-INPUT
                       TO PREREQ-1-TBL(COURSE-TBL-COUNT)
                   MOVE PREREQ-2-INPUT
                       TO PREREQ-2-TBL(COURSE-TBL-COUNT)
                   MOVE PREREQ-3-INPUT
                       TO PREREQ-3-TBL(COURSE-TBL-COUNT)
                   MOVE PREREQ-MIN-GRADE-INPUT
                       TO PREREQ-MIN-GRADE-TBL(COURSE-TBL-COUNT)
                   MOVE COURSE-INSTRUCTOR-INPUT
                       TO COURSE-INSTRUCTOR-TBL(COURSE-TBL-COUNT)
                   DISPLAY "COURSE ADDED"
               END-IF
           END-IF.

      * CHANGE: the code stays the key; name, credit hours, seat
      * limit, prerequisites and instructor can all be changed.
       320-CHANGE-COURSE.
           DISPLAY CODE-INPUT-SCREEN.
           ACCEPT CODE-INPUT-SCREEN.
               MOVE COURSE-CREDITS-TBL(FOUND-SUB)
                   TO COURSE-CREDITS-INPUT
               MOVE MAX-SEATS-TBL(FOUND-SUB) TO MAX-SEATS-INPUT
               MOVE PREREQ-1-TBL(FOUND-SUB) TO PREREQ-1-INPUT
               MOVE PREREQ-2-TBL(FOUND-SUB) TO PREREQ-2-INPUT
               MOVE PREREQ-3-TBL(FOUND-SUB) TO PREREQ-3-INPUT
               MOVE PREREQ-MIN-GRADE-TBL(FOUND-SUB)
                   TO PREREQ-MIN-GRADE-INPUT
               MOVE COURSE-INSTRUCTOR-TBL(FOUND-SUB)
                   TO COURSE-INSTRUCTOR-INPUT
               DISPLAY CHANGE-DETAIL-SCREEN
               ACCEPT CHANGE-DETAIL-SCREEN
               PERFORM 315-VALIDATE-PREREQUISITES
               PERFORM 316-VALIDATE-COURSE-INSTRUCTOR
               MOVE COURSE-NAME-INPUT TO COURSE-NAME-TBL(FOUND-SUB)
               MOVE COURSE-CREDITS-INPUT
                   TO COURSE-CREDITS-TBL(FOUND-SUB)
               MOVE MAX-SEATS-INPUT TO MAX-SEATS-TBL(FOUND-SUB)
               MOVE PREREQ-1-INPUT TO PREREQ-1-TBL(FOUND-SUB)
               MOVE PREREQ-2-INPUT TO PREREQ-2-TBL(FOUND-SUB)
               MOVE PREREQ-3-INPUT TO PREREQ-3-TBL(FOUND-SUB)
               MOVE PREREQ-MIN-GRADE-INPUT
                   TO PREREQ-MIN-GRADE-TBL(FOUND-SUB)
               MOVE COURSE-INSTRUCTOR-INPUT
                   TO COURSE-INSTRUCTOR-TBL(FOUND-SUB)
               DISPLAY "COURSE CHANGED"
           END-IF.

      * A prerequisite must itself be a course on the table, and a
      * course can't be its own prerequisite - an entry failing either
      * test is dropped with a warning rather than saved.
       315-VALIDATE-PREREQUISITES.
           MOVE PREREQ-1-INPUT TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQUISITE.
           MOVE PREREQ-CHECK-CODE TO PREREQ-1-INPUT.
           MOVE PREREQ-2-INPUT TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQUISITE.
           MOVE PREREQ-CHECK-CODE TO PREREQ-2-INPUT.
           MOVE PREREQ-3-INPUT TO PREREQ-CHECK-CODE.
           PERFORM 315B-CHECK-ONE-PREREQUISITE.
           MOVE PREREQ-CHECK-CODE TO PREREQ-3-INPUT.
           IF PREREQ-MIN-GRADE-INPUT > 100
               DISPLAY "MINIMUM PREREQUISITE GRADE OVER 100 - "
                       "SET TO 100"
               MOVE 100 TO PREREQ-MIN-GRADE-INPUT
           END-IF.

       315B-CHECK-ONE-PREREQUISITE.
           IF PREREQ-CHECK-CODE NOT = SPACES
               MOVE "N" TO PREREQ-FOUND-FLG
               PERFORM 315C-SEARCH-FOR-PREREQUISITE VARYING
                      SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                      OR PREREQ-FOUND-FLG = "Y"
               IF PREREQ-FOUND-FLG NOT = "Y"
                  OR PREREQ-CHECK-CODE = COURSE-CODE-INPUT
                   DISPLAY "PREREQUISITE " PREREQ-CHECK-CODE
                           " IS NOT A VALID COURSE - DROPPED"
                   MOVE SPACES TO PREREQ-CHECK-CODE
               END-IF
           END-IF.

       315C-SEARCH-FOR-PREREQUISITE.
           IF PREREQ-CHECK-CODE EQUAL COURSE-CODE-TBL(SUB-2)
               MOVE "Y" TO PREREQ-FOUND-FLG
           END-IF.

      * The course's instructor must be on INSTRUCTORS.TXT, kept by
      * PROJECT3-P48; an ID that isn't is dropped with a warning, the
      * same way an unknown prerequisite is, leaving the course
      * unassigned.
       316-VALIDATE-COURSE-INSTRUCTOR.
           IF COURSE-INSTRUCTOR-INPUT NOT = 0
               MOVE COURSE-INSTRUCTOR-INPUT TO INSTRUCTOR-CHECK-ID
               PERFORM 316B-FIND-INSTRUCTOR
               IF INSTRUCTOR-FOUND-FLG NOT = "Y"
                   DISPLAY "INSTRUCTOR " COURSE-INSTRUCTOR-INPUT
                           " IS NOT ON FILE - DROPPED"
                   MOVE 0 TO COURSE-INSTRUCTOR-INPUT
               END-IF
           END-IF.

       316B-FIND-INSTRUCTOR.
           MOVE "N" TO INSTRUCTOR-FOUND-FLG.
           PERFORM 316C-CHECK-ONE-INSTRUCTOR VARYING
                  INSTRUCTOR-SUB FROM 1 BY 1
                  UNTIL INSTRUCTOR-SUB > INSTRUCTOR-TBL-COUNT
                  OR INSTRUCTOR-FOUND-FLG = "Y".

       316C-CHECK-ONE-INSTRUCTOR.
           IF INSTRUCTOR-CHECK-ID = INSTRUCTOR-ID-TBL(INSTRUCTOR-SUB)
               MOVE "Y" TO INSTRUCTOR-FOUND-FLG
           END-IF.

      * DELETE: refuse if any student in STUFILE3OUT still carries
      * this course code in one of its five course slots, otherwise
      * confirm and remove the entry.
                   ACCEPT DELETE-CONFIRM-FLG
                   IF DELETE-CONFIRM-FLG = "Y" OR "y"
                       PERFORM 333-REMOVE-TABLE-ENTRY
                       PERFORM 379-REMOVE-COURSE-SECTIONS
                       DISPLAY "COURSE DELETED"
                   ELSE
                       DISPLAY "DELETE CANCELLED"
           MOVE COURSE-CREDITS-TBL(SUB-2 + 1)
               TO COURSE-CREDITS-TBL(SUB-2).
           MOVE MAX-SEATS-TBL(SUB-2 + 1) TO MAX-SEATS-TBL(SUB-2).
           MOVE PREREQ-1-TBL(SUB-2 + 1) TO PREREQ-1-TBL(SUB-2).
           MOVE PREREQ-2-TBL(SUB-2 + 1) TO PREREQ-2-TBL(SUB-2).
           MOVE PREREQ-3-TBL(SUB-2 + 1) TO PREREQ-3-TBL(SUB-2).
           MOVE PREREQ-MIN-GRADE-TBL(SUB-2 + 1)
               TO PREREQ-MIN-GRADE-TBL(SUB-2).
           MOVE COURSE-INSTRUCTOR-TBL(SUB-2 + 1)
               TO COURSE-INSTRUCTOR-TBL(SUB-2).

      * Rewrite COURSE.TXT from the in-memory table so the change is
      * durable for the next run of every other program that reads it.
           MOVE COURSE-NAME-TBL(SUB-2) TO COURSE-NAME-OUT.
           MOVE COURSE-CREDITS-TBL(SUB-2) TO COURSE-CREDITS-OUT.
           MOVE MAX-SEATS-TBL(SUB-2) TO MAX-SEATS-OUT.
           MOVE PREREQ-1-TBL(SUB-2) TO PREREQ-1-OUT.
           MOVE PREREQ-2-TBL(SUB-2) TO PREREQ-2-OUT.
           MOVE PREREQ-3-TBL(SUB-2) TO PREREQ-3-OUT.
           MOVE PREREQ-MIN-GRADE-TBL(SUB-2) TO PREREQ-MIN-GRADE-OUT.
           MOVE COURSE-INSTRUCTOR-TBL(SUB-2) TO COURSE-INSTRUCTOR-OUT.
           WRITE COURSE-RECORD-OUT.

      * Sign the operator on before the menu comes up, the same
               DISPLAY "SIGNED ON: " OPR-NAME-TBL(OPR-SUB)
           END-IF.

      * SECTIONS: pick a course, see the sections already on file for
      * it, then add, change or delete one section of it. Sections
      * are kept in SECTIONS.TXT, separate from COURSE.TXT, and are
      * read at enrollment through Project3_Section_Sub.
       370-MAINTAIN-SECTIONS.
           DISPLAY CODE-INPUT-SCREEN.
           ACCEPT CODE-INPUT-SCREEN.
           PERFORM 305-SEARCH-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "COURSE CODE NOT FOUND"
           ELSE
               PERFORM 371-LIST-COURSE-SECTIONS
               DISPLAY "(A)DD, (C)HANGE OR (D)ELETE A SECTION"
               ACCEPT SECTION-CHOICE
               DISPLAY "SECTION NUMBER"
               ACCEPT SECTION-CODE-INPUT
               MOVE "N" TO SECTION-FOUND-FLG
               PERFORM 375-SEARCH-SECTION-TABLE VARYING
                      SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > SECTION-TBL-COUNT
                      OR SECTION-FOUND-FLG = "Y"
               IF SECTION-CODE-INPUT = SPACES
                   DISPLAY "SECTION NUMBER IS REQUIRED"
               ELSE
                   EVALUATE SECTION-CHOICE
                       WHEN 'A' WHEN 'a'
                           PERFORM 372-ADD-SECTION
                       WHEN 'C' WHEN 'c'
                           PERFORM 373-CHANGE-SECTION
                       WHEN 'D' WHEN 'd'
                           PERFORM 374-DELETE-SECTION
                       WHEN OTHER
                           DISPLAY "INVALID CHOICE - TRY AGAIN"
                   END-EVALUATE
               END-IF
           END-IF.

       371-LIST-COURSE-SECTIONS.
           DISPLAY "SECTIONS ON FILE FOR " COURSE-CODE-INPUT ":".
           MOVE "N" TO SECTION-FOUND-FLG.
           PERFORM 371B-LIST-ONE-SECTION VARYING
                  SECTION-SUB FROM 1 BY 1
                  UNTIL SECTION-SUB > SECTION-TBL-COUNT.
           IF SECTION-FOUND-FLG NOT = "Y"
               DISPLAY "  NONE"
           END-IF.

       371B-LIST-ONE-SECTION.
           IF SECTION-COURSE-TBL(SECTION-SUB) = COURSE-CODE-INPUT
               MOVE "Y" TO SECTION-FOUND-FLG
               MOVE SECTION-CODE-TBL(SECTION-SUB) TO SLL-SECTION-OUT
               MOVE SECTION-DAYS-TBL(SECTION-SUB) TO SLL-DAYS-OUT
               MOVE SECTION-START-TBL(SECTION-SUB) TO SLL-START-OUT
               MOVE SECTION-END-TBL(SECTION-SUB) TO SLL-END-OUT
               MOVE SECTION-ROOM-TBL(SECTION-SUB) TO SLL-ROOM-OUT
               MOVE SECTION-SEATS-TBL(SECTION-SUB) TO SLL-SEATS-OUT
               MOVE SECTION-INSTRUCTOR-TBL(SECTION-SUB)
                   TO SLL-INSTRUCTOR-OUT
               DISPLAY SECTION-LIST-LINE
           END-IF.

      * ADD: reject a section number the course already has,
      * otherwise append the new section once it validates.
       372-ADD-SECTION.
           IF SECTION-FOUND-FLG = "Y"
               DISPLAY "SECTION ALREADY EXISTS - NOT ADDED"
           ELSE
               IF SECTION-TBL-COUNT >= SECTION-TBL-MAX
                   DISPLAY "SECTION FILE IS FULL - NOT ADDED"
               ELSE
                   MOVE SPACES TO SECTION-DAYS-INPUT
                   MOVE 0 TO SECTION-START-INPUT
                   MOVE 0 TO SECTION-END-INPUT
                   MOVE SPACES TO SECTION-ROOM-INPUT
                   MOVE 0 TO SECTION-SEATS-INPUT
                   MOVE 0 TO SECTION-INSTRUCTOR-INPUT
                   MOVE 0 TO SECTION-FOUND-SUB
                   DISPLAY SECTION-DETAIL-SCREEN
                   ACCEPT SECTION-DETAIL-SCREEN
                   PERFORM 376-VALIDATE-SECTION
                   IF SECTION-VALID-FLG = "Y"
                       ADD 1 TO SECTION-TBL-COUNT
                       MOVE SECTION-TBL-COUNT TO SECTION-FOUND-SUB
                       PERFORM 377-STORE-SECTION
                       DISPLAY "SECTION ADDED"
                   ELSE
                       DISPLAY "SECTION NOT ADDED"
                   END-IF
               END-IF
           END-IF.

      * CHANGE: the course and section number stay the key; days,
      * times, room, seat limit and instructor can all be changed.
      * Students already in the section keep it.
       373-CHANGE-SECTION.
           IF SECTION-FOUND-FLG NOT = "Y"
               DISPLAY "SECTION NOT FOUND"
           ELSE
               MOVE SECTION-DAYS-TBL(SECTION-FOUND-SUB)
                   TO SECTION-DAYS-INPUT
               MOVE SECTION-START-TBL(SECTION-FOUND-SUB)
                   TO SECTION-START-INPUT
               MOVE SECTION-END-TBL(SECTION-FOUND-SUB)
                   TO SECTION-END-INPUT
               MOVE SECTION-ROOM-TBL(SECTION-FOUND-SUB)
                   TO SECTION-ROOM-INPUT
               MOVE SECTION-SEATS-TBL(SECTION-FOUND-SUB)
                   TO SECTION-SEATS-INPUT
               MOVE SECTION-INSTRUCTOR-TBL(SECTION-FOUND-SUB)
                   TO SECTION-INSTRUCTOR-INPUT
               DISPLAY SECTION-DETAIL-SCREEN
               ACCEPT SECTION-DETAIL-SCREEN
               PERFORM 376-VALIDATE-SECTION
               IF SECTION-VALID-FLG = "Y"
                   PERFORM 377-STORE-SECTION
                   DISPLAY "SECTION CHANGED"
               ELSE
                   DISPLAY "SECTION NOT CHANGED"
               END-IF
           END-IF.

      * DELETE: refuse if any student in STUFILE3OUT is still in the
      * section, otherwise confirm and remove the entry.
       374-DELETE-SECTION.
           IF SECTION-FOUND-FLG NOT = "Y"
               DISPLAY "SECTION NOT FOUND"
           ELSE
               PERFORM 378-CHECK-SECTION-IN-USE
               IF IN-USE-FLG = "Y"
                   DISPLAY "SECTION IS IN USE BY ONE OR MORE "
                           "STUDENTS - NOT DELETED"
               ELSE
                   DISPLAY "CONFIRM DELETE OF SECTION "
                           SECTION-CODE-INPUT " OF "
                           COURSE-CODE-INPUT " (Y/N)"
                   ACCEPT DELETE-CONFIRM-FLG
                   IF DELETE-CONFIRM-FLG = "Y" OR "y"
                       PERFORM 374B-REMOVE-SECTION-ENTRY
                       DISPLAY "SECTION DELETED"
                   ELSE
                       DISPLAY "DELETE CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * Shift every section after the deleted one up by one entry.
       374B-REMOVE-SECTION-ENTRY.
           PERFORM 374C-SHIFT-ONE-SECTION-UP VARYING SECTION-SHIFT-SUB
               FROM SECTION-FOUND-SUB BY 1
               UNTIL SECTION-SHIFT-SUB >= SECTION-TBL-COUNT.
           SUBTRACT 1 FROM SECTION-TBL-COUNT.

       374C-SHIFT-ONE-SECTION-UP.
           MOVE SECTION-TBL(SECTION-SHIFT-SUB + 1)
               TO SECTION-TBL(SECTION-SHIFT-SUB).

       375-SEARCH-SECTION-TABLE.
           IF SECTION-COURSE-TBL(SECTION-SUB) = COURSE-CODE-INPUT
              AND SECTION-CODE-TBL(SECTION-SUB) = SECTION-CODE-INPUT
               MOVE "Y" TO SECTION-FOUND-FLG
               MOVE SECTION-SUB TO SECTION-FOUND-SUB
           END-IF.

      * A section must meet on at least one day, each day in its own
      * MTWRFSU position; start and end must be real HHMM times with
      * the start first; and a room can't hold two sections at once.
      * A seat limit of 0 means the section has no limit of its own,
      * and an instructor of 0 means the course's own instructor
      * teaches it; any other instructor must be on INSTRUCTORS.TXT.
       376-VALIDATE-SECTION.
           MOVE "Y" TO SECTION-VALID-FLG.
           INSPECT SECTION-DAYS-INPUT
               CONVERTING "mtwrfsu" TO "MTWRFSU".
           MOVE "N" TO MEETING-DAY-FLG.
           PERFORM 376B-CHECK-ONE-DAY VARYING
                  DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           IF MEETING-DAY-FLG NOT = "Y"
               DISPLAY "NO MEETING DAYS GIVEN"
               MOVE "N" TO SECTION-VALID-FLG
           END-IF.
           IF SECTION-START-HH > 23 OR SECTION-START-MM > 59
              OR SECTION-END-HH > 23 OR SECTION-END-MM > 59
               DISPLAY "MEETING TIME IS NOT A VALID HHMM TIME"
               MOVE "N" TO SECTION-VALID-FLG
           ELSE
               IF SECTION-START-INPUT NOT < SECTION-END-INPUT
                   DISPLAY "START TIME MUST BE BEFORE END TIME"
                   MOVE "N" TO SECTION-VALID-FLG
               END-IF
           END-IF.
           IF SECTION-INSTRUCTOR-INPUT NOT = 0
               MOVE SECTION-INSTRUCTOR-INPUT TO INSTRUCTOR-CHECK-ID
               PERFORM 316B-FIND-INSTRUCTOR
               IF INSTRUCTOR-FOUND-FLG NOT = "Y"
                   DISPLAY "INSTRUCTOR " SECTION-INSTRUCTOR-INPUT
                           " IS NOT ON FILE"
                   MOVE "N" TO SECTION-VALID-FLG
               END-IF
           END-IF.
           IF SECTION-VALID-FLG = "Y"
              AND SECTION-ROOM-INPUT NOT = SPACES
               PERFORM 376C-CHECK-ROOM-BOOKING VARYING
                      SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > SECTION-TBL-COUNT
                      OR SECTION-VALID-FLG NOT = "Y"
           END-IF.

       376B-CHECK-ONE-DAY.
           IF SECTION-DAYS-INPUT(DAY-SUB:1) NOT = SPACE
               IF SECTION-DAYS-INPUT(DAY-SUB:1) = DAY-LETTERS(DAY-SUB:1)
                   MOVE "Y" TO MEETING-DAY-FLG
               ELSE
                   DISPLAY "DAY " SECTION-DAYS-INPUT(DAY-SUB:1)
                           " IN POSITION " DAY-SUB
                           " IS NOT VALID - USE MTWRFSU POSITIONS"
                   MOVE "N" TO SECTION-VALID-FLG
               END-IF
           END-IF.

      * The section being changed is skipped, so it can't clash with
      * its own old booking.
       376C-CHECK-ROOM-BOOKING.
           IF SECTION-SUB NOT = SECTION-FOUND-SUB
              AND SECTION-ROOM-TBL(SECTION-SUB) = SECTION-ROOM-INPUT
              AND SECTION-START-INPUT < SECTION-END-TBL(SECTION-SUB)
              AND SECTION-START-TBL(SECTION-SUB) < SECTION-END-INPUT
               MOVE "N" TO SHARED-DAY-FLG
               PERFORM 376D-CHECK-SHARED-DAY VARYING
                      DAY-SUB FROM 1 BY 1
                      UNTIL DAY-SUB > 7 OR SHARED-DAY-FLG = "Y"
               IF SHARED-DAY-FLG = "Y"
                   DISPLAY "ROOM " SECTION-ROOM-INPUT
                           " IS ALREADY BOOKED THEN BY "
                           SECTION-COURSE-TBL(SECTION-SUB) " SECTION "
                           SECTION-CODE-TBL(SECTION-SUB)
                   MOVE "N" TO SECTION-VALID-FLG
               END-IF
           END-IF.

       376D-CHECK-SHARED-DAY.
           IF SECTION-DAYS-INPUT(DAY-SUB:1) NOT = SPACE
              AND SECTION-DAYS-TBL(SECTION-SUB)(DAY-SUB:1) NOT = SPACE
               MOVE "Y" TO SHARED-DAY-FLG
           END-IF.

       377-STORE-SECTION.
           MOVE COURSE-CODE-INPUT
               TO SECTION-COURSE-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-CODE-INPUT
               TO SECTION-CODE-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-DAYS-INPUT
               TO SECTION-DAYS-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-START-INPUT
               TO SECTION-START-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-END-INPUT
               TO SECTION-END-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-ROOM-INPUT
               TO SECTION-ROOM-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-SEATS-INPUT
               TO SECTION-SEATS-TBL(SECTION-FOUND-SUB).
           MOVE SECTION-INSTRUCTOR-INPUT
               TO SECTION-INSTRUCTOR-TBL(SECTION-FOUND-SUB).

      * Same START/READ NEXT scan as 332, matching the course code and
      * the section held in the same slot.
       378-CHECK-SECTION-IN-USE.
           MOVE "N" TO IN-USE-FLG.
           MOVE "N" TO EOF-FLAG-IN.
           MOVE LOW-VALUES TO STUDENT-NUMBER-CHK.
           START STUDENT-FILE-CHECK KEY IS NOT LESS THAN
                   STUDENT-NUMBER-CHK
               INVALID KEY MOVE "Y" TO EOF-FLAG-IN
           END-START.
           PERFORM 378B-CHECK-ONE-STUDENT
               UNTIL EOF-FLAG-IN = "Y" OR IN-USE-FLG = "Y".

       378B-CHECK-ONE-STUDENT.
           READ STUDENT-FILE-CHECK NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG-IN
               NOT AT END PERFORM 378C-CHECK-STUDENT-SECTIONS
           END-READ.

       378C-CHECK-STUDENT-SECTIONS.
           IF (COURSE-CODE-INPUT = COURSE-CODE-1-CHK
                   AND SECTION-CODE-INPUT = SECTION-1-CHK)
               OR (COURSE-CODE-INPUT = COURSE-CODE-2-CHK
                   AND SECTION-CODE-INPUT = SECTION-2-CHK)
               OR (COURSE-CODE-INPUT = COURSE-CODE-3-CHK
                   AND SECTION-CODE-INPUT = SECTION-3-CHK)
               OR (COURSE-CODE-INPUT = COURSE-CODE-4-CHK
                   AND SECTION-CODE-INPUT = SECTION-4-CHK)
               OR (COURSE-CODE-INPUT = COURSE-CODE-5-CHK
                   AND SECTION-CODE-INPUT = SECTION-5-CHK)
               MOVE "Y" TO IN-USE-FLG
           END-IF.

      * A deleted course takes its sections with it - nobody can be
      * in them, since the course itself was not in use.
       379-REMOVE-COURSE-SECTIONS.
           PERFORM 379B-REMOVE-IF-COURSE-SECTION VARYING
                  SECTION-SUB FROM 1 BY 1
                  UNTIL SECTION-SUB > SECTION-TBL-COUNT.

       379B-REMOVE-IF-COURSE-SECTION.
           IF SECTION-COURSE-TBL(SECTION-SUB) = COURSE-CODE-INPUT
               MOVE SECTION-SUB TO SECTION-FOUND-SUB
               PERFORM 374B-REMOVE-SECTION-ENTRY
               SUBTRACT 1 FROM SECTION-SUB
           END-IF.

      * A missing SECTIONS.TXT just means no course has sections yet.
       380-LOAD-SECTION-TABLE.
           MOVE 0 TO SECTION-TBL-COUNT.
           OPEN INPUT SECTION-FILE-IN.
           IF STATUS-FIELD-SEC-IN = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-SEC-IN NOT = "00"
                   MOVE "SECTION-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-SEC-IN TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-SEC
               PERFORM 381-READ-ONE-SECTION
                   UNTIL EOF-FLAG-SEC = "Y"
                      OR SECTION-TBL-COUNT >= SECTION-TBL-MAX
               CLOSE SECTION-FILE-IN
           END-IF.

       381-READ-ONE-SECTION.
           READ SECTION-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-SEC
               NOT AT END
                   ADD 1 TO SECTION-TBL-COUNT
                   MOVE SECTION-COURSE-IN
                       TO SECTION-COURSE-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-CODE-IN
                       TO SECTION-CODE-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-DAYS-IN
                       TO SECTION-DAYS-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-START-IN
                       TO SECTION-START-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-END-IN
                       TO SECTION-END-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-ROOM-IN
                       TO SECTION-ROOM-TBL(SECTION-TBL-COUNT)
                   MOVE SECTION-SEATS-IN
                       TO SECTION-SEATS-TBL(SECTION-TBL-COUNT)
                   IF SECTION-INSTRUCTOR-IN IS NUMERIC
                       MOVE SECTION-INSTRUCTOR-IN
                           TO SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                   ELSE
                       MOVE 0
                           TO SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                   END-IF
           END-READ.

      * Rewrite SECTIONS.TXT from the in-memory table, the same way
      * 350 rewrites COURSE.TXT.
       385-SAVE-SECTION-TABLE.
           OPEN OUTPUT SECTION-FILE-OUT.
           IF STATUS-FIELD-SEC-OUT NOT = "00"
               MOVE "SECTION-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-SEC-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 386-WRITE-ONE-SECTION VARYING SECTION-SUB
               FROM 1 BY 1 UNTIL SECTION-SUB > SECTION-TBL-COUNT.
           CLOSE SECTION-FILE-OUT.

       386-WRITE-ONE-SECTION.
           MOVE SECTION-COURSE-TBL(SECTION-SUB) TO SECTION-COURSE-OUT.
           MOVE SECTION-CODE-TBL(SECTION-SUB) TO SECTION-CODE-OUT.
           MOVE SECTION-DAYS-TBL(SECTION-SUB) TO SECTION-DAYS-OUT.
           MOVE SECTION-START-TBL(SECTION-SUB) TO SECTION-START-OUT.
           MOVE SECTION-END-TBL(SECTION-SUB) TO SECTION-END-OUT.
           MOVE SECTION-ROOM-TBL(SECTION-SUB) TO SECTION-ROOM-OUT.
           MOVE SECTION-SEATS-TBL(SECTION-SUB) TO SECTION-SEATS-OUT.
           MOVE SECTION-INSTRUCTOR-TBL(SECTION-SUB)
               TO SECTION-INSTRUCTOR-OUT.
           WRITE SECTION-RECORD-OUT.

      * A missing INSTRUCTORS.TXT just means no instructor has been set
      * up yet - every instructor ID keyed is then dropped/refused.
       387-LOAD-INSTRUCTOR-TABLE.
           MOVE 0 TO INSTRUCTOR-TBL-COUNT.
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
               PERFORM 388-READ-ONE-INSTRUCTOR
                   UNTIL EOF-FLAG-INS = "Y"
                      OR INSTRUCTOR-TBL-COUNT >= INSTRUCTOR-TBL-MAX
               CLOSE INSTRUCTOR-FILE-IN
           END-IF.

       388-READ-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-INS
               NOT AT END
                   ADD 1 TO INSTRUCTOR-TBL-COUNT
                   MOVE INSTRUCTOR-ID-IN
                       TO INSTRUCTOR-ID-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-NAME-IN
                       TO INSTRUCTOR-NAME-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-DEPT-IN
                       TO INSTRUCTOR-DEPT-TBL(INSTRUCTOR-TBL-COUNT)
                   MOVE INSTRUCTOR-EMAIL-IN
                       TO INSTRUCTOR-EMAIL-TBL(INSTRUCTOR-TBL-COUNT)
           END-READ.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
