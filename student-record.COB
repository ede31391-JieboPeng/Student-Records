      *                     COURSE-HISTORY.TXT, so history readers can
      *                     START on a student instead of scanning the
      *                     whole file.
      * Oct 15, 2026 - JP - Course entry now enforces course
      *                     prerequisites. A course code keyed in
      *                     308-GET-COURSE-INFO is checked against the
      *                     prerequisite codes and minimum grade
      *                     PROJECT3-P8 keeps on COURSE.TXT, using the
      *                     student's best attempt on the course-history
      *                     master. A course that falls short is warned
      *                     about and needs a supervisor override - an
      *                     operator on OPERATOR.TXT holding the
      *                     table-maintenance permission keys their ID -
      *                     or the slot is re-prompted.
      * Oct 15, 2026 - JP - Course entry is skipped for a student with
      *                     an active registration/transcript hold on
      *                     HOLDS.TXT (PROJECT3-P43) - see
      *                     344-CHECK-STUDENT-HOLDS.
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
      * Oct 15, 2026 - JP - Each course slot now carries the section
      *                     taken (COURSE-SECTION). A course with
      *                     sections on SECTIONS.TXT (PROJECT3-P8) must
      *                     be given one that is on file, does not
      *                     overlap a section entered in an earlier slot
      *                     and has a seat left, else the course is not
      *                     entered (COURSE-SECTIONS parameter).
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - Prompts for the student's residency status
      *                     (D domestic, I international, E exempt -
      *                     blank for D) after the program of study; an
      *                     international student's tuition is computed
      *                     at the program's international rate from
      *                     PROGRAM.TXT when it carries one.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-WAIT.

           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC FP-OPERATOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OPR.

           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HLD.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORDS-OUT.
      * "I" = in progress, "F" = final, one flag per course slot.
           05 GRADE-STATUS                 OCCURS 5 TIMES PIC X(1).
           05 SPONSOR-CODE                 PIC X(5).
      * Section of the course in the same slot, blank for a course
      * with no sections on SECTIONS.TXT.
           05 COURSE-SECTION               OCCURS 5 TIMES PIC X(3).
      * "D" domestic, "I" international, "E" exempt from the
      * international differential.
           05 RESIDENCY-STATUS             PIC X(1).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PROGRAM-RATE-2-IN PIC 9(3)V99.
           05 PROGRAM-V PIC X(1).
           05 PROGRAM-RATE-2-EFF-IN PIC 9(8).
           05 PROGRAM-U PIC X(1).
           05 PROGRAM-INTL-RATE-IN PIC 9(3)V99.
           05 PROGRAM-T PIC X(1).
           05 PROGRAM-INTL-RATE-2-IN PIC 9(3)V99.

       FD COURSE-FILE-IN.
       01 COURSE-RECORD.
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

       FD NUMBER-REGISTER-FILE.
       01 NUMBER-REGISTER-RECORD.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WL-QUEUE-DATE PIC 9(8).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 OPR-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 OPR-DELETE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-REFUND-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-GRADE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-TABLE-PERM-IN PIC X(1).

      * PROJECT3-P43's registration/transcript holds - only the
      * student number and hold status are needed here.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(52).
           05 HLD-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
              05 PTOMPT-FLG PIC X.
              05 MAX-SEATS-FOUND PIC 9(4).
              05 ENROLLED-COUNT PIC 9(4).
              05 RATE-DATE-WS PIC 9(8).
              05 RESIDENCY-INPUT PIC X(1).
              05 RESIDENCY-VALID-FLG PIC X(1).
              05 AUTO-ASSIGN-FLG PIC X(1).
              05 NUMBER-ASSIGNED-FLG PIC X(1).
              05 NUMBER-REGISTER-SEED PIC 9(6) VALUE 100001.
              05 STATUS-FIELD-WAIT PIC X(2).
              05 WAITLIST-CONFIRM-FLG PIC X(1).
              05 HIST-WRITTEN-FLG PIC X(1).
              05 EOF-FLAG-HIST PIC X(1).
              05 PRIOR-ATTEMPT-FLG PIC X(1).
              05 BEST-PRIOR-GRADE PIC 9(3).
              05 PREREQ-CHECK-CODE PIC X(7).
              05 PREREQ-1-FOUND PIC X(7).
              05 PREREQ-2-FOUND PIC X(7).
              05 PREREQ-3-FOUND PIC X(7).
              05 PREREQ-MIN-GRADE-FOUND PIC 9(3).
      * Minimum grade used for a course whose table entry leaves its
      * prerequisite grade at zero.
              05 PREREQ-PASS-MARK PIC 9(3) VALUE 50.
              05 PREREQ-MISSING-FLG PIC X(1).
              05 PREREQ-BLOCKED-FLG PIC X(1).
              05 OVERRIDE-GRANTED-FLG PIC X(1).
              05 SUPERVISOR-ID-WS PIC X(8).
              05 STATUS-FIELD-OPR PIC X(2).
              05 EOF-FLAG-OPR PIC X(1).
              05 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
              05 OPR-SUB PIC 9(3).
              05 STATUS-FIELD-HLD PIC X(2).
              05 EOF-FLAG-HLD PIC X(1).
              05 STUDENT-HOLD-FLG PIC X(1).
              05 SECTION-BLOCKED-FLG PIC X(1).
              05 SECTION-INPUT-WS PIC X(3).
              05 SECTION-ENROLLED-COUNT PIC 9(4).
              05 SLOT-SUB PIC 9(1).
              05 LIST-SUB PIC 9(2).

       01 ENTERED-NUMBERS-TBL.
              05 ENTERED-NUMBER OCCURS 500 TIMES PIC 9(6).

      * In-memory copy of OPERATOR.TXT, loaded once at startup so a
      * supervisor's ID can be checked for a prerequisite override.
       01 OPERATOR-TBL-MAX PIC 9(3) VALUE 50.
       01 OPERATOR-TABLE.
              05 OPERATOR-TBL OCCURS 50 TIMES.
                  10 OPR-ID-TBL PIC X(8).
                  10 OPR-NAME-TBL PIC X(20).
                  10 OPR-TABLE-TBL PIC X(1).

      * In-memory program-of-study and course tables, loaded once at
      * startup the same way PROJECT3-P3 loads them for its report.
       COPY "./PROGRAM-TBL.DAT".
       COPY "./COURSE-TBL.DAT".

      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Section lookup block passed to Project3_Section_Sub.
       COPY "./SECTION-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y" OR "y".
           CLOSE COURSE-FILE-IN.
           PERFORM 335-LOAD-OPERATOR-TABLE.
           PERFORM 302-GET-CONTINUE-FLAG.

      * Override the FILE-PATHS.DAT defaults with any paths named in
                   MOVE PARM-VALUE TO FP-WAITLIST
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 303-GET-STUDENT-NUMBER.
           PERFORM 305-GET-STUDENT-NAME.
           PERFORM 307-GET-PROGRAM-OF-STUDY.
           MOVE 'N' TO RESIDENCY-VALID-FLG.
           PERFORM 322-GET-RESIDENCY-STATUS
               UNTIL RESIDENCY-VALID-FLG = 'Y'.
           PERFORM 320-GET-CONTACT-INFO.
           MOVE 'Y' TO MORE-COURSES-FLG.
           PERFORM 344-CHECK-STUDENT-HOLDS.
           PERFORM 308-GET-COURSE-INFO
               VARYING COURSE-SUB FROM 1 BY 1
               UNTIL COURSE-SUB > 5 OR MORE-COURSES-FLG = 'N'.
               MOVE COURSE-CODE(COURSE-SUB) TO CHM-COURSE-CODE
               MOVE COURSE-AVERAGE(COURSE-SUB) TO CHM-COURSE-AVERAGE
               MOVE SPACE TO CHM-REPEAT-FLAG
               MOVE SPACE TO CHM-TRANSFER-FLAG
               MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE
               PERFORM 345-LOOKUP-TERM-BY-DATE
               MOVE TL-TERM-CODE TO CHM-TERM-CODE
               MOVE "N" TO HIST-WRITTEN-FLG
               PERFORM 319B-ATTEMPT-ONE-HISTORY-WRITE
                   UNTIL HIST-WRITTEN-FLG = "Y"
           DISPLAY "PLEASE ENTER THE EMAIL ADDRESS".
           ACCEPT STUDENT-EMAIL.

      * Residency decides which of the program's rates the student is
      * charged in 304-GET-TUITION-OWED. A blank entry is domestic.
       322-GET-RESIDENCY-STATUS.
           DISPLAY "PLEASE ENTER THE RESIDENCY STATUS (D DOMESTIC, "
                   "I INTERNATIONAL, E EXEMPT - BLANK FOR D)".
           MOVE SPACE TO RESIDENCY-INPUT.
           ACCEPT RESIDENCY-INPUT.
           EVALUATE RESIDENCY-INPUT
               WHEN "D" WHEN "d" WHEN SPACE
                   MOVE "D" TO RESIDENCY-STATUS
                   MOVE 'Y' TO RESIDENCY-VALID-FLG
               WHEN "I" WHEN "i"
                   MOVE "I" TO RESIDENCY-STATUS
                   MOVE 'Y' TO RESIDENCY-VALID-FLG
               WHEN "E" WHEN "e"
                   MOVE "E" TO RESIDENCY-STATUS
                   MOVE 'Y' TO RESIDENCY-VALID-FLG
               WHEN OTHER
                   DISPLAY "INVALID ENTRY - MUST BE D, I OR E"
           END-EVALUATE.

       308-GET-COURSE-INFO.
           DISPLAY "PLEASE ENTER COURSE CODE " COURSE-SUB
                   " (BLANK TO STOP)".
           IF COURSE-CODE(COURSE-SUB) EQUAL SPACES
               MOVE 'N' TO MORE-COURSES-FLG
           ELSE
               PERFORM 333-CHECK-PREREQUISITES
               IF PREREQ-BLOCKED-FLG = "Y"
                   DISPLAY "COURSE " COURSE-CODE(COURSE-SUB)
                           " NOT ENTERED - PREREQUISITES NOT MET"
                   MOVE SPACES TO COURSE-CODE(COURSE-SUB)
                   SUBTRACT 1 FROM COURSE-SUB
               ELSE
                   PERFORM 346-PICK-COURSE-SECTION
                   IF SECTION-BLOCKED-FLG = "Y"
                       DISPLAY "COURSE " COURSE-CODE(COURSE-SUB)
                               " NOT ENTERED - NO SECTION SET"
                       MOVE SPACES TO COURSE-CODE(COURSE-SUB)
                       SUBTRACT 1 FROM COURSE-SUB
                   ELSE
                       PERFORM 330-CHECK-COURSE-CAPACITY
                       DISPLAY "PLEASE ENTER THE AVERAGE FOR COURSE "
                               COURSE-SUB
                       ACCEPT COURSE-AVERAGE(COURSE-SUB)
                       IF COURSE-AVERAGE(COURSE-SUB) > 0
                           MOVE "F" TO GRADE-STATUS(COURSE-SUB)
                       ELSE
                           MOVE "I" TO GRADE-STATUS(COURSE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO COURSE-CODE(COURSE-SUB).
           MOVE ZEROS TO COURSE-AVERAGE(COURSE-SUB).
           MOVE SPACE TO GRADE-STATUS(COURSE-SUB).
           MOVE SPACES TO COURSE-SECTION(COURSE-SUB).

       314-LOAD-PROGRAM-TABLE.
           READ PROGRAM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-PROG
                 MOVE PROGRAM-RATE-2-IN TO PROGRAM-RATE-2-TBL(SUB-1)
                 MOVE PROGRAM-RATE-2-EFF-IN TO
                     PROGRAM-RATE-2-EFF-TBL(SUB-1)
                 IF PROGRAM-INTL-RATE-IN IS NUMERIC
                     MOVE PROGRAM-INTL-RATE-IN TO
                         PROGRAM-INTL-RATE-TBL(SUB-1)
                 ELSE
                     MOVE 0 TO PROGRAM-INTL-RATE-TBL(SUB-1)
                 END-IF
                 IF PROGRAM-INTL-RATE-2-IN IS NUMERIC
                     MOVE PROGRAM-INTL-RATE-2-IN TO
                         PROGRAM-INTL-RATE-2-TBL(SUB-1)
                 ELSE
                     MOVE 0 TO PROGRAM-INTL-RATE-2-TBL(SUB-1)
                 END-IF
                 ADD 1 TO PROGRAM-TBL-COUNT.
           IF STATUS-FIELD-PROG NOT = "00" AND
              STATUS-FIELD-PROG NOT = "10"
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 MOVE MAX-SEATS-IN TO MAX-SEATS-TBL(SUB-2)
                 MOVE PREREQ-1-IN TO PREREQ-1-TBL(SUB-2)
                 MOVE PREREQ-2-IN TO PREREQ-2-TBL(SUB-2)
                 MOVE PREREQ-3-IN TO PREREQ-3-TBL(SUB-2)
                 IF PREREQ-MIN-GRADE-IN IS NUMERIC
                     MOVE PREREQ-MIN-GRADE-IN TO
                         PREREQ-MIN-GRADE-TBL(SUB-2)
                 ELSE
                     MOVE 0 TO PREREQ-MIN-GRADE-TBL(SUB-2)
                 END-IF
                 ADD 1 TO COURSE-TBL-COUNT.
           IF STATUS-FIELD-COURSE NOT = "00" AND
              STATUS-FIELD-COURSE NOT = "10"
                       MOVE PROGRAM-RATE-TBL(SUB-1) TO
                           PROGRAM-RATE-FOUND
                   END-IF
                   IF RESIDENCY-STATUS = "I"
                       PERFORM 316B-PICK-INTL-RATE
                   END-IF
                   MOVE "Y" TO FOUND-FLAG
               END-IF.

      * An international student pays the program's international
      * rate - the future one once its effective date has arrived,
      * when one is on file. A program with no international rate
      * (zero) charges no differential, so the domestic rate already
      * picked stands. An exempt student always pays domestic.
       316B-PICK-INTL-RATE.
           IF PROGRAM-INTL-RATE-2-TBL(SUB-1) > 0 AND
              PROGRAM-RATE-2-EFF-TBL(SUB-1) > 0 AND
              RATE-DATE-WS >= PROGRAM-RATE-2-EFF-TBL(SUB-1)
               MOVE PROGRAM-INTL-RATE-2-TBL(SUB-1) TO
                   PROGRAM-RATE-FOUND
           ELSE
               IF PROGRAM-INTL-RATE-TBL(SUB-1) > 0
                   MOVE PROGRAM-INTL-RATE-TBL(SUB-1) TO
                       PROGRAM-RATE-FOUND
               END-IF
           END-IF.

      * Add the credit hours of one course slot to the running total,
      * unless the slot is blank or the code isn't in COURSE-FILE-IN.
       317-ADD-ONE-COURSE-CREDITS.
               ADD 1 TO ENROLLED-COUNT
           END-IF.

      * Check the course just entered against the prerequisites on its
      * course table entry. Every prerequisite must be on the student's
      * course-history master at the course's minimum grade or better
      * (a student keyed under an assigned transfer number may already
      * have history there); a course that falls short needs a
      * supervisor override or it isn't entered.
       333-CHECK-PREREQUISITES.
           MOVE "N" TO PREREQ-BLOCKED-FLG.
           MOVE "N" TO PREREQ-MISSING-FLG.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 333B-SEARCH-PREREQ-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "Y"
               MOVE PREREQ-1-FOUND TO PREREQ-CHECK-CODE
               PERFORM 333C-CHECK-ONE-PREREQ
               MOVE PREREQ-2-FOUND TO PREREQ-CHECK-CODE
               PERFORM 333C-CHECK-ONE-PREREQ
               MOVE PREREQ-3-FOUND TO PREREQ-CHECK-CODE
               PERFORM 333C-CHECK-ONE-PREREQ
               IF PREREQ-MISSING-FLG = "Y"
                   PERFORM 334-REQUEST-SUPERVISOR-OVERRIDE
                   IF OVERRIDE-GRANTED-FLG NOT = "Y"
                       MOVE "Y" TO PREREQ-BLOCKED-FLG
                   END-IF
               END-IF
           END-IF.

       333B-SEARCH-PREREQ-TABLE.
           IF COURSE-CODE(COURSE-SUB) EQUAL COURSE-CODE-TBL(SUB-2)
               MOVE PREREQ-1-TBL(SUB-2) TO PREREQ-1-FOUND
               MOVE PREREQ-2-TBL(SUB-2) TO PREREQ-2-FOUND
               MOVE PREREQ-3-TBL(SUB-2) TO PREREQ-3-FOUND
               IF PREREQ-MIN-GRADE-TBL(SUB-2) = 0
                   MOVE PREREQ-PASS-MARK TO PREREQ-MIN-GRADE-FOUND
               ELSE
                   MOVE PREREQ-MIN-GRADE-TBL(SUB-2) TO
                       PREREQ-MIN-GRADE-FOUND
               END-IF
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       333C-CHECK-ONE-PREREQ.
           IF PREREQ-CHECK-CODE NOT = SPACES
               PERFORM 336-SCAN-HISTORY-BEST
               IF PRIOR-ATTEMPT-FLG NOT = "Y"
                  OR BEST-PRIOR-GRADE < PREREQ-MIN-GRADE-FOUND
                   DISPLAY "WARNING: " COURSE-CODE(COURSE-SUB)
                       " REQUIRES " PREREQ-CHECK-CODE " AT "
                       PREREQ-MIN-GRADE-FOUND " OR BETTER - NOT MET "
                       "ON THE STUDENT'S COURSE HISTORY"
                   MOVE "Y" TO PREREQ-MISSING-FLG
               END-IF
           END-IF.

      * A supervisor - any operator on OPERATOR.TXT holding the
      * table-maintenance permission - lets the course stand by keying
      * their own operator ID. With no operator table on file there is
      * nobody to ask, so the override is taken as granted, the same
      * way Project3-p2 treats a session without one.
       334-REQUEST-SUPERVISOR-OVERRIDE.
           MOVE "N" TO OVERRIDE-GRANTED-FLG.
           IF OPERATOR-TBL-COUNT = 0
               MOVE "Y" TO OVERRIDE-GRANTED-FLG
               MOVE "*SETUP*" TO SUPERVISOR-ID-WS
           ELSE
               DISPLAY "SUPERVISOR OVERRIDE REQUIRED FOR "
                       COURSE-CODE(COURSE-SUB)
                       " - SUPERVISOR ID (BLANK TO DECLINE)"
               ACCEPT SUPERVISOR-ID-WS
               IF SUPERVISOR-ID-WS NOT = SPACES
                   PERFORM 334B-FIND-SUPERVISOR VARYING
                          OPR-SUB FROM 1 BY 1
                          UNTIL OPR-SUB > OPERATOR-TBL-COUNT
                          OR OVERRIDE-GRANTED-FLG = "Y"
               END-IF
           END-IF.
           IF OVERRIDE-GRANTED-FLG = "Y"
               DISPLAY "PREREQUISITE OVERRIDE FOR "
                       COURSE-CODE(COURSE-SUB)
                       " GRANTED BY " SUPERVISOR-ID-WS
           END-IF.

       334B-FIND-SUPERVISOR.
           IF SUPERVISOR-ID-WS = OPR-ID-TBL(OPR-SUB)
              AND OPR-TABLE-TBL(OPR-SUB) = "Y"
               MOVE "Y" TO OVERRIDE-GRANTED-FLG
           END-IF.

      * A missing OPERATOR.TXT leaves the table empty rather than
      * aborting - see 334-REQUEST-SUPERVISOR-OVERRIDE.
       335-LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPERATOR-TBL-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF STATUS-FIELD-OPR = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-OPR NOT = "00"
                   MOVE "OPERATOR-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-OPR TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-OPR
               PERFORM 335B-READ-ONE-OPERATOR
                   UNTIL EOF-FLAG-OPR = "Y"
                      OR OPERATOR-TBL-COUNT >= OPERATOR-TBL-MAX
               CLOSE OPERATOR-FILE
           END-IF.

       335B-READ-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO EOF-FLAG-OPR
               NOT AT END
                   ADD 1 TO OPERATOR-TBL-COUNT
                   MOVE OPR-ID TO OPR-ID-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-NAME TO OPR-NAME-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-TABLE-PERM-IN TO
                       OPR-TABLE-TBL(OPERATOR-TBL-COUNT)
           END-READ.

      * START the master on the student and read forward only their
      * records for the best attempt at PREREQ-CHECK-CODE.
       336-SCAN-HISTORY-BEST.
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
               PERFORM 336B-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 336C-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".

       336B-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       336C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = PREREQ-CHECK-CODE
               MOVE "Y" TO PRIOR-ATTEMPT-FLG
               IF CHM-COURSE-AVERAGE > BEST-PRIOR-GRADE
                   MOVE CHM-COURSE-AVERAGE TO BEST-PRIOR-GRADE
               END-IF
           END-IF.
           PERFORM 336B-READ-ONE-HISTORY-RECORD.

      * Draw the next available number from the shared control
      * register. The register is opened I-O SHARING WITH NO OTHER, so
      * while this program holds it open no other terminal can read
           DISPLAY "NUMBER REGISTER SEEDED AT " NUMBER-REGISTER-SEED
               " - RETRYING THE DRAW".

      * A keyed-in number can belong to a returning or transfer
      * student who already carries a hold on PROJECT3-P43's
      * HOLDS.TXT. Any active hold skips course entry altogether -
      * the record is written with no courses until the hold is
      * lifted. No holds file at all means nobody is on hold.
       344-CHECK-STUDENT-HOLDS.
           MOVE "N" TO STUDENT-HOLD-FLG.
           OPEN INPUT HOLD-FILE.
           IF STATUS-FIELD-HLD = "00"
               MOVE "N" TO EOF-FLAG-HLD
               PERFORM 344B-CHECK-ONE-HOLD-LINE
                   UNTIL EOF-FLAG-HLD = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF STUDENT-HOLD-FLG = "Y"
               DISPLAY "STUDENT " STUDENT-NUMBER " HAS AN ACTIVE HOLD"
                   " - COURSE ENTRY SKIPPED"
               MOVE 'N' TO MORE-COURSES-FLG
           END-IF.

       344B-CHECK-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE "Y" TO EOF-FLAG-HLD
               NOT AT END
                   IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                      AND HLD-STATUS = "A"
                       MOVE "Y" TO STUDENT-HOLD-FLG
                   END-IF
           END-READ.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       345-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

      * A course with sections on PROJECT3-P8's SECTIONS.TXT needs one
      * picked from the list: it must be on file, must not overlap the
      * meeting time of a section already entered in an earlier slot,
      * and must have a seat left against its own seat limit. A
      * course with no sections is entered without one.
       346-PICK-COURSE-SECTION.
           MOVE "N" TO SECTION-BLOCKED-FLG.
           MOVE SPACES TO COURSE-SECTION(COURSE-SUB).
           MOVE COURSE-CODE(COURSE-SUB) TO SL-COURSE-CODE.
           MOVE SPACES TO SL-SECTION.
           PERFORM 346B-CALL-SECTION-LOOKUP.
           IF SL-SECTION-COUNT > 0
               DISPLAY "SECTIONS OF " SL-COURSE-CODE
                       " (SECTION DAYS START-END ROOM SEATS):"
               PERFORM 346D-SHOW-ONE-SECTION VARYING
                      LIST-SUB FROM 1 BY 1
                      UNTIL LIST-SUB > SL-SECTION-COUNT
               DISPLAY "PLEASE ENTER THE SECTION FOR COURSE "
                       COURSE-SUB
               ACCEPT SECTION-INPUT-WS
               MOVE SECTION-INPUT-WS TO SL-SECTION
               PERFORM 346B-CALL-SECTION-LOOKUP
               IF SL-FOUND-FLG NOT = "Y"
                   DISPLAY "SECTION " SECTION-INPUT-WS " OF "
                           SL-COURSE-CODE " IS NOT ON FILE"
                   MOVE "Y" TO SECTION-BLOCKED-FLG
               ELSE
                   IF SL-CONFLICT-FLG = "Y"
                       DISPLAY "SECTION " SECTION-INPUT-WS " OF "
                               SL-COURSE-CODE " OVERLAPS "
                               SL-CONFLICT-COURSE " SECTION "
                               SL-CONFLICT-SECTION
                       MOVE "Y" TO SECTION-BLOCKED-FLG
                   ELSE
                       PERFORM 347-CHECK-SECTION-SEATS
                   END-IF
               END-IF
               IF SECTION-BLOCKED-FLG NOT = "Y"
                   MOVE SECTION-INPUT-WS TO COURSE-SECTION(COURSE-SUB)
               END-IF
           END-IF.

       346B-CALL-SECTION-LOOKUP.
           PERFORM 346C-LOAD-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 5.
           CALL "./Project3_Section_Sub"
               USING FP-COURSE-SECTIONS, SECTION-LOOKUP.

       346C-LOAD-ONE-SLOT.
           MOVE COURSE-CODE(SLOT-SUB) TO SL-SLOT-COURSE(SLOT-SUB).
           MOVE COURSE-SECTION(SLOT-SUB) TO SL-SLOT-SECTION(SLOT-SUB).

       346D-SHOW-ONE-SECTION.
           DISPLAY "  " SL-LIST-SECTION(LIST-SUB)
                   "  " SL-LIST-DAYS(LIST-SUB)
                   "  " SL-LIST-START(LIST-SUB)
                   "-" SL-LIST-END(LIST-SUB)
                   "  " SL-LIST-ROOM(LIST-SUB)
                   "  " SL-LIST-SEATS(LIST-SUB).

      * Section seat limit, counted the same way 331 counts a course's
      * enrollment - a slot counts when it holds both this course and
      * this section. A limit of 0 means no limit of its own.
       347-CHECK-SECTION-SEATS.
           IF SL-MAX-SEATS > 0
               MOVE 0 TO SECTION-ENROLLED-COUNT
               MOVE LOW-VALUES TO STUDENT-NUMBER-CHK
               MOVE "N" TO EOF-FLAG-CHK
               START STUDENT-FILE-CHECK KEY IS NOT LESS THAN
                       STUDENT-NUMBER-CHK
                   INVALID KEY MOVE "Y" TO EOF-FLAG-CHK
               END-START
               PERFORM 347B-COUNT-ONE-STUDENT
                   UNTIL EOF-FLAG-CHK = "Y"
               IF SECTION-ENROLLED-COUNT >= SL-MAX-SEATS
                   DISPLAY "SECTION " SL-SECTION " OF "
                           SL-COURSE-CODE " IS FULL ("
                           SECTION-ENROLLED-COUNT " OF "
                           SL-MAX-SEATS " SEATS TAKEN)"
                   MOVE "Y" TO SECTION-BLOCKED-FLG
               END-IF
           END-IF.

       347B-COUNT-ONE-STUDENT.
           READ STUDENT-FILE-CHECK NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG-CHK
               NOT AT END PERFORM 347C-CHECK-STUDENT-SECTIONS
           END-READ.

       347C-CHECK-STUDENT-SECTIONS.
           IF (SL-COURSE-CODE = COURSE-CODE-1-CHK
                   AND SL-SECTION = SECTION-1-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-2-CHK
                   AND SL-SECTION = SECTION-2-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-3-CHK
                   AND SL-SECTION = SECTION-3-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-4-CHK
                   AND SL-SECTION = SECTION-4-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-5-CHK
                   AND SL-SECTION = SECTION-5-CHK)
               ADD 1 TO SECTION-ENROLLED-COUNT
           END-IF.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
