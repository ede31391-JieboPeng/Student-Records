      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Screen-driven entry of transfer credit (advanced
      * standing) - (G)RANT a credit or (I)NQUIRE on a student's
      * transfer credits. A grant records the outside institution,
      * the outside course and the grade earned there, and the
      * COURSE.TXT course it counts as. The granted course goes onto
      * the COURSE-HIST.DAT master with CHM-TRANSFER-FLAG "T", so
      * PROJECT3-P18's degree audit and the Project3-p2 transcript
      * count it and the prerequisite checks accept it, while the
      * credit-weighted average, Dean's List and probation - all
      * worked from the five course slots on STUFILE3OUT - never see
      * it. The full grant, with the operator who keyed it, is kept
      * on TRANSFER-CREDIT.TXT as the register of record.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version, built on PROJECT3-P43's
      *                     menu and operator sign-on, gated on the
      *                     grade-change permission.
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
       PROGRAM-ID. PROJECT3-P46.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT TRANSFER-CREDIT-FILE
               ASSIGN TO DYNAMIC FP-TRANSFER-CREDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TRC.

           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.

           SELECT COURSE-HIST-MASTER
               ASSIGN TO DYNAMIC FP-COURSE-HIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               ALTERNATE RECORD KEY IS CHM-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT STUDENT-FILE-CHECK
               ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER-CHK
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY-CHK
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-CHK.

           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC FP-OPERATOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OPR.

       DATA DIVISION.
       FILE SECTION.
      * One line per transfer credit granted, appended as each grant
      * is keyed.
       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 TRC-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-GRANT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-INSTITUTION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-OUTSIDE-COURSE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-OUTSIDE-GRADE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRC-GRANTED-BY PIC X(8).

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

       FD COURSE-HIST-MASTER.
       01 COURSE-HIST-MASTER-RECORD.
           05 CHM-KEY.
               10 CHM-STUDENT-NUMBER PIC 9(6).
               10 CHM-ENTRY-DATE PIC 9(8).
               10 CHM-SEQUENCE PIC 9(3).
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

       FD STUDENT-FILE-CHECK.
       01 STUDENT-RECORD-CHK.
           05 STUDENT-NUMBER-CHK PIC 9(6).
           05 TUITION-OWED-CHK PIC 9(4)V99.
           05 STUDENT-NAME-CHK PIC X(40).
           05 PROGRAM-OF-STUDY-CHK PIC X(5).
           05 COURSE-CODE-1-CHK PIC X(7).
           05 COURSE-AVERAGE-1-CHK PIC 9(3).
           05 COURSE-CODE-2-CHK PIC X(7).
           05 COURSE-AVERAGE-2-CHK PIC 9(3).
           05 COURSE-CODE-3-CHK PIC X(7).
           05 COURSE-AVERAGE-3-CHK PIC 9(3).
           05 COURSE-CODE-4-CHK PIC X(7).
           05 COURSE-AVERAGE-4-CHK PIC 9(3).
           05 COURSE-CODE-5-CHK PIC X(7).
           05 COURSE-AVERAGE-5-CHK PIC 9(3).
           05 STUDENT-ADDRESS-CHK PIC X(40).
           05 STUDENT-PHONE-CHK PIC X(12).
           05 STUDENT-EMAIL-CHK PIC X(40).
           05 GRADE-STATUS-1-CHK PIC X(1).
           05 GRADE-STATUS-2-CHK PIC X(1).
           05 GRADE-STATUS-3-CHK PIC X(1).
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
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-TRC PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-CHK PIC X(2).
           05 STATUS-FIELD-OPR PIC X(2).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-TRC PIC X(1).
           05 EOF-FLAG-COURSE PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-OPR PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 MENU-CHOICE PIC X VALUE SPACE.
           05 TRC-NUMBER-INPUT PIC X(6).
           05 TRC-NUMBER-INPUT-N REDEFINES TRC-NUMBER-INPUT
               PIC 9(6).
           05 TRC-INSTITUTION-INPUT PIC X(30).
           05 TRC-OUTSIDE-COURSE-INPUT PIC X(10).
           05 TRC-COURSE-CODE-INPUT PIC X(7).
           05 TRC-GRADE-INPUT PIC X(3).
           05 TRC-GRADE-INPUT-N REDEFINES TRC-GRADE-INPUT
               PIC 9(3).
           05 COURSE-NAME-FOUND PIC X(20).
           05 RUN-DATE-WS PIC 9(8).
           05 SUB-2 PIC 9(3).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 ENTRY-VALID-FLG PIC X(1).
           05 ALREADY-GRANTED-FLG PIC X(1).
           05 HIST-WRITTEN-FLG PIC X(1).
           05 GRANT-CONFIRM-FLG PIC X(1).
           05 CREDITS-LISTED-COUNT PIC 9(4).
           05 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 OPR-SUB PIC 9(3).
           05 OPERATOR-ID-WS PIC X(8) VALUE SPACES.
           05 OPERATOR-FOUND-FLG PIC X(1).
           05 SIGNON-TRY-COUNT PIC 9(1) VALUE 0.
           05 OPR-GRADE-PERM PIC X(1) VALUE "N".

      * In-memory copy of OPERATOR.TXT, loaded once at sign-on.
       01 OPERATOR-TBL-MAX PIC 9(3) VALUE 50.
       01 OPERATOR-TABLE.
           05 OPERATOR-TBL OCCURS 50 TIMES.
               10 OPR-ID-TBL PIC X(8).
               10 OPR-NAME-TBL PIC X(20).
               10 OPR-DELETE-TBL PIC X(1).
               10 OPR-REFUND-TBL PIC X(1).
               10 OPR-GRADE-TBL PIC X(1).
               10 OPR-TABLE-TBL PIC X(1).
      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 VALUE "TRANSFER CREDIT ENTRY" BLANK SCREEN
               LINE 1 COL 29.
           05 VALUE "(G)RANT, (I)NQUIRE, OR (X) TO EXIT"
               LINE 3 COL 5.
           05 MENU-CHOICE-INPUT LINE 3 COL 42
               PIC X TO MENU-CHOICE.

       01 STUDENT-INPUT-SCREEN.
           05 VALUE "STUDENT NUMBER" BLANK SCREEN LINE 1 COL 30.
           05 NUMBER-INPUT LINE 3 COL 5
               PIC X(6) TO TRC-NUMBER-INPUT.

       01 GRANT-ENTRY-SCREEN.
           05 VALUE "GRANT TRANSFER CREDIT" BLANK SCREEN
               LINE 1 COL 29.
           05 VALUE "STUDENT NUMBER" LINE 3 COL 5.
           05 GRANT-NUMBER-INPUT LINE 3 COL 30
               PIC X(6) TO TRC-NUMBER-INPUT.
           05 VALUE "OUTSIDE INSTITUTION" LINE 5 COL 5.
           05 GRANT-INSTITUTION-INPUT LINE 5 COL 30
               PIC X(30) TO TRC-INSTITUTION-INPUT.
           05 VALUE "OUTSIDE COURSE" LINE 7 COL 5.
           05 GRANT-OUTSIDE-COURSE-INPUT LINE 7 COL 30
               PIC X(10) TO TRC-OUTSIDE-COURSE-INPUT.
           05 VALUE "GRADE EARNED (000-100)" LINE 9 COL 5.
           05 GRANT-GRADE-INPUT LINE 9 COL 30
               PIC X(3) TO TRC-GRADE-INPUT.
           05 VALUE "COUNTS AS COURSE" LINE 11 COL 5.
           05 GRANT-COURSE-CODE-INPUT LINE 11 COL 30
               PIC X(7) TO TRC-COURSE-CODE-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-MAINTAIN-TRANSFER-CREDIT.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-MENU
               UNTIL MENU-CHOICE = 'X' OR 'x'.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 360-OPERATOR-SIGN-ON.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y".
           CLOSE COURSE-FILE-IN.

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
               WHEN "TRANSFER-CREDIT"
                   MOVE PARM-VALUE TO FP-TRANSFER-CREDIT
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The history master may not exist yet on a box PROJECT3-P26
      * hasn't run on - create it empty and carry on, the same as the
      * other history writers.
       301-OPEN-FILES.
           OPEN INPUT STUDENT-FILE-CHECK.
           IF STATUS-FIELD-CHK NOT = "00"
               MOVE "STUDENT-FILE-CHECK" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CHK TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT COURSE-FILE-IN.
           IF STATUS-FIELD-COURSE NOT = "00"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN I-O COURSE-HIST-MASTER.
           IF STATUS-FIELD-HIST = "35"
               OPEN OUTPUT COURSE-HIST-MASTER
               CLOSE COURSE-HIST-MASTER
               OPEN I-O COURSE-HIST-MASTER
           END-IF.
           IF STATUS-FIELD-HIST NOT = "00"
               MOVE "COURSE-HIST-MASTER" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 ADD 1 TO COURSE-TBL-COUNT.

      * Sign the operator on before the menu comes up, gated on the
      * grade-change permission - a transfer credit goes onto the
      * student's academic record the same as a posted grade. The
      * operator ID is kept on the register as granted-by. A missing
      * or empty OPERATOR.TXT grants a full-permission session with a
      * warning.
       360-OPERATOR-SIGN-ON.
           PERFORM 361-LOAD-OPERATOR-TABLE.
           IF OPERATOR-TBL-COUNT = 0
               DISPLAY "WARNING: NO OPERATOR TABLE ON FILE - "
                   "SESSION GRANTED FULL PERMISSIONS"
               MOVE "*SETUP*" TO OPERATOR-ID-WS
               MOVE "Y" TO OPR-GRADE-PERM
           ELSE
               MOVE "N" TO OPERATOR-FOUND-FLG
               MOVE 0 TO SIGNON-TRY-COUNT
               PERFORM 363-PROMPT-FOR-OPERATOR-ID
                   UNTIL OPERATOR-FOUND-FLG = "Y"
                      OR SIGNON-TRY-COUNT >= 3
               IF OPERATOR-FOUND-FLG NOT = "Y"
                   DISPLAY "SIGN-ON FAILED - SESSION ENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF OPR-GRADE-PERM NOT = "Y"
                   DISPLAY "OPERATOR " OPERATOR-ID-WS
                       " IS NOT AUTHORIZED TO GRANT CREDIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       361-LOAD-OPERATOR-TABLE.
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
               PERFORM 362-READ-ONE-OPERATOR
                   UNTIL EOF-FLAG-OPR = "Y"
                      OR OPERATOR-TBL-COUNT >= OPERATOR-TBL-MAX
               CLOSE OPERATOR-FILE
           END-IF.

       362-READ-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO EOF-FLAG-OPR
               NOT AT END
                   ADD 1 TO OPERATOR-TBL-COUNT
                   MOVE OPR-ID TO OPR-ID-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-NAME TO OPR-NAME-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-DELETE-PERM-IN TO
                       OPR-DELETE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-REFUND-PERM-IN TO
                       OPR-REFUND-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-GRADE-PERM-IN TO
                       OPR-GRADE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-TABLE-PERM-IN TO
                       OPR-TABLE-TBL(OPERATOR-TBL-COUNT)
           END-READ.

       363-PROMPT-FOR-OPERATOR-ID.
           ADD 1 TO SIGNON-TRY-COUNT.
           DISPLAY "PLEASE ENTER YOUR OPERATOR ID".
           ACCEPT OPERATOR-ID-WS.
           PERFORM 364-FIND-OPERATOR VARYING
                  OPR-SUB FROM 1 BY 1
                  UNTIL OPR-SUB > OPERATOR-TBL-COUNT
                  OR OPERATOR-FOUND-FLG = "Y".
           IF OPERATOR-FOUND-FLG NOT = "Y"
               DISPLAY "OPERATOR ID NOT ON FILE"
           END-IF.

       364-FIND-OPERATOR.
           IF OPERATOR-ID-WS = OPR-ID-TBL(OPR-SUB)
               MOVE "Y" TO OPERATOR-FOUND-FLG
               MOVE OPR-GRADE-TBL(OPR-SUB) TO OPR-GRADE-PERM
               DISPLAY "SIGNED ON: " OPR-NAME-TBL(OPR-SUB)
           END-IF.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           EVALUATE MENU-CHOICE
               WHEN 'G' WHEN 'g'
                   PERFORM 310-GRANT-TRANSFER-CREDIT
               WHEN 'I' WHEN 'i'
                   PERFORM 330-INQUIRE-TRANSFER-CREDIT
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

       203-TERMINATE.
           CLOSE STUDENT-FILE-CHECK.
           CLOSE COURSE-HIST-MASTER.

      * Validate a grant: the student must be on STUFILE3OUT, the
      * institution and outside course keyed, the grade 000-100, and
      * the equivalent course on COURSE.TXT.
       304-VALIDATE-GRANT.
           MOVE "N" TO ENTRY-VALID-FLG.
           INSPECT TRC-COURSE-CODE-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TRC-NUMBER-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - STUDENT NUMBER MUST BE "
                   "EXACTLY 6 DIGITS"
           ELSE
               IF TRC-INSTITUTION-INPUT = SPACES OR
                  TRC-OUTSIDE-COURSE-INPUT = SPACES
                   DISPLAY "INSTITUTION AND OUTSIDE COURSE ARE "
                       "REQUIRED"
               ELSE
                   IF TRC-GRADE-INPUT NOT NUMERIC OR
                      TRC-GRADE-INPUT-N > 100
                       DISPLAY "INVALID GRADE - MUST BE 3 DIGITS, "
                           "000 TO 100"
                   ELSE
                       PERFORM 305-VALIDATE-STUDENT-AND-COURSE
                   END-IF
               END-IF
           END-IF.

       305-VALIDATE-STUDENT-AND-COURSE.
           MOVE TRC-NUMBER-INPUT-N TO STUDENT-NUMBER-CHK.
           READ STUDENT-FILE-CHECK
               INVALID KEY
                   DISPLAY "STUDENT RECORD IS NOT FOUND:"
                       TRC-NUMBER-INPUT
               NOT INVALID KEY
                   MOVE "N" TO FOUND-FLAG
                   MOVE SPACES TO COURSE-NAME-FOUND
                   PERFORM 306-SEARCH-COURSE-TABLE VARYING
                          SUB-2 FROM 1 BY 1
                          UNTIL SUB-2 > COURSE-TBL-COUNT
                          OR FOUND-FLAG = "Y"
                   IF FOUND-FLAG = "Y"
                       MOVE "Y" TO ENTRY-VALID-FLG
                   ELSE
                       DISPLAY "COURSE " TRC-COURSE-CODE-INPUT
                           " IS NOT ON THE COURSE TABLE"
                   END-IF
           END-READ.

       306-SEARCH-COURSE-TABLE.
           IF TRC-COURSE-CODE-INPUT = COURSE-CODE-TBL(SUB-2)
               MOVE COURSE-NAME-TBL(SUB-2) TO COURSE-NAME-FOUND
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * START the history master on the student and read forward only
      * their records, looking for a transfer credit already granted
      * for the same equivalent course.
       307-CHECK-ALREADY-GRANTED.
           MOVE "N" TO ALREADY-GRANTED-FLG.
           MOVE TRC-NUMBER-INPUT-N TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 307B-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 307C-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".

       307B-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = TRC-NUMBER-INPUT-N
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       307C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = TRC-COURSE-CODE-INPUT
               AND CHM-TRANSFER-FLAG = "T"
               MOVE "Y" TO ALREADY-GRANTED-FLG
           END-IF.
           PERFORM 307B-READ-ONE-HISTORY-RECORD.

      * GRANT: one transfer credit per student per equivalent course.
      * The operator confirms against the student's name and the
      * course name before anything is written.
       310-GRANT-TRANSFER-CREDIT.
           MOVE SPACES TO TRC-NUMBER-INPUT.
           MOVE SPACES TO TRC-INSTITUTION-INPUT.
           MOVE SPACES TO TRC-OUTSIDE-COURSE-INPUT.
           MOVE SPACES TO TRC-GRADE-INPUT.
           MOVE SPACES TO TRC-COURSE-CODE-INPUT.
           DISPLAY GRANT-ENTRY-SCREEN.
           ACCEPT GRANT-ENTRY-SCREEN.
           PERFORM 304-VALIDATE-GRANT.
           IF ENTRY-VALID-FLG = "Y"
               PERFORM 307-CHECK-ALREADY-GRANTED
               IF ALREADY-GRANTED-FLG = "Y"
                   DISPLAY "STUDENT ALREADY HOLDS TRANSFER CREDIT FOR "
                       TRC-COURSE-CODE-INPUT " - NOT GRANTED"
               ELSE
                   DISPLAY "GRANT " TRC-COURSE-CODE-INPUT " "
                       COURSE-NAME-FOUND
                   DISPLAY "   TO " STUDENT-NAME-CHK
                   DISPLAY "   FOR " TRC-OUTSIDE-COURSE-INPUT " AT "
                       TRC-INSTITUTION-INPUT
                   DISPLAY "CONFIRM GRANT (Y/N)"
                   ACCEPT GRANT-CONFIRM-FLG
                   IF GRANT-CONFIRM-FLG = "Y" OR "y"
                       PERFORM 312-WRITE-HISTORY-ENTRY
                       IF HIST-WRITTEN-FLG = "Y"
                           PERFORM 314-APPEND-TRANSFER-REGISTER
                           DISPLAY "TRANSFER CREDIT GRANTED"
                       ELSE
                           DISPLAY "UNABLE TO RECORD TRANSFER CREDIT "
                               "ON THE COURSE HISTORY"
                       END-IF
                   ELSE
                       DISPLAY "GRANT CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * Keyed history write, dated the day of the grant: CHM-SEQUENCE
      * starts at 000 and steps past any key already taken for the
      * same student and date until the WRITE lands.
       312-WRITE-HISTORY-ENTRY.
           MOVE TRC-NUMBER-INPUT-N TO CHM-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE TRC-COURSE-CODE-INPUT TO CHM-COURSE-CODE.
           MOVE TRC-GRADE-INPUT-N TO CHM-COURSE-AVERAGE.
           MOVE SPACE TO CHM-REPEAT-FLAG.
           MOVE "T" TO CHM-TRANSFER-FLAG.
           MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE.
           PERFORM 316-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO CHM-TERM-CODE.
           MOVE "N" TO HIST-WRITTEN-FLG.
           PERFORM 312B-ATTEMPT-ONE-HISTORY-WRITE
               UNTIL HIST-WRITTEN-FLG = "Y"
                  OR CHM-SEQUENCE > 998.

       312B-ATTEMPT-ONE-HISTORY-WRITE.
           WRITE COURSE-HIST-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO CHM-SEQUENCE
               NOT INVALID KEY
                   MOVE "Y" TO HIST-WRITTEN-FLG
           END-WRITE.

       314-APPEND-TRANSFER-REGISTER.
           OPEN EXTEND TRANSFER-CREDIT-FILE.
           IF STATUS-FIELD-TRC = "35"
               OPEN OUTPUT TRANSFER-CREDIT-FILE
           END-IF.
           IF STATUS-FIELD-TRC NOT = "00"
               MOVE "TRANSFER-CREDIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-TRC TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE TRC-NUMBER-INPUT-N TO TRC-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO TRC-GRANT-DATE.
           MOVE TRC-INSTITUTION-INPUT TO TRC-INSTITUTION.
           MOVE TRC-OUTSIDE-COURSE-INPUT TO TRC-OUTSIDE-COURSE.
           MOVE TRC-COURSE-CODE-INPUT TO TRC-COURSE-CODE.
           MOVE TRC-GRADE-INPUT-N TO TRC-OUTSIDE-GRADE.
           MOVE OPERATOR-ID-WS TO TRC-GRANTED-BY.
           WRITE TRANSFER-CREDIT-RECORD.
           CLOSE TRANSFER-CREDIT-FILE.

      * INQUIRE: every transfer credit on the register for the
      * student, oldest first.
       330-INQUIRE-TRANSFER-CREDIT.
           DISPLAY STUDENT-INPUT-SCREEN.
           ACCEPT STUDENT-INPUT-SCREEN.
           IF TRC-NUMBER-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - STUDENT NUMBER MUST BE "
                   "EXACTLY 6 DIGITS"
           ELSE
               MOVE 0 TO CREDITS-LISTED-COUNT
               OPEN INPUT TRANSFER-CREDIT-FILE
               IF STATUS-FIELD-TRC = "00"
                   MOVE "N" TO EOF-FLAG-TRC
                   PERFORM 332-LIST-ONE-TRANSFER-CREDIT
                       UNTIL EOF-FLAG-TRC = "Y"
                   CLOSE TRANSFER-CREDIT-FILE
               END-IF
               IF CREDITS-LISTED-COUNT = 0
                   DISPLAY "NO TRANSFER CREDIT ON FILE FOR "
                       TRC-NUMBER-INPUT
               END-IF
           END-IF.

       332-LIST-ONE-TRANSFER-CREDIT.
           READ TRANSFER-CREDIT-FILE
               AT END MOVE "Y" TO EOF-FLAG-TRC
               NOT AT END
                   IF TRC-STUDENT-NUMBER = TRC-NUMBER-INPUT-N
                       ADD 1 TO CREDITS-LISTED-COUNT
                       DISPLAY TRC-COURSE-CODE " "
                           TRC-OUTSIDE-COURSE " "
                           TRC-INSTITUTION " "
                           TRC-OUTSIDE-GRADE " "
                           TRC-GRANT-DATE " "
                           TRC-GRANTED-BY
                   END-IF
           END-READ.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       316-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P46.
