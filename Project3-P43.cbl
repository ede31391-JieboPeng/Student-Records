      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Screen-driven maintenance of HOLDS.TXT, the student
      * registration and transcript holds file - (P)LACE a hold,
      * (R)ELEASE one, or (I)NQUIRE on a student's holds. Each hold
      * carries the student number, the hold type ("F" financial,
      * "A" academic, "D" administrative/disciplinary), the reason,
      * and the operator and date that placed it. A released hold is
      * not removed - it stays on the file marked "R" with the
      * releasing operator and date, so the file is also the hold
      * history. While a student has any active ("A" status) hold,
      * Project3-p2, STUDENT-RECORDS-PROGRAM and PROJECT3-P15 refuse
      * new course entries and Project3-p2 refuses the (T)RANSCRIPT
      * action. PROJECT3-P44 places and lifts financial holds on its
      * own under operator P44AUTO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version, built on PROJECT3-P37's
      *                     load/menu/save-whole-table pattern, with
      *                     the operator sign-on / table-permission
      *                     gate the other maintenance screens carry.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P43.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT HOLD-FILE-IN
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT HOLD-FILE-OUT
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

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
      * HLD-STATUS "A" = active, "R" = released. The released-by and
      * released-date fields stay blank/zero while a hold is active.
       FD HOLD-FILE-IN.
       01 HOLD-RECORD-IN.
           05 HLD-STUDENT-NUMBER-IN PIC 9(6).
           05 FILLER PIC X(1).
           05 HLD-TYPE-IN PIC X(1).
           05 FILLER PIC X(1).
           05 HLD-REASON-IN PIC X(30).
           05 FILLER PIC X(1).
           05 HLD-PLACED-BY-IN PIC X(8).
           05 FILLER PIC X(1).
           05 HLD-PLACED-DATE-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 HLD-STATUS-IN PIC X(1).
           05 FILLER PIC X(1).
           05 HLD-RELEASED-BY-IN PIC X(8).
           05 FILLER PIC X(1).
           05 HLD-RELEASED-DATE-IN PIC 9(8).

       FD HOLD-FILE-OUT.
       01 HOLD-RECORD-OUT.
           05 HLD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-TYPE-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-REASON-OUT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-PLACED-BY-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-PLACED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-STATUS-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-RELEASED-BY-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-RELEASED-DATE-OUT PIC 9(8).

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
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-CHK PIC X(2).
           05 STATUS-FIELD-OPR PIC X(2).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-IN PIC X(1).
           05 EOF-FLAG-OPR PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 MENU-CHOICE PIC X VALUE SPACE.
           05 HLD-NUMBER-INPUT PIC X(6).
           05 HLD-NUMBER-INPUT-N REDEFINES HLD-NUMBER-INPUT
               PIC 9(6).
           05 HLD-TYPE-INPUT PIC X(1).
           05 HLD-REASON-INPUT PIC X(30).
           05 HOLD-TYPE-NAME-WS PIC X(14).
           05 RUN-DATE-WS PIC 9(8).
           05 SUB-1 PIC 9(4).
           05 FOUND-FLAG PIC X(1).
           05 FOUND-SUB PIC 9(4).
           05 KEY-VALID-FLG PIC X(1).
           05 HOLDS-LISTED-COUNT PIC 9(4).
           05 RELEASE-CONFIRM-FLG PIC X(1).
           05 TABLE-CHANGED-FLG PIC X(1) VALUE "N".
           05 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 OPR-SUB PIC 9(3).
           05 OPERATOR-ID-WS PIC X(8) VALUE SPACES.
           05 OPERATOR-FOUND-FLG PIC X(1).
           05 SIGNON-TRY-COUNT PIC 9(1) VALUE 0.
           05 OPR-TABLE-PERM PIC X(1) VALUE "N".

      * In-memory copy of HOLDS.TXT, loaded at startup and written
      * back whole at exit - active and released holds alike.
       01 HOLD-TBL-MAX PIC 9(4) VALUE 2000.
       01 HOLD-TABLE.
           05 HOLD-TBL OCCURS 2000 TIMES.
               10 HLD-STUDENT-NUMBER-TBL PIC 9(6).
               10 HLD-TYPE-TBL PIC X(1).
               10 HLD-REASON-TBL PIC X(30).
               10 HLD-PLACED-BY-TBL PIC X(8).
               10 HLD-PLACED-DATE-TBL PIC 9(8).
               10 HLD-STATUS-TBL PIC X(1).
               10 HLD-RELEASED-BY-TBL PIC X(8).
               10 HLD-RELEASED-DATE-TBL PIC 9(8).
       01 HOLD-TBL-COUNT PIC 9(4) VALUE 0.

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
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 VALUE "STUDENT HOLDS MAINTENANCE" BLANK SCREEN
               LINE 1 COL 28.
           05 VALUE "(P)LACE, (R)ELEASE, (I)NQUIRE, OR (X) TO EXIT"
               LINE 3 COL 5.
           05 MENU-CHOICE-INPUT LINE 3 COL 54
               PIC X TO MENU-CHOICE.

       01 STUDENT-INPUT-SCREEN.
           05 VALUE "STUDENT NUMBER" BLANK SCREEN LINE 1 COL 30.
           05 NUMBER-INPUT LINE 3 COL 5
               PIC X(6) TO HLD-NUMBER-INPUT.

       01 HOLD-KEY-SCREEN.
           05 VALUE "STUDENT HOLD" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "STUDENT NUMBER" LINE 3 COL 5.
           05 KEY-NUMBER-INPUT LINE 3 COL 25
               PIC X(6) TO HLD-NUMBER-INPUT.
           05 VALUE "HOLD TYPE" LINE 5 COL 5.
           05 KEY-TYPE-INPUT LINE 5 COL 25
               PIC X(1) TO HLD-TYPE-INPUT.
           05 VALUE "(F)INANCIAL, (A)CADEMIC, A(D)MINISTRATIVE"
               LINE 5 COL 30.

       01 PLACE-DETAIL-SCREEN.
           05 VALUE "PLACE HOLD" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "STUDENT NUMBER" LINE 3 COL 5.
           05 PLACE-NUMBER-OUTPUT LINE 3 COL 25
               PIC X(6) FROM HLD-NUMBER-INPUT.
           05 PLACE-NAME-OUTPUT LINE 3 COL 35
               PIC X(40) FROM STUDENT-NAME-CHK.
           05 VALUE "HOLD TYPE" LINE 5 COL 5.
           05 PLACE-TYPE-OUTPUT LINE 5 COL 25
               PIC X(14) FROM HOLD-TYPE-NAME-WS.
           05 VALUE "REASON" LINE 7 COL 5.
           05 PLACE-REASON-INPUT LINE 7 COL 25
               PIC X(30) TO HLD-REASON-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-MAINTAIN-STUDENT-HOLDS.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-MENU
               UNTIL MENU-CHOICE = 'X' OR 'x'.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 360-OPERATOR-SIGN-ON.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-OPEN-INPUT-FILES.
           PERFORM 302-LOAD-HOLD-TABLE.

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
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-INPUT-FILES.
           OPEN INPUT STUDENT-FILE-CHECK.
           IF STATUS-FIELD-CHK NOT = "00"
               MOVE "STUDENT-FILE-CHECK" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CHK TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * A missing HOLDS.TXT just means an empty table - this program
      * and PROJECT3-P44 are the ones that create it.
       302-LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-TBL-COUNT.
           OPEN INPUT HOLD-FILE-IN.
           IF STATUS-FIELD-IN = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-IN NOT = "00"
                   MOVE "HOLD-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-IN TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-IN
               PERFORM 303-READ-ONE-HOLD
                   UNTIL EOF-FLAG-IN = "Y"
                      OR HOLD-TBL-COUNT >= HOLD-TBL-MAX
               CLOSE HOLD-FILE-IN
           END-IF.

       303-READ-ONE-HOLD.
           READ HOLD-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-IN
               NOT AT END
                   ADD 1 TO HOLD-TBL-COUNT
                   MOVE HLD-STUDENT-NUMBER-IN TO
                       HLD-STUDENT-NUMBER-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-TYPE-IN TO HLD-TYPE-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-REASON-IN TO HLD-REASON-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-PLACED-BY-IN TO
                       HLD-PLACED-BY-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-PLACED-DATE-IN TO
                       HLD-PLACED-DATE-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-STATUS-IN TO HLD-STATUS-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-RELEASED-BY-IN TO
                       HLD-RELEASED-BY-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-RELEASED-DATE-IN TO
                       HLD-RELEASED-DATE-TBL(HOLD-TBL-COUNT)
           END-READ.

      * Sign the operator on before the menu comes up, gated on the
      * table-maintenance permission like PROJECT3-P7/P8/P27/P30/P37.
      * The operator ID is what goes on a hold as placed-by or
      * released-by. A missing or empty OPERATOR.TXT grants a
      * full-permission session with a warning.
       360-OPERATOR-SIGN-ON.
           PERFORM 361-LOAD-OPERATOR-TABLE.
           IF OPERATOR-TBL-COUNT = 0
               DISPLAY "WARNING: NO OPERATOR TABLE ON FILE - "
                   "SESSION GRANTED FULL PERMISSIONS"
               MOVE "*SETUP*" TO OPERATOR-ID-WS
               MOVE "Y" TO OPR-TABLE-PERM
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
               IF OPR-TABLE-PERM NOT = "Y"
                   DISPLAY "OPERATOR " OPERATOR-ID-WS
                       " IS NOT AUTHORIZED FOR TABLE MAINTENANCE"
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
               MOVE OPR-TABLE-TBL(OPR-SUB) TO OPR-TABLE-PERM
               DISPLAY "SIGNED ON: " OPR-NAME-TBL(OPR-SUB)
           END-IF.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           EVALUATE MENU-CHOICE
               WHEN 'P' WHEN 'p'
                   PERFORM 310-PLACE-HOLD
               WHEN 'R' WHEN 'r'
                   PERFORM 320-RELEASE-HOLD
               WHEN 'I' WHEN 'i'
                   PERFORM 330-INQUIRE-STUDENT-HOLDS
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

      * The file is only rewritten when something was placed or
      * released, so an inquiry-only session leaves it untouched.
       203-TERMINATE.
           IF TABLE-CHANGED-FLG = "Y"
               PERFORM 350-SAVE-HOLD-TABLE
           END-IF.
           CLOSE STUDENT-FILE-CHECK.

      * Student number and hold type for a place or release - the
      * number must be six digits and on STUFILE3OUT, the type one
      * of the three the holds checks know.
       304-GET-HOLD-KEY.
           MOVE "N" TO KEY-VALID-FLG.
           DISPLAY HOLD-KEY-SCREEN.
           ACCEPT HOLD-KEY-SCREEN.
           IF HLD-TYPE-INPUT = "f" OR "a" OR "d"
               INSPECT HLD-TYPE-INPUT CONVERTING "fad" TO "FAD"
           END-IF.
           IF HLD-NUMBER-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - STUDENT NUMBER MUST BE "
                   "EXACTLY 6 DIGITS"
           ELSE
               IF HLD-TYPE-INPUT NOT = "F" AND
                  HLD-TYPE-INPUT NOT = "A" AND
                  HLD-TYPE-INPUT NOT = "D"
                   DISPLAY "INVALID HOLD TYPE - MUST BE F, A OR D"
               ELSE
                   MOVE HLD-NUMBER-INPUT-N TO STUDENT-NUMBER-CHK
                   READ STUDENT-FILE-CHECK
                       INVALID KEY
                           DISPLAY "STUDENT RECORD IS NOT FOUND:"
                               HLD-NUMBER-INPUT
                       NOT INVALID KEY
                           MOVE "Y" TO KEY-VALID-FLG
                   END-READ
               END-IF
           END-IF.
           PERFORM 306-NAME-HOLD-TYPE.

      * An active hold of the requested type for the requested
      * student.
       305-SEARCH-HOLD-TABLE.
           IF HLD-STUDENT-NUMBER-TBL(SUB-1) = HLD-NUMBER-INPUT-N
              AND HLD-TYPE-TBL(SUB-1) = HLD-TYPE-INPUT
              AND HLD-STATUS-TBL(SUB-1) = "A"
               MOVE "Y" TO FOUND-FLAG
               MOVE SUB-1 TO FOUND-SUB
           END-IF.

       306-NAME-HOLD-TYPE.
           EVALUATE HLD-TYPE-INPUT
               WHEN "F"
                   MOVE "FINANCIAL" TO HOLD-TYPE-NAME-WS
               WHEN "A"
                   MOVE "ACADEMIC" TO HOLD-TYPE-NAME-WS
               WHEN "D"
                   MOVE "ADMINISTRATIVE" TO HOLD-TYPE-NAME-WS
               WHEN OTHER
                   MOVE "UNKNOWN" TO HOLD-TYPE-NAME-WS
           END-EVALUATE.

      * PLACE: one active hold per student per type - a second one of
      * the same type adds nothing, so it is refused.
       310-PLACE-HOLD.
           PERFORM 304-GET-HOLD-KEY.
           IF KEY-VALID-FLG = "Y"
               MOVE "N" TO FOUND-FLAG
               PERFORM 305-SEARCH-HOLD-TABLE VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > HOLD-TBL-COUNT
                      OR FOUND-FLAG = "Y"
               IF FOUND-FLAG = "Y"
                   DISPLAY "STUDENT ALREADY HAS AN ACTIVE "
                       HOLD-TYPE-NAME-WS " HOLD - NOT PLACED"
               ELSE
                   IF HOLD-TBL-COUNT >= HOLD-TBL-MAX
                       DISPLAY "HOLD TABLE IS FULL - NOT PLACED"
                   ELSE
                       MOVE SPACES TO HLD-REASON-INPUT
                       DISPLAY PLACE-DETAIL-SCREEN
                       ACCEPT PLACE-DETAIL-SCREEN
                       PERFORM 312-ADD-HOLD-ENTRY
                       DISPLAY HOLD-TYPE-NAME-WS " HOLD PLACED ON "
                           HLD-NUMBER-INPUT
                   END-IF
               END-IF
           END-IF.

       312-ADD-HOLD-ENTRY.
           ADD 1 TO HOLD-TBL-COUNT.
           MOVE HLD-NUMBER-INPUT-N TO
               HLD-STUDENT-NUMBER-TBL(HOLD-TBL-COUNT).
           MOVE HLD-TYPE-INPUT TO HLD-TYPE-TBL(HOLD-TBL-COUNT).
           MOVE HLD-REASON-INPUT TO HLD-REASON-TBL(HOLD-TBL-COUNT).
           MOVE OPERATOR-ID-WS TO HLD-PLACED-BY-TBL(HOLD-TBL-COUNT).
           MOVE RUN-DATE-WS TO HLD-PLACED-DATE-TBL(HOLD-TBL-COUNT).
           MOVE "A" TO HLD-STATUS-TBL(HOLD-TBL-COUNT).
           MOVE SPACES TO HLD-RELEASED-BY-TBL(HOLD-TBL-COUNT).
           MOVE 0 TO HLD-RELEASED-DATE-TBL(HOLD-TBL-COUNT).
           MOVE "Y" TO TABLE-CHANGED-FLG.

      * RELEASE: the hold stays on file marked released, with who
      * released it and when.
       320-RELEASE-HOLD.
           PERFORM 304-GET-HOLD-KEY.
           IF KEY-VALID-FLG = "Y"
               MOVE "N" TO FOUND-FLAG
               PERFORM 305-SEARCH-HOLD-TABLE VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > HOLD-TBL-COUNT
                      OR FOUND-FLAG = "Y"
               IF FOUND-FLAG NOT = "Y"
                   DISPLAY "NO ACTIVE " HOLD-TYPE-NAME-WS
                       " HOLD FOR " HLD-NUMBER-INPUT
               ELSE
                   DISPLAY "HOLD: " HLD-REASON-TBL(FOUND-SUB)
                       " PLACED BY " HLD-PLACED-BY-TBL(FOUND-SUB)
                       " ON " HLD-PLACED-DATE-TBL(FOUND-SUB)
                   DISPLAY "CONFIRM RELEASE OF " HOLD-TYPE-NAME-WS
                       " HOLD ON " HLD-NUMBER-INPUT " (Y/N)"
                   ACCEPT RELEASE-CONFIRM-FLG
                   IF RELEASE-CONFIRM-FLG = "Y" OR "y"
                       MOVE "R" TO HLD-STATUS-TBL(FOUND-SUB)
                       MOVE OPERATOR-ID-WS TO
                           HLD-RELEASED-BY-TBL(FOUND-SUB)
                       MOVE RUN-DATE-WS TO
                           HLD-RELEASED-DATE-TBL(FOUND-SUB)
                       MOVE "Y" TO TABLE-CHANGED-FLG
                       DISPLAY "HOLD RELEASED"
                   ELSE
                       DISPLAY "RELEASE CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * INQUIRE: every hold on file for the student, active first
      * pass then released, so the current ones read first.
       330-INQUIRE-STUDENT-HOLDS.
           DISPLAY STUDENT-INPUT-SCREEN.
           ACCEPT STUDENT-INPUT-SCREEN.
           IF HLD-NUMBER-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - STUDENT NUMBER MUST BE "
                   "EXACTLY 6 DIGITS"
           ELSE
               MOVE 0 TO HOLDS-LISTED-COUNT
               PERFORM 332-LIST-ONE-ACTIVE-HOLD VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > HOLD-TBL-COUNT
               PERFORM 334-LIST-ONE-RELEASED-HOLD VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > HOLD-TBL-COUNT
               IF HOLDS-LISTED-COUNT = 0
                   DISPLAY "NO HOLDS ON FILE FOR " HLD-NUMBER-INPUT
               END-IF
           END-IF.

       332-LIST-ONE-ACTIVE-HOLD.
           IF HLD-STUDENT-NUMBER-TBL(SUB-1) = HLD-NUMBER-INPUT-N
              AND HLD-STATUS-TBL(SUB-1) = "A"
               ADD 1 TO HOLDS-LISTED-COUNT
               MOVE HLD-TYPE-TBL(SUB-1) TO HLD-TYPE-INPUT
               PERFORM 306-NAME-HOLD-TYPE
               DISPLAY "ACTIVE   " HOLD-TYPE-NAME-WS " "
                   HLD-REASON-TBL(SUB-1) " "
                   HLD-PLACED-BY-TBL(SUB-1) " "
                   HLD-PLACED-DATE-TBL(SUB-1)
           END-IF.

       334-LIST-ONE-RELEASED-HOLD.
           IF HLD-STUDENT-NUMBER-TBL(SUB-1) = HLD-NUMBER-INPUT-N
              AND HLD-STATUS-TBL(SUB-1) NOT = "A"
               ADD 1 TO HOLDS-LISTED-COUNT
               MOVE HLD-TYPE-TBL(SUB-1) TO HLD-TYPE-INPUT
               PERFORM 306-NAME-HOLD-TYPE
               DISPLAY "RELEASED " HOLD-TYPE-NAME-WS " "
                   HLD-REASON-TBL(SUB-1) " "
                   HLD-RELEASED-BY-TBL(SUB-1) " "
                   HLD-RELEASED-DATE-TBL(SUB-1)
           END-IF.

      * Rewrite HOLDS.TXT from the in-memory table so the change is
      * durable for the entry screens, PROJECT3-P15 and PROJECT3-P44.
       350-SAVE-HOLD-TABLE.
           OPEN OUTPUT HOLD-FILE-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "HOLD-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 351-WRITE-ONE-ENTRY VARYING SUB-1 FROM 1 BY 1
               UNTIL SUB-1 > HOLD-TBL-COUNT.
           CLOSE HOLD-FILE-OUT.

       351-WRITE-ONE-ENTRY.
           MOVE HLD-STUDENT-NUMBER-TBL(SUB-1) TO HLD-STUDENT-NUMBER-OUT.
           MOVE HLD-TYPE-TBL(SUB-1) TO HLD-TYPE-OUT.
           MOVE HLD-REASON-TBL(SUB-1) TO HLD-REASON-OUT.
           MOVE HLD-PLACED-BY-TBL(SUB-1) TO HLD-PLACED-BY-OUT.
           MOVE HLD-PLACED-DATE-TBL(SUB-1) TO HLD-PLACED-DATE-OUT.
           MOVE HLD-STATUS-TBL(SUB-1) TO HLD-STATUS-OUT.
           MOVE HLD-RELEASED-BY-TBL(SUB-1) TO HLD-RELEASED-BY-OUT.
           MOVE HLD-RELEASED-DATE-TBL(SUB-1) TO HLD-RELEASED-DATE-OUT.
           WRITE HOLD-RECORD-OUT.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P43.
