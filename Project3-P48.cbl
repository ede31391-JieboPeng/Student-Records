      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Screen-driven maintenance of the INSTRUCTORS.TXT
      * instructor master (add/change/delete) - instructor ID, name,
      * home department and email address. PROJECT3-P8 assigns these
      * instructors to courses and sections, and PROJECT3-P49 reports
      * and emails the ones with in-progress grades still owed, so an
      * ID must be unique and non-zero, a name is required and an
      * email address, when given, must have an "@" for the mail
      * gateway to deliver to. An instructor still assigned to a
      * course on COURSE.TXT or a section on SECTIONS.TXT is not
      * deleted.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P48.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT INSTRUCTOR-FILE-IN ASSIGN TO DYNAMIC FP-INSTRUCTORS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT INSTRUCTOR-FILE-OUT ASSIGN TO DYNAMIC FP-INSTRUCTORS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.

           SELECT SECTION-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-SECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SEC.

           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC FP-OPERATOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE-IN.
       01 INSTRUCTOR-RECORD-IN.
           05 INSTRUCTOR-ID-IN PIC 9(6).
           05 INSTRUCTOR-X-IN PIC X(1).
           05 INSTRUCTOR-NAME-IN PIC X(25).
           05 INSTRUCTOR-Y-IN PIC X(1).
           05 INSTRUCTOR-DEPT-IN PIC X(10).
           05 INSTRUCTOR-Z-IN PIC X(1).
           05 INSTRUCTOR-EMAIL-IN PIC X(40).

       FD INSTRUCTOR-FILE-OUT.
       01 INSTRUCTOR-RECORD-OUT.
           05 INSTRUCTOR-ID-OUT PIC 9(6).
           05 INSTRUCTOR-X-OUT PIC X(1) VALUE SPACE.
           05 INSTRUCTOR-NAME-OUT PIC X(25).
           05 INSTRUCTOR-Y-OUT PIC X(1) VALUE SPACE.
           05 INSTRUCTOR-DEPT-OUT PIC X(10).
           05 INSTRUCTOR-Z-OUT PIC X(1) VALUE SPACE.
           05 INSTRUCTOR-EMAIL-OUT PIC X(40).

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
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-SEC PIC X(2).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-IN PIC X(1).
           05 EOF-FLAG-COURSE PIC X(1).
           05 EOF-FLAG-SEC PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 MENU-CHOICE PIC X VALUE SPACE.
           05 INSTRUCTOR-ID-INPUT PIC 9(6).
           05 INSTRUCTOR-NAME-INPUT PIC X(25).
           05 INSTRUCTOR-DEPT-INPUT PIC X(10).
           05 INSTRUCTOR-EMAIL-INPUT PIC X(40).
           05 SUB-1 PIC 9(3).
           05 INSTRUCTOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 FOUND-SUB PIC 9(3).
           05 DELETE-CONFIRM-FLG PIC X(1).
           05 INSTRUCTOR-VALID-FLG PIC X(1).
           05 INSTRUCTOR-ERROR-MSG PIC X(50).
           05 AT-SIGN-COUNT PIC 9(2).
           05 IN-USE-FLG PIC X(1).
           05 IN-USE-COURSE PIC X(7).
           05 IN-USE-SECTION PIC X(3).
           05 STATUS-FIELD-OPR PIC X(2).
           05 EOF-FLAG-OPR PIC X(1).
           05 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 OPR-SUB PIC 9(3).
           05 OPERATOR-ID-WS PIC X(8) VALUE SPACES.
           05 OPERATOR-FOUND-FLG PIC X(1).
           05 SIGNON-TRY-COUNT PIC 9(1) VALUE 0.
           05 OPR-TABLE-PERM PIC X(1) VALUE "N".

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
      * Copy the file which contains the structure of the instructor
      * table.
       COPY "./INSTRUCTOR-TBL.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 VALUE "INSTRUCTOR MAINTENANCE" BLANK SCREEN
               LINE 1 COL 29.
           05 VALUE "(A)DD, (C)HANGE, (D)ELETE, OR (X) TO EXIT"
               LINE 3 COL 5.
           05 MENU-CHOICE-INPUT LINE 3 COL 50
               PIC X TO MENU-CHOICE.

       01 ID-INPUT-SCREEN.
           05 VALUE "INSTRUCTOR ID" BLANK SCREEN LINE 1 COL 30.
           05 ID-INPUT LINE 3 COL 5
               PIC 9(6) TO INSTRUCTOR-ID-INPUT.

       01 ADD-DETAIL-SCREEN.
           05 VALUE "ADD INSTRUCTOR" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "INSTRUCTOR ID" LINE 3 COL 5.
           05 ADD-ID-OUTPUT LINE 3 COL 25
               PIC 9(6) FROM INSTRUCTOR-ID-INPUT.
           05 VALUE "NAME" LINE 5 COL 5.
           05 ADD-NAME-INPUT LINE 5 COL 25
               PIC X(25) TO INSTRUCTOR-NAME-INPUT.
           05 VALUE "DEPARTMENT" LINE 7 COL 5.
           05 ADD-DEPT-INPUT LINE 7 COL 25
               PIC X(10) TO INSTRUCTOR-DEPT-INPUT.
           05 VALUE "EMAIL" LINE 9 COL 5.
           05 ADD-EMAIL-INPUT LINE 9 COL 25
               PIC X(40) TO INSTRUCTOR-EMAIL-INPUT.

       01 CHANGE-DETAIL-SCREEN.
           05 VALUE "CHANGE INSTRUCTOR" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "INSTRUCTOR ID" LINE 3 COL 5.
           05 CHANGE-ID-OUTPUT LINE 3 COL 25
               PIC 9(6) FROM INSTRUCTOR-ID-INPUT.
           05 VALUE "NAME" LINE 5 COL 5.
           05 CHANGE-NAME-SCREEN LINE 5 COL 25
               PIC X(25) TO INSTRUCTOR-NAME-INPUT
                   FROM INSTRUCTOR-NAME-INPUT.
           05 VALUE "DEPARTMENT" LINE 7 COL 5.
           05 CHANGE-DEPT-SCREEN LINE 7 COL 25
               PIC X(10) TO INSTRUCTOR-DEPT-INPUT
                   FROM INSTRUCTOR-DEPT-INPUT.
           05 VALUE "EMAIL" LINE 9 COL 5.
           05 CHANGE-EMAIL-SCREEN LINE 9 COL 25
               PIC X(40) TO INSTRUCTOR-EMAIL-INPUT
                   FROM INSTRUCTOR-EMAIL-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-MAINTAIN-INSTRUCTOR-TABLE.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-MENU
               UNTIL MENU-CHOICE = 'X' OR 'x'.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 360-OPERATOR-SIGN-ON.
           PERFORM 301-OPEN-INPUT-FILES.
           IF STATUS-FIELD-IN = "00"
               PERFORM 302-LOAD-INSTRUCTOR-TABLE VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > INSTRUCTOR-TBL-MAX
                      OR EOF-FLAG-IN = "Y" OR "y"
               CLOSE INSTRUCTOR-FILE-IN
           END-IF.

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
               WHEN "INSTRUCTORS"
                   MOVE PARM-VALUE TO FP-INSTRUCTORS
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A missing INSTRUCTORS.TXT is a new installation - start with
      * an empty master and let 350 create the file on the way out.
       301-OPEN-INPUT-FILES.
           OPEN INPUT INSTRUCTOR-FILE-IN.
           IF STATUS-FIELD-IN = "35"
               DISPLAY "NO INSTRUCTOR FILE ON FILE - STARTING EMPTY"
           ELSE
               IF STATUS-FIELD-IN NOT = "00"
                   MOVE "INSTRUCTOR-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-IN TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       302-LOAD-INSTRUCTOR-TABLE.
           READ INSTRUCTOR-FILE-IN AT END MOVE "Y" TO EOF-FLAG-IN
              NOT AT END
                 MOVE INSTRUCTOR-ID-IN TO INSTRUCTOR-ID-TBL(SUB-1)
                 MOVE INSTRUCTOR-NAME-IN TO INSTRUCTOR-NAME-TBL(SUB-1)
                 MOVE INSTRUCTOR-DEPT-IN TO INSTRUCTOR-DEPT-TBL(SUB-1)
                 MOVE INSTRUCTOR-EMAIL-IN TO
                     INSTRUCTOR-EMAIL-TBL(SUB-1)
                 ADD 1 TO INSTRUCTOR-TBL-COUNT.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           EVALUATE MENU-CHOICE
               WHEN 'A' WHEN 'a'
                   PERFORM 310-ADD-INSTRUCTOR
               WHEN 'C' WHEN 'c'
                   PERFORM 320-CHANGE-INSTRUCTOR
               WHEN 'D' WHEN 'd'
                   PERFORM 330-DELETE-INSTRUCTOR
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

       203-TERMINATE.
           PERFORM 350-SAVE-INSTRUCTOR-TABLE.

       305-SEARCH-INSTRUCTOR-TABLE.
           MOVE "N" TO FOUND-FLAG.
               IF INSTRUCTOR-ID-INPUT EQUAL INSTRUCTOR-ID-TBL(SUB-1)
                   MOVE "Y" TO FOUND-FLAG
                   MOVE SUB-1 TO FOUND-SUB
               END-IF.

      * ADD: reject a zero or duplicate ID, or an entry that fails
      * 340's checks, otherwise append a new entry.
       310-ADD-INSTRUCTOR.
           DISPLAY ID-INPUT-SCREEN.
           ACCEPT ID-INPUT-SCREEN.
           PERFORM 305-SEARCH-INSTRUCTOR-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > INSTRUCTOR-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF INSTRUCTOR-ID-INPUT = 0
               DISPLAY "INSTRUCTOR ID IS REQUIRED - NOT ADDED"
           ELSE
               IF FOUND-FLAG = "Y"
                   DISPLAY "INSTRUCTOR ID ALREADY EXISTS - NOT ADDED"
               ELSE
                   IF INSTRUCTOR-TBL-COUNT >= INSTRUCTOR-TBL-MAX
                       DISPLAY "INSTRUCTOR TABLE IS FULL - NOT ADDED"
                   ELSE
                       MOVE SPACES TO INSTRUCTOR-NAME-INPUT
                       MOVE SPACES TO INSTRUCTOR-DEPT-INPUT
                       MOVE SPACES TO INSTRUCTOR-EMAIL-INPUT
                       DISPLAY ADD-DETAIL-SCREEN
                       ACCEPT ADD-DETAIL-SCREEN
                       PERFORM 340-VALIDATE-INSTRUCTOR
                       IF INSTRUCTOR-VALID-FLG NOT = "Y"
                           DISPLAY INSTRUCTOR-ERROR-MSG " - NOT ADDED"
                       ELSE
                           ADD 1 TO INSTRUCTOR-TBL-COUNT
                           MOVE INSTRUCTOR-TBL-COUNT TO FOUND-SUB
                           PERFORM 315-STORE-INSTRUCTOR-ENTRY
                           DISPLAY "INSTRUCTOR ADDED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       315-STORE-INSTRUCTOR-ENTRY.
           MOVE INSTRUCTOR-ID-INPUT TO INSTRUCTOR-ID-TBL(FOUND-SUB).
           MOVE INSTRUCTOR-NAME-INPUT TO INSTRUCTOR-NAME-TBL(FOUND-SUB).
           MOVE INSTRUCTOR-DEPT-INPUT TO INSTRUCTOR-DEPT-TBL(FOUND-SUB).
           MOVE INSTRUCTOR-EMAIL-INPUT TO
               INSTRUCTOR-EMAIL-TBL(FOUND-SUB).

      * CHANGE: the ID stays the key; name, department and email can
      * all be changed. The table entry is only replaced if the new
      * details pass 340.
       320-CHANGE-INSTRUCTOR.
           DISPLAY ID-INPUT-SCREEN.
           ACCEPT ID-INPUT-SCREEN.
           PERFORM 305-SEARCH-INSTRUCTOR-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > INSTRUCTOR-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "INSTRUCTOR ID NOT FOUND"
           ELSE
               MOVE INSTRUCTOR-NAME-TBL(FOUND-SUB)
                   TO INSTRUCTOR-NAME-INPUT
               MOVE INSTRUCTOR-DEPT-TBL(FOUND-SUB)
                   TO INSTRUCTOR-DEPT-INPUT
               MOVE INSTRUCTOR-EMAIL-TBL(FOUND-SUB)
                   TO INSTRUCTOR-EMAIL-INPUT
               DISPLAY CHANGE-DETAIL-SCREEN
               ACCEPT CHANGE-DETAIL-SCREEN
               PERFORM 340-VALIDATE-INSTRUCTOR
               IF INSTRUCTOR-VALID-FLG NOT = "Y"
                   DISPLAY INSTRUCTOR-ERROR-MSG " - NOT CHANGED"
               ELSE
                   PERFORM 315-STORE-INSTRUCTOR-ENTRY
                   DISPLAY "INSTRUCTOR CHANGED"
               END-IF
           END-IF.

      * DELETE: refuse while the instructor is still assigned to a
      * course or a section - PROJECT3-P8 reassigns those first -
      * otherwise confirm and remove the entry.
       330-DELETE-INSTRUCTOR.
           DISPLAY ID-INPUT-SCREEN.
           ACCEPT ID-INPUT-SCREEN.
           PERFORM 305-SEARCH-INSTRUCTOR-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > INSTRUCTOR-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "INSTRUCTOR ID NOT FOUND"
           ELSE
               PERFORM 332-CHECK-INSTRUCTOR-IN-USE
               IF IN-USE-FLG = "Y"
                   DISPLAY "INSTRUCTOR IS STILL ASSIGNED TO "
                           IN-USE-COURSE " " IN-USE-SECTION
                           " - NOT DELETED"
               ELSE
                   DISPLAY "CONFIRM DELETE OF INSTRUCTOR "
                           INSTRUCTOR-ID-INPUT " (Y/N)"
                   ACCEPT DELETE-CONFIRM-FLG
                   IF DELETE-CONFIRM-FLG = "Y" OR "y"
                       PERFORM 333-REMOVE-TABLE-ENTRY
                       DISPLAY "INSTRUCTOR DELETED"
                   ELSE
                       DISPLAY "DELETE CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * Scan COURSE.TXT and SECTIONS.TXT for the instructor being
      * deleted. Either file missing just means nothing is assigned
      * on it.
       332-CHECK-INSTRUCTOR-IN-USE.
           MOVE "N" TO IN-USE-FLG.
           MOVE SPACES TO IN-USE-COURSE.
           MOVE SPACES TO IN-USE-SECTION.
           OPEN INPUT COURSE-FILE-IN.
           IF STATUS-FIELD-COURSE = "00"
               MOVE "N" TO EOF-FLAG-COURSE
               PERFORM 332B-CHECK-ONE-COURSE
                   UNTIL EOF-FLAG-COURSE = "Y" OR IN-USE-FLG = "Y"
               CLOSE COURSE-FILE-IN
           END-IF.
           IF IN-USE-FLG NOT = "Y"
               OPEN INPUT SECTION-FILE-IN
               IF STATUS-FIELD-SEC = "00"
                   MOVE "N" TO EOF-FLAG-SEC
                   PERFORM 332C-CHECK-ONE-SECTION
                       UNTIL EOF-FLAG-SEC = "Y" OR IN-USE-FLG = "Y"
                   CLOSE SECTION-FILE-IN
               END-IF
           END-IF.

       332B-CHECK-ONE-COURSE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 IF COURSE-INSTRUCTOR-IN IS NUMERIC
                    AND COURSE-INSTRUCTOR-IN = INSTRUCTOR-ID-INPUT
                     MOVE "Y" TO IN-USE-FLG
                     MOVE COURSE-CODE-IN TO IN-USE-COURSE
                 END-IF
           END-READ.

       332C-CHECK-ONE-SECTION.
           READ SECTION-FILE-IN AT END MOVE "Y" TO EOF-FLAG-SEC
              NOT AT END
                 IF SECTION-INSTRUCTOR-IN IS NUMERIC
                    AND SECTION-INSTRUCTOR-IN = INSTRUCTOR-ID-INPUT
                     MOVE "Y" TO IN-USE-FLG
                     MOVE SECTION-COURSE-IN TO IN-USE-COURSE
                     MOVE SECTION-CODE-IN TO IN-USE-SECTION
                 END-IF
           END-READ.

      * Shift every entry after the deleted one up by one slot.
       333-REMOVE-TABLE-ENTRY.
           PERFORM 334-SHIFT-ONE-ENTRY-UP VARYING SUB-1
               FROM FOUND-SUB BY 1 UNTIL SUB-1 >= INSTRUCTOR-TBL-COUNT.
           SUBTRACT 1 FROM INSTRUCTOR-TBL-COUNT.

       334-SHIFT-ONE-ENTRY-UP.
           MOVE INSTRUCTOR-TBL(SUB-1 + 1) TO INSTRUCTOR-TBL(SUB-1).

      * A name is required; an email address is optional (the reminder
      * for an instructor without one falls out to PROJECT3-P49's
      * exception list) but one that is given must have an "@".
       340-VALIDATE-INSTRUCTOR.
           MOVE "Y" TO INSTRUCTOR-VALID-FLG.
           MOVE SPACES TO INSTRUCTOR-ERROR-MSG.
           IF INSTRUCTOR-NAME-INPUT = SPACES
               MOVE "N" TO INSTRUCTOR-VALID-FLG
               MOVE "INSTRUCTOR NAME IS REQUIRED"
                   TO INSTRUCTOR-ERROR-MSG
           END-IF.
           IF INSTRUCTOR-VALID-FLG = "Y"
               AND INSTRUCTOR-EMAIL-INPUT NOT = SPACES
               MOVE 0 TO AT-SIGN-COUNT
               INSPECT INSTRUCTOR-EMAIL-INPUT TALLYING AT-SIGN-COUNT
                   FOR ALL "@"
               IF AT-SIGN-COUNT NOT = 1
                   MOVE "N" TO INSTRUCTOR-VALID-FLG
                   MOVE "EMAIL ADDRESS IS NOT VALID"
                       TO INSTRUCTOR-ERROR-MSG
               END-IF
           END-IF.

      * Rewrite INSTRUCTORS.TXT from the in-memory table so the change
      * is durable for the next run of every other program that reads
      * it.
       350-SAVE-INSTRUCTOR-TABLE.
           OPEN OUTPUT INSTRUCTOR-FILE-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "INSTRUCTOR-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 351-WRITE-ONE-ENTRY VARYING SUB-1 FROM 1 BY 1
               UNTIL SUB-1 > INSTRUCTOR-TBL-COUNT.
           CLOSE INSTRUCTOR-FILE-OUT.

       351-WRITE-ONE-ENTRY.
           MOVE INSTRUCTOR-ID-TBL(SUB-1) TO INSTRUCTOR-ID-OUT.
           MOVE INSTRUCTOR-NAME-TBL(SUB-1) TO INSTRUCTOR-NAME-OUT.
           MOVE INSTRUCTOR-DEPT-TBL(SUB-1) TO INSTRUCTOR-DEPT-OUT.
           MOVE INSTRUCTOR-EMAIL-TBL(SUB-1) TO INSTRUCTOR-EMAIL-OUT.
           WRITE INSTRUCTOR-RECORD-OUT.

      * Sign the operator on before the menu comes up, the same
      * pattern PROJECT3-P7 uses. Everything this program does is
      * table maintenance, so an operator without the table-
      * maintenance permission is turned away here. A missing or
      * empty OPERATOR.TXT grants a full-permission session with a
      * warning, so a new installation can bootstrap its first
      * operator through PROJECT3-P27.
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

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P48.
