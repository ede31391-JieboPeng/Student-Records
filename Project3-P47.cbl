      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Screen-driven maintenance of the TERMS.TXT academic term
      * calendar (add/change/delete) - term code, start and end dates,
      * add/drop deadline, census date and withdrawal deadline. The
      * calendar is what Project3_Term_Sub looks terms up in for the
      * withdrawal refund week, the term-close rollover, the
      * provincial enrollment return and the term code stamped on
      * every payment-log and course-history entry, so each entry is
      * validated before it is kept: real dates, start before end,
      * add/drop <= census <= withdrawal deadline, all inside the
      * term, and no overlap with another term (a date has to land in
      * at most one term). A term that has already started is not
      * deleted - entries on file are already stamped with its code.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P47.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT TERM-FILE-IN ASSIGN TO DYNAMIC FP-TERM-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT TERM-FILE-OUT ASSIGN TO DYNAMIC FP-TERM-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC FP-OPERATOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE-IN.
       01 TERM-RECORD-IN.
           05 TERM-CODE-IN PIC X(5).
           05 TERM-X-IN PIC X(1).
           05 TERM-START-IN PIC 9(8).
           05 TERM-Y-IN PIC X(1).
           05 TERM-END-IN PIC 9(8).
           05 TERM-Z-IN PIC X(1).
           05 TERM-ADD-DROP-IN PIC 9(8).
           05 TERM-W-IN PIC X(1).
           05 TERM-CENSUS-IN PIC 9(8).
           05 TERM-V-IN PIC X(1).
           05 TERM-WITHDRAW-IN PIC 9(8).

       FD TERM-FILE-OUT.
       01 TERM-RECORD-OUT.
           05 TERM-CODE-OUT PIC X(5).
           05 TERM-X-OUT PIC X(1) VALUE SPACE.
           05 TERM-START-OUT PIC 9(8).
           05 TERM-Y-OUT PIC X(1) VALUE SPACE.
           05 TERM-END-OUT PIC 9(8).
           05 TERM-Z-OUT PIC X(1) VALUE SPACE.
           05 TERM-ADD-DROP-OUT PIC 9(8).
           05 TERM-W-OUT PIC X(1) VALUE SPACE.
           05 TERM-CENSUS-OUT PIC 9(8).
           05 TERM-V-OUT PIC X(1) VALUE SPACE.
           05 TERM-WITHDRAW-OUT PIC 9(8).

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
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-IN PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 MENU-CHOICE PIC X VALUE SPACE.
           05 TERM-CODE-INPUT PIC X(5).
           05 TERM-START-INPUT PIC 9(8).
           05 TERM-END-INPUT PIC 9(8).
           05 TERM-ADD-DROP-INPUT PIC 9(8).
           05 TERM-CENSUS-INPUT PIC 9(8).
           05 TERM-WITHDRAW-INPUT PIC 9(8).
           05 SUB-1 PIC 9(3).
           05 TERM-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 FOUND-SUB PIC 9(3).
           05 DELETE-CONFIRM-FLG PIC X(1).
           05 TODAY-WS PIC 9(8).
           05 TERM-VALID-FLG PIC X(1).
           05 TERM-ERROR-MSG PIC X(50).
           05 OVERLAP-FLG PIC X(1).
           05 CHECK-DATE-WS PIC 9(8).
           05 CHECK-DATE-PARTS REDEFINES CHECK-DATE-WS.
               10 CHECK-YEAR-WS PIC 9(4).
               10 CHECK-MONTH-WS PIC 9(2).
               10 CHECK-DAY-WS PIC 9(2).
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
      * Copy the file which contains the structure of the term table.
       COPY "./TERM-TBL.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 VALUE "TERM CALENDAR MAINTENANCE" BLANK SCREEN
               LINE 1 COL 28.
           05 VALUE "(A)DD, (C)HANGE, (D)ELETE, OR (X) TO EXIT"
               LINE 3 COL 5.
           05 MENU-CHOICE-INPUT LINE 3 COL 50
               PIC X TO MENU-CHOICE.

       01 CODE-INPUT-SCREEN.
           05 VALUE "TERM CODE" BLANK SCREEN LINE 1 COL 30.
           05 CODE-INPUT LINE 3 COL 5
               PIC X(5) TO TERM-CODE-INPUT.

       01 ADD-DETAIL-SCREEN.
           05 VALUE "ADD TERM" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "TERM CODE" LINE 3 COL 5.
           05 ADD-CODE-OUTPUT LINE 3 COL 32
               PIC X(5) FROM TERM-CODE-INPUT.
           05 VALUE "START DATE (YYYYMMDD)" LINE 5 COL 5.
           05 ADD-START-INPUT LINE 5 COL 32
               PIC 9(8) TO TERM-START-INPUT.
           05 VALUE "END DATE (YYYYMMDD)" LINE 6 COL 5.
           05 ADD-END-INPUT LINE 6 COL 32
               PIC 9(8) TO TERM-END-INPUT.
           05 VALUE "ADD/DROP DEADLINE" LINE 8 COL 5.
           05 ADD-ADD-DROP-INPUT LINE 8 COL 32
               PIC 9(8) TO TERM-ADD-DROP-INPUT.
           05 VALUE "CENSUS DATE" LINE 9 COL 5.
           05 ADD-CENSUS-INPUT LINE 9 COL 32
               PIC 9(8) TO TERM-CENSUS-INPUT.
           05 VALUE "WITHDRAWAL DEADLINE" LINE 10 COL 5.
           05 ADD-WITHDRAW-INPUT LINE 10 COL 32
               PIC 9(8) TO TERM-WITHDRAW-INPUT.

       01 CHANGE-DETAIL-SCREEN.
           05 VALUE "CHANGE TERM" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "TERM CODE" LINE 3 COL 5.
           05 CHANGE-CODE-OUTPUT LINE 3 COL 32
               PIC X(5) FROM TERM-CODE-INPUT.
           05 VALUE "START DATE (YYYYMMDD)" LINE 5 COL 5.
           05 CHANGE-START-SCREEN LINE 5 COL 32
               PIC 9(8) TO TERM-START-INPUT
                   FROM TERM-START-INPUT.
           05 VALUE "END DATE (YYYYMMDD)" LINE 6 COL 5.
           05 CHANGE-END-SCREEN LINE 6 COL 32
               PIC 9(8) TO TERM-END-INPUT
                   FROM TERM-END-INPUT.
           05 VALUE "ADD/DROP DEADLINE" LINE 8 COL 5.
           05 CHANGE-ADD-DROP-SCREEN LINE 8 COL 32
               PIC 9(8) TO TERM-ADD-DROP-INPUT
                   FROM TERM-ADD-DROP-INPUT.
           05 VALUE "CENSUS DATE" LINE 9 COL 5.
           05 CHANGE-CENSUS-SCREEN LINE 9 COL 32
               PIC 9(8) TO TERM-CENSUS-INPUT
                   FROM TERM-CENSUS-INPUT.
           05 VALUE "WITHDRAWAL DEADLINE" LINE 10 COL 5.
           05 CHANGE-WITHDRAW-SCREEN LINE 10 COL 32
               PIC 9(8) TO TERM-WITHDRAW-INPUT
                   FROM TERM-WITHDRAW-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-MAINTAIN-TERM-TABLE.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-MENU
               UNTIL MENU-CHOICE = 'X' OR 'x'.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 360-OPERATOR-SIGN-ON.
           ACCEPT TODAY-WS FROM DATE YYYYMMDD.
           PERFORM 301-OPEN-INPUT-FILES.
           IF STATUS-FIELD-IN = "00"
               PERFORM 302-LOAD-TERM-TABLE VARYING
                      SUB-1 FROM 1 BY 1 UNTIL SUB-1 > TERM-TBL-MAX OR
                      EOF-FLAG-IN = "Y" OR "y"
               CLOSE TERM-FILE-IN
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
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "OPERATOR-FILE"
                   MOVE PARM-VALUE TO FP-OPERATOR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A missing TERMS.TXT is a new installation - start with an
      * empty calendar and let 350 create the file on the way out.
       301-OPEN-INPUT-FILES.
           OPEN INPUT TERM-FILE-IN.
           IF STATUS-FIELD-IN = "35"
               DISPLAY "NO TERM CALENDAR ON FILE - STARTING EMPTY"
           ELSE
               IF STATUS-FIELD-IN NOT = "00"
                   MOVE "TERM-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-IN TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       302-LOAD-TERM-TABLE.
           READ TERM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-IN
              NOT AT END
                 MOVE TERM-CODE-IN TO TERM-CODE-TBL(SUB-1)
                 MOVE TERM-START-IN TO TERM-START-TBL(SUB-1)
                 MOVE TERM-END-IN TO TERM-END-TBL(SUB-1)
                 MOVE TERM-ADD-DROP-IN TO TERM-ADD-DROP-TBL(SUB-1)
                 MOVE TERM-CENSUS-IN TO TERM-CENSUS-TBL(SUB-1)
                 MOVE TERM-WITHDRAW-IN TO TERM-WITHDRAW-TBL(SUB-1)
                 ADD 1 TO TERM-TBL-COUNT.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           EVALUATE MENU-CHOICE
               WHEN 'A' WHEN 'a'
                   PERFORM 310-ADD-TERM
               WHEN 'C' WHEN 'c'
                   PERFORM 320-CHANGE-TERM
               WHEN 'D' WHEN 'd'
                   PERFORM 330-DELETE-TERM
               WHEN 'X' WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

       203-TERMINATE.
           PERFORM 350-SAVE-TERM-TABLE.

       305-SEARCH-TERM-TABLE.
           MOVE "N" TO FOUND-FLAG.
               IF TERM-CODE-INPUT EQUAL TERM-CODE-TBL(SUB-1)
                   MOVE "Y" TO FOUND-FLAG
                   MOVE SUB-1 TO FOUND-SUB
               END-IF.

      * ADD: reject a blank or duplicate code, or a calendar that fails
      * 340's checks, otherwise append a new entry.
       310-ADD-TERM.
           DISPLAY CODE-INPUT-SCREEN.
           ACCEPT CODE-INPUT-SCREEN.
           MOVE 0 TO FOUND-SUB.
           PERFORM 305-SEARCH-TERM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > TERM-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF TERM-CODE-INPUT = SPACES
               DISPLAY "TERM CODE IS REQUIRED - NOT ADDED"
           ELSE
               IF FOUND-FLAG = "Y"
                   DISPLAY "TERM CODE ALREADY EXISTS - NOT ADDED"
               ELSE
                   IF TERM-TBL-COUNT >= TERM-TBL-MAX
                       DISPLAY "TERM TABLE IS FULL - NOT ADDED"
                   ELSE
                       MOVE 0 TO TERM-START-INPUT
                       MOVE 0 TO TERM-END-INPUT
                       MOVE 0 TO TERM-ADD-DROP-INPUT
                       MOVE 0 TO TERM-CENSUS-INPUT
                       MOVE 0 TO TERM-WITHDRAW-INPUT
                       DISPLAY ADD-DETAIL-SCREEN
                       ACCEPT ADD-DETAIL-SCREEN
                       PERFORM 340-VALIDATE-TERM
                       IF TERM-VALID-FLG NOT = "Y"
                           DISPLAY TERM-ERROR-MSG " - NOT ADDED"
                       ELSE
                           ADD 1 TO TERM-TBL-COUNT
                           MOVE TERM-TBL-COUNT TO FOUND-SUB
                           PERFORM 315-STORE-TERM-ENTRY
                           DISPLAY "TERM ADDED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       315-STORE-TERM-ENTRY.
           MOVE TERM-CODE-INPUT TO TERM-CODE-TBL(FOUND-SUB).
           MOVE TERM-START-INPUT TO TERM-START-TBL(FOUND-SUB).
           MOVE TERM-END-INPUT TO TERM-END-TBL(FOUND-SUB).
           MOVE TERM-ADD-DROP-INPUT TO TERM-ADD-DROP-TBL(FOUND-SUB).
           MOVE TERM-CENSUS-INPUT TO TERM-CENSUS-TBL(FOUND-SUB).
           MOVE TERM-WITHDRAW-INPUT TO TERM-WITHDRAW-TBL(FOUND-SUB).

      * CHANGE: the dates can be changed, the code stays the key. The
      * table entry is only replaced if the new dates pass 340.
       320-CHANGE-TERM.
           DISPLAY CODE-INPUT-SCREEN.
           ACCEPT CODE-INPUT-SCREEN.
           PERFORM 305-SEARCH-TERM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > TERM-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "TERM CODE NOT FOUND"
           ELSE
               MOVE TERM-START-TBL(FOUND-SUB) TO TERM-START-INPUT
               MOVE TERM-END-TBL(FOUND-SUB) TO TERM-END-INPUT
               MOVE TERM-ADD-DROP-TBL(FOUND-SUB) TO TERM-ADD-DROP-INPUT
               MOVE TERM-CENSUS-TBL(FOUND-SUB) TO TERM-CENSUS-INPUT
               MOVE TERM-WITHDRAW-TBL(FOUND-SUB) TO TERM-WITHDRAW-INPUT
               DISPLAY CHANGE-DETAIL-SCREEN
               ACCEPT CHANGE-DETAIL-SCREEN
               PERFORM 340-VALIDATE-TERM
               IF TERM-VALID-FLG NOT = "Y"
                   DISPLAY TERM-ERROR-MSG " - NOT CHANGED"
               ELSE
                   PERFORM 315-STORE-TERM-ENTRY
                   DISPLAY "TERM CHANGED"
               END-IF
           END-IF.

      * DELETE: refuse once the term has started - the payment log and
      * course history already carry its code - otherwise confirm and
      * remove the entry.
       330-DELETE-TERM.
           DISPLAY CODE-INPUT-SCREEN.
           ACCEPT CODE-INPUT-SCREEN.
           PERFORM 305-SEARCH-TERM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > TERM-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "TERM CODE NOT FOUND"
           ELSE
               IF TERM-START-TBL(FOUND-SUB) NOT > TODAY-WS
                   DISPLAY "TERM HAS ALREADY STARTED - NOT DELETED"
               ELSE
                   DISPLAY "CONFIRM DELETE OF TERM "
                           TERM-CODE-INPUT " (Y/N)"
                   ACCEPT DELETE-CONFIRM-FLG
                   IF DELETE-CONFIRM-FLG = "Y" OR "y"
                       PERFORM 333-REMOVE-TABLE-ENTRY
                       DISPLAY "TERM DELETED"
                   ELSE
                       DISPLAY "DELETE CANCELLED"
                   END-IF
               END-IF
           END-IF.

      * Shift every entry after the deleted one up by one slot.
       333-REMOVE-TABLE-ENTRY.
           PERFORM 334-SHIFT-ONE-ENTRY-UP VARYING SUB-1
               FROM FOUND-SUB BY 1 UNTIL SUB-1 >= TERM-TBL-COUNT.
           SUBTRACT 1 FROM TERM-TBL-COUNT.

       334-SHIFT-ONE-ENTRY-UP.
           MOVE TERM-CODE-TBL(SUB-1 + 1) TO TERM-CODE-TBL(SUB-1).
           MOVE TERM-START-TBL(SUB-1 + 1) TO TERM-START-TBL(SUB-1).
           MOVE TERM-END-TBL(SUB-1 + 1) TO TERM-END-TBL(SUB-1).
           MOVE TERM-ADD-DROP-TBL(SUB-1 + 1) TO
               TERM-ADD-DROP-TBL(SUB-1).
           MOVE TERM-CENSUS-TBL(SUB-1 + 1) TO TERM-CENSUS-TBL(SUB-1).
           MOVE TERM-WITHDRAW-TBL(SUB-1 + 1) TO
               TERM-WITHDRAW-TBL(SUB-1).

      * Calendar checks on the keyed dates. FOUND-SUB is the entry
      * being changed (0 on an add) so it is skipped by the overlap
      * check against every other term.
       340-VALIDATE-TERM.
           MOVE "Y" TO TERM-VALID-FLG.
           MOVE SPACES TO TERM-ERROR-MSG.
           MOVE TERM-START-INPUT TO CHECK-DATE-WS.
           PERFORM 341-CHECK-ONE-DATE.
           MOVE TERM-END-INPUT TO CHECK-DATE-WS.
           PERFORM 341-CHECK-ONE-DATE.
           MOVE TERM-ADD-DROP-INPUT TO CHECK-DATE-WS.
           PERFORM 341-CHECK-ONE-DATE.
           MOVE TERM-CENSUS-INPUT TO CHECK-DATE-WS.
           PERFORM 341-CHECK-ONE-DATE.
           MOVE TERM-WITHDRAW-INPUT TO CHECK-DATE-WS.
           PERFORM 341-CHECK-ONE-DATE.
           IF TERM-VALID-FLG = "Y"
               AND TERM-START-INPUT NOT < TERM-END-INPUT
               MOVE "N" TO TERM-VALID-FLG
               MOVE "START DATE MUST BE BEFORE END DATE"
                   TO TERM-ERROR-MSG
           END-IF.
           IF TERM-VALID-FLG = "Y"
               AND (TERM-ADD-DROP-INPUT < TERM-START-INPUT
                 OR TERM-WITHDRAW-INPUT > TERM-END-INPUT)
               MOVE "N" TO TERM-VALID-FLG
               MOVE "DEADLINES MUST FALL INSIDE THE TERM"
                   TO TERM-ERROR-MSG
           END-IF.
           IF TERM-VALID-FLG = "Y"
               AND (TERM-ADD-DROP-INPUT > TERM-CENSUS-INPUT
                 OR TERM-CENSUS-INPUT > TERM-WITHDRAW-INPUT)
               MOVE "N" TO TERM-VALID-FLG
               MOVE "NEED ADD/DROP <= CENSUS <= WITHDRAWAL DEADLINE"
                   TO TERM-ERROR-MSG
           END-IF.
           IF TERM-VALID-FLG = "Y"
               MOVE "N" TO OVERLAP-FLG
               PERFORM 342-CHECK-ONE-OVERLAP VARYING SUB-1
                   FROM 1 BY 1 UNTIL SUB-1 > TERM-TBL-COUNT
               IF OVERLAP-FLG = "Y"
                   MOVE "N" TO TERM-VALID-FLG
                   MOVE "DATES OVERLAP ANOTHER TERM"
                       TO TERM-ERROR-MSG
               END-IF
           END-IF.

       341-CHECK-ONE-DATE.
           IF TERM-VALID-FLG = "Y"
               IF CHECK-YEAR-WS < 1900
                   OR CHECK-MONTH-WS < 1 OR CHECK-MONTH-WS > 12
                   OR CHECK-DAY-WS < 1 OR CHECK-DAY-WS > 31
                   MOVE "N" TO TERM-VALID-FLG
                   MOVE "EVERY DATE MUST BE A VALID YYYYMMDD"
                       TO TERM-ERROR-MSG
               END-IF
           END-IF.

       342-CHECK-ONE-OVERLAP.
           IF SUB-1 NOT = FOUND-SUB
               AND TERM-START-INPUT NOT > TERM-END-TBL(SUB-1)
               AND TERM-END-INPUT NOT < TERM-START-TBL(SUB-1)
               MOVE "Y" TO OVERLAP-FLG
           END-IF.

      * Rewrite TERMS.TXT from the in-memory table so the change is
      * durable for the next run of every other program that reads it.
       350-SAVE-TERM-TABLE.
           OPEN OUTPUT TERM-FILE-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "TERM-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 351-WRITE-ONE-ENTRY VARYING SUB-1 FROM 1 BY 1
               UNTIL SUB-1 > TERM-TBL-COUNT.
           CLOSE TERM-FILE-OUT.

       351-WRITE-ONE-ENTRY.
           MOVE TERM-CODE-TBL(SUB-1) TO TERM-CODE-OUT.
           MOVE TERM-START-TBL(SUB-1) TO TERM-START-OUT.
           MOVE TERM-END-TBL(SUB-1) TO TERM-END-OUT.
           MOVE TERM-ADD-DROP-TBL(SUB-1) TO TERM-ADD-DROP-OUT.
           MOVE TERM-CENSUS-TBL(SUB-1) TO TERM-CENSUS-OUT.
           MOVE TERM-WITHDRAW-TBL(SUB-1) TO TERM-WITHDRAW-OUT.
           WRITE TERM-RECORD-OUT.

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

       END PROGRAM PROJECT3-P47.
