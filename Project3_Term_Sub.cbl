      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Academic term calendar lookup. Loads TERMS.TXT (the
      * calendar PROJECT3-P47 maintains) into TERM-TBL.DAT's table on
      * the first call and keeps it for the rest of the run, then
      * answers each call from the table: by term code, by the term
      * whose start and end dates contain a date, or by the latest
      * term that ended on or before a date. See TERM-LOOKUP.DAT for
      * the parameter block. A missing calendar file is not an error -
      * every lookup simply comes back not found (TL-TERM-CODE spaces),
      * so callers stamp a blank term code and keep their old
      * behaviour until the calendar is set up.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Project3_Term_Sub.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE-IN ASSIGN TO DYNAMIC TERM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TERM.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE-IN.
       01 TERM-RECORD-IN.
           05 TERM-CODE-IN PIC X(5).
           05 FILLER PIC X(1).
           05 TERM-START-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-END-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-ADD-DROP-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-CENSUS-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-WITHDRAW-IN PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD-TERM PIC X(2).
           05 EOF-FLAG-TERM PIC X(1).
           05 TERM-LOADED-FLG PIC X(1) VALUE "N".
           05 TERM-FILE-PATH PIC X(60).
           05 TERM-TBL-COUNT PIC 9(3) VALUE 0.
           05 TERM-SUB PIC 9(3).
           05 LATEST-END-WS PIC 9(8).
      * Copy the file which contains the structure of the term table.
       COPY "./TERM-TBL.DAT".

       LINKAGE SECTION.
       01 TERM-CALENDAR-PATH PIC X(60).
       COPY "./TERM-LOOKUP.DAT".

       PROCEDURE DIVISION USING TERM-CALENDAR-PATH, TERM-LOOKUP.
       100-LOOKUP-TERM.
           IF TERM-LOADED-FLG NOT = "Y"
               PERFORM 301-LOAD-TERM-TABLE
           END-IF.
           MOVE "N" TO TL-FOUND-FLG.
           MOVE SPACES TO TL-TERM-CODE.
           MOVE 0 TO TL-START-DATE.
           MOVE 0 TO TL-END-DATE.
           MOVE 0 TO TL-ADD-DROP-DATE.
           MOVE 0 TO TL-CENSUS-DATE.
           MOVE 0 TO TL-WITHDRAW-DATE.
           IF TL-REQUEST-MODE = "L"
               MOVE 0 TO LATEST-END-WS
               PERFORM 304-CHECK-ONE-ENDED-TERM VARYING
                      TERM-SUB FROM 1 BY 1
                      UNTIL TERM-SUB > TERM-TBL-COUNT
           ELSE
               PERFORM 302-SEARCH-TERM-TABLE VARYING
                      TERM-SUB FROM 1 BY 1
                      UNTIL TERM-SUB > TERM-TBL-COUNT
                      OR TL-FOUND-FLG = "Y"
           END-IF.
           GOBACK.

      * One load per run - the calendar is small and does not change
      * while a batch job or screen session is running. Rows whose
      * dates are not numeric are skipped rather than matched.
       301-LOAD-TERM-TABLE.
           MOVE "Y" TO TERM-LOADED-FLG.
           MOVE 0 TO TERM-TBL-COUNT.
           MOVE TERM-CALENDAR-PATH TO TERM-FILE-PATH.
           OPEN INPUT TERM-FILE-IN.
           IF STATUS-FIELD-TERM = "00"
               MOVE "N" TO EOF-FLAG-TERM
               PERFORM 301B-LOAD-ONE-TERM
                   UNTIL EOF-FLAG-TERM = "Y"
                      OR TERM-TBL-COUNT NOT < TERM-TBL-MAX
               CLOSE TERM-FILE-IN
           ELSE
               IF STATUS-FIELD-TERM NOT = "35"
                   DISPLAY "TERM CALENDAR NOT READ - STATUS: "
                        STATUS-FIELD-TERM
               END-IF
           END-IF.

       301B-LOAD-ONE-TERM.
           READ TERM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-TERM
              NOT AT END
                 IF TERM-CODE-IN NOT = SPACES
                    AND TERM-START-IN IS NUMERIC
                    AND TERM-END-IN IS NUMERIC
                    AND TERM-ADD-DROP-IN IS NUMERIC
                    AND TERM-CENSUS-IN IS NUMERIC
                    AND TERM-WITHDRAW-IN IS NUMERIC
                     ADD 1 TO TERM-TBL-COUNT
                     MOVE TERM-CODE-IN TO TERM-CODE-TBL(TERM-TBL-COUNT)
                     MOVE TERM-START-IN TO
                         TERM-START-TBL(TERM-TBL-COUNT)
                     MOVE TERM-END-IN TO TERM-END-TBL(TERM-TBL-COUNT)
                     MOVE TERM-ADD-DROP-IN TO
                         TERM-ADD-DROP-TBL(TERM-TBL-COUNT)
                     MOVE TERM-CENSUS-IN TO
                         TERM-CENSUS-TBL(TERM-TBL-COUNT)
                     MOVE TERM-WITHDRAW-IN TO
                         TERM-WITHDRAW-TBL(TERM-TBL-COUNT)
                 END-IF
           END-READ.

       302-SEARCH-TERM-TABLE.
           IF TL-REQUEST-MODE = "C"
               IF TERM-CODE-TBL(TERM-SUB) = TL-REQUEST-CODE
                   PERFORM 303-RETURN-TERM
               END-IF
           ELSE
               IF TL-REQUEST-DATE NOT < TERM-START-TBL(TERM-SUB)
                   AND TL-REQUEST-DATE NOT > TERM-END-TBL(TERM-SUB)
                   PERFORM 303-RETURN-TERM
               END-IF
           END-IF.

       303-RETURN-TERM.
           MOVE "Y" TO TL-FOUND-FLG.
           MOVE TERM-CODE-TBL(TERM-SUB) TO TL-TERM-CODE.
           MOVE TERM-START-TBL(TERM-SUB) TO TL-START-DATE.
           MOVE TERM-END-TBL(TERM-SUB) TO TL-END-DATE.
           MOVE TERM-ADD-DROP-TBL(TERM-SUB) TO TL-ADD-DROP-DATE.
           MOVE TERM-CENSUS-TBL(TERM-SUB) TO TL-CENSUS-DATE.
           MOVE TERM-WITHDRAW-TBL(TERM-SUB) TO TL-WITHDRAW-DATE.

      * The calendar is not kept in date order, so every term is
      * checked and the one with the latest qualifying end date wins.
       304-CHECK-ONE-ENDED-TERM.
           IF TERM-END-TBL(TERM-SUB) NOT > TL-REQUEST-DATE
               AND TERM-END-TBL(TERM-SUB) > LATEST-END-WS
               MOVE TERM-END-TBL(TERM-SUB) TO LATEST-END-WS
               PERFORM 303-RETURN-TERM
           END-IF.

       END PROGRAM Project3_Term_Sub.
