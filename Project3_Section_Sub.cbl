      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Course section lookup and timetable conflict check.
      * Loads SECTIONS.TXT (the section file PROJECT3-P8 maintains)
      * into SECTION-TBL.DAT's table on the first call and keeps it for
      * the rest of the run, then answers each call from the table:
      * lists the sections on file for a course, returns the meeting
      * days, times, room and seat limit of the section asked for, and
      * flags it when its meeting time overlaps a section already in
      * one of the student's other course slots. See SECTION-LOOKUP.DAT
      * for the parameter block. A missing section file is not an error
      * - every course simply comes back with no sections, so callers
      * leave the section blank and enroll exactly as before.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - SECTION-FILE-IN widened with the section's
      *                     instructor, which PROJECT3-P8 now writes
      *                     after the seat limit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Project3_Section_Sub.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE-IN ASSIGN TO DYNAMIC SECTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SECTION.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD-SECTION PIC X(2).
           05 EOF-FLAG-SECTION PIC X(1).
           05 SECTION-LOADED-FLG PIC X(1) VALUE "N".
           05 SECTION-FILE-PATH PIC X(60).
           05 SECTION-TBL-COUNT PIC 9(3) VALUE 0.
           05 SECTION-SUB PIC 9(3).
           05 SLOT-SUB PIC 9(1).
           05 DAY-SUB PIC 9(1).
           05 SLOT-FOUND-FLG PIC X(1).
           05 SHARED-DAY-FLG PIC X(1).
      * Copy the file which contains the structure of the section table.
       COPY "./SECTION-TBL.DAT".

       LINKAGE SECTION.
       01 SECTION-FILE-NAME PIC X(60).
       COPY "./SECTION-LOOKUP.DAT".

       PROCEDURE DIVISION USING SECTION-FILE-NAME, SECTION-LOOKUP.
       100-LOOKUP-SECTION.
           IF SECTION-LOADED-FLG NOT = "Y"
               PERFORM 301-LOAD-SECTION-TABLE
           END-IF.
           MOVE 0 TO SL-SECTION-COUNT.
           MOVE "N" TO SL-FOUND-FLG.
           MOVE SPACES TO SL-DAYS.
           MOVE 0 TO SL-START-TIME.
           MOVE 0 TO SL-END-TIME.
           MOVE SPACES TO SL-ROOM.
           MOVE 0 TO SL-MAX-SEATS.
           MOVE "N" TO SL-CONFLICT-FLG.
           MOVE SPACES TO SL-CONFLICT-COURSE.
           MOVE SPACES TO SL-CONFLICT-SECTION.
           PERFORM 302-CHECK-ONE-SECTION VARYING
                  SECTION-SUB FROM 1 BY 1
                  UNTIL SECTION-SUB > SECTION-TBL-COUNT.
           IF SL-FOUND-FLG = "Y"
               PERFORM 303-CHECK-ONE-SLOT VARYING
                      SLOT-SUB FROM 1 BY 1
                      UNTIL SLOT-SUB > 5
                      OR SL-CONFLICT-FLG = "Y"
           END-IF.
           GOBACK.

      * One load per run - the section file is small and does not
      * change while a batch job or screen session is running. Rows
      * whose times or seat limit are not numeric are skipped rather
      * than matched.
       301-LOAD-SECTION-TABLE.
           MOVE "Y" TO SECTION-LOADED-FLG.
           MOVE 0 TO SECTION-TBL-COUNT.
           MOVE SECTION-FILE-NAME TO SECTION-FILE-PATH.
           OPEN INPUT SECTION-FILE-IN.
           IF STATUS-FIELD-SECTION = "00"
               MOVE "N" TO EOF-FLAG-SECTION
               PERFORM 301B-LOAD-ONE-SECTION
                   UNTIL EOF-FLAG-SECTION = "Y"
                      OR SECTION-TBL-COUNT NOT < SECTION-TBL-MAX
               CLOSE SECTION-FILE-IN
           ELSE
               IF STATUS-FIELD-SECTION NOT = "35"
                   DISPLAY "SECTION FILE NOT READ - STATUS: "
                        STATUS-FIELD-SECTION
               END-IF
           END-IF.

       301B-LOAD-ONE-SECTION.
           READ SECTION-FILE-IN AT END MOVE "Y" TO EOF-FLAG-SECTION
              NOT AT END
                 IF SECTION-COURSE-IN NOT = SPACES
                    AND SECTION-CODE-IN NOT = SPACES
                    AND SECTION-START-IN IS NUMERIC
                    AND SECTION-END-IN IS NUMERIC
                    AND SECTION-SEATS-IN IS NUMERIC
                     ADD 1 TO SECTION-TBL-COUNT
                     MOVE SECTION-COURSE-IN TO
                         SECTION-COURSE-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-CODE-IN TO
                         SECTION-CODE-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-DAYS-IN TO
                         SECTION-DAYS-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-START-IN TO
                         SECTION-START-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-END-IN TO
                         SECTION-END-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-ROOM-IN TO
                         SECTION-ROOM-TBL(SECTION-TBL-COUNT)
                     MOVE SECTION-SEATS-IN TO
                         SECTION-SEATS-TBL(SECTION-TBL-COUNT)
                     IF SECTION-INSTRUCTOR-IN IS NUMERIC
                         MOVE SECTION-INSTRUCTOR-IN TO
                             SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                     ELSE
                         MOVE 0 TO
                             SECTION-INSTRUCTOR-TBL(SECTION-TBL-COUNT)
                     END-IF
                 END-IF
           END-READ.

      * Every section of the course goes on the list (the first 20 -
      * more than any one course runs); the one asked for, if any, is
      * returned in full.
       302-CHECK-ONE-SECTION.
           IF SECTION-COURSE-TBL(SECTION-SUB) = SL-COURSE-CODE
               IF SL-SECTION-COUNT < 20
                   ADD 1 TO SL-SECTION-COUNT
                   MOVE SECTION-CODE-TBL(SECTION-SUB)
                       TO SL-LIST-SECTION(SL-SECTION-COUNT)
                   MOVE SECTION-DAYS-TBL(SECTION-SUB)
                       TO SL-LIST-DAYS(SL-SECTION-COUNT)
                   MOVE SECTION-START-TBL(SECTION-SUB)
                       TO SL-LIST-START(SL-SECTION-COUNT)
                   MOVE SECTION-END-TBL(SECTION-SUB)
                       TO SL-LIST-END(SL-SECTION-COUNT)
                   MOVE SECTION-ROOM-TBL(SECTION-SUB)
                       TO SL-LIST-ROOM(SL-SECTION-COUNT)
                   MOVE SECTION-SEATS-TBL(SECTION-SUB)
                       TO SL-LIST-SEATS(SL-SECTION-COUNT)
               END-IF
               IF SL-SECTION NOT = SPACES
                  AND SECTION-CODE-TBL(SECTION-SUB) = SL-SECTION
                   MOVE "Y" TO SL-FOUND-FLG
                   MOVE SECTION-DAYS-TBL(SECTION-SUB) TO SL-DAYS
                   MOVE SECTION-START-TBL(SECTION-SUB) TO SL-START-TIME
                   MOVE SECTION-END-TBL(SECTION-SUB) TO SL-END-TIME
                   MOVE SECTION-ROOM-TBL(SECTION-SUB) TO SL-ROOM
                   MOVE SECTION-SEATS-TBL(SECTION-SUB) TO SL-MAX-SEATS
               END-IF
           END-IF.

      * A slot is compared only when it holds a different course with
      * a section of its own - a course with no sections has no
      * meeting time to clash with.
       303-CHECK-ONE-SLOT.
           IF SL-SLOT-COURSE(SLOT-SUB) NOT = SPACES
              AND SL-SLOT-COURSE(SLOT-SUB) NOT = SL-COURSE-CODE
              AND SL-SLOT-SECTION(SLOT-SUB) NOT = SPACES
               MOVE "N" TO SLOT-FOUND-FLG
               PERFORM 304-FIND-SLOT-SECTION VARYING
                      SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > SECTION-TBL-COUNT
                      OR SLOT-FOUND-FLG = "Y"
           END-IF.

       304-FIND-SLOT-SECTION.
           IF SECTION-COURSE-TBL(SECTION-SUB) = SL-SLOT-COURSE(SLOT-SUB)
              AND SECTION-CODE-TBL(SECTION-SUB)
                  = SL-SLOT-SECTION(SLOT-SUB)
               MOVE "Y" TO SLOT-FOUND-FLG
               PERFORM 305-COMPARE-MEETING-TIMES
           END-IF.

      * Two sections clash when they meet on at least one common day
      * and each starts before the other ends - back-to-back sections
      * (one ending at 1000, the next starting at 1000) do not clash.
       305-COMPARE-MEETING-TIMES.
           MOVE "N" TO SHARED-DAY-FLG.
           PERFORM 305B-CHECK-ONE-DAY VARYING
                  DAY-SUB FROM 1 BY 1
                  UNTIL DAY-SUB > 7 OR SHARED-DAY-FLG = "Y".
           IF SHARED-DAY-FLG = "Y"
              AND SL-START-TIME < SECTION-END-TBL(SECTION-SUB)
              AND SECTION-START-TBL(SECTION-SUB) < SL-END-TIME
               MOVE "Y" TO SL-CONFLICT-FLG
               MOVE SL-SLOT-COURSE(SLOT-SUB) TO SL-CONFLICT-COURSE
               MOVE SL-SLOT-SECTION(SLOT-SUB) TO SL-CONFLICT-SECTION
           END-IF.

       305B-CHECK-ONE-DAY.
           IF SL-DAYS(DAY-SUB:1) NOT = SPACE
              AND SECTION-DAYS-TBL(SECTION-SUB)(DAY-SUB:1) NOT = SPACE
               MOVE "Y" TO SHARED-DAY-FLG
           END-IF.

       END PROGRAM Project3_Section_Sub.
