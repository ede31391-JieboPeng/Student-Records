      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (three prerequisite
      *                     course codes and a minimum passing grade
      *                     after MAX-SEATS), so a saved course file
      *                     still reads back one record per line.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - Added a BY RESIDENCY breakdown under the
      *                     grand total - enrolled and tuition owed for
      *                     domestic (including records with no
      *                     residency on file), international and exempt
      *                     students.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P20.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD PROGRAM-FILE-IN.
       01 PROGRAM-RECORD.
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

       FD SUMMARY-REPORT-OUT.
       01 SUMMARY-RECORD-OUT PIC X(80).
           05 FILLER PIC X(6) VALUE SPACES.
           05 SUM-PROBATION-OUT PIC ZZZZ9.

       01 RESIDENCY-HEADER-LINE.
           05 FILLER PIC X(20) VALUE "BY RESIDENCY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ENROLLED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "TUITION".

       01 RESIDENCY-DETAIL-LINE.
           05 RES-LABEL-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RES-ENROLLED-OUT PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RES-TUITION-OUT PIC ZZ,ZZZ,ZZ9.99.

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC A(1).
           05 EOF-FLAG-PROG PIC A(1).
           05 GRAND-TUITION-WS PIC 9(7)V99 VALUE 0.
           05 GRAND-DEANS-WS PIC 9(5) VALUE 0.
           05 GRAND-PROBATION-WS PIC 9(5) VALUE 0.
      * Domestic includes records with no residency on file.
           05 DOMESTIC-ENROLLED-WS PIC 9(5) VALUE 0.
           05 DOMESTIC-TUITION-WS PIC 9(7)V99 VALUE 0.
           05 INTL-ENROLLED-WS PIC 9(5) VALUE 0.
           05 INTL-TUITION-WS PIC 9(7)V99 VALUE 0.
           05 EXEMPT-ENROLLED-WS PIC 9(5) VALUE 0.
           05 EXEMPT-TUITION-WS PIC 9(7)V99 VALUE 0.
           05 STATUS-FIELD-PROG PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
               ADD 1 TO ENROLLED-COUNT-TBL(PROGRAM-FOUND-SUB)
               ADD TUITION-OWED TO
                   TUITION-TOTAL-TBL(PROGRAM-FOUND-SUB)
               PERFORM 307-ACCUMULATE-RESIDENCY
               PERFORM 306-CALCULATE-COURSES-AVERAGE
               EVALUATE TRUE
                   WHEN STUDENT-AVERAGE-OUT >= DEANS-LIST-CUTOFF
           MOVE GRAND-DEANS-WS TO SUM-DEANS-OUT.
           MOVE GRAND-PROBATION-WS TO SUM-PROBATION-OUT.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-DETAIL-LINE.
           PERFORM 303B-WRITE-RESIDENCY-LINES.

      * The same enrolled and tuition totals broken down by residency
      * status, so the international differential can be seen apart
      * from domestic tuition.
       303B-WRITE-RESIDENCY-LINES.
           MOVE SPACES TO SUMMARY-RECORD-OUT.
           WRITE SUMMARY-RECORD-OUT.
           WRITE SUMMARY-RECORD-OUT FROM RESIDENCY-HEADER-LINE.
           MOVE "DOMESTIC" TO RES-LABEL-OUT.
           MOVE DOMESTIC-ENROLLED-WS TO RES-ENROLLED-OUT.
           MOVE DOMESTIC-TUITION-WS TO RES-TUITION-OUT.
           WRITE SUMMARY-RECORD-OUT FROM RESIDENCY-DETAIL-LINE.
           MOVE "INTERNATIONAL" TO RES-LABEL-OUT.
           MOVE INTL-ENROLLED-WS TO RES-ENROLLED-OUT.
           MOVE INTL-TUITION-WS TO RES-TUITION-OUT.
           WRITE SUMMARY-RECORD-OUT FROM RESIDENCY-DETAIL-LINE.
           MOVE "EXEMPT" TO RES-LABEL-OUT.
           MOVE EXEMPT-ENROLLED-WS TO RES-ENROLLED-OUT.
           MOVE EXEMPT-TUITION-WS TO RES-TUITION-OUT.
           WRITE SUMMARY-RECORD-OUT FROM RESIDENCY-DETAIL-LINE.

       304-WRITE-ONE-PROGRAM-LINE.
           IF ENROLLED-COUNT-TBL(SUB-1) > 0
               ADD PROBATION-COUNT-TBL(SUB-1) TO GRAND-PROBATION-WS
           END-IF.

       307-ACCUMULATE-RESIDENCY.
           EVALUATE RESIDENCY-STATUS
               WHEN "I"
                   ADD 1 TO INTL-ENROLLED-WS
                   ADD TUITION-OWED TO INTL-TUITION-WS
               WHEN "E"
                   ADD 1 TO EXEMPT-ENROLLED-WS
                   ADD TUITION-OWED TO EXEMPT-TUITION-WS
               WHEN OTHER
                   ADD 1 TO DOMESTIC-ENROLLED-WS
                   ADD TUITION-OWED TO DOMESTIC-TUITION-WS
           END-EVALUATE.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS WITH AN UNRECOGNIZED "
