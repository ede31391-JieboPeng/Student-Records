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
      * Oct 15, 2026 - JP - An international student (RESIDENCY-STATUS
      *                     I) is reassessed at the program's
      *                     international rate when PROGRAM.TXT carries
      *                     one; domestic, exempt and blank residency
      *                     stay on the domestic rate. The variance line
      *                     shows the student's residency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P33.
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

       FD REASSESS-REPORT-OUT.
       01 REASSESS-RECORD-OUT PIC X(120).
           05 FILLER PIC X(10) VALUE "  NEW OWED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  VARIANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "RES".

       01 REASSESS-DETAIL-LINE.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 DET-NEW-OWED-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-VARIANCE-OUT PIC ZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RESIDENCY-OUT PIC X(1).

       01 SUBTOTAL-LINE.
           05 FILLER PIC X(11) VALUE "SUBTOTAL - ".
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

       302B-LOAD-COURSE-TABLE.
               ELSE
                   MOVE PROGRAM-RATE-TBL(SUB-1) TO PROGRAM-RATE-FOUND
               END-IF
               IF RESIDENCY-STATUS = "I"
                   PERFORM 304C-PICK-INTL-RATE
               END-IF
               MOVE SUB-1 TO FOUND-SUB
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * An international student pays the program's international
      * rate - the future one once its effective date has arrived,
      * when one is on file. A program with no international rate
      * (zero) charges no differential, so the domestic rate already
      * picked stands. Exempt and domestic students pay domestic.
       304C-PICK-INTL-RATE.
           IF PROGRAM-INTL-RATE-2-TBL(SUB-1) > 0 AND
              PROGRAM-RATE-2-EFF-TBL(SUB-1) > 0 AND
              RUN-DATE-WS >= PROGRAM-RATE-2-EFF-TBL(SUB-1)
               MOVE PROGRAM-INTL-RATE-2-TBL(SUB-1) TO
                   PROGRAM-RATE-FOUND
           ELSE
               IF PROGRAM-INTL-RATE-TBL(SUB-1) > 0
                   MOVE PROGRAM-INTL-RATE-TBL(SUB-1) TO
                       PROGRAM-RATE-FOUND
               END-IF
           END-IF.

       305-ADD-ONE-COURSE-CREDITS.
           IF COURSE-CODE-FOR-LOOKUP NOT = SPACES
               MOVE "N" TO FOUND-FLAG
           MOVE TUITION-OWED TO DET-OLD-OWED-OUT.
           MOVE NEW-TUITION-OWED TO DET-NEW-OWED-OUT.
           MOVE VARIANCE-AMT TO DET-VARIANCE-OUT.
           IF RESIDENCY-STATUS = SPACE
               MOVE "D" TO DET-RESIDENCY-OUT
           ELSE
               MOVE RESIDENCY-STATUS TO DET-RESIDENCY-OUT
           END-IF.
           WRITE REASSESS-RECORD-OUT FROM REASSESS-DETAIL-LINE.

      * FOUND-SUB still holds the program-table slot from the rate
