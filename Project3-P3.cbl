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
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. PROGRAM-FILE-IN widened with the
      *                     international rates PROJECT3-P7 now
      *                     maintains, read past untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P3.
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

       FD STUDENT-REPORT-OUT.
       01 STUDNT-REPORT-RECORD-OUT PIC X(218).
           05 SORT-GRADE-STATUS-4 PIC X(1).
           05 SORT-GRADE-STATUS-5 PIC X(1).
           05 SORT-SPONSOR-CODE PIC X(5).
           05 SORT-SECTION-1 PIC X(3).
           05 SORT-SECTION-2 PIC X(3).
           05 SORT-SECTION-3 PIC X(3).
           05 SORT-SECTION-4 PIC X(3).
           05 SORT-SECTION-5 PIC X(3).
           05 SORT-RESIDENCY-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 STUDENT-REPROT-RECORD.
