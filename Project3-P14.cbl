      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P14.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD DUP-REPORT-OUT.
       01 DUP-REPORT-RECORD-OUT PIC X(80).
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
       01 PAGE-HEADING-LINE.
