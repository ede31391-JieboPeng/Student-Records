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
       PROGRAM-ID. PROJECT3-P37.
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
