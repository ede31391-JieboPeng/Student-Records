      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. Reject detail widened to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-1.
               05 GRADE-STATUS-4 PIC X(1).
               05 GRADE-STATUS-5 PIC X(1).
               05 SPONSOR-CODE PIC X(5).
               05 SECTION-1 PIC X(3).
               05 SECTION-2 PIC X(3).
               05 SECTION-3 PIC X(3).
               05 SECTION-4 PIC X(3).
               05 SECTION-5 PIC X(3).
               05 RESIDENCY-STATUS PIC X(1).

       FD STUDENT-FILE-OUT.
           01 STUDENT-RECORD-OUT.
               05 GRADE-STATUS-4-OUT PIC X(1).
               05 GRADE-STATUS-5-OUT PIC X(1).
               05 SPONSOR-CODE-OUT PIC X(5).
               05 SECTION-1-OUT PIC X(3).
               05 SECTION-2-OUT PIC X(3).
               05 SECTION-3-OUT PIC X(3).
               05 SECTION-4-OUT PIC X(3).
               05 SECTION-5-OUT PIC X(3).
               05 RESIDENCY-STATUS-OUT PIC X(1).

       FD  STUDENT-FILE-REJECTS.
           01 STUDENT-REJECT-RECORD.
               05 STUDENT-REJECT-STATUS PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 STUDENT-REJECT-DETAIL PIC X(225).

       FD  BACKUP-LIST-FILE.
           01 BACKUP-LIST-LINE PIC X(40).
