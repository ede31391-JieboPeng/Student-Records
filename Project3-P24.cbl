      *                     operator ID Project3-p2 now stamps, and
      *                     each printed entry shows who made the
      *                     change.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - Change-audit before/after images and the
      *                     report lines that print them widened by one
      *                     byte for the RESIDENCY-STATUS field now on
      *                     the STUFILE3OUT record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P24.
           05 FILLER PIC X(1).
           05 AUD-ACTION PIC X(7).
           05 FILLER PIC X(1).
           05 AUD-BEFORE-IMAGE PIC X(225).
           05 FILLER PIC X(1).
           05 AUD-AFTER-IMAGE PIC X(225).
           05 FILLER PIC X(1).
           05 AUD-OPERATOR-ID PIC X(8).

       FD AUDIT-REPORT-OUT.
       01 AUDIT-REPORT-RECORD-OUT PIC X(236).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
       01 BEFORE-IMAGE-LINE.
           05 FILLER PIC X(9) VALUE "  BEFORE:".
           05 FILLER PIC X(1) VALUE SPACE.
           05 BEF-IMAGE-OUT PIC X(225).

       01 AFTER-IMAGE-LINE.
           05 FILLER PIC X(9) VALUE "  AFTER: ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 AFT-IMAGE-OUT PIC X(225).

       01 NONE-FOUND-LINE.
           05 FILLER PIC X(40)
