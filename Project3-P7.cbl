      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - Each program entry now carries an
      *                     international per-credit rate, current and
      *                     future, keyed on the add/change screens
      *                     under the domestic rates. The future
      *                     international rate takes effect on the same
      *                     date as the domestic one; a zero rate means
      *                     no differential. STUFILE3OUT record layout
      *                     widened with the RESIDENCY-STATUS field
      *                     carried through untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P7.
           05 PROGRAM-RATE-2-IN PIC 9(3)V99.
           05 PROGRAM-V-IN PIC X(1).
           05 PROGRAM-RATE-2-EFF-IN PIC 9(8).
           05 PROGRAM-U-IN PIC X(1).
           05 PROGRAM-INTL-RATE-IN PIC 9(3)V99.
           05 PROGRAM-T-IN PIC X(1).
           05 PROGRAM-INTL-RATE-2-IN PIC 9(3)V99.

       FD PROGRAM-FILE-OUT.
       01 PROGRAM-RECORD-OUT.
           05 PROGRAM-RATE-2-OUT PIC 9(3)V99.
           05 PROGRAM-V-OUT PIC X(1) VALUE SPACE.
           05 PROGRAM-RATE-2-EFF-OUT PIC 9(8).
           05 PROGRAM-U-OUT PIC X(1) VALUE SPACE.
           05 PROGRAM-INTL-RATE-OUT PIC 9(3)V99.
           05 PROGRAM-T-OUT PIC X(1) VALUE SPACE.
           05 PROGRAM-INTL-RATE-2-OUT PIC 9(3)V99.

       FD STUDENT-FILE-CHECK.
       01 STUDENT-RECORD-CHK.
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
           05 REQUIRED-COURSE-5-INPUT PIC X(7).
           05 PROGRAM-RATE-2-INPUT PIC 9(3)V99.
           05 PROGRAM-RATE-2-EFF-INPUT PIC 9(8).
           05 PROGRAM-INTL-RATE-INPUT PIC 9(3)V99.
           05 PROGRAM-INTL-RATE-2-INPUT PIC 9(3)V99.
           05 SUB-1 PIC 9(3).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 VALUE "EFFECTIVE DATE (YYYYMMDD)" LINE 17 COL 5.
           05 ADD-RATE-2-EFF-INPUT LINE 17 COL 32
               PIC 9(8) TO PROGRAM-RATE-2-EFF-INPUT.
           05 VALUE "INTERNATIONAL RATE (0 IF SAME)" LINE 19 COL 5.
           05 ADD-INTL-RATE-INPUT LINE 19 COL 37
               PIC 999.99 TO PROGRAM-INTL-RATE-INPUT.
           05 VALUE "FUTURE INTERNATIONAL RATE" LINE 20 COL 5.
           05 ADD-INTL-RATE-2-INPUT LINE 20 COL 37
               PIC 999.99 TO PROGRAM-INTL-RATE-2-INPUT.

       01 CHANGE-DETAIL-SCREEN.
           05 VALUE "CHANGE PROGRAM" BLANK SCREEN LINE 1 COL 30.
           05 CHANGE-RATE-2-EFF-SCREEN LINE 17 COL 32
               PIC 9(8) TO PROGRAM-RATE-2-EFF-INPUT
                   FROM PROGRAM-RATE-2-EFF-INPUT.
           05 VALUE "INTERNATIONAL RATE (0 IF SAME)" LINE 19 COL 5.
           05 CHANGE-INTL-RATE-SCREEN LINE 19 COL 37
               PIC 999.99 TO PROGRAM-INTL-RATE-INPUT
                   FROM PROGRAM-INTL-RATE-INPUT.
           05 VALUE "FUTURE INTERNATIONAL RATE" LINE 20 COL 5.
           05 CHANGE-INTL-RATE-2-SCREEN LINE 20 COL 37
               PIC 999.99 TO PROGRAM-INTL-RATE-2-INPUT
                   FROM PROGRAM-INTL-RATE-2-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 MOVE PROGRAM-RATE-2-IN TO PROGRAM-RATE-2-TBL(SUB-1)
                 MOVE PROGRAM-RATE-2-EFF-IN TO
                     PROGRAM-RATE-2-EFF-TBL(SUB-1)
                 PERFORM 302B-LOAD-INTL-RATES
                 ADD 1 TO PROGRAM-TBL-COUNT.

      * Entries written before the international rates existed are
      * short on the file - their rates come in as zero (no
      * differential) rather than as whatever spaces they read as.
       302B-LOAD-INTL-RATES.
           IF PROGRAM-INTL-RATE-IN IS NUMERIC
               MOVE PROGRAM-INTL-RATE-IN TO PROGRAM-INTL-RATE-TBL(SUB-1)
           ELSE
               MOVE 0 TO PROGRAM-INTL-RATE-TBL(SUB-1)
           END-IF.
           IF PROGRAM-INTL-RATE-2-IN IS NUMERIC
               MOVE PROGRAM-INTL-RATE-2-IN TO
                   PROGRAM-INTL-RATE-2-TBL(SUB-1)
           ELSE
               MOVE 0 TO PROGRAM-INTL-RATE-2-TBL(SUB-1)
           END-IF.

       202-PROCESS-MENU.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
                       TO PROGRAM-RATE-2-TBL(PROGRAM-TBL-COUNT)
                   MOVE PROGRAM-RATE-2-EFF-INPUT
                       TO PROGRAM-RATE-2-EFF-TBL(PROGRAM-TBL-COUNT)
                   MOVE PROGRAM-INTL-RATE-INPUT
                       TO PROGRAM-INTL-RATE-TBL(PROGRAM-TBL-COUNT)
                   MOVE PROGRAM-INTL-RATE-2-INPUT
                       TO PROGRAM-INTL-RATE-2-TBL(PROGRAM-TBL-COUNT)
                   DISPLAY "PROGRAM ADDED"
               END-IF
           END-IF.
                   PROGRAM-RATE-2-INPUT
               MOVE PROGRAM-RATE-2-EFF-TBL(FOUND-SUB) TO
                   PROGRAM-RATE-2-EFF-INPUT
               MOVE PROGRAM-INTL-RATE-TBL(FOUND-SUB) TO
                   PROGRAM-INTL-RATE-INPUT
               MOVE PROGRAM-INTL-RATE-2-TBL(FOUND-SUB) TO
                   PROGRAM-INTL-RATE-2-INPUT
               DISPLAY CHANGE-DETAIL-SCREEN
               ACCEPT CHANGE-DETAIL-SCREEN
               MOVE PROGRAM-NAME-INPUT TO PROGRAM-NAME-TBL(FOUND-SUB)
                   PROGRAM-RATE-2-TBL(FOUND-SUB)
               MOVE PROGRAM-RATE-2-EFF-INPUT TO
                   PROGRAM-RATE-2-EFF-TBL(FOUND-SUB)
               MOVE PROGRAM-INTL-RATE-INPUT TO
                   PROGRAM-INTL-RATE-TBL(FOUND-SUB)
               MOVE PROGRAM-INTL-RATE-2-INPUT TO
                   PROGRAM-INTL-RATE-2-TBL(FOUND-SUB)
               DISPLAY "PROGRAM CHANGED"
           END-IF.

               PROGRAM-RATE-2-TBL(SUB-1).
           MOVE PROGRAM-RATE-2-EFF-TBL(SUB-1 + 1) TO
               PROGRAM-RATE-2-EFF-TBL(SUB-1).
           MOVE PROGRAM-INTL-RATE-TBL(SUB-1 + 1) TO
               PROGRAM-INTL-RATE-TBL(SUB-1).
           MOVE PROGRAM-INTL-RATE-2-TBL(SUB-1 + 1) TO
               PROGRAM-INTL-RATE-2-TBL(SUB-1).

      * Rewrite PROGRAM.TXT from the in-memory table so the change is
      * durable for the next run of every other program that reads it.
           MOVE PROGRAM-RATE-2-TBL(SUB-1) TO PROGRAM-RATE-2-OUT.
           MOVE PROGRAM-RATE-2-EFF-TBL(SUB-1) TO
               PROGRAM-RATE-2-EFF-OUT.
           MOVE PROGRAM-INTL-RATE-TBL(SUB-1) TO PROGRAM-INTL-RATE-OUT.
           MOVE PROGRAM-INTL-RATE-2-TBL(SUB-1) TO
               PROGRAM-INTL-RATE-2-OUT.
           WRITE PROGRAM-RECORD-OUT.

      * Sign the operator on before the menu comes up, the same
