      * ID / permissions table (add/change/delete), the same way
      * PROJECT3-P7 maintains PROGRAM.TXT. Each entry carries the
      * operator's ID, name, and Y/N permission flags for delete,
      * refund, grade changes, table maintenance and refund approval;
      * the maintenance screens (Project3-p2, PROJECT3-P7/P8 and this
      * program) read the table at sign-on and gate their destructive
      * actions on it.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Sep 02, 2026 - JP - Original version, built on PROJECT3-P7's
      *                     load/menu/save-whole-table pattern.
      * Oct 15, 2026 - JP - OPERATOR.TXT widened with a Y/N MAY APPROVE
      *                     REFUNDS flag after the table-maintenance
      *                     flag, keyed on the add and change screens;
      *                     Project3-p2 requires it of the second
      *                     operator who approves a large refund or
      *                     withdrawal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P27.
           05 OPR-GRADE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-TABLE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-APPROVE-PERM-IN PIC X(1).

       FD OPERATOR-FILE-OUT.
       01 OPERATOR-RECORD-OUT.
           05 OPR-GRADE-PERM-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OPR-TABLE-PERM-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OPR-APPROVE-PERM-OUT PIC X(1).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 OPR-REFUND-INPUT PIC X(1).
           05 OPR-GRADE-INPUT PIC X(1).
           05 OPR-TABLE-INPUT PIC X(1).
           05 OPR-APPROVE-INPUT PIC X(1).
           05 SUB-1 PIC 9(3).
           05 FOUND-FLAG PIC X(1).
           05 FOUND-SUB PIC 9(3).
               10 OPR-REFUND-TBL PIC X(1).
               10 OPR-GRADE-TBL PIC X(1).
               10 OPR-TABLE-TBL PIC X(1).
               10 OPR-APPROVE-TBL PIC X(1).
       01 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".
           05 VALUE "MAY MAINTAIN TABLES (Y/N)" LINE 10 COL 5.
           05 ADD-TABLE-INPUT LINE 10 COL 31
               PIC X TO OPR-TABLE-INPUT.
           05 VALUE "MAY APPROVE REFUNDS (Y/N)" LINE 11 COL 5.
           05 ADD-APPROVE-INPUT LINE 11 COL 31
               PIC X TO OPR-APPROVE-INPUT.

       01 CHANGE-DETAIL-SCREEN.
           05 VALUE "CHANGE OPERATOR" BLANK SCREEN LINE 1 COL 30.
           05 VALUE "MAY MAINTAIN TABLES (Y/N)" LINE 10 COL 5.
           05 CHANGE-TABLE-SCREEN LINE 10 COL 31
               PIC X TO OPR-TABLE-INPUT FROM OPR-TABLE-INPUT.
           05 VALUE "MAY APPROVE REFUNDS (Y/N)" LINE 11 COL 5.
           05 CHANGE-APPROVE-SCREEN LINE 11 COL 31
               PIC X TO OPR-APPROVE-INPUT FROM OPR-APPROVE-INPUT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       OPR-GRADE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-TABLE-PERM-IN TO
                       OPR-TABLE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-APPROVE-PERM-IN TO
                       OPR-APPROVE-TBL(OPERATOR-TBL-COUNT)
           END-READ.

      * Sign the operator on before the menu comes up, gated on the
                       TO OPR-GRADE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-TABLE-INPUT
                       TO OPR-TABLE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-APPROVE-INPUT
                       TO OPR-APPROVE-TBL(OPERATOR-TBL-COUNT)
                   DISPLAY "OPERATOR ADDED"
               END-IF
           END-IF.
               MOVE OPR-REFUND-TBL(FOUND-SUB) TO OPR-REFUND-INPUT
               MOVE OPR-GRADE-TBL(FOUND-SUB) TO OPR-GRADE-INPUT
               MOVE OPR-TABLE-TBL(FOUND-SUB) TO OPR-TABLE-INPUT
               MOVE OPR-APPROVE-TBL(FOUND-SUB) TO OPR-APPROVE-INPUT
               DISPLAY CHANGE-DETAIL-SCREEN
               ACCEPT CHANGE-DETAIL-SCREEN
               MOVE OPR-NAME-INPUT TO OPR-NAME-TBL(FOUND-SUB)
               MOVE OPR-REFUND-INPUT TO OPR-REFUND-TBL(FOUND-SUB)
               MOVE OPR-GRADE-INPUT TO OPR-GRADE-TBL(FOUND-SUB)
               MOVE OPR-TABLE-INPUT TO OPR-TABLE-TBL(FOUND-SUB)
               MOVE OPR-APPROVE-INPUT TO OPR-APPROVE-TBL(FOUND-SUB)
               DISPLAY "OPERATOR CHANGED"
           END-IF.

           MOVE OPR-REFUND-TBL(SUB-1) TO OPR-REFUND-PERM-OUT.
           MOVE OPR-GRADE-TBL(SUB-1) TO OPR-GRADE-PERM-OUT.
           MOVE OPR-TABLE-TBL(SUB-1) TO OPR-TABLE-PERM-OUT.
           MOVE OPR-APPROVE-TBL(SUB-1) TO OPR-APPROVE-PERM-OUT.
           WRITE OPERATOR-RECORD-OUT.

       900-ABORT-RUN.
