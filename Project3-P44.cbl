      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Automatic financial-hold run. Walks STUFILE3OUT and,
      * for every student with a balance owing, ages the balance the
      * way PROJECT3-P22 does (last payment-log activity, 30/360 day
      * count); a balance more than 90 days past its last activity
      * gets a financial ("F") hold on HOLDS.TXT under operator
      * P44AUTO, unless the student already carries an active
      * financial hold. A student whose balance has cleared to zero
      * has any active P44AUTO financial hold released, again under
      * P44AUTO. Financial holds the bursar placed by hand through
      * PROJECT3-P43 are never lifted here - only the bursar lifts
      * those. Every hold placed or lifted is listed on
      * HOLD-SWEEP.TXT.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - Award credits (type "A", posted by
      *                     PROJECT3-P45) are not student activity and
      *                     no longer count as the last activity date.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P44.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT HOLD-FILE-IN
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HOLD.

           SELECT HOLD-FILE-OUT
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HOLD.

           SELECT SWEEP-REPORT-OUT ASSIGN TO DYNAMIC FP-HOLD-SWEEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD-IN.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-CODE-1 PIC X(7).
           05 COURSE-AVERAGE-1 PIC 9(3).
           05 COURSE-CODE-2 PIC X(7).
           05 COURSE-AVERAGE-2 PIC 9(3).
           05 COURSE-CODE-3 PIC X(7).
           05 COURSE-AVERAGE-3 PIC 9(3).
           05 COURSE-CODE-4 PIC X(7).
           05 COURSE-AVERAGE-4 PIC 9(3).
           05 COURSE-CODE-5 PIC X(7).
           05 COURSE-AVERAGE-5 PIC 9(3).
           05 STUDENT-ADDRESS PIC X(40).
           05 STUDENT-PHONE PIC X(12).
           05 STUDENT-EMAIL PIC X(40).
           05 GRADE-STATUS-1 PIC X(1).
           05 GRADE-STATUS-2 PIC X(1).
           05 GRADE-STATUS-3 PIC X(1).
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-RECORD.
           05 LOG-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 LOG-OLD-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-PAYMENT-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-NEW-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LOG-TRANSACTION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LOG-TRANSACTION-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1).
      * Second operator who released a large refund or withdrawal
      * from Project3-p2's approval queue; spaces otherwise.
           05 LOG-APPROVER-ID PIC X(8).

      * Same layout PROJECT3-P43 maintains.
       FD HOLD-FILE-IN.
       01 HOLD-RECORD-IN.
           05 HLD-STUDENT-NUMBER-IN PIC 9(6).
           05 FILLER PIC X(1).
           05 HLD-TYPE-IN PIC X(1).
           05 FILLER PIC X(1).
           05 HLD-REASON-IN PIC X(30).
           05 FILLER PIC X(1).
           05 HLD-PLACED-BY-IN PIC X(8).
           05 FILLER PIC X(1).
           05 HLD-PLACED-DATE-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 HLD-STATUS-IN PIC X(1).
           05 FILLER PIC X(1).
           05 HLD-RELEASED-BY-IN PIC X(8).
           05 FILLER PIC X(1).
           05 HLD-RELEASED-DATE-IN PIC 9(8).

       FD HOLD-FILE-OUT.
       01 HOLD-RECORD-OUT.
           05 HLD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-TYPE-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-REASON-OUT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-PLACED-BY-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-PLACED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-STATUS-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-RELEASED-BY-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLD-RELEASED-DATE-OUT PIC 9(8).

       FD SWEEP-REPORT-OUT.
       01 SWEEP-RECORD-OUT PIC X(100).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       FD RUN-METRICS-FILE.
       01 RUN-METRICS-RECORD.
           05 RM-PROGRAM-ID PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-RUN-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-READ-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-PRIMARY-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-SECONDARY-COUNT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-REJECT-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(34)
               VALUE "AUTOMATIC FINANCIAL HOLD RUN - ".
           05 HDR-RUN-DATE-OUT PIC 9(8).

       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LAST ACT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACTION".

       01 RULE-LINE.
           05 FILLER PIC X(81) VALUE ALL "-".

       01 SWEEP-DETAIL-LINE.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BALANCE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-LAST-ACTIVITY-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AGE-DAYS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACTION-OUT PIC X(12).

       01 TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "HOLDS PLACED: ".
           05 TOT-PLACED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  HOLDS LIFTED: ".
           05 TOT-LIFTED-OUT PIC ZZ,ZZ9.

      * In-memory copy of HOLDS.TXT, loaded at startup and written
      * back whole at the end when anything changed - the same
      * whole-table arrangement PROJECT3-P43 uses.
       01 HOLD-TBL-MAX PIC 9(4) VALUE 2000.
       01 HOLD-TABLE.
           05 HOLD-TBL OCCURS 2000 TIMES.
               10 HLD-STUDENT-NUMBER-TBL PIC 9(6).
               10 HLD-TYPE-TBL PIC X(1).
               10 HLD-REASON-TBL PIC X(30).
               10 HLD-PLACED-BY-TBL PIC X(8).
               10 HLD-PLACED-DATE-TBL PIC 9(8).
               10 HLD-STATUS-TBL PIC X(1).
               10 HLD-RELEASED-BY-TBL PIC X(8).
               10 HLD-RELEASED-DATE-TBL PIC 9(8).
       01 HOLD-TBL-COUNT PIC 9(4) VALUE 0.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-HOLD PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-IN PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-HOLD PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 PLACED-COUNTER PIC 9(5) VALUE 0.
           05 LIFTED-COUNTER PIC 9(5) VALUE 0.
           05 TABLE-FULL-COUNTER PIC 9(5) VALUE 0.
           05 HOLD-SUB PIC 9(4).
           05 FOUND-SUB PIC 9(4).
           05 FOUND-FLAG PIC X(1).
           05 TABLE-CHANGED-FLG PIC X(1) VALUE "N".
      * Balances this many days past their last activity get a hold -
      * PROJECT3-P22's 90+ DAYS bucket.
           05 HOLD-AGE-DAYS PIC 9(3) VALUE 90.
           05 AUTO-OPERATOR-ID PIC X(8) VALUE "P44AUTO".
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
           05 LAST-ACTIVITY-DATE PIC 9(8).
           05 LAST-ACTIVITY-SPLIT REDEFINES LAST-ACTIVITY-DATE.
               10 LAST-YEAR PIC 9(4).
               10 LAST-MONTH PIC 9(2).
               10 LAST-DAY PIC 9(2).
           05 AGE-DAYS PIC S9(7).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-SWEEP-FINANCIAL-HOLDS.
           PERFORM 201-INITIALIZE.
           PERFORM 202-SWEEP-ONE-STUDENT UNTIL EOF-FLAG-IN = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-HOLD-TABLE.
           WRITE SWEEP-RECORD-OUT FROM REPORT-HEADING-LINE.
           WRITE SWEEP-RECORD-OUT FROM COLUMN-HEADER-LINE.
           WRITE SWEEP-RECORD-OUT FROM RULE-LINE.
           MOVE "N" TO EOF-FLAG-IN.

       202-SWEEP-ONE-STUDENT.
           READ STUDENT-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-IN
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 310-CHECK-STUDENT-HOLD
           END-READ.
           IF STATUS-FIELD-IN NOT = "00" AND STATUS-FIELD-IN NOT = "10"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       203-TERMINATE.
           IF TABLE-CHANGED-FLG = "Y"
               PERFORM 350-SAVE-HOLD-TABLE
           END-IF.
           WRITE SWEEP-RECORD-OUT FROM RULE-LINE.
           MOVE PLACED-COUNTER TO TOT-PLACED-OUT.
           MOVE LIFTED-COUNTER TO TOT-LIFTED-OUT.
           WRITE SWEEP-RECORD-OUT FROM TOTAL-LINE.
           PERFORM 308-DISPLAY-AUDIT.
           CLOSE STUDENT-FILE-IN.
           CLOSE SWEEP-REPORT-OUT.
           PERFORM 360-APPEND-RUN-METRICS.

      * Override the FILE-PATHS.DAT defaults with any paths named in
      * C:\STUPARAM.TXT. A missing parameter file just leaves every
      * FP- field at its default, so the program still runs unchanged.
       000-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF STATUS-FIELD-PARM = "00"
               MOVE "N" TO EOF-FLAG-PARM
               PERFORM 001-READ-PARAMETER-RECORD
                       UNTIL EOF-FLAG-PARM = "Y"
               CLOSE PARAMETER-FILE
           END-IF.

       001-READ-PARAMETER-RECORD.
           READ PARAMETER-FILE AT END MOVE "Y" TO EOF-FLAG-PARM
               NOT AT END PERFORM 002-APPLY-PARAMETER
           END-READ.

       002-APPLY-PARAMETER.
           EVALUATE PARM-KEY
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "HOLD-SWEEP"
                   MOVE PARM-VALUE TO FP-HOLD-SWEEP
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-FILES.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD-IN NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT SWEEP-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "SWEEP-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * No HOLDS.TXT yet just means nobody has been put on hold.
       302-LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-TBL-COUNT.
           OPEN INPUT HOLD-FILE-IN.
           IF STATUS-FIELD-HOLD = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-HOLD NOT = "00"
                   MOVE "HOLD-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-HOLD TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-HOLD
               PERFORM 303-READ-ONE-HOLD
                   UNTIL EOF-FLAG-HOLD = "Y"
                      OR HOLD-TBL-COUNT >= HOLD-TBL-MAX
               CLOSE HOLD-FILE-IN
           END-IF.

       303-READ-ONE-HOLD.
           READ HOLD-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-HOLD
               NOT AT END
                   ADD 1 TO HOLD-TBL-COUNT
                   MOVE HLD-STUDENT-NUMBER-IN TO
                       HLD-STUDENT-NUMBER-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-TYPE-IN TO HLD-TYPE-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-REASON-IN TO HLD-REASON-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-PLACED-BY-IN TO
                       HLD-PLACED-BY-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-PLACED-DATE-IN TO
                       HLD-PLACED-DATE-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-STATUS-IN TO HLD-STATUS-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-RELEASED-BY-IN TO
                       HLD-RELEASED-BY-TBL(HOLD-TBL-COUNT)
                   MOVE HLD-RELEASED-DATE-IN TO
                       HLD-RELEASED-DATE-TBL(HOLD-TBL-COUNT)
           END-READ.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF FINANCIAL HOLDS PLACED: "
                PLACED-COUNTER.
           DISPLAY "THE NUMBER OF FINANCIAL HOLDS LIFTED: "
                LIFTED-COUNTER.
           IF TABLE-FULL-COUNTER > 0
               DISPLAY "WARNING: HOLD-TBL-MAX (" HOLD-TBL-MAX
                   ") REACHED - " TABLE-FULL-COUNTER
                   " HOLDS NOT PLACED"
           END-IF.

      * One student: find any active financial hold first. A balance
      * owing with no financial hold yet is aged; a cleared balance
      * with one of this run's own holds has it lifted.
       310-CHECK-STUDENT-HOLD.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 311-FIND-FINANCIAL-HOLD VARYING
                  HOLD-SUB FROM 1 BY 1 UNTIL HOLD-SUB > HOLD-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF TUITION-OWED > 0
               IF FOUND-FLAG NOT = "Y"
                   PERFORM 320-FIND-LAST-ACTIVITY-DATE
                   PERFORM 321-AGE-THE-BALANCE
                   IF LAST-ACTIVITY-DATE NOT = 0
                      AND AGE-DAYS > HOLD-AGE-DAYS
                       PERFORM 330-PLACE-FINANCIAL-HOLD
                   END-IF
               END-IF
           ELSE
               IF FOUND-FLAG = "Y"
                  AND HLD-PLACED-BY-TBL(FOUND-SUB) = AUTO-OPERATOR-ID
                   PERFORM 340-LIFT-FINANCIAL-HOLD
               END-IF
           END-IF.

       311-FIND-FINANCIAL-HOLD.
           IF HLD-STUDENT-NUMBER-TBL(HOLD-SUB) = STUDENT-NUMBER
              AND HLD-TYPE-TBL(HOLD-SUB) = "F"
              AND HLD-STATUS-TBL(HOLD-SUB) = "A"
               MOVE "Y" TO FOUND-FLAG
               MOVE HOLD-SUB TO FOUND-SUB
           END-IF.

      * One pass over PAYMENT-LOG.TXT per student aged, keeping the
      * highest activity date - the same open/scan/close pattern and
      * the same exclusions (late fees, reversals, NSF charges) as
      * PROJECT3-P22, so a student is held on exactly the balance the
      * aging report shows in its 90+ DAYS column.
       320-FIND-LAST-ACTIVITY-DATE.
           MOVE 0 TO LAST-ACTIVITY-DATE.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-LOG NOT = "00"
                   MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-LOG TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-LOG
               PERFORM 320B-READ-ONE-LOG-RECORD
               PERFORM 320C-CHECK-ONE-LOG-RECORD
                   UNTIL EOF-FLAG-LOG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       320B-READ-ONE-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       320C-CHECK-ONE-LOG-RECORD.
           IF LOG-STUDENT-NUMBER = STUDENT-NUMBER
               AND LOG-TRANSACTION-DATE > LAST-ACTIVITY-DATE
               AND LOG-TRANSACTION-TYPE NOT = "F"
               AND LOG-TRANSACTION-TYPE NOT = "V"
               AND LOG-TRANSACTION-TYPE NOT = "N"
               AND LOG-TRANSACTION-TYPE NOT = "A"
               MOVE LOG-TRANSACTION-DATE TO LAST-ACTIVITY-DATE
           END-IF.
           PERFORM 320B-READ-ONE-LOG-RECORD.

      * PROJECT3-P22's 30/360 day count. A balance with no log entry
      * at all has no date to age from and is left to the aging
      * report's NEVER PAID column.
       321-AGE-THE-BALANCE.
           MOVE 0 TO AGE-DAYS.
           IF LAST-ACTIVITY-DATE NOT = 0
               COMPUTE AGE-DAYS =
                   ((RUN-YEAR - LAST-YEAR) * 360) +
                   ((RUN-MONTH - LAST-MONTH) * 30) +
                   (RUN-DAY - LAST-DAY)
           END-IF.

       330-PLACE-FINANCIAL-HOLD.
           IF HOLD-TBL-COUNT >= HOLD-TBL-MAX
               ADD 1 TO TABLE-FULL-COUNTER
               MOVE "TABLE FULL" TO DET-ACTION-OUT
           ELSE
               ADD 1 TO HOLD-TBL-COUNT
               MOVE STUDENT-NUMBER TO
                   HLD-STUDENT-NUMBER-TBL(HOLD-TBL-COUNT)
               MOVE "F" TO HLD-TYPE-TBL(HOLD-TBL-COUNT)
               MOVE "BALANCE OVER 90 DAYS PAST DUE" TO
                   HLD-REASON-TBL(HOLD-TBL-COUNT)
               MOVE AUTO-OPERATOR-ID TO
                   HLD-PLACED-BY-TBL(HOLD-TBL-COUNT)
               MOVE RUN-DATE-WS TO HLD-PLACED-DATE-TBL(HOLD-TBL-COUNT)
               MOVE "A" TO HLD-STATUS-TBL(HOLD-TBL-COUNT)
               MOVE SPACES TO HLD-RELEASED-BY-TBL(HOLD-TBL-COUNT)
               MOVE 0 TO HLD-RELEASED-DATE-TBL(HOLD-TBL-COUNT)
               MOVE "Y" TO TABLE-CHANGED-FLG
               ADD 1 TO PLACED-COUNTER
               MOVE "HOLD PLACED" TO DET-ACTION-OUT
           END-IF.
           MOVE LAST-ACTIVITY-DATE TO DET-LAST-ACTIVITY-OUT.
           MOVE AGE-DAYS TO DET-AGE-DAYS-OUT.
           PERFORM 345-WRITE-SWEEP-DETAIL.

       340-LIFT-FINANCIAL-HOLD.
           MOVE "R" TO HLD-STATUS-TBL(FOUND-SUB).
           MOVE AUTO-OPERATOR-ID TO HLD-RELEASED-BY-TBL(FOUND-SUB).
           MOVE RUN-DATE-WS TO HLD-RELEASED-DATE-TBL(FOUND-SUB).
           MOVE "Y" TO TABLE-CHANGED-FLG.
           ADD 1 TO LIFTED-COUNTER.
           MOVE "HOLD LIFTED" TO DET-ACTION-OUT.
           MOVE SPACES TO DET-LAST-ACTIVITY-OUT.
           MOVE 0 TO DET-AGE-DAYS-OUT.
           PERFORM 345-WRITE-SWEEP-DETAIL.

       345-WRITE-SWEEP-DETAIL.
           MOVE STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO DET-STUDENT-NAME-OUT.
           MOVE TUITION-OWED TO DET-BALANCE-OUT.
           WRITE SWEEP-RECORD-OUT FROM SWEEP-DETAIL-LINE.

      * Rewrite HOLDS.TXT from the in-memory table, active and
      * released holds alike, in the order they were loaded.
       350-SAVE-HOLD-TABLE.
           OPEN OUTPUT HOLD-FILE-OUT.
           IF STATUS-FIELD-HOLD NOT = "00"
               MOVE "HOLD-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HOLD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 351-WRITE-ONE-ENTRY VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-TBL-COUNT.
           CLOSE HOLD-FILE-OUT.

       351-WRITE-ONE-ENTRY.
           MOVE HLD-STUDENT-NUMBER-TBL(HOLD-SUB) TO
               HLD-STUDENT-NUMBER-OUT.
           MOVE HLD-TYPE-TBL(HOLD-SUB) TO HLD-TYPE-OUT.
           MOVE HLD-REASON-TBL(HOLD-SUB) TO HLD-REASON-OUT.
           MOVE HLD-PLACED-BY-TBL(HOLD-SUB) TO HLD-PLACED-BY-OUT.
           MOVE HLD-PLACED-DATE-TBL(HOLD-SUB) TO HLD-PLACED-DATE-OUT.
           MOVE HLD-STATUS-TBL(HOLD-SUB) TO HLD-STATUS-OUT.
           MOVE HLD-RELEASED-BY-TBL(HOLD-SUB) TO HLD-RELEASED-BY-OUT.
           MOVE HLD-RELEASED-DATE-TBL(HOLD-SUB) TO
               HLD-RELEASED-DATE-OUT.
           WRITE HOLD-RECORD-OUT.

      * Append one line of run counters to the standing metrics file -
      * holds placed are the primary count, holds lifted the
      * secondary count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P44" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE PLACED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE LIFTED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE TABLE-FULL-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P44.
