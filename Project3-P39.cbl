      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Late-payment fee assessment. Reads the late-fee
      * schedule on LATE-FEE-SCHED.TXT (each line a flat fee or a
      * percentage, charged either per aging bucket or per missed
      * installment, with a grace period in days), then walks
      * STUFILE3OUT in student-number order and assesses every student
      * with a balance owing. The aging fee uses the same last-
      * activity date and 30/360 day count PROJECT3-P22 ages balances
      * on; the installment fee uses the same cumulative plan-versus-
      * net-paid comparison PROJECT3-P23 reports delinquency from.
      * The fee is added to TUITION-OWED, REWRITEn onto STUFILE3OUT
      * and logged to PAYMENT-LOG.TXT as LOG-TRANSACTION-TYPE "F"
      * under operator P39FEE, so it shows on the billing statement
      * and reconciles in PROJECT3-P10. A student already carrying an
      * "F" entry dated in the run month is skipped, so a rerun in the
      * same period never charges anyone twice. The run is a trial
      * (register only) unless C:\STUPARAM.TXT carries LATE-FEE-COMMIT
      * set to Y, the same way PROJECT3-P33's reassessment works.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - A returned-payment reversal ("V", posted by
      *                     PROJECT3-P42) nets off the paid total
      *                     without counting as activity; an NSF charge
      *                     ("N") is ignored, like a late fee.
      * Oct 15, 2026 - JP - An award credit (type "A", posted by
      *                     PROJECT3-P45) counts toward the amount paid
      *                     in the period but is not student activity.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - Every payment-log entry written here is
      *                     stamped with the term code its transaction
      *                     date falls in, looked up on the term
      *                     calendar through Project3_Term_Sub
      *                     (TERM-CALENDAR parameter).
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2; entries written here leave it
      *                     blank.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P39.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT LATE-FEE-SCHED-FILE
               ASSIGN TO DYNAMIC FP-LATE-FEE-SCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SCHED.

           SELECT STUDENT-FILE-IO ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-PLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PLAN.

           SELECT LATE-FEE-REPORT-OUT
               ASSIGN TO DYNAMIC FP-LATE-FEE-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * LFS-BASIS "A" charges by aging bucket (LFS-BUCKET 2 = over 30
      * days, 3 = over 60, 4 = over 90, 5 = balance never paid on,
      * numbered the way PROJECT3-P22 numbers its buckets); "I"
      * charges per missed installment and ignores LFS-BUCKET.
      * LFS-METHOD "F" charges LFS-FLAT-AMOUNT, "P" charges
      * LFS-PERCENT of the balance (aging) or of the amount behind
      * (installment). LFS-GRACE-DAYS is added to the bucket's
      * threshold, or to each installment's due date.
       FD LATE-FEE-SCHED-FILE.
       01 LATE-FEE-SCHED-RECORD.
           05 LFS-BASIS PIC X(1).
           05 FILLER PIC X(1).
           05 LFS-BUCKET PIC 9(1).
           05 FILLER PIC X(1).
           05 LFS-METHOD PIC X(1).
           05 FILLER PIC X(1).
           05 LFS-FLAT-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 LFS-PERCENT PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 LFS-GRACE-DAYS PIC 9(3).

       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD-IO.
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
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-OLD-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-PAYMENT-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-NEW-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-TRANSACTION-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-TRANSACTION-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
      * Second operator who released a large refund or withdrawal
      * from Project3-p2's approval queue; spaces otherwise.
           05 LOG-APPROVER-ID PIC X(8).

       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-RECORD.
           05 PLAN-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 PLAN-INSTALLMENT-NO PIC 9(1).
           05 FILLER PIC X(1).
           05 PLAN-DUE-DATE PIC 9(8).
           05 PLAN-DUE-SPLIT REDEFINES PLAN-DUE-DATE.
               10 PLAN-DUE-YEAR PIC 9(4).
               10 PLAN-DUE-MONTH PIC 9(2).
               10 PLAN-DUE-DAY PIC 9(2).
           05 FILLER PIC X(1).
           05 PLAN-AMOUNT PIC 9(4)V99.

       FD LATE-FEE-REPORT-OUT.
       01 LATE-FEE-RECORD-OUT PIC X(132).

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
       01 LFS-TBL-MAX PIC 9(2) VALUE 20.
       01 LATE-FEE-SCHED-TABLE.
           05 LFS-TBL OCCURS 20 TIMES.
               10 LFS-BASIS-TBL PIC X(1).
               10 LFS-BUCKET-TBL PIC 9(1).
               10 LFS-METHOD-TBL PIC X(1).
               10 LFS-FLAT-AMOUNT-TBL PIC 9(4)V99.
               10 LFS-PERCENT-TBL PIC 9(2)V99.
               10 LFS-GRACE-DAYS-TBL PIC 9(3).

       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(30)
               VALUE "LATE-FEE ASSESSMENT REGISTER".
           05 FILLER PIC X(6) VALUE "AS OF ".
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(10) VALUE "  PERIOD ".
           05 HDR-PERIOD-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDR-MODE-OUT PIC X(30).

       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LAST ACT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "MIS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "AGE FEE ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "INST FEE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  NEW BAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "STATUS".

       01 RULE-LINE.
           05 FILLER PIC X(112) VALUE ALL "-".

       01 LATE-FEE-DETAIL-LINE.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NAME-OUT PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BALANCE-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-LAST-ACTIVITY-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MISSED-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AGING-FEE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-INSTL-FEE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NEW-BALANCE-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STATUS-OUT PIC X(18).

       01 TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "STUDENTS ASSESSED: ".
           05 TOT-ASSESSED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  TOTAL FEES: ".
           05 TOT-FEES-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(22) VALUE "  ALREADY ASSESSED: ".
           05 TOT-ALREADY-OUT PIC ZZ,ZZ9.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-SCHED PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-PLAN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-SCHED PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-PLAN PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 LATE-FEE-COMMIT-FLG PIC X(1) VALUE "N".
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 ASSESSED-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-ASSESSED-COUNTER PIC 9(5) VALUE 0.
           05 OVERFLOW-COUNTER PIC 9(5) VALUE 0.
           05 LFS-TBL-COUNT PIC 9(2) VALUE 0.
           05 LFS-SUB PIC 9(2).
           05 INSTL-ROW-SUB PIC 9(2) VALUE 0.
           05 AGING-ROW-SUB PIC 9(2).
           05 AGING-BUCKET-HIT PIC 9(1).
           05 AGING-THRESHOLD PIC 9(4).
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
           05 RUN-PERIOD REDEFINES RUN-DATE-WS PIC 9(6).
           05 LAST-ACTIVITY-DATE PIC 9(8).
           05 LAST-ACTIVITY-SPLIT REDEFINES LAST-ACTIVITY-DATE.
               10 LAST-YEAR PIC 9(4).
               10 LAST-MONTH PIC 9(2).
               10 LAST-DAY PIC 9(2).
           05 AGE-DAYS PIC S9(7).
           05 DUE-AGE-DAYS PIC S9(7).
           05 ALREADY-ASSESSED-FLG PIC X(1).
           05 NET-PAID-WS PIC S9(6)V99.
           05 PAST-GRACE-DUE-WS PIC 9(6)V99.
           05 AMOUNT-BEHIND-WS PIC 9(6)V99.
           05 MISSED-INSTALLMENTS PIC 9(3).
           05 AGING-FEE-WS PIC 9(6)V99.
           05 INSTL-FEE-WS PIC 9(6)V99.
           05 TOTAL-FEE-WS PIC 9(6)V99.
           05 TOTAL-FEES-CHARGED PIC 9(7)V99 VALUE 0.
           05 OLD-BALANCE-WS PIC 9(4)V99.
           05 STATUS-TEXT-WS PIC X(18).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-ASSESS-LATE-FEES.
           PERFORM 201-INITIALIZE.
           PERFORM 202-ASSESS-ONE-STUDENT UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-FEE-SCHEDULE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           MOVE RUN-PERIOD TO HDR-PERIOD-OUT.
           IF LATE-FEE-COMMIT-FLG = "Y"
               MOVE "FEES POSTED" TO HDR-MODE-OUT
           ELSE
               MOVE "TRIAL RUN - NOTHING POSTED" TO HDR-MODE-OUT
           END-IF.
           WRITE LATE-FEE-RECORD-OUT FROM REPORT-HEADING-LINE.
           WRITE LATE-FEE-RECORD-OUT FROM COLUMN-HEADER-LINE.
           WRITE LATE-FEE-RECORD-OUT FROM RULE-LINE.
           MOVE LOW-VALUES TO STUDENT-NUMBER.
           MOVE "N" TO EOF-FLAG.
           START STUDENT-FILE-IO KEY IS NOT LESS THAN STUDENT-NUMBER
               INVALID KEY MOVE "Y" TO EOF-FLAG
           END-START.

       202-ASSESS-ONE-STUDENT.
           READ STUDENT-FILE-IO NEXT
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF TUITION-OWED > 0
                       PERFORM 310-ASSESS-STUDENT-BALANCE
                   END-IF
           END-READ.

       203-TERMINATE.
           WRITE LATE-FEE-RECORD-OUT FROM RULE-LINE.
           MOVE ASSESSED-COUNTER TO TOT-ASSESSED-OUT.
           MOVE TOTAL-FEES-CHARGED TO TOT-FEES-OUT.
           MOVE ALREADY-ASSESSED-COUNTER TO TOT-ALREADY-OUT.
           WRITE LATE-FEE-RECORD-OUT FROM TOTAL-LINE.
           PERFORM 308-DISPLAY-AUDIT.
           CLOSE STUDENT-FILE-IO.
           CLOSE LATE-FEE-REPORT-OUT.
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
               WHEN "LATE-FEE-SCHED"
                   MOVE PARM-VALUE TO FP-LATE-FEE-SCHED
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "PAYMENT-PLAN"
                   MOVE PARM-VALUE TO FP-PAYMENT-PLAN
               WHEN "LATE-FEE-RPT"
                   MOVE PARM-VALUE TO FP-LATE-FEE-RPT
               WHEN "LATE-FEE-COMMIT"
                   MOVE PARM-VALUE(1:1) TO LATE-FEE-COMMIT-FLG
                   IF LATE-FEE-COMMIT-FLG = "y"
                       MOVE "Y" TO LATE-FEE-COMMIT-FLG
                   END-IF
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-FILE-IO.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT LATE-FEE-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "LATE-FEE-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * The schedule is required - without it there is nothing to
      * charge, so a missing file aborts rather than running empty.
      * The first "I" line found is the installment fee; any number
      * of "A" lines may be given, one per bucket.
       302-LOAD-FEE-SCHEDULE.
           MOVE 0 TO LFS-TBL-COUNT.
           MOVE 0 TO INSTL-ROW-SUB.
           OPEN INPUT LATE-FEE-SCHED-FILE.
           IF STATUS-FIELD-SCHED NOT = "00"
               MOVE "LATE-FEE-SCHED-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-SCHED TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-SCHED.
           PERFORM 302B-READ-ONE-SCHEDULE-LINE
               UNTIL EOF-FLAG-SCHED = "Y"
                  OR LFS-TBL-COUNT >= LFS-TBL-MAX.
           CLOSE LATE-FEE-SCHED-FILE.

       302B-READ-ONE-SCHEDULE-LINE.
           READ LATE-FEE-SCHED-FILE
               AT END MOVE "Y" TO EOF-FLAG-SCHED
               NOT AT END PERFORM 302C-STORE-ONE-SCHEDULE-LINE
           END-READ.

       302C-STORE-ONE-SCHEDULE-LINE.
           IF (LFS-BASIS = "A" OR "I")
              AND (LFS-METHOD = "F" OR "P")
              AND LFS-BUCKET IS NUMERIC
              AND LFS-FLAT-AMOUNT IS NUMERIC
              AND LFS-PERCENT IS NUMERIC
              AND LFS-GRACE-DAYS IS NUMERIC
               ADD 1 TO LFS-TBL-COUNT
               MOVE LFS-BASIS TO LFS-BASIS-TBL(LFS-TBL-COUNT)
               MOVE LFS-BUCKET TO LFS-BUCKET-TBL(LFS-TBL-COUNT)
               MOVE LFS-METHOD TO LFS-METHOD-TBL(LFS-TBL-COUNT)
               MOVE LFS-FLAT-AMOUNT TO
                   LFS-FLAT-AMOUNT-TBL(LFS-TBL-COUNT)
               MOVE LFS-PERCENT TO LFS-PERCENT-TBL(LFS-TBL-COUNT)
               MOVE LFS-GRACE-DAYS TO
                   LFS-GRACE-DAYS-TBL(LFS-TBL-COUNT)
               IF LFS-BASIS = "I" AND INSTL-ROW-SUB = 0
                   MOVE LFS-TBL-COUNT TO INSTL-ROW-SUB
               END-IF
           ELSE
               DISPLAY "WARNING: INVALID LATE-FEE SCHEDULE LINE "
                   "IGNORED: " LATE-FEE-SCHED-RECORD
           END-IF.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS ASSESSED: " ASSESSED-COUNTER.
           DISPLAY "THE NUMBER ALREADY ASSESSED THIS PERIOD: "
                ALREADY-ASSESSED-COUNTER.
           DISPLAY "THE NUMBER REJECTED FOR BALANCE OVERFLOW: "
                OVERFLOW-COUNTER.

      * One student with a balance owing: gather their payment-log
      * history, skip them if this period's fee is already on the
      * log, otherwise work out both fees and post the total.
       310-ASSESS-STUDENT-BALANCE.
           MOVE TUITION-OWED TO OLD-BALANCE-WS.
           MOVE 0 TO AGING-FEE-WS.
           MOVE 0 TO INSTL-FEE-WS.
           MOVE 0 TO MISSED-INSTALLMENTS.
           PERFORM 320-SCAN-STUDENT-LOG.
           IF ALREADY-ASSESSED-FLG = "Y"
               ADD 1 TO ALREADY-ASSESSED-COUNTER
               MOVE "ALREADY ASSESSED" TO STATUS-TEXT-WS
               PERFORM 350-WRITE-REGISTER-LINE
           ELSE
               PERFORM 330-COMPUTE-AGING-FEE
               PERFORM 340-COMPUTE-INSTALLMENT-FEE
               COMPUTE TOTAL-FEE-WS = AGING-FEE-WS + INSTL-FEE-WS
               IF TOTAL-FEE-WS > 0
                   PERFORM 310B-APPLY-STUDENT-FEE
               END-IF
           END-IF.

      * The same 9,999.99 ceiling PROJECT3-P6 guards a refund with -
      * a fee that would overflow TUITION-OWED is reported, not
      * truncated.
       310B-APPLY-STUDENT-FEE.
           IF TOTAL-FEE-WS > 9999.99 - TUITION-OWED
               ADD 1 TO OVERFLOW-COUNTER
               MOVE "FEE WOULD OVERFLOW" TO STATUS-TEXT-WS
               PERFORM 350-WRITE-REGISTER-LINE
           ELSE
               IF LATE-FEE-COMMIT-FLG = "Y"
                   PERFORM 352-POST-LATE-FEE
               ELSE
                   ADD TOTAL-FEE-WS TO TUITION-OWED
                   ADD 1 TO ASSESSED-COUNTER
                   ADD TOTAL-FEE-WS TO TOTAL-FEES-CHARGED
                   MOVE "TRIAL - NOT POSTED" TO STATUS-TEXT-WS
                   PERFORM 350-WRITE-REGISTER-LINE
               END-IF
           END-IF.

      * One pass over PAYMENT-LOG.TXT per assessed student - the same
      * open/scan/close pattern PROJECT3-P22 and PROJECT3-P23 use on
      * this file. Picks up the last activity date (ignoring earlier
      * fees, which are not activity by the student), the net paid
      * (refunds net off, fees don't count) and whether a fee is
      * already on file for the run month.
       320-SCAN-STUDENT-LOG.
           MOVE 0 TO LAST-ACTIVITY-DATE.
           MOVE 0 TO NET-PAID-WS.
           MOVE "N" TO ALREADY-ASSESSED-FLG.
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
               EVALUATE LOG-TRANSACTION-TYPE
                   WHEN "F"
                       IF LOG-TRANSACTION-DATE(1:6) = RUN-PERIOD
                           MOVE "Y" TO ALREADY-ASSESSED-FLG
                       END-IF
                   WHEN "R"
                       SUBTRACT LOG-PAYMENT-AMOUNT FROM NET-PAID-WS
                       PERFORM 320D-NOTE-ACTIVITY-DATE
                   WHEN "V"
                       SUBTRACT LOG-PAYMENT-AMOUNT FROM NET-PAID-WS
                   WHEN "N"
                       CONTINUE
                   WHEN "A"
                       ADD LOG-PAYMENT-AMOUNT TO NET-PAID-WS
                   WHEN OTHER
                       ADD LOG-PAYMENT-AMOUNT TO NET-PAID-WS
                       PERFORM 320D-NOTE-ACTIVITY-DATE
               END-EVALUATE
           END-IF.
           PERFORM 320B-READ-ONE-LOG-RECORD.

       320D-NOTE-ACTIVITY-DATE.
           IF LOG-TRANSACTION-DATE > LAST-ACTIVITY-DATE
               MOVE LOG-TRANSACTION-DATE TO LAST-ACTIVITY-DATE
           END-IF.

      * Age the balance on PROJECT3-P22's 30/360 day count, then find
      * the highest-numbered "A" bucket whose threshold (30 days per
      * bucket step plus the line's grace days) the balance is past.
      * Bucket 5 applies only to a balance nothing has ever been paid
      * on, which has no date to age from.
       330-COMPUTE-AGING-FEE.
           MOVE 0 TO AGING-BUCKET-HIT.
           MOVE 0 TO AGING-ROW-SUB.
           MOVE 0 TO AGE-DAYS.
           IF LAST-ACTIVITY-DATE NOT = 0
               COMPUTE AGE-DAYS =
                   ((RUN-YEAR - LAST-YEAR) * 360) +
                   ((RUN-MONTH - LAST-MONTH) * 30) +
                   (RUN-DAY - LAST-DAY)
           END-IF.
           PERFORM 330B-CHECK-ONE-AGING-LINE VARYING
                  LFS-SUB FROM 1 BY 1 UNTIL LFS-SUB > LFS-TBL-COUNT.
           IF AGING-ROW-SUB > 0
               IF LFS-METHOD-TBL(AGING-ROW-SUB) = "P"
                   COMPUTE AGING-FEE-WS ROUNDED =
                       TUITION-OWED * LFS-PERCENT-TBL(AGING-ROW-SUB)
                       / 100
               ELSE
                   MOVE LFS-FLAT-AMOUNT-TBL(AGING-ROW-SUB) TO
                       AGING-FEE-WS
               END-IF
           END-IF.

       330B-CHECK-ONE-AGING-LINE.
           IF LFS-BASIS-TBL(LFS-SUB) = "A"
              AND LFS-BUCKET-TBL(LFS-SUB) > AGING-BUCKET-HIT
               IF LAST-ACTIVITY-DATE = 0
                   IF LFS-BUCKET-TBL(LFS-SUB) = 5
                       MOVE 5 TO AGING-BUCKET-HIT
                       MOVE LFS-SUB TO AGING-ROW-SUB
                   END-IF
               ELSE
                   IF LFS-BUCKET-TBL(LFS-SUB) >= 2
                      AND LFS-BUCKET-TBL(LFS-SUB) <= 4
                       COMPUTE AGING-THRESHOLD =
                           ((LFS-BUCKET-TBL(LFS-SUB) - 1) * 30) +
                           LFS-GRACE-DAYS-TBL(LFS-SUB)
                       IF AGE-DAYS > AGING-THRESHOLD
                           MOVE LFS-BUCKET-TBL(LFS-SUB) TO
                               AGING-BUCKET-HIT
                           MOVE LFS-SUB TO AGING-ROW-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One pass over PAYMENT-PLAN.TXT per assessed student. Walking
      * the student's installments in file order, every installment
      * more than the grace days past due adds to the cumulative
      * amount due, and counts as missed if the net paid doesn't
      * cover the cumulative amount through it - the same cumulative
      * comparison PROJECT3-P23 makes, so payments go to the earliest
      * installment first. A missing plan file just means no plans.
       340-COMPUTE-INSTALLMENT-FEE.
           MOVE 0 TO PAST-GRACE-DUE-WS.
           MOVE 0 TO AMOUNT-BEHIND-WS.
           IF INSTL-ROW-SUB > 0
               OPEN INPUT PAYMENT-PLAN-FILE
               IF STATUS-FIELD-PLAN = "35"
                   CONTINUE
               ELSE
                   IF STATUS-FIELD-PLAN NOT = "00"
                       MOVE "PAYMENT-PLAN-FILE" TO ABORT-FILE-NAME
                       MOVE STATUS-FIELD-PLAN TO ABORT-STATUS
                       PERFORM 900-ABORT-RUN
                   END-IF
                   MOVE "N" TO EOF-FLAG-PLAN
                   PERFORM 340B-READ-ONE-PLAN-RECORD
                   PERFORM 340C-CHECK-ONE-INSTALLMENT
                       UNTIL EOF-FLAG-PLAN = "Y"
                   CLOSE PAYMENT-PLAN-FILE
               END-IF
           END-IF.
           IF MISSED-INSTALLMENTS > 0
               IF NET-PAID-WS < PAST-GRACE-DUE-WS
                   COMPUTE AMOUNT-BEHIND-WS =
                       PAST-GRACE-DUE-WS - NET-PAID-WS
               END-IF
               IF LFS-METHOD-TBL(INSTL-ROW-SUB) = "P"
                   COMPUTE INSTL-FEE-WS ROUNDED =
                       AMOUNT-BEHIND-WS * LFS-PERCENT-TBL(INSTL-ROW-SUB)
                       / 100
               ELSE
                   COMPUTE INSTL-FEE-WS =
                       LFS-FLAT-AMOUNT-TBL(INSTL-ROW-SUB) *
                       MISSED-INSTALLMENTS
               END-IF
           END-IF.

       340B-READ-ONE-PLAN-RECORD.
           READ PAYMENT-PLAN-FILE
               AT END MOVE "Y" TO EOF-FLAG-PLAN
           END-READ.
           IF STATUS-FIELD-PLAN NOT = "00" AND
              STATUS-FIELD-PLAN NOT = "10"
               MOVE "PAYMENT-PLAN-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-PLAN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       340C-CHECK-ONE-INSTALLMENT.
           IF PLAN-STUDENT-NUMBER = STUDENT-NUMBER
              AND PLAN-DUE-DATE <= RUN-DATE-WS
               COMPUTE DUE-AGE-DAYS =
                   ((RUN-YEAR - PLAN-DUE-YEAR) * 360) +
                   ((RUN-MONTH - PLAN-DUE-MONTH) * 30) +
                   (RUN-DAY - PLAN-DUE-DAY)
               IF DUE-AGE-DAYS > LFS-GRACE-DAYS-TBL(INSTL-ROW-SUB)
                   ADD PLAN-AMOUNT TO PAST-GRACE-DUE-WS
                   IF PAST-GRACE-DUE-WS > NET-PAID-WS
                       ADD 1 TO MISSED-INSTALLMENTS
                   END-IF
               END-IF
           END-IF.
           PERFORM 340B-READ-ONE-PLAN-RECORD.

       350-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO DET-STUDENT-NAME-OUT.
           MOVE OLD-BALANCE-WS TO DET-BALANCE-OUT.
           IF LAST-ACTIVITY-DATE = 0
               MOVE "NONE" TO DET-LAST-ACTIVITY-OUT
           ELSE
               MOVE LAST-ACTIVITY-DATE TO DET-LAST-ACTIVITY-OUT
           END-IF.
           MOVE MISSED-INSTALLMENTS TO DET-MISSED-OUT.
           MOVE AGING-FEE-WS TO DET-AGING-FEE-OUT.
           MOVE INSTL-FEE-WS TO DET-INSTL-FEE-OUT.
           MOVE TUITION-OWED TO DET-NEW-BALANCE-OUT.
           MOVE STATUS-TEXT-WS TO DET-STATUS-OUT.
           WRITE LATE-FEE-RECORD-OUT FROM LATE-FEE-DETAIL-LINE.

      * Commit the fee: REWRITE the raised balance, then log it as an
      * "F" entry so the billing statement shows it and PROJECT3-P10
      * counts it as a charge. The log is opened EXTEND just for the
      * one entry because 320-SCAN-STUDENT-LOG reads the same file
      * for every student.
       352-POST-LATE-FEE.
           ADD TOTAL-FEE-WS TO TUITION-OWED.
           REWRITE STUDENT-RECORD-IO
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       STUDENT-NUMBER
                   MOVE OLD-BALANCE-WS TO TUITION-OWED
                   MOVE "REWRITE FAILED" TO STATUS-TEXT-WS
               NOT INVALID KEY
                   PERFORM 354-LOG-LATE-FEE
                   ADD 1 TO ASSESSED-COUNTER
                   ADD TOTAL-FEE-WS TO TOTAL-FEES-CHARGED
                   MOVE "FEE POSTED" TO STATUS-TEXT-WS
           END-REWRITE.
           PERFORM 350-WRITE-REGISTER-LINE.

       354-LOG-LATE-FEE.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE STUDENT-NUMBER TO LOG-STUDENT-NUMBER.
           MOVE OLD-BALANCE-WS TO LOG-OLD-BALANCE.
           MOVE TOTAL-FEE-WS TO LOG-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO LOG-NEW-BALANCE.
           MOVE RUN-DATE-WS TO LOG-TRANSACTION-DATE.
           MOVE "F" TO LOG-TRANSACTION-TYPE.
           MOVE "P39FEE" TO LOG-OPERATOR-ID.
           MOVE 0 TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 355-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           MOVE SPACES TO LOG-APPROVER-ID.
           WRITE PAYMENT-LOG-RECORD.
           CLOSE PAYMENT-LOG-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       355-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

      * Append one line of run counters to the standing metrics file -
      * students assessed are the primary count, students skipped as
      * already assessed this period the secondary count, and balance
      * overflow rejects land in the reject column.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P39" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE ASSESSED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE ALREADY-ASSESSED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE OVERFLOW-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P39.
