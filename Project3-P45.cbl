      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Scholarship and bursary award run. Reads the award
      * table on AWARDS.TXT (each award a flat amount or a percentage
      * of the student's tuition owed, with a minimum credit-weighted
      * average, up to five eligible programs and a number of
      * recipients), works out every student's credit-weighted average
      * with Project3_P3_Sub over final grades only - the same average
      * the Dean's List runs on - and sorts the eligible students for
      * each award best average first. The top students on each award
      * get it as a credit on TUITION-OWED, REWRITEn onto STUFILE3OUT
      * and logged to PAYMENT-LOG.TXT as LOG-TRANSACTION-TYPE "A"
      * under operator P45AWRD, so awards are tracked apart from cash
      * and show as their own line on the billing statement. Every
      * award granted is kept on AWARD-HIST.TXT; a student already
      * holding the same award this calendar year is passed over, so
      * a rerun never pays anyone twice. The award register lists
      * every decision and a letter is printed for every recipient.
      * The run is a trial (register only) unless C:\STUPARAM.TXT
      * carries AWARD-COMMIT set to Y, the same way PROJECT3-P39's
      * late-fee run works.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
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
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
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
       PROGRAM-ID. PROJECT3-P45.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT AWARD-TABLE-FILE ASSIGN TO DYNAMIC FP-AWARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-AWD.

           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.

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

           SELECT AWARD-HISTORY-FILE
               ASSIGN TO DYNAMIC FP-AWARD-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT AWARD-REGISTER-OUT
               ASSIGN TO DYNAMIC FP-AWARD-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT AWARD-LETTER-OUT
               ASSIGN TO DYNAMIC FP-AWARD-LETTERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LTR.

           SELECT SORT-WORK-FILE ASSIGN TO "C:\SORTWK4.TMP".

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * AWD-BASIS "A" credits AWD-AMOUNT; "P" credits AWD-PERCENT of
      * the student's TUITION-OWED. AWD-MIN-AVERAGE is the lowest
      * credit-weighted average that qualifies, and AWD-RECIPIENTS
      * the number of students the award goes to. Blank program
      * slots mean the award is open to every program.
       FD AWARD-TABLE-FILE.
       01 AWARD-TABLE-RECORD.
           05 AWD-CODE PIC X(5).
           05 FILLER PIC X(1).
           05 AWD-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 AWD-BASIS PIC X(1).
           05 FILLER PIC X(1).
           05 AWD-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 AWD-PERCENT PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 AWD-MIN-AVERAGE PIC 9(3).
           05 FILLER PIC X(1).
           05 AWD-RECIPIENTS PIC 9(3).
           05 FILLER PIC X(1).
           05 AWD-PROGRAM-1 PIC X(5).
           05 FILLER PIC X(1).
           05 AWD-PROGRAM-2 PIC X(5).
           05 FILLER PIC X(1).
           05 AWD-PROGRAM-3 PIC X(5).
           05 FILLER PIC X(1).
           05 AWD-PROGRAM-4 PIC X(5).
           05 FILLER PIC X(1).
           05 AWD-PROGRAM-5 PIC X(5).

       FD COURSE-FILE-IN.
       01 COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-X PIC X(1).
           05 COURSE-NAME-IN PIC X(20).
           05 COURSE-Y PIC X(1).
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

      * One line per award granted, appended as each is posted.
       FD AWARD-HISTORY-FILE.
       01 AWARD-HISTORY-RECORD.
           05 AWH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AWH-AWARD-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AWH-AWARD-DATE PIC 9(8).
           05 AWH-AWARD-DATE-SPLIT REDEFINES AWH-AWARD-DATE.
               10 AWH-AWARD-YEAR PIC 9(4).
               10 FILLER PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AWH-AMOUNT PIC 9(4)V99.

       FD AWARD-REGISTER-OUT.
       01 AWARD-REGISTER-RECORD-OUT PIC X(132).

       FD AWARD-LETTER-OUT.
       01 AWARD-LETTER-RECORD-OUT PIC X(80).

      * One record per student per award the student qualifies for,
      * sorted award by award, best average first.
       SD SORT-WORK-FILE.
       01 SORT-CANDIDATE-RECORD.
           05 SRT-AWARD-SUB PIC 9(2).
           05 SRT-AVERAGE PIC 9(3).
           05 SRT-STUDENT-NUMBER PIC 9(6).

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
               VALUE "SCHOLARSHIP AND BURSARY AWARDS - ".
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HDR-MODE-OUT PIC X(30).

       01 AWARD-HEADING-LINE.
           05 FILLER PIC X(7) VALUE "AWARD: ".
           05 AHD-CODE-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AHD-NAME-OUT PIC X(30).
           05 FILLER PIC X(15) VALUE "  MIN AVERAGE: ".
           05 AHD-MIN-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(14) VALUE "  RECIPIENTS: ".
           05 AHD-RECIPIENTS-OUT PIC ZZ9.

       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PROG".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "AVG".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "   CREDIT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "NEW BAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "STATUS".

       01 RULE-LINE.
           05 FILLER PIC X(106) VALUE ALL "-".

       01 AWARD-DETAIL-LINE.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BALANCE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CREDIT-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NEW-BALANCE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STATUS-OUT PIC X(20).

       01 AWARD-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "  AWARDED: ".
           05 ATL-GRANTED-OUT PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  TOTAL CREDIT: ".
           05 ATL-CREDIT-OUT PIC ZZZ,ZZ9.99.

       01 TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "AWARDS GRANTED: ".
           05 TOT-GRANTED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  TOTAL CREDIT: ".
           05 TOT-CREDIT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(20) VALUE "  ALREADY AWARDED: ".
           05 TOT-ALREADY-OUT PIC ZZ,ZZ9.

       01 LETTER-SEPARATOR-LINE.
           05 FILLER PIC X(72) VALUE ALL "=".

       01 LETTER-BLANK-LINE.
           05 FILLER PIC X(1) VALUE SPACE.

       01 LETTER-ADDRESS-LINE.
           05 LTR-ADDRESS-OUT PIC X(40).

       01 LETTER-GREETING-LINE.
           05 FILLER PIC X(5) VALUE "DEAR ".
           05 LTR-GREETING-NAME-OUT PIC X(40).

       01 LETTER-BODY-LINE-1.
           05 FILLER PIC X(60) VALUE
               "CONGRATULATIONS! ON THE STRENGTH OF YOUR RECORD".

       01 LETTER-BODY-LINE-2.
           05 FILLER PIC X(36) VALUE
               "YOU HAVE BEEN AWARDED THE FOLLOWING:".

       01 LETTER-AWARD-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTR-AWARD-NAME-OUT PIC X(30).

       01 LETTER-AVERAGE-LINE.
           05 FILLER PIC X(18) VALUE "COURSE AVERAGE:   ".
           05 LTR-AVERAGE-OUT PIC ZZ9.

       01 LETTER-CREDIT-LINE.
           05 FILLER PIC X(18) VALUE "AMOUNT CREDITED:  ".
           05 LTR-CREDIT-OUT PIC $$,$$9.99.

       01 LETTER-BALANCE-LINE.
           05 FILLER PIC X(18) VALUE "TUITION NOW OWED: ".
           05 LTR-BALANCE-OUT PIC $$,$$9.99.

       01 LETTER-BODY-LINE-3.
           05 FILLER PIC X(60) VALUE
               "THE AWARD HAS BEEN APPLIED TO YOUR TUITION ACCOUNT.".

      * In-memory copy of AWARDS.TXT, with the number granted so far
      * this run against each award.
       01 AWARD-TBL-MAX PIC 9(2) VALUE 50.
       01 AWARD-TABLE.
           05 AWARD-TBL OCCURS 50 TIMES.
               10 AWD-CODE-TBL PIC X(5).
               10 AWD-NAME-TBL PIC X(30).
               10 AWD-BASIS-TBL PIC X(1).
               10 AWD-AMOUNT-TBL PIC 9(4)V99.
               10 AWD-PERCENT-TBL PIC 9(3)V99.
               10 AWD-MIN-AVERAGE-TBL PIC 9(3).
               10 AWD-RECIPIENTS-TBL PIC 9(3).
               10 AWD-PROGRAM-TBL OCCURS 5 TIMES PIC X(5).
               10 AWD-GRANTED-TBL PIC 9(3).
               10 AWD-CREDIT-TBL PIC 9(7)V99.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-AWD PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-LTR PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-AWD PIC X(1).
           05 EOF-FLAG-COURSE PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 SORT-EOF-FLAG PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 AWARD-COMMIT-FLG PIC X(1) VALUE "N".
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 CANDIDATE-COUNTER PIC 9(5) VALUE 0.
           05 GRANTED-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-AWARDED-COUNTER PIC 9(5) VALUE 0.
           05 REJECT-COUNTER PIC 9(5) VALUE 0.
           05 AWARD-TBL-COUNT PIC 9(2) VALUE 0.
           05 AWD-SUB PIC 9(2).
           05 PRG-SUB PIC 9(1).
           05 PRIOR-AWARD-SUB PIC 9(2) VALUE 0.
           05 SUB-2 PIC 9(3).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 PROGRAM-ELIGIBLE-FLG PIC X(1).
           05 ALREADY-AWARDED-FLG PIC X(1).
           05 COURSE-COUNT PIC 9(1) VALUE 0.
           05 STUDENT-AVERAGE PIC 9(3).
           05 COURSE-CODE-FOR-LOOKUP PIC X(7).
           05 COURSE-CREDITS-FOUND PIC 9V9.
           05 CREDITS-1 PIC 9V9.
           05 CREDITS-2 PIC 9V9.
           05 CREDITS-3 PIC 9V9.
           05 CREDITS-4 PIC 9V9.
           05 CREDITS-5 PIC 9V9.
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 FILLER PIC 9(4).
           05 OLD-BALANCE-WS PIC 9(4)V99.
           05 AWARD-CREDIT-WS PIC 9(4)V99.
           05 TOTAL-CREDIT-GRANTED PIC 9(7)V99 VALUE 0.
           05 STATUS-TEXT-WS PIC X(20).
      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-PROCESS-AWARDS.
           PERFORM 201-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-AWARD-SUB
                  DESCENDING KEY SRT-AVERAGE
                  ASCENDING KEY SRT-STUDENT-NUMBER
               INPUT PROCEDURE IS 202-RANK-ELIGIBLE-STUDENTS
               OUTPUT PROCEDURE IS 203-GRANT-AWARDS.
           PERFORM 204-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-AWARD-TABLE.
           PERFORM 302D-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y".
           CLOSE COURSE-FILE-IN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           IF AWARD-COMMIT-FLG = "Y"
               MOVE "AWARDS POSTED" TO HDR-MODE-OUT
           ELSE
               MOVE "TRIAL RUN - NOTHING POSTED" TO HDR-MODE-OUT
           END-IF.
           WRITE AWARD-REGISTER-RECORD-OUT FROM REPORT-HEADING-LINE.

      * SORT input procedure: one pass over STUFILE3OUT, releasing a
      * candidate record for every award each student qualifies for.
      * A student with no final grades yet, or nothing owing to
      * credit the award against, is not a candidate for anything.
       202-RANK-ELIGIBLE-STUDENTS.
           MOVE LOW-VALUES TO STUDENT-NUMBER.
           MOVE "N" TO EOF-FLAG.
           START STUDENT-FILE-IO KEY IS NOT LESS THAN STUDENT-NUMBER
               INVALID KEY MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM 310-RANK-ONE-STUDENT UNTIL EOF-FLAG = "Y".

      * SORT output procedure: candidates come back award by award,
      * best average first; each award goes down its list until its
      * number of recipients is reached.
       203-GRANT-AWARDS.
           MOVE "N" TO SORT-EOF-FLAG.
           MOVE 0 TO PRIOR-AWARD-SUB.
           PERFORM 320-RETURN-CANDIDATE.
           PERFORM 321-PROCESS-ONE-CANDIDATE
                   UNTIL SORT-EOF-FLAG = "Y".
           IF PRIOR-AWARD-SUB NOT = 0
               PERFORM 323-WRITE-AWARD-TOTAL
           END-IF.

       204-TERMINATE.
           WRITE AWARD-REGISTER-RECORD-OUT FROM RULE-LINE.
           MOVE GRANTED-COUNTER TO TOT-GRANTED-OUT.
           MOVE TOTAL-CREDIT-GRANTED TO TOT-CREDIT-OUT.
           MOVE ALREADY-AWARDED-COUNTER TO TOT-ALREADY-OUT.
           WRITE AWARD-REGISTER-RECORD-OUT FROM TOTAL-LINE.
           PERFORM 308-DISPLAY-AUDIT.
           CLOSE STUDENT-FILE-IO.
           CLOSE AWARD-REGISTER-OUT.
           CLOSE AWARD-LETTER-OUT.
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
               WHEN "AWARDS"
                   MOVE PARM-VALUE TO FP-AWARDS
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "AWARD-HISTORY"
                   MOVE PARM-VALUE TO FP-AWARD-HISTORY
               WHEN "AWARD-REGISTER"
                   MOVE PARM-VALUE TO FP-AWARD-REGISTER
               WHEN "AWARD-LETTERS"
                   MOVE PARM-VALUE TO FP-AWARD-LETTERS
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "AWARD-COMMIT"
                   MOVE PARM-VALUE(1:1) TO AWARD-COMMIT-FLG
                   IF AWARD-COMMIT-FLG = "y"
                       MOVE "Y" TO AWARD-COMMIT-FLG
                   END-IF
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
           OPEN INPUT COURSE-FILE-IN.
           IF STATUS-FIELD-COURSE NOT = "00"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT AWARD-REGISTER-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "AWARD-REGISTER-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT AWARD-LETTER-OUT.
           IF STATUS-FIELD-LTR NOT = "00"
               MOVE "AWARD-LETTER-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LTR TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * The award table is required - without it there is nothing to
      * award, so a missing file aborts rather than running empty.
       302-LOAD-AWARD-TABLE.
           MOVE 0 TO AWARD-TBL-COUNT.
           OPEN INPUT AWARD-TABLE-FILE.
           IF STATUS-FIELD-AWD NOT = "00"
               MOVE "AWARD-TABLE-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-AWD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-AWD.
           PERFORM 302B-READ-ONE-AWARD-LINE
               UNTIL EOF-FLAG-AWD = "Y"
                  OR AWARD-TBL-COUNT >= AWARD-TBL-MAX.
           CLOSE AWARD-TABLE-FILE.

       302B-READ-ONE-AWARD-LINE.
           READ AWARD-TABLE-FILE
               AT END MOVE "Y" TO EOF-FLAG-AWD
               NOT AT END PERFORM 302C-STORE-ONE-AWARD-LINE
           END-READ.

       302C-STORE-ONE-AWARD-LINE.
           IF AWD-CODE NOT = SPACES
              AND (AWD-BASIS = "A" OR "P")
              AND AWD-AMOUNT IS NUMERIC
              AND AWD-PERCENT IS NUMERIC
              AND AWD-MIN-AVERAGE IS NUMERIC
              AND AWD-RECIPIENTS IS NUMERIC
               ADD 1 TO AWARD-TBL-COUNT
               MOVE AWD-CODE TO AWD-CODE-TBL(AWARD-TBL-COUNT)
               MOVE AWD-NAME TO AWD-NAME-TBL(AWARD-TBL-COUNT)
               MOVE AWD-BASIS TO AWD-BASIS-TBL(AWARD-TBL-COUNT)
               MOVE AWD-AMOUNT TO AWD-AMOUNT-TBL(AWARD-TBL-COUNT)
               MOVE AWD-PERCENT TO AWD-PERCENT-TBL(AWARD-TBL-COUNT)
               MOVE AWD-MIN-AVERAGE TO
                   AWD-MIN-AVERAGE-TBL(AWARD-TBL-COUNT)
               MOVE AWD-RECIPIENTS TO
                   AWD-RECIPIENTS-TBL(AWARD-TBL-COUNT)
               MOVE AWD-PROGRAM-1 TO AWD-PROGRAM-TBL(AWARD-TBL-COUNT 1)
               MOVE AWD-PROGRAM-2 TO AWD-PROGRAM-TBL(AWARD-TBL-COUNT 2)
               MOVE AWD-PROGRAM-3 TO AWD-PROGRAM-TBL(AWARD-TBL-COUNT 3)
               MOVE AWD-PROGRAM-4 TO AWD-PROGRAM-TBL(AWARD-TBL-COUNT 4)
               MOVE AWD-PROGRAM-5 TO AWD-PROGRAM-TBL(AWARD-TBL-COUNT 5)
               MOVE 0 TO AWD-GRANTED-TBL(AWARD-TBL-COUNT)
               MOVE 0 TO AWD-CREDIT-TBL(AWARD-TBL-COUNT)
           ELSE
               DISPLAY "WARNING: INVALID AWARD TABLE LINE IGNORED: "
                   AWARD-TABLE-RECORD
           END-IF.

       302D-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 ADD 1 TO COURSE-TBL-COUNT.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF AWARD CANDIDATES RANKED: "
                CANDIDATE-COUNTER.
           DISPLAY "THE NUMBER OF AWARDS GRANTED: " GRANTED-COUNTER.
           DISPLAY "THE NUMBER ALREADY AWARDED THIS YEAR: "
                ALREADY-AWARDED-COUNTER.
           DISPLAY "THE NUMBER NOT GRANTED (NO BALANCE/REWRITE): "
                REJECT-COUNTER.

       310-RANK-ONE-STUDENT.
           READ STUDENT-FILE-IO NEXT
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF TUITION-OWED > 0
                       PERFORM 311-CALCULATE-COURSES-AVERAGE
                       IF COURSE-COUNT > 0
                           PERFORM 312-CHECK-ONE-AWARD VARYING
                               AWD-SUB FROM 1 BY 1
                               UNTIL AWD-SUB > AWARD-TBL-COUNT
                       END-IF
                   END-IF
           END-READ.

      * Same credit-weighted average over final grades only that
      * PROJECT3-P4 puts a student on the Dean's List with - a slot
      * still flagged "I" (in progress) is left out.
       311-CALCULATE-COURSES-AVERAGE.
           MOVE 0 TO COURSE-COUNT.
           IF COURSE-CODE-1 NOT = SPACES
               AND GRADE-STATUS-1 NOT = "I"
               ADD 1 TO COURSE-COUNT
           END-IF.
           IF COURSE-CODE-2 NOT = SPACES
               AND GRADE-STATUS-2 NOT = "I"
               ADD 1 TO COURSE-COUNT
           END-IF.
           IF COURSE-CODE-3 NOT = SPACES
               AND GRADE-STATUS-3 NOT = "I"
               ADD 1 TO COURSE-COUNT
           END-IF.
           IF COURSE-CODE-4 NOT = SPACES
               AND GRADE-STATUS-4 NOT = "I"
               ADD 1 TO COURSE-COUNT
           END-IF.
           IF COURSE-CODE-5 NOT = SPACES
               AND GRADE-STATUS-5 NOT = "I"
               ADD 1 TO COURSE-COUNT
           END-IF.
           MOVE COURSE-CODE-1 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 311B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CREDITS-FOUND TO CREDITS-1.
           IF GRADE-STATUS-1 = "I"
               MOVE 0 TO CREDITS-1
           END-IF.
           MOVE COURSE-CODE-2 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 311B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CREDITS-FOUND TO CREDITS-2.
           IF GRADE-STATUS-2 = "I"
               MOVE 0 TO CREDITS-2
           END-IF.
           MOVE COURSE-CODE-3 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 311B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CREDITS-FOUND TO CREDITS-3.
           IF GRADE-STATUS-3 = "I"
               MOVE 0 TO CREDITS-3
           END-IF.
           MOVE COURSE-CODE-4 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 311B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CREDITS-FOUND TO CREDITS-4.
           IF GRADE-STATUS-4 = "I"
               MOVE 0 TO CREDITS-4
           END-IF.
           MOVE COURSE-CODE-5 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 311B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CREDITS-FOUND TO CREDITS-5.
           IF GRADE-STATUS-5 = "I"
               MOVE 0 TO CREDITS-5
           END-IF.
      *  Call an external function that calculates the credit-weighted
      *  average of the courses the student actually completed.
           CALL "./Project3_P3_Sub"
           USING STUDENT-AVERAGE,
               COURSE-AVERAGE-1,COURSE-AVERAGE-2,
               COURSE-AVERAGE-3,COURSE-AVERAGE-4,
               COURSE-AVERAGE-5,
               CREDITS-1,CREDITS-2,CREDITS-3,CREDITS-4,CREDITS-5,
               COURSE-COUNT.

      * Look up the credit weight for one course code; 0 when the code
      * is blank or not found in the course table.
       311B-LOOKUP-ONE-CREDIT.
           MOVE 0 TO COURSE-CREDITS-FOUND.
           IF COURSE-CODE-FOR-LOOKUP NOT = SPACES
               MOVE "N" TO FOUND-FLAG
               PERFORM 311C-SEARCH-COURSE-TABLE VARYING
                      SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                      OR FOUND-FLAG = "Y"
           END-IF.

       311C-SEARCH-COURSE-TABLE.
           IF COURSE-CODE-FOR-LOOKUP EQUAL COURSE-CODE-TBL(SUB-2)
               MOVE COURSE-CREDITS-TBL(SUB-2) TO COURSE-CREDITS-FOUND
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       312-CHECK-ONE-AWARD.
           IF STUDENT-AVERAGE >= AWD-MIN-AVERAGE-TBL(AWD-SUB)
               MOVE "N" TO PROGRAM-ELIGIBLE-FLG
               IF AWD-PROGRAM-TBL(AWD-SUB 1) = SPACES
                  AND AWD-PROGRAM-TBL(AWD-SUB 2) = SPACES
                  AND AWD-PROGRAM-TBL(AWD-SUB 3) = SPACES
                  AND AWD-PROGRAM-TBL(AWD-SUB 4) = SPACES
                  AND AWD-PROGRAM-TBL(AWD-SUB 5) = SPACES
                   MOVE "Y" TO PROGRAM-ELIGIBLE-FLG
               ELSE
                   PERFORM 312B-CHECK-ONE-PROGRAM VARYING
                       PRG-SUB FROM 1 BY 1 UNTIL PRG-SUB > 5
               END-IF
               IF PROGRAM-ELIGIBLE-FLG = "Y"
                   MOVE AWD-SUB TO SRT-AWARD-SUB
                   MOVE STUDENT-AVERAGE TO SRT-AVERAGE
                   MOVE STUDENT-NUMBER TO SRT-STUDENT-NUMBER
                   RELEASE SORT-CANDIDATE-RECORD
                   ADD 1 TO CANDIDATE-COUNTER
               END-IF
           END-IF.

       312B-CHECK-ONE-PROGRAM.
           IF AWD-PROGRAM-TBL(AWD-SUB PRG-SUB) = PROGRAM-OF-STUDY
               MOVE "Y" TO PROGRAM-ELIGIBLE-FLG
           END-IF.

       320-RETURN-CANDIDATE.
           RETURN SORT-WORK-FILE AT END MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

      * An award break prints the award's heading; a candidate past
      * the award's number of recipients is simply not listed.
       321-PROCESS-ONE-CANDIDATE.
           IF SRT-AWARD-SUB NOT = PRIOR-AWARD-SUB
               IF PRIOR-AWARD-SUB NOT = 0
                   PERFORM 323-WRITE-AWARD-TOTAL
               END-IF
               MOVE SRT-AWARD-SUB TO PRIOR-AWARD-SUB
               PERFORM 322-WRITE-AWARD-HEADING
           END-IF.
           MOVE SRT-AWARD-SUB TO AWD-SUB.
           IF AWD-GRANTED-TBL(AWD-SUB) < AWD-RECIPIENTS-TBL(AWD-SUB)
               PERFORM 330-CONSIDER-CANDIDATE
           END-IF.
           PERFORM 320-RETURN-CANDIDATE.

       322-WRITE-AWARD-HEADING.
           MOVE AWD-CODE-TBL(SRT-AWARD-SUB) TO AHD-CODE-OUT.
           MOVE AWD-NAME-TBL(SRT-AWARD-SUB) TO AHD-NAME-OUT.
           MOVE AWD-MIN-AVERAGE-TBL(SRT-AWARD-SUB) TO
               AHD-MIN-AVERAGE-OUT.
           MOVE AWD-RECIPIENTS-TBL(SRT-AWARD-SUB) TO AHD-RECIPIENTS-OUT.
           WRITE AWARD-REGISTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE AWARD-REGISTER-RECORD-OUT FROM AWARD-HEADING-LINE.
           WRITE AWARD-REGISTER-RECORD-OUT FROM COLUMN-HEADER-LINE.
           WRITE AWARD-REGISTER-RECORD-OUT FROM RULE-LINE.

       323-WRITE-AWARD-TOTAL.
           MOVE AWD-GRANTED-TBL(PRIOR-AWARD-SUB) TO ATL-GRANTED-OUT.
           MOVE AWD-CREDIT-TBL(PRIOR-AWARD-SUB) TO ATL-CREDIT-OUT.
           WRITE AWARD-REGISTER-RECORD-OUT FROM AWARD-TOTAL-LINE.

      * Re-read the candidate so the credit is worked from the
      * balance as it stands now - an earlier award this run may
      * already have reduced it. The credit never takes the balance
      * below zero; a student with nothing left owing is passed over
      * and the award moves on to the next student down the list.
       330-CONSIDER-CANDIDATE.
           MOVE SRT-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "Y"
               MOVE TUITION-OWED TO OLD-BALANCE-WS
               MOVE 0 TO AWARD-CREDIT-WS
               MOVE SRT-AVERAGE TO STUDENT-AVERAGE
               PERFORM 331-CHECK-AWARD-HISTORY
               IF ALREADY-AWARDED-FLG = "Y"
                   ADD 1 TO ALREADY-AWARDED-COUNTER
                   MOVE "ALREADY AWARDED" TO STATUS-TEXT-WS
                   PERFORM 350-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 332-COMPUTE-AWARD-CREDIT
                   IF AWARD-CREDIT-WS = 0
                       ADD 1 TO REJECT-COUNTER
                       MOVE "NO BALANCE OWING" TO STATUS-TEXT-WS
                       PERFORM 350-WRITE-REGISTER-LINE
                   ELSE
                       PERFORM 333-APPLY-AWARD
                   END-IF
               END-IF
           END-IF.

      * One pass over AWARD-HIST.TXT per candidate - the same
      * open/scan/close pattern the payment-log readers use. No
      * history file yet just means nothing has been awarded.
       331-CHECK-AWARD-HISTORY.
           MOVE "N" TO ALREADY-AWARDED-FLG.
           OPEN INPUT AWARD-HISTORY-FILE.
           IF STATUS-FIELD-HIST = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-HIST NOT = "00"
                   MOVE "AWARD-HISTORY-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-HIST TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-HIST
               PERFORM 331B-CHECK-ONE-HISTORY-LINE
                   UNTIL EOF-FLAG-HIST = "Y"
               CLOSE AWARD-HISTORY-FILE
           END-IF.

       331B-CHECK-ONE-HISTORY-LINE.
           READ AWARD-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG-HIST
               NOT AT END
                   IF AWH-STUDENT-NUMBER = STUDENT-NUMBER
                      AND AWH-AWARD-CODE = AWD-CODE-TBL(AWD-SUB)
                      AND AWH-AWARD-YEAR = RUN-YEAR
                       MOVE "Y" TO ALREADY-AWARDED-FLG
                   END-IF
           END-READ.

       332-COMPUTE-AWARD-CREDIT.
           IF AWD-BASIS-TBL(AWD-SUB) = "A"
               MOVE AWD-AMOUNT-TBL(AWD-SUB) TO AWARD-CREDIT-WS
           ELSE
               COMPUTE AWARD-CREDIT-WS ROUNDED =
                   TUITION-OWED * AWD-PERCENT-TBL(AWD-SUB) / 100
           END-IF.
           IF AWARD-CREDIT-WS > TUITION-OWED
               MOVE TUITION-OWED TO AWARD-CREDIT-WS
           END-IF.

       333-APPLY-AWARD.
           IF AWARD-COMMIT-FLG = "Y"
               PERFORM 352-POST-AWARD
           ELSE
               SUBTRACT AWARD-CREDIT-WS FROM TUITION-OWED
               PERFORM 334-COUNT-AWARD-GRANTED
               MOVE "TRIAL - NOT POSTED" TO STATUS-TEXT-WS
               PERFORM 350-WRITE-REGISTER-LINE
           END-IF.

       334-COUNT-AWARD-GRANTED.
           ADD 1 TO GRANTED-COUNTER.
           ADD 1 TO AWD-GRANTED-TBL(AWD-SUB).
           ADD AWARD-CREDIT-WS TO AWD-CREDIT-TBL(AWD-SUB).
           ADD AWARD-CREDIT-WS TO TOTAL-CREDIT-GRANTED.

       350-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO DET-STUDENT-NAME-OUT.
           MOVE PROGRAM-OF-STUDY TO DET-PROGRAM-OUT.
           MOVE STUDENT-AVERAGE TO DET-AVERAGE-OUT.
           MOVE OLD-BALANCE-WS TO DET-BALANCE-OUT.
           MOVE AWARD-CREDIT-WS TO DET-CREDIT-OUT.
           MOVE TUITION-OWED TO DET-NEW-BALANCE-OUT.
           MOVE STATUS-TEXT-WS TO DET-STATUS-OUT.
           WRITE AWARD-REGISTER-RECORD-OUT FROM AWARD-DETAIL-LINE.

      * Commit the award: REWRITE the reduced balance, then log it as
      * an "A" entry so the billing statement shows it on a line of
      * its own and PROJECT3-P10 nets it off like any other credit,
      * record it on the award history and print the letter.
       352-POST-AWARD.
           SUBTRACT AWARD-CREDIT-WS FROM TUITION-OWED.
           REWRITE STUDENT-RECORD-IO
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       STUDENT-NUMBER
                   MOVE OLD-BALANCE-WS TO TUITION-OWED
                   ADD 1 TO REJECT-COUNTER
                   MOVE "REWRITE FAILED" TO STATUS-TEXT-WS
               NOT INVALID KEY
                   PERFORM 354-LOG-AWARD
                   PERFORM 356-APPEND-AWARD-HISTORY
                   PERFORM 358-WRITE-AWARD-LETTER
                   PERFORM 334-COUNT-AWARD-GRANTED
                   MOVE "AWARD POSTED" TO STATUS-TEXT-WS
           END-REWRITE.
           PERFORM 350-WRITE-REGISTER-LINE.

       354-LOG-AWARD.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE STUDENT-NUMBER TO LOG-STUDENT-NUMBER.
           MOVE OLD-BALANCE-WS TO LOG-OLD-BALANCE.
           MOVE AWARD-CREDIT-WS TO LOG-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO LOG-NEW-BALANCE.
           MOVE RUN-DATE-WS TO LOG-TRANSACTION-DATE.
           MOVE "A" TO LOG-TRANSACTION-TYPE.
           MOVE "P45AWRD" TO LOG-OPERATOR-ID.
           MOVE 0 TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 355-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           MOVE SPACES TO LOG-APPROVER-ID.
           WRITE PAYMENT-LOG-RECORD.
           CLOSE PAYMENT-LOG-FILE.

       356-APPEND-AWARD-HISTORY.
           OPEN EXTEND AWARD-HISTORY-FILE.
           IF STATUS-FIELD-HIST = "35"
               OPEN OUTPUT AWARD-HISTORY-FILE
           END-IF.
           IF STATUS-FIELD-HIST NOT = "00"
               MOVE "AWARD-HISTORY-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE STUDENT-NUMBER TO AWH-STUDENT-NUMBER.
           MOVE AWD-CODE-TBL(AWD-SUB) TO AWH-AWARD-CODE.
           MOVE RUN-DATE-WS TO AWH-AWARD-DATE.
           MOVE AWARD-CREDIT-WS TO AWH-AMOUNT.
           WRITE AWARD-HISTORY-RECORD.
           CLOSE AWARD-HISTORY-FILE.

      * One letter per award granted, in the layout PROJECT3-P17 uses
      * for its Dean's List letters.
       358-WRITE-AWARD-LETTER.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-SEPARATOR-LINE.
           MOVE STUDENT-NAME TO LTR-ADDRESS-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-ADDRESS-LINE.
           MOVE STUDENT-ADDRESS TO LTR-ADDRESS-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-ADDRESS-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           MOVE STUDENT-NAME TO LTR-GREETING-NAME-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-GREETING-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-1.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-2.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           MOVE AWD-NAME-TBL(AWD-SUB) TO LTR-AWARD-NAME-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-AWARD-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           MOVE STUDENT-AVERAGE TO LTR-AVERAGE-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-AVERAGE-LINE.
           MOVE AWARD-CREDIT-WS TO LTR-CREDIT-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-CREDIT-LINE.
           MOVE TUITION-OWED TO LTR-BALANCE-OUT.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BALANCE-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-3.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE AWARD-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.

      * Append one line of run counters to the standing metrics file -
      * awards granted are the primary count, candidates passed over
      * as already awarded this year the secondary count, and no-
      * balance/rewrite failures land in the reject column.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P45" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE GRANTED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE ALREADY-AWARDED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE REJECT-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       355-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P45.
