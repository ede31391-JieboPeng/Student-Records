      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Cohort retention and attrition report. Every student
      * on STUFILE3OUT and on the STUDENT-ARCHIVE.DAT archive is put
      * in an intake cohort - their program of study and the term of
      * their first COURSE-HIST.DAT entry (transfer credits left out,
      * since no term was taken here) - and followed term by term
      * through the TERMS.TXT calendar. Each student ends in one of
      * four outcomes, in this order of precedence:
      *   GRADUATED - a credential on CREDENTIALS.DAT (PROJECT3-P51);
      *   WITHDRAWN - a (W)ITHDRAW entry on PAYMENT-LOG.TXT with no
      *               course entered after it;
      *   ARCHIVED  - moved to the archive as inactive (PROJECT3-P29);
      *   ACTIVE    - still on STUFILE3OUT.
      * Active and graduated students are retained, withdrawn and
      * archived students are attrition. For each of the
      * RETENTION-TERMS terms after the intake term the report shows
      * the share of the cohort still enrolled at that term (or
      * already graduated), left blank until the term has started.
      * COHORT-RETENTION.TXT has one line per program and intake
      * term with program and grand totals; COHORT-SUMMARY.TXT is the
      * one-page summary by program the registrar sends to the
      * ministry.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - STUDENT-ARCHIVE record widened with the
      *                     archive date (PROJECT3-P29) and the
      *                     anonymization date (PROJECT3-P59).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P58.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT PROGRAM-FILE-IN ASSIGN TO DYNAMIC FP-PROGRAM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PROG.

           SELECT TERM-FILE-IN ASSIGN TO DYNAMIC FP-TERM-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TERM.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-IN.

           SELECT STUDENT-ARCHIVE-IN
               ASSIGN TO DYNAMIC FP-STUDENT-ARCHIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-ARC.

           SELECT COURSE-HIST-MASTER
               ASSIGN TO DYNAMIC FP-COURSE-HIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               ALTERNATE RECORD KEY IS CHM-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT CREDENTIAL-FILE
               ASSIGN TO DYNAMIC FP-CREDENTIALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-CRD.

           SELECT COHORT-REPORT-OUT
               ASSIGN TO DYNAMIC FP-COHORT-RETENTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT COHORT-SUMMARY-OUT
               ASSIGN TO DYNAMIC FP-COHORT-SUMMARY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SUM.

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

      * Same layout as STUFILE3OUT - PROJECT3-P29 moves the whole
      * record across - so only the key and program are named here.
       FD STUDENT-ARCHIVE-IN.
       01 STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(46).
           05 ARC-PROGRAM-OF-STUDY PIC X(5).
           05 FILLER PIC X(168).
      * Archive date (PROJECT3-P29) and personal-data anonymization
      * date (PROJECT3-P59).
           05 FILLER PIC X(16).

       FD PROGRAM-FILE-IN.
       01 PROGRAM-RECORD.
           05 PROGRAM-CODE-IN PIC X(5).
           05 PROGRAM-X PIC X(1).
           05 PROGRAM-NAME-IN PIC X(20).
           05 PROGRAM-Y PIC X(1).
           05 PROGRAM-RATE-IN PIC 9(3)V99.
           05 PROGRAM-Z PIC X(1).
           05 REQUIRED-COURSE-1-IN PIC X(7).
           05 REQUIRED-COURSE-2-IN PIC X(7).
           05 REQUIRED-COURSE-3-IN PIC X(7).
           05 REQUIRED-COURSE-4-IN PIC X(7).
           05 REQUIRED-COURSE-5-IN PIC X(7).
           05 PROGRAM-W PIC X(1).
           05 PROGRAM-RATE-2-IN PIC 9(3)V99.
           05 PROGRAM-V PIC X(1).
           05 PROGRAM-RATE-2-EFF-IN PIC 9(8).
           05 PROGRAM-U PIC X(1).
           05 PROGRAM-INTL-RATE-IN PIC 9(3)V99.
           05 PROGRAM-T PIC X(1).
           05 PROGRAM-INTL-RATE-2-IN PIC 9(3)V99.

       FD TERM-FILE-IN.
       01 TERM-RECORD-IN.
           05 TERM-CODE-IN PIC X(5).
           05 FILLER PIC X(1).
           05 TERM-START-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-END-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-ADD-DROP-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-CENSUS-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 TERM-WITHDRAW-IN PIC 9(8).

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

       FD COURSE-HIST-MASTER.
       01 COURSE-HIST-MASTER-RECORD.
           05 CHM-KEY.
               10 CHM-STUDENT-NUMBER PIC 9(6).
               10 CHM-ENTRY-DATE PIC 9(8).
               10 CHM-SEQUENCE PIC 9(3).
           05 CHM-COURSE-CODE PIC X(7).
           05 CHM-COURSE-AVERAGE PIC 9(3).
           05 CHM-REPEAT-FLAG PIC X(1).
      * "T" marks a transfer credit granted through PROJECT3-P46 -
      * it starts no cohort and is no sign of a term taken here.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

      * PROJECT3-P51's credential (graduation) records.
       FD CREDENTIAL-FILE.
       01 CREDENTIAL-RECORD.
           05 CRD-STUDENT-NUMBER PIC 9(6).
           05 CRD-STUDENT-NAME PIC X(40).
           05 CRD-PROGRAM-CODE PIC X(5).
           05 CRD-CONFERRAL-DATE PIC 9(8).
           05 CRD-CUM-AVERAGE PIC 9(3).
           05 CRD-CUM-CREDITS PIC 9(4)V9.
           05 CRD-HONOURS-CODE PIC X(1).
           05 CRD-RUN-DATE PIC 9(8).

       FD COHORT-REPORT-OUT.
       01 COHORT-RECORD-OUT PIC X(132).

       FD COHORT-SUMMARY-OUT.
       01 SUMMARY-RECORD-OUT PIC X(100).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 REPORT-TITLE-LINE.
           05 FILLER PIC X(50)
               VALUE "COHORT RETENTION AND ATTRITION REPORT".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TTL-RUN-DATE-OUT PIC 9(8).

       01 OUTCOME-LEGEND-LINE.
           05 FILLER PIC X(50)
               VALUE "RETAINED = ACTIVE + GRADUATED.  ATTRITION = ".
           05 FILLER PIC X(50)
               VALUE "WITHDRAWN + ARCHIVED AS INACTIVE.".

       01 TERM-LEGEND-LINE.
           05 FILLER PIC X(50)
               VALUE "TERM+N = % OF THE COHORT STILL ENROLLED (OR ".
           05 FILLER PIC X(50)
               VALUE "GRADUATED) N TERMS AFTER INTAKE.".

       01 COHORT-HEADER.
           05 FILLER PIC X(7) VALUE "PROGRAM".
           05 FILLER PIC X(7) VALUE " INTAKE".
           05 FILLER PIC X(7) VALUE "  START".
           05 FILLER PIC X(7) VALUE " ACTIVE".
           05 FILLER PIC X(7) VALUE "   GRAD".
           05 FILLER PIC X(7) VALUE " WDRAWN".
           05 FILLER PIC X(7) VALUE "  ARCHV".
           05 FILLER PIC X(6) VALUE "  RET%".
           05 FILLER PIC X(6) VALUE "  ATT%".
           05 CHD-OFFSET-HEAD-OUT OCCURS 8 TIMES PIC X(7).

       01 HEADER-LINE.
           05 FILLER PIC X(121) VALUE ALL "-".

      * One line per cohort; the program and grand total lines reuse
      * it with a label in place of the program and intake term.
       01 COHORT-DETAIL-LINE.
           05 COD-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COD-INTAKE-TERM-OUT PIC X(5).
           05 COD-HEADCOUNT-OUT PIC ZZZZZZ9.
           05 COD-ACTIVE-OUT PIC ZZZZZZ9.
           05 COD-GRADUATED-OUT PIC ZZZZZZ9.
           05 COD-WITHDRAWN-OUT PIC ZZZZZZ9.
           05 COD-ARCHIVED-OUT PIC ZZZZZZ9.
           05 COD-RETAINED-PCT-OUT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 COD-ATTRITION-PCT-OUT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 COD-OFFSET-PCT-OUT OCCURS 8 TIMES PIC X(7).

       01 SUMMARY-TITLE-LINE.
           05 FILLER PIC X(50)
               VALUE "STUDENT RETENTION SUMMARY BY PROGRAM".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 STL-RUN-DATE-OUT PIC 9(8).

       01 SUMMARY-RANGE-LINE.
           05 FILLER PIC X(25) VALUE "INTAKE COHORTS FROM TERM ".
           05 SRL-FIRST-TERM-OUT PIC X(5).
           05 FILLER PIC X(9) VALUE " TO TERM ".
           05 SRL-LAST-TERM-OUT PIC X(5).

       01 SUMMARY-HEADER.
           05 FILLER PIC X(7) VALUE "PROGRAM".
           05 FILLER PIC X(21) VALUE " NAME".
           05 FILLER PIC X(7) VALUE "  START".
           05 FILLER PIC X(7) VALUE " ACTIVE".
           05 FILLER PIC X(7) VALUE "   GRAD".
           05 FILLER PIC X(7) VALUE " WDRAWN".
           05 FILLER PIC X(7) VALUE "  ARCHV".
           05 FILLER PIC X(6) VALUE "  RET%".
           05 FILLER PIC X(6) VALUE "  ATT%".
           05 FILLER PIC X(12) VALUE "  2ND-TERM%".

       01 SUMMARY-DETAIL-LINE.
           05 SMD-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMD-PROGRAM-NAME-OUT PIC X(20).
           05 SMD-HEADCOUNT-OUT PIC ZZZZZZ9.
           05 SMD-ACTIVE-OUT PIC ZZZZZZ9.
           05 SMD-GRADUATED-OUT PIC ZZZZZZ9.
           05 SMD-WITHDRAWN-OUT PIC ZZZZZZ9.
           05 SMD-ARCHIVED-OUT PIC ZZZZZZ9.
           05 SMD-RETAINED-PCT-OUT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 SMD-ATTRITION-PCT-OUT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 SMD-SECOND-TERM-OUT PIC X(9).

       01 SECOND-TERM-LEGEND-LINE.
           05 FILLER PIC X(50)
               VALUE "2ND-TERM% = % OF STUDENTS STILL ENROLLED IN THE ".
           05 FILLER PIC X(50)
               VALUE "TERM AFTER THEIR INTAKE TERM.".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

      * Intake cohorts, kept in program then intake-term order as they
      * are added so the report needs no sort. COH-TERM-SUB-TBL is the
      * intake term's place in the date-ordered term table.
       01 COHORT-TBL-MAX PIC 9(3) VALUE 500.
       01 COHORT-TABLE.
           05 COHORT-TBL OCCURS 500 TIMES.
               10 COH-PROGRAM-TBL PIC X(5).
               10 COH-TERM-SUB-TBL PIC 9(3).
               10 COH-HEADCOUNT-TBL PIC 9(5).
               10 COH-ACTIVE-TBL PIC 9(5).
               10 COH-GRADUATED-TBL PIC 9(5).
               10 COH-WITHDRAWN-TBL PIC 9(5).
               10 COH-ARCHIVED-TBL PIC 9(5).
               10 COH-RETAINED-TBL OCCURS 8 TIMES PIC 9(5).

      * Latest (W)ITHDRAW entry per student off the payment log.
       01 WITHDRAW-TBL-MAX PIC 9(4) VALUE 2000.
       01 WITHDRAW-TABLE.
           05 WITHDRAW-TBL OCCURS 2000 TIMES.
               10 WD-STUDENT-NUMBER-TBL PIC 9(6).
               10 WD-DATE-TBL PIC 9(8).

      * Program and grand totals, built as the cohort lines print.
      * The TERM+N columns only count cohorts that have reached that
      * term, so each carries its own base.
       01 TOTALS-AREA.
           05 TOTAL-LEVEL OCCURS 2 TIMES.
               10 TOT-HEADCOUNT PIC 9(6).
               10 TOT-ACTIVE PIC 9(6).
               10 TOT-GRADUATED PIC 9(6).
               10 TOT-WITHDRAWN PIC 9(6).
               10 TOT-ARCHIVED PIC 9(6).
               10 TOT-OFFSET OCCURS 8 TIMES.
                   15 TOT-OFFSET-RETAINED PIC 9(6).
                   15 TOT-OFFSET-BASE PIC 9(6).

       01 TERM-SWAP-AREA PIC X(45).

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-ARC PIC X(1).
           05 EOF-FLAG-PROG PIC X(1).
           05 EOF-FLAG-TERM PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ARCHIVE-OPEN-FLG PIC X(1) VALUE "N".
           05 HIST-MASTER-OPEN-FLG PIC X(1) VALUE "N".
           05 CREDENTIAL-OPEN-FLG PIC X(1) VALUE "N".
           05 STATUS-FIELD-PROG PIC X(2).
           05 STATUS-FIELD-TERM PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-ARC PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-CRD PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-SUM PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 ARCHIVE-READ-COUNTER PIC 9(5) VALUE 0.
           05 FOLLOWED-COUNTER PIC 9(5) VALUE 0.
           05 NO-HISTORY-COUNTER PIC 9(5) VALUE 0.
           05 OVERFLOW-COUNTER PIC 9(5) VALUE 0.
           05 SUB-1 PIC 9(3).
           05 TERM-SUB PIC 9(3).
           05 SORT-PASS PIC 9(3).
           05 WD-SUB PIC 9(4).
           05 COH-SUB PIC S9(4).
           05 INSERT-SUB PIC S9(4).
           05 OFFSET-SUB PIC 9(1).
           05 LEVEL-SUB PIC 9(1).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 TERM-TBL-COUNT PIC 9(3) VALUE 0.
           05 WITHDRAW-TBL-COUNT PIC 9(4) VALUE 0.
           05 COHORT-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 COHORT-FOUND-SUB PIC 9(3).
           05 TERM-FOUND-SUB PIC 9(3).
           05 OFFSET-TERM-SUB PIC 9(3).
           05 RUN-DATE-WS PIC 9(8).
      * The student being followed, from either file.
           05 FOLLOW-STUDENT-NUMBER PIC 9(6).
           05 FOLLOW-PROGRAM-CODE PIC X(5).
           05 FOLLOW-SOURCE-FLG PIC X(1).
           05 FIRST-TERM-SUB PIC 9(3).
           05 LAST-TERM-SUB PIC 9(3).
           05 LAST-ENTRY-DATE PIC 9(8).
           05 WITHDRAW-DATE-WS PIC 9(8).
           05 OUTCOME-CODE PIC X(1).
           05 RETAINED-FLG PIC X(1).
      * Program break while the cohort lines print.
           05 BREAK-PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME-OUT PIC X(20).
           05 FIRST-INTAKE-SUB PIC 9(3).
           05 LAST-INTAKE-SUB PIC 9(3).
           05 PCT-WORK PIC 9(3).
           05 PCT-EDIT PIC ZZ9.
           05 OFFSET-DIGIT PIC 9(1).
      * Report settings, overridable by C:\STUPARAM.TXT.
           05 RETENTION-TERMS PIC 9(1) VALUE 6.
           05 RETENTION-TERMS-CHK PIC X(1).
      * Copy the files which contain the structure of the program and
      * term tables.
       COPY "./PROGRAM-TBL.DAT".
       COPY "./TERM-TBL.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-PRODUCE-COHORT-REPORT.
           PERFORM 201-INITIALIZE.
           PERFORM 202-FOLLOW-ACTIVE-STUDENTS.
           PERFORM 203-FOLLOW-ARCHIVED-STUDENTS.
           PERFORM 204-WRITE-REPORTS.
           PERFORM 205-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-MAX OR
                  EOF-FLAG-PROG = "Y".
           PERFORM 303-LOAD-TERM-TABLE.
           PERFORM 304-LOAD-WITHDRAWALS.

       202-FOLLOW-ACTIVE-STUDENTS.
           MOVE "N" TO EOF-FLAG.
           PERFORM 305-READ-ACTIVE-STUDENT.
           PERFORM 305B-FOLLOW-ACTIVE-STUDENT
                   UNTIL EOF-FLAG = "Y".

      * A student who is on both files (reinstated but not yet removed
      * from the archive) has already been followed as active.
       203-FOLLOW-ARCHIVED-STUDENTS.
           IF ARCHIVE-OPEN-FLG = "Y"
               MOVE "N" TO EOF-FLAG-ARC
               PERFORM 306-READ-ARCHIVED-STUDENT
               PERFORM 306B-FOLLOW-ARCHIVED-STUDENT
                       UNTIL EOF-FLAG-ARC = "Y"
           END-IF.

       204-WRITE-REPORTS.
           MOVE 0 TO FIRST-INTAKE-SUB.
           MOVE 0 TO LAST-INTAKE-SUB.
           PERFORM 320C-CHECK-INTAKE-RANGE VARYING
                  COH-SUB FROM 1 BY 1 UNTIL COH-SUB > COHORT-TBL-COUNT.
           PERFORM 320-WRITE-REPORT-HEADINGS.
           INITIALIZE TOTALS-AREA.
           MOVE SPACES TO BREAK-PROGRAM-CODE.
           PERFORM 321-WRITE-ONE-COHORT VARYING
                  COH-SUB FROM 1 BY 1 UNTIL COH-SUB > COHORT-TBL-COUNT.
           IF COHORT-TBL-COUNT > 0
               PERFORM 322-WRITE-PROGRAM-TOTALS
           END-IF.
           PERFORM 323-WRITE-GRAND-TOTALS.

       205-TERMINATE.
           PERFORM 330-DISPLAY-AUDIT.
           PERFORM 331-CLOSE-FILES.

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
               WHEN "PROGRAM-FILE"
                   MOVE PARM-VALUE TO FP-PROGRAM-FILE
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "STUDENT-ARCHIVE"
                   MOVE PARM-VALUE TO FP-STUDENT-ARCHIVE
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "CREDENTIALS"
                   MOVE PARM-VALUE TO FP-CREDENTIALS
               WHEN "COHORT-RETENTION"
                   MOVE PARM-VALUE TO FP-COHORT-RETENTION
               WHEN "COHORT-SUMMARY"
                   MOVE PARM-VALUE TO FP-COHORT-SUMMARY
               WHEN "RETENTION-TERMS"
                   MOVE PARM-VALUE(1:1) TO RETENTION-TERMS-CHK
                   IF RETENTION-TERMS-CHK IS NUMERIC
                      AND RETENTION-TERMS-CHK NOT = "0"
                      AND RETENTION-TERMS-CHK NOT = "9"
                       MOVE RETENTION-TERMS-CHK TO RETENTION-TERMS
                   ELSE
                       DISPLAY "WARNING: RETENTION-TERMS VALUE IN "
                           "PARAMETER FILE NOT 1 TO 8 - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The archive, the history master and the credential file may
      * not exist yet on a young system: nobody archived, no history
      * to start a cohort from, nobody graduated.
       301-OPEN-FILES.
           OPEN INPUT PROGRAM-FILE-IN.
           IF STATUS-FIELD-PROG NOT = "00"
               MOVE "PROGRAM-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-PROG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD-IN NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-ARCHIVE-IN.
           IF STATUS-FIELD-ARC = "00"
               MOVE "Y" TO ARCHIVE-OPEN-FLG
           ELSE
               IF STATUS-FIELD-ARC NOT = "35"
                   MOVE "STUDENT-ARCHIVE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-ARC TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN INPUT COURSE-HIST-MASTER.
           IF STATUS-FIELD-HIST = "00"
               MOVE "Y" TO HIST-MASTER-OPEN-FLG
           ELSE
               IF STATUS-FIELD-HIST NOT = "35"
                   MOVE "COURSE-HIST-MASTER" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-HIST TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN INPUT CREDENTIAL-FILE.
           IF STATUS-FIELD-CRD = "00"
               MOVE "Y" TO CREDENTIAL-OPEN-FLG
           ELSE
               IF STATUS-FIELD-CRD NOT = "35"
                   MOVE "CREDENTIAL-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-CRD TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN OUTPUT COHORT-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "COHORT-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT COHORT-SUMMARY-OUT.
           IF STATUS-FIELD-SUM NOT = "00"
               MOVE "COHORT-SUMMARY-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-SUM TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302-LOAD-PROGRAM-TABLE.
           READ PROGRAM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-PROG
              NOT AT END
                 MOVE PROGRAM-CODE-IN TO PROGRAM-CODE-TBL(SUB-1)
                 MOVE PROGRAM-NAME-IN TO PROGRAM-NAME-TBL(SUB-1)
                 ADD 1 TO PROGRAM-TBL-COUNT.

      * TERMS.TXT read whole, the same way Project3_Term_Sub loads it,
      * then put in start-date order so "the next term" is simply the
      * next entry. Without a calendar no history entry can be placed
      * in a term and no cohort can be formed.
       303-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE-IN.
           IF STATUS-FIELD-TERM = "00"
               MOVE "N" TO EOF-FLAG-TERM
               PERFORM 303B-LOAD-ONE-TERM
                   UNTIL EOF-FLAG-TERM = "Y"
                      OR TERM-TBL-COUNT NOT < TERM-TBL-MAX
               CLOSE TERM-FILE-IN
           ELSE
               IF STATUS-FIELD-TERM NOT = "35"
                   MOVE "TERM-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-TERM TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           IF TERM-TBL-COUNT = 0
               DISPLAY "NO TERM CALENDAR ON FILE - NO COHORTS CAN BE "
                   "FORMED"
           END-IF.
           PERFORM 303C-ORDER-TERM-PAIR VARYING
                  SORT-PASS FROM 1 BY 1
                  UNTIL SORT-PASS NOT < TERM-TBL-COUNT
                  AFTER TERM-SUB FROM 1 BY 1
                  UNTIL TERM-SUB > TERM-TBL-COUNT - SORT-PASS.

       303B-LOAD-ONE-TERM.
           READ TERM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-TERM
              NOT AT END
                 IF TERM-CODE-IN NOT = SPACES
                    AND TERM-START-IN IS NUMERIC
                    AND TERM-END-IN IS NUMERIC
                     ADD 1 TO TERM-TBL-COUNT
                     MOVE TERM-CODE-IN TO TERM-CODE-TBL(TERM-TBL-COUNT)
                     MOVE TERM-START-IN TO
                         TERM-START-TBL(TERM-TBL-COUNT)
                     MOVE TERM-END-IN TO TERM-END-TBL(TERM-TBL-COUNT)
                 END-IF
           END-READ.

       303C-ORDER-TERM-PAIR.
           IF TERM-START-TBL(TERM-SUB) > TERM-START-TBL(TERM-SUB + 1)
               MOVE TERM-TBL(TERM-SUB) TO TERM-SWAP-AREA
               MOVE TERM-TBL(TERM-SUB + 1) TO TERM-TBL(TERM-SUB)
               MOVE TERM-SWAP-AREA TO TERM-TBL(TERM-SUB + 1)
           END-IF.

      * No payment log just means nobody has withdrawn.
       304-LOAD-WITHDRAWALS.
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
               PERFORM 304B-READ-ONE-LOG-ENTRY
                   UNTIL EOF-FLAG-LOG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       304B-READ-ONE-LOG-ENTRY.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
               NOT AT END
                   IF LOG-TRANSACTION-TYPE = "W"
                       PERFORM 304C-RECORD-WITHDRAWAL
                   END-IF
           END-READ.

      * Keep only the latest withdrawal date for each student.
       304C-RECORD-WITHDRAWAL.
           MOVE LOG-STUDENT-NUMBER TO FOLLOW-STUDENT-NUMBER.
           PERFORM 304D-FIND-WITHDRAWAL.
           IF FOUND-FLAG = "Y"
               IF LOG-TRANSACTION-DATE > WD-DATE-TBL(WD-SUB)
                   MOVE LOG-TRANSACTION-DATE TO WD-DATE-TBL(WD-SUB)
               END-IF
           ELSE
               IF WITHDRAW-TBL-COUNT < WITHDRAW-TBL-MAX
                   ADD 1 TO WITHDRAW-TBL-COUNT
                   MOVE LOG-STUDENT-NUMBER TO
                       WD-STUDENT-NUMBER-TBL(WITHDRAW-TBL-COUNT)
                   MOVE LOG-TRANSACTION-DATE TO
                       WD-DATE-TBL(WITHDRAW-TBL-COUNT)
               ELSE
                   DISPLAY "WARNING: WITHDRAW-TBL-MAX ("
                       WITHDRAW-TBL-MAX ") REACHED - STUDENT "
                       LOG-STUDENT-NUMBER " NOT COUNTED AS WITHDRAWN. "
                       "INCREASE WITHDRAW-TBL-MAX IN PROJECT3-P58."
               END-IF
           END-IF.

      * Find FOLLOW-STUDENT-NUMBER in the withdrawal table; WD-SUB is
      * left on the entry when FOUND-FLAG is "Y".
       304D-FIND-WITHDRAWAL.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 304E-CHECK-ONE-WITHDRAWAL VARYING
                  WD-SUB FROM 1 BY 1 UNTIL WD-SUB > WITHDRAW-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "Y"
               SUBTRACT 1 FROM WD-SUB
           END-IF.

       304E-CHECK-ONE-WITHDRAWAL.
           IF WD-STUDENT-NUMBER-TBL(WD-SUB) = FOLLOW-STUDENT-NUMBER
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       305-READ-ACTIVE-STUDENT.
           READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.

       305B-FOLLOW-ACTIVE-STUDENT.
           MOVE STUDENT-NUMBER TO FOLLOW-STUDENT-NUMBER.
           MOVE PROGRAM-OF-STUDY TO FOLLOW-PROGRAM-CODE.
           MOVE "A" TO FOLLOW-SOURCE-FLG.
           PERFORM 310-FOLLOW-ONE-STUDENT.
           PERFORM 305-READ-ACTIVE-STUDENT.

       306-READ-ARCHIVED-STUDENT.
           READ STUDENT-ARCHIVE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG-ARC
               NOT AT END ADD 1 TO ARCHIVE-READ-COUNTER
           END-READ.

       306B-FOLLOW-ARCHIVED-STUDENT.
           MOVE ARC-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               MOVE ARC-STUDENT-NUMBER TO FOLLOW-STUDENT-NUMBER
               MOVE ARC-PROGRAM-OF-STUDY TO FOLLOW-PROGRAM-CODE
               MOVE "R" TO FOLLOW-SOURCE-FLG
               PERFORM 310-FOLLOW-ONE-STUDENT
           END-IF.
           PERFORM 306-READ-ARCHIVED-STUDENT.

      * Place the student in their intake cohort, settle their
      * outcome and count them in every term since intake that they
      * were still here for.
       310-FOLLOW-ONE-STUDENT.
           PERFORM 311-SCAN-STUDENT-HISTORY.
           IF FIRST-TERM-SUB = 0
               ADD 1 TO NO-HISTORY-COUNTER
           ELSE
               PERFORM 312-FIND-OUTCOME
               PERFORM 313-FIND-COHORT
               IF COHORT-FOUND-SUB > 0
                   ADD 1 TO FOLLOWED-COUNTER
                   PERFORM 314-COUNT-STUDENT-IN-COHORT
               END-IF
           END-IF.

      * START the history master on the student and read forward only
      * their entries: the earliest and latest term taken here, and
      * the date of the last course entered.
       311-SCAN-STUDENT-HISTORY.
           MOVE 0 TO FIRST-TERM-SUB.
           MOVE 0 TO LAST-TERM-SUB.
           MOVE 0 TO LAST-ENTRY-DATE.
           IF HIST-MASTER-OPEN-FLG = "Y"
               MOVE FOLLOW-STUDENT-NUMBER TO CHM-STUDENT-NUMBER
               MOVE 0 TO CHM-ENTRY-DATE
               MOVE 0 TO CHM-SEQUENCE
               MOVE "N" TO EOF-FLAG-HIST
               START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
                   INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
               END-START
               IF EOF-FLAG-HIST NOT = "Y"
                   PERFORM 311B-READ-ONE-HISTORY-RECORD
               END-IF
               PERFORM 311C-CHECK-ONE-HISTORY-RECORD
                   UNTIL EOF-FLAG-HIST = "Y"
           END-IF.

       311B-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = FOLLOW-STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       311C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-TRANSFER-FLAG NOT = "T"
               IF CHM-ENTRY-DATE > LAST-ENTRY-DATE
                   MOVE CHM-ENTRY-DATE TO LAST-ENTRY-DATE
               END-IF
               IF CHM-TERM-CODE NOT = SPACES
                   MOVE 0 TO TERM-FOUND-SUB
                   PERFORM 311D-CHECK-ONE-TERM VARYING
                          TERM-SUB FROM 1 BY 1
                          UNTIL TERM-SUB > TERM-TBL-COUNT
                          OR TERM-FOUND-SUB > 0
                   IF TERM-FOUND-SUB > 0
                       IF FIRST-TERM-SUB = 0
                          OR TERM-FOUND-SUB < FIRST-TERM-SUB
                           MOVE TERM-FOUND-SUB TO FIRST-TERM-SUB
                       END-IF
                       IF TERM-FOUND-SUB > LAST-TERM-SUB
                           MOVE TERM-FOUND-SUB TO LAST-TERM-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 311B-READ-ONE-HISTORY-RECORD.

       311D-CHECK-ONE-TERM.
           IF CHM-TERM-CODE = TERM-CODE-TBL(TERM-SUB)
               MOVE TERM-SUB TO TERM-FOUND-SUB
           END-IF.

      * G graduated, W withdrawn, R archived, A active. A withdrawal
      * followed by a later course entry means the student came back.
       312-FIND-OUTCOME.
           MOVE "N" TO FOUND-FLAG.
           IF CREDENTIAL-OPEN-FLG = "Y"
               MOVE FOLLOW-STUDENT-NUMBER TO CRD-STUDENT-NUMBER
               READ CREDENTIAL-FILE
                   NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
               END-READ
           END-IF.
           IF FOUND-FLAG = "Y"
               MOVE "G" TO OUTCOME-CODE
           ELSE
               MOVE 0 TO WITHDRAW-DATE-WS
               PERFORM 304D-FIND-WITHDRAWAL
               IF FOUND-FLAG = "Y"
                   MOVE WD-DATE-TBL(WD-SUB) TO WITHDRAW-DATE-WS
               END-IF
               IF FOUND-FLAG = "Y"
                  AND WITHDRAW-DATE-WS NOT < LAST-ENTRY-DATE
                   MOVE "W" TO OUTCOME-CODE
               ELSE
                   IF FOLLOW-SOURCE-FLG = "R"
                       MOVE "R" TO OUTCOME-CODE
                   ELSE
                       MOVE "A" TO OUTCOME-CODE
                   END-IF
               END-IF
           END-IF.

      * Find the student's cohort, adding it in program and intake
      * term order when it is the first student seen for it.
       313-FIND-COHORT.
           MOVE 0 TO COHORT-FOUND-SUB.
           PERFORM 313B-CHECK-ONE-COHORT VARYING
                  COH-SUB FROM 1 BY 1 UNTIL COH-SUB > COHORT-TBL-COUNT
                  OR COHORT-FOUND-SUB > 0.
           IF COHORT-FOUND-SUB = 0
               IF COHORT-TBL-COUNT < COHORT-TBL-MAX
                   PERFORM 313C-INSERT-COHORT
               ELSE
                   ADD 1 TO OVERFLOW-COUNTER
                   IF OVERFLOW-COUNTER = 1
                       DISPLAY "WARNING: COHORT-TBL-MAX ("
                           COHORT-TBL-MAX ") REACHED - STUDENTS IN "
                           "LATER COHORTS NOT COUNTED. INCREASE "
                           "COHORT-TBL-MAX IN PROJECT3-P58."
                   END-IF
               END-IF
           END-IF.

       313B-CHECK-ONE-COHORT.
           IF COH-PROGRAM-TBL(COH-SUB) = FOLLOW-PROGRAM-CODE
              AND COH-TERM-SUB-TBL(COH-SUB) = FIRST-TERM-SUB
               MOVE COH-SUB TO COHORT-FOUND-SUB
           END-IF.

       313C-INSERT-COHORT.
           COMPUTE INSERT-SUB = COHORT-TBL-COUNT + 1.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 313D-CHECK-INSERT-POINT VARYING
                  COH-SUB FROM 1 BY 1 UNTIL COH-SUB > COHORT-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           PERFORM 313E-SHIFT-ONE-COHORT VARYING
                  COH-SUB FROM COHORT-TBL-COUNT BY -1
                  UNTIL COH-SUB < INSERT-SUB.
           ADD 1 TO COHORT-TBL-COUNT.
           INITIALIZE COHORT-TBL(INSERT-SUB).
           MOVE FOLLOW-PROGRAM-CODE TO COH-PROGRAM-TBL(INSERT-SUB).
           MOVE FIRST-TERM-SUB TO COH-TERM-SUB-TBL(INSERT-SUB).
           MOVE INSERT-SUB TO COHORT-FOUND-SUB.

       313D-CHECK-INSERT-POINT.
           IF COH-PROGRAM-TBL(COH-SUB) > FOLLOW-PROGRAM-CODE
              OR (COH-PROGRAM-TBL(COH-SUB) = FOLLOW-PROGRAM-CODE
                  AND COH-TERM-SUB-TBL(COH-SUB) > FIRST-TERM-SUB)
               MOVE COH-SUB TO INSERT-SUB
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       313E-SHIFT-ONE-COHORT.
           MOVE COHORT-TBL(COH-SUB) TO COHORT-TBL(COH-SUB + 1).

       314-COUNT-STUDENT-IN-COHORT.
           ADD 1 TO COH-HEADCOUNT-TBL(COHORT-FOUND-SUB).
           EVALUATE OUTCOME-CODE
               WHEN "G"
                   ADD 1 TO COH-GRADUATED-TBL(COHORT-FOUND-SUB)
               WHEN "W"
                   ADD 1 TO COH-WITHDRAWN-TBL(COHORT-FOUND-SUB)
               WHEN "R"
                   ADD 1 TO COH-ARCHIVED-TBL(COHORT-FOUND-SUB)
               WHEN OTHER
                   ADD 1 TO COH-ACTIVE-TBL(COHORT-FOUND-SUB)
           END-EVALUATE.
           PERFORM 314B-COUNT-ONE-OFFSET VARYING
                  OFFSET-SUB FROM 1 BY 1
                  UNTIL OFFSET-SUB > RETENTION-TERMS.

      * Still here N terms after intake: graduated, still active, or
      * took a course in that term or a later one.
       314B-COUNT-ONE-OFFSET.
           COMPUTE OFFSET-TERM-SUB = FIRST-TERM-SUB + OFFSET-SUB.
           MOVE "N" TO RETAINED-FLG.
           IF OUTCOME-CODE = "G" OR OUTCOME-CODE = "A"
               MOVE "Y" TO RETAINED-FLG
           END-IF.
           IF LAST-TERM-SUB NOT < OFFSET-TERM-SUB
               MOVE "Y" TO RETAINED-FLG
           END-IF.
           IF RETAINED-FLG = "Y"
               ADD 1 TO COH-RETAINED-TBL(COHORT-FOUND-SUB, OFFSET-SUB)
           END-IF.

       320-WRITE-REPORT-HEADINGS.
           MOVE RUN-DATE-WS TO TTL-RUN-DATE-OUT.
           WRITE COHORT-RECORD-OUT FROM REPORT-TITLE-LINE.
           WRITE COHORT-RECORD-OUT FROM OUTCOME-LEGEND-LINE.
           WRITE COHORT-RECORD-OUT FROM TERM-LEGEND-LINE.
           WRITE COHORT-RECORD-OUT FROM HEADER-LINE.
           PERFORM 320B-NAME-ONE-OFFSET VARYING
                  OFFSET-SUB FROM 1 BY 1 UNTIL OFFSET-SUB > 8.
           WRITE COHORT-RECORD-OUT FROM COHORT-HEADER.
           WRITE COHORT-RECORD-OUT FROM HEADER-LINE.
           MOVE RUN-DATE-WS TO STL-RUN-DATE-OUT.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-TITLE-LINE.
           PERFORM 326-WRITE-SUMMARY-HEADINGS.

       320B-NAME-ONE-OFFSET.
           MOVE SPACES TO CHD-OFFSET-HEAD-OUT(OFFSET-SUB).
           IF OFFSET-SUB NOT > RETENTION-TERMS
               MOVE OFFSET-SUB TO OFFSET-DIGIT
               STRING " TERM+" DELIMITED BY SIZE
                      OFFSET-DIGIT DELIMITED BY SIZE
                      INTO CHD-OFFSET-HEAD-OUT(OFFSET-SUB)
               END-STRING
           END-IF.

      * Earliest and latest intake term, for the summary heading.
       320C-CHECK-INTAKE-RANGE.
           IF FIRST-INTAKE-SUB = 0
              OR COH-TERM-SUB-TBL(COH-SUB) < FIRST-INTAKE-SUB
               MOVE COH-TERM-SUB-TBL(COH-SUB) TO FIRST-INTAKE-SUB
           END-IF.
           IF COH-TERM-SUB-TBL(COH-SUB) > LAST-INTAKE-SUB
               MOVE COH-TERM-SUB-TBL(COH-SUB) TO LAST-INTAKE-SUB
           END-IF.

      * A change of program closes off the previous program's totals
      * before the first cohort of the next one prints.
       321-WRITE-ONE-COHORT.
           IF COH-PROGRAM-TBL(COH-SUB) NOT = BREAK-PROGRAM-CODE
               IF COH-SUB > 1
                   PERFORM 322-WRITE-PROGRAM-TOTALS
               END-IF
               MOVE COH-PROGRAM-TBL(COH-SUB) TO BREAK-PROGRAM-CODE
           END-IF.
           ADD COH-HEADCOUNT-TBL(COH-SUB) TO TOT-HEADCOUNT(1).
           ADD COH-ACTIVE-TBL(COH-SUB) TO TOT-ACTIVE(1).
           ADD COH-GRADUATED-TBL(COH-SUB) TO TOT-GRADUATED(1).
           ADD COH-WITHDRAWN-TBL(COH-SUB) TO TOT-WITHDRAWN(1).
           ADD COH-ARCHIVED-TBL(COH-SUB) TO TOT-ARCHIVED(1).
           MOVE COH-PROGRAM-TBL(COH-SUB) TO COD-PROGRAM-OUT.
           MOVE TERM-CODE-TBL(COH-TERM-SUB-TBL(COH-SUB)) TO
               COD-INTAKE-TERM-OUT.
           MOVE COH-HEADCOUNT-TBL(COH-SUB) TO COD-HEADCOUNT-OUT.
           MOVE COH-ACTIVE-TBL(COH-SUB) TO COD-ACTIVE-OUT.
           MOVE COH-GRADUATED-TBL(COH-SUB) TO COD-GRADUATED-OUT.
           MOVE COH-WITHDRAWN-TBL(COH-SUB) TO COD-WITHDRAWN-OUT.
           MOVE COH-ARCHIVED-TBL(COH-SUB) TO COD-ARCHIVED-OUT.
           COMPUTE PCT-WORK ROUNDED =
               ((COH-ACTIVE-TBL(COH-SUB) + COH-GRADUATED-TBL(COH-SUB))
               * 100) / COH-HEADCOUNT-TBL(COH-SUB).
           MOVE PCT-WORK TO COD-RETAINED-PCT-OUT.
           COMPUTE PCT-WORK ROUNDED =
               ((COH-WITHDRAWN-TBL(COH-SUB) + COH-ARCHIVED-TBL(COH-SUB))
               * 100) / COH-HEADCOUNT-TBL(COH-SUB).
           MOVE PCT-WORK TO COD-ATTRITION-PCT-OUT.
           PERFORM 321B-WRITE-ONE-OFFSET VARYING
                  OFFSET-SUB FROM 1 BY 1 UNTIL OFFSET-SUB > 8.
           WRITE COHORT-RECORD-OUT FROM COHORT-DETAIL-LINE.

      * Blank until the cohort has reached that term - the term is on
      * the calendar and has started.
       321B-WRITE-ONE-OFFSET.
           MOVE SPACES TO COD-OFFSET-PCT-OUT(OFFSET-SUB).
           COMPUTE OFFSET-TERM-SUB =
               COH-TERM-SUB-TBL(COH-SUB) + OFFSET-SUB.
           IF OFFSET-SUB NOT > RETENTION-TERMS
              AND OFFSET-TERM-SUB NOT > TERM-TBL-COUNT
               IF TERM-START-TBL(OFFSET-TERM-SUB) NOT > RUN-DATE-WS
                   COMPUTE PCT-WORK ROUNDED =
                       (COH-RETAINED-TBL(COH-SUB, OFFSET-SUB) * 100)
                       / COH-HEADCOUNT-TBL(COH-SUB)
                   MOVE PCT-WORK TO PCT-EDIT
                   STRING "    " DELIMITED BY SIZE
                          PCT-EDIT DELIMITED BY SIZE
                          INTO COD-OFFSET-PCT-OUT(OFFSET-SUB)
                   END-STRING
                   ADD COH-RETAINED-TBL(COH-SUB, OFFSET-SUB) TO
                       TOT-OFFSET-RETAINED(1, OFFSET-SUB)
                   ADD COH-HEADCOUNT-TBL(COH-SUB) TO
                       TOT-OFFSET-BASE(1, OFFSET-SUB)
               END-IF
           END-IF.

      * Program total on the report and the program's line on the
      * ministry summary, then the program's figures roll into the
      * grand total.
       322-WRITE-PROGRAM-TOTALS.
           MOVE 1 TO LEVEL-SUB.
           MOVE BREAK-PROGRAM-CODE TO COD-PROGRAM-OUT.
           MOVE "TOTAL" TO COD-INTAKE-TERM-OUT.
           PERFORM 324-FORMAT-TOTAL-LINE.
           WRITE COHORT-RECORD-OUT FROM HEADER-LINE.
           WRITE COHORT-RECORD-OUT FROM COHORT-DETAIL-LINE.
           WRITE COHORT-RECORD-OUT FROM HEADER-LINE.
           MOVE BREAK-PROGRAM-CODE TO SMD-PROGRAM-OUT.
           MOVE "N" TO FOUND-FLAG.
           MOVE "UNKNOWN PROGRAM" TO PROGRAM-NAME-OUT.
           PERFORM 322B-SEARCH-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           MOVE PROGRAM-NAME-OUT TO SMD-PROGRAM-NAME-OUT.
           PERFORM 325-FORMAT-SUMMARY-LINE.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-DETAIL-LINE.
           ADD TOT-HEADCOUNT(1) TO TOT-HEADCOUNT(2).
           ADD TOT-ACTIVE(1) TO TOT-ACTIVE(2).
           ADD TOT-GRADUATED(1) TO TOT-GRADUATED(2).
           ADD TOT-WITHDRAWN(1) TO TOT-WITHDRAWN(2).
           ADD TOT-ARCHIVED(1) TO TOT-ARCHIVED(2).
           PERFORM 322C-ROLL-ONE-OFFSET VARYING
                  OFFSET-SUB FROM 1 BY 1 UNTIL OFFSET-SUB > 8.
           INITIALIZE TOTAL-LEVEL(1).

       322B-SEARCH-PROGRAM-TABLE.
           IF BREAK-PROGRAM-CODE = PROGRAM-CODE-TBL(SUB-1)
               MOVE PROGRAM-NAME-TBL(SUB-1) TO PROGRAM-NAME-OUT
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       322C-ROLL-ONE-OFFSET.
           ADD TOT-OFFSET-RETAINED(1, OFFSET-SUB) TO
               TOT-OFFSET-RETAINED(2, OFFSET-SUB).
           ADD TOT-OFFSET-BASE(1, OFFSET-SUB) TO
               TOT-OFFSET-BASE(2, OFFSET-SUB).

       323-WRITE-GRAND-TOTALS.
           MOVE 2 TO LEVEL-SUB.
           MOVE "ALL" TO COD-PROGRAM-OUT.
           MOVE "TOTAL" TO COD-INTAKE-TERM-OUT.
           PERFORM 324-FORMAT-TOTAL-LINE.
           WRITE COHORT-RECORD-OUT FROM COHORT-DETAIL-LINE.
           WRITE COHORT-RECORD-OUT FROM HEADER-LINE.
           MOVE "COHORTS:" TO CTL-LABEL-OUT.
           MOVE COHORT-TBL-COUNT TO CTL-COUNT-OUT.
           WRITE COHORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "STUDENTS FOLLOWED:" TO CTL-LABEL-OUT.
           MOVE FOLLOWED-COUNTER TO CTL-COUNT-OUT.
           WRITE COHORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NO COURSE HISTORY - NO COHORT:" TO CTL-LABEL-OUT.
           MOVE NO-HISTORY-COUNTER TO CTL-COUNT-OUT.
           WRITE COHORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ALL" TO SMD-PROGRAM-OUT.
           MOVE "ALL PROGRAMS" TO SMD-PROGRAM-NAME-OUT.
           PERFORM 325-FORMAT-SUMMARY-LINE.
           WRITE SUMMARY-RECORD-OUT FROM HEADER-LINE.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-DETAIL-LINE.
           WRITE SUMMARY-RECORD-OUT FROM HEADER-LINE.
           WRITE SUMMARY-RECORD-OUT FROM OUTCOME-LEGEND-LINE.
           WRITE SUMMARY-RECORD-OUT FROM SECOND-TERM-LEGEND-LINE.

      * The cohort line's counts and percentages from one totals
      * level: 1 the program, 2 every program.
       324-FORMAT-TOTAL-LINE.
           MOVE TOT-HEADCOUNT(LEVEL-SUB) TO COD-HEADCOUNT-OUT.
           MOVE TOT-ACTIVE(LEVEL-SUB) TO COD-ACTIVE-OUT.
           MOVE TOT-GRADUATED(LEVEL-SUB) TO COD-GRADUATED-OUT.
           MOVE TOT-WITHDRAWN(LEVEL-SUB) TO COD-WITHDRAWN-OUT.
           MOVE TOT-ARCHIVED(LEVEL-SUB) TO COD-ARCHIVED-OUT.
           MOVE 0 TO COD-RETAINED-PCT-OUT.
           MOVE 0 TO COD-ATTRITION-PCT-OUT.
           IF TOT-HEADCOUNT(LEVEL-SUB) > 0
               COMPUTE PCT-WORK ROUNDED =
                   ((TOT-ACTIVE(LEVEL-SUB) + TOT-GRADUATED(LEVEL-SUB))
                   * 100) / TOT-HEADCOUNT(LEVEL-SUB)
               MOVE PCT-WORK TO COD-RETAINED-PCT-OUT
               COMPUTE PCT-WORK ROUNDED =
                   ((TOT-WITHDRAWN(LEVEL-SUB) + TOT-ARCHIVED(LEVEL-SUB))
                   * 100) / TOT-HEADCOUNT(LEVEL-SUB)
               MOVE PCT-WORK TO COD-ATTRITION-PCT-OUT
           END-IF.
           PERFORM 324B-FORMAT-TOTAL-OFFSET VARYING
                  OFFSET-SUB FROM 1 BY 1 UNTIL OFFSET-SUB > 8.

       324B-FORMAT-TOTAL-OFFSET.
           MOVE SPACES TO COD-OFFSET-PCT-OUT(OFFSET-SUB).
           IF TOT-OFFSET-BASE(LEVEL-SUB, OFFSET-SUB) > 0
               COMPUTE PCT-WORK ROUNDED =
                   (TOT-OFFSET-RETAINED(LEVEL-SUB, OFFSET-SUB) * 100)
                   / TOT-OFFSET-BASE(LEVEL-SUB, OFFSET-SUB)
               MOVE PCT-WORK TO PCT-EDIT
               STRING "    " DELIMITED BY SIZE
                      PCT-EDIT DELIMITED BY SIZE
                      INTO COD-OFFSET-PCT-OUT(OFFSET-SUB)
               END-STRING
           END-IF.

      * The ministry line takes its figures from the report line just
      * formatted, plus the second-term retention - TERM+1 - over
      * the cohorts that have reached it.
       325-FORMAT-SUMMARY-LINE.
           MOVE COD-HEADCOUNT-OUT TO SMD-HEADCOUNT-OUT.
           MOVE COD-ACTIVE-OUT TO SMD-ACTIVE-OUT.
           MOVE COD-GRADUATED-OUT TO SMD-GRADUATED-OUT.
           MOVE COD-WITHDRAWN-OUT TO SMD-WITHDRAWN-OUT.
           MOVE COD-ARCHIVED-OUT TO SMD-ARCHIVED-OUT.
           MOVE COD-RETAINED-PCT-OUT TO SMD-RETAINED-PCT-OUT.
           MOVE COD-ATTRITION-PCT-OUT TO SMD-ATTRITION-PCT-OUT.
           IF COD-OFFSET-PCT-OUT(1) = SPACES
               MOVE "     N/A" TO SMD-SECOND-TERM-OUT
           ELSE
               MOVE SPACES TO SMD-SECOND-TERM-OUT
               STRING " " DELIMITED BY SIZE
                      COD-OFFSET-PCT-OUT(1) DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO SMD-SECOND-TERM-OUT
               END-STRING
           END-IF.

      * Range of intake terms covered, then the column headings.
       326-WRITE-SUMMARY-HEADINGS.
           IF FIRST-INTAKE-SUB = 0
               MOVE "NONE" TO SRL-FIRST-TERM-OUT
               MOVE "NONE" TO SRL-LAST-TERM-OUT
           ELSE
               MOVE TERM-CODE-TBL(FIRST-INTAKE-SUB) TO
                   SRL-FIRST-TERM-OUT
               MOVE TERM-CODE-TBL(LAST-INTAKE-SUB) TO
                   SRL-LAST-TERM-OUT
           END-IF.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-RANGE-LINE.
           WRITE SUMMARY-RECORD-OUT FROM HEADER-LINE.
           WRITE SUMMARY-RECORD-OUT FROM SUMMARY-HEADER.
           WRITE SUMMARY-RECORD-OUT FROM HEADER-LINE.

       330-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF ARCHIVED RECORDS READ: "
               ARCHIVE-READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS FOLLOWED: " FOLLOWED-COUNTER.
           DISPLAY "THE NUMBER WITH NO COURSE HISTORY: "
               NO-HISTORY-COUNTER.
           DISPLAY "THE NUMBER OF COHORTS: " COHORT-TBL-COUNT.

       331-CLOSE-FILES.
           CLOSE PROGRAM-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           IF ARCHIVE-OPEN-FLG = "Y"
               CLOSE STUDENT-ARCHIVE-IN
           END-IF.
           IF HIST-MASTER-OPEN-FLG = "Y"
               CLOSE COURSE-HIST-MASTER
           END-IF.
           IF CREDENTIAL-OPEN-FLG = "Y"
               CLOSE CREDENTIAL-FILE
           END-IF.
           CLOSE COHORT-REPORT-OUT.
           CLOSE COHORT-SUMMARY-OUT.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P58.
