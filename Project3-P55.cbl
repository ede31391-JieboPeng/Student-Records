      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Annual tuition tax certificate run. For the calendar
      * year named by TAX-YEAR in C:\STUPARAM.TXT (by default the year
      * before the run date, since certificates go out in February),
      * works out each student's eligible tuition paid from
      * PAYMENT-LOG.TXT - payments and agency collections received in
      * the year, less refunds paid out and payments returned unpaid.
      * Award and bursary credits, and payments a sponsor made on the
      * student's behalf (PROJECT3-P38), are not tuition the student
      * paid and are shown on the certificate as not included;
      * withdrawal credits, late fees and NSF charges do not enter
      * into it. The months of the year the student was enrolled are
      * counted from the student's COURSE-HIST.DAT entries: each
      * course adds its credit weight (COURSE.TXT) to every month its
      * term (TERMS.TXT) runs through, and a month whose load reaches
      * FULL-TIME-CREDITS (default 9) is a full-time month, any other
      * month with a load a part-time month. Transfer credits are not
      * enrolment and are left out.
      * Every student with an eligible amount and a mailing address
      * gets a printed certificate and a "D" record on the government
      * summary file; a student with no eligible amount, or with no
      * address on STUFILE3OUT to mail the certificate to, is listed
      * on the exception report instead. The government summary file
      * layout:
      *   H record: 1     "H"
      *             2-11  institution id        X(10)
      *             12-15 tax year              9(4)
      *             16-23 file date YYYYMMDD    9(8)
      *   D record: 1     "D"
      *             2-7   certificate number    9(6)
      *             8-13  student number        9(6)
      *             14-53 student name          X(40)
      *             54-93 mailing address       X(40)
      *             94-102 eligible tuition     9(7)V99
      *             103-104 part-time months    9(2)
      *             105-106 full-time months    9(2)
      *   T record: 1     "T"
      *             2-7   certificate count     9(6)
      *             8-18  total eligible        9(9)V99
      *             19-24 total part-time months 9(6)
      *             25-30 total full-time months 9(6)
      * Every record is padded with spaces to 120 columns.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
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
       PROGRAM-ID. PROJECT3-P55.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.

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

           SELECT COURSE-HIST-MASTER
               ASSIGN TO DYNAMIC FP-COURSE-HIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               ALTERNATE RECORD KEY IS CHM-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT TAX-CERTIFICATE-OUT
               ASSIGN TO DYNAMIC FP-TAX-CERTIFICATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-CERT.

           SELECT TAX-SUMMARY-OUT
               ASSIGN TO DYNAMIC FP-TAX-SUMMARY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SUM.

           SELECT TAX-EXCEPTION-OUT
               ASSIGN TO DYNAMIC FP-TAX-EXCEPT
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
           05 LOG-TRANSACTION-SPLIT REDEFINES LOG-TRANSACTION-DATE.
               10 LOG-TRANSACTION-YEAR PIC 9(4).
               10 FILLER PIC 9(4).
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
      * counted by the degree audit and transcript, never by an
      * average.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

       FD TAX-CERTIFICATE-OUT.
       01 TAX-CERTIFICATE-RECORD-OUT PIC X(80).

       FD TAX-SUMMARY-OUT.
       01 TAX-SUMMARY-RECORD-OUT PIC X(120).

       FD TAX-EXCEPTION-OUT.
       01 TAX-EXCEPTION-RECORD-OUT PIC X(100).

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
      * The three faces of one line of the government summary file.
       01 SUMMARY-LINE-WS PIC X(120).
       01 SUMMARY-HEADER-WS REDEFINES SUMMARY-LINE-WS.
           05 SUM-REC-TYPE PIC X(1).
           05 SUM-INSTITUTION-ID PIC X(10).
           05 SUM-TAX-YEAR PIC 9(4).
           05 SUM-FILE-DATE PIC 9(8).
           05 FILLER PIC X(97).
       01 SUMMARY-DETAIL-WS REDEFINES SUMMARY-LINE-WS.
           05 FILLER PIC X(1).
           05 SUM-CERTIFICATE-NUMBER PIC 9(6).
           05 SUM-STUDENT-NUMBER PIC 9(6).
           05 SUM-STUDENT-NAME PIC X(40).
           05 SUM-STUDENT-ADDRESS PIC X(40).
           05 SUM-ELIGIBLE-AMOUNT PIC 9(7)V99.
           05 SUM-PART-TIME-MONTHS PIC 9(2).
           05 SUM-FULL-TIME-MONTHS PIC 9(2).
           05 FILLER PIC X(14).
       01 SUMMARY-TRAILER-WS REDEFINES SUMMARY-LINE-WS.
           05 FILLER PIC X(1).
           05 SUM-TRL-CERT-COUNT PIC 9(6).
           05 SUM-TRL-ELIGIBLE-TOTAL PIC 9(9)V99.
           05 SUM-TRL-PART-TIME-TOTAL PIC 9(6).
           05 SUM-TRL-FULL-TIME-TOTAL PIC 9(6).
           05 FILLER PIC X(90).

       01 CERT-SEPARATOR-LINE.
           05 FILLER PIC X(72) VALUE ALL "=".

       01 CERT-BLANK-LINE.
           05 FILLER PIC X(1) VALUE SPACE.

       01 CERT-TITLE-LINE.
           05 FILLER PIC X(40) VALUE "TUITION TAX CERTIFICATE".
           05 FILLER PIC X(10) VALUE "TAX YEAR: ".
           05 CRT-TAX-YEAR-OUT PIC 9(4).

       01 CERT-NUMBER-LINE.
           05 FILLER PIC X(16) VALUE "CERTIFICATE NO: ".
           05 CRT-CERT-YEAR-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 CRT-CERT-NUMBER-OUT PIC 9(6).

       01 CERT-STUDENT-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           05 CRT-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 CRT-PROGRAM-OUT PIC X(5).

       01 CERT-ADDRESS-LINE.
           05 CRT-ADDRESS-OUT PIC X(40).

       01 CERT-AMOUNT-LINE.
           05 CRT-AMOUNT-LABEL-OUT PIC X(36).
           05 CRT-AMOUNT-OUT PIC $$$,$$9.99.

       01 CERT-MONTHS-LINE.
           05 CRT-MONTHS-LABEL-OUT PIC X(36).
           05 FILLER PIC X(7) VALUE SPACES.
           05 CRT-MONTHS-OUT PIC Z9.

       01 CERT-TEXT-LINE.
           05 CRT-TEXT-OUT PIC X(72).

       01 EXCEPTION-HEADING-LINE.
           05 FILLER PIC X(40)
               VALUE "TUITION TAX CERTIFICATE EXCEPTIONS - ".
           05 FILLER PIC X(10) VALUE "TAX YEAR: ".
           05 EXH-TAX-YEAR-OUT PIC 9(4).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 EXH-RUN-DATE-OUT PIC 9(8).

       01 EXCEPTION-COLUMN-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  ELIGIBLE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PT/FT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".

       01 EXCEPTION-DETAIL-LINE.
           05 EXC-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-ELIGIBLE-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-PART-TIME-OUT PIC Z9.
           05 FILLER PIC X(1) VALUE "/".
           05 EXC-FULL-TIME-OUT PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON-OUT PIC X(30).

       01 RULE-LINE.
           05 FILLER PIC X(93) VALUE ALL "-".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(38).
           05 CTL-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

      * Each student's payment-log totals for the tax year, built in
      * one pass over the log and searched by student number - the
      * same find-or-add table PROJECT3-P10 reconciles from.
       01 PAID-TBL-MAX PIC 9(4) VALUE 2000.
       01 PAID-TABLE.
           05 PAID-TBL OCCURS 2000 TIMES.
               10 PAID-STUDENT-NUMBER-TBL PIC 9(6).
               10 PAID-PAYMENTS-TBL PIC 9(6)V99.
               10 PAID-REFUNDS-TBL PIC 9(6)V99.
               10 PAID-RETURNED-TBL PIC 9(6)V99.
               10 PAID-AWARDS-TBL PIC 9(6)V99.
               10 PAID-SPONSOR-TBL PIC 9(6)V99.
       01 PAID-TBL-COUNT PIC 9(4) VALUE 0.

      * One student's credit load in each month of the tax year.
       01 MONTH-LOAD-TABLE.
           05 MONTH-LOAD-TBL PIC 9(3)V9 OCCURS 12 TIMES.

      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-CERT PIC X(2).
           05 STATUS-FIELD-SUM PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-IN PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-COURSE PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 LOG-READ-COUNTER PIC 9(7) VALUE 0.
           05 CERTIFICATE-COUNTER PIC 9(6) VALUE 0.
           05 NO-AMOUNT-COUNTER PIC 9(5) VALUE 0.
           05 NO-ADDRESS-COUNTER PIC 9(5) VALUE 0.
           05 TABLE-FULL-COUNTER PIC 9(5) VALUE 0.
           05 ELIGIBLE-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 PART-TIME-TOTAL-WS PIC 9(6) VALUE 0.
           05 FULL-TIME-TOTAL-WS PIC 9(6) VALUE 0.
           05 SUB-2 PIC 9(3).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 PAID-SUB PIC 9(4).
           05 FOUND-SUB PIC 9(4).
           05 FOUND-FLAG PIC X(1).
           05 MONTH-SUB PIC 9(2).
           05 COURSE-CODE-FOR-LOOKUP PIC X(7).
           05 COURSE-CREDITS-FOUND PIC 9V9.
      * Run settings, overridable by C:\STUPARAM.TXT.
           05 TAX-YEAR PIC 9(4).
           05 TAX-YEAR-CHK PIC X(4).
           05 FULL-TIME-CREDITS PIC 9(2) VALUE 9.
           05 FULL-TIME-CREDITS-CHK PIC X(2).
           05 TAX-INSTITUTION-ID PIC X(10) VALUE "COLLEGE".
      * Operator id PROJECT3-P38 posts sponsor payments under.
           05 SPONSOR-OPERATOR-ID PIC X(8) VALUE "P38SPON".
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
      * One student's figures for the year.
           05 PAYMENTS-WS PIC 9(6)V99.
           05 REFUNDS-WS PIC 9(6)V99.
           05 RETURNED-WS PIC 9(6)V99.
           05 AWARDS-WS PIC 9(6)V99.
           05 SPONSOR-WS PIC 9(6)V99.
           05 ELIGIBLE-WS PIC S9(7)V99.
           05 PART-TIME-MONTHS PIC 9(2).
           05 FULL-TIME-MONTHS PIC 9(2).
      * The year and month of the term a history entry belongs to,
      * and of the month being tested.
           05 TERM-START-WS PIC 9(8).
           05 TERM-START-SPLIT REDEFINES TERM-START-WS.
               10 TERM-START-PERIOD PIC 9(6).
               10 FILLER PIC 9(2).
           05 TERM-END-WS PIC 9(8).
           05 TERM-END-SPLIT REDEFINES TERM-END-WS.
               10 TERM-END-PERIOD PIC 9(6).
               10 FILLER PIC 9(2).
           05 MONTH-PERIOD PIC 9(6).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-PRODUCE-TAX-CERTIFICATES.
           PERFORM 201-INITIALIZE.
           PERFORM 202-CERTIFY-ONE-STUDENT UNTIL EOF-FLAG-IN = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE TAX-YEAR = RUN-YEAR - 1.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y".
           CLOSE COURSE-FILE-IN.
           PERFORM 303-LOAD-PAYMENTS-FOR-YEAR.
           MOVE TAX-YEAR TO EXH-TAX-YEAR-OUT.
           MOVE RUN-DATE-WS TO EXH-RUN-DATE-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM EXCEPTION-HEADING-LINE.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM EXCEPTION-COLUMN-LINE.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM RULE-LINE.
           MOVE SPACES TO SUMMARY-LINE-WS.
           MOVE "H" TO SUM-REC-TYPE.
           MOVE TAX-INSTITUTION-ID TO SUM-INSTITUTION-ID.
           MOVE TAX-YEAR TO SUM-TAX-YEAR.
           MOVE RUN-DATE-WS TO SUM-FILE-DATE.
           WRITE TAX-SUMMARY-RECORD-OUT FROM SUMMARY-LINE-WS.
           MOVE "N" TO EOF-FLAG-IN.

       202-CERTIFY-ONE-STUDENT.
           READ STUDENT-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-IN
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 310-WORK-OUT-ELIGIBLE-AMOUNT
                   PERFORM 320-COUNT-MONTHS-ENROLLED
                   PERFORM 330-ISSUE-OR-EXCEPT
           END-READ.
           IF STATUS-FIELD-IN NOT = "00" AND STATUS-FIELD-IN NOT = "10"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       203-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE-WS.
           MOVE "T" TO SUM-REC-TYPE.
           MOVE CERTIFICATE-COUNTER TO SUM-TRL-CERT-COUNT.
           MOVE ELIGIBLE-TOTAL-WS TO SUM-TRL-ELIGIBLE-TOTAL.
           MOVE PART-TIME-TOTAL-WS TO SUM-TRL-PART-TIME-TOTAL.
           MOVE FULL-TIME-TOTAL-WS TO SUM-TRL-FULL-TIME-TOTAL.
           WRITE TAX-SUMMARY-RECORD-OUT FROM SUMMARY-LINE-WS.
           PERFORM 350-WRITE-CONTROL-TOTALS.
           PERFORM 352-DISPLAY-AUDIT.
           CLOSE STUDENT-FILE-IN.
           CLOSE COURSE-HIST-MASTER.
           CLOSE TAX-CERTIFICATE-OUT.
           CLOSE TAX-SUMMARY-OUT.
           CLOSE TAX-EXCEPTION-OUT.
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
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "TAX-CERTIFICATES"
                   MOVE PARM-VALUE TO FP-TAX-CERTIFICATES
               WHEN "TAX-SUMMARY"
                   MOVE PARM-VALUE TO FP-TAX-SUMMARY
               WHEN "TAX-EXCEPT"
                   MOVE PARM-VALUE TO FP-TAX-EXCEPT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TAX-YEAR"
                   MOVE PARM-VALUE(1:4) TO TAX-YEAR-CHK
                   IF TAX-YEAR-CHK IS NUMERIC
                       MOVE TAX-YEAR-CHK TO TAX-YEAR
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "TAX-YEAR VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "FULL-TIME-CREDITS"
                   MOVE PARM-VALUE(1:2) TO FULL-TIME-CREDITS-CHK
                   IF FULL-TIME-CREDITS-CHK IS NUMERIC
                       MOVE FULL-TIME-CREDITS-CHK TO FULL-TIME-CREDITS
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "FULL-TIME-CREDITS VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "TAX-INSTITUTION-ID"
                   MOVE PARM-VALUE(1:10) TO TAX-INSTITUTION-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-FILES.
           OPEN INPUT COURSE-FILE-IN.
           IF STATUS-FIELD-COURSE NOT = "00"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD-IN NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN INPUT COURSE-HIST-MASTER.
           IF STATUS-FIELD-HIST = "35"
               OPEN OUTPUT COURSE-HIST-MASTER
               CLOSE COURSE-HIST-MASTER
               OPEN INPUT COURSE-HIST-MASTER
           END-IF.
           IF STATUS-FIELD-HIST NOT = "00"
               MOVE "COURSE-HIST-MASTER" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT TAX-CERTIFICATE-OUT.
           IF STATUS-FIELD-CERT NOT = "00"
               MOVE "TAX-CERTIFICATE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CERT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT TAX-SUMMARY-OUT.
           IF STATUS-FIELD-SUM NOT = "00"
               MOVE "TAX-SUMMARY-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-SUM TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT TAX-EXCEPTION-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "TAX-EXCEPTION-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 ADD 1 TO COURSE-TBL-COUNT.
           IF STATUS-FIELD-COURSE NOT = "00" AND
              STATUS-FIELD-COURSE NOT = "10"
               MOVE "COURSE-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COURSE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * One pass over PAYMENT-LOG.TXT, totalling every entry dated in
      * the tax year by student and kind. No log at all just means
      * nobody paid anything.
       303-LOAD-PAYMENTS-FOR-YEAR.
           MOVE 0 TO PAID-TBL-COUNT.
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
               PERFORM 303B-READ-ONE-LOG-RECORD
               PERFORM 303C-ADD-ONE-LOG-RECORD
                   UNTIL EOF-FLAG-LOG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       303B-READ-ONE-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
               NOT AT END ADD 1 TO LOG-READ-COUNTER
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Payments (blank or "P") and agency collections ("K") are
      * tuition paid; refunds ("R") and returned payments ("V") take
      * it back. Awards ("A") and sponsor payments are kept apart to
      * be shown as not included. Withdrawal credits ("W"), late fees
      * ("F") and NSF charges ("N") are not payments at all.
       303C-ADD-ONE-LOG-RECORD.
           IF LOG-TRANSACTION-YEAR = TAX-YEAR
               PERFORM 304-FIND-OR-ADD-STUDENT
               IF FOUND-FLAG = "Y"
                   EVALUATE LOG-TRANSACTION-TYPE
                       WHEN SPACE
                       WHEN "P"
                           IF LOG-OPERATOR-ID = SPONSOR-OPERATOR-ID
                               ADD LOG-PAYMENT-AMOUNT TO
                                   PAID-SPONSOR-TBL(FOUND-SUB)
                           ELSE
                               ADD LOG-PAYMENT-AMOUNT TO
                                   PAID-PAYMENTS-TBL(FOUND-SUB)
                           END-IF
                       WHEN "K"
                           ADD LOG-PAYMENT-AMOUNT TO
                               PAID-PAYMENTS-TBL(FOUND-SUB)
                       WHEN "R"
                           ADD LOG-PAYMENT-AMOUNT TO
                               PAID-REFUNDS-TBL(FOUND-SUB)
                       WHEN "V"
                           ADD LOG-PAYMENT-AMOUNT TO
                               PAID-RETURNED-TBL(FOUND-SUB)
                       WHEN "A"
                           ADD LOG-PAYMENT-AMOUNT TO
                               PAID-AWARDS-TBL(FOUND-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 303B-READ-ONE-LOG-RECORD.

       304-FIND-OR-ADD-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 304B-CHECK-ONE-PAID-ENTRY VARYING
                  PAID-SUB FROM 1 BY 1 UNTIL PAID-SUB > PAID-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG NOT = "Y"
               IF PAID-TBL-COUNT < PAID-TBL-MAX
                   ADD 1 TO PAID-TBL-COUNT
                   MOVE PAID-TBL-COUNT TO FOUND-SUB
                   MOVE LOG-STUDENT-NUMBER TO
                       PAID-STUDENT-NUMBER-TBL(FOUND-SUB)
                   MOVE 0 TO PAID-PAYMENTS-TBL(FOUND-SUB)
                   MOVE 0 TO PAID-REFUNDS-TBL(FOUND-SUB)
                   MOVE 0 TO PAID-RETURNED-TBL(FOUND-SUB)
                   MOVE 0 TO PAID-AWARDS-TBL(FOUND-SUB)
                   MOVE 0 TO PAID-SPONSOR-TBL(FOUND-SUB)
                   MOVE "Y" TO FOUND-FLAG
               ELSE
                   ADD 1 TO TABLE-FULL-COUNTER
               END-IF
           END-IF.

       304B-CHECK-ONE-PAID-ENTRY.
           IF PAID-STUDENT-NUMBER-TBL(PAID-SUB) = LOG-STUDENT-NUMBER
               MOVE "Y" TO FOUND-FLAG
               MOVE PAID-SUB TO FOUND-SUB
           END-IF.

      * A student's eligible amount never goes below zero - a refund
      * in this year of tuition paid last year reduces this year's
      * figure only as far as nothing.
       310-WORK-OUT-ELIGIBLE-AMOUNT.
           MOVE 0 TO PAYMENTS-WS.
           MOVE 0 TO REFUNDS-WS.
           MOVE 0 TO RETURNED-WS.
           MOVE 0 TO AWARDS-WS.
           MOVE 0 TO SPONSOR-WS.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 310B-CHECK-ONE-STUDENT-ENTRY VARYING
                  PAID-SUB FROM 1 BY 1 UNTIL PAID-SUB > PAID-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "Y"
               MOVE PAID-PAYMENTS-TBL(FOUND-SUB) TO PAYMENTS-WS
               MOVE PAID-REFUNDS-TBL(FOUND-SUB) TO REFUNDS-WS
               MOVE PAID-RETURNED-TBL(FOUND-SUB) TO RETURNED-WS
               MOVE PAID-AWARDS-TBL(FOUND-SUB) TO AWARDS-WS
               MOVE PAID-SPONSOR-TBL(FOUND-SUB) TO SPONSOR-WS
           END-IF.
           COMPUTE ELIGIBLE-WS = PAYMENTS-WS - REFUNDS-WS - RETURNED-WS.
           IF ELIGIBLE-WS < 0
               MOVE 0 TO ELIGIBLE-WS
           END-IF.

       310B-CHECK-ONE-STUDENT-ENTRY.
           IF PAID-STUDENT-NUMBER-TBL(PAID-SUB) = STUDENT-NUMBER
               MOVE "Y" TO FOUND-FLAG
               MOVE PAID-SUB TO FOUND-SUB
           END-IF.

      * Every history entry adds its course's credit weight to each
      * month of the tax year its term runs through; an entry whose
      * term is not on the calendar (and whose entry date falls in no
      * term) has no months to add to.
       320-COUNT-MONTHS-ENROLLED.
           PERFORM 320B-CLEAR-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 321-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 322-ADD-ONE-HISTORY-ENTRY
               UNTIL EOF-FLAG-HIST = "Y".
           MOVE 0 TO PART-TIME-MONTHS.
           MOVE 0 TO FULL-TIME-MONTHS.
           PERFORM 325-CLASSIFY-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12.

       320B-CLEAR-ONE-MONTH.
           MOVE 0 TO MONTH-LOAD-TBL(MONTH-SUB).

       321-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       322-ADD-ONE-HISTORY-ENTRY.
           IF CHM-TRANSFER-FLAG NOT = "T"
               IF CHM-TERM-CODE NOT = SPACES
                   MOVE "C" TO TL-REQUEST-MODE
                   MOVE CHM-TERM-CODE TO TL-REQUEST-CODE
               ELSE
                   MOVE "D" TO TL-REQUEST-MODE
                   MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE
               END-IF
               CALL "./Project3_Term_Sub"
                   USING FP-TERM-CALENDAR, TERM-LOOKUP
               IF TL-FOUND-FLG = "Y"
                   MOVE TL-START-DATE TO TERM-START-WS
                   MOVE TL-END-DATE TO TERM-END-WS
                   MOVE CHM-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
                   PERFORM 323-LOOKUP-ONE-CREDIT
                   PERFORM 324-ADD-ONE-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
               END-IF
           END-IF.
           PERFORM 321-READ-ONE-HISTORY-RECORD.

      * Look up the credit weight for one course code; 0 when the code
      * is not found in the course table, so it carries no weight.
       323-LOOKUP-ONE-CREDIT.
           MOVE "N" TO FOUND-FLAG.
           MOVE 0 TO COURSE-CREDITS-FOUND.
           PERFORM 323B-SEARCH-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                  OR FOUND-FLAG = "Y".

       323B-SEARCH-COURSE-TABLE.
           IF COURSE-CODE-FOR-LOOKUP = COURSE-CODE-TBL(SUB-2)
               MOVE COURSE-CREDITS-TBL(SUB-2) TO COURSE-CREDITS-FOUND
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       324-ADD-ONE-MONTH.
           COMPUTE MONTH-PERIOD = (TAX-YEAR * 100) + MONTH-SUB.
           IF MONTH-PERIOD NOT < TERM-START-PERIOD
              AND MONTH-PERIOD NOT > TERM-END-PERIOD
               ADD COURSE-CREDITS-FOUND TO MONTH-LOAD-TBL(MONTH-SUB)
           END-IF.

       325-CLASSIFY-ONE-MONTH.
           IF MONTH-LOAD-TBL(MONTH-SUB) NOT < FULL-TIME-CREDITS
               ADD 1 TO FULL-TIME-MONTHS
           ELSE
               IF MONTH-LOAD-TBL(MONTH-SUB) > 0
                   ADD 1 TO PART-TIME-MONTHS
               END-IF
           END-IF.

       330-ISSUE-OR-EXCEPT.
           IF ELIGIBLE-WS = 0
               ADD 1 TO NO-AMOUNT-COUNTER
               MOVE "NO ELIGIBLE TUITION PAID" TO EXC-REASON-OUT
               PERFORM 338-WRITE-EXCEPTION
           ELSE
               IF STUDENT-ADDRESS = SPACES
                   ADD 1 TO NO-ADDRESS-COUNTER
                   MOVE "NO MAILING ADDRESS ON FILE" TO EXC-REASON-OUT
                   PERFORM 338-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO CERTIFICATE-COUNTER
                   ADD ELIGIBLE-WS TO ELIGIBLE-TOTAL-WS
                   ADD PART-TIME-MONTHS TO PART-TIME-TOTAL-WS
                   ADD FULL-TIME-MONTHS TO FULL-TIME-TOTAL-WS
                   PERFORM 332-PRINT-CERTIFICATE
                   PERFORM 334-WRITE-SUMMARY-DETAIL
               END-IF
           END-IF.

       332-PRINT-CERTIFICATE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-SEPARATOR-LINE.
           MOVE TAX-YEAR TO CRT-TAX-YEAR-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-TITLE-LINE.
           MOVE TAX-YEAR TO CRT-CERT-YEAR-OUT.
           MOVE CERTIFICATE-COUNTER TO CRT-CERT-NUMBER-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-NUMBER-LINE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.
           MOVE STUDENT-NUMBER TO CRT-STUDENT-NUMBER-OUT.
           MOVE PROGRAM-OF-STUDY TO CRT-PROGRAM-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-STUDENT-LINE.
           MOVE STUDENT-NAME TO CRT-ADDRESS-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-ADDRESS-LINE.
           MOVE STUDENT-ADDRESS TO CRT-ADDRESS-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-ADDRESS-LINE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.
           MOVE "TUITION PAID IN THE YEAR:" TO CRT-AMOUNT-LABEL-OUT.
           MOVE PAYMENTS-WS TO CRT-AMOUNT-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE.
           MOVE "LESS REFUNDS:" TO CRT-AMOUNT-LABEL-OUT.
           MOVE REFUNDS-WS TO CRT-AMOUNT-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE.
           MOVE "LESS PAYMENTS RETURNED UNPAID:" TO
               CRT-AMOUNT-LABEL-OUT.
           MOVE RETURNED-WS TO CRT-AMOUNT-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE.
           MOVE "ELIGIBLE TUITION FEES:" TO CRT-AMOUNT-LABEL-OUT.
           MOVE ELIGIBLE-WS TO CRT-AMOUNT-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.
           MOVE "MONTHS ENROLLED PART-TIME:" TO CRT-MONTHS-LABEL-OUT.
           MOVE PART-TIME-MONTHS TO CRT-MONTHS-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-MONTHS-LINE.
           MOVE "MONTHS ENROLLED FULL-TIME:" TO CRT-MONTHS-LABEL-OUT.
           MOVE FULL-TIME-MONTHS TO CRT-MONTHS-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-MONTHS-LINE.
           IF AWARDS-WS > 0 OR SPONSOR-WS > 0
               WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE
               MOVE "NOT INCLUDED IN ELIGIBLE FEES ABOVE:" TO
                   CRT-TEXT-OUT
               WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-TEXT-LINE
               MOVE "  AWARDS AND BURSARIES CREDITED:" TO
                   CRT-AMOUNT-LABEL-OUT
               MOVE AWARDS-WS TO CRT-AMOUNT-OUT
               WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE
               MOVE "  PAID BY A SPONSOR:" TO CRT-AMOUNT-LABEL-OUT
               MOVE SPONSOR-WS TO CRT-AMOUNT-OUT
               WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-AMOUNT-LINE
           END-IF.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.
           MOVE "KEEP THIS CERTIFICATE WITH YOUR INCOME TAX RECORDS."
               TO CRT-TEXT-OUT.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-TEXT-LINE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.
           WRITE TAX-CERTIFICATE-RECORD-OUT FROM CERT-BLANK-LINE.

       334-WRITE-SUMMARY-DETAIL.
           MOVE SPACES TO SUMMARY-LINE-WS.
           MOVE "D" TO SUM-REC-TYPE.
           MOVE CERTIFICATE-COUNTER TO SUM-CERTIFICATE-NUMBER.
           MOVE STUDENT-NUMBER TO SUM-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO SUM-STUDENT-NAME.
           MOVE STUDENT-ADDRESS TO SUM-STUDENT-ADDRESS.
           MOVE ELIGIBLE-WS TO SUM-ELIGIBLE-AMOUNT.
           MOVE PART-TIME-MONTHS TO SUM-PART-TIME-MONTHS.
           MOVE FULL-TIME-MONTHS TO SUM-FULL-TIME-MONTHS.
           WRITE TAX-SUMMARY-RECORD-OUT FROM SUMMARY-LINE-WS.

       338-WRITE-EXCEPTION.
           MOVE STUDENT-NUMBER TO EXC-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO EXC-STUDENT-NAME-OUT.
           MOVE ELIGIBLE-WS TO EXC-ELIGIBLE-OUT.
           MOVE PART-TIME-MONTHS TO EXC-PART-TIME-OUT.
           MOVE FULL-TIME-MONTHS TO EXC-FULL-TIME-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM EXCEPTION-DETAIL-LINE.

      * The same control totals the government summary trailer
      * carries, so the two can be checked against each other.
       350-WRITE-CONTROL-TOTALS.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM RULE-LINE.
           MOVE "STUDENT RECORDS READ:" TO CTL-LABEL-OUT.
           MOVE READ-COUNTER TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "CERTIFICATES ISSUED:" TO CTL-LABEL-OUT.
           MOVE CERTIFICATE-COUNTER TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "TOTAL ELIGIBLE TUITION:" TO CTL-LABEL-OUT.
           MOVE ELIGIBLE-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "TOTAL PART-TIME MONTHS:" TO CTL-LABEL-OUT.
           MOVE PART-TIME-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "TOTAL FULL-TIME MONTHS:" TO CTL-LABEL-OUT.
           MOVE FULL-TIME-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NO ELIGIBLE TUITION PAID:" TO CTL-LABEL-OUT.
           MOVE NO-AMOUNT-COUNTER TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NO MAILING ADDRESS:" TO CTL-LABEL-OUT.
           MOVE NO-ADDRESS-COUNTER TO CTL-COUNT-OUT.
           WRITE TAX-EXCEPTION-RECORD-OUT FROM CONTROL-TOTAL-LINE.

       352-DISPLAY-AUDIT.
           DISPLAY "TAX YEAR: " TAX-YEAR.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF PAYMENT-LOG RECORDS READ: "
                LOG-READ-COUNTER.
           DISPLAY "THE NUMBER OF CERTIFICATES ISSUED: "
                CERTIFICATE-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS WITH NO ELIGIBLE AMOUNT: "
                NO-AMOUNT-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS WITH NO MAILING ADDRESS: "
                NO-ADDRESS-COUNTER.
           IF TABLE-FULL-COUNTER > 0
               DISPLAY "WARNING: PAID-TBL-MAX (" PAID-TBL-MAX
                   ") REACHED - " TABLE-FULL-COUNTER
                   " PAYMENT-LOG ENTRIES NOT COUNTED"
           END-IF.

      * Append one line of run counters to the standing metrics file -
      * certificates issued are the primary count, students with no
      * eligible amount the secondary count and students with no
      * mailing address the reject count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P55" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE CERTIFICATE-COUNTER TO RM-PRIMARY-COUNT.
           MOVE NO-AMOUNT-COUNTER TO RM-SECONDARY-COUNT.
           MOVE NO-ADDRESS-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P55.
