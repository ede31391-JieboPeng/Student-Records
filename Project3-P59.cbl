      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Personal-data retention run for archived students.
      * Every student PROJECT3-P29 archived RETENTION-YEARS (default
      * 7) or more years ago, and not yet anonymized, has their
      * personal data destroyed:
      *   - STUDENT-ARCHIVE.DAT: the name is replaced by the pseudonym
      *     "ANONYMIZED STUDENT nnnnnn", the address, phone and email
      *     are blanked, and the anonymization date is stamped;
      *   - CHANGE-AUDIT.TXT: the same fields in the before and after
      *     images of the student's entries;
      *   - NOTIFY-QUEUE.TXT: the email on the student's entries;
      *   - MAILING-LABELS.TXT: the student's label block;
      *   - DEANS-LETTERS.TXT, PROBATION-LETTERS.TXT and
      *     AWARD-LETTERS.TXT: the name and address on the student's
      *     letters (these carry no student number, so they are
      *     matched on the archived name and address).
      * The student number, tuition balance, program, course slots,
      * COURSE-HIST.DAT history and PAYMENT-LOG.TXT history are kept
      * for audit. A student on LEGAL-HOLDS.TXT (the privacy office's
      * list) is skipped however long ago they were archived. The
      * operator confirms the run before anything is changed, and
      * DESTRUCTION-CERT.TXT is printed as the certificate of
      * destruction: who was anonymized and when, who was held back,
      * and how many records were altered in each file.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P59.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT STUDENT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC FP-STUDENT-ARCHIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-ARC.

           SELECT LEGAL-HOLD-FILE
               ASSIGN TO DYNAMIC FP-LEGAL-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LGH.

           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO DYNAMIC FP-CHANGE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-AUD.

           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFY.

      * The mailing labels and the three letter files, one at a time.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PRT.

           SELECT CERTIFICATE-OUT
               ASSIGN TO DYNAMIC FP-DESTRUCTION-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * STUFILE3OUT's layout, with the personal fields named, followed
      * by PROJECT3-P29's archive date and the anonymization date.
       FD STUDENT-ARCHIVE-FILE.
       01 STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 ARC-TUITION-OWED PIC 9(4)V99.
           05 ARC-STUDENT-NAME PIC X(40).
           05 ARC-PROGRAM-OF-STUDY PIC X(5).
           05 ARC-COURSE-SLOTS PIC X(50).
           05 ARC-STUDENT-ADDRESS PIC X(40).
           05 ARC-STUDENT-PHONE PIC X(12).
           05 ARC-STUDENT-EMAIL PIC X(40).
           05 ARC-RECORD-REST PIC X(26).
           05 ARC-ARCHIVE-DATE PIC 9(8).
           05 ARC-ANONYMIZED-DATE PIC 9(8).

      * One line per student under legal hold, kept by the privacy
      * office; a student comes off hold when their line is removed.
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 LGH-REASON PIC X(30).
           05 FILLER PIC X(1).
           05 LGH-PLACED-DATE PIC 9(8).

       FD CHANGE-AUDIT-FILE.
       01 CHANGE-AUDIT-RECORD.
           05 AUD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 AUD-CHANGE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AUD-CHANGE-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 AUD-ACTION PIC X(7).
           05 FILLER PIC X(1).
           05 AUD-BEFORE-IMAGE PIC X(225).
           05 FILLER PIC X(1).
           05 AUD-AFTER-IMAGE PIC X(225).
           05 FILLER PIC X(1).
           05 AUD-OPERATOR-ID PIC X(8).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
           05 NFY-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 NFY-EMAIL PIC X(40).
           05 FILLER PIC X(1).
           05 NFY-TYPE PIC X(8).
           05 FILLER PIC X(1).
           05 NFY-DATE PIC 9(8).

       FD PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

       FD CERTIFICATE-OUT.
       01 CERTIFICATE-RECORD-OUT PIC X(100).

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
       01 CERTIFICATE-TITLE-LINE.
           05 FILLER PIC X(27)
               VALUE "CERTIFICATE OF DESTRUCTION ".
           05 FILLER PIC X(27)
               VALUE "- STUDENT PERSONAL DATA".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 CTT-RUN-DATE-OUT PIC 9(8).

       01 CERTIFICATE-PERIOD-LINE.
           05 FILLER PIC X(18) VALUE "RETENTION PERIOD: ".
           05 CTP-YEARS-OUT PIC Z9.
           05 FILLER PIC X(36)
               VALUE " YEARS FROM ARCHIVING - ARCHIVED ON ".
           05 FILLER PIC X(10) VALUE "OR BEFORE ".
           05 CTP-CUTOFF-DATE-OUT PIC 9(8).

       01 CERTIFICATE-SCOPE-LINE-1.
           05 FILLER PIC X(44)
               VALUE "DESTROYED: NAME (REPLACED BY A PSEUDONYM), ".
           05 FILLER PIC X(50)
               VALUE "ADDRESS, PHONE AND EMAIL.".

       01 CERTIFICATE-SCOPE-LINE-2.
           05 FILLER PIC X(41)
               VALUE "KEPT FOR AUDIT: STUDENT NUMBER, PROGRAM, ".
           05 FILLER PIC X(50)
               VALUE "BALANCE, COURSE HISTORY AND FINANCIAL HISTORY.".

       01 CERTIFICATE-CANCEL-LINE.
           05 FILLER PIC X(50)
               VALUE "RUN CANCELLED BY THE OPERATOR - NO DATA CHANGED.".

       01 HEADER-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 ANONYMIZED-HEADER.
           05 FILLER PIC X(50)
               VALUE "STUDENTS ANONYMIZED".

       01 ANONYMIZED-COLUMN-HEADER.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "ARCHIVED".
           05 FILLER PIC X(10) VALUE "ANONYMIZED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "PSEUDONYM".

       01 ANONYMIZED-DETAIL-LINE.
           05 AND-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AND-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AND-ARCHIVE-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AND-ANONYMIZED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AND-PSEUDONYM-OUT PIC X(40).

       01 HELD-HEADER.
           05 FILLER PIC X(50)
               VALUE "DUE BUT RETAINED UNDER LEGAL HOLD".

       01 HELD-COLUMN-HEADER.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(10) VALUE "ARCHIVED".
           05 FILLER PIC X(10) VALUE "HOLD DATE".
           05 FILLER PIC X(30) VALUE "REASON".

       01 HELD-DETAIL-LINE.
           05 HLD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HLD-ARCHIVE-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-PLACED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-REASON-OUT PIC X(30).

       01 NONE-LINE.
           05 FILLER PIC X(6) VALUE "(NONE)".

       01 FILES-HEADER.
           05 FILLER PIC X(50)
               VALUE "RECORDS ALTERED BY FILE".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

       01 SIGNATURE-LINE.
           05 FILLER PIC X(50)
               VALUE "CERTIFIED BY: ______________________________".
           05 FILLER PIC X(30)
               VALUE "DATE: ____________".

      * Students anonymized this run, with the personal data they
      * had before it was destroyed - needed to find them in the
      * letter files, which carry no student number.
       01 ANON-TBL-MAX PIC 9(4) VALUE 1000.
       01 ANON-TABLE.
           05 ANON-TBL OCCURS 1000 TIMES.
               10 ANO-STUDENT-NUMBER-TBL PIC 9(6).
               10 ANO-PROGRAM-TBL PIC X(5).
               10 ANO-ARCHIVE-DATE-TBL PIC 9(8).
               10 ANO-NAME-TBL PIC X(40).
               10 ANO-ADDRESS-TBL PIC X(40).
               10 ANO-PSEUDONYM-TBL PIC X(40).

       01 HOLD-TBL-MAX PIC 9(3) VALUE 500.
       01 LEGAL-HOLD-TABLE.
           05 LEGAL-HOLD-TBL OCCURS 500 TIMES.
               10 LGH-STUDENT-NUMBER-TBL PIC 9(6).
               10 LGH-REASON-TBL PIC X(30).
               10 LGH-PLACED-DATE-TBL PIC 9(8).

      * Due students skipped for a legal hold, for the certificate.
       01 HELD-TBL-MAX PIC 9(3) VALUE 500.
       01 HELD-TABLE.
           05 HELD-TBL OCCURS 500 TIMES.
               10 HLD-STUDENT-NUMBER-TBL PIC 9(6).
               10 HLD-ARCHIVE-DATE-TBL PIC 9(8).
               10 HLD-HOLD-SUB-TBL PIC 9(3).

      * A STUFILE3OUT image off CHANGE-AUDIT.TXT, with the personal
      * fields named.
       01 AUDIT-IMAGE-WS.
           05 IMG-STUDENT-NUMBER PIC 9(6).
           05 IMG-TUITION-OWED PIC 9(4)V99.
           05 IMG-STUDENT-NAME PIC X(40).
           05 IMG-PROGRAM-OF-STUDY PIC X(5).
           05 IMG-COURSE-SLOTS PIC X(50).
           05 IMG-STUDENT-ADDRESS PIC X(40).
           05 IMG-STUDENT-PHONE PIC X(12).
           05 IMG-STUDENT-EMAIL PIC X(40).
           05 IMG-RECORD-REST PIC X(26).

      * A line off the mailing labels or a letter file. A label's
      * first line is the name with the student number after "NO: ";
      * a letter names the student after "DEAR ", and an award letter
      * also opens with the name and address on lines of their own.
       01 PRINT-LINE-WS.
           05 PRL-GREETING-TAG PIC X(5).
           05 PRL-GREETING-NAME PIC X(40).
           05 FILLER PIC X(35).
       01 PRINT-LABEL-LINE-WS REDEFINES PRINT-LINE-WS.
           05 PRL-LABEL-NAME PIC X(40).
           05 FILLER PIC X(3).
           05 PRL-LABEL-TAG PIC X(4).
           05 PRL-LABEL-NUMBER PIC X(6).
           05 FILLER PIC X(27).
       01 PRINT-BLOCK-LINE-WS REDEFINES PRINT-LINE-WS.
           05 PRL-BLOCK-TEXT PIC X(40).
           05 PRL-BLOCK-REST PIC X(40).

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-ARC PIC X(2).
           05 STATUS-FIELD-LGH PIC X(2).
           05 STATUS-FIELD-AUD PIC X(2).
           05 STATUS-FIELD-NFY PIC X(2).
           05 STATUS-FIELD-PRT PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-LGH PIC X(1).
           05 EOF-FLAG-AUD PIC X(1).
           05 EOF-FLAG-NFY PIC X(1).
           05 EOF-FLAG-PRT PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 ARCHIVE-OPEN-FLG PIC X(1) VALUE "N".
           05 CONFIRM-FLG PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 RUN-DATE-WS PIC 9(8).
           05 CUTOFF-DATE PIC 9(8).
           05 PRINT-FILE-NAME PIC X(60).
      * L mailing labels, T letter file.
           05 PRINT-FILE-KIND PIC X(1).
      * Lines after a matched label name, up to the blank line that
      * ends the label, belong to the same student.
           05 LABEL-BLANKING-FLG PIC X(1).
      * Award letter: the line after a matched name line is checked
      * against that student's address.
           05 ADDRESS-CHECK-SUB PIC 9(4).
           05 ANON-TBL-COUNT PIC 9(4) VALUE 0.
           05 HOLD-TBL-COUNT PIC 9(3) VALUE 0.
           05 HELD-TBL-COUNT PIC 9(3) VALUE 0.
           05 ANON-SUB PIC 9(4).
           05 ANON-FOUND-SUB PIC 9(4).
           05 HOLD-SUB PIC 9(3).
           05 HOLD-FOUND-SUB PIC 9(3).
           05 HELD-SUB PIC 9(3).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-DONE-COUNTER PIC 9(5) VALUE 0.
           05 NOT-DUE-COUNTER PIC 9(5) VALUE 0.
           05 NO-DATE-COUNTER PIC 9(5) VALUE 0.
           05 HELD-COUNTER PIC 9(5) VALUE 0.
           05 DEFERRED-COUNTER PIC 9(5) VALUE 0.
           05 ANONYMIZED-COUNTER PIC 9(5) VALUE 0.
           05 ARCHIVE-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 AUDIT-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 NOTIFY-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 PRINT-CHANGED-COUNT PIC 9(5).
           05 LABEL-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 DEANS-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 PROBATION-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 AWARD-CHANGED-COUNT PIC 9(5) VALUE 0.
           05 LINE-CHANGED-FLG PIC X(1).
      * Report settings, overridable by C:\STUPARAM.TXT.
           05 RETENTION-YEARS PIC 9(2) VALUE 7.
           05 RETENTION-YEARS-CHK PIC X(2).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-ANONYMIZE-ARCHIVED-STUDENTS.
           PERFORM 201-INITIALIZE.
           IF ARCHIVE-OPEN-FLG = "Y"
               PERFORM 202-SELECT-DUE-STUDENTS
               PERFORM 203-CONFIRM-RUN
           END-IF.
           IF CONFIRM-FLG = "Y"
               PERFORM 204-ANONYMIZE-STUDENTS
               PERFORM 205-WRITE-CERTIFICATE
           ELSE
               WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-CANCEL-LINE
           END-IF.
           PERFORM 206-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE CUTOFF-DATE = RUN-DATE-WS - RETENTION-YEARS * 10000.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-LEGAL-HOLDS.
           MOVE RUN-DATE-WS TO CTT-RUN-DATE-OUT.
           MOVE RETENTION-YEARS TO CTP-YEARS-OUT.
           MOVE CUTOFF-DATE TO CTP-CUTOFF-DATE-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-TITLE-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-PERIOD-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-SCOPE-LINE-1.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-SCOPE-LINE-2.
           WRITE CERTIFICATE-RECORD-OUT FROM HEADER-LINE.
      * Nothing archived means nothing to destroy; the certificate
      * still prints, with every count at zero.
           MOVE "Y" TO CONFIRM-FLG.

      * Walk the archive and pick out every student due: archived on
      * or before the cutoff, not yet anonymized, not under legal
      * hold. A record archived before the archive date was kept has
      * no date and is left alone.
       202-SELECT-DUE-STUDENTS.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-CHECK-ONE-ARCHIVED-STUDENT UNTIL EOF-FLAG = "Y".

      * The operator sees how many students are about to lose their
      * personal data and must confirm before anything is changed.
       203-CONFIRM-RUN.
           IF ANON-TBL-COUNT > 0
               DISPLAY "STUDENTS DUE FOR ANONYMIZATION: " ANON-TBL-COUNT
               DISPLAY "STUDENTS HELD BACK UNDER LEGAL HOLD: "
                   HELD-COUNTER
               DISPLAY "THIS CANNOT BE UNDONE. PROCEED? (Y/N)"
               ACCEPT CONFIRM-FLG
               IF CONFIRM-FLG = "y"
                   MOVE "Y" TO CONFIRM-FLG
               END-IF
           END-IF.

      * The archive first, then every file that holds a copy.
       204-ANONYMIZE-STUDENTS.
           PERFORM 320-ANONYMIZE-ONE-ARCHIVE-RECORD VARYING
                  ANON-SUB FROM 1 BY 1 UNTIL ANON-SUB > ANON-TBL-COUNT.
           IF ANON-TBL-COUNT > 0
               PERFORM 330-SCRUB-CHANGE-AUDIT
               PERFORM 335-SCRUB-NOTIFY-QUEUE
               MOVE FP-MAILING-LABELS TO PRINT-FILE-NAME
               MOVE "L" TO PRINT-FILE-KIND
               PERFORM 340-SCRUB-PRINT-FILE
               MOVE PRINT-CHANGED-COUNT TO LABEL-CHANGED-COUNT
               MOVE FP-DEANS-LETTERS TO PRINT-FILE-NAME
               MOVE "T" TO PRINT-FILE-KIND
               PERFORM 340-SCRUB-PRINT-FILE
               MOVE PRINT-CHANGED-COUNT TO DEANS-CHANGED-COUNT
               MOVE FP-PROBATION-LETTERS TO PRINT-FILE-NAME
               PERFORM 340-SCRUB-PRINT-FILE
               MOVE PRINT-CHANGED-COUNT TO PROBATION-CHANGED-COUNT
               MOVE FP-AWARD-LETTERS TO PRINT-FILE-NAME
               PERFORM 340-SCRUB-PRINT-FILE
               MOVE PRINT-CHANGED-COUNT TO AWARD-CHANGED-COUNT
           END-IF.

       205-WRITE-CERTIFICATE.
           WRITE CERTIFICATE-RECORD-OUT FROM ANONYMIZED-HEADER.
           WRITE CERTIFICATE-RECORD-OUT FROM ANONYMIZED-COLUMN-HEADER.
           IF ANONYMIZED-COUNTER = 0
               WRITE CERTIFICATE-RECORD-OUT FROM NONE-LINE
           END-IF.
           PERFORM 350-WRITE-ONE-ANONYMIZED VARYING
                  ANON-SUB FROM 1 BY 1 UNTIL ANON-SUB > ANON-TBL-COUNT.
           WRITE CERTIFICATE-RECORD-OUT FROM HEADER-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM HELD-HEADER.
           WRITE CERTIFICATE-RECORD-OUT FROM HELD-COLUMN-HEADER.
           IF HELD-TBL-COUNT = 0
               WRITE CERTIFICATE-RECORD-OUT FROM NONE-LINE
           END-IF.
           PERFORM 351-WRITE-ONE-HELD VARYING
                  HELD-SUB FROM 1 BY 1 UNTIL HELD-SUB > HELD-TBL-COUNT.
           WRITE CERTIFICATE-RECORD-OUT FROM HEADER-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM FILES-HEADER.
           MOVE "STUDENT-ARCHIVE.DAT:" TO CTL-LABEL-OUT.
           MOVE ARCHIVE-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "CHANGE-AUDIT.TXT:" TO CTL-LABEL-OUT.
           MOVE AUDIT-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NOTIFY-QUEUE.TXT:" TO CTL-LABEL-OUT.
           MOVE NOTIFY-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "MAILING-LABELS.TXT (LINES):" TO CTL-LABEL-OUT.
           MOVE LABEL-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "DEANS-LETTERS.TXT (LINES):" TO CTL-LABEL-OUT.
           MOVE DEANS-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "PROBATION-LETTERS.TXT (LINES):" TO CTL-LABEL-OUT.
           MOVE PROBATION-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "AWARD-LETTERS.TXT (LINES):" TO CTL-LABEL-OUT.
           MOVE AWARD-CHANGED-COUNT TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM HEADER-LINE.
           MOVE "ARCHIVED STUDENTS READ:" TO CTL-LABEL-OUT.
           MOVE READ-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ALREADY ANONYMIZED:" TO CTL-LABEL-OUT.
           MOVE ALREADY-DONE-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "STILL WITHIN THE RETENTION PERIOD:" TO CTL-LABEL-OUT.
           MOVE NOT-DUE-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NO ARCHIVE DATE - NOT ANONYMIZED:" TO CTL-LABEL-OUT.
           MOVE NO-DATE-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "RETAINED UNDER LEGAL HOLD:" TO CTL-LABEL-OUT.
           MOVE HELD-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "DUE - LEFT FOR THE NEXT RUN:" TO CTL-LABEL-OUT.
           MOVE DEFERRED-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "STUDENTS ANONYMIZED:" TO CTL-LABEL-OUT.
           MOVE ANONYMIZED-COUNTER TO CTL-COUNT-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM HEADER-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM SIGNATURE-LINE.

       206-TERMINATE.
           DISPLAY "THE NUMBER OF ARCHIVED STUDENTS READ: "
                READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS ANONYMIZED: "
                ANONYMIZED-COUNTER.
           DISPLAY "THE NUMBER HELD UNDER LEGAL HOLD: " HELD-COUNTER.
           DISPLAY "THE NUMBER WITH NO ARCHIVE DATE: " NO-DATE-COUNTER.
           IF ARCHIVE-OPEN-FLG = "Y"
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.
           CLOSE CERTIFICATE-OUT.
           IF CONFIRM-FLG = "Y"
               DISPLAY "CERTIFICATE OF DESTRUCTION WRITTEN TO "
                   FP-DESTRUCTION-CERT
               PERFORM 360-APPEND-RUN-METRICS
           END-IF.

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
               WHEN "STUDENT-ARCHIVE"
                   MOVE PARM-VALUE TO FP-STUDENT-ARCHIVE
               WHEN "LEGAL-HOLDS"
                   MOVE PARM-VALUE TO FP-LEGAL-HOLDS
               WHEN "CHANGE-AUDIT"
                   MOVE PARM-VALUE TO FP-CHANGE-AUDIT
               WHEN "NOTIFY-QUEUE"
                   MOVE PARM-VALUE TO FP-NOTIFY-QUEUE
               WHEN "MAILING-LABELS"
                   MOVE PARM-VALUE TO FP-MAILING-LABELS
               WHEN "DEANS-LETTERS"
                   MOVE PARM-VALUE TO FP-DEANS-LETTERS
               WHEN "PROBATION-LETTERS"
                   MOVE PARM-VALUE TO FP-PROBATION-LETTERS
               WHEN "AWARD-LETTERS"
                   MOVE PARM-VALUE TO FP-AWARD-LETTERS
               WHEN "DESTRUCTION-CERT"
                   MOVE PARM-VALUE TO FP-DESTRUCTION-CERT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "RETENTION-YEARS"
                   MOVE PARM-VALUE(1:2) TO RETENTION-YEARS-CHK
                   IF RETENTION-YEARS-CHK IS NUMERIC
                      AND RETENTION-YEARS-CHK NOT = "00"
                       MOVE RETENTION-YEARS-CHK TO RETENTION-YEARS
                   ELSE
                       DISPLAY "WARNING: RETENTION-YEARS VALUE IN "
                           "PARAMETER FILE NOT 01 TO 99 - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No archive file yet just means nobody has been archived.
       301-OPEN-FILES.
           OPEN I-O STUDENT-ARCHIVE-FILE.
           IF STATUS-FIELD-ARC = "00"
               MOVE "Y" TO ARCHIVE-OPEN-FLG
           ELSE
               IF STATUS-FIELD-ARC NOT = "35"
                   MOVE "STUDENT-ARCHIVE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-ARC TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN OUTPUT CERTIFICATE-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "CERTIFICATE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * No legal-hold list just means nobody is on hold.
       302-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF STATUS-FIELD-LGH = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-LGH NOT = "00"
                   MOVE "LEGAL-HOLD-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-LGH TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-LGH
               PERFORM 302B-LOAD-ONE-LEGAL-HOLD
                   UNTIL EOF-FLAG-LGH = "Y"
               CLOSE LEGAL-HOLD-FILE
           END-IF.

      * A full table stops the whole run rather than let a held
      * student slip through unprotected.
       302B-LOAD-ONE-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE
               AT END MOVE "Y" TO EOF-FLAG-LGH
               NOT AT END
                   IF LGH-STUDENT-NUMBER IS NUMERIC
                       IF HOLD-TBL-COUNT < HOLD-TBL-MAX
                           ADD 1 TO HOLD-TBL-COUNT
                           MOVE LGH-STUDENT-NUMBER TO
                               LGH-STUDENT-NUMBER-TBL(HOLD-TBL-COUNT)
                           MOVE LGH-REASON TO
                               LGH-REASON-TBL(HOLD-TBL-COUNT)
                           MOVE LGH-PLACED-DATE TO
                               LGH-PLACED-DATE-TBL(HOLD-TBL-COUNT)
                       ELSE
                           DISPLAY "HOLD-TBL-MAX (" HOLD-TBL-MAX
                               ") REACHED LOADING LEGAL-HOLDS - RUN "
                               "STOPPED. INCREASE HOLD-TBL-MAX IN "
                               "PROJECT3-P59."
                           MOVE "LEGAL-HOLD-FILE" TO ABORT-FILE-NAME
                           MOVE STATUS-FIELD-LGH TO ABORT-STATUS
                           PERFORM 900-ABORT-RUN
                       END-IF
                   END-IF
           END-READ.

       310-CHECK-ONE-ARCHIVED-STUDENT.
           READ STUDENT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 311-CHECK-DUE
           END-READ.

       311-CHECK-DUE.
           IF ARC-ANONYMIZED-DATE IS NUMERIC
              AND ARC-ANONYMIZED-DATE > 0
               ADD 1 TO ALREADY-DONE-COUNTER
           ELSE
               IF ARC-ARCHIVE-DATE IS NOT NUMERIC
                  OR ARC-ARCHIVE-DATE = 0
                   ADD 1 TO NO-DATE-COUNTER
               ELSE
                   IF ARC-ARCHIVE-DATE > CUTOFF-DATE
                       ADD 1 TO NOT-DUE-COUNTER
                   ELSE
                       PERFORM 312-FIND-LEGAL-HOLD
                       IF HOLD-FOUND-SUB > 0
                           PERFORM 313-RECORD-HELD-STUDENT
                       ELSE
                           PERFORM 314-RECORD-DUE-STUDENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       312-FIND-LEGAL-HOLD.
           MOVE 0 TO HOLD-FOUND-SUB.
           PERFORM 312B-CHECK-ONE-HOLD VARYING
                  HOLD-SUB FROM 1 BY 1 UNTIL HOLD-SUB > HOLD-TBL-COUNT
                  OR HOLD-FOUND-SUB > 0.

       312B-CHECK-ONE-HOLD.
           IF LGH-STUDENT-NUMBER-TBL(HOLD-SUB) = ARC-STUDENT-NUMBER
               MOVE HOLD-SUB TO HOLD-FOUND-SUB
           END-IF.

       313-RECORD-HELD-STUDENT.
           ADD 1 TO HELD-COUNTER.
           IF HELD-TBL-COUNT < HELD-TBL-MAX
               ADD 1 TO HELD-TBL-COUNT
               MOVE ARC-STUDENT-NUMBER TO
                   HLD-STUDENT-NUMBER-TBL(HELD-TBL-COUNT)
               MOVE ARC-ARCHIVE-DATE TO
                   HLD-ARCHIVE-DATE-TBL(HELD-TBL-COUNT)
               MOVE HOLD-FOUND-SUB TO HLD-HOLD-SUB-TBL(HELD-TBL-COUNT)
           END-IF.

      * Everyone due past the table's size waits for the next run, so
      * every student anonymized is scrubbed from every file.
       314-RECORD-DUE-STUDENT.
           IF ANON-TBL-COUNT < ANON-TBL-MAX
               ADD 1 TO ANON-TBL-COUNT
               MOVE ARC-STUDENT-NUMBER TO
                   ANO-STUDENT-NUMBER-TBL(ANON-TBL-COUNT)
               MOVE ARC-PROGRAM-OF-STUDY TO
                   ANO-PROGRAM-TBL(ANON-TBL-COUNT)
               MOVE ARC-ARCHIVE-DATE TO
                   ANO-ARCHIVE-DATE-TBL(ANON-TBL-COUNT)
               MOVE ARC-STUDENT-NAME TO ANO-NAME-TBL(ANON-TBL-COUNT)
               MOVE ARC-STUDENT-ADDRESS TO
                   ANO-ADDRESS-TBL(ANON-TBL-COUNT)
               MOVE SPACES TO ANO-PSEUDONYM-TBL(ANON-TBL-COUNT)
               STRING "ANONYMIZED STUDENT " DELIMITED BY SIZE
                      ARC-STUDENT-NUMBER DELIMITED BY SIZE
                      INTO ANO-PSEUDONYM-TBL(ANON-TBL-COUNT)
               END-STRING
           ELSE
               ADD 1 TO DEFERRED-COUNTER
               IF DEFERRED-COUNTER = 1
                   DISPLAY "WARNING: ANON-TBL-MAX (" ANON-TBL-MAX
                       ") REACHED - THE REST OF THE DUE STUDENTS ARE "
                       "LEFT FOR THE NEXT RUN."
               END-IF
           END-IF.

       320-ANONYMIZE-ONE-ARCHIVE-RECORD.
           MOVE ANO-STUDENT-NUMBER-TBL(ANON-SUB) TO ARC-STUDENT-NUMBER.
           READ STUDENT-ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "ARCHIVE RECORD FOR STUDENT "
                       ARC-STUDENT-NUMBER " NOT FOUND - NOT ANONYMIZED"
               NOT INVALID KEY
                   MOVE ANO-PSEUDONYM-TBL(ANON-SUB) TO ARC-STUDENT-NAME
                   MOVE SPACES TO ARC-STUDENT-ADDRESS
                   MOVE SPACES TO ARC-STUDENT-PHONE
                   MOVE SPACES TO ARC-STUDENT-EMAIL
                   MOVE RUN-DATE-WS TO ARC-ANONYMIZED-DATE
                   REWRITE STUDENT-ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR ARCHIVED "
                               "STUDENT " ARC-STUDENT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO ARCHIVE-CHANGED-COUNT
                           ADD 1 TO ANONYMIZED-COUNTER
                   END-REWRITE
           END-READ.

      * Find a student number among this run's anonymized students;
      * ANON-FOUND-SUB is zero when it is not one of them.
       321-FIND-ANONYMIZED-STUDENT.
           MOVE 0 TO ANON-FOUND-SUB.
           PERFORM 321B-CHECK-ONE-ANONYMIZED VARYING
                  ANON-SUB FROM 1 BY 1 UNTIL ANON-SUB > ANON-TBL-COUNT
                  OR ANON-FOUND-SUB > 0.

       321B-CHECK-ONE-ANONYMIZED.
           IF ANO-STUDENT-NUMBER-TBL(ANON-SUB) = IMG-STUDENT-NUMBER
               MOVE ANON-SUB TO ANON-FOUND-SUB
           END-IF.

      * CHANGE-AUDIT.TXT is rewritten in place, entry by entry, the
      * way PROJECT3-P42 voids a receipt. An image left blank (the
      * before image of an add, the after image of a delete) is left
      * alone.
       330-SCRUB-CHANGE-AUDIT.
           OPEN I-O CHANGE-AUDIT-FILE.
           IF STATUS-FIELD-AUD = "00"
               MOVE "N" TO EOF-FLAG-AUD
               PERFORM 331-CHECK-ONE-AUDIT-ENTRY
                   UNTIL EOF-FLAG-AUD = "Y"
               CLOSE CHANGE-AUDIT-FILE
           ELSE
               IF STATUS-FIELD-AUD NOT = "35"
                   MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-AUD TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       331-CHECK-ONE-AUDIT-ENTRY.
           READ CHANGE-AUDIT-FILE
               AT END MOVE "Y" TO EOF-FLAG-AUD
               NOT AT END
                   MOVE AUD-STUDENT-NUMBER TO IMG-STUDENT-NUMBER
                   PERFORM 321-FIND-ANONYMIZED-STUDENT
                   IF ANON-FOUND-SUB > 0
                       IF AUD-BEFORE-IMAGE NOT = SPACES
                           MOVE AUD-BEFORE-IMAGE TO AUDIT-IMAGE-WS
                           PERFORM 332-SCRUB-AUDIT-IMAGE
                           MOVE AUDIT-IMAGE-WS TO AUD-BEFORE-IMAGE
                       END-IF
                       IF AUD-AFTER-IMAGE NOT = SPACES
                           MOVE AUD-AFTER-IMAGE TO AUDIT-IMAGE-WS
                           PERFORM 332-SCRUB-AUDIT-IMAGE
                           MOVE AUDIT-IMAGE-WS TO AUD-AFTER-IMAGE
                       END-IF
                       REWRITE CHANGE-AUDIT-RECORD
                       ADD 1 TO AUDIT-CHANGED-COUNT
                   END-IF
           END-READ.

       332-SCRUB-AUDIT-IMAGE.
           MOVE ANO-PSEUDONYM-TBL(ANON-FOUND-SUB) TO IMG-STUDENT-NAME.
           MOVE SPACES TO IMG-STUDENT-ADDRESS.
           MOVE SPACES TO IMG-STUDENT-PHONE.
           MOVE SPACES TO IMG-STUDENT-EMAIL.

      * NOTIFY-QUEUE.TXT: the email goes; the entry stays, so the
      * count of notices sent is unchanged.
       335-SCRUB-NOTIFY-QUEUE.
           OPEN I-O NOTIFY-QUEUE-FILE.
           IF STATUS-FIELD-NFY = "00"
               MOVE "N" TO EOF-FLAG-NFY
               PERFORM 336-CHECK-ONE-NOTIFICATION
                   UNTIL EOF-FLAG-NFY = "Y"
               CLOSE NOTIFY-QUEUE-FILE
           ELSE
               IF STATUS-FIELD-NFY NOT = "35"
                   MOVE "NOTIFY-QUEUE-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-NFY TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       336-CHECK-ONE-NOTIFICATION.
           READ NOTIFY-QUEUE-FILE
               AT END MOVE "Y" TO EOF-FLAG-NFY
               NOT AT END
                   MOVE NFY-STUDENT-NUMBER TO IMG-STUDENT-NUMBER
                   PERFORM 321-FIND-ANONYMIZED-STUDENT
                   IF ANON-FOUND-SUB > 0
                      AND NFY-EMAIL NOT = SPACES
                       MOVE SPACES TO NFY-EMAIL
                       REWRITE NOTIFY-QUEUE-RECORD
                       ADD 1 TO NOTIFY-CHANGED-COUNT
                   END-IF
           END-READ.

      * The mailing labels or one letter file (PRINT-FILE-NAME),
      * rewritten in place line by line. A file that has never been
      * printed is simply not there.
       340-SCRUB-PRINT-FILE.
           MOVE 0 TO PRINT-CHANGED-COUNT.
           MOVE "N" TO LABEL-BLANKING-FLG.
           MOVE 0 TO ADDRESS-CHECK-SUB.
           OPEN I-O PRINT-FILE.
           IF STATUS-FIELD-PRT = "00"
               MOVE "N" TO EOF-FLAG-PRT
               PERFORM 341-CHECK-ONE-PRINT-LINE
                   UNTIL EOF-FLAG-PRT = "Y"
               CLOSE PRINT-FILE
           ELSE
               IF STATUS-FIELD-PRT NOT = "35"
                   MOVE "PRINT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-PRT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       341-CHECK-ONE-PRINT-LINE.
           READ PRINT-FILE INTO PRINT-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-PRT
               NOT AT END
                   MOVE "N" TO LINE-CHANGED-FLG
                   IF PRINT-FILE-KIND = "L"
                       PERFORM 342-CHECK-LABEL-LINE
                   ELSE
                       PERFORM 343-CHECK-LETTER-LINE
                   END-IF
                   IF LINE-CHANGED-FLG = "Y"
                       REWRITE PRINT-RECORD FROM PRINT-LINE-WS
                       ADD 1 TO PRINT-CHANGED-COUNT
                   END-IF
           END-READ.

      * A label opens with "name   NO: nnnnnn"; the address, phone
      * and email lines under it run to the blank line between labels.
       342-CHECK-LABEL-LINE.
           IF PRINT-LINE-WS = SPACES
               MOVE "N" TO LABEL-BLANKING-FLG
           ELSE
               IF LABEL-BLANKING-FLG = "Y"
                   MOVE SPACES TO PRINT-LINE-WS
                   MOVE "Y" TO LINE-CHANGED-FLG
               ELSE
                   IF PRL-LABEL-TAG = "NO: "
                      AND PRL-LABEL-NUMBER IS NUMERIC
                       MOVE PRL-LABEL-NUMBER TO IMG-STUDENT-NUMBER
                       PERFORM 321-FIND-ANONYMIZED-STUDENT
                       IF ANON-FOUND-SUB > 0
                           MOVE ANO-PSEUDONYM-TBL(ANON-FOUND-SUB) TO
                               PRL-LABEL-NAME
                           MOVE "Y" TO LINE-CHANGED-FLG
                           MOVE "Y" TO LABEL-BLANKING-FLG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Letters: the "DEAR name" greeting, and on an award letter the
      * name line with the address line straight after it.
       343-CHECK-LETTER-LINE.
           IF ADDRESS-CHECK-SUB > 0
               IF PRL-BLOCK-TEXT = ANO-ADDRESS-TBL(ADDRESS-CHECK-SUB)
                  AND PRL-BLOCK-REST = SPACES
                  AND PRL-BLOCK-TEXT NOT = SPACES
                   MOVE SPACES TO PRINT-LINE-WS
                   MOVE "Y" TO LINE-CHANGED-FLG
               END-IF
               MOVE 0 TO ADDRESS-CHECK-SUB
           ELSE
               IF PRL-GREETING-TAG = "DEAR "
                   PERFORM 344-FIND-ANONYMIZED-NAME
                   IF ANON-FOUND-SUB > 0
                       MOVE ANO-PSEUDONYM-TBL(ANON-FOUND-SUB) TO
                           PRL-GREETING-NAME
                       MOVE "Y" TO LINE-CHANGED-FLG
                   END-IF
               ELSE
                   IF PRL-BLOCK-REST = SPACES
                      AND PRL-BLOCK-TEXT NOT = SPACES
                       PERFORM 345-FIND-ANONYMIZED-BLOCK-NAME
                       IF ANON-FOUND-SUB > 0
                           MOVE ANO-PSEUDONYM-TBL(ANON-FOUND-SUB) TO
                               PRL-BLOCK-TEXT
                           MOVE "Y" TO LINE-CHANGED-FLG
                           MOVE ANON-FOUND-SUB TO ADDRESS-CHECK-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       344-FIND-ANONYMIZED-NAME.
           MOVE 0 TO ANON-FOUND-SUB.
           PERFORM 344B-CHECK-ONE-GREETING VARYING
                  ANON-SUB FROM 1 BY 1 UNTIL ANON-SUB > ANON-TBL-COUNT
                  OR ANON-FOUND-SUB > 0.

       344B-CHECK-ONE-GREETING.
           IF ANO-NAME-TBL(ANON-SUB) = PRL-GREETING-NAME
              AND ANO-NAME-TBL(ANON-SUB) NOT = SPACES
               MOVE ANON-SUB TO ANON-FOUND-SUB
           END-IF.

       345-FIND-ANONYMIZED-BLOCK-NAME.
           MOVE 0 TO ANON-FOUND-SUB.
           PERFORM 345B-CHECK-ONE-BLOCK-NAME VARYING
                  ANON-SUB FROM 1 BY 1 UNTIL ANON-SUB > ANON-TBL-COUNT
                  OR ANON-FOUND-SUB > 0.

       345B-CHECK-ONE-BLOCK-NAME.
           IF ANO-NAME-TBL(ANON-SUB) = PRL-BLOCK-TEXT
               MOVE ANON-SUB TO ANON-FOUND-SUB
           END-IF.

       350-WRITE-ONE-ANONYMIZED.
           MOVE ANO-STUDENT-NUMBER-TBL(ANON-SUB) TO
               AND-STUDENT-NUMBER-OUT.
           MOVE ANO-PROGRAM-TBL(ANON-SUB) TO AND-PROGRAM-OUT.
           MOVE ANO-ARCHIVE-DATE-TBL(ANON-SUB) TO AND-ARCHIVE-DATE-OUT.
           MOVE RUN-DATE-WS TO AND-ANONYMIZED-DATE-OUT.
           MOVE ANO-PSEUDONYM-TBL(ANON-SUB) TO AND-PSEUDONYM-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM ANONYMIZED-DETAIL-LINE.

       351-WRITE-ONE-HELD.
           MOVE HLD-STUDENT-NUMBER-TBL(HELD-SUB) TO
               HLD-STUDENT-NUMBER-OUT.
           MOVE HLD-ARCHIVE-DATE-TBL(HELD-SUB) TO HLD-ARCHIVE-DATE-OUT.
           MOVE HLD-HOLD-SUB-TBL(HELD-SUB) TO HOLD-SUB.
           MOVE LGH-PLACED-DATE-TBL(HOLD-SUB) TO HLD-PLACED-DATE-OUT.
           MOVE LGH-REASON-TBL(HOLD-SUB) TO HLD-REASON-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM HELD-DETAIL-LINE.

      * Append one line of run counters to the standing metrics file -
      * ANONYMIZED-COUNTER is the primary count, HELD-COUNTER the
      * secondary count and NO-DATE-COUNTER the reject count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P59" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE ANONYMIZED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE HELD-COUNTER TO RM-SECONDARY-COUNT.
           MOVE NO-DATE-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P59.
