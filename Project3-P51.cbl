      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Graduation conferral run. Every student on STUFILE3OUT
      * whom PROJECT3-P18's degree audit would show as complete (each
      * required course of their program in one of their course
      * slots or covered by a transfer credit) is cleared for
      * graduation when they owe no tuition and have no active hold
      * on HOLDS.TXT. Each graduate is conferred on the
      * CONFERRAL-DATE named in C:\STUPARAM.TXT: a credential record
      * (program, conferral date, final cumulative average and
      * honours designation) goes onto the indexed CREDENTIALS.DAT,
      * and a fixed-format line goes to the diploma print file. The
      * convocation list prints the graduates grouped by program,
      * then the students who completed their program but were held
      * back and why. A student already on CREDENTIALS.DAT is never
      * conferred twice. Nothing is written unless the parameter file
      * carries CONFERRAL-COMMIT set to Y, the same way PROJECT3-P45
      * runs a trial first - the trial prints the list only.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. PROGRAM-FILE-IN widened with the
      *                     international rates PROJECT3-P7 now
      *                     maintains, read past untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P51.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT PROGRAM-FILE-IN ASSIGN TO DYNAMIC FP-PROGRAM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PROG.

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

           SELECT COURSE-HIST-MASTER
               ASSIGN TO DYNAMIC FP-COURSE-HIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               ALTERNATE RECORD KEY IS CHM-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HLD.

           SELECT CREDENTIAL-FILE
               ASSIGN TO DYNAMIC FP-CREDENTIALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-CRD.

           SELECT CONVOCATION-LIST-OUT
               ASSIGN TO DYNAMIC FP-CONVOCATION-LIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT DIPLOMA-PRINT-OUT
               ASSIGN TO DYNAMIC FP-DIPLOMA-PRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-DIP.

           SELECT SORT-WORK-FILE ASSIGN TO "C:\SORTWK5.TMP".

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

      * PROJECT3-P43's registration/transcript holds - only the
      * student number and hold status are needed here.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(52).
           05 HLD-STATUS PIC X(1).

      * One credential per graduate, keyed by student number. The
      * name is kept with it so a diploma can be reprinted after the
      * student has been archived off the master.
       FD CREDENTIAL-FILE.
       01 CREDENTIAL-RECORD.
           05 CRD-STUDENT-NUMBER PIC 9(6).
           05 CRD-STUDENT-NAME PIC X(40).
           05 CRD-PROGRAM-CODE PIC X(5).
           05 CRD-CONFERRAL-DATE PIC 9(8).
           05 CRD-CUM-AVERAGE PIC 9(3).
           05 CRD-CUM-CREDITS PIC 9(4)V9.
      * D with distinction, H with honours, space none.
           05 CRD-HONOURS-CODE PIC X(1).
           05 CRD-RUN-DATE PIC 9(8).

       FD CONVOCATION-LIST-OUT.
       01 CONVOCATION-RECORD-OUT PIC X(132).

       FD DIPLOMA-PRINT-OUT.
       01 DIPLOMA-RECORD-OUT PIC X(100).

      * One record per student who completed their program - "1" for
      * a graduate, "2" for one held back - so the list comes back
      * graduates first, each part in program then name order.
       SD SORT-WORK-FILE.
       01 SORT-CANDIDATE-RECORD.
           05 SRT-LIST-SECTION PIC X(1).
           05 SRT-PROGRAM-CODE PIC X(5).
           05 SRT-STUDENT-NAME PIC X(40).
           05 SRT-STUDENT-NUMBER PIC 9(6).
           05 SRT-CUM-AVERAGE PIC 9(3).
           05 SRT-CUM-CREDITS PIC 9(4)V9.
           05 SRT-HONOURS-CODE PIC X(1).
           05 SRT-HELD-REASON PIC X(20).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "CONVOCATION LIST".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 PAGE-NUMBER-OUT PIC ZZ9.

       01 CONFERRAL-HEADING-LINE.
           05 FILLER PIC X(16) VALUE "CONFERRAL DATE: ".
           05 HDR-CONFERRAL-DATE-OUT PIC 9(8).
           05 FILLER PIC X(13) VALUE "  RUN DATE: ".
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDR-MODE-OUT PIC X(30).

       01 PROGRAM-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 PGM-CODE-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PGM-NAME-OUT PIC X(20).

       01 GRADUATE-HEADER.
           05 FILLER PIC X(10) VALUE "STU NUMBER".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "CUM AVG".
           05 FILLER PIC X(10) VALUE "CREDITS".
           05 FILLER PIC X(20) VALUE "HONOURS".

       01 HEADER-LINE.
           05 FILLER PIC X(94) VALUE ALL "-".

       01 GRADUATE-DETAIL-LINE.
           05 GRD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(7) VALUE SPACES.
           05 GRD-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(4) VALUE SPACES.
           05 GRD-CUM-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 GRD-CUM-CREDITS-OUT PIC ZZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 GRD-HONOURS-OUT PIC X(20).

       01 PROGRAM-TOTAL-LINE.
           05 FILLER PIC X(13) VALUE "GRADUATES IN ".
           05 PGT-NAME-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE ": ".
           05 PGT-COUNT-OUT PIC ZZ,ZZ9.

       01 HELD-HEADING-LINE.
           05 FILLER PIC X(50) VALUE
               "PROGRAM COMPLETE BUT NOT CONFERRED".

       01 HELD-HEADER.
           05 FILLER PIC X(10) VALUE "STU NUMBER".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(20) VALUE "REASON".

       01 HELD-DETAIL-LINE.
           05 HLD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(7) VALUE SPACES.
           05 HLD-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLD-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 HLD-REASON-OUT PIC X(20).

       01 NONE-CONFERRED-LINE.
           05 FILLER PIC X(40) VALUE
               "NO STUDENTS CLEARED FOR CONFERRAL.".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(34).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

       01 BLANK-LINE.
           05 FILLER PIC X(1) VALUE SPACE.

      * Diploma print file - fixed-format header, one detail per
      * graduate, and a trailer carrying the detail count, the same
      * H/D/T shape PROJECT3-P40's ledger journal uses.
       01 DIPLOMA-HEADER-LINE.
           05 DH-RECORD-TYPE PIC X(1) VALUE "H".
           05 DH-SOURCE PIC X(10) VALUE "DIPLOMAS".
           05 DH-CONFERRAL-DATE PIC 9(8).
           05 DH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(73) VALUE SPACES.

       01 DIPLOMA-DETAIL-LINE.
           05 DD-RECORD-TYPE PIC X(1) VALUE "D".
           05 DD-STUDENT-NUMBER PIC 9(6).
           05 DD-STUDENT-NAME PIC X(40).
           05 DD-PROGRAM-CODE PIC X(5).
           05 DD-PROGRAM-NAME PIC X(20).
           05 DD-HONOURS-TEXT PIC X(20).
           05 DD-CONFERRAL-DATE PIC 9(8).

       01 DIPLOMA-TRAILER-LINE.
           05 DT-RECORD-TYPE PIC X(1) VALUE "T".
           05 DT-DETAIL-COUNT PIC 9(6).
           05 FILLER PIC X(93) VALUE SPACES.

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC A(1).
           05 EOF-FLAG-PROG PIC A(1).
           05 EOF-FLAG-COURSE PIC A(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-HLD PIC X(1).
           05 SORT-EOF-FLAG PIC X(1).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 WRITE-COUNTER PIC 9(5) VALUE 0.
           05 COMPLETE-COUNTER PIC 9(5) VALUE 0.
           05 NOT-COMPLETE-COUNTER PIC 9(5) VALUE 0.
           05 CONFERRED-COUNTER PIC 9(5) VALUE 0.
           05 DISTINCTION-COUNTER PIC 9(5) VALUE 0.
           05 HONOURS-COUNTER PIC 9(5) VALUE 0.
           05 BALANCE-HELD-COUNTER PIC 9(5) VALUE 0.
           05 HOLD-HELD-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-CONFERRED-COUNTER PIC 9(5) VALUE 0.
           05 PROGRAM-GRADUATE-COUNT PIC 9(5) VALUE 0.
           05 DIPLOMA-COUNTER PIC 9(6) VALUE 0.
           05 SUB-1 PIC 9(3).
           05 SUB-2 PIC 9(3).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC A(1).
           05 HAS-COURSE-FLAG PIC X(1).
           05 AUDIT-COMPLETE-FLG PIC X(1).
           05 CREDENTIAL-FOUND-FLG PIC X(1).
           05 STUDENT-HOLD-FLG PIC X(1).
           05 MISSING-COUNT PIC 9(1) VALUE 0.
           05 PROGRAM-FOUND-SUB PIC 9(3).
           05 PROGRAM-CODE-FOR-LOOKUP PIC X(5).
           05 PROGRAM-NAME-OUT PIC X(20).
           05 REQUIRED-COURSE-CODE-WS PIC X(7).
           05 COURSE-CODE-FOR-LOOKUP PIC X(7).
           05 COURSE-CREDITS-FOUND PIC 9V9.
           05 LINES-PER-PAGE PIC 9(3) VALUE 40.
           05 LINE-COUNT PIC 9(3) VALUE 0.
           05 PAGE-NUMBER PIC 9(3) VALUE 1.
           05 STATUS-FIELD-PROG PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-HLD PIC X(2).
           05 STATUS-FIELD-CRD PIC X(2).
           05 STATUS-FIELD-DIP PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 RUN-DATE-WS PIC 9(8).
      * Conferral settings, overridable by C:\STUPARAM.TXT. A committed
      * run must name its CONFERRAL-DATE; a trial defaults to today.
      * DISTINCTION-AVERAGE matches PROJECT3-P17's Dean's list cutoff.
           05 CONFERRAL-COMMIT-FLG PIC X(1) VALUE "N".
           05 CONFERRAL-DATE PIC 9(8) VALUE 0.
           05 CONFERRAL-DATE-CHK PIC X(8).
           05 HONOURS-AVERAGE PIC 9(3) VALUE 80.
           05 HONOURS-AVERAGE-CHK PIC X(3).
           05 DISTINCTION-AVERAGE PIC 9(3) VALUE 90.
           05 DISTINCTION-AVERAGE-CHK PIC X(3).
      * One student's final cumulative average, built from the history
      * entries the same way PROJECT3-P50 builds it.
           05 CUM-POINTS PIC 9(8)V9.
           05 CUM-CREDITS PIC 9(4)V9.
           05 CUM-AVERAGE PIC 9(3).
           05 HONOURS-CODE-WS PIC X(1).
           05 HONOURS-TEXT-WS PIC X(20).
           05 HELD-REASON-WS PIC X(20).
      * Control breaks on the sorted list.
           05 PRIOR-LIST-SECTION PIC X(1).
           05 PRIOR-PROGRAM-CODE PIC X(5).
           05 PRIOR-PROGRAM-NAME PIC X(20).
      * Copy the files which contain the structure of the program and
      * course tables.
       COPY "./PROGRAM-TBL.DAT".
       COPY "./COURSE-TBL.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-CONFER-GRADUATES.
           PERFORM 201-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LIST-SECTION
                                SRT-PROGRAM-CODE
                                SRT-STUDENT-NAME
                                SRT-STUDENT-NUMBER
               INPUT PROCEDURE IS 202-SELECT-GRADUATES
               OUTPUT PROCEDURE IS 203-PRINT-CONVOCATION-LIST.
           PERFORM 204-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 330-CHECK-CONFERRAL-DATE.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-MAX OR
                  EOF-FLAG-PROG = "Y" OR "y".
           PERFORM 302B-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y" OR "y".
           MOVE CONFERRAL-DATE TO HDR-CONFERRAL-DATE-OUT.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           IF CONFERRAL-COMMIT-FLG = "Y"
               MOVE "CREDENTIALS WRITTEN" TO HDR-MODE-OUT
               MOVE CONFERRAL-DATE TO DH-CONFERRAL-DATE
               MOVE RUN-DATE-WS TO DH-RUN-DATE
               WRITE DIPLOMA-RECORD-OUT FROM DIPLOMA-HEADER-LINE
           ELSE
               MOVE "TRIAL RUN - NOTHING CONFERRED" TO HDR-MODE-OUT
           END-IF.
           PERFORM 304-WRITE-REPORT-HEADER.

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
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "CREDENTIALS"
                   MOVE PARM-VALUE TO FP-CREDENTIALS
               WHEN "CONVOCATION-LIST"
                   MOVE PARM-VALUE TO FP-CONVOCATION-LIST
               WHEN "DIPLOMA-PRINT"
                   MOVE PARM-VALUE TO FP-DIPLOMA-PRINT
               WHEN "CONFERRAL-COMMIT"
                   MOVE PARM-VALUE(1:1) TO CONFERRAL-COMMIT-FLG
                   IF CONFERRAL-COMMIT-FLG = "y"
                       MOVE "Y" TO CONFERRAL-COMMIT-FLG
                   END-IF
               WHEN "CONFERRAL-DATE"
                   MOVE PARM-VALUE(1:8) TO CONFERRAL-DATE-CHK
                   IF CONFERRAL-DATE-CHK IS NUMERIC
                       MOVE CONFERRAL-DATE-CHK TO CONFERRAL-DATE
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "CONFERRAL-DATE VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "HONOURS-AVERAGE"
                   MOVE PARM-VALUE(1:3) TO HONOURS-AVERAGE-CHK
                   IF HONOURS-AVERAGE-CHK IS NUMERIC
                       MOVE HONOURS-AVERAGE-CHK TO HONOURS-AVERAGE
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "HONOURS-AVERAGE VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "DISTINCTION-AVERAGE"
                   MOVE PARM-VALUE(1:3) TO DISTINCTION-AVERAGE-CHK
                   IF DISTINCTION-AVERAGE-CHK IS NUMERIC
                       MOVE DISTINCTION-AVERAGE-CHK TO
                           DISTINCTION-AVERAGE
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "DISTINCTION-AVERAGE VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A credential carries the date it was conferred, so a committed
      * run without one stops before anything is opened. A trial is
      * only a preview and runs as of today.
       330-CHECK-CONFERRAL-DATE.
           IF CONFERRAL-DATE = 0
               IF CONFERRAL-COMMIT-FLG = "Y"
                   DISPLAY "NO CONFERRAL-DATE IN THE PARAMETER FILE - "
                       "NOTHING CONFERRED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE RUN-DATE-WS TO CONFERRAL-DATE
               END-IF
           END-IF.

       301-OPEN-FILES.
           OPEN INPUT PROGRAM-FILE-IN.
           IF STATUS-FIELD-PROG NOT = "00"
               MOVE "PROGRAM-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-PROG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
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
           OPEN I-O CREDENTIAL-FILE.
           IF STATUS-FIELD-CRD = "35"
               OPEN OUTPUT CREDENTIAL-FILE
               CLOSE CREDENTIAL-FILE
               OPEN I-O CREDENTIAL-FILE
           END-IF.
           IF STATUS-FIELD-CRD NOT = "00"
               MOVE "CREDENTIAL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CRD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT CONVOCATION-LIST-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "CONVOCATION-LIST-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
      * The diploma file is only replaced by a committed run, so a
      * trial never wipes the last batch sent to the printer.
           IF CONFERRAL-COMMIT-FLG = "Y"
               OPEN OUTPUT DIPLOMA-PRINT-OUT
               IF STATUS-FIELD-DIP NOT = "00"
                   MOVE "DIPLOMA-PRINT-OUT" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-DIP TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.

       302-LOAD-PROGRAM-TABLE.
           READ PROGRAM-FILE-IN AT END MOVE "Y" TO EOF-FLAG-PROG
              NOT AT END
                 MOVE PROGRAM-CODE-IN TO PROGRAM-CODE-TBL(SUB-1)
                 MOVE PROGRAM-NAME-IN TO PROGRAM-NAME-TBL(SUB-1)
                 MOVE REQUIRED-COURSE-1-IN TO
                     REQUIRED-COURSE-1-TBL(SUB-1)
                 MOVE REQUIRED-COURSE-2-IN TO
                     REQUIRED-COURSE-2-TBL(SUB-1)
                 MOVE REQUIRED-COURSE-3-IN TO
                     REQUIRED-COURSE-3-TBL(SUB-1)
                 MOVE REQUIRED-COURSE-4-IN TO
                     REQUIRED-COURSE-4-TBL(SUB-1)
                 MOVE REQUIRED-COURSE-5-IN TO
                     REQUIRED-COURSE-5-TBL(SUB-1)
                 ADD 1 TO PROGRAM-TBL-COUNT.

       302B-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 ADD 1 TO COURSE-TBL-COUNT.

      * SORT input procedure: one pass over STUFILE3OUT. A student
      * already holding a credential is skipped; one whose program is
      * complete is released either as a graduate or, when they still
      * owe tuition or have an active hold, as held back.
       202-SELECT-GRADUATES.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-READ-A-STUDENT-RECORD.
           PERFORM 311-CHECK-ONE-STUDENT
                   UNTIL EOF-FLAG = "Y" OR "y".

      * SORT output procedure: graduates come back program by program
      * and are conferred as they print, then the held-back students.
       203-PRINT-CONVOCATION-LIST.
           MOVE "N" TO SORT-EOF-FLAG.
           MOVE SPACES TO PRIOR-LIST-SECTION.
           MOVE SPACES TO PRIOR-PROGRAM-CODE.
           PERFORM 340-RETURN-CANDIDATE.
           IF SORT-EOF-FLAG = "Y" OR SRT-LIST-SECTION NOT = "1"
               WRITE CONVOCATION-RECORD-OUT FROM NONE-CONFERRED-LINE
               ADD 1 TO WRITE-COUNTER
           END-IF.
           PERFORM 341-PROCESS-ONE-CANDIDATE
                   UNTIL SORT-EOF-FLAG = "Y".
           IF PRIOR-LIST-SECTION = "1"
               PERFORM 344-WRITE-PROGRAM-TOTAL
           END-IF.

       204-TERMINATE.
           PERFORM 315-WRITE-TOTALS.
           IF CONFERRAL-COMMIT-FLG = "Y"
               MOVE DIPLOMA-COUNTER TO DT-DETAIL-COUNT
               WRITE DIPLOMA-RECORD-OUT FROM DIPLOMA-TRAILER-LINE
           END-IF.
           PERFORM 308-DISPLAY-AUDIT.
           PERFORM 309-CLOSE-FILES.

       310-READ-A-STUDENT-RECORD.
           READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.
           IF STATUS-FIELD-IN NOT = "00" AND STATUS-FIELD-IN NOT = "10"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       311-CHECK-ONE-STUDENT.
           PERFORM 320-CHECK-ALREADY-CONFERRED.
           IF CREDENTIAL-FOUND-FLG = "Y"
               ADD 1 TO ALREADY-CONFERRED-COUNTER
           ELSE
               PERFORM 321-CHECK-PROGRAM-COMPLETE
               IF AUDIT-COMPLETE-FLG = "Y"
                   ADD 1 TO COMPLETE-COUNTER
                   PERFORM 322-CHECK-CLEARANCE
                   PERFORM 325-RELEASE-CANDIDATE
               ELSE
                   ADD 1 TO NOT-COMPLETE-COUNTER
               END-IF
           END-IF.
           PERFORM 310-READ-A-STUDENT-RECORD.

       320-CHECK-ALREADY-CONFERRED.
           MOVE STUDENT-NUMBER TO CRD-STUDENT-NUMBER.
           MOVE "Y" TO CREDENTIAL-FOUND-FLG.
           READ CREDENTIAL-FILE
               INVALID KEY MOVE "N" TO CREDENTIAL-FOUND-FLG
           END-READ.

      * The degree audit's test, as PROJECT3-P18 applies it: every
      * required course of the student's program is in a course slot
      * or covered by a transfer credit. A student whose program is
      * not on file, or has no required-course list, has nothing the
      * audit can confirm and is never treated as complete.
       321-CHECK-PROGRAM-COMPLETE.
           MOVE "N" TO AUDIT-COMPLETE-FLG.
           MOVE PROGRAM-OF-STUDY TO PROGRAM-CODE-FOR-LOOKUP.
           PERFORM 306-LOOKUP-ONE-PROGRAM.
           IF PROGRAM-FOUND-SUB NOT = 0
               IF REQUIRED-COURSE-1-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
                OR REQUIRED-COURSE-2-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
                OR REQUIRED-COURSE-3-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
                OR REQUIRED-COURSE-4-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
                OR REQUIRED-COURSE-5-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
                   MOVE 0 TO MISSING-COUNT
                   PERFORM 321B-CHECK-REQUIRED-COURSES
                   IF MISSING-COUNT = 0
                       MOVE "Y" TO AUDIT-COMPLETE-FLG
                   END-IF
               END-IF
           END-IF.

       321B-CHECK-REQUIRED-COURSES.
           IF REQUIRED-COURSE-1-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-1-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 321C-CHECK-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-2-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-2-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 321C-CHECK-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-3-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-3-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 321C-CHECK-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-4-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-4-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 321C-CHECK-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-5-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-5-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 321C-CHECK-ONE-REQUIRED-COURSE
           END-IF.

       321C-CHECK-ONE-REQUIRED-COURSE.
           PERFORM 307B-STUDENT-HAS-COURSE.
           IF HAS-COURSE-FLAG = "N"
               ADD 1 TO MISSING-COUNT
           END-IF.

      * Does the student's COURSE-CODE-1 through -5 include
      * REQUIRED-COURSE-CODE-WS? Sets HAS-COURSE-FLAG "Y" or "N", or
      * "T" when only a transfer credit covers it.
       307B-STUDENT-HAS-COURSE.
           MOVE "N" TO HAS-COURSE-FLAG.
           IF COURSE-CODE-1 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF COURSE-CODE-2 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF COURSE-CODE-3 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF COURSE-CODE-4 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF COURSE-CODE-5 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF HAS-COURSE-FLAG = "N"
               PERFORM 307C-CHECK-TRANSFER-CREDIT
           END-IF.

      * START the history master on the student and read forward only
      * their records for a transfer credit matching the required
      * course. Sets HAS-COURSE-FLAG "T" when one is found.
       307C-CHECK-TRANSFER-CREDIT.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 307D-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 307E-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".

       307D-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       307E-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = REQUIRED-COURSE-CODE-WS
               AND CHM-TRANSFER-FLAG = "T"
               MOVE "T" TO HAS-COURSE-FLAG
               MOVE "Y" TO EOF-FLAG-HIST
           ELSE
               PERFORM 307D-READ-ONE-HISTORY-RECORD
           END-IF.

      * Cleared for graduation means nothing owing and no active hold.
      * HELD-REASON-WS is left blank for a student who is cleared.
       322-CHECK-CLEARANCE.
           MOVE SPACES TO HELD-REASON-WS.
           IF TUITION-OWED > 0
               MOVE "BALANCE OWING" TO HELD-REASON-WS
               ADD 1 TO BALANCE-HELD-COUNTER
           ELSE
               PERFORM 317-CHECK-STUDENT-HOLDS
               IF STUDENT-HOLD-FLG = "Y"
                   MOVE "ACTIVE HOLD" TO HELD-REASON-WS
                   ADD 1 TO HOLD-HELD-COUNTER
               END-IF
           END-IF.

      * Any active hold on PROJECT3-P43's HOLDS.TXT stops conferral,
      * the same scan PROJECT3-P15 makes before a registration. No
      * holds file at all means nobody is on hold.
       317-CHECK-STUDENT-HOLDS.
           MOVE "N" TO STUDENT-HOLD-FLG.
           OPEN INPUT HOLD-FILE.
           IF STATUS-FIELD-HLD = "00"
               MOVE "N" TO EOF-FLAG-HLD
               PERFORM 317B-CHECK-ONE-HOLD-LINE
                   UNTIL EOF-FLAG-HLD = "Y"
               CLOSE HOLD-FILE
           END-IF.

       317B-CHECK-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE "Y" TO EOF-FLAG-HLD
               NOT AT END
                   IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                      AND HLD-STATUS = "A"
                       MOVE "Y" TO STUDENT-HOLD-FLG
                   END-IF
           END-READ.

      * Final cumulative average over the student's whole history -
      * every graded entry, weighted by course credits, leaving out
      * transfer credits and attempts superseded by a repeat ("R"),
      * the same as PROJECT3-P50 and the transcript.
       323-ACCUMULATE-HISTORY.
           MOVE 0 TO CUM-POINTS.
           MOVE 0 TO CUM-CREDITS.
           MOVE 0 TO CUM-AVERAGE.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 307D-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 323B-ADD-ONE-HISTORY-ENTRY
               UNTIL EOF-FLAG-HIST = "Y".
           IF CUM-CREDITS > 0
               COMPUTE CUM-AVERAGE ROUNDED =
                   CUM-POINTS / CUM-CREDITS
           END-IF.

       323B-ADD-ONE-HISTORY-ENTRY.
           IF CHM-REPEAT-FLAG NOT = "R"
              AND CHM-TRANSFER-FLAG NOT = "T"
               MOVE CHM-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
               PERFORM 306B-LOOKUP-ONE-CREDIT
               COMPUTE CUM-POINTS = CUM-POINTS +
                   (CHM-COURSE-AVERAGE * COURSE-CREDITS-FOUND)
               ADD COURSE-CREDITS-FOUND TO CUM-CREDITS
           END-IF.
           PERFORM 307D-READ-ONE-HISTORY-RECORD.

      * Honours designation from the final cumulative average.
       324-SET-HONOURS.
           IF CUM-AVERAGE NOT < DISTINCTION-AVERAGE
               MOVE "D" TO HONOURS-CODE-WS
           ELSE
               IF CUM-AVERAGE NOT < HONOURS-AVERAGE
                   MOVE "H" TO HONOURS-CODE-WS
               ELSE
                   MOVE SPACE TO HONOURS-CODE-WS
               END-IF
           END-IF.

       325-RELEASE-CANDIDATE.
           MOVE PROGRAM-OF-STUDY TO SRT-PROGRAM-CODE.
           MOVE STUDENT-NAME TO SRT-STUDENT-NAME.
           MOVE STUDENT-NUMBER TO SRT-STUDENT-NUMBER.
           MOVE HELD-REASON-WS TO SRT-HELD-REASON.
           IF HELD-REASON-WS = SPACES
               PERFORM 323-ACCUMULATE-HISTORY
               PERFORM 324-SET-HONOURS
               MOVE "1" TO SRT-LIST-SECTION
               MOVE CUM-AVERAGE TO SRT-CUM-AVERAGE
               MOVE CUM-CREDITS TO SRT-CUM-CREDITS
               MOVE HONOURS-CODE-WS TO SRT-HONOURS-CODE
           ELSE
               MOVE "2" TO SRT-LIST-SECTION
               MOVE 0 TO SRT-CUM-AVERAGE
               MOVE 0 TO SRT-CUM-CREDITS
               MOVE SPACE TO SRT-HONOURS-CODE
           END-IF.
           RELEASE SORT-CANDIDATE-RECORD.

      * Look up the program name and table entry for one program code;
      * PROGRAM-FOUND-SUB is 0 when the code is not on file.
       306-LOOKUP-ONE-PROGRAM.
           MOVE "N" TO FOUND-FLAG.
           MOVE "UNKNOWN PROGRAM" TO PROGRAM-NAME-OUT.
           MOVE 0 TO PROGRAM-FOUND-SUB.
           PERFORM 305-SEARCH-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-COUNT
                  OR FOUND-FLAG = "Y".

       305-SEARCH-PROGRAM-TABLE.
           IF PROGRAM-CODE-FOR-LOOKUP = PROGRAM-CODE-TBL(SUB-1)
               MOVE PROGRAM-NAME-TBL(SUB-1) TO PROGRAM-NAME-OUT
               MOVE SUB-1 TO PROGRAM-FOUND-SUB
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * Look up the credit weight for one course code; 0 when the code
      * is not found in the course table, so it carries no weight.
       306B-LOOKUP-ONE-CREDIT.
           MOVE "N" TO FOUND-FLAG.
           MOVE 0 TO COURSE-CREDITS-FOUND.
           PERFORM 305B-SEARCH-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                  OR FOUND-FLAG = "Y".

       305B-SEARCH-COURSE-TABLE.
           IF COURSE-CODE-FOR-LOOKUP = COURSE-CODE-TBL(SUB-2)
               MOVE COURSE-CREDITS-TBL(SUB-2) TO COURSE-CREDITS-FOUND
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       340-RETURN-CANDIDATE.
           RETURN SORT-WORK-FILE AT END MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

       341-PROCESS-ONE-CANDIDATE.
           IF SRT-LIST-SECTION NOT = PRIOR-LIST-SECTION
               IF PRIOR-LIST-SECTION = "1"
                   PERFORM 344-WRITE-PROGRAM-TOTAL
               END-IF
               IF SRT-LIST-SECTION = "2"
                   PERFORM 345-WRITE-HELD-HEADING
               END-IF
               MOVE SRT-LIST-SECTION TO PRIOR-LIST-SECTION
               MOVE SPACES TO PRIOR-PROGRAM-CODE
           END-IF.
           IF SRT-LIST-SECTION = "1"
               IF SRT-PROGRAM-CODE NOT = PRIOR-PROGRAM-CODE
                   IF PRIOR-PROGRAM-CODE NOT = SPACES
                       PERFORM 344-WRITE-PROGRAM-TOTAL
                   END-IF
                   PERFORM 343-WRITE-PROGRAM-HEADING
               END-IF
               PERFORM 346-CONFER-ONE-GRADUATE
           ELSE
               PERFORM 347-WRITE-HELD-LINE
           END-IF.
           PERFORM 340-RETURN-CANDIDATE.

       343-WRITE-PROGRAM-HEADING.
           IF LINE-COUNT + 4 > LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           MOVE SRT-PROGRAM-CODE TO PROGRAM-CODE-FOR-LOOKUP.
           PERFORM 306-LOOKUP-ONE-PROGRAM.
           MOVE SRT-PROGRAM-CODE TO PRIOR-PROGRAM-CODE.
           MOVE PROGRAM-NAME-OUT TO PRIOR-PROGRAM-NAME.
           MOVE 0 TO PROGRAM-GRADUATE-COUNT.
           MOVE SRT-PROGRAM-CODE TO PGM-CODE-OUT.
           MOVE PROGRAM-NAME-OUT TO PGM-NAME-OUT.
           WRITE CONVOCATION-RECORD-OUT FROM BLANK-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM PROGRAM-HEADING-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM GRADUATE-HEADER.
           WRITE CONVOCATION-RECORD-OUT FROM HEADER-LINE.
           ADD 4 TO LINE-COUNT.
           ADD 4 TO WRITE-COUNTER.

       344-WRITE-PROGRAM-TOTAL.
           MOVE PRIOR-PROGRAM-NAME TO PGT-NAME-OUT.
           MOVE PROGRAM-GRADUATE-COUNT TO PGT-COUNT-OUT.
           WRITE CONVOCATION-RECORD-OUT FROM PROGRAM-TOTAL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       345-WRITE-HELD-HEADING.
           IF LINE-COUNT + 4 > LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           WRITE CONVOCATION-RECORD-OUT FROM BLANK-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM HELD-HEADING-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM HELD-HEADER.
           WRITE CONVOCATION-RECORD-OUT FROM HEADER-LINE.
           ADD 4 TO LINE-COUNT.
           ADD 4 TO WRITE-COUNTER.

      * One graduate: on a committed run the credential record and the
      * diploma line are written, then the list line prints either way.
       346-CONFER-ONE-GRADUATE.
           EVALUATE SRT-HONOURS-CODE
               WHEN "D"
                   MOVE "WITH DISTINCTION" TO HONOURS-TEXT-WS
                   ADD 1 TO DISTINCTION-COUNTER
               WHEN "H"
                   MOVE "WITH HONOURS" TO HONOURS-TEXT-WS
                   ADD 1 TO HONOURS-COUNTER
               WHEN OTHER
                   MOVE SPACES TO HONOURS-TEXT-WS
           END-EVALUATE.
           IF CONFERRAL-COMMIT-FLG = "Y"
               PERFORM 350-WRITE-CREDENTIAL-RECORD
               PERFORM 351-WRITE-DIPLOMA-LINE
           END-IF.
           ADD 1 TO CONFERRED-COUNTER.
           ADD 1 TO PROGRAM-GRADUATE-COUNT.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
               WRITE CONVOCATION-RECORD-OUT FROM PROGRAM-HEADING-LINE
               WRITE CONVOCATION-RECORD-OUT FROM GRADUATE-HEADER
               ADD 2 TO LINE-COUNT
               ADD 2 TO WRITE-COUNTER
           END-IF.
           MOVE SRT-STUDENT-NUMBER TO GRD-STUDENT-NUMBER-OUT.
           MOVE SRT-STUDENT-NAME TO GRD-STUDENT-NAME-OUT.
           MOVE SRT-CUM-AVERAGE TO GRD-CUM-AVERAGE-OUT.
           MOVE SRT-CUM-CREDITS TO GRD-CUM-CREDITS-OUT.
           MOVE HONOURS-TEXT-WS TO GRD-HONOURS-OUT.
           WRITE CONVOCATION-RECORD-OUT FROM GRADUATE-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       347-WRITE-HELD-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
               WRITE CONVOCATION-RECORD-OUT FROM HELD-HEADING-LINE
               WRITE CONVOCATION-RECORD-OUT FROM HELD-HEADER
               ADD 2 TO LINE-COUNT
               ADD 2 TO WRITE-COUNTER
           END-IF.
           MOVE SRT-STUDENT-NUMBER TO HLD-STUDENT-NUMBER-OUT.
           MOVE SRT-STUDENT-NAME TO HLD-STUDENT-NAME-OUT.
           MOVE SRT-PROGRAM-CODE TO HLD-PROGRAM-OUT.
           MOVE SRT-HELD-REASON TO HLD-REASON-OUT.
           WRITE CONVOCATION-RECORD-OUT FROM HELD-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       350-WRITE-CREDENTIAL-RECORD.
           MOVE SRT-STUDENT-NUMBER TO CRD-STUDENT-NUMBER.
           MOVE SRT-STUDENT-NAME TO CRD-STUDENT-NAME.
           MOVE SRT-PROGRAM-CODE TO CRD-PROGRAM-CODE.
           MOVE CONFERRAL-DATE TO CRD-CONFERRAL-DATE.
           MOVE SRT-CUM-AVERAGE TO CRD-CUM-AVERAGE.
           MOVE SRT-CUM-CREDITS TO CRD-CUM-CREDITS.
           MOVE SRT-HONOURS-CODE TO CRD-HONOURS-CODE.
           MOVE RUN-DATE-WS TO CRD-RUN-DATE.
           WRITE CREDENTIAL-RECORD
               INVALID KEY
                   DISPLAY "CREDENTIAL ALREADY ON FILE FOR STUDENT "
                       SRT-STUDENT-NUMBER
           END-WRITE.

       351-WRITE-DIPLOMA-LINE.
           MOVE SRT-STUDENT-NUMBER TO DD-STUDENT-NUMBER.
           MOVE SRT-STUDENT-NAME TO DD-STUDENT-NAME.
           MOVE SRT-PROGRAM-CODE TO DD-PROGRAM-CODE.
           MOVE PRIOR-PROGRAM-NAME TO DD-PROGRAM-NAME.
           MOVE HONOURS-TEXT-WS TO DD-HONOURS-TEXT.
           MOVE CONFERRAL-DATE TO DD-CONFERRAL-DATE.
           WRITE DIPLOMA-RECORD-OUT FROM DIPLOMA-DETAIL-LINE.
           ADD 1 TO DIPLOMA-COUNTER.

       304-WRITE-REPORT-HEADER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-OUT.
           WRITE CONVOCATION-RECORD-OUT FROM PAGE-HEADING-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM CONFERRAL-HEADING-LINE.
           ADD 2 TO WRITE-COUNTER.
           MOVE 2 TO LINE-COUNT.

       315-WRITE-TOTALS.
           WRITE CONVOCATION-RECORD-OUT FROM BLANK-LINE.
           WRITE CONVOCATION-RECORD-OUT FROM HEADER-LINE.
           ADD 2 TO WRITE-COUNTER.
           MOVE "STUDENT RECORDS READ:" TO CTL-LABEL-OUT.
           MOVE READ-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "PROGRAM COMPLETE:" TO CTL-LABEL-OUT.
           MOVE COMPLETE-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "CONFERRED:" TO CTL-LABEL-OUT.
           MOVE CONFERRED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "  WITH DISTINCTION:" TO CTL-LABEL-OUT.
           MOVE DISTINCTION-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "  WITH HONOURS:" TO CTL-LABEL-OUT.
           MOVE HONOURS-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "HELD BACK - BALANCE OWING:" TO CTL-LABEL-OUT.
           MOVE BALANCE-HELD-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "HELD BACK - ACTIVE HOLD:" TO CTL-LABEL-OUT.
           MOVE HOLD-HELD-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "CONFERRED BY AN EARLIER RUN:" TO CTL-LABEL-OUT.
           MOVE ALREADY-CONFERRED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.

       315B-WRITE-ONE-TOTAL.
           WRITE CONVOCATION-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           ADD 1 TO WRITE-COUNTER.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER WITH PROGRAM COMPLETE: "
               COMPLETE-COUNTER.
           DISPLAY "THE NUMBER NOT COMPLETE: " NOT-COMPLETE-COUNTER.
           DISPLAY "THE NUMBER CONFERRED: " CONFERRED-COUNTER.
           DISPLAY "THE NUMBER HELD BACK FOR A BALANCE OWING: "
               BALANCE-HELD-COUNTER.
           DISPLAY "THE NUMBER HELD BACK FOR AN ACTIVE HOLD: "
               HOLD-HELD-COUNTER.
           DISPLAY "THE NUMBER ALREADY CONFERRED: "
               ALREADY-CONFERRED-COUNTER.
           DISPLAY "THE NUMBER OF DIPLOMA LINES WRITTEN: "
               DIPLOMA-COUNTER.
           DISPLAY "THE NUMBER OF REPORT LINES WRITTEN: "
               WRITE-COUNTER.
           IF CONFERRAL-COMMIT-FLG NOT = "Y"
               DISPLAY "TRIAL RUN - NO CREDENTIALS WRITTEN. SET "
                   "CONFERRAL-COMMIT=Y TO CONFER."
           END-IF.

       309-CLOSE-FILES.
           CLOSE PROGRAM-FILE-IN.
           CLOSE COURSE-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           CLOSE COURSE-HIST-MASTER.
           CLOSE CREDENTIAL-FILE.
           CLOSE CONVOCATION-LIST-OUT.
           IF CONFERRAL-COMMIT-FLG = "Y"
               CLOSE DIPLOMA-PRINT-OUT
           END-IF.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P51.
