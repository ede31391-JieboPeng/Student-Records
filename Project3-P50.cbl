      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Academic standing engine. For every student on
      * STUFILE3OUT, works out the term average and the cumulative
      * credit-weighted average from the student's COURSE-HIST.DAT
      * history, then applies the progression rules against the
      * student's standing for the previous term on STANDING-HIST.DAT:
      *   G - good standing        cumulative average at or above
      *                            PROBATION-THRESHOLD;
      *   P - probation            a student in good standing whose
      *                            cumulative average falls below it;
      *   C - continued probation  a student already on probation whose
      *                            term average meets the threshold but
      *                            whose cumulative average does not;
      *   S - suspension           a student on probation whose term
      *                            average is below the threshold, or
      *                            who would pass PROBATION-TERM-LIMIT
      *                            consecutive terms on probation;
      *   R - reinstated           a suspended student back with graded
      *                            courses, reinstated on probation.
      * The term judged is the TERM-CODE named in C:\STUPARAM.TXT, or
      * the latest term ended by today. One standing record per student
      * per term is written (rewritten on a rerun of the same term), a
      * student with no graded course in the term is left alone, and
      * every student whose standing changed prints on the
      * standing-change report. PROJECT3-P17 reads the same records to
      * choose each student's letter.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - 311C counts an entry by the term on its
      *                     CHM-TERM-CODE rather than by the day the
      *                     mark was posted, and skips the zero-mark
      *                     enrollment entry of a course still "I" on
      *                     the student's record, so in-progress courses
      *                     no longer pull a student onto probation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P50.

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

           SELECT COURSE-HIST-MASTER
               ASSIGN TO DYNAMIC FP-COURSE-HIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               ALTERNATE RECORD KEY IS CHM-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT STANDING-HIST-FILE
               ASSIGN TO DYNAMIC FP-STANDING-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STH-KEY
               FILE STATUS IS STATUS-FIELD-STH.

           SELECT STANDING-REPORT-OUT ASSIGN TO DYNAMIC FP-STANDING-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

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

      * One record per student per term judged, keyed by the term's
      * end date so a student's records read back in term order.
       FD STANDING-HIST-FILE.
       01 STANDING-HIST-RECORD.
           05 STH-KEY.
               10 STH-STUDENT-NUMBER PIC 9(6).
               10 STH-TERM-END-DATE PIC 9(8).
           05 STH-TERM-CODE PIC X(5).
           05 STH-TERM-AVERAGE PIC 9(3).
           05 STH-CUM-AVERAGE PIC 9(3).
           05 STH-TERM-CREDITS PIC 9(3)V9.
           05 STH-CUM-CREDITS PIC 9(4)V9.
      * G good standing, P probation, C continued probation,
      * S suspended, R reinstated (on probation).
           05 STH-STANDING PIC X(1).
           05 STH-PRIOR-STANDING PIC X(1).
      * Consecutive terms on probation (P, C or R) up to and
      * including this one; 0 in good standing or suspended.
           05 STH-PROBATION-TERMS PIC 9(2).
           05 STH-RUN-DATE PIC 9(8).

       FD STANDING-REPORT-OUT.
       01 STANDING-REPORT-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "STANDING CHANGE REPORT".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 PAGE-NUMBER-OUT PIC ZZ9.

       01 TERM-HEADING-LINE.
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 TRM-CODE-OUT PIC X(5).
           05 FILLER PIC X(9) VALUE "  ENDED: ".
           05 TRM-END-DATE-OUT PIC 9(8).
           05 FILLER PIC X(22) VALUE "  PROBATION BELOW AVG ".
           05 TRM-THRESHOLD-OUT PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  RUN DATE: ".
           05 TRM-RUN-DATE-OUT PIC 9(8).

       01 REPORT-HEADER.
           05 FILLER PIC X(10) VALUE "STU NUMBER".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "TERM".
           05 FILLER PIC X(6) VALUE "CUM".
           05 FILLER PIC X(21) VALUE "PRIOR STANDING".
           05 FILLER PIC X(20) VALUE "NEW STANDING".

       01 HEADER-LINE.
           05 FILLER PIC X(93) VALUE ALL "-".

       01 STANDING-DETAIL-LINE.
           05 DTL-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(7) VALUE SPACES.
           05 DTL-STUDENT-NAME-OUT PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-CUM-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-PRIOR-STANDING-OUT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-NEW-STANDING-OUT PIC X(20).

       01 TOTAL-EVALUATED-LINE.
           05 FILLER PIC X(30) VALUE "STUDENTS EVALUATED - ".
           05 TOT-EVALUATED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "STANDING CHANGED - ".
           05 TOT-CHANGED-OUT PIC ZZ,ZZ9.

       01 TOTAL-STANDING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOT-STANDING-NAME-OUT PIC X(26).
           05 TOT-STANDING-COUNT-OUT PIC ZZ,ZZ9.

      * Standing codes and the names the report prints for them, in
      * the order the totals print.
       01 STANDING-NAME-VALUES.
           05 FILLER PIC X(21) VALUE "GGOOD STANDING".
           05 FILLER PIC X(21) VALUE "PPROBATION".
           05 FILLER PIC X(21) VALUE "CCONTINUED PROBATION".
           05 FILLER PIC X(21) VALUE "SSUSPENDED".
           05 FILLER PIC X(21) VALUE "RREINSTATED".
       01 STANDING-NAME-TABLE REDEFINES STANDING-NAME-VALUES.
           05 STANDING-NAME-TBL OCCURS 5 TIMES.
               10 STANDING-CODE-TBL PIC X(1).
               10 STANDING-TEXT-TBL PIC X(20).
       01 STANDING-COUNT-TABLE.
           05 STANDING-COUNT-TBL PIC 9(5) OCCURS 5 TIMES.

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC A(1).
           05 EOF-FLAG-COURSE PIC A(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-STH PIC X(1).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 WRITE-COUNTER PIC 9(5) VALUE 0.
           05 EVALUATED-COUNTER PIC 9(5) VALUE 0.
           05 CHANGED-COUNTER PIC 9(5) VALUE 0.
           05 NOT-ENROLLED-COUNTER PIC 9(5) VALUE 0.
           05 SUB-2 PIC 9(3).
           05 STANDING-SUB PIC 9(1).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC A(1).
           05 LINES-PER-PAGE PIC 9(3) VALUE 40.
           05 LINE-COUNT PIC 9(3) VALUE 0.
           05 PAGE-NUMBER PIC 9(3) VALUE 1.
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-STH PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 COURSE-CODE-FOR-LOOKUP PIC X(7).
           05 COURSE-CREDITS-FOUND PIC 9V9.
      * Progression rule settings, overridable by C:\STUPARAM.TXT.
      * PROBATION-THRESHOLD is the same cutoff PROJECT3-P5 and
      * PROJECT3-P17 use.
           05 TERM-CODE-PARM PIC X(5) VALUE SPACES.
           05 PROBATION-THRESHOLD PIC 9(3) VALUE 60.
           05 PROBATION-THRESHOLD-CHK PIC X(3).
           05 PROBATION-TERM-LIMIT PIC 9(2) VALUE 03.
           05 PROBATION-LIMIT-CHK PIC X(2).
           05 RUN-DATE-WS PIC 9(8).
      * The term being judged.
           05 TERM-CODE-WS PIC X(5).
           05 TERM-START-DATE-WS PIC 9(8).
           05 TERM-END-DATE-WS PIC 9(8).
      * One student's averages, built from the history entries.
           05 TERM-POINTS PIC 9(7)V9.
           05 TERM-CREDITS PIC 9(3)V9.
           05 CUM-POINTS PIC 9(8)V9.
           05 CUM-CREDITS PIC 9(4)V9.
           05 TERM-AVERAGE PIC 9(3).
           05 CUM-AVERAGE PIC 9(3).
           05 ENTRY-IN-TERM-FLG PIC X(1).
           05 ENTRY-IN-CUM-FLG PIC X(1).
           05 ENTRY-UNPOSTED-FLG PIC X(1).
      * End date of the last term code looked up for a history entry.
           05 ENTRY-TERM-CODE-LAST PIC X(5) VALUE SPACES.
           05 ENTRY-TERM-END-DATE-LAST PIC 9(8) VALUE 0.
           05 ENTRY-TERM-END-DATE PIC 9(8).
      * The student's standing coming into the term and the outcome.
           05 PRIOR-STANDING PIC X(1).
           05 PRIOR-PROBATION-TERMS PIC 9(2).
           05 NEW-STANDING PIC X(1).
           05 NEW-PROBATION-TERMS PIC 9(2).
           05 STANDING-CODE-FOR-LOOKUP PIC X(1).
           05 STANDING-TEXT-FOUND PIC X(20).
      * Copy the copybook which contains the structure of the course
      * table.
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-APPLY-STANDING-RULES.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-ONE-STUDENT
                   UNTIL EOF-FLAG = "Y" OR "y".
           PERFORM 315-WRITE-TOTALS.
           PERFORM 308-DISPLAY-AUDIT.
           PERFORM 309-CLOSE-FILES.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 330-FIND-TERM-JUDGED.
           PERFORM 301-OPEN-FILES.
           PERFORM 302B-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y" OR "y".
           PERFORM 303-CLEAR-ONE-STANDING-COUNT
               VARYING STANDING-SUB FROM 1 BY 1 UNTIL STANDING-SUB > 5.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-READ-A-STUDENT-RECORD.
           PERFORM 304-WRITE-REPORT-HEADER.

       303-CLEAR-ONE-STANDING-COUNT.
           MOVE 0 TO STANDING-COUNT-TBL(STANDING-SUB).

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
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "STANDING-HIST"
                   MOVE PARM-VALUE TO FP-STANDING-HIST
               WHEN "STANDING-RPT"
                   MOVE PARM-VALUE TO FP-STANDING-RPT
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE(1:5) TO TERM-CODE-PARM
               WHEN "PROBATION-THRESHOLD"
                   MOVE PARM-VALUE(1:3) TO PROBATION-THRESHOLD-CHK
                   IF PROBATION-THRESHOLD-CHK IS NUMERIC
                       MOVE PROBATION-THRESHOLD-CHK TO
                           PROBATION-THRESHOLD
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "PROBATION-THRESHOLD VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "PROBATION-TERM-LIMIT"
                   MOVE PARM-VALUE(1:2) TO PROBATION-LIMIT-CHK
                   IF PROBATION-LIMIT-CHK IS NUMERIC
                       MOVE PROBATION-LIMIT-CHK TO PROBATION-TERM-LIMIT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "PROBATION-TERM-LIMIT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The term judged is the TERM-CODE parameter when one is given,
      * otherwise the latest term ended on or before today. Standing
      * cannot be judged without a term, so no term ends the run.
       330-FIND-TERM-JUDGED.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           IF TERM-CODE-PARM NOT = SPACES
               MOVE "C" TO TL-REQUEST-MODE
               MOVE TERM-CODE-PARM TO TL-REQUEST-CODE
           ELSE
               MOVE "L" TO TL-REQUEST-MODE
           END-IF.
           MOVE RUN-DATE-WS TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG NOT = "Y"
               DISPLAY "NO TERM FOUND ON THE TERM CALENDAR - "
                   "STANDING NOT EVALUATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TL-TERM-CODE TO TERM-CODE-WS.
           MOVE TL-START-DATE TO TERM-START-DATE-WS.
           MOVE TL-END-DATE TO TERM-END-DATE-WS.
           MOVE TERM-CODE-WS TO TRM-CODE-OUT.
           MOVE TERM-END-DATE-WS TO TRM-END-DATE-OUT.
           MOVE PROBATION-THRESHOLD TO TRM-THRESHOLD-OUT.
           MOVE RUN-DATE-WS TO TRM-RUN-DATE-OUT.

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
           OPEN I-O STANDING-HIST-FILE.
           IF STATUS-FIELD-STH = "35"
               OPEN OUTPUT STANDING-HIST-FILE
               CLOSE STANDING-HIST-FILE
               OPEN I-O STANDING-HIST-FILE
           END-IF.
           IF STATUS-FIELD-STH NOT = "00"
               MOVE "STANDING-HIST-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-STH TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT STANDING-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "STANDING-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302B-LOAD-COURSE-TABLE.
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

      * One student: averages from the history, the standing carried
      * in from the previous term, the rules, then the record and (on
      * a change) the report line. A student with nothing graded in
      * the term keeps whatever standing they had.
       202-PROCESS-ONE-STUDENT.
           PERFORM 311-ACCUMULATE-HISTORY.
           IF TERM-CREDITS > 0
               ADD 1 TO EVALUATED-COUNTER
               PERFORM 312-FIND-PRIOR-STANDING
               PERFORM 313-APPLY-PROGRESSION-RULES
               PERFORM 314-SAVE-STANDING-RECORD
               IF NEW-STANDING NOT = PRIOR-STANDING
                   ADD 1 TO CHANGED-COUNTER
                   PERFORM 307B-WRITE-A-DETAIL-LINE
               END-IF
           ELSE
               ADD 1 TO NOT-ENROLLED-COUNTER
           END-IF.
           PERFORM 310-READ-A-STUDENT-RECORD.

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

      * Scan the student's history (START on the student, the same as
      * PROJECT3-P29) and total grade points and credits - every entry
      * from a term ended by the end of the judged term for the
      * cumulative average, and the entries stamped with the judged
      * term for the term average. Transfer credits and attempts
      * superseded by a repeat ("R") count in neither, the same as the
      * transcript, and nor does a zero-mark enrollment entry for a
      * course still "I" on the student's record - it isn't a mark.
       311-ACCUMULATE-HISTORY.
           MOVE 0 TO TERM-POINTS.
           MOVE 0 TO TERM-CREDITS.
           MOVE 0 TO CUM-POINTS.
           MOVE 0 TO CUM-CREDITS.
           MOVE 0 TO TERM-AVERAGE.
           MOVE 0 TO CUM-AVERAGE.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 311B-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 311C-ADD-ONE-HISTORY-ENTRY
               UNTIL EOF-FLAG-HIST = "Y".
           IF TERM-CREDITS > 0
               COMPUTE TERM-AVERAGE ROUNDED =
                   TERM-POINTS / TERM-CREDITS
           END-IF.
           IF CUM-CREDITS > 0
               COMPUTE CUM-AVERAGE ROUNDED =
                   CUM-POINTS / CUM-CREDITS
           END-IF.

       311B-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       311C-ADD-ONE-HISTORY-ENTRY.
           IF CHM-REPEAT-FLAG NOT = "R"
              AND CHM-TRANSFER-FLAG NOT = "T"
               PERFORM 311D-PLACE-ENTRY-IN-TERM
               PERFORM 311E-CHECK-UNPOSTED-ENTRY
               IF ENTRY-IN-CUM-FLG = "Y"
                  AND ENTRY-UNPOSTED-FLG = "N"
                   MOVE CHM-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
                   PERFORM 306B-LOOKUP-ONE-CREDIT
                   COMPUTE CUM-POINTS = CUM-POINTS +
                       (CHM-COURSE-AVERAGE * COURSE-CREDITS-FOUND)
                   ADD COURSE-CREDITS-FOUND TO CUM-CREDITS
                   IF ENTRY-IN-TERM-FLG = "Y"
                       COMPUTE TERM-POINTS = TERM-POINTS +
                           (CHM-COURSE-AVERAGE * COURSE-CREDITS-FOUND)
                       ADD COURSE-CREDITS-FOUND TO TERM-CREDITS
                   END-IF
               END-IF
           END-IF.
           PERFORM 311B-READ-ONE-HISTORY-RECORD.

      * An entry belongs to the term on its CHM-TERM-CODE, whatever
      * day the mark was posted: it is in the judged term when the
      * code matches, and counts toward the cumulative average when
      * its term ended by the end of the judged term. Only an entry
      * with no term code (written before codes were stamped) or with
      * a code no longer on the calendar falls back to its entry date.
       311D-PLACE-ENTRY-IN-TERM.
           MOVE "N" TO ENTRY-IN-TERM-FLG.
           MOVE "N" TO ENTRY-IN-CUM-FLG.
           MOVE 0 TO ENTRY-TERM-END-DATE.
           IF CHM-TERM-CODE = TERM-CODE-WS
               MOVE "Y" TO ENTRY-IN-TERM-FLG
               MOVE "Y" TO ENTRY-IN-CUM-FLG
           ELSE
               IF CHM-TERM-CODE NOT = SPACES
                   PERFORM 311F-LOOKUP-ENTRY-TERM-END
               END-IF
               IF ENTRY-TERM-END-DATE > 0
                   IF ENTRY-TERM-END-DATE NOT > TERM-END-DATE-WS
                       MOVE "Y" TO ENTRY-IN-CUM-FLG
                   END-IF
               ELSE
                   IF CHM-ENTRY-DATE NOT > TERM-END-DATE-WS
                       MOVE "Y" TO ENTRY-IN-CUM-FLG
                       IF CHM-TERM-CODE = SPACES
                          AND CHM-ENTRY-DATE NOT < TERM-START-DATE-WS
                           MOVE "Y" TO ENTRY-IN-TERM-FLG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A zero mark on a course the student's record still shows as
      * "I" is the enrollment entry written when the student was
      * registered, not a posted grade.
       311E-CHECK-UNPOSTED-ENTRY.
           MOVE "N" TO ENTRY-UNPOSTED-FLG.
           IF CHM-COURSE-AVERAGE = 0
               EVALUATE TRUE
                   WHEN CHM-COURSE-CODE = COURSE-CODE-1
                        AND GRADE-STATUS-1 = "I"
                       MOVE "Y" TO ENTRY-UNPOSTED-FLG
                   WHEN CHM-COURSE-CODE = COURSE-CODE-2
                        AND GRADE-STATUS-2 = "I"
                       MOVE "Y" TO ENTRY-UNPOSTED-FLG
                   WHEN CHM-COURSE-CODE = COURSE-CODE-3
                        AND GRADE-STATUS-3 = "I"
                       MOVE "Y" TO ENTRY-UNPOSTED-FLG
                   WHEN CHM-COURSE-CODE = COURSE-CODE-4
                        AND GRADE-STATUS-4 = "I"
                       MOVE "Y" TO ENTRY-UNPOSTED-FLG
                   WHEN CHM-COURSE-CODE = COURSE-CODE-5
                        AND GRADE-STATUS-5 = "I"
                       MOVE "Y" TO ENTRY-UNPOSTED-FLG
               END-EVALUATE
           END-IF.

      * End date of the term on an entry, from the term calendar; 0
      * when the code isn't on it. Entries come in date order, so the
      * last code looked up is kept and the calendar is only asked
      * again when the code changes.
       311F-LOOKUP-ENTRY-TERM-END.
           IF CHM-TERM-CODE NOT = ENTRY-TERM-CODE-LAST
               MOVE "C" TO TL-REQUEST-MODE
               MOVE CHM-TERM-CODE TO TL-REQUEST-CODE
               CALL "./Project3_Term_Sub"
                   USING FP-TERM-CALENDAR, TERM-LOOKUP
               MOVE CHM-TERM-CODE TO ENTRY-TERM-CODE-LAST
               MOVE TL-END-DATE TO ENTRY-TERM-END-DATE-LAST
           END-IF.
           MOVE ENTRY-TERM-END-DATE-LAST TO ENTRY-TERM-END-DATE.

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

      * The standing the student carries into this term is the one on
      * their latest standing record for an earlier term; a student
      * with no earlier record starts in good standing.
       312-FIND-PRIOR-STANDING.
           MOVE "G" TO PRIOR-STANDING.
           MOVE 0 TO PRIOR-PROBATION-TERMS.
           MOVE STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           MOVE 0 TO STH-TERM-END-DATE.
           MOVE "N" TO EOF-FLAG-STH.
           START STANDING-HIST-FILE KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-STH
           END-START.
           IF EOF-FLAG-STH NOT = "Y"
               PERFORM 312B-READ-ONE-STANDING-RECORD
           END-IF.
           PERFORM 312C-CHECK-ONE-STANDING-RECORD
               UNTIL EOF-FLAG-STH = "Y".

       312B-READ-ONE-STANDING-RECORD.
           READ STANDING-HIST-FILE NEXT
               AT END MOVE "Y" TO EOF-FLAG-STH
           END-READ.
           IF EOF-FLAG-STH NOT = "Y"
               IF STH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                  OR STH-TERM-END-DATE NOT < TERM-END-DATE-WS
                   MOVE "Y" TO EOF-FLAG-STH
               END-IF
           END-IF.

       312C-CHECK-ONE-STANDING-RECORD.
           MOVE STH-STANDING TO PRIOR-STANDING.
           MOVE STH-PROBATION-TERMS TO PRIOR-PROBATION-TERMS.
           PERFORM 312B-READ-ONE-STANDING-RECORD.

      * The progression rules. Probation, continued probation and
      * reinstatement all count as terms on probation; a student who
      * would go past PROBATION-TERM-LIMIT of them in a row is
      * suspended even when the term itself met the threshold.
       313-APPLY-PROGRESSION-RULES.
           EVALUATE PRIOR-STANDING
               WHEN "S"
                   MOVE "R" TO NEW-STANDING
                   MOVE 1 TO NEW-PROBATION-TERMS
               WHEN "P"
               WHEN "C"
               WHEN "R"
                   IF CUM-AVERAGE NOT < PROBATION-THRESHOLD
                       MOVE "G" TO NEW-STANDING
                       MOVE 0 TO NEW-PROBATION-TERMS
                   ELSE
                       IF TERM-AVERAGE NOT < PROBATION-THRESHOLD
                          AND PRIOR-PROBATION-TERMS <
                              PROBATION-TERM-LIMIT
                           MOVE "C" TO NEW-STANDING
                           COMPUTE NEW-PROBATION-TERMS =
                               PRIOR-PROBATION-TERMS + 1
                       ELSE
                           MOVE "S" TO NEW-STANDING
                           MOVE 0 TO NEW-PROBATION-TERMS
                       END-IF
                   END-IF
               WHEN OTHER
                   IF CUM-AVERAGE < PROBATION-THRESHOLD
                       MOVE "P" TO NEW-STANDING
                       MOVE 1 TO NEW-PROBATION-TERMS
                   ELSE
                       MOVE "G" TO NEW-STANDING
                       MOVE 0 TO NEW-PROBATION-TERMS
                   END-IF
           END-EVALUATE.
           PERFORM 313B-COUNT-ONE-STANDING VARYING
                  STANDING-SUB FROM 1 BY 1 UNTIL STANDING-SUB > 5.

       313B-COUNT-ONE-STANDING.
           IF STANDING-CODE-TBL(STANDING-SUB) = NEW-STANDING
               ADD 1 TO STANDING-COUNT-TBL(STANDING-SUB)
           END-IF.

      * A rerun for the same term rewrites the student's record for
      * that term rather than adding a second one.
       314-SAVE-STANDING-RECORD.
           MOVE STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           MOVE TERM-END-DATE-WS TO STH-TERM-END-DATE.
           MOVE "Y" TO FOUND-FLAG.
           READ STANDING-HIST-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
           END-READ.
           MOVE STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           MOVE TERM-END-DATE-WS TO STH-TERM-END-DATE.
           MOVE TERM-CODE-WS TO STH-TERM-CODE.
           MOVE TERM-AVERAGE TO STH-TERM-AVERAGE.
           MOVE CUM-AVERAGE TO STH-CUM-AVERAGE.
           MOVE TERM-CREDITS TO STH-TERM-CREDITS.
           MOVE CUM-CREDITS TO STH-CUM-CREDITS.
           MOVE NEW-STANDING TO STH-STANDING.
           MOVE PRIOR-STANDING TO STH-PRIOR-STANDING.
           MOVE NEW-PROBATION-TERMS TO STH-PROBATION-TERMS.
           MOVE RUN-DATE-WS TO STH-RUN-DATE.
           IF FOUND-FLAG = "Y"
               REWRITE STANDING-HIST-RECORD
           ELSE
               WRITE STANDING-HIST-RECORD
           END-IF.
           IF STATUS-FIELD-STH NOT = "00"
               MOVE "STANDING-HIST-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-STH TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       304-WRITE-REPORT-HEADER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-OUT.
           WRITE STANDING-REPORT-RECORD-OUT FROM PAGE-HEADING-LINE.
           WRITE STANDING-REPORT-RECORD-OUT FROM TERM-HEADING-LINE.
           WRITE STANDING-REPORT-RECORD-OUT FROM REPORT-HEADER.
           WRITE STANDING-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 4 TO WRITE-COUNTER.
           MOVE 0 TO LINE-COUNT.

       307B-WRITE-A-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           MOVE STUDENT-NUMBER TO DTL-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO DTL-STUDENT-NAME-OUT.
           MOVE TERM-AVERAGE TO DTL-TERM-AVERAGE-OUT.
           MOVE CUM-AVERAGE TO DTL-CUM-AVERAGE-OUT.
           MOVE PRIOR-STANDING TO STANDING-CODE-FOR-LOOKUP.
           PERFORM 316-LOOKUP-STANDING-TEXT.
           MOVE STANDING-TEXT-FOUND TO DTL-PRIOR-STANDING-OUT.
           MOVE NEW-STANDING TO STANDING-CODE-FOR-LOOKUP.
           PERFORM 316-LOOKUP-STANDING-TEXT.
           MOVE STANDING-TEXT-FOUND TO DTL-NEW-STANDING-OUT.
           WRITE STANDING-REPORT-RECORD-OUT FROM STANDING-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       316-LOOKUP-STANDING-TEXT.
           MOVE SPACES TO STANDING-TEXT-FOUND.
           PERFORM 316B-CHECK-ONE-STANDING-NAME VARYING
                  STANDING-SUB FROM 1 BY 1 UNTIL STANDING-SUB > 5.

       316B-CHECK-ONE-STANDING-NAME.
           IF STANDING-CODE-TBL(STANDING-SUB) = STANDING-CODE-FOR-LOOKUP
               MOVE STANDING-TEXT-TBL(STANDING-SUB) TO
                   STANDING-TEXT-FOUND
           END-IF.

      * Totals: how many students were judged and changed, then how
      * many ended the term in each standing.
       315-WRITE-TOTALS.
           WRITE STANDING-REPORT-RECORD-OUT FROM HEADER-LINE.
           MOVE EVALUATED-COUNTER TO TOT-EVALUATED-OUT.
           MOVE CHANGED-COUNTER TO TOT-CHANGED-OUT.
           WRITE STANDING-REPORT-RECORD-OUT FROM TOTAL-EVALUATED-LINE.
           ADD 2 TO WRITE-COUNTER.
           PERFORM 315B-WRITE-ONE-STANDING-TOTAL VARYING
                  STANDING-SUB FROM 1 BY 1 UNTIL STANDING-SUB > 5.

       315B-WRITE-ONE-STANDING-TOTAL.
           MOVE STANDING-TEXT-TBL(STANDING-SUB) TO
               TOT-STANDING-NAME-OUT.
           MOVE STANDING-COUNT-TBL(STANDING-SUB) TO
               TOT-STANDING-COUNT-OUT.
           WRITE STANDING-REPORT-RECORD-OUT FROM TOTAL-STANDING-LINE.
           ADD 1 TO WRITE-COUNTER.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS EVALUATED: "
               EVALUATED-COUNTER.
           DISPLAY "THE NUMBER WITH NO GRADES THIS TERM: "
               NOT-ENROLLED-COUNTER.
           DISPLAY "THE NUMBER OF STANDING CHANGES: " CHANGED-COUNTER.
           DISPLAY "THE NUMBER OF REPORT LINES WRITTEN: " WRITE-COUNTER.

       309-CLOSE-FILES.
           CLOSE COURSE-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           CLOSE COURSE-HIST-MASTER.
           CLOSE STANDING-HIST-FILE.
           CLOSE STANDING-REPORT-OUT.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P50.
