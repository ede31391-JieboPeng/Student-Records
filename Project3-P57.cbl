      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Forecast next term's demand for every course on
      * COURSE.TXT so the deans can decide how many seats to open.
      * Four things are counted per course: the students holding it
      * in a COURSE-CODE slot on STUFILE3OUT now, the requests still
      * waiting on WAITLIST.TXT after PROJECT3-P25 has promoted what
      * it can, the students who took it in each of the last
      * FORECAST-TERMS terms on the COURSE-HIST.DAT master (transfer
      * credits left out, a repeat in the same term counted once),
      * and the students whose program requires it and who do not
      * yet have it - the same test PROJECT3-P18's degree audit uses
      * for MISSING. Demand is projected as the average of this
      * term's enrollment and the historical average, plus every
      * waiting student, plus REQUIRED-SHARE-PCT of the students
      * still missing it as a requirement (a student already waiting
      * for the course is only counted once, as waiting). The
      * projection is set against the course's MAX-SEATS: over it
      * the course is flagged OVER-SUBSCRIBED, under
      * UNDER-SUBSCRIBED-PCT of it UNDER-SUBSCRIBED. A course with no
      * seat limit (MAX-SEATS 0) is projected but never flagged.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P57.

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

           SELECT WAITLIST-FILE
               ASSIGN TO DYNAMIC FP-WAITLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-WAIT.

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

           SELECT FORECAST-REPORT-OUT
               ASSIGN TO DYNAMIC FP-DEMAND-FORECAST
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

      * What is left on the waitlist after PROJECT3-P25's promotion
      * run - every line is a request not yet given a seat.
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 WL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 WL-QUEUE-DATE PIC 9(8).

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
      * never a seat taken here, so never counted as enrollment.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

       FD FORECAST-REPORT-OUT.
       01 FORECAST-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 REPORT-TITLE-LINE.
           05 FILLER PIC X(50)
               VALUE "COURSE DEMAND FORECAST - NEXT TERM".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TTL-RUN-DATE-OUT PIC 9(8).

       01 FORECAST-BASIS-LINE.
           05 FILLER PIC X(14) VALUE "CURRENT TERM: ".
           05 FBL-CURRENT-TERM-OUT PIC X(5).
           05 FILLER PIC X(30)
               VALUE "   PRIOR TERMS WITH HISTORY: ".
           05 FBL-TERMS-USED-OUT PIC Z9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 FBL-TERMS-FOUND-OUT PIC Z9.

       01 PRIOR-TERMS-LINE.
           05 FILLER PIC X(13) VALUE "PRIOR TERMS: ".
           05 PTL-TERM-LIST-OUT PIC X(70).

       01 FORECAST-SETTINGS-LINE.
           05 FILLER PIC X(34)
               VALUE "MISSING-REQUIREMENT SHARE COUNTED:".
           05 FSL-REQUIRED-SHARE-OUT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(28)
               VALUE "   UNDER-SUBSCRIBED BELOW: ".
           05 FSL-UNDER-PCT-OUT PIC ZZ9.
           05 FILLER PIC X(12) VALUE "% OF SEATS".

       01 FORECAST-HEADER.
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(6) VALUE " SEATS".
           05 FILLER PIC X(7) VALUE " ENROLL".
           05 FILLER PIC X(7) VALUE "   WAIT".
           05 FILLER PIC X(7) VALUE "HISTAVG".
           05 FILLER PIC X(7) VALUE "MISSING".
           05 FILLER PIC X(7) VALUE " DEMAND".
           05 FILLER PIC X(8) VALUE "SEATS+/-".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "FORECAST".

       01 HEADER-LINE.
           05 FILLER PIC X(100) VALUE ALL "-".

       01 FORECAST-DETAIL-LINE.
           05 FCD-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-COURSE-NAME-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-MAX-SEATS-OUT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-ENROLLED-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-WAITLIST-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-HIST-AVERAGE-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-MISSING-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-PROJECTED-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-SEATS-DIFF-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FCD-FORECAST-FLAG-OUT PIC X(16).

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

      * One forecast row per COURSE-TBL entry, same subscript.
       01 FORECAST-TABLE.
           05 FORECAST-TBL OCCURS 200 TIMES.
               10 FC-ENROLLED-TBL PIC 9(5).
               10 FC-WAITLIST-TBL PIC 9(5).
               10 FC-HIST-TOTAL-TBL PIC 9(6).
               10 FC-MISSING-TBL PIC 9(5).

      * The terms just before the current one, most recent first. A
      * term is only averaged over when the history master has at
      * least one entry for it, so terms from before the master was
      * started do not drag the average down.
       01 PRIOR-TERM-MAX PIC 9(2) VALUE 10.
       01 PRIOR-TERM-TABLE.
           05 PRIOR-TERM-TBL OCCURS 10 TIMES.
               10 PRIOR-TERM-CODE-TBL PIC X(5).
               10 PRIOR-TERM-HIST-FLG PIC X(1).

      * Waitlist entries still open, kept so a student waiting for a
      * course is not counted again as missing it as a requirement.
       01 WAIT-TBL-MAX PIC 9(4) VALUE 500.
       01 WAIT-TABLE.
           05 WAIT-TBL OCCURS 500 TIMES.
               10 WAIT-STUDENT-NUMBER-TBL PIC 9(6).
               10 WAIT-COURSE-CODE-TBL PIC X(7).

      * Course/term pairs already counted for the history student
      * being scanned, so a repeat in the same term counts once.
       01 SEEN-TBL-MAX PIC 9(3) VALUE 100.
       01 SEEN-TABLE.
           05 SEEN-TBL OCCURS 100 TIMES.
               10 SEEN-COURSE-TBL PIC X(7).
               10 SEEN-TERM-TBL PIC X(5).

       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-PROG PIC X(1).
           05 EOF-FLAG-COURSE PIC X(1).
           05 EOF-FLAG-WAIT PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 HIST-MASTER-OPEN-FLG PIC X(1) VALUE "N".
           05 TERM-CHAIN-END-FLG PIC X(1).
           05 STATUS-FIELD-PROG PIC X(2).
           05 STATUS-FIELD-COURSE PIC X(2).
           05 STATUS-FIELD-WAIT PIC X(2).
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 WAITLIST-COUNTER PIC 9(5) VALUE 0.
           05 HIST-READ-COUNTER PIC 9(6) VALUE 0.
           05 HIST-COUNTED-COUNTER PIC 9(6) VALUE 0.
           05 COURSES-COUNTER PIC 9(5) VALUE 0.
           05 OVER-COUNTER PIC 9(5) VALUE 0.
           05 UNDER-COUNTER PIC 9(5) VALUE 0.
           05 WITHIN-COUNTER PIC 9(5) VALUE 0.
           05 NO-LIMIT-COUNTER PIC 9(5) VALUE 0.
           05 SUB-1 PIC 9(3).
           05 SUB-2 PIC 9(3).
           05 WAIT-SUB PIC 9(4).
           05 SEEN-SUB PIC 9(3).
           05 TERM-SUB PIC 9(2).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 WAIT-TBL-COUNT PIC 9(4) VALUE 0.
           05 SEEN-TBL-COUNT PIC 9(3) VALUE 0.
           05 PRIOR-TERM-COUNT PIC 9(2) VALUE 0.
           05 HIST-TERMS-USED PIC 9(2) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 HAS-COURSE-FLAG PIC X(1).
           05 WAITLISTED-FLAG PIC X(1).
           05 PROGRAM-FOUND-SUB PIC 9(3).
           05 COURSE-FOUND-SUB PIC 9(3).
           05 TERM-FOUND-SUB PIC 9(2).
           05 COURSE-CODE-FOR-LOOKUP PIC X(7).
           05 REQUIRED-COURSE-CODE-WS PIC X(7).
           05 BREAK-STUDENT-NUMBER PIC 9(6).
           05 RUN-DATE-WS PIC 9(8).
           05 CURRENT-TERM-CODE PIC X(5).
           05 LOOKBACK-DATE PIC 9(8).
           05 TERM-LIST-POINTER PIC 9(3).
      * One course's projection, worked out in 321-FORECAST-ONE-COURSE.
           05 HIST-AVERAGE PIC 9(5).
           05 BASE-DEMAND PIC 9(5).
           05 REQUIRED-DEMAND PIC 9(5).
           05 PROJECTED-DEMAND PIC 9(6).
           05 UNDER-THRESHOLD PIC 9(5).
           05 SEATS-DIFF PIC S9(6).
           05 SEATS-DIFF-EDIT PIC -(5)9.
      * Forecast settings, overridable by C:\STUPARAM.TXT.
           05 FORECAST-TERMS PIC 9(2) VALUE 03.
           05 FORECAST-TERMS-CHK PIC X(2).
           05 REQUIRED-SHARE-PCT PIC 9(3) VALUE 050.
           05 REQUIRED-SHARE-CHK PIC X(3).
           05 UNDER-PCT PIC 9(3) VALUE 050.
           05 UNDER-PCT-CHK PIC X(3).
      * Copy the files which contain the structure of the program and
      * course tables.
       COPY "./PROGRAM-TBL.DAT".
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-PRODUCE-DEMAND-FORECAST.
           PERFORM 201-INITIALIZE.
           PERFORM 202-SCAN-COURSE-HISTORY.
           PERFORM 203-SCAN-STUDENTS.
           PERFORM 204-WRITE-FORECAST.
           PERFORM 205-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           INITIALIZE FORECAST-TABLE.
           PERFORM 302-LOAD-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-MAX OR
                  EOF-FLAG-PROG = "Y".
           PERFORM 302B-LOAD-COURSE-TABLE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-MAX OR
                  EOF-FLAG-COURSE = "Y".
           PERFORM 302C-LOAD-WAITLIST-TABLE.
           PERFORM 303-FIND-FORECAST-TERMS.

      * Count, per course, the students who took it in each prior
      * term. The master is read in student order, so the course/term
      * pairs already counted only need keeping for one student at a
      * time.
       202-SCAN-COURSE-HISTORY.
           IF HIST-MASTER-OPEN-FLG = "Y" AND PRIOR-TERM-COUNT > 0
               MOVE 0 TO BREAK-STUDENT-NUMBER
               MOVE 0 TO SEEN-TBL-COUNT
               MOVE 0 TO CHM-STUDENT-NUMBER
               MOVE 0 TO CHM-ENTRY-DATE
               MOVE 0 TO CHM-SEQUENCE
               MOVE "N" TO EOF-FLAG-HIST
               START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
                   INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
               END-START
               IF EOF-FLAG-HIST NOT = "Y"
                   PERFORM 304-READ-HISTORY-RECORD
               END-IF
               PERFORM 305-COUNT-ONE-HISTORY-RECORD
                   UNTIL EOF-FLAG-HIST = "Y"
           END-IF.
           MOVE 0 TO HIST-TERMS-USED.
           PERFORM 305F-COUNT-TERM-USED VARYING
                  TERM-SUB FROM 1 BY 1
                  UNTIL TERM-SUB > PRIOR-TERM-COUNT.

      * Current enrollment and still-missing requirements, one
      * student at a time.
       203-SCAN-STUDENTS.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-READ-A-STUDENT-RECORD.
           PERFORM 307-TALLY-ONE-STUDENT
                   UNTIL EOF-FLAG = "Y".

       204-WRITE-FORECAST.
           PERFORM 320-WRITE-REPORT-HEADING.
           PERFORM 321-FORECAST-ONE-COURSE VARYING
                  SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT.
           WRITE FORECAST-RECORD-OUT FROM HEADER-LINE.
           PERFORM 322-WRITE-FORECAST-TOTALS.

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
               WHEN "COURSE-FILE"
                   MOVE PARM-VALUE TO FP-COURSE-FILE
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "WAITLIST"
                   MOVE PARM-VALUE TO FP-WAITLIST
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "DEMAND-FORECAST"
                   MOVE PARM-VALUE TO FP-DEMAND-FORECAST
               WHEN "FORECAST-TERMS"
                   MOVE PARM-VALUE(1:2) TO FORECAST-TERMS-CHK
                   IF FORECAST-TERMS-CHK IS NUMERIC
                       MOVE FORECAST-TERMS-CHK TO FORECAST-TERMS
                       IF FORECAST-TERMS > PRIOR-TERM-MAX
                           DISPLAY "WARNING: FORECAST-TERMS OVER "
                               PRIOR-TERM-MAX " - " PRIOR-TERM-MAX
                               " TERMS USED"
                           MOVE PRIOR-TERM-MAX TO FORECAST-TERMS
                       END-IF
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "FORECAST-TERMS VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "REQUIRED-SHARE-PCT"
                   MOVE PARM-VALUE(1:3) TO REQUIRED-SHARE-CHK
                   IF REQUIRED-SHARE-CHK IS NUMERIC
                       MOVE REQUIRED-SHARE-CHK TO REQUIRED-SHARE-PCT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "REQUIRED-SHARE-PCT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "UNDER-SUBSCRIBED-PCT"
                   MOVE PARM-VALUE(1:3) TO UNDER-PCT-CHK
                   IF UNDER-PCT-CHK IS NUMERIC
                       MOVE UNDER-PCT-CHK TO UNDER-PCT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "UNDER-SUBSCRIBED-PCT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
      * No history master yet just means no history to average and no
      * transfer credits to count.
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
           OPEN OUTPUT FORECAST-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "FORECAST-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
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

      * A course written before MAX-SEATS was kept reads back with no
      * seat limit.
       302B-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN AT END MOVE "Y" TO EOF-FLAG-COURSE
              NOT AT END
                 MOVE COURSE-CODE-IN TO COURSE-CODE-TBL(SUB-2)
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 IF MAX-SEATS-IN IS NUMERIC
                     MOVE MAX-SEATS-IN TO MAX-SEATS-TBL(SUB-2)
                 ELSE
                     MOVE 0 TO MAX-SEATS-TBL(SUB-2)
                 END-IF
                 ADD 1 TO COURSE-TBL-COUNT.

      * No waitlist file just means nobody is waiting.
       302C-LOAD-WAITLIST-TABLE.
           OPEN INPUT WAITLIST-FILE.
           IF STATUS-FIELD-WAIT = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-WAIT NOT = "00"
                   MOVE "WAITLIST-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-WAIT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-WAIT
               PERFORM 302D-READ-ONE-WAITLIST-RECORD
                   UNTIL EOF-FLAG-WAIT = "Y"
               CLOSE WAITLIST-FILE
           END-IF.

      * Every waiting request counts toward its course's demand even
      * once the table used for the requirement check is full.
       302D-READ-ONE-WAITLIST-RECORD.
           READ WAITLIST-FILE
               AT END MOVE "Y" TO EOF-FLAG-WAIT
               NOT AT END
                   ADD 1 TO WAITLIST-COUNTER
                   MOVE WL-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
                   PERFORM 306-FIND-COURSE
                   IF COURSE-FOUND-SUB > 0
                       ADD 1 TO FC-WAITLIST-TBL(COURSE-FOUND-SUB)
                   END-IF
                   IF WAIT-TBL-COUNT < WAIT-TBL-MAX
                       ADD 1 TO WAIT-TBL-COUNT
                       MOVE WL-STUDENT-NUMBER TO
                           WAIT-STUDENT-NUMBER-TBL(WAIT-TBL-COUNT)
                       MOVE WL-COURSE-CODE TO
                           WAIT-COURSE-CODE-TBL(WAIT-TBL-COUNT)
                   ELSE
                       IF WAIT-TBL-COUNT = WAIT-TBL-MAX
                          AND WAITLIST-COUNTER = WAIT-TBL-MAX + 1
                           DISPLAY "WARNING: WAIT-TBL-MAX ("
                               WAIT-TBL-MAX ") REACHED - WAITING "
                               "STUDENTS MAY ALSO BE COUNTED AS "
                               "MISSING A REQUIREMENT. INCREASE "
                               "WAIT-TBL-MAX IN PROJECT3-P57."
                       END-IF
                   END-IF
           END-READ.

      * The current term is the one today falls in. The prior terms
      * are found by asking for the latest term ended before the
      * start of the current one (or before today, between terms),
      * then before the start of that one, and so on back, until
      * FORECAST-TERMS are found or the calendar runs out.
       303-FIND-FORECAST-TERMS.
           MOVE "D" TO TL-REQUEST-MODE.
           MOVE RUN-DATE-WS TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG = "Y"
               MOVE TL-TERM-CODE TO CURRENT-TERM-CODE
               MOVE TL-START-DATE TO LOOKBACK-DATE
           ELSE
               MOVE "NONE" TO CURRENT-TERM-CODE
               MOVE RUN-DATE-WS TO LOOKBACK-DATE
           END-IF.
           MOVE 0 TO PRIOR-TERM-COUNT.
           MOVE "N" TO TERM-CHAIN-END-FLG.
           PERFORM 303B-FIND-ONE-PRIOR-TERM
               UNTIL TERM-CHAIN-END-FLG = "Y"
                  OR PRIOR-TERM-COUNT NOT < FORECAST-TERMS.
           IF PRIOR-TERM-COUNT = 0
               DISPLAY "NO PRIOR TERM FOUND ON THE TERM CALENDAR - "
                   "FORECAST USES CURRENT ENROLLMENT ONLY"
           END-IF.

      * A term that does not start before the last one found would
      * send the chain round in a circle, so it ends the chain.
       303B-FIND-ONE-PRIOR-TERM.
           MOVE "L" TO TL-REQUEST-MODE.
           MOVE LOOKBACK-DATE TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG NOT = "Y"
               MOVE "Y" TO TERM-CHAIN-END-FLG
           ELSE
               IF TL-START-DATE NOT < LOOKBACK-DATE
                   MOVE "Y" TO TERM-CHAIN-END-FLG
               ELSE
                   ADD 1 TO PRIOR-TERM-COUNT
                   MOVE TL-TERM-CODE TO
                       PRIOR-TERM-CODE-TBL(PRIOR-TERM-COUNT)
                   MOVE "N" TO PRIOR-TERM-HIST-FLG(PRIOR-TERM-COUNT)
                   MOVE TL-START-DATE TO LOOKBACK-DATE
               END-IF
           END-IF.

       304-READ-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF STATUS-FIELD-HIST NOT = "00" AND
              STATUS-FIELD-HIST NOT = "10"
               MOVE "COURSE-HIST-MASTER" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Transfer credits took no seat here and are left out. An entry
      * in a prior term marks that term as having history even when
      * the course is no longer on COURSE.TXT.
       305-COUNT-ONE-HISTORY-RECORD.
           ADD 1 TO HIST-READ-COUNTER.
           IF CHM-STUDENT-NUMBER NOT = BREAK-STUDENT-NUMBER
               MOVE CHM-STUDENT-NUMBER TO BREAK-STUDENT-NUMBER
               MOVE 0 TO SEEN-TBL-COUNT
           END-IF.
           IF CHM-TRANSFER-FLAG NOT = "T"
              AND CHM-TERM-CODE NOT = SPACES
               MOVE 0 TO TERM-FOUND-SUB
               PERFORM 305B-CHECK-ONE-PRIOR-TERM VARYING
                      TERM-SUB FROM 1 BY 1
                      UNTIL TERM-SUB > PRIOR-TERM-COUNT
                      OR TERM-FOUND-SUB > 0
               IF TERM-FOUND-SUB > 0
                   MOVE "Y" TO PRIOR-TERM-HIST-FLG(TERM-FOUND-SUB)
                   MOVE CHM-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
                   PERFORM 306-FIND-COURSE
                   IF COURSE-FOUND-SUB > 0
                       PERFORM 305C-CHECK-SEEN
                       IF FOUND-FLAG = "N"
                           ADD 1 TO
                               FC-HIST-TOTAL-TBL(COURSE-FOUND-SUB)
                           ADD 1 TO HIST-COUNTED-COUNTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 304-READ-HISTORY-RECORD.

       305B-CHECK-ONE-PRIOR-TERM.
           IF CHM-TERM-CODE = PRIOR-TERM-CODE-TBL(TERM-SUB)
               MOVE TERM-SUB TO TERM-FOUND-SUB
           END-IF.

      * Has this student's course already been counted in this term?
      * If not it is remembered now. Once the table is full further
      * pairs are counted without the check.
       305C-CHECK-SEEN.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 305D-CHECK-ONE-SEEN VARYING
                  SEEN-SUB FROM 1 BY 1 UNTIL SEEN-SUB > SEEN-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "N" AND SEEN-TBL-COUNT < SEEN-TBL-MAX
               ADD 1 TO SEEN-TBL-COUNT
               MOVE CHM-COURSE-CODE TO SEEN-COURSE-TBL(SEEN-TBL-COUNT)
               MOVE CHM-TERM-CODE TO SEEN-TERM-TBL(SEEN-TBL-COUNT)
           END-IF.

       305D-CHECK-ONE-SEEN.
           IF SEEN-COURSE-TBL(SEEN-SUB) = CHM-COURSE-CODE
              AND SEEN-TERM-TBL(SEEN-SUB) = CHM-TERM-CODE
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       305F-COUNT-TERM-USED.
           IF PRIOR-TERM-HIST-FLG(TERM-SUB) = "Y"
               ADD 1 TO HIST-TERMS-USED
           END-IF.

      * Subscript of COURSE-CODE-FOR-LOOKUP in the course table, or 0
      * when the course is not on COURSE.TXT.
       306-FIND-COURSE.
           MOVE 0 TO COURSE-FOUND-SUB.
           IF COURSE-CODE-FOR-LOOKUP NOT = SPACES
               PERFORM 306B-CHECK-ONE-COURSE VARYING
                      SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                      OR COURSE-FOUND-SUB > 0
           END-IF.

       306B-CHECK-ONE-COURSE.
           IF COURSE-CODE-FOR-LOOKUP = COURSE-CODE-TBL(SUB-2)
               MOVE SUB-2 TO COURSE-FOUND-SUB
           END-IF.

       307-TALLY-ONE-STUDENT.
           MOVE COURSE-CODE-1 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307B-COUNT-ENROLLMENT.
           MOVE COURSE-CODE-2 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307B-COUNT-ENROLLMENT.
           MOVE COURSE-CODE-3 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307B-COUNT-ENROLLMENT.
           MOVE COURSE-CODE-4 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307B-COUNT-ENROLLMENT.
           MOVE COURSE-CODE-5 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307B-COUNT-ENROLLMENT.
           MOVE "N" TO FOUND-FLAG.
           MOVE 0 TO PROGRAM-FOUND-SUB.
           PERFORM 308-SEARCH-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF PROGRAM-FOUND-SUB > 0
               PERFORM 308B-CHECK-REQUIRED-COURSES
           END-IF.
           PERFORM 310-READ-A-STUDENT-RECORD.

       307B-COUNT-ENROLLMENT.
           PERFORM 306-FIND-COURSE.
           IF COURSE-FOUND-SUB > 0
               ADD 1 TO FC-ENROLLED-TBL(COURSE-FOUND-SUB)
           END-IF.

       308-SEARCH-PROGRAM-TABLE.
           IF PROGRAM-OF-STUDY EQUAL PROGRAM-CODE-TBL(SUB-1)
               MOVE SUB-1 TO PROGRAM-FOUND-SUB
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       308B-CHECK-REQUIRED-COURSES.
           IF REQUIRED-COURSE-1-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-1-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 308C-COUNT-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-2-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-2-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 308C-COUNT-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-3-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-3-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 308C-COUNT-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-4-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-4-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 308C-COUNT-ONE-REQUIRED-COURSE
           END-IF.
           IF REQUIRED-COURSE-5-TBL(PROGRAM-FOUND-SUB) NOT = SPACES
               MOVE REQUIRED-COURSE-5-TBL(PROGRAM-FOUND-SUB) TO
                   REQUIRED-COURSE-CODE-WS
               PERFORM 308C-COUNT-ONE-REQUIRED-COURSE
           END-IF.

      * A required course PROJECT3-P18 would list as MISSING is future
      * demand, unless the student is already waiting for it and so
      * counted with the waitlist.
       308C-COUNT-ONE-REQUIRED-COURSE.
           PERFORM 309-STUDENT-HAS-COURSE.
           IF HAS-COURSE-FLAG = "N"
               PERFORM 309E-CHECK-WAITLISTED
               IF WAITLISTED-FLAG = "N"
                   MOVE REQUIRED-COURSE-CODE-WS TO
                       COURSE-CODE-FOR-LOOKUP
                   PERFORM 306-FIND-COURSE
                   IF COURSE-FOUND-SUB > 0
                       ADD 1 TO FC-MISSING-TBL(COURSE-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      * Does the student's COURSE-CODE-1 through -5 include
      * REQUIRED-COURSE-CODE-WS? Sets HAS-COURSE-FLAG "Y" or "N", or
      * "T" when only a transfer credit covers it.
       309-STUDENT-HAS-COURSE.
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
           IF HAS-COURSE-FLAG = "N" AND HIST-MASTER-OPEN-FLG = "Y"
               PERFORM 309B-CHECK-TRANSFER-CREDIT
           END-IF.

      * START the history master on the student and read forward only
      * their records for a transfer credit matching the required
      * course. Sets HAS-COURSE-FLAG "T" when one is found.
       309B-CHECK-TRANSFER-CREDIT.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE 0 TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE "N" TO EOF-FLAG-HIST.
           START COURSE-HIST-MASTER KEY IS NOT LESS THAN CHM-KEY
               INVALID KEY MOVE "Y" TO EOF-FLAG-HIST
           END-START.
           IF EOF-FLAG-HIST NOT = "Y"
               PERFORM 309C-READ-ONE-HISTORY-RECORD
           END-IF.
           PERFORM 309D-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG-HIST = "Y".

       309C-READ-ONE-HISTORY-RECORD.
           READ COURSE-HIST-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF EOF-FLAG-HIST NOT = "Y"
               AND CHM-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO EOF-FLAG-HIST
           END-IF.

       309D-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = REQUIRED-COURSE-CODE-WS
               AND CHM-TRANSFER-FLAG = "T"
               MOVE "T" TO HAS-COURSE-FLAG
               MOVE "Y" TO EOF-FLAG-HIST
           ELSE
               PERFORM 309C-READ-ONE-HISTORY-RECORD
           END-IF.

       309E-CHECK-WAITLISTED.
           MOVE "N" TO WAITLISTED-FLAG.
           PERFORM 309F-CHECK-ONE-WAITLIST-ENTRY VARYING
                  WAIT-SUB FROM 1 BY 1 UNTIL WAIT-SUB > WAIT-TBL-COUNT
                  OR WAITLISTED-FLAG = "Y".

       309F-CHECK-ONE-WAITLIST-ENTRY.
           IF WAIT-STUDENT-NUMBER-TBL(WAIT-SUB) = STUDENT-NUMBER
              AND WAIT-COURSE-CODE-TBL(WAIT-SUB) =
                  REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO WAITLISTED-FLAG
           END-IF.

       310-READ-A-STUDENT-RECORD.
           READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.

       320-WRITE-REPORT-HEADING.
           MOVE RUN-DATE-WS TO TTL-RUN-DATE-OUT.
           WRITE FORECAST-RECORD-OUT FROM REPORT-TITLE-LINE.
           MOVE CURRENT-TERM-CODE TO FBL-CURRENT-TERM-OUT.
           MOVE HIST-TERMS-USED TO FBL-TERMS-USED-OUT.
           MOVE PRIOR-TERM-COUNT TO FBL-TERMS-FOUND-OUT.
           WRITE FORECAST-RECORD-OUT FROM FORECAST-BASIS-LINE.
           MOVE SPACES TO PTL-TERM-LIST-OUT.
           IF PRIOR-TERM-COUNT = 0
               MOVE "NONE ON THE TERM CALENDAR" TO PTL-TERM-LIST-OUT
           ELSE
               MOVE 1 TO TERM-LIST-POINTER
               PERFORM 320B-LIST-ONE-PRIOR-TERM VARYING
                      TERM-SUB FROM 1 BY 1
                      UNTIL TERM-SUB > PRIOR-TERM-COUNT
           END-IF.
           WRITE FORECAST-RECORD-OUT FROM PRIOR-TERMS-LINE.
           MOVE REQUIRED-SHARE-PCT TO FSL-REQUIRED-SHARE-OUT.
           MOVE UNDER-PCT TO FSL-UNDER-PCT-OUT.
           WRITE FORECAST-RECORD-OUT FROM FORECAST-SETTINGS-LINE.
           WRITE FORECAST-RECORD-OUT FROM HEADER-LINE.
           WRITE FORECAST-RECORD-OUT FROM FORECAST-HEADER.
           WRITE FORECAST-RECORD-OUT FROM HEADER-LINE.

      * A prior term with no history on file is listed with a "*".
       320B-LIST-ONE-PRIOR-TERM.
           IF PRIOR-TERM-HIST-FLG(TERM-SUB) = "Y"
               STRING PRIOR-TERM-CODE-TBL(TERM-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO PTL-TERM-LIST-OUT
                      WITH POINTER TERM-LIST-POINTER
               END-STRING
           ELSE
               STRING PRIOR-TERM-CODE-TBL(TERM-SUB) DELIMITED BY SIZE
                      "* " DELIMITED BY SIZE
                      INTO PTL-TERM-LIST-OUT
                      WITH POINTER TERM-LIST-POINTER
               END-STRING
           END-IF.

      * Base demand is the average of this term's enrollment and the
      * historical average, or this term's enrollment alone when
      * there is no history; the waitlist and the share of students
      * still missing the course as a requirement are added on top.
       321-FORECAST-ONE-COURSE.
           ADD 1 TO COURSES-COUNTER.
           IF HIST-TERMS-USED > 0
               COMPUTE HIST-AVERAGE ROUNDED =
                   FC-HIST-TOTAL-TBL(SUB-2) / HIST-TERMS-USED
               COMPUTE BASE-DEMAND ROUNDED =
                   (FC-ENROLLED-TBL(SUB-2) + HIST-AVERAGE) / 2
           ELSE
               MOVE 0 TO HIST-AVERAGE
               MOVE FC-ENROLLED-TBL(SUB-2) TO BASE-DEMAND
           END-IF.
           COMPUTE REQUIRED-DEMAND ROUNDED =
               (FC-MISSING-TBL(SUB-2) * REQUIRED-SHARE-PCT) / 100.
           COMPUTE PROJECTED-DEMAND = BASE-DEMAND
               + FC-WAITLIST-TBL(SUB-2) + REQUIRED-DEMAND.
           IF MAX-SEATS-TBL(SUB-2) = 0
               MOVE SPACES TO FCD-SEATS-DIFF-OUT
               MOVE "NO SEAT LIMIT" TO FCD-FORECAST-FLAG-OUT
               ADD 1 TO NO-LIMIT-COUNTER
           ELSE
               COMPUTE SEATS-DIFF =
                   MAX-SEATS-TBL(SUB-2) - PROJECTED-DEMAND
               MOVE SEATS-DIFF TO SEATS-DIFF-EDIT
               MOVE SEATS-DIFF-EDIT TO FCD-SEATS-DIFF-OUT
               COMPUTE UNDER-THRESHOLD ROUNDED =
                   (MAX-SEATS-TBL(SUB-2) * UNDER-PCT) / 100
               IF PROJECTED-DEMAND > MAX-SEATS-TBL(SUB-2)
                   MOVE "OVER-SUBSCRIBED" TO FCD-FORECAST-FLAG-OUT
                   ADD 1 TO OVER-COUNTER
               ELSE
                   IF PROJECTED-DEMAND < UNDER-THRESHOLD
                       MOVE "UNDER-SUBSCRIBED" TO FCD-FORECAST-FLAG-OUT
                       ADD 1 TO UNDER-COUNTER
                   ELSE
                       MOVE "WITHIN CAPACITY" TO FCD-FORECAST-FLAG-OUT
                       ADD 1 TO WITHIN-COUNTER
                   END-IF
               END-IF
           END-IF.
           MOVE COURSE-CODE-TBL(SUB-2) TO FCD-COURSE-CODE-OUT.
           MOVE COURSE-NAME-TBL(SUB-2) TO FCD-COURSE-NAME-OUT.
           MOVE MAX-SEATS-TBL(SUB-2) TO FCD-MAX-SEATS-OUT.
           MOVE FC-ENROLLED-TBL(SUB-2) TO FCD-ENROLLED-OUT.
           MOVE FC-WAITLIST-TBL(SUB-2) TO FCD-WAITLIST-OUT.
           MOVE HIST-AVERAGE TO FCD-HIST-AVERAGE-OUT.
           MOVE FC-MISSING-TBL(SUB-2) TO FCD-MISSING-OUT.
           MOVE PROJECTED-DEMAND TO FCD-PROJECTED-OUT.
           WRITE FORECAST-RECORD-OUT FROM FORECAST-DETAIL-LINE.

       322-WRITE-FORECAST-TOTALS.
           MOVE "COURSES FORECAST:" TO CTL-LABEL-OUT.
           MOVE COURSES-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "OVER-SUBSCRIBED:" TO CTL-LABEL-OUT.
           MOVE OVER-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "UNDER-SUBSCRIBED:" TO CTL-LABEL-OUT.
           MOVE UNDER-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "WITHIN CAPACITY:" TO CTL-LABEL-OUT.
           MOVE WITHIN-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NO SEAT LIMIT:" TO CTL-LABEL-OUT.
           MOVE NO-LIMIT-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "STUDENT RECORDS READ:" TO CTL-LABEL-OUT.
           MOVE READ-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "WAITLIST REQUESTS STILL OPEN:" TO CTL-LABEL-OUT.
           MOVE WAITLIST-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "PRIOR-TERM ENROLLMENTS COUNTED:" TO CTL-LABEL-OUT.
           MOVE HIST-COUNTED-COUNTER TO CTL-COUNT-OUT.
           WRITE FORECAST-RECORD-OUT FROM CONTROL-TOTAL-LINE.

       330-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF WAITLIST REQUESTS READ: "
               WAITLIST-COUNTER.
           DISPLAY "THE NUMBER OF HISTORY RECORDS READ: "
               HIST-READ-COUNTER.
           DISPLAY "THE NUMBER OF COURSES FORECAST: " COURSES-COUNTER.
           DISPLAY "THE NUMBER OVER-SUBSCRIBED: " OVER-COUNTER.
           DISPLAY "THE NUMBER UNDER-SUBSCRIBED: " UNDER-COUNTER.

       331-CLOSE-FILES.
           CLOSE PROGRAM-FILE-IN.
           CLOSE COURSE-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           IF HIST-MASTER-OPEN-FLG = "Y"
               CLOSE COURSE-HIST-MASTER
           END-IF.
           CLOSE FORECAST-REPORT-OUT.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P57.
