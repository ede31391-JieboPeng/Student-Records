      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Post faculty attendance to the indexed attendance
      * record and raise early alerts on students who have stopped
      * coming to class. Each line of ATTENDANCE-TRANS.TXT names the
      * student, the course, the class date and whether the student
      * was present (P), absent (A) or excused (E). A line is posted
      * only when the student is on STUFILE3OUT and holds the course
      * in one of the COURSE-CODE slots, and the class date is a real
      * date, not after today and inside a term on TERMS.TXT; anything
      * else is listed with its reason. A class already on file for
      * the student is corrected in place when the code differs, so a
      * sheet resubmitted with an absence changed to excused fixes the
      * record rather than counting the class twice.
      * Once posting is done every student/course on ATTENDANCE.DAT
      * for the current term (TERM-CODE in C:\STUPARAM.TXT, or the
      * term today falls in) is measured: absences over classes
      * counted, excused classes left out of both. A course with at
      * least ALERT-MIN-CLASSES classes counted whose absence rate has
      * reached ABSENCE-ALERT-PCT goes on the early-alert report, and
      * the first time it does in the term one ATTALERT notification
      * is queued on NOTIFY-QUEUE.TXT so the student's advisor can
      * reach them while there is still time in the term. Alerts sent
      * are kept on ATTENDANCE-ALERTS.TXT so the same student and
      * course is not alerted again on the next run.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - Student match and enrolment check moved out
      *                     of 202-PROCESS-ONE-TRANSACTION into
      *                     202B-MATCH-AND-POST; no change in behaviour.
      * Oct 15, 2026 - JP - ATTENDANCE-ALERTS.TXT is created on the
      *                     first run instead of ending with status 35.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P56.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT ATTEND-TRANS-FILE-IN
               ASSIGN TO DYNAMIC FP-ATTENDANCE-TRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TRANS.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT ATTENDANCE-MASTER
               ASSIGN TO DYNAMIC FP-ATTENDANCE-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS STATUS-FIELD-ATT.

           SELECT ALERT-REGISTER-FILE
               ASSIGN TO DYNAMIC FP-ATTENDANCE-ALERTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-ALR.

           SELECT ATTENDANCE-RPT-OUT
               ASSIGN TO DYNAMIC FP-ATTENDANCE-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFY.

           SELECT NOTIFY-EXCEPT-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-EXCEPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFYX.

           SELECT NOTIFY-REPORT-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFYR.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * One class attended (or missed) per line, as the faculty sheet
      * is keyed: P present, A absent, E excused.
       FD ATTEND-TRANS-FILE-IN.
       01 ATTENDANCE-TRANS-RECORD.
           05 TRANS-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 TRANS-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1).
           05 TRANS-CLASS-DATE PIC 9(8).
           05 TRANS-CLASS-SPLIT REDEFINES TRANS-CLASS-DATE.
               10 TRANS-CLASS-YEAR PIC 9(4).
               10 TRANS-CLASS-MONTH PIC 9(2).
               10 TRANS-CLASS-DAY PIC 9(2).
           05 FILLER PIC X(1).
           05 TRANS-ATTEND-CODE PIC X(1).

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

      * One record per student, course and class date. The term is
      * stamped from the class date when the class is posted, and the
      * posted date is the last run that wrote or corrected it.
       FD ATTENDANCE-MASTER.
       01 ATTENDANCE-MASTER-RECORD.
           05 ATT-KEY.
               10 ATT-STUDENT-NUMBER PIC 9(6).
               10 ATT-COURSE-CODE PIC X(7).
               10 ATT-CLASS-DATE PIC 9(8).
           05 ATT-ATTEND-CODE PIC X(1).
           05 ATT-TERM-CODE PIC X(5).
           05 ATT-POSTED-DATE PIC 9(8).

      * Every early alert already sent - one line per student, course
      * and term.
       FD ALERT-REGISTER-FILE.
       01 ALERT-REGISTER-RECORD.
           05 ALR-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALR-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALR-TERM-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALR-ALERT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALR-ABSENCE-PCT PIC 9(3).

       FD ATTENDANCE-RPT-OUT.
       01 ATTENDANCE-RPT-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
           05 NFY-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-EMAIL PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-DATE PIC 9(8).

       FD NOTIFY-EXCEPT-FILE.
       01 NOTIFY-EXCEPT-RECORD.
           05 NFYX-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFYX-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFYX-REASON PIC X(30).

       FD NOTIFY-REPORT-FILE.
       01 NOTIFY-REPORT-RECORD-OUT PIC X(80).

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
       01 REPORT-TITLE-LINE.
           05 FILLER PIC X(50)
               VALUE "ATTENDANCE POSTING AND EARLY-ALERT REPORT".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 TTL-RUN-DATE-OUT PIC 9(8).

       01 POSTING-HEADER.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(10) VALUE "CLASS DATE".
           05 FILLER PIC X(6) VALUE "  CODE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ACTION / REASON".

       01 HEADER-LINE.
           05 FILLER PIC X(100) VALUE ALL "-".

       01 POSTING-DETAIL-LINE.
           05 PST-STUDENT-NUMBER-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PST-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PST-CLASS-DATE-OUT PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 PST-ATTEND-CODE-OUT PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 PST-ACTION-OUT PIC X(30).

       01 ALERT-TERM-LINE.
           05 FILLER PIC X(21) VALUE "EARLY ALERTS - TERM: ".
           05 ATL-TERM-CODE-OUT PIC X(5).
           05 FILLER PIC X(22) VALUE "  ABSENCE THRESHOLD: ".
           05 ATL-THRESHOLD-OUT PIC ZZ9.
           05 FILLER PIC X(21) VALUE "%  MINIMUM CLASSES: ".
           05 ATL-MIN-CLASSES-OUT PIC ZZ9.

       01 NO-TERM-LINE.
           05 FILLER PIC X(40)
               VALUE "NO TERM ON THE CALENDAR FOR THIS RUN - ".
           05 FILLER PIC X(40)
               VALUE "EARLY ALERTS NOT PRODUCED".

       01 ALERT-HEADER.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(8) VALUE "PRESENT".
           05 FILLER PIC X(7) VALUE "ABSENT".
           05 FILLER PIC X(8) VALUE "EXCUSED".
           05 FILLER PIC X(7) VALUE "ABSENT%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ALERT".

       01 ALERT-DETAIL-LINE.
           05 ALD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALD-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALD-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALD-PRESENT-OUT PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ALD-ABSENT-OUT PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ALD-EXCUSED-OUT PIC ZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 ALD-RATE-OUT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALD-ALERT-STATUS-OUT PIC X(30).

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

       01 NOTIFY-RUN-HEADER-LINE.
           05 FILLER PIC X(26)
               VALUE "NOTIFICATION RUN - ".
           05 NRH-PROGRAM-OUT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NRH-DATE-OUT PIC 9(8).

       01 NOTIFY-DETAIL-LINE.
           05 NRD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NRD-TYPE-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NRD-STATUS-OUT PIC X(30).

       01 NOTIFY-COUNT-LINE.
           05 FILLER PIC X(8) VALUE "QUEUED: ".
           05 NRC-QUEUED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
           05 NRC-EXCEPT-OUT PIC ZZ,ZZ9.

      * ATTENDANCE-ALERTS.TXT loaded whole, so each course over the
      * threshold can be checked for an alert already sent this term.
       01 ALERT-TBL-MAX PIC 9(4) VALUE 2000.
       01 ALERT-TABLE.
           05 ALERT-TBL OCCURS 2000 TIMES.
               10 ALERT-STUDENT-TBL PIC 9(6).
               10 ALERT-COURSE-TBL PIC X(7).
               10 ALERT-TERM-TBL PIC X(5).
               10 ALERT-DATE-TBL PIC 9(8).
       01 ALERT-TBL-COUNT PIC 9(4) VALUE 0.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-TRANS PIC X(2).
           05 STATUS-FIELD-ATT PIC X(2).
           05 STATUS-FIELD-ALR PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-NFY PIC X(2).
           05 STATUS-FIELD-NFYX PIC X(2).
           05 STATUS-FIELD-NFYR PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-TRANS PIC X(1).
           05 EOF-FLAG-ATT PIC X(1).
           05 EOF-FLAG-ALR PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 STUDENT-FOUND-FLAG PIC X(1).
           05 ENROLLED-FLAG PIC X(1).
           05 CLASS-FOUND-FLAG PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 REJECT-REASON-WS PIC X(30).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 POSTED-COUNTER PIC 9(5) VALUE 0.
           05 CORRECTED-COUNTER PIC 9(5) VALUE 0.
           05 UNCHANGED-COUNTER PIC 9(5) VALUE 0.
           05 REJECT-COUNTER PIC 9(5) VALUE 0.
           05 COURSES-MEASURED-COUNTER PIC 9(5) VALUE 0.
           05 ALERT-COUNTER PIC 9(5) VALUE 0.
           05 NEW-ALERT-COUNTER PIC 9(5) VALUE 0.
           05 REPEAT-ALERT-COUNTER PIC 9(5) VALUE 0.
           05 QUEUED-COUNTER PIC 9(5) VALUE 0.
           05 NOTIFY-EXCEPT-COUNTER PIC 9(5) VALUE 0.
           05 ALERT-SUB PIC 9(4).
           05 NFY-TYPE-WS PIC X(8).
           05 NFY-EMAIL-WS PIC X(40).
           05 NFY-STUDENT-WS PIC 9(6).
           05 NFY-DATE-WS PIC 9(8).
           05 AT-SIGN-COUNT PIC 9(2).
      * Alert settings, overridable by C:\STUPARAM.TXT.
           05 TERM-CODE-PARM PIC X(5) VALUE SPACES.
           05 ABSENCE-ALERT-PCT PIC 9(3) VALUE 020.
           05 ABSENCE-ALERT-CHK PIC X(3).
           05 ALERT-MIN-CLASSES PIC 9(3) VALUE 003.
           05 ALERT-MIN-CHK PIC X(3).
           05 ALERT-TERM-FOUND-FLG PIC X(1) VALUE "N".
           05 ALERT-TERM-CODE PIC X(5) VALUE SPACES.
           05 CLASS-TERM-CODE PIC X(5).
           05 RUN-DATE-WS PIC 9(8).
      * The student/course being measured and its counts for the term.
           05 BREAK-STUDENT-NUMBER PIC 9(6).
           05 BREAK-COURSE-CODE PIC X(7).
           05 PRESENT-COUNT PIC 9(4).
           05 ABSENT-COUNT PIC 9(4).
           05 EXCUSED-COUNT PIC 9(4).
           05 COUNTED-CLASSES PIC 9(4).
           05 ABSENCE-RATE PIC 9(3).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-POST-ATTENDANCE.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-ONE-TRANSACTION
                   UNTIL EOF-FLAG-TRANS = "Y".
           PERFORM 203-PRODUCE-EARLY-ALERTS.
           PERFORM 204-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-ALERT-REGISTER.
           PERFORM 340-OPEN-NOTIFY-FILES.
           MOVE RUN-DATE-WS TO TTL-RUN-DATE-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM REPORT-TITLE-LINE.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM POSTING-HEADER.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM HEADER-LINE.
           PERFORM 303-READ-TRANSACTION.

      * Every edit that needs no file comes first, then the student
      * must be on file and enrolled in the course, and the class date
      * must fall in a term, before anything is posted.
       202-PROCESS-ONE-TRANSACTION.
           IF TRANS-STUDENT-NUMBER NOT NUMERIC
               MOVE "INVALID STUDENT NUMBER" TO REJECT-REASON-WS
               PERFORM 306-WRITE-REJECT
           ELSE
               IF TRANS-CLASS-DATE NOT NUMERIC
                   OR TRANS-CLASS-MONTH < 1 OR TRANS-CLASS-MONTH > 12
                   OR TRANS-CLASS-DAY < 1 OR TRANS-CLASS-DAY > 31
                   MOVE "INVALID CLASS DATE" TO REJECT-REASON-WS
                   PERFORM 306-WRITE-REJECT
               ELSE
                   IF TRANS-CLASS-DATE > RUN-DATE-WS
                       MOVE "CLASS DATE IS IN THE FUTURE" TO
                           REJECT-REASON-WS
                       PERFORM 306-WRITE-REJECT
                   ELSE
                       IF TRANS-ATTEND-CODE NOT = "P" AND
                          TRANS-ATTEND-CODE NOT = "A" AND
                          TRANS-ATTEND-CODE NOT = "E"
                           MOVE "INVALID ATTENDANCE CODE" TO
                               REJECT-REASON-WS
                           PERFORM 306-WRITE-REJECT
                       ELSE
                           PERFORM 202B-MATCH-AND-POST
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-TRANSACTION.

       202B-MATCH-AND-POST.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "N"
               MOVE "NO MATCHING STUDENT ON FILE" TO REJECT-REASON-WS
               PERFORM 306-WRITE-REJECT
           ELSE
               MOVE TRANS-COURSE-CODE TO BREAK-COURSE-CODE
               PERFORM 311-CHECK-ENROLLED
               IF ENROLLED-FLAG = "N"
                   MOVE "NOT ENROLLED IN COURSE" TO REJECT-REASON-WS
                   PERFORM 306-WRITE-REJECT
               ELSE
                   PERFORM 304-POST-ONE-CLASS
               END-IF
           END-IF.

      * Measure every student/course on the attendance record for the
      * alert term. ATTENDANCE.DAT is keyed student, course, class
      * date, so one pass in key order brings each student's classes
      * in a course together.
       203-PRODUCE-EARLY-ALERTS.
           PERFORM 330-FIND-ALERT-TERM.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM HEADER-LINE.
           PERFORM 350-WRITE-POSTING-TOTALS.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM HEADER-LINE.
           IF ALERT-TERM-FOUND-FLG NOT = "Y"
               WRITE ATTENDANCE-RPT-RECORD-OUT FROM NO-TERM-LINE
           ELSE
               MOVE ALERT-TERM-CODE TO ATL-TERM-CODE-OUT
               MOVE ABSENCE-ALERT-PCT TO ATL-THRESHOLD-OUT
               MOVE ALERT-MIN-CLASSES TO ATL-MIN-CLASSES-OUT
               WRITE ATTENDANCE-RPT-RECORD-OUT FROM ALERT-TERM-LINE
               WRITE ATTENDANCE-RPT-RECORD-OUT FROM ALERT-HEADER
               WRITE ATTENDANCE-RPT-RECORD-OUT FROM HEADER-LINE
               MOVE 0 TO ATT-STUDENT-NUMBER
               MOVE SPACES TO ATT-COURSE-CODE
               MOVE 0 TO ATT-CLASS-DATE
               MOVE "N" TO EOF-FLAG-ATT
               START ATTENDANCE-MASTER KEY IS NOT LESS THAN ATT-KEY
                   INVALID KEY MOVE "Y" TO EOF-FLAG-ATT
               END-START
               IF EOF-FLAG-ATT NOT = "Y"
                   PERFORM 331-READ-NEXT-CLASS
               END-IF
               PERFORM 332-MEASURE-ONE-COURSE
                   UNTIL EOF-FLAG-ATT = "Y"
               WRITE ATTENDANCE-RPT-RECORD-OUT FROM HEADER-LINE
               PERFORM 352-WRITE-ALERT-TOTALS
           END-IF.

       204-TERMINATE.
           PERFORM 309-DISPLAY-AUDIT.
           PERFORM 342-CLOSE-NOTIFY-FILES.
           PERFORM 310-CLOSE-FILES.
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
               WHEN "ATTENDANCE-TRANS"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-TRANS
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "ATTENDANCE-DAT"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-DAT
               WHEN "ATTENDANCE-ALERTS"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-ALERTS
               WHEN "ATTENDANCE-RPT"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-RPT
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "NOTIFY-QUEUE"
                   MOVE PARM-VALUE TO FP-NOTIFY-QUEUE
               WHEN "NOTIFY-EXCEPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-EXCEPT
               WHEN "NOTIFY-RPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-RPT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE(1:5) TO TERM-CODE-PARM
               WHEN "ABSENCE-ALERT-PCT"
                   MOVE PARM-VALUE(1:3) TO ABSENCE-ALERT-CHK
                   IF ABSENCE-ALERT-CHK IS NUMERIC
                       MOVE ABSENCE-ALERT-CHK TO ABSENCE-ALERT-PCT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "ABSENCE-ALERT-PCT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "ALERT-MIN-CLASSES"
                   MOVE PARM-VALUE(1:3) TO ALERT-MIN-CHK
                   IF ALERT-MIN-CHK IS NUMERIC
                       MOVE ALERT-MIN-CHK TO ALERT-MIN-CLASSES
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "ALERT-MIN-CLASSES VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No attendance file means nothing to post - the alert pass
      * still runs over what is already on file. A first run creates
      * the attendance record empty.
       301-OPEN-FILES.
           OPEN INPUT ATTEND-TRANS-FILE-IN.
           IF STATUS-FIELD-TRANS = "35"
               MOVE "Y" TO EOF-FLAG-TRANS
               DISPLAY "NO ATTENDANCE TRANSACTIONS TO POST"
           ELSE
               IF STATUS-FIELD-TRANS NOT = "00"
                   MOVE "ATTEND-TRANS-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-TRANS TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-TRANS
           END-IF.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN I-O ATTENDANCE-MASTER.
           IF STATUS-FIELD-ATT = "35"
               OPEN OUTPUT ATTENDANCE-MASTER
               CLOSE ATTENDANCE-MASTER
               OPEN I-O ATTENDANCE-MASTER
           END-IF.
           IF STATUS-FIELD-ATT NOT = "00"
               MOVE "ATTENDANCE-MASTER" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-ATT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT ATTENDANCE-RPT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "ATTENDANCE-RPT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Load ATTENDANCE-ALERTS.TXT whole, then reopen it EXTEND so
      * this run's new alerts are added to the end. A missing register
      * just means nothing has been alerted yet.
       302-LOAD-ALERT-REGISTER.
           OPEN INPUT ALERT-REGISTER-FILE.
           IF STATUS-FIELD-ALR = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-ALR NOT = "00"
                   MOVE "ALERT-REGISTER-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-ALR TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-ALR
               PERFORM 302B-READ-ONE-ALERT
                   UNTIL EOF-FLAG-ALR = "Y"
               CLOSE ALERT-REGISTER-FILE
           END-IF.
           OPEN EXTEND ALERT-REGISTER-FILE.
           IF STATUS-FIELD-ALR = "35"
               OPEN OUTPUT ALERT-REGISTER-FILE
           END-IF.
           IF STATUS-FIELD-ALR NOT = "00"
               MOVE "ALERT-REGISTER-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-ALR TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302B-READ-ONE-ALERT.
           READ ALERT-REGISTER-FILE
               AT END MOVE "Y" TO EOF-FLAG-ALR
               NOT AT END PERFORM 302C-ADD-ALERT-ENTRY
           END-READ.
           IF STATUS-FIELD-ALR NOT = "00" AND
              STATUS-FIELD-ALR NOT = "10"
               MOVE "ALERT-REGISTER-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-ALR TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Shared by the load above and 336-RECORD-ALERT, with the entry
      * built in ALERT-REGISTER-RECORD either way.
       302C-ADD-ALERT-ENTRY.
           IF ALERT-TBL-COUNT < ALERT-TBL-MAX
               ADD 1 TO ALERT-TBL-COUNT
               MOVE ALR-STUDENT-NUMBER TO
                   ALERT-STUDENT-TBL(ALERT-TBL-COUNT)
               MOVE ALR-COURSE-CODE TO ALERT-COURSE-TBL(ALERT-TBL-COUNT)
               MOVE ALR-TERM-CODE TO ALERT-TERM-TBL(ALERT-TBL-COUNT)
               MOVE ALR-ALERT-DATE TO ALERT-DATE-TBL(ALERT-TBL-COUNT)
           ELSE
               DISPLAY "WARNING: ALERT-TBL-MAX (" ALERT-TBL-MAX
                   ") REACHED - EARLY ALERTS MAY BE REPEATED. "
                   "INCREASE ALERT-TBL-MAX IN PROJECT3-P56."
           END-IF.

       303-READ-TRANSACTION.
           IF EOF-FLAG-TRANS NOT = "Y"
               READ ATTEND-TRANS-FILE-IN
                   AT END MOVE "Y" TO EOF-FLAG-TRANS
                   NOT AT END ADD 1 TO READ-COUNTER
               END-READ
           END-IF.

      * The class is stamped with the term its date falls in. A class
      * already on file is left alone when the code is the same and
      * corrected in place when it is not; only corrections and
      * rejects are listed, new classes are only counted.
       304-POST-ONE-CLASS.
           MOVE "D" TO TL-REQUEST-MODE.
           MOVE TRANS-CLASS-DATE TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG NOT = "Y"
               MOVE "CLASS DATE NOT IN ANY TERM" TO REJECT-REASON-WS
               PERFORM 306-WRITE-REJECT
           ELSE
               MOVE TL-TERM-CODE TO CLASS-TERM-CODE
               MOVE TRANS-STUDENT-NUMBER TO ATT-STUDENT-NUMBER
               MOVE TRANS-COURSE-CODE TO ATT-COURSE-CODE
               MOVE TRANS-CLASS-DATE TO ATT-CLASS-DATE
               READ ATTENDANCE-MASTER
                   INVALID KEY MOVE "N" TO CLASS-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO CLASS-FOUND-FLAG
               END-READ
               IF CLASS-FOUND-FLAG = "N"
                   PERFORM 305-WRITE-NEW-CLASS
               ELSE
                   IF ATT-ATTEND-CODE = TRANS-ATTEND-CODE
                       ADD 1 TO UNCHANGED-COUNTER
                   ELSE
                       PERFORM 305B-CORRECT-CLASS
                   END-IF
               END-IF
           END-IF.

       305-WRITE-NEW-CLASS.
           MOVE TRANS-STUDENT-NUMBER TO ATT-STUDENT-NUMBER.
           MOVE TRANS-COURSE-CODE TO ATT-COURSE-CODE.
           MOVE TRANS-CLASS-DATE TO ATT-CLASS-DATE.
           MOVE TRANS-ATTEND-CODE TO ATT-ATTEND-CODE.
           MOVE CLASS-TERM-CODE TO ATT-TERM-CODE.
           MOVE RUN-DATE-WS TO ATT-POSTED-DATE.
           WRITE ATTENDANCE-MASTER-RECORD
               INVALID KEY
                   MOVE "ATTENDANCE-MASTER" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-ATT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
           END-WRITE.
           ADD 1 TO POSTED-COUNTER.

       305B-CORRECT-CLASS.
           MOVE SPACES TO PST-ACTION-OUT.
           STRING "CORRECTED FROM " DELIMITED BY SIZE
                  ATT-ATTEND-CODE DELIMITED BY SIZE
                  INTO PST-ACTION-OUT
           END-STRING.
           MOVE TRANS-ATTEND-CODE TO ATT-ATTEND-CODE.
           MOVE CLASS-TERM-CODE TO ATT-TERM-CODE.
           MOVE RUN-DATE-WS TO ATT-POSTED-DATE.
           REWRITE ATTENDANCE-MASTER-RECORD
               INVALID KEY
                   MOVE "ATTENDANCE-MASTER" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-ATT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
           END-REWRITE.
           ADD 1 TO CORRECTED-COUNTER.
           PERFORM 307-WRITE-POSTING-LINE.

       306-WRITE-REJECT.
           MOVE REJECT-REASON-WS TO PST-ACTION-OUT.
           PERFORM 307-WRITE-POSTING-LINE.
           ADD 1 TO REJECT-COUNTER.

       307-WRITE-POSTING-LINE.
           MOVE TRANS-STUDENT-NUMBER TO PST-STUDENT-NUMBER-OUT.
           MOVE TRANS-COURSE-CODE TO PST-COURSE-CODE-OUT.
           MOVE TRANS-CLASS-DATE TO PST-CLASS-DATE-OUT.
           MOVE TRANS-ATTEND-CODE TO PST-ATTEND-CODE-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM POSTING-DETAIL-LINE.

       309-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF ATTENDANCE LINES READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF CLASSES POSTED: " POSTED-COUNTER.
           DISPLAY "THE NUMBER OF CLASSES CORRECTED: "
                CORRECTED-COUNTER.
           DISPLAY "THE NUMBER ALREADY ON FILE: " UNCHANGED-COUNTER.
           DISPLAY "THE NUMBER OF LINES REJECTED: " REJECT-COUNTER.
           DISPLAY "THE NUMBER OF EARLY ALERTS: " ALERT-COUNTER.
           DISPLAY "THE NUMBER OF ALERTS QUEUED: " QUEUED-COUNTER.

       310-CLOSE-FILES.
           IF STATUS-FIELD-TRANS NOT = "35"
               CLOSE ATTEND-TRANS-FILE-IN
           END-IF.
           CLOSE STUDENT-FILE-IN.
           CLOSE ATTENDANCE-MASTER.
           CLOSE ALERT-REGISTER-FILE.
           CLOSE ATTENDANCE-RPT-OUT.

      * Is BREAK-COURSE-CODE in one of the student's five course slots?
       311-CHECK-ENROLLED.
           MOVE "N" TO ENROLLED-FLAG.
           IF BREAK-COURSE-CODE NOT = SPACES
               IF BREAK-COURSE-CODE = COURSE-CODE-1 OR
                  BREAK-COURSE-CODE = COURSE-CODE-2 OR
                  BREAK-COURSE-CODE = COURSE-CODE-3 OR
                  BREAK-COURSE-CODE = COURSE-CODE-4 OR
                  BREAK-COURSE-CODE = COURSE-CODE-5
                   MOVE "Y" TO ENROLLED-FLAG
               END-IF
           END-IF.

      * Alerts are for the TERM-CODE parameter when one is given,
      * otherwise the term today falls in. Between terms there is
      * nobody to alert.
       330-FIND-ALERT-TERM.
           IF TERM-CODE-PARM NOT = SPACES
               MOVE "C" TO TL-REQUEST-MODE
               MOVE TERM-CODE-PARM TO TL-REQUEST-CODE
           ELSE
               MOVE "D" TO TL-REQUEST-MODE
           END-IF.
           MOVE RUN-DATE-WS TO TL-REQUEST-DATE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           MOVE TL-FOUND-FLG TO ALERT-TERM-FOUND-FLG.
           IF ALERT-TERM-FOUND-FLG = "Y"
               MOVE TL-TERM-CODE TO ALERT-TERM-CODE
           ELSE
               DISPLAY "NO TERM FOUND ON THE TERM CALENDAR - "
                   "EARLY ALERTS NOT PRODUCED"
           END-IF.

       331-READ-NEXT-CLASS.
           READ ATTENDANCE-MASTER NEXT
               AT END MOVE "Y" TO EOF-FLAG-ATT
           END-READ.
           IF STATUS-FIELD-ATT NOT = "00" AND
              STATUS-FIELD-ATT NOT = "10"
               MOVE "ATTENDANCE-MASTER" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-ATT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Count one student's classes in one course for the alert term,
      * then test the absence rate. Excused classes are counted for
      * the report but left out of the rate.
       332-MEASURE-ONE-COURSE.
           MOVE ATT-STUDENT-NUMBER TO BREAK-STUDENT-NUMBER.
           MOVE ATT-COURSE-CODE TO BREAK-COURSE-CODE.
           MOVE 0 TO PRESENT-COUNT.
           MOVE 0 TO ABSENT-COUNT.
           MOVE 0 TO EXCUSED-COUNT.
           PERFORM 333-COUNT-ONE-CLASS
               UNTIL EOF-FLAG-ATT = "Y"
                  OR ATT-STUDENT-NUMBER NOT = BREAK-STUDENT-NUMBER
                  OR ATT-COURSE-CODE NOT = BREAK-COURSE-CODE.
           COMPUTE COUNTED-CLASSES = PRESENT-COUNT + ABSENT-COUNT.
           IF COUNTED-CLASSES > 0
               ADD 1 TO COURSES-MEASURED-COUNTER
               COMPUTE ABSENCE-RATE ROUNDED =
                   (ABSENT-COUNT * 100) / COUNTED-CLASSES
               IF COUNTED-CLASSES NOT < ALERT-MIN-CLASSES
                  AND ABSENCE-RATE NOT < ABSENCE-ALERT-PCT
                   PERFORM 334-RAISE-ALERT
               END-IF
           END-IF.

       333-COUNT-ONE-CLASS.
           IF ATT-TERM-CODE = ALERT-TERM-CODE
               EVALUATE ATT-ATTEND-CODE
                   WHEN "P"
                       ADD 1 TO PRESENT-COUNT
                   WHEN "A"
                       ADD 1 TO ABSENT-COUNT
                   WHEN "E"
                       ADD 1 TO EXCUSED-COUNT
               END-EVALUATE
           END-IF.
           PERFORM 331-READ-NEXT-CLASS.

      * A student who has left, or has since dropped the course, is
      * past an early alert. Otherwise the alert is listed every run,
      * but queued only the first time in the term.
       334-RAISE-ALERT.
           MOVE BREAK-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IN
               INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "Y"
               PERFORM 311-CHECK-ENROLLED
               IF ENROLLED-FLAG = "Y"
                   ADD 1 TO ALERT-COUNTER
                   PERFORM 335-FIND-PREVIOUS-ALERT
                   IF FOUND-FLAG = "Y"
                       ADD 1 TO REPEAT-ALERT-COUNTER
                       MOVE SPACES TO ALD-ALERT-STATUS-OUT
                       STRING "ALREADY ALERTED "
                              DELIMITED BY SIZE
                              ALERT-DATE-TBL(ALERT-SUB)
                              DELIMITED BY SIZE
                              INTO ALD-ALERT-STATUS-OUT
                       END-STRING
                   ELSE
                       ADD 1 TO NEW-ALERT-COUNTER
                       MOVE BREAK-STUDENT-NUMBER TO NFY-STUDENT-WS
                       MOVE STUDENT-EMAIL TO NFY-EMAIL-WS
                       MOVE "ATTALERT" TO NFY-TYPE-WS
                       PERFORM 341-QUEUE-NOTIFICATION
                       MOVE NRD-STATUS-OUT TO ALD-ALERT-STATUS-OUT
                       PERFORM 336-RECORD-ALERT
                   END-IF
                   PERFORM 337-WRITE-ALERT-LINE
               END-IF
           END-IF.

       335-FIND-PREVIOUS-ALERT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 335B-CHECK-ONE-ALERT VARYING
                  ALERT-SUB FROM 1 BY 1
                  UNTIL ALERT-SUB > ALERT-TBL-COUNT
                  OR FOUND-FLAG = "Y".
           IF FOUND-FLAG = "Y"
               SUBTRACT 1 FROM ALERT-SUB
           END-IF.

       335B-CHECK-ONE-ALERT.
           IF ALERT-STUDENT-TBL(ALERT-SUB) = BREAK-STUDENT-NUMBER
              AND ALERT-COURSE-TBL(ALERT-SUB) = BREAK-COURSE-CODE
              AND ALERT-TERM-TBL(ALERT-SUB) = ALERT-TERM-CODE
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * The alert is registered even when the notification fell out
      * to NOTIFY-EXCEPT.TXT - the advisor works it from there, and
      * it should not fall out again every run.
       336-RECORD-ALERT.
           MOVE BREAK-STUDENT-NUMBER TO ALR-STUDENT-NUMBER.
           MOVE BREAK-COURSE-CODE TO ALR-COURSE-CODE.
           MOVE ALERT-TERM-CODE TO ALR-TERM-CODE.
           MOVE RUN-DATE-WS TO ALR-ALERT-DATE.
           MOVE ABSENCE-RATE TO ALR-ABSENCE-PCT.
           WRITE ALERT-REGISTER-RECORD.
           PERFORM 302C-ADD-ALERT-ENTRY.

       337-WRITE-ALERT-LINE.
           MOVE BREAK-STUDENT-NUMBER TO ALD-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO ALD-STUDENT-NAME-OUT.
           MOVE BREAK-COURSE-CODE TO ALD-COURSE-CODE-OUT.
           MOVE PRESENT-COUNT TO ALD-PRESENT-OUT.
           MOVE ABSENT-COUNT TO ALD-ABSENT-OUT.
           MOVE EXCUSED-COUNT TO ALD-EXCUSED-OUT.
           MOVE ABSENCE-RATE TO ALD-RATE-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM ALERT-DETAIL-LINE.

      * The notification files are shared with PROJECT3-P4,
      * PROJECT3-P5, PROJECT3-P17 and PROJECT3-P49, so they're opened
      * EXTEND and each run writes its own header line to the run
      * report.
       340-OPEN-NOTIFY-FILES.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF STATUS-FIELD-NFY NOT = "00"
               MOVE "NOTIFY-QUEUE-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFY TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND NOTIFY-EXCEPT-FILE.
           IF STATUS-FIELD-NFYX NOT = "00"
               MOVE "NOTIFY-EXCEPT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFYX TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND NOTIFY-REPORT-FILE.
           IF STATUS-FIELD-NFYR NOT = "00"
               MOVE "NOTIFY-REPORT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFYR TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P56" TO NRH-PROGRAM-OUT.
           ACCEPT NRH-DATE-OUT FROM DATE YYYYMMDD.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-RUN-HEADER-LINE.

      * Queue one outbound notification for the student whose
      * number/email/type are already set up in the NFY- work fields.
      * A blank email, or one with no "@" for the gateway to deliver
      * to, falls out to the exception list instead.
       341-QUEUE-NOTIFICATION.
           MOVE NFY-STUDENT-WS TO NRD-STUDENT-NUMBER-OUT.
           MOVE NFY-TYPE-WS TO NRD-TYPE-OUT.
           IF NFY-EMAIL-WS = SPACES
               MOVE "NO EMAIL ADDRESS ON FILE" TO NRD-STATUS-OUT
               PERFORM 341B-WRITE-NOTIFY-EXCEPTION
           ELSE
               MOVE 0 TO AT-SIGN-COUNT
               INSPECT NFY-EMAIL-WS TALLYING AT-SIGN-COUNT
                   FOR ALL "@"
               IF AT-SIGN-COUNT = 0
                   MOVE "EMAIL ADDRESS NOT DELIVERABLE" TO
                       NRD-STATUS-OUT
                   PERFORM 341B-WRITE-NOTIFY-EXCEPTION
               ELSE
                   MOVE NFY-STUDENT-WS TO NFY-STUDENT-NUMBER
                   MOVE NFY-EMAIL-WS TO NFY-EMAIL
                   MOVE NFY-TYPE-WS TO NFY-TYPE
                   ACCEPT NFY-DATE-WS FROM DATE YYYYMMDD
                   MOVE NFY-DATE-WS TO NFY-DATE
                   WRITE NOTIFY-QUEUE-RECORD
                   ADD 1 TO QUEUED-COUNTER
                   MOVE "QUEUED" TO NRD-STATUS-OUT
                   WRITE NOTIFY-REPORT-RECORD-OUT
                       FROM NOTIFY-DETAIL-LINE
               END-IF
           END-IF.

       341B-WRITE-NOTIFY-EXCEPTION.
           MOVE NFY-STUDENT-WS TO NFYX-STUDENT-NUMBER.
           MOVE NFY-TYPE-WS TO NFYX-TYPE.
           MOVE NRD-STATUS-OUT TO NFYX-REASON.
           WRITE NOTIFY-EXCEPT-RECORD.
           ADD 1 TO NOTIFY-EXCEPT-COUNTER.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-DETAIL-LINE.

       342-CLOSE-NOTIFY-FILES.
           MOVE QUEUED-COUNTER TO NRC-QUEUED-OUT.
           MOVE NOTIFY-EXCEPT-COUNTER TO NRC-EXCEPT-OUT.
           WRITE NOTIFY-REPORT-RECORD-OUT FROM NOTIFY-COUNT-LINE.
           CLOSE NOTIFY-QUEUE-FILE.
           CLOSE NOTIFY-EXCEPT-FILE.
           CLOSE NOTIFY-REPORT-FILE.

       350-WRITE-POSTING-TOTALS.
           MOVE "ATTENDANCE LINES READ:" TO CTL-LABEL-OUT.
           MOVE READ-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "CLASSES POSTED:" TO CTL-LABEL-OUT.
           MOVE POSTED-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "CLASSES CORRECTED:" TO CTL-LABEL-OUT.
           MOVE CORRECTED-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ALREADY ON FILE:" TO CTL-LABEL-OUT.
           MOVE UNCHANGED-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "REJECTED:" TO CTL-LABEL-OUT.
           MOVE REJECT-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.

       352-WRITE-ALERT-TOTALS.
           MOVE "STUDENT COURSES MEASURED:" TO CTL-LABEL-OUT.
           MOVE COURSES-MEASURED-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "AT OR OVER THE ABSENCE THRESHOLD:" TO CTL-LABEL-OUT.
           MOVE ALERT-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "NEW ALERTS THIS RUN:" TO CTL-LABEL-OUT.
           MOVE NEW-ALERT-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ALERTED ON AN EARLIER RUN:" TO CTL-LABEL-OUT.
           MOVE REPEAT-ALERT-COUNTER TO CTL-COUNT-OUT.
           WRITE ATTENDANCE-RPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.

      * Append one line of run counters to the standing metrics file -
      * classes posted or corrected are the primary count, alerts
      * queued the secondary count and lines rejected the reject
      * count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P56" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           COMPUTE RM-PRIMARY-COUNT =
               POSTED-COUNTER + CORRECTED-COUNTER.
           MOVE QUEUED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE REJECT-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P56.
