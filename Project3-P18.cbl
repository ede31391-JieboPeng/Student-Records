      * COURSE-CODE-1 through -5 against the required-course list on
      * file for the student's program of study, flagging which
      * required courses are still missing - a degree-audit /
      * graduation-readiness report for advisors. A required course
      * the student holds as a transfer credit on the COURSE-HIST.DAT
      * master (granted through PROJECT3-P46) is reported as TRANSFER
      * and satisfies the requirement.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (three prerequisite
      *                     course codes and a minimum passing grade
      *                     after MAX-SEATS), so a saved course file
      *                     still reads back one record per line.
      * Oct 15, 2026 - JP - A required course covered by a transfer
      *                     credit on the COURSE-HIST.DAT master
      *                     (granted through PROJECT3-P46) is reported
      *                     as TRANSFER and no longer counted as
      *                     missing.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. PROGRAM-FILE-IN widened with the
      *                     international rates PROJECT3-P7 now
      *                     maintains, read past untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P18.
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

           SELECT AUDIT-REPORT-OUT ASSIGN TO DYNAMIC FP-DEGREE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.
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
           05 PROGRAM-RATE-2-IN PIC 9(3)V99.
           05 PROGRAM-V PIC X(1).
           05 PROGRAM-RATE-2-EFF-IN PIC 9(8).
           05 PROGRAM-U PIC X(1).
           05 PROGRAM-INTL-RATE-IN PIC 9(3)V99.
           05 PROGRAM-T PIC X(1).
           05 PROGRAM-INTL-RATE-2-IN PIC 9(3)V99.

       FD COURSE-FILE-IN.
       01 COURSE-RECORD.
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

       FD AUDIT-REPORT-OUT.
       01 AUDIT-REPORT-RECORD-OUT PIC X(80).
           05 EOF-FLAG-PROG PIC A(1).
           05 EOF-FLAG-COURSE PIC A(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 HIST-MASTER-OPEN-FLG PIC X(1) VALUE "N".
           05 TRANSFER-COUNT PIC 9(5) VALUE 0.
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 READY-COUNT PIC 9(5) VALUE 0.
           05 NOT-READY-COUNT PIC 9(5) VALUE 0.
           05 STATUS-FIELD-IN PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
      * Copy the files which contain the structure of the program and
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "DEGREE-AUDIT"
                   MOVE PARM-VALUE TO FP-DEGREE-AUDIT
               WHEN "COURSE-HIST-DAT"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE STATUS-FIELD-IN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
      * No history master yet just means no transfer credits to count.
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
           OPEN OUTPUT AUDIT-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "AUDIT-REPORT-OUT" TO ABORT-FILE-NAME
           END-IF.

      * Does the student's COURSE-CODE-1 through -5 include
      * REQUIRED-COURSE-CODE-WS? Sets HAS-COURSE-FLAG "Y" or "N", or
      * "T" when only a transfer credit covers it.
       307B-STUDENT-HAS-COURSE.
           MOVE "N" TO HAS-COURSE-FLAG.
           IF COURSE-CODE-1 = REQUIRED-COURSE-CODE-WS
           IF COURSE-CODE-5 = REQUIRED-COURSE-CODE-WS
               MOVE "Y" TO HAS-COURSE-FLAG
           END-IF.
           IF HAS-COURSE-FLAG = "N" AND HIST-MASTER-OPEN-FLG = "Y"
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

       202-PROCESS-ONE-STUDENT.
           PERFORM 320-WRITE-AUDIT-BLOCK.

      * One required-course detail line - code, name, and COMPLETE or
      * MISSING depending on whether the student's own course codes
      * include it, or TRANSFER when a transfer credit covers it.
       322-WRITE-ONE-REQUIRED-COURSE.
           PERFORM 307B-STUDENT-HAS-COURSE.
           MOVE REQUIRED-COURSE-CODE-WS TO AUD-COURSE-CODE-OUT.
           MOVE REQUIRED-COURSE-CODE-WS TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 307-LOOKUP-ONE-COURSE.
           MOVE COURSE-NAME-FOUND TO AUD-COURSE-NAME-OUT.
           EVALUATE HAS-COURSE-FLAG
               WHEN "Y"
                   MOVE "COMPLETE" TO AUD-COURSE-STATUS-OUT
               WHEN "T"
                   MOVE "TRANSFER" TO AUD-COURSE-STATUS-OUT
                   ADD 1 TO TRANSFER-COUNT
               WHEN OTHER
                   MOVE "MISSING" TO AUD-COURSE-STATUS-OUT
                   ADD 1 TO MISSING-COUNT
           END-EVALUATE.
           WRITE AUDIT-REPORT-RECORD-OUT FROM AUDIT-COURSE-DETAIL-LINE.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER READY FOR GRADUATION: " READY-COUNT.
           DISPLAY "THE NUMBER NOT READY (MISSING REQUIRED COURSES): "
               NOT-READY-COUNT.
           DISPLAY "THE NUMBER OF REQUIRED COURSES MET BY TRANSFER: "
               TRANSFER-COUNT.

       309-CLOSE-FILES.
           CLOSE PROGRAM-FILE-IN.
           CLOSE COURSE-FILE-IN.
           CLOSE STUDENT-FILE-IN.
           IF HIST-MASTER-OPEN-FLG = "Y"
               CLOSE COURSE-HIST-MASTER
           END-IF.
           CLOSE AUDIT-REPORT-OUT.

       310-READ-A-STUDENT-RECORD.
