      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (three prerequisite
      *                     course codes and a minimum passing grade
      *                     after MAX-SEATS), so a saved course file
      *                     still reads back one record per line.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - Once PROJECT3-P50 has recorded the term's
      *                     academic standing on STANDING-HIST.DAT, the
      *                     letter follows the student's standing -
      *                     probation, continued probation (LETTER-C),
      *                     suspension (LETTER-S) or reinstatement
      *                     (LETTER-R), all on the probation letter file
      *                     with the term and cumulative averages - and
      *                     only a student in good standing is
      *                     considered for the Dean's List. Without a
      *                     standing record the current-average rule
      *                     applies as before.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. PROGRAM-FILE-IN widened with the
      *                     international rates PROJECT3-P7 now
      *                     maintains, read past untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P17.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFYR.

           SELECT STANDING-HIST-FILE
               ASSIGN TO DYNAMIC FP-STANDING-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STH-KEY
               FILE STATUS IS STATUS-FIELD-STH.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE-IN.
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

       FD DEANS-LETTER-OUT.
       01 DEANS-LETTER-RECORD-OUT PIC X(80).
       FD NOTIFY-REPORT-FILE.
       01 NOTIFY-REPORT-RECORD-OUT PIC X(80).

      * Academic standing history written by PROJECT3-P50, one record
      * per student per term, keyed by the term's end date.
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
           05 STH-STANDING PIC X(1).
           05 STH-PRIOR-STANDING PIC X(1).
           05 STH-PROBATION-TERMS PIC 9(2).
           05 STH-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 LETTER-SEPARATOR-LINE.
           05 FILLER PIC X(72) VALUE ALL "=".
           05 FILLER PIC X(50) VALUE
               "AND YOU HAVE BEEN PLACED ON ACADEMIC PROBATION.".

       01 CONTINUED-BODY-LINE-1.
           05 FILLER PIC X(50) VALUE
               "YOUR TERM AVERAGE MET THE MINIMUM STANDARD, BUT".

       01 CONTINUED-BODY-LINE-2.
           05 FILLER PIC X(50) VALUE
               "YOUR CUMULATIVE AVERAGE IS STILL BELOW IT, AND YOU".

       01 CONTINUED-BODY-LINE-3.
           05 FILLER PIC X(50) VALUE
               "REMAIN ON ACADEMIC PROBATION FOR ANOTHER TERM.".

       01 SUSPENSION-BODY-LINE-1.
           05 FILLER PIC X(50) VALUE
               "OUR RECORDS SHOW YOUR AVERAGE REMAINED BELOW THE".

       01 SUSPENSION-BODY-LINE-2.
           05 FILLER PIC X(50) VALUE
               "MINIMUM STANDARD WHILE ON ACADEMIC PROBATION, AND".

       01 SUSPENSION-BODY-LINE-3.
           05 FILLER PIC X(50) VALUE
               "YOU HAVE BEEN SUSPENDED FROM YOUR PROGRAM.".

       01 REINSTATED-BODY-LINE-1.
           05 FILLER PIC X(50) VALUE
               "WELCOME BACK. FOLLOWING YOUR ACADEMIC SUSPENSION,".

       01 REINSTATED-BODY-LINE-2.
           05 FILLER PIC X(50) VALUE
               "YOU HAVE BEEN REINSTATED IN YOUR PROGRAM ON".

       01 REINSTATED-BODY-LINE-3.
           05 FILLER PIC X(50) VALUE
               "ACADEMIC PROBATION UNTIL YOUR AVERAGE RECOVERS.".

      * The three body lines of the standing letter being written,
      * moved in from one of the sets above.
       01 LETTER-BODY-LINE-1 PIC X(50).
       01 LETTER-BODY-LINE-2 PIC X(50).
       01 LETTER-BODY-LINE-3 PIC X(50).

       01 LETTER-STANDING-LINE.
           05 FILLER PIC X(18) VALUE "TERM AVERAGE:     ".
           05 LTR-TERM-AVERAGE-OUT PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CUMULATIVE AVERAGE: ".
           05 LTR-CUM-AVERAGE-OUT PIC ZZ9.

       01 LETTER-PROGRAM-LINE.
           05 FILLER PIC X(18) VALUE "PROGRAM OF STUDY: ".
           05 LTR-PROGRAM-NAME-OUT PIC X(20).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 DEANS-LETTER-COUNT PIC 9(5) VALUE 0.
           05 PROBATION-LETTER-COUNT PIC 9(5) VALUE 0.
           05 CONTINUED-LETTER-COUNT PIC 9(5) VALUE 0.
           05 SUSPENSION-LETTER-COUNT PIC 9(5) VALUE 0.
           05 REINSTATED-LETTER-COUNT PIC 9(5) VALUE 0.
           05 STATUS-FIELD-STH PIC X(2).
      * "Y" once STANDING-HIST.DAT is open and a term has been found
      * to read it for; otherwise letters fall back to the current
      * average alone.
           05 STANDING-AVAILABLE-FLG PIC X(1) VALUE "N".
           05 STANDING-FOUND-FLG PIC X(1).
           05 TERM-CODE-PARM PIC X(5) VALUE SPACES.
           05 RUN-DATE-WS PIC 9(8).
           05 SUB-1 PIC 9(3).
           05 SUB-2 PIC 9(3).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
      * course tables.
       COPY "./PROGRAM-TBL.DAT".
       COPY "./COURSE-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-NOTIFY-EXCEPT
               WHEN "NOTIFY-RPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-RPT
               WHEN "STANDING-HIST"
                   MOVE PARM-VALUE TO FP-STANDING-HIST
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE(1:5) TO TERM-CODE-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 340-OPEN-NOTIFY-FILES.
           PERFORM 350-OPEN-STANDING-HISTORY.

      * Letters follow the standing PROJECT3-P50 recorded for the term
      * (the TERM-CODE parameter, or the latest term ended by today).
      * Until the standing engine has run there is no history file,
      * and the letters are chosen from the current average alone.
       350-OPEN-STANDING-HISTORY.
           OPEN INPUT STANDING-HIST-FILE.
           IF STATUS-FIELD-STH = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-STH NOT = "00"
                   MOVE "STANDING-HIST-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-STH TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               IF TERM-CODE-PARM NOT = SPACES
                   MOVE "C" TO TL-REQUEST-MODE
                   MOVE TERM-CODE-PARM TO TL-REQUEST-CODE
               ELSE
                   MOVE "L" TO TL-REQUEST-MODE
               END-IF
               MOVE RUN-DATE-WS TO TL-REQUEST-DATE
               CALL "./Project3_Term_Sub"
                   USING FP-TERM-CALENDAR, TERM-LOOKUP
               IF TL-FOUND-FLG = "Y"
                   MOVE "Y" TO STANDING-AVAILABLE-FLG
               ELSE
                   CLOSE STANDING-HIST-FILE
               END-IF
           END-IF.

      * The student's standing record for the term, if the standing
      * engine judged them (a student with nothing graded in the term
      * has none).
       351-READ-STUDENT-STANDING.
           MOVE STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           MOVE TL-END-DATE TO STH-TERM-END-DATE.
           MOVE "Y" TO STANDING-FOUND-FLG.
           READ STANDING-HIST-FILE
               INVALID KEY MOVE "N" TO STANDING-FOUND-FLG
           END-READ.

      * The notification files are shared with PROJECT3-P4 and
      * PROJECT3-P5, so they're opened EXTEND and each run writes

       202-PROCESS-ONE-STUDENT.
           PERFORM 306-CALCULATE-COURSES-AVERAGE.
           MOVE "N" TO STANDING-FOUND-FLG.
           IF STANDING-AVAILABLE-FLG = "Y"
               PERFORM 351-READ-STUDENT-STANDING
           END-IF.
           IF STANDING-FOUND-FLG = "Y"
               PERFORM 203-CHOOSE-STANDING-LETTER
           ELSE
               EVALUATE TRUE
                   WHEN STUDENT-AVERAGE-OUT >= DEANS-LIST-CUTOFF
                       PERFORM 320-WRITE-DEANS-LETTER
                   WHEN COURSE-COUNT > 0 AND
                       STUDENT-AVERAGE-OUT < PROBATION-THRESHOLD
                       PERFORM 332-SET-PROBATION-LETTER
                       PERFORM 330-WRITE-PROBATION-LETTER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 310-READ-A-STUDENT-RECORD.

      * A student the standing engine judged gets the letter for the
      * standing it recorded; one in good standing can still make the
      * Dean's List on the current average.
       203-CHOOSE-STANDING-LETTER.
           EVALUATE STH-STANDING
               WHEN "P"
                   PERFORM 332-SET-PROBATION-LETTER
                   PERFORM 330-WRITE-PROBATION-LETTER
               WHEN "C"
                   PERFORM 333-SET-CONTINUED-LETTER
                   PERFORM 330-WRITE-PROBATION-LETTER
               WHEN "S"
                   PERFORM 334-SET-SUSPENSION-LETTER
                   PERFORM 330-WRITE-PROBATION-LETTER
               WHEN "R"
                   PERFORM 335-SET-REINSTATED-LETTER
                   PERFORM 330-WRITE-PROBATION-LETTER
               WHEN OTHER
                   IF STUDENT-AVERAGE-OUT >= DEANS-LIST-CUTOFF
                       PERFORM 320-WRITE-DEANS-LETTER
                   END-IF
           END-EVALUATE.

      * Congratulatory letter for one Dean's List student - name,
      * program, average and every course/grade the student completed.
           WRITE PROBATION-LETTER-RECORD-OUT FROM
               PROBATION-GREETING-LINE.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-1.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-2.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BODY-LINE-3.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           MOVE PROGRAM-NAME-OUT TO LTR-PROGRAM-NAME-OUT.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-PROGRAM-LINE.
           MOVE STUDENT-AVERAGE-OUT TO LTR-AVERAGE-OUT.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-AVERAGE-LINE.
           IF STANDING-FOUND-FLG = "Y"
               MOVE STH-TERM-AVERAGE TO LTR-TERM-AVERAGE-OUT
               MOVE STH-CUM-AVERAGE TO LTR-CUM-AVERAGE-OUT
               WRITE PROBATION-LETTER-RECORD-OUT FROM
                   LETTER-STANDING-LINE
           END-IF.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE PROBATION-LETTER-RECORD-OUT FROM
               LETTER-COURSE-HEADER-LINE.
           PERFORM 331-WRITE-PROBATION-COURSE-DETAILS.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           WRITE PROBATION-LETTER-RECORD-OUT FROM LETTER-BLANK-LINE.
           MOVE STUDENT-NUMBER TO NFY-STUDENT-WS.
           MOVE STUDENT-EMAIL TO NFY-EMAIL-WS.
           PERFORM 341-QUEUE-NOTIFICATION.

      * Each standing letter shares 330's layout; these set its body
      * wording and notification type, and count it.
       332-SET-PROBATION-LETTER.
           MOVE PROBATION-BODY-LINE-1 TO LETTER-BODY-LINE-1.
           MOVE PROBATION-BODY-LINE-2 TO LETTER-BODY-LINE-2.
           MOVE PROBATION-BODY-LINE-3 TO LETTER-BODY-LINE-3.
           MOVE "LETTER-P" TO NFY-TYPE-WS.
           ADD 1 TO PROBATION-LETTER-COUNT.

       333-SET-CONTINUED-LETTER.
           MOVE CONTINUED-BODY-LINE-1 TO LETTER-BODY-LINE-1.
           MOVE CONTINUED-BODY-LINE-2 TO LETTER-BODY-LINE-2.
           MOVE CONTINUED-BODY-LINE-3 TO LETTER-BODY-LINE-3.
           MOVE "LETTER-C" TO NFY-TYPE-WS.
           ADD 1 TO CONTINUED-LETTER-COUNT.

       334-SET-SUSPENSION-LETTER.
           MOVE SUSPENSION-BODY-LINE-1 TO LETTER-BODY-LINE-1.
           MOVE SUSPENSION-BODY-LINE-2 TO LETTER-BODY-LINE-2.
           MOVE SUSPENSION-BODY-LINE-3 TO LETTER-BODY-LINE-3.
           MOVE "LETTER-S" TO NFY-TYPE-WS.
           ADD 1 TO SUSPENSION-LETTER-COUNT.

       335-SET-REINSTATED-LETTER.
           MOVE REINSTATED-BODY-LINE-1 TO LETTER-BODY-LINE-1.
           MOVE REINSTATED-BODY-LINE-2 TO LETTER-BODY-LINE-2.
           MOVE REINSTATED-BODY-LINE-3 TO LETTER-BODY-LINE-3.
           MOVE "LETTER-R" TO NFY-TYPE-WS.
           ADD 1 TO REINSTATED-LETTER-COUNT.

       331-WRITE-PROBATION-COURSE-DETAILS.
           IF COURSE-CODE-1 NOT = SPACES
               MOVE COURSE-CODE-1 TO LTR-COURSE-CODE-OUT
               DEANS-LETTER-COUNT.
           DISPLAY "THE NUMBER OF PROBATION LETTERS WRITTEN: "
               PROBATION-LETTER-COUNT.
           DISPLAY "THE NUMBER OF CONTINUED PROBATION LETTERS: "
               CONTINUED-LETTER-COUNT.
           DISPLAY "THE NUMBER OF SUSPENSION LETTERS WRITTEN: "
               SUSPENSION-LETTER-COUNT.
           DISPLAY "THE NUMBER OF REINSTATEMENT LETTERS WRITTEN: "
               REINSTATED-LETTER-COUNT.
           DISPLAY "THE NUMBER OF NOTIFICATIONS QUEUED: "
               QUEUED-COUNTER.
           DISPLAY "THE NUMBER OF NOTIFICATION EXCEPTIONS: "
           CLOSE DEANS-LETTER-OUT.
           CLOSE PROBATION-LETTER-OUT.
           PERFORM 342-CLOSE-NOTIFY-FILES.
           IF STANDING-AVAILABLE-FLG = "Y"
               CLOSE STANDING-HIST-FILE
           END-IF.

       310-READ-A-STUDENT-RECORD.
           READ STUDENT-FILE-IN NEXT RECORD
