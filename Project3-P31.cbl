      *             63-69 course code           X(7)
      *             70-72 course average        9(3)
      *             73    grade status (I/F)    X(1)
      *             74    residency (D/I/E)     X(1)
      *   T record: 1     "T"
      *             2-10  detail record count   9(9)
      *             11-18 batch date YYYYMMDD   9(8)
      *             19-23 term code             X(5)
      *             24-32 domestic students     9(9)
      *             33-41 international students 9(9)
      *             42-50 exempt students       9(9)
      *             51-74 spaces
      * The term reported is taken from the term calendar - the
      * TERM-CODE parameter, or by default the term the run date falls
      * in - and a run before that term's census date is warned about,
      * since the agency counts enrollment as of census.
      * PROJECT3-P19's delimited export stays for our own
      * spreadsheets; this file is only for the agency loader.
      * Tectonics: cobc
      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - The control trailer now carries the term
      *                     code (columns 19-23) of the term the return
      *                     is filed for, taken from the term calendar
      *                     (TERMS.TXT) through Project3_Term_Sub - the
      *                     TERM-CODE parameter, or by default the term
      *                     the run date falls in. A run before the
      *                     term's census date is warned about; a named
      *                     term not on the calendar stops the run.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - Each detail record now carries the student's
      *                     residency status in column 74 (D domestic, I
      *                     international, E exempt; a record with none
      *                     on file is reported as D), and the control
      *                     trailer carries the count of students
      *                     reported under each residency in columns
      *                     24-50. Both record types are now 74 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P31.
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

       FD EXTRACT-FILE-OUT.
       01 EXTRACT-RECORD-OUT PIC X(74).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 EXT-COURSE-CODE PIC X(7).
           05 EXT-COURSE-AVERAGE PIC 9(3).
           05 EXT-GRADE-STATUS PIC X(1).
           05 EXT-RESIDENCY-STATUS PIC X(1).

      * Agency control trailer - count and batch date their loader
      * checks against what it read.
           05 EXT-TRL-RECORD-TYPE PIC X(1).
           05 EXT-TRL-RECORD-COUNT PIC 9(9).
           05 EXT-TRL-BATCH-DATE PIC 9(8).
           05 EXT-TRL-TERM-CODE PIC X(5).
           05 EXT-TRL-DOMESTIC-COUNT PIC 9(9).
           05 EXT-TRL-INTL-COUNT PIC 9(9).
           05 EXT-TRL-EXEMPT-COUNT PIC 9(9).
           05 FILLER PIC X(24) VALUE SPACES.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-IN PIC X(2).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 DETAIL-COUNTER PIC 9(9) VALUE 0.
           05 STUDENT-DETAIL-START PIC 9(9).
      * Students reported (at least one detail record) by residency;
      * a record with no residency on file is reported as domestic.
           05 DOMESTIC-COUNTER PIC 9(9) VALUE 0.
           05 INTL-COUNTER PIC 9(9) VALUE 0.
           05 EXEMPT-COUNTER PIC 9(9) VALUE 0.
           05 SUB-1 PIC 9(3).
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 PROGRAM-NAME-FOUND PIC X(20).
           05 BATCH-DATE-WS PIC 9(8).
           05 TERM-CODE-PARM-WS PIC X(5) VALUE SPACES.
           05 RETURN-TERM-CODE PIC X(5) VALUE SPACES.
      * Copy the file which contains the structure of the program
      * table.
       COPY "./PROGRAM-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".


       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT BATCH-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 308-FIND-RETURN-TERM.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-MAX OR
                  EOF-FLAG-PROG = "Y" OR "y".
           CLOSE PROGRAM-FILE-IN.
           MOVE "N" TO EOF-FLAG.
           PERFORM 303-READ-A-STUDENT-RECORD.

       202-EXTRACT-ONE-STUDENT.
           PERFORM 305-LOOKUP-PROGRAM-NAME.
           MOVE DETAIL-COUNTER TO STUDENT-DETAIL-START.
           IF RESIDENCY-STATUS = "I" OR RESIDENCY-STATUS = "E"
               MOVE RESIDENCY-STATUS TO EXT-RESIDENCY-STATUS
           ELSE
               MOVE "D" TO EXT-RESIDENCY-STATUS
           END-IF.
           IF COURSE-CODE-1 NOT = SPACES
               MOVE COURSE-CODE-1 TO EXT-COURSE-CODE
               MOVE COURSE-AVERAGE-1 TO EXT-COURSE-AVERAGE
               MOVE GRADE-STATUS-5 TO EXT-GRADE-STATUS
               PERFORM 306-WRITE-DETAIL-RECORD
           END-IF.
           IF DETAIL-COUNTER > STUDENT-DETAIL-START
               PERFORM 306B-COUNT-RESIDENCY
           END-IF.
           PERFORM 303-READ-A-STUDENT-RECORD.

       203-TERMINATE.
                   MOVE PARM-VALUE TO FP-ENROLL-EXTRACT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "TERM-CODE"
                   MOVE PARM-VALUE TO TERM-CODE-PARM-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE EXTRACT-RECORD-OUT FROM EXTRACT-DETAIL-RECORD.
           ADD 1 TO DETAIL-COUNTER.

       306B-COUNT-RESIDENCY.
           EVALUATE EXT-RESIDENCY-STATUS
               WHEN "I"
                   ADD 1 TO INTL-COUNTER
               WHEN "E"
                   ADD 1 TO EXEMPT-COUNTER
               WHEN OTHER
                   ADD 1 TO DOMESTIC-COUNTER
           END-EVALUATE.

       307-WRITE-CONTROL-TRAILER.
           MOVE "T" TO EXT-TRL-RECORD-TYPE.
           MOVE DOMESTIC-COUNTER TO EXT-TRL-DOMESTIC-COUNT.
           MOVE INTL-COUNTER TO EXT-TRL-INTL-COUNT.
           MOVE EXEMPT-COUNTER TO EXT-TRL-EXEMPT-COUNT.
           MOVE DETAIL-COUNTER TO EXT-TRL-RECORD-COUNT.
           MOVE BATCH-DATE-WS TO EXT-TRL-BATCH-DATE.
           MOVE RETURN-TERM-CODE TO EXT-TRL-TERM-CODE.
           WRITE EXTRACT-RECORD-OUT FROM EXTRACT-TRAILER-RECORD.

      * The term this return is filed for. A TERM-CODE named in the
      * parameter file must be on the term calendar; with none, the
      * term the run date falls in is used, and a date no term covers
      * only warns and leaves the trailer's term code blank.
       308-FIND-RETURN-TERM.
           IF TERM-CODE-PARM-WS NOT = SPACES
               MOVE "C" TO TL-REQUEST-MODE
               MOVE TERM-CODE-PARM-WS TO TL-REQUEST-CODE
           ELSE
               MOVE "D" TO TL-REQUEST-MODE
               MOVE BATCH-DATE-WS TO TL-REQUEST-DATE
           END-IF.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.
           IF TL-FOUND-FLG = "Y"
               MOVE TL-TERM-CODE TO RETURN-TERM-CODE
               DISPLAY "ENROLLMENT RETURN FOR TERM " RETURN-TERM-CODE
               IF BATCH-DATE-WS < TL-CENSUS-DATE
                   DISPLAY "WARNING: RUN BEFORE THE TERM'S CENSUS DATE "
                       TL-CENSUS-DATE
               END-IF
           ELSE
               IF TERM-CODE-PARM-WS NOT = SPACES
                   DISPLAY "TERM " TERM-CODE-PARM-WS
                       " IS NOT ON THE TERM CALENDAR - RETURN NOT RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "WARNING: NO TERM ON THE TERM CALENDAR FOR "
                   BATCH-DATE-WS " - TRAILER TERM CODE LEFT BLANK"
           END-IF.

      * Append one line of run counters to the standing metrics file -
      * the detail-record count is the primary count.
       310-APPEND-RUN-METRICS.
