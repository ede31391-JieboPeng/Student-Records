      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Nightly change-data feed for the library and the campus
      * ID-card office. Compares STUFILE3OUT with the snapshot the
      * previous night's run kept and writes CHANGE-FEED.TXT with only
      * the students added, changed or gone since then:
      *   A - add: a student new to the file, a student reinstated
      *       from the archive, or a withdrawn student enrolled again;
      *   C - change: a change to the name, program, address, phone,
      *       email or residency status;
      *   D - delete: a student archived by PROJECT3-P29 (reason A),
      *       withdrawn in Project3-p2 (reason W - the student stays
      *       on file, but with every course slot emptied), or deleted
      *       in Project3-p2 (reason D).
      * The feed is fixed format: a header, the detail records in
      * student-number order, and a control trailer, every record
      * carrying the feed sequence number - one higher every night -
      * so a receiving system applying the feeds in order can tell a
      * missing or repeated day. CHANGE-AUDIT.TXT entries made since
      * the previous feed are used to recognize withdrawals and
      * deletions, and an add, change or delete the audit trail and
      * the archive can't account for is listed on FEED-EXCEPT.TXT.
      * The first run, with no snapshot yet, sends every student as
      * an add (reason I, initial load).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P61.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT STUDENT-FILE-IN ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT STUDENT-ARCHIVE-IN
               ASSIGN TO DYNAMIC FP-STUDENT-ARCHIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-ARC.

           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO DYNAMIC FP-CHANGE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-AUD.

           SELECT FEED-CONTROL-FILE
               ASSIGN TO DYNAMIC FP-FEED-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-CTL.

      * The two snapshot files take turns: last night's is read while
      * tonight's is written over the other one.
           SELECT OLD-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC OLD-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OLD.

           SELECT NEW-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC NEW-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NEW.

           SELECT CHANGE-FEED-OUT
               ASSIGN TO DYNAMIC FP-CHANGE-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT FEED-EXCEPT-OUT
               ASSIGN TO DYNAMIC FP-FEED-EXCEPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-EXC.

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

      * Same layout as STUFILE3OUT - PROJECT3-P29 moves the whole
      * record across - so only the key is named here.
       FD STUDENT-ARCHIVE-IN.
       01 STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(219).
      * Archive date (PROJECT3-P29) and personal-data anonymization
      * date (PROJECT3-P59).
           05 FILLER PIC X(16).

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

      * One line: the last feed's sequence number, when it ran, and
      * which snapshot file (A or B) it left behind.
       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-RECORD.
           05 CTL-LAST-SEQUENCE PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-LAST-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-LAST-FEED-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 CTL-SNAPSHOT-SIDE PIC X(1).

      * The fields the feed carries for each student as they stood
      * when the feed last ran. OLD-FEED-STATE is A while the student
      * is on the receiving systems and W once a withdrawal has been
      * sent as a delete.
       FD OLD-SNAPSHOT-FILE.
       01 OLD-SNAPSHOT-RECORD.
           05 OLD-STUDENT-NUMBER PIC 9(6).
           05 OLD-FEED-FIELDS PIC X(138).
           05 OLD-FEED-STATE PIC X(1).

       FD NEW-SNAPSHOT-FILE.
       01 NEW-SNAPSHOT-RECORD.
           05 NEW-STUDENT-NUMBER PIC 9(6).
           05 NEW-FEED-FIELDS PIC X(138).
           05 NEW-FEED-STATE PIC X(1).

       FD CHANGE-FEED-OUT.
       01 CHANGE-FEED-RECORD-OUT PIC X(160).

       FD FEED-EXCEPT-OUT.
       01 FEED-EXCEPT-RECORD-OUT PIC X(100).

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
      * The fields sent for a student, in feed order.
       01 FEED-FIELDS-WS.
           05 FF-STUDENT-NAME PIC X(40).
           05 FF-PROGRAM-OF-STUDY PIC X(5).
           05 FF-STUDENT-ADDRESS PIC X(40).
           05 FF-STUDENT-PHONE PIC X(12).
           05 FF-STUDENT-EMAIL PIC X(40).
           05 FF-RESIDENCY-STATUS PIC X(1).

       01 FEED-HEADER-LINE.
           05 FH-RECORD-TYPE PIC X(1) VALUE "H".
           05 FH-FEED-SEQUENCE PIC 9(6).
           05 FH-SOURCE PIC X(10) VALUE "STUDENTREG".
           05 FH-FEED-DATE PIC 9(8).
           05 FH-FEED-TIME PIC 9(8).
      * Date of the feed this one follows; zeros on the initial load.
           05 FH-PREVIOUS-FEED-DATE PIC 9(8).
           05 FILLER PIC X(119) VALUE SPACES.

       01 FEED-DETAIL-LINE.
           05 FDT-RECORD-TYPE PIC X(1) VALUE "D".
           05 FDT-FEED-SEQUENCE PIC 9(6).
           05 FDT-RECORD-SEQUENCE PIC 9(6).
           05 FDT-ACTION PIC X(1).
           05 FDT-REASON PIC X(1).
           05 FDT-STUDENT-NUMBER PIC 9(6).
           05 FDT-FEED-FIELDS PIC X(138).
           05 FILLER PIC X(1) VALUE SPACES.

       01 FEED-TRAILER-LINE.
           05 FT-RECORD-TYPE PIC X(1) VALUE "T".
           05 FT-FEED-SEQUENCE PIC 9(6).
           05 FT-DETAIL-COUNT PIC 9(6).
           05 FT-ADD-COUNT PIC 9(6).
           05 FT-CHANGE-COUNT PIC 9(6).
           05 FT-DELETE-COUNT PIC 9(6).
      * Sum of the detail records' student numbers.
           05 FT-STUDENT-HASH-TOTAL PIC 9(12).
           05 FILLER PIC X(117) VALUE SPACES.

       01 EXCEPT-TITLE-LINE.
           05 FILLER PIC X(36)
               VALUE "CHANGE FEED AUDIT CROSS-CHECK - FEED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXT-FEED-SEQUENCE-OUT PIC 9(6).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 EXT-RUN-DATE-OUT PIC 9(8).

       01 EXCEPT-WINDOW-LINE.
           05 FILLER PIC X(38)
               VALUE "AUDIT ENTRIES CHECKED: MADE AFTER FEED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXW-LAST-SEQUENCE-OUT PIC 9(6).
           05 FILLER PIC X(4) VALUE " OF ".
           05 EXW-LAST-DATE-OUT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXW-LAST-TIME-OUT PIC 9(8).

       01 HEADER-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 EXCEPT-COLUMN-HEADER.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(8) VALUE "ACTION".
           05 FILLER PIC X(50) VALUE "EXCEPTION".

       01 EXCEPT-DETAIL-LINE.
           05 EXD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXD-ACTION-OUT PIC X(1).
           05 FILLER PIC X(7) VALUE SPACES.
           05 EXD-MESSAGE-OUT PIC X(50).

       01 NONE-LINE.
           05 FILLER PIC X(6) VALUE "(NONE)".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

      * CHANGE-AUDIT.TXT entries made since the last feed.
       01 AUDIT-TBL-MAX PIC 9(4) VALUE 5000.
       01 AUDIT-TABLE.
           05 AUDIT-TBL OCCURS 5000 TIMES.
               10 AUT-STUDENT-NUMBER-TBL PIC 9(6).
               10 AUT-ACTION-TBL PIC X(7).
      * Y - a REWRITE that emptied every course slot (a withdrawal).
               10 AUT-WITHDRAWAL-TBL PIC X(1).
               10 AUT-MATCHED-TBL PIC X(1).

      * A STUFILE3OUT image off CHANGE-AUDIT.TXT, with the course
      * slots named.
       01 AUDIT-IMAGE-WS.
           05 FILLER PIC X(57).
           05 IMG-COURSE-SLOT OCCURS 5 TIMES.
               10 IMG-COURSE-CODE PIC X(7).
               10 IMG-COURSE-AVERAGE PIC X(3).
           05 FILLER PIC X(118).

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-ARC PIC X(2).
           05 STATUS-FIELD-AUD PIC X(2).
           05 STATUS-FIELD-CTL PIC X(2).
           05 STATUS-FIELD-OLD PIC X(2).
           05 STATUS-FIELD-NEW PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-EXC PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-AUD PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 ARCHIVE-OPEN-FLG PIC X(1) VALUE "N".
           05 INITIAL-LOAD-FLG PIC X(1) VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-TIME-WS PIC 9(8).
           05 FEED-SEQUENCE-WS PIC 9(6).
           05 LAST-SEQUENCE-WS PIC 9(6) VALUE 0.
           05 LAST-FEED-DATE-WS PIC 9(8) VALUE 0.
           05 LAST-FEED-TIME-WS PIC 9(8) VALUE 0.
           05 OLD-SNAPSHOT-SIDE PIC X(1) VALUE "B".
           05 NEW-SNAPSHOT-SIDE PIC X(1).
           05 OLD-SNAPSHOT-NAME PIC X(60).
           05 NEW-SNAPSHOT-NAME PIC X(60).
      * Merge keys; 9999999 once a file is exhausted.
           05 CURRENT-KEY PIC 9(7).
           05 SNAPSHOT-KEY PIC 9(7).
           05 AUDIT-TBL-COUNT PIC 9(4) VALUE 0.
           05 AUDIT-SUB PIC 9(4).
           05 MARK-SUB PIC 9(4).
      * Student the audit entries are looked up for.
           05 MATCH-STUDENT-NUMBER PIC 9(6).
           05 SLOT-SUB PIC 9(1).
           05 BEFORE-COURSE-COUNT PIC 9(1).
           05 AFTER-COURSE-COUNT PIC 9(1).
      * What the audit entries since the last feed say about the
      * student in hand.
           05 AUDIT-FOUND-FLG PIC X(1).
           05 AUDIT-DELETE-FLG PIC X(1).
           05 AUDIT-WITHDRAWAL-FLG PIC X(1).
           05 ENROLLED-FLG PIC X(1).
           05 ARCHIVE-FOUND-FLG PIC X(1).
           05 EXCEPTION-ACTION PIC X(1).
           05 EXCEPTION-MESSAGE PIC X(50).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 DETAIL-COUNTER PIC 9(6) VALUE 0.
           05 ADD-COUNTER PIC 9(6) VALUE 0.
           05 CHANGE-COUNTER PIC 9(6) VALUE 0.
           05 DELETE-COUNTER PIC 9(6) VALUE 0.
           05 ARCHIVED-COUNTER PIC 9(5) VALUE 0.
           05 WITHDRAWN-COUNTER PIC 9(5) VALUE 0.
           05 DELETED-COUNTER PIC 9(5) VALUE 0.
           05 UNEXPLAINED-COUNTER PIC 9(5) VALUE 0.
           05 EXCEPTION-COUNTER PIC 9(5) VALUE 0.
           05 STUDENT-HASH-TOTAL PIC 9(12) VALUE 0.
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-EXTRACT-CHANGE-FEED.
           PERFORM 201-INITIALIZE.
           PERFORM 202-COMPARE-ONE-STUDENT
                   UNTIL CURRENT-KEY = 9999999
                     AND SNAPSHOT-KEY = 9999999.
           PERFORM 203-CHECK-UNMATCHED-AUDIT.
           PERFORM 204-TERMINATE.
           STOP RUN.

      * The control file is rewritten only once the feed and the new
      * snapshot are complete, so a run that fails part way is simply
      * run again: it reads the same snapshot and sends the same
      * sequence number.
       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           PERFORM 301-READ-FEED-CONTROL.
           PERFORM 302-OPEN-FILES.
           PERFORM 303-LOAD-AUDIT-ENTRIES.
           MOVE FEED-SEQUENCE-WS TO FH-FEED-SEQUENCE.
           MOVE RUN-DATE-WS TO FH-FEED-DATE.
           MOVE RUN-TIME-WS TO FH-FEED-TIME.
           MOVE LAST-FEED-DATE-WS TO FH-PREVIOUS-FEED-DATE.
           WRITE CHANGE-FEED-RECORD-OUT FROM FEED-HEADER-LINE.
           MOVE FEED-SEQUENCE-WS TO EXT-FEED-SEQUENCE-OUT.
           MOVE RUN-DATE-WS TO EXT-RUN-DATE-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM EXCEPT-TITLE-LINE.
           IF INITIAL-LOAD-FLG = "N"
               MOVE LAST-SEQUENCE-WS TO EXW-LAST-SEQUENCE-OUT
               MOVE LAST-FEED-DATE-WS TO EXW-LAST-DATE-OUT
               MOVE LAST-FEED-TIME-WS TO EXW-LAST-TIME-OUT
               WRITE FEED-EXCEPT-RECORD-OUT FROM EXCEPT-WINDOW-LINE
           END-IF.
           WRITE FEED-EXCEPT-RECORD-OUT FROM HEADER-LINE.
           WRITE FEED-EXCEPT-RECORD-OUT FROM EXCEPT-COLUMN-HEADER.
           PERFORM 310-READ-CURRENT-STUDENT.
           PERFORM 311-READ-SNAPSHOT-STUDENT.

      * Balanced-line match of STUFILE3OUT against last night's
      * snapshot, both in student-number order.
       202-COMPARE-ONE-STUDENT.
           IF CURRENT-KEY < SNAPSHOT-KEY
               PERFORM 320-STUDENT-ADDED
               PERFORM 310-READ-CURRENT-STUDENT
           ELSE
               IF CURRENT-KEY > SNAPSHOT-KEY
                   PERFORM 330-STUDENT-GONE
                   PERFORM 311-READ-SNAPSHOT-STUDENT
               ELSE
                   PERFORM 340-STUDENT-ON-BOTH
                   PERFORM 310-READ-CURRENT-STUDENT
                   PERFORM 311-READ-SNAPSHOT-STUDENT
               END-IF
           END-IF.

      * An audit entry for a student who is on neither file - added
      * and removed again since the last feed - never reached the
      * receiving systems, but is listed for the record.
       203-CHECK-UNMATCHED-AUDIT.
           PERFORM 203B-CHECK-ONE-AUDIT-ENTRY VARYING
                  AUDIT-SUB FROM 1 BY 1
                  UNTIL AUDIT-SUB > AUDIT-TBL-COUNT.

       203B-CHECK-ONE-AUDIT-ENTRY.
           IF AUT-MATCHED-TBL(AUDIT-SUB) = "N"
               MOVE AUT-STUDENT-NUMBER-TBL(AUDIT-SUB) TO
                   EXD-STUDENT-NUMBER-OUT
               MOVE SPACE TO EXCEPTION-ACTION
               MOVE "AUDITED, BUT ON NEITHER FILE - NOTHING SENT" TO
                   EXCEPTION-MESSAGE
               PERFORM 370-WRITE-EXCEPTION
               PERFORM 203C-MARK-STUDENT-ENTRIES
           END-IF.

      * One exception line per student, however many entries.
       203C-MARK-STUDENT-ENTRIES.
           MOVE AUT-STUDENT-NUMBER-TBL(AUDIT-SUB) TO
               MATCH-STUDENT-NUMBER.
           PERFORM 203D-MARK-ONE-ENTRY VARYING
                  MARK-SUB FROM AUDIT-SUB BY 1
                  UNTIL MARK-SUB > AUDIT-TBL-COUNT.

       203D-MARK-ONE-ENTRY.
           IF AUT-STUDENT-NUMBER-TBL(MARK-SUB) = MATCH-STUDENT-NUMBER
               MOVE "Y" TO AUT-MATCHED-TBL(MARK-SUB)
           END-IF.

       204-TERMINATE.
           MOVE FEED-SEQUENCE-WS TO FT-FEED-SEQUENCE.
           MOVE DETAIL-COUNTER TO FT-DETAIL-COUNT.
           MOVE ADD-COUNTER TO FT-ADD-COUNT.
           MOVE CHANGE-COUNTER TO FT-CHANGE-COUNT.
           MOVE DELETE-COUNTER TO FT-DELETE-COUNT.
           MOVE STUDENT-HASH-TOTAL TO FT-STUDENT-HASH-TOTAL.
           WRITE CHANGE-FEED-RECORD-OUT FROM FEED-TRAILER-LINE.
           IF EXCEPTION-COUNTER = 0
               WRITE FEED-EXCEPT-RECORD-OUT FROM NONE-LINE
           END-IF.
           WRITE FEED-EXCEPT-RECORD-OUT FROM HEADER-LINE.
           MOVE "ADDS SENT:" TO CTL-LABEL-OUT.
           MOVE ADD-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "CHANGES SENT:" TO CTL-LABEL-OUT.
           MOVE CHANGE-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "DELETES SENT:" TO CTL-LABEL-OUT.
           MOVE DELETE-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "  ARCHIVED (PROJECT3-P29):" TO CTL-LABEL-OUT.
           MOVE ARCHIVED-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "  WITHDRAWN:" TO CTL-LABEL-OUT.
           MOVE WITHDRAWN-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "  DELETED:" TO CTL-LABEL-OUT.
           MOVE DELETED-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "  NOT ACCOUNTED FOR:" TO CTL-LABEL-OUT.
           MOVE UNEXPLAINED-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "EXCEPTIONS:" TO CTL-LABEL-OUT.
           MOVE EXCEPTION-COUNTER TO CTL-COUNT-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           CLOSE STUDENT-FILE-IN.
           IF INITIAL-LOAD-FLG = "N"
               CLOSE OLD-SNAPSHOT-FILE
           END-IF.
           IF ARCHIVE-OPEN-FLG = "Y"
               CLOSE STUDENT-ARCHIVE-IN
           END-IF.
           CLOSE NEW-SNAPSHOT-FILE.
           CLOSE CHANGE-FEED-OUT.
           CLOSE FEED-EXCEPT-OUT.
           PERFORM 360-WRITE-FEED-CONTROL.
           DISPLAY "CHANGE FEED SEQUENCE:  " FEED-SEQUENCE-WS.
           DISPLAY "STUDENTS READ:         " READ-COUNTER.
           DISPLAY "ADDS SENT:             " ADD-COUNTER.
           DISPLAY "CHANGES SENT:          " CHANGE-COUNTER.
           DISPLAY "DELETES SENT:          " DELETE-COUNTER.
           DISPLAY "AUDIT EXCEPTIONS:      " EXCEPTION-COUNTER.
           PERFORM 380-APPEND-RUN-METRICS.

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
               WHEN "STUDENT-ARCHIVE"
                   MOVE PARM-VALUE TO FP-STUDENT-ARCHIVE
               WHEN "CHANGE-AUDIT"
                   MOVE PARM-VALUE TO FP-CHANGE-AUDIT
               WHEN "FEED-CONTROL"
                   MOVE PARM-VALUE TO FP-FEED-CONTROL
               WHEN "FEED-SNAPSHOT-A"
                   MOVE PARM-VALUE TO FP-FEED-SNAPSHOT-A
               WHEN "FEED-SNAPSHOT-B"
                   MOVE PARM-VALUE TO FP-FEED-SNAPSHOT-B
               WHEN "CHANGE-FEED"
                   MOVE PARM-VALUE TO FP-CHANGE-FEED
               WHEN "FEED-EXCEPT"
                   MOVE PARM-VALUE TO FP-FEED-EXCEPT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No control file means no feed has ever been sent: this run is
      * the initial load, sequence 1.
       301-READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL-FILE.
           IF STATUS-FIELD-CTL = "35"
               MOVE "Y" TO INITIAL-LOAD-FLG
           ELSE
               IF STATUS-FIELD-CTL NOT = "00"
                   MOVE "FEED-CONTROL-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-CTL TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               READ FEED-CONTROL-FILE
                   AT END MOVE "Y" TO INITIAL-LOAD-FLG
                   NOT AT END
                       IF CTL-LAST-SEQUENCE IS NUMERIC
                          AND CTL-LAST-FEED-DATE IS NUMERIC
                          AND CTL-LAST-FEED-TIME IS NUMERIC
                           MOVE CTL-LAST-SEQUENCE TO LAST-SEQUENCE-WS
                           MOVE CTL-LAST-FEED-DATE TO LAST-FEED-DATE-WS
                           MOVE CTL-LAST-FEED-TIME TO LAST-FEED-TIME-WS
                           MOVE CTL-SNAPSHOT-SIDE TO OLD-SNAPSHOT-SIDE
                       ELSE
                           DISPLAY "FEED-CONTROL RECORD IS NOT VALID - "
                               "RUN STOPPED"
                           MOVE "FEED-CONTROL-FILE" TO ABORT-FILE-NAME
                           MOVE STATUS-FIELD-CTL TO ABORT-STATUS
                           PERFORM 900-ABORT-RUN
                       END-IF
               END-READ
               CLOSE FEED-CONTROL-FILE
           END-IF.
           IF LAST-SEQUENCE-WS = 999999
               MOVE 1 TO FEED-SEQUENCE-WS
           ELSE
               COMPUTE FEED-SEQUENCE-WS = LAST-SEQUENCE-WS + 1
           END-IF.
           IF OLD-SNAPSHOT-SIDE = "A"
               MOVE FP-FEED-SNAPSHOT-A TO OLD-SNAPSHOT-NAME
               MOVE FP-FEED-SNAPSHOT-B TO NEW-SNAPSHOT-NAME
               MOVE "B" TO NEW-SNAPSHOT-SIDE
           ELSE
               MOVE FP-FEED-SNAPSHOT-B TO OLD-SNAPSHOT-NAME
               MOVE FP-FEED-SNAPSHOT-A TO NEW-SNAPSHOT-NAME
               MOVE "A" TO NEW-SNAPSHOT-SIDE
           END-IF.

      * Once a feed has gone out, last night's snapshot must be there:
      * comparing against nothing would send every student again as an
      * add.
       302-OPEN-FILES.
           OPEN INPUT STUDENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           IF INITIAL-LOAD-FLG = "N"
               OPEN INPUT OLD-SNAPSHOT-FILE
               IF STATUS-FIELD-OLD NOT = "00"
                   DISPLAY "LAST NIGHT'S FEED SNAPSHOT "
                       OLD-SNAPSHOT-NAME
                   DISPLAY "CANNOT BE READ - RUN STOPPED"
                   MOVE "OLD-SNAPSHOT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-OLD TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
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
           OPEN OUTPUT NEW-SNAPSHOT-FILE.
           IF STATUS-FIELD-NEW NOT = "00"
               MOVE "NEW-SNAPSHOT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NEW TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT CHANGE-FEED-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "CHANGE-FEED-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT FEED-EXCEPT-OUT.
           IF STATUS-FIELD-EXC NOT = "00"
               MOVE "FEED-EXCEPT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-EXC TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Only entries made after the last feed ran count. The initial
      * load cross-checks nothing - everything is an add.
       303-LOAD-AUDIT-ENTRIES.
           IF INITIAL-LOAD-FLG = "N"
               OPEN INPUT CHANGE-AUDIT-FILE
               IF STATUS-FIELD-AUD = "00"
                   MOVE "N" TO EOF-FLAG-AUD
                   PERFORM 304-LOAD-ONE-AUDIT-ENTRY
                       UNTIL EOF-FLAG-AUD = "Y"
                   CLOSE CHANGE-AUDIT-FILE
               ELSE
                   IF STATUS-FIELD-AUD NOT = "35"
                       MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
                       MOVE STATUS-FIELD-AUD TO ABORT-STATUS
                       PERFORM 900-ABORT-RUN
                   END-IF
               END-IF
           END-IF.

      * A full table stops the run rather than let a withdrawal go out
      * as a plain change.
       304-LOAD-ONE-AUDIT-ENTRY.
           READ CHANGE-AUDIT-FILE
               AT END MOVE "Y" TO EOF-FLAG-AUD
               NOT AT END
                   IF AUD-CHANGE-DATE IS NUMERIC
                      AND AUD-CHANGE-TIME IS NUMERIC
                       IF AUD-CHANGE-DATE > LAST-FEED-DATE-WS
                          OR (AUD-CHANGE-DATE = LAST-FEED-DATE-WS
                              AND AUD-CHANGE-TIME > LAST-FEED-TIME-WS)
                           PERFORM 305-STORE-AUDIT-ENTRY
                       END-IF
                   END-IF
           END-READ.

       305-STORE-AUDIT-ENTRY.
           IF AUDIT-TBL-COUNT >= AUDIT-TBL-MAX
               DISPLAY "AUDIT-TBL-MAX (" AUDIT-TBL-MAX
                   ") REACHED LOADING CHANGE-AUDIT - RUN STOPPED. "
                   "INCREASE AUDIT-TBL-MAX IN PROJECT3-P61."
               MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-AUD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           ADD 1 TO AUDIT-TBL-COUNT.
           MOVE AUD-STUDENT-NUMBER TO
               AUT-STUDENT-NUMBER-TBL(AUDIT-TBL-COUNT).
           MOVE AUD-ACTION TO AUT-ACTION-TBL(AUDIT-TBL-COUNT).
           MOVE "N" TO AUT-MATCHED-TBL(AUDIT-TBL-COUNT).
           MOVE "N" TO AUT-WITHDRAWAL-TBL(AUDIT-TBL-COUNT).
           IF AUD-ACTION = "REWRITE"
               MOVE AUD-BEFORE-IMAGE TO AUDIT-IMAGE-WS
               PERFORM 306-COUNT-IMAGE-COURSES
               MOVE AFTER-COURSE-COUNT TO BEFORE-COURSE-COUNT
               MOVE AUD-AFTER-IMAGE TO AUDIT-IMAGE-WS
               PERFORM 306-COUNT-IMAGE-COURSES
               IF BEFORE-COURSE-COUNT > 0
                  AND AFTER-COURSE-COUNT = 0
                   MOVE "Y" TO AUT-WITHDRAWAL-TBL(AUDIT-TBL-COUNT)
               END-IF
           END-IF.

      * Counts the course slots in use on AUDIT-IMAGE-WS into
      * AFTER-COURSE-COUNT.
       306-COUNT-IMAGE-COURSES.
           MOVE 0 TO AFTER-COURSE-COUNT.
           PERFORM 306B-CHECK-ONE-SLOT VARYING
                  SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 5.

       306B-CHECK-ONE-SLOT.
           IF IMG-COURSE-CODE(SLOT-SUB) NOT = SPACES
               ADD 1 TO AFTER-COURSE-COUNT
           END-IF.

       310-READ-CURRENT-STUDENT.
           READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE 9999999 TO CURRENT-KEY
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   MOVE STUDENT-NUMBER TO CURRENT-KEY
                   MOVE STUDENT-NAME TO FF-STUDENT-NAME
                   MOVE PROGRAM-OF-STUDY TO FF-PROGRAM-OF-STUDY
                   MOVE STUDENT-ADDRESS TO FF-STUDENT-ADDRESS
                   MOVE STUDENT-PHONE TO FF-STUDENT-PHONE
                   MOVE STUDENT-EMAIL TO FF-STUDENT-EMAIL
                   MOVE RESIDENCY-STATUS TO FF-RESIDENCY-STATUS
           END-READ.

       311-READ-SNAPSHOT-STUDENT.
           IF INITIAL-LOAD-FLG = "Y"
               MOVE 9999999 TO SNAPSHOT-KEY
           ELSE
               READ OLD-SNAPSHOT-FILE
                   AT END MOVE 9999999 TO SNAPSHOT-KEY
                   NOT AT END MOVE OLD-STUDENT-NUMBER TO SNAPSHOT-KEY
               END-READ
           END-IF.

      * New to the file since the last feed - a new student, or one
      * reinstated from the archive.
       320-STUDENT-ADDED.
           MOVE STUDENT-NUMBER TO MATCH-STUDENT-NUMBER.
           PERFORM 350-FIND-AUDIT-ENTRIES.
           IF INITIAL-LOAD-FLG = "Y"
               MOVE "I" TO FDT-REASON
           ELSE
               MOVE SPACE TO FDT-REASON
               IF AUDIT-FOUND-FLG = "N"
                   MOVE STUDENT-NUMBER TO EXD-STUDENT-NUMBER-OUT
                   MOVE "A" TO EXCEPTION-ACTION
                   MOVE "ADDED WITH NO AUDIT ENTRY" TO EXCEPTION-MESSAGE
                   PERFORM 370-WRITE-EXCEPTION
               END-IF
           END-IF.
           MOVE "A" TO FDT-ACTION.
           MOVE STUDENT-NUMBER TO FDT-STUDENT-NUMBER.
           MOVE FEED-FIELDS-WS TO FDT-FEED-FIELDS.
           PERFORM 355-WRITE-FEED-DETAIL.
           MOVE "A" TO NEW-FEED-STATE.
           PERFORM 356-WRITE-NEW-SNAPSHOT.

      * On the snapshot but no longer on the file. A student already
      * sent as a withdrawal has nothing more to send.
       330-STUDENT-GONE.
           MOVE OLD-STUDENT-NUMBER TO MATCH-STUDENT-NUMBER.
           PERFORM 350-FIND-AUDIT-ENTRIES.
           IF OLD-FEED-STATE NOT = "W"
               MOVE "D" TO FDT-ACTION
               PERFORM 331-FIND-DELETE-REASON
               MOVE OLD-STUDENT-NUMBER TO FDT-STUDENT-NUMBER
               MOVE OLD-FEED-FIELDS TO FDT-FEED-FIELDS
               PERFORM 355-WRITE-FEED-DETAIL
           END-IF.

      * PROJECT3-P29 moves an archived student onto the archive (it
      * keeps no audit entry); Project3-p2 audits a deletion.
       331-FIND-DELETE-REASON.
           MOVE "N" TO ARCHIVE-FOUND-FLG.
           IF ARCHIVE-OPEN-FLG = "Y"
               MOVE OLD-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
               READ STUDENT-ARCHIVE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO ARCHIVE-FOUND-FLG
               END-READ
           END-IF.
           IF ARCHIVE-FOUND-FLG = "Y"
               MOVE "A" TO FDT-REASON
               ADD 1 TO ARCHIVED-COUNTER
           ELSE
               IF AUDIT-DELETE-FLG = "Y"
                   MOVE "D" TO FDT-REASON
                   ADD 1 TO DELETED-COUNTER
               ELSE
                   MOVE SPACE TO FDT-REASON
                   ADD 1 TO UNEXPLAINED-COUNTER
                   MOVE OLD-STUDENT-NUMBER TO EXD-STUDENT-NUMBER-OUT
                   MOVE "D" TO EXCEPTION-ACTION
                   MOVE
                       "REMOVED WITH NO AUDIT ENTRY OR ARCHIVE RECORD"
                       TO EXCEPTION-MESSAGE
                   PERFORM 370-WRITE-EXCEPTION
               END-IF
           END-IF.

      * On both. A withdrawal goes out as a delete; a withdrawn
      * student with a course again goes out as an add; otherwise any
      * change to the fed fields goes out as a change.
       340-STUDENT-ON-BOTH.
           MOVE STUDENT-NUMBER TO MATCH-STUDENT-NUMBER.
           PERFORM 350-FIND-AUDIT-ENTRIES.
           PERFORM 341-CHECK-ENROLLED.
           MOVE STUDENT-NUMBER TO FDT-STUDENT-NUMBER.
           MOVE FEED-FIELDS-WS TO FDT-FEED-FIELDS.
           MOVE OLD-FEED-STATE TO NEW-FEED-STATE.
           IF OLD-FEED-STATE = "W"
               IF ENROLLED-FLG = "Y"
                   MOVE "A" TO FDT-ACTION
                   MOVE "E" TO FDT-REASON
                   PERFORM 355-WRITE-FEED-DETAIL
                   MOVE "A" TO NEW-FEED-STATE
               END-IF
           ELSE
               IF AUDIT-WITHDRAWAL-FLG = "Y"
                  AND ENROLLED-FLG = "N"
                   MOVE "D" TO FDT-ACTION
                   MOVE "W" TO FDT-REASON
                   ADD 1 TO WITHDRAWN-COUNTER
                   PERFORM 355-WRITE-FEED-DETAIL
                   MOVE "W" TO NEW-FEED-STATE
               ELSE
                   IF FEED-FIELDS-WS NOT = OLD-FEED-FIELDS
                       MOVE "C" TO FDT-ACTION
                       MOVE SPACE TO FDT-REASON
                       PERFORM 355-WRITE-FEED-DETAIL
                       IF AUDIT-FOUND-FLG = "N"
                           MOVE STUDENT-NUMBER TO EXD-STUDENT-NUMBER-OUT
                           MOVE "C" TO EXCEPTION-ACTION
                           MOVE "CHANGED WITH NO AUDIT ENTRY" TO
                               EXCEPTION-MESSAGE
                           PERFORM 370-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 356-WRITE-NEW-SNAPSHOT.

       341-CHECK-ENROLLED.
           IF COURSE-CODE-1 = SPACES AND COURSE-CODE-2 = SPACES
              AND COURSE-CODE-3 = SPACES AND COURSE-CODE-4 = SPACES
              AND COURSE-CODE-5 = SPACES
               MOVE "N" TO ENROLLED-FLG
           ELSE
               MOVE "Y" TO ENROLLED-FLG
           END-IF.

      * Sums up the audit entries since the last feed for
      * MATCH-STUDENT-NUMBER and marks them as accounted for.
       350-FIND-AUDIT-ENTRIES.
           MOVE "N" TO AUDIT-FOUND-FLG.
           MOVE "N" TO AUDIT-DELETE-FLG.
           MOVE "N" TO AUDIT-WITHDRAWAL-FLG.
           PERFORM 350B-CHECK-ONE-AUDIT-ENTRY VARYING
                  AUDIT-SUB FROM 1 BY 1
                  UNTIL AUDIT-SUB > AUDIT-TBL-COUNT.

       350B-CHECK-ONE-AUDIT-ENTRY.
           IF AUT-STUDENT-NUMBER-TBL(AUDIT-SUB) = MATCH-STUDENT-NUMBER
               MOVE "Y" TO AUDIT-FOUND-FLG
               MOVE "Y" TO AUT-MATCHED-TBL(AUDIT-SUB)
               IF AUT-ACTION-TBL(AUDIT-SUB) = "DELETE"
                   MOVE "Y" TO AUDIT-DELETE-FLG
               END-IF
               IF AUT-WITHDRAWAL-TBL(AUDIT-SUB) = "Y"
                   MOVE "Y" TO AUDIT-WITHDRAWAL-FLG
               END-IF
           END-IF.

       355-WRITE-FEED-DETAIL.
           ADD 1 TO DETAIL-COUNTER.
           MOVE FEED-SEQUENCE-WS TO FDT-FEED-SEQUENCE.
           MOVE DETAIL-COUNTER TO FDT-RECORD-SEQUENCE.
           ADD FDT-STUDENT-NUMBER TO STUDENT-HASH-TOTAL.
           EVALUATE FDT-ACTION
               WHEN "A"
                   ADD 1 TO ADD-COUNTER
               WHEN "C"
                   ADD 1 TO CHANGE-COUNTER
               WHEN "D"
                   ADD 1 TO DELETE-COUNTER
           END-EVALUATE.
           WRITE CHANGE-FEED-RECORD-OUT FROM FEED-DETAIL-LINE.

       356-WRITE-NEW-SNAPSHOT.
           MOVE STUDENT-NUMBER TO NEW-STUDENT-NUMBER.
           MOVE FEED-FIELDS-WS TO NEW-FEED-FIELDS.
           WRITE NEW-SNAPSHOT-RECORD.

      * Tonight's snapshot becomes the one the next run reads.
       360-WRITE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL-FILE.
           IF STATUS-FIELD-CTL NOT = "00"
               MOVE "FEED-CONTROL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CTL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE FEED-SEQUENCE-WS TO CTL-LAST-SEQUENCE.
           MOVE RUN-DATE-WS TO CTL-LAST-FEED-DATE.
           MOVE RUN-TIME-WS TO CTL-LAST-FEED-TIME.
           MOVE NEW-SNAPSHOT-SIDE TO CTL-SNAPSHOT-SIDE.
           WRITE FEED-CONTROL-RECORD.
           CLOSE FEED-CONTROL-FILE.

       370-WRITE-EXCEPTION.
           MOVE EXCEPTION-ACTION TO EXD-ACTION-OUT.
           MOVE EXCEPTION-MESSAGE TO EXD-MESSAGE-OUT.
           WRITE FEED-EXCEPT-RECORD-OUT FROM EXCEPT-DETAIL-LINE.
           ADD 1 TO EXCEPTION-COUNTER.

      * Append one line of run counters to the standing metrics file -
      * DETAIL-COUNTER is the primary count, DELETE-COUNTER the
      * secondary count and EXCEPTION-COUNTER the reject count.
       380-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO RUN-METRICS-RECORD.
           MOVE "PROJECT3-P61" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE DETAIL-COUNTER TO RM-PRIMARY-COUNT.
           MOVE DELETE-COUNTER TO RM-SECONDARY-COUNT.
           MOVE EXCEPTION-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P61.
