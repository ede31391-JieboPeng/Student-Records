      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Point-in-time forward recovery of STUFILE3OUT. The
      * operator keys the backup generation to restore (one of the
      * dated C:\STUFILE3OUT-YYYYMMDD.BAK copies PROJECT3-1 keeps) and
      * the date and time to recover to. The damaged master is saved
      * aside, the generation is copied back record for record, and
      * then every change made since is replayed in time order up to
      * the recovery point: the after-image of each WRITE, REWRITE and
      * DELETE on Project3-p2's CHANGE-AUDIT.TXT trail, and each
      * balance posting on PAYMENT-LOG.TXT. Payment-log entries carry
      * a date but no time, so they replay at the end of their day -
      * after the day's audit entries, and only when the recovery time
      * is left blank for end of day. A posting is reapplied only when
      * the balance on file still equals its old balance; one already
      * reflected (the balance equals its new balance, as for a
      * payment keyed through Project3-p2 whose after-image has just
      * been replayed) is passed over, and any other balance is left
      * alone and reported. The recovery report lists every entry
      * reapplied and every one that could not be.
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
      *                     untouched. Change-audit images widened to
      *                     match.
      * Oct 15, 2026 - JP - Backup record rest widened to X(168) so the
      *                     backup layout matches the 225-byte student
      *                     record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P52.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT STUDENT-FILE-IO ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT BACKUP-FILE-IN ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKP-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS BKP-PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-BKP.

           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO DYNAMIC FP-CHANGE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-AUDIT.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT RECOVERY-REPORT-OUT
               ASSIGN TO DYNAMIC FP-RECOVERY-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE-IO.
       01 STUDENT-RECORD-IO.
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

      * A backup generation is a straight copy of STUFILE3OUT, keys and
      * all, so it is read back here with the same two keys.
       FD BACKUP-FILE-IN.
       01 BACKUP-RECORD-IN.
           05 BKP-STUDENT-NUMBER PIC 9(6).
           05 BKP-TUITION-OWED PIC X(6).
           05 BKP-STUDENT-NAME PIC X(40).
           05 BKP-PROGRAM-OF-STUDY PIC X(5).
           05 BKP-RECORD-REST PIC X(168).

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

       FD RECOVERY-REPORT-OUT.
       01 RECOVERY-REPORT-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADING-LINE.
           05 FILLER PIC X(40)
               VALUE "STUFILE3OUT FORWARD RECOVERY".
           05 FILLER PIC X(50) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 PAGE-NUMBER-OUT PIC ZZ9.

       01 RECOVERY-HEADING-LINE.
           05 FILLER PIC X(19) VALUE "BACKUP GENERATION: ".
           05 HDR-BACKUP-DATE-OUT PIC 9(8).
           05 FILLER PIC X(17) VALUE "  RECOVERED TO: ".
           05 HDR-RECOVER-DATE-OUT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HDR-RECOVER-TIME-OUT PIC X(11).
           05 FILLER PIC X(13) VALUE "  RUN DATE: ".
           05 HDR-RUN-DATE-OUT PIC 9(8).

       01 REPORT-HEADER.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(9) VALUE "SOURCE".
           05 FILLER PIC X(9) VALUE "ACTION".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 HEADER-LINE.
           05 FILLER PIC X(87) VALUE ALL "-".

       01 RECOVERY-DETAIL-LINE.
           05 DET-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIME-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SOURCE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACTION-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-OPERATOR-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RESULT-OUT PIC X(30).

       01 BALANCE-DETAIL-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "LOG OLD BALANCE: ".
           05 BAL-OLD-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  NEW: ".
           05 BAL-NEW-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(11) VALUE "  ON FILE: ".
           05 BAL-ON-FILE-OUT PIC Z,ZZ9.99.

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(40).
           05 CTL-COUNT-OUT PIC ZZ,ZZ9.

       01 BLANK-LINE.
           05 FILLER PIC X(1) VALUE SPACE.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-BKP PIC X(2).
           05 STATUS-FIELD-AUDIT PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 EOF-FLAG-BKP PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 AUDIT-OPEN-FLG PIC X(1) VALUE "N".
           05 LOG-OPEN-FLG PIC X(1) VALUE "N".
           05 AUDIT-READY-FLG PIC X(1).
           05 LOG-READY-FLG PIC X(1).
           05 RECORD-FOUND-FLG PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 RUN-DATE-WS PIC 9(8).
           05 RESTORED-COUNTER PIC 9(5) VALUE 0.
           05 AUDIT-READ-COUNTER PIC 9(5) VALUE 0.
           05 LOG-READ-COUNTER PIC 9(5) VALUE 0.
           05 AUDIT-APPLIED-COUNTER PIC 9(5) VALUE 0.
           05 LOG-APPLIED-COUNTER PIC 9(5) VALUE 0.
           05 ALREADY-APPLIED-COUNTER PIC 9(5) VALUE 0.
           05 EXCEPTION-COUNTER PIC 9(5) VALUE 0.
           05 BEFORE-BACKUP-COUNTER PIC 9(5) VALUE 0.
           05 AFTER-RECOVERY-COUNTER PIC 9(5) VALUE 0.
           05 WRITE-COUNTER PIC 9(5) VALUE 0.
           05 LINES-PER-PAGE PIC 9(3) VALUE 40.
           05 LINE-COUNT PIC 9(3) VALUE 0.
           05 PAGE-NUMBER PIC 9(3) VALUE 1.
      * Operator entries.
           05 DATE-INPUT PIC X(8).
           05 TIME-INPUT PIC X(6).
           05 TIME-INPUT-NUM PIC 9(6).
           05 CONFIRM-INPUT PIC X(1).
           05 ENTRY-VALID-FLG PIC X(1).
           05 BACKUP-DATE PIC 9(8).
           05 BACKUP-FILE-NAME PIC X(60).
           05 SAVE-COMMAND PIC X(140).
      * The recovery point, and the date/time of the next entry waiting
      * on each trail - HIGH-VALUES once a trail has nothing more to
      * replay. Compared as date then time.
           05 RECOVER-TO-KEY.
               10 RECOVER-TO-DATE PIC 9(8).
               10 RECOVER-TO-TIME PIC 9(8).
           05 AUDIT-ENTRY-KEY.
               10 AUDIT-ENTRY-DATE PIC 9(8).
               10 AUDIT-ENTRY-TIME PIC 9(8).
           05 LOG-ENTRY-KEY.
               10 LOG-ENTRY-DATE PIC 9(8).
               10 LOG-ENTRY-TIME PIC 9(8).
           05 RESULT-TEXT-WS PIC X(30).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-RECOVER-STUDENT-MASTER.
           PERFORM 201-INITIALIZE.
           PERFORM 202-RESTORE-BACKUP-GENERATION.
           PERFORM 203-REPLAY-CHANGES.
           PERFORM 204-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 311-GET-BACKUP-GENERATION.
           PERFORM 312-GET-RECOVERY-POINT.
           PERFORM 313-CONFIRM-RECOVERY.
           PERFORM 301-OPEN-FILES.
           MOVE BACKUP-DATE TO HDR-BACKUP-DATE-OUT.
           MOVE RECOVER-TO-DATE TO HDR-RECOVER-DATE-OUT.
           IF RECOVER-TO-TIME = 99999999
               MOVE "END OF DAY" TO HDR-RECOVER-TIME-OUT
           ELSE
               MOVE RECOVER-TO-TIME TO HDR-RECOVER-TIME-OUT
           END-IF.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
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
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "CHANGE-AUDIT"
                   MOVE PARM-VALUE TO FP-CHANGE-AUDIT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "RECOVERY-SAVE"
                   MOVE PARM-VALUE TO FP-RECOVERY-SAVE
               WHEN "RECOVERY-RPT"
                   MOVE PARM-VALUE TO FP-RECOVERY-RPT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The generation is named by its date, the same way PROJECT3-1's
      * 305-BACKUP-STUDENT-FILE-OUT names it, and must be on disk.
       311-GET-BACKUP-GENERATION.
           MOVE "N" TO ENTRY-VALID-FLG.
           PERFORM 311B-VALIDATE-BACKUP-DATE
               UNTIL ENTRY-VALID-FLG = "Y".

       311B-VALIDATE-BACKUP-DATE.
           DISPLAY "PLEASE ENTER THE BACKUP GENERATION TO RESTORE "
                   "(YYYYMMDD)".
           ACCEPT DATE-INPUT.
           IF DATE-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - MUST BE 8 DIGITS"
           ELSE
               MOVE DATE-INPUT TO BACKUP-DATE
               MOVE SPACES TO BACKUP-FILE-NAME
               STRING "C:\STUFILE3OUT-" DELIMITED BY SIZE
                      BACKUP-DATE DELIMITED BY SIZE
                      ".BAK" DELIMITED BY SIZE
                      INTO BACKUP-FILE-NAME
               END-STRING
               OPEN INPUT BACKUP-FILE-IN
               IF STATUS-FIELD-BKP = "00"
                   CLOSE BACKUP-FILE-IN
                   MOVE "Y" TO ENTRY-VALID-FLG
               ELSE
                   DISPLAY "NO BACKUP GENERATION " BACKUP-FILE-NAME
                       " - STATUS: " STATUS-FIELD-BKP
               END-IF
           END-IF.

      * Recover to a date on or after the generation, and optionally a
      * time of day on it; a blank time recovers the whole day,
      * including that night's payment-log postings.
       312-GET-RECOVERY-POINT.
           MOVE "N" TO ENTRY-VALID-FLG.
           PERFORM 312B-VALIDATE-RECOVERY-DATE
               UNTIL ENTRY-VALID-FLG = "Y".
           MOVE "N" TO ENTRY-VALID-FLG.
           PERFORM 312C-VALIDATE-RECOVERY-TIME
               UNTIL ENTRY-VALID-FLG = "Y".

       312B-VALIDATE-RECOVERY-DATE.
           DISPLAY "PLEASE ENTER THE DATE TO RECOVER TO (YYYYMMDD)".
           ACCEPT DATE-INPUT.
           IF DATE-INPUT NOT NUMERIC
               DISPLAY "INVALID ENTRY - MUST BE 8 DIGITS"
           ELSE
               MOVE DATE-INPUT TO RECOVER-TO-DATE
               IF RECOVER-TO-DATE < BACKUP-DATE
                   DISPLAY "INVALID ENTRY - EARLIER THAN THE BACKUP "
                       "GENERATION"
               ELSE
                   MOVE "Y" TO ENTRY-VALID-FLG
               END-IF
           END-IF.

       312C-VALIDATE-RECOVERY-TIME.
           DISPLAY "PLEASE ENTER THE TIME TO RECOVER TO (HHMMSS, "
                   "BLANK FOR END OF DAY)".
           MOVE SPACES TO TIME-INPUT.
           ACCEPT TIME-INPUT.
           IF TIME-INPUT = SPACES
               MOVE 99999999 TO RECOVER-TO-TIME
               MOVE "Y" TO ENTRY-VALID-FLG
           ELSE
               IF TIME-INPUT NOT NUMERIC
                   DISPLAY "INVALID ENTRY - MUST BE 6 DIGITS"
               ELSE
                   MOVE TIME-INPUT TO TIME-INPUT-NUM
                   IF TIME-INPUT-NUM > 235959
                       DISPLAY "INVALID ENTRY - NOT A TIME OF DAY"
                   ELSE
                       COMPUTE RECOVER-TO-TIME =
                           TIME-INPUT-NUM * 100 + 99
                       MOVE "Y" TO ENTRY-VALID-FLG
                   END-IF
               END-IF
           END-IF.

      * Last chance to back out before the master is replaced.
       313-CONFIRM-RECOVERY.
           DISPLAY "STUFILE3OUT WILL BE REPLACED BY " BACKUP-FILE-NAME.
           DISPLAY "THE CURRENT FILE IS SAVED TO " FP-RECOVERY-SAVE.
           DISPLAY "PROCEED WITH THE RECOVERY (Y/N)?".
           ACCEPT CONFIRM-INPUT.
           IF CONFIRM-INPUT NOT = "Y" AND CONFIRM-INPUT NOT = "y"
               DISPLAY "RECOVERY CANCELLED - NOTHING CHANGED"
               STOP RUN
           END-IF.

      * A missing change-audit trail or payment log just means there
      * is nothing of that kind to replay.
       301-OPEN-FILES.
           OPEN INPUT CHANGE-AUDIT-FILE.
           IF STATUS-FIELD-AUDIT = "00"
               MOVE "Y" TO AUDIT-OPEN-FLG
           ELSE
               IF STATUS-FIELD-AUDIT NOT = "35"
                   MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-AUDIT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG = "00"
               MOVE "Y" TO LOG-OPEN-FLG
           ELSE
               IF STATUS-FIELD-LOG NOT = "35"
                   MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-LOG TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECOVERY-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "RECOVERY-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Save the damaged master aside (the same COPY PROJECT3-1 takes
      * its backups with), then rebuild STUFILE3OUT from the
      * generation one record at a time and reopen it for the replay.
      * As in PROJECT3-P11, a failed COPY stops the run before the
      * only copy of the current file is overwritten.
       202-RESTORE-BACKUP-GENERATION.
           MOVE SPACES TO SAVE-COMMAND.
           STRING "COPY " DELIMITED BY SIZE
                  FP-STUFILE3OUT-TXT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FP-RECOVERY-SAVE DELIMITED BY SPACE
                  INTO SAVE-COMMAND
           END-STRING.
           CALL "SYSTEM" USING SAVE-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT SAVE " FP-STUFILE3OUT-TXT
                   " - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-FILE-IN.
           IF STATUS-FIELD-BKP NOT = "00"
               MOVE "BACKUP-FILE-IN" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-BKP TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT STUDENT-FILE-IO.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-BKP.
           PERFORM 314-COPY-ONE-BACKUP-RECORD
               UNTIL EOF-FLAG-BKP = "Y".
           CLOSE BACKUP-FILE-IN.
           CLOSE STUDENT-FILE-IO.
           OPEN I-O STUDENT-FILE-IO.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       314-COPY-ONE-BACKUP-RECORD.
           READ BACKUP-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG-BKP
               NOT AT END
                   MOVE BACKUP-RECORD-IN TO STUDENT-RECORD-IO
                   WRITE STUDENT-RECORD-IO
                   IF STATUS-FIELD NOT = "00"
                       MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
                       MOVE STATUS-FIELD TO ABORT-STATUS
                       PERFORM 900-ABORT-RUN
                   END-IF
                   ADD 1 TO RESTORED-COUNTER
           END-READ.

      * Merge the two trails in date/time order, taking the change-
      * audit entry first when they tie, until both are used up.
       203-REPLAY-CHANGES.
           PERFORM 303-READ-NEXT-AUDIT-ENTRY.
           PERFORM 305-READ-NEXT-LOG-ENTRY.
           PERFORM 320-APPLY-NEXT-CHANGE
               UNTIL AUDIT-ENTRY-KEY = HIGH-VALUES
                 AND LOG-ENTRY-KEY = HIGH-VALUES.

       204-TERMINATE.
           PERFORM 315-WRITE-TOTALS.
           PERFORM 308-DISPLAY-AUDIT.
           PERFORM 309-CLOSE-FILES.

      * Next change-audit entry inside the replay window. Entries dated
      * before the generation are already in it; entries after the
      * recovery point are not wanted.
       303-READ-NEXT-AUDIT-ENTRY.
           MOVE HIGH-VALUES TO AUDIT-ENTRY-KEY.
           IF AUDIT-OPEN-FLG = "Y"
               MOVE "N" TO AUDIT-READY-FLG
               PERFORM 303B-READ-ONE-AUDIT-RECORD
                   UNTIL AUDIT-READY-FLG = "Y"
           END-IF.

       303B-READ-ONE-AUDIT-RECORD.
           READ CHANGE-AUDIT-FILE
               AT END
                   MOVE HIGH-VALUES TO AUDIT-ENTRY-KEY
                   MOVE "Y" TO AUDIT-READY-FLG
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNTER
                   MOVE AUD-CHANGE-DATE TO AUDIT-ENTRY-DATE
                   MOVE AUD-CHANGE-TIME TO AUDIT-ENTRY-TIME
                   IF AUDIT-ENTRY-DATE < BACKUP-DATE
                       ADD 1 TO BEFORE-BACKUP-COUNTER
                   ELSE
                       IF AUDIT-ENTRY-KEY > RECOVER-TO-KEY
                           ADD 1 TO AFTER-RECOVERY-COUNTER
                       ELSE
                           MOVE "Y" TO AUDIT-READY-FLG
                       END-IF
                   END-IF
           END-READ.
           IF STATUS-FIELD-AUDIT NOT = "00" AND
              STATUS-FIELD-AUDIT NOT = "10"
               MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-AUDIT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Next payment-log posting inside the window, timed at the end
      * of its day.
       305-READ-NEXT-LOG-ENTRY.
           MOVE HIGH-VALUES TO LOG-ENTRY-KEY.
           IF LOG-OPEN-FLG = "Y"
               MOVE "N" TO LOG-READY-FLG
               PERFORM 305B-READ-ONE-LOG-RECORD
                   UNTIL LOG-READY-FLG = "Y"
           END-IF.

       305B-READ-ONE-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END
                   MOVE HIGH-VALUES TO LOG-ENTRY-KEY
                   MOVE "Y" TO LOG-READY-FLG
               NOT AT END
                   ADD 1 TO LOG-READ-COUNTER
                   MOVE LOG-TRANSACTION-DATE TO LOG-ENTRY-DATE
                   MOVE 99999999 TO LOG-ENTRY-TIME
                   IF LOG-ENTRY-DATE < BACKUP-DATE
                       ADD 1 TO BEFORE-BACKUP-COUNTER
                   ELSE
                       IF LOG-ENTRY-KEY > RECOVER-TO-KEY
                           ADD 1 TO AFTER-RECOVERY-COUNTER
                       ELSE
                           MOVE "Y" TO LOG-READY-FLG
                       END-IF
                   END-IF
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       320-APPLY-NEXT-CHANGE.
           IF AUDIT-ENTRY-KEY NOT > LOG-ENTRY-KEY
               PERFORM 321-APPLY-AUDIT-ENTRY
               PERFORM 303-READ-NEXT-AUDIT-ENTRY
           ELSE
               PERFORM 322-APPLY-LOG-ENTRY
               PERFORM 305-READ-NEXT-LOG-ENTRY
           END-IF.

      * A change-audit entry carries the whole record as it stood
      * after the change, so a WRITE or REWRITE puts the after-image
      * back whether or not the generation already had the student,
      * and a DELETE removes the student again.
       321-APPLY-AUDIT-ENTRY.
           MOVE AUD-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE "Y" TO RECORD-FOUND-FLG.
           READ STUDENT-FILE-IO
               INVALID KEY MOVE "N" TO RECORD-FOUND-FLG
           END-READ.
           EVALUATE AUD-ACTION
               WHEN "WRITE"
               WHEN "REWRITE"
                   IF AUD-AFTER-IMAGE = SPACES
                       MOVE "NO AFTER-IMAGE - NOT APPLIED" TO
                           RESULT-TEXT-WS
                       ADD 1 TO EXCEPTION-COUNTER
                   ELSE
                       PERFORM 321B-PUT-AFTER-IMAGE
                   END-IF
               WHEN "DELETE"
                   IF RECORD-FOUND-FLG = "Y"
                       DELETE STUDENT-FILE-IO
                           INVALID KEY
                               MOVE "DELETE FAILED - NOT APPLIED" TO
                                   RESULT-TEXT-WS
                               ADD 1 TO EXCEPTION-COUNTER
                           NOT INVALID KEY
                               MOVE "RECORD DELETED" TO RESULT-TEXT-WS
                               ADD 1 TO AUDIT-APPLIED-COUNTER
                       END-DELETE
                   ELSE
                       MOVE "NOT ON FILE - NOT DELETED" TO
                           RESULT-TEXT-WS
                       ADD 1 TO EXCEPTION-COUNTER
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - NOT APPLIED" TO
                       RESULT-TEXT-WS
                   ADD 1 TO EXCEPTION-COUNTER
           END-EVALUATE.
           MOVE AUD-CHANGE-DATE TO DET-DATE-OUT.
           MOVE AUD-CHANGE-TIME TO DET-TIME-OUT.
           MOVE "AUDIT" TO DET-SOURCE-OUT.
           MOVE AUD-ACTION TO DET-ACTION-OUT.
           MOVE AUD-STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT.
           MOVE AUD-OPERATOR-ID TO DET-OPERATOR-OUT.
           PERFORM 307B-WRITE-A-DETAIL-LINE.

       321B-PUT-AFTER-IMAGE.
           MOVE AUD-AFTER-IMAGE TO STUDENT-RECORD-IO.
           IF RECORD-FOUND-FLG = "Y"
               REWRITE STUDENT-RECORD-IO
                   INVALID KEY
                       MOVE "REWRITE FAILED - NOT APPLIED" TO
                           RESULT-TEXT-WS
                       ADD 1 TO EXCEPTION-COUNTER
                   NOT INVALID KEY
                       MOVE "RECORD REPLACED" TO RESULT-TEXT-WS
                       ADD 1 TO AUDIT-APPLIED-COUNTER
               END-REWRITE
           ELSE
               WRITE STUDENT-RECORD-IO
                   INVALID KEY
                       MOVE "WRITE FAILED - NOT APPLIED" TO
                           RESULT-TEXT-WS
                       ADD 1 TO EXCEPTION-COUNTER
                   NOT INVALID KEY
                       MOVE "RECORD ADDED" TO RESULT-TEXT-WS
                       ADD 1 TO AUDIT-APPLIED-COUNTER
               END-WRITE
           END-IF.

      * A payment-log posting moves the balance from its old to its
      * new value. It is reapplied only from the old value; a balance
      * already at the new value needs nothing (the change-audit
      * after-image or the generation itself carried it) and is not
      * printed; anything else is left for the office to look at.
       322-APPLY-LOG-ENTRY.
           MOVE LOG-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE "Y" TO RECORD-FOUND-FLG.
           READ STUDENT-FILE-IO
               INVALID KEY MOVE "N" TO RECORD-FOUND-FLG
           END-READ.
           IF RECORD-FOUND-FLG = "N"
               MOVE "STUDENT NOT ON FILE" TO RESULT-TEXT-WS
               ADD 1 TO EXCEPTION-COUNTER
               PERFORM 322B-WRITE-LOG-DETAIL
           ELSE
               IF TUITION-OWED = LOG-NEW-BALANCE
                   ADD 1 TO ALREADY-APPLIED-COUNTER
               ELSE
                   IF TUITION-OWED = LOG-OLD-BALANCE
                       MOVE LOG-NEW-BALANCE TO TUITION-OWED
                       REWRITE STUDENT-RECORD-IO
                           INVALID KEY
                               MOVE "REWRITE FAILED - NOT APPLIED" TO
                                   RESULT-TEXT-WS
                               ADD 1 TO EXCEPTION-COUNTER
                           NOT INVALID KEY
                               MOVE "BALANCE REAPPLIED" TO
                                   RESULT-TEXT-WS
                               ADD 1 TO LOG-APPLIED-COUNTER
                       END-REWRITE
                       PERFORM 322B-WRITE-LOG-DETAIL
                   ELSE
                       MOVE "BALANCE MISMATCH - NOT APPLIED" TO
                           RESULT-TEXT-WS
                       ADD 1 TO EXCEPTION-COUNTER
                       PERFORM 322B-WRITE-LOG-DETAIL
                       MOVE LOG-OLD-BALANCE TO BAL-OLD-OUT
                       MOVE LOG-NEW-BALANCE TO BAL-NEW-OUT
                       MOVE TUITION-OWED TO BAL-ON-FILE-OUT
                       WRITE RECOVERY-REPORT-RECORD-OUT FROM
                           BALANCE-DETAIL-LINE
                       ADD 1 TO LINE-COUNT
                       ADD 1 TO WRITE-COUNTER
                   END-IF
               END-IF
           END-IF.

       322B-WRITE-LOG-DETAIL.
           MOVE LOG-TRANSACTION-DATE TO DET-DATE-OUT.
           MOVE SPACES TO DET-TIME-OUT.
           MOVE "PAYLOG" TO DET-SOURCE-OUT.
           MOVE SPACES TO DET-ACTION-OUT.
           STRING "TYPE " DELIMITED BY SIZE
                  LOG-TRANSACTION-TYPE DELIMITED BY SIZE
                  INTO DET-ACTION-OUT
           END-STRING.
           MOVE LOG-STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT.
           MOVE LOG-OPERATOR-ID TO DET-OPERATOR-OUT.
           PERFORM 307B-WRITE-A-DETAIL-LINE.

       304-WRITE-REPORT-HEADER.
           MOVE PAGE-NUMBER TO PAGE-NUMBER-OUT.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM PAGE-HEADING-LINE.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM RECOVERY-HEADING-LINE.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM REPORT-HEADER.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 4 TO WRITE-COUNTER.
           MOVE 0 TO LINE-COUNT.

       307B-WRITE-A-DETAIL-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               PERFORM 304-WRITE-REPORT-HEADER
           END-IF.
           MOVE RESULT-TEXT-WS TO DET-RESULT-OUT.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM RECOVERY-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WRITE-COUNTER.

       315-WRITE-TOTALS.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM BLANK-LINE.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM HEADER-LINE.
           ADD 2 TO WRITE-COUNTER.
           MOVE "RECORDS RESTORED FROM THE GENERATION:" TO
               CTL-LABEL-OUT.
           MOVE RESTORED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "CHANGE-AUDIT ENTRIES REAPPLIED:" TO CTL-LABEL-OUT.
           MOVE AUDIT-APPLIED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "PAYMENT POSTINGS REAPPLIED:" TO CTL-LABEL-OUT.
           MOVE LOG-APPLIED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "PAYMENT POSTINGS ALREADY ON FILE:" TO CTL-LABEL-OUT.
           MOVE ALREADY-APPLIED-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "ENTRIES NOT REAPPLIED:" TO CTL-LABEL-OUT.
           MOVE EXCEPTION-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "ENTRIES OLDER THAN THE GENERATION:" TO CTL-LABEL-OUT.
           MOVE BEFORE-BACKUP-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.
           MOVE "ENTRIES AFTER THE RECOVERY POINT:" TO CTL-LABEL-OUT.
           MOVE AFTER-RECOVERY-COUNTER TO CTL-COUNT-OUT.
           PERFORM 315B-WRITE-ONE-TOTAL.

       315B-WRITE-ONE-TOTAL.
           WRITE RECOVERY-REPORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           ADD 1 TO WRITE-COUNTER.

       308-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF RECORDS RESTORED: " RESTORED-COUNTER.
           DISPLAY "THE NUMBER OF CHANGE-AUDIT ENTRIES READ: "
               AUDIT-READ-COUNTER.
           DISPLAY "THE NUMBER OF PAYMENT-LOG ENTRIES READ: "
               LOG-READ-COUNTER.
           DISPLAY "THE NUMBER OF CHANGE-AUDIT ENTRIES REAPPLIED: "
               AUDIT-APPLIED-COUNTER.
           DISPLAY "THE NUMBER OF PAYMENT POSTINGS REAPPLIED: "
               LOG-APPLIED-COUNTER.
           DISPLAY "THE NUMBER OF ENTRIES NOT REAPPLIED: "
               EXCEPTION-COUNTER.
           DISPLAY "RECOVERY REPORT WRITTEN TO " FP-RECOVERY-RPT.

       309-CLOSE-FILES.
           CLOSE STUDENT-FILE-IO.
           IF AUDIT-OPEN-FLG = "Y"
               CLOSE CHANGE-AUDIT-FILE
           END-IF.
           IF LOG-OPEN-FLG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           CLOSE RECOVERY-REPORT-OUT.
           IF EXCEPTION-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P52.
