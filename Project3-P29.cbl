      * Sep 02, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     SPONSOR-CODE third-party billing field
      *                     carried through untouched.
      * Oct 15, 2026 - JP - Late-fee entries (type "F", charged by
      *                     PROJECT3-P39) are skipped when finding a
      *                     student's last activity date - a fee the
      *                     office charged is not activity by the
      *                     student.
      * Oct 15, 2026 - JP - Returned-payment reversals ("V") and NSF
      *                     charges ("N") from PROJECT3-P42 are not
      *                     counted as payment activity either, the same
      *                     as late fees.
      * Oct 15, 2026 - JP - Award credits (type "A", posted by
      *                     PROJECT3-P45) are not student activity and
      *                     no longer count as the last activity date.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG ("T" on a transfer credit
      *                     granted through PROJECT3-P46), set to space
      *                     on every history entry written here.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - A student with a credential record on
      *                     CREDENTIALS.DAT (conferred by PROJECT3-P51)
      *                     is archived regardless of activity dates,
      *                     reported as ARCHIVED - GRADUATED.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. Archive record widened to match.
      * Oct 15, 2026 - JP - Archive record widened with
      *                     ARC-ARCHIVE-DATE, set to the run date when a
      *                     student is archived, and
      *                     ARC-ANONYMIZED-DATE, set by PROJECT3-P59's
      *                     personal-data retention run. Reinstating an
      *                     anonymized student warns that the contact
      *                     details must be re-keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P29.
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT CREDENTIAL-FILE
               ASSIGN TO DYNAMIC FP-CREDENTIALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-STUDENT-NUMBER
               FILE STATUS IS STATUS-FIELD-CRD.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
           05 RESIDENCY-STATUS PIC X(1).

      * Same layout as STUFILE3OUT, so an archived student can be
      * copied back (or read for a transcript) byte for byte, followed
      * by the date the student was archived and the date PROJECT3-P59
      * anonymized their personal data (zero until then).
       FD STUDENT-ARCHIVE-FILE.
       01 STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 ARC-RECORD-REST PIC X(219).
           05 ARC-ARCHIVE-DATE PIC 9(8).
           05 ARC-ANONYMIZED-DATE PIC 9(8).

       FD COURSE-HIST-MASTER.
       01 COURSE-HIST-MASTER-RECORD.
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

      * PROJECT3-P51's credential (graduation) records - a student with
      * one is archived whatever their activity dates.
       FD CREDENTIAL-FILE.
       01 CREDENTIAL-RECORD.
           05 CRD-STUDENT-NUMBER PIC 9(6).
           05 CRD-STUDENT-NAME PIC X(40).
           05 CRD-PROGRAM-CODE PIC X(5).
           05 CRD-CONFERRAL-DATE PIC 9(8).
           05 CRD-CUM-AVERAGE PIC 9(3).
           05 CRD-CUM-CREDITS PIC 9(4)V9.
           05 CRD-HONOURS-CODE PIC X(1).
           05 CRD-RUN-DATE PIC 9(8).

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-RECORD.
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

       FD ARCHIVE-REPORT-OUT.
       01 ARCHIVE-REPORT-RECORD-OUT PIC X(100).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 STATUS-FIELD-CRD PIC X(2).
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 ARCHIVED-COUNTER PIC 9(5) VALUE 0.
           05 KEPT-COUNTER PIC 9(5) VALUE 0.
           05 REINSTATED-COUNTER PIC 9(5) VALUE 0.
           05 GRADUATE-ARCHIVED-COUNTER PIC 9(5) VALUE 0.
           05 CREDENTIAL-OPEN-FLG PIC X(1) VALUE "N".
           05 GRADUATED-FLG PIC X(1).
           05 LAST-ACTIVITY-DATE PIC 9(8).
           05 STUDENT-NUMBER-INPUT PIC X(6).
           05 NUMBER-VALID-FLG PIC X(1).
           05 WANTED-STUDENT-NUMBER PIC 9(6).
           05 ANONYMIZED-DATE-WS PIC 9(8).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

           MOVE "STUDENTS ARCHIVED:" TO CTL-LABEL-OUT.
           MOVE ARCHIVED-COUNTER TO CTL-COUNT-OUT.
           WRITE ARCHIVE-REPORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "  OF WHICH GRADUATED:" TO CTL-LABEL-OUT.
           MOVE GRADUATE-ARCHIVED-COUNTER TO CTL-COUNT-OUT.
           WRITE ARCHIVE-REPORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "STUDENTS REINSTATED:" TO CTL-LABEL-OUT.
           MOVE REINSTATED-COUNTER TO CTL-COUNT-OUT.
           WRITE ARCHIVE-REPORT-RECORD-OUT FROM CONTROL-TOTAL-LINE.
                READ-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS ARCHIVED: "
                ARCHIVED-COUNTER.
           DISPLAY "THE NUMBER ARCHIVED AS GRADUATES: "
                GRADUATE-ARCHIVED-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS REINSTATED: "
                REINSTATED-COUNTER.
           CLOSE STUDENT-FILE-IO.
           CLOSE STUDENT-ARCHIVE-FILE.
           CLOSE COURSE-HIST-MASTER.
           IF CREDENTIAL-OPEN-FLG = "Y"
               CLOSE CREDENTIAL-FILE
           END-IF.
           CLOSE ARCHIVE-REPORT-OUT.
           PERFORM 330-APPEND-RUN-METRICS.

                   MOVE PARM-VALUE TO FP-COURSE-HIST-DAT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "CREDENTIALS"
                   MOVE PARM-VALUE TO FP-CREDENTIALS
               WHEN "ARCHIVE-RPT"
                   MOVE PARM-VALUE TO FP-ARCHIVE-RPT
               WHEN "RUN-METRICS"
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
      * No credential file yet just means nobody has graduated.
           OPEN INPUT CREDENTIAL-FILE.
           IF STATUS-FIELD-CRD = "00"
               MOVE "Y" TO CREDENTIAL-OPEN-FLG
           ELSE
               IF STATUS-FIELD-CRD NOT = "35"
                   MOVE "CREDENTIAL-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-CRD TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN OUTPUT ARCHIVE-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "ARCHIVE-REPORT-OUT" TO ABORT-FILE-NAME
                   PERFORM 313-ARCHIVE-IF-INACTIVE
           END-READ.

      * A graduate (credential on file from PROJECT3-P51) is archived
      * whatever their activity dates; everyone else only when there
      * has been no activity since the cutoff.
       313-ARCHIVE-IF-INACTIVE.
           PERFORM 318-CHECK-GRADUATED.
           IF GRADUATED-FLG = "Y"
               PERFORM 316-MOVE-STUDENT-TO-ARCHIVE
           ELSE
               PERFORM 314-FIND-LAST-ACTIVITY-DATE
               IF LAST-ACTIVITY-DATE < CUTOFF-DATE
                   PERFORM 316-MOVE-STUDENT-TO-ARCHIVE
               ELSE
                   ADD 1 TO KEPT-COUNTER
               END-IF
           END-IF.

       318-CHECK-GRADUATED.
           MOVE "N" TO GRADUATED-FLG.
           IF CREDENTIAL-OPEN-FLG = "Y"
               MOVE STUDENT-NUMBER TO CRD-STUDENT-NUMBER
               READ CREDENTIAL-FILE
                   NOT INVALID KEY MOVE "Y" TO GRADUATED-FLG
               END-READ
           END-IF.

      * Latest activity anywhere: the newest course-history entry off
       315C-CHECK-ONE-LOG-DATE.
           IF LOG-STUDENT-NUMBER = STUDENT-NUMBER
               AND LOG-TRANSACTION-DATE > LAST-ACTIVITY-DATE
               AND LOG-TRANSACTION-TYPE NOT = "F"
               AND LOG-TRANSACTION-TYPE NOT = "V"
               AND LOG-TRANSACTION-TYPE NOT = "N"
               AND LOG-TRANSACTION-TYPE NOT = "A"
               MOVE LOG-TRANSACTION-DATE TO LAST-ACTIVITY-DATE
           END-IF.
           PERFORM 315B-READ-ONE-LOG-RECORD.

       316-MOVE-STUDENT-TO-ARCHIVE.
           MOVE STUDENT-RECORD-IO TO STUDENT-ARCHIVE-RECORD.
           MOVE RUN-DATE-WS TO ARC-ARCHIVE-DATE.
           MOVE 0 TO ARC-ANONYMIZED-DATE.
           WRITE STUDENT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE "ALREADY IN ARCHIVE - NOT MOVED" TO
                               STUDENT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO ARCHIVED-COUNTER
                           IF GRADUATED-FLG = "Y"
                               ADD 1 TO GRADUATE-ARCHIVED-COUNTER
                               MOVE "ARCHIVED - GRADUATED" TO
                                   DET-ACTION-OUT
                           ELSE
                               MOVE "ARCHIVED" TO DET-ACTION-OUT
                           END-IF
                           PERFORM 317-WRITE-ARCHIVE-DETAIL
                   END-DELETE
           END-WRITE.
           WRITE ARCHIVE-REPORT-RECORD-OUT FROM ARCHIVE-DETAIL-LINE.

      * REINSTATE mode: copy one archived student back onto the
      * master and remove them from the archive. A student whose
      * personal data PROJECT3-P59 has anonymized comes back under
      * their pseudonym with no address, phone or email - the office
      * must re-key those.
       220-REINSTATE-ONE-STUDENT.
           MOVE "N" TO NUMBER-VALID-FLG.
           PERFORM 321-VALIDATE-STUDENT-NUMBER
           END-IF.

       322-COPY-BACK-TO-MASTER.
           MOVE 0 TO ANONYMIZED-DATE-WS.
           IF ARC-ANONYMIZED-DATE IS NUMERIC
               MOVE ARC-ANONYMIZED-DATE TO ANONYMIZED-DATE-WS
           END-IF.
           MOVE STUDENT-ARCHIVE-RECORD TO STUDENT-RECORD-IO.
           WRITE STUDENT-RECORD-IO
               INVALID KEY
                   PERFORM 317-WRITE-ARCHIVE-DETAIL
                   DISPLAY "STUDENT " WANTED-STUDENT-NUMBER
                       " REINSTATED"
                   IF ANONYMIZED-DATE-WS > 0
                       DISPLAY "PERSONAL DATA WAS ANONYMIZED ON "
                           ANONYMIZED-DATE-WS " - RE-KEY THE NAME, "
                           "ADDRESS, PHONE AND EMAIL"
                   END-IF
           END-WRITE.

      * Append one line of run counters to the standing metrics file -
