      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Bank lockbox remittance import. Reads the bank's
      * remittance file (one "H" header, "D" detail items, one "T"
      * trailer carrying the bank's item count and batch total),
      * balances the details against the trailer, matches each item's
      * student reference to STUFILE3OUT, and appends the matched
      * items to PAYMENT-TRANS.TXT as TRANS-TYPE "P" lines in the
      * layout PROJECT3-P34 edits, followed by a "TRL" control trailer.
      * P34 checks each trailer against its running count and hash
      * total, so the trailer written here carries the cumulative
      * count and hash of every line already on the file (anything
      * hand-keyed by the bursar's office) plus the imported items.
      * Malformed items, unknown students, items too large to post
      * and items that would duplicate a line already on the batch
      * are held back on the suspense report for the bursar to
      * research; the rest of the file still imports. A bank file
      * that is out of balance, or is missing its header or trailer,
      * imports nothing and ends with RETURN-CODE 16 so the batch
      * window halts ahead of the payment edit. No remittance file at
      * all is a normal day - the transaction file is left untouched.
      * Every batch imported is noted on LOCKBOX-HISTORY.TXT by
      * lockbox, bank batch number and deposit date; a batch already
      * on it (a re-sent file, or a rerun after PROJECT3-P34 has
      * consumed PAYMENT-TRANS.TXT) imports nothing and is reported on
      * the suspense report.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - Cheque items (payment method "C" or blank)
      *                     from a student whose returned cheques on
      *                     NSF-REGISTER.TXT have reached
      *                     NSF-CHEQUE-LIMIT (default 2) are held on the
      *                     suspense report instead of imported.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - Corrected the NSF history layout so the
      *                     reason is read from column 47, where
      *                     PROJECT3-P42 writes it.
      * Oct 15, 2026 - JP - Each imported bank batch is noted on
      *                     LOCKBOX-HISTORY.TXT (lockbox, batch number,
      *                     deposit date); a batch already on it is
      *                     reported on the suspense report and nothing
      *                     on it is posted again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P41.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT LOCKBOX-REMIT-FILE
               ASSIGN TO DYNAMIC FP-LOCKBOX-REMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LBX.

           SELECT STUDENT-FILE-CHECK
               ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER-CHK
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY-CHK
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD-CHK.

           SELECT PAYMENT-TRANS-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-TRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TRANS.

           SELECT SUSPENSE-REPORT-OUT
               ASSIGN TO DYNAMIC FP-LOCKBOX-SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT NSF-HISTORY-FILE
               ASSIGN TO DYNAMIC FP-NSF-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NSF.

           SELECT LOCKBOX-HISTORY-FILE
               ASSIGN TO DYNAMIC FP-LOCKBOX-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * Header, detail and trailer records share the file, told apart
      * by the record type in column 1 - see the REDEFINES in working
      * storage.
       FD LOCKBOX-REMIT-FILE.
       01 LOCKBOX-INPUT-LINE PIC X(80).

       FD STUDENT-FILE-CHECK.
       01 STUDENT-RECORD-CHK.
           05 STUDENT-NUMBER-CHK PIC 9(6).
           05 TUITION-OWED-CHK PIC 9(4)V99.
           05 STUDENT-NAME-CHK PIC X(40).
           05 PROGRAM-OF-STUDY-CHK PIC X(5).
           05 COURSE-CODE-1-CHK PIC X(7).
           05 COURSE-AVERAGE-1-CHK PIC 9(3).
           05 COURSE-CODE-2-CHK PIC X(7).
           05 COURSE-AVERAGE-2-CHK PIC 9(3).
           05 COURSE-CODE-3-CHK PIC X(7).
           05 COURSE-AVERAGE-3-CHK PIC 9(3).
           05 COURSE-CODE-4-CHK PIC X(7).
           05 COURSE-AVERAGE-4-CHK PIC 9(3).
           05 COURSE-CODE-5-CHK PIC X(7).
           05 COURSE-AVERAGE-5-CHK PIC 9(3).
           05 STUDENT-ADDRESS-CHK PIC X(40).
           05 STUDENT-PHONE-CHK PIC X(12).
           05 STUDENT-EMAIL-CHK PIC X(40).
           05 GRADE-STATUS-1-CHK PIC X(1).
           05 GRADE-STATUS-2-CHK PIC X(1).
           05 GRADE-STATUS-3-CHK PIC X(1).
           05 GRADE-STATUS-4-CHK PIC X(1).
           05 GRADE-STATUS-5-CHK PIC X(1).
           05 SPONSOR-CODE-CHK PIC X(5).
           05 SECTION-1-CHK PIC X(3).
           05 SECTION-2-CHK PIC X(3).
           05 SECTION-3-CHK PIC X(3).
           05 SECTION-4-CHK PIC X(3).
           05 SECTION-5-CHK PIC X(3).
           05 RESIDENCY-STATUS-CHK PIC X(1).

       FD PAYMENT-TRANS-FILE.
       01 TRANS-RECORD PIC X(30).

       FD SUSPENSE-REPORT-OUT.
       01 SUSPENSE-RECORD-OUT PIC X(120).

      * PROJECT3-P42's returned-payment history - only the student
      * number and reason are needed here.
       FD NSF-HISTORY-FILE.
       01 NSF-HISTORY-RECORD.
           05 NSH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(40).
           05 NSH-REASON PIC X(1).

      * One line per bank batch imported - the lockbox, bank batch
      * number and deposit date from the batch's header, and when and
      * how much was imported.
       FD LOCKBOX-HISTORY-FILE.
       01 LOCKBOX-HISTORY-RECORD.
           05 LBH-LOCKBOX-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LBH-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X(1).
           05 LBH-DEPOSIT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LBH-IMPORT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LBH-IMPORTED-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 LBH-IMPORTED-TOTAL PIC 9(8)V99.

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
      * The three faces of one bank remittance line. LBX-STUDENT-REF
      * is the reference the payer wrote on the remittance stub - a
      * good one is the six-digit student number, left-justified.
       01 LOCKBOX-LINE-WS PIC X(80).
       01 LOCKBOX-HEADER-WS REDEFINES LOCKBOX-LINE-WS.
           05 LBX-REC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 LBX-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X(1).
           05 LBX-DEPOSIT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LBX-LOCKBOX-ID PIC X(8).
           05 FILLER PIC X(54).
       01 LOCKBOX-DETAIL-WS REDEFINES LOCKBOX-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 LBX-ITEM-SEQ PIC X(6).
           05 FILLER PIC X(1).
           05 LBX-STUDENT-REF.
               10 LBX-STUDENT-REF-NUM PIC X(6).
               10 LBX-STUDENT-REF-REST PIC X(4).
           05 FILLER PIC X(1).
           05 LBX-AMOUNT PIC X(9).
           05 LBX-AMOUNT-N REDEFINES LBX-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 LBX-PAYER-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 LBX-ITEM-REF PIC X(12).
           05 FILLER PIC X(1).
      * "C" (or blank, from banks that don't send it) is a cheque,
      * "E" an electronic remittance.
           05 LBX-PAYMENT-METHOD PIC X(1).
           05 FILLER PIC X(5).
       01 LOCKBOX-TRAILER-WS REDEFINES LOCKBOX-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 LBX-TRL-ITEM-COUNT PIC X(6).
           05 LBX-TRL-ITEM-COUNT-N REDEFINES LBX-TRL-ITEM-COUNT
               PIC 9(6).
           05 FILLER PIC X(1).
           05 LBX-TRL-BATCH-TOTAL PIC X(11).
           05 LBX-TRL-BATCH-TOTAL-N REDEFINES LBX-TRL-BATCH-TOTAL
               PIC 9(9)V99.
           05 FILLER PIC X(60).

      * The two faces of a PAYMENT-TRANS.TXT line, exactly as
      * PROJECT3-P34 reads them.
       01 TRANS-LINE-WS PIC X(30).
       01 TRANS-DETAIL-WS REDEFINES TRANS-LINE-WS.
           05 TRANS-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(1).
           05 TRANS-PAYMENT-AMOUNT PIC X(6).
           05 TRANS-PAYMENT-AMOUNT-N REDEFINES TRANS-PAYMENT-AMOUNT
               PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 TRANS-TYPE PIC X(1).
           05 FILLER PIC X(15).
       01 TRANS-TRAILER-WS REDEFINES TRANS-LINE-WS.
           05 TRL-TAG PIC X(3).
           05 FILLER PIC X(1).
           05 TRL-TRANS-COUNT PIC X(6).
           05 TRL-TRANS-COUNT-N REDEFINES TRL-TRANS-COUNT PIC 9(6).
           05 FILLER PIC X(1).
           05 TRL-HASH-TOTAL PIC X(10).
           05 TRL-HASH-TOTAL-N REDEFINES TRL-HASH-TOTAL PIC 9(8)V99.
           05 FILLER PIC X(9).

       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(34)
               VALUE "LOCKBOX REMITTANCE SUSPENSE - ".
           05 HDR-RUN-DATE-OUT PIC 9(8).

       01 BANK-BATCH-LINE.
           05 FILLER PIC X(12) VALUE "BANK BATCH: ".
           05 BNK-BATCH-NUMBER-OUT PIC X(6).
           05 FILLER PIC X(16) VALUE "  DEPOSIT DATE: ".
           05 BNK-DEPOSIT-DATE-OUT PIC X(8).
           05 FILLER PIC X(11) VALUE "  LOCKBOX: ".
           05 BNK-LOCKBOX-ID-OUT PIC X(8).

       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(7) VALUE "  SEQ".
           05 FILLER PIC X(12) VALUE "STUDENT REF".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(32) VALUE "PAYER".
           05 FILLER PIC X(14) VALUE "ITEM REF".
           05 FILLER PIC X(32) VALUE "REASON".

       01 SUSPENSE-DETAIL-LINE.
           05 SUS-SEQ-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUS-STUDENT-REF-OUT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUS-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUS-PAYER-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUS-ITEM-REF-OUT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUS-REASON-OUT PIC X(32).

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(38).
           05 CTL-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

      * Every line already on PAYMENT-TRANS.TXT and every matched
      * remittance, so a remittance that would duplicate one of them
      * (and fail P34's duplicate check for the whole batch) can be
      * held back, and so the imported items can be appended in one
      * pass once the bank file is known to balance.
       01 TRANS-TBL-MAX PIC 9(4) VALUE 2000.
       01 TRANS-TABLE.
           05 TRANS-TBL OCCURS 2000 TIMES.
               10 TRANS-STUDENT-NUMBER-TBL PIC X(6).
               10 TRANS-AMOUNT-TBL PIC 9(4)V99.
               10 TRANS-TYPE-TBL PIC X(1).

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-LBX PIC X(2).
           05 STATUS-FIELD-CHK PIC X(2).
           05 STATUS-FIELD-TRANS PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 STATUS-FIELD-NSF PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 EOF-FLAG-LBX PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-NSF PIC X(1).
           05 EOF-FLAG-TRANS PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 DETAIL-COUNTER PIC 9(6) VALUE 0.
           05 IMPORTED-COUNTER PIC 9(5) VALUE 0.
           05 SUSPENSE-COUNTER PIC 9(5) VALUE 0.
           05 BATCH-ERROR-COUNTER PIC 9(5) VALUE 0.
           05 REMIT-FOUND-FLG PIC X(1) VALUE "Y".
           05 TRANS-FOUND-FLG PIC X(1) VALUE "N".
           05 HEADER-SEEN-FLG PIC X(1) VALUE "N".
           05 TRAILER-SEEN-FLG PIC X(1) VALUE "N".
           05 UNTRAILERED-FLG PIC X(1) VALUE "N".
           05 BATCH-REPEAT-FLG PIC X(1) VALUE "N".
           05 BATCH-LOCKBOX-ID PIC X(8) VALUE SPACES.
           05 BATCH-BANK-NUMBER PIC X(6) VALUE SPACES.
           05 BATCH-DEPOSIT-DATE PIC X(8) VALUE SPACES.
           05 ITEM-ERROR-FLG PIC X(1).
           05 DUP-FOUND-FLG PIC X(1).
           05 BANK-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 IMPORTED-TOTAL-WS PIC 9(8)V99 VALUE 0.
           05 SUSPENSE-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 KEYED-COUNT-WS PIC 9(6) VALUE 0.
           05 KEYED-HASH-WS PIC 9(8)V99 VALUE 0.
           05 CUM-COUNT-WS PIC 9(6) VALUE 0.
           05 CUM-HASH-WS PIC 9(8)V99 VALUE 0.
           05 TRANS-TBL-COUNT PIC 9(4) VALUE 0.
           05 KEYED-TBL-COUNT PIC 9(4) VALUE 0.
           05 TRANS-SUB PIC 9(4).
           05 FIRST-IMPORT-SUB PIC 9(4).
           05 RUN-DATE-WS PIC 9(8).
           05 STUDENT-NSF-COUNT PIC 9(3).
           05 NSF-CHEQUE-LIMIT PIC 9(2) VALUE 2.
           05 NSF-LIMIT-CHK PIC X(2).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-IMPORT-LOCKBOX-REMITTANCE.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-ONE-REMIT-LINE
                   UNTIL EOF-FLAG-LBX = "Y" OR "y".
           PERFORM 204-CHECK-BANK-CONTROLS.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           PERFORM 301-OPEN-FILES.
           WRITE SUSPENSE-RECORD-OUT FROM REPORT-HEADING-LINE.
           WRITE SUSPENSE-RECORD-OUT FROM COLUMN-HEADING-LINE.
           PERFORM 302-LOAD-KEYED-TRANSACTIONS.
           IF REMIT-FOUND-FLG = "Y"
               PERFORM 303-READ-REMIT-LINE
           ELSE
               MOVE "Y" TO EOF-FLAG-LBX
           END-IF.

       202-PROCESS-ONE-REMIT-LINE.
           IF TRAILER-SEEN-FLG = "Y"
               MOVE "RECORD FOLLOWS BANK TRAILER" TO SUS-REASON-OUT
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               EVALUATE LBX-REC-TYPE
                   WHEN "H"
                       PERFORM 310-CHECK-BANK-HEADER
                   WHEN "D"
                       PERFORM 304-EDIT-ONE-REMITTANCE
                   WHEN "T"
                       PERFORM 312-CHECK-BANK-TRAILER
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO SUS-REASON-OUT
                       PERFORM 306-WRITE-BATCH-ERROR
               END-EVALUATE
           END-IF.
           PERFORM 303-READ-REMIT-LINE.

       203-TERMINATE.
           PERFORM 320-APPEND-OR-HOLD-BATCH.
           IF REMIT-FOUND-FLG = "Y" AND BATCH-ERROR-COUNTER = 0
              AND BATCH-REPEAT-FLG = "N"
               PERFORM 324-RECORD-BATCH-HISTORY
           END-IF.
           PERFORM 321-WRITE-CONTROL-TOTALS.
           PERFORM 322-DISPLAY-AUDIT.
           IF REMIT-FOUND-FLG = "Y"
               CLOSE LOCKBOX-REMIT-FILE
           END-IF.
           CLOSE STUDENT-FILE-CHECK.
           CLOSE SUSPENSE-REPORT-OUT.
           PERFORM 323-APPEND-RUN-METRICS.
           IF BATCH-ERROR-COUNTER > 0
               MOVE 16 TO RETURN-CODE
           END-IF.

      * A bank file with no header or no trailer can't be balanced,
      * so nothing on it is trusted - the same rule PROJECT3-P34
      * applies to a keyed batch with no control trailer.
       204-CHECK-BANK-CONTROLS.
           IF REMIT-FOUND-FLG = "Y"
               MOVE SPACES TO LOCKBOX-LINE-WS
               IF HEADER-SEEN-FLG NOT = "Y"
                   MOVE "BANK HEADER RECORD MISSING" TO
                       SUS-REASON-OUT
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
               IF TRAILER-SEEN-FLG NOT = "Y"
                   MOVE "BANK TRAILER RECORD MISSING" TO
                       SUS-REASON-OUT
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
           END-IF.

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
               WHEN "LOCKBOX-REMIT"
                   MOVE PARM-VALUE TO FP-LOCKBOX-REMIT
               WHEN "LOCKBOX-SUSPENSE"
                   MOVE PARM-VALUE TO FP-LOCKBOX-SUSPENSE
               WHEN "PAYMENT-TRANS"
                   MOVE PARM-VALUE TO FP-PAYMENT-TRANS
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "NSF-REGISTER"
                   MOVE PARM-VALUE TO FP-NSF-REGISTER
               WHEN "LOCKBOX-HISTORY"
                   MOVE PARM-VALUE TO FP-LOCKBOX-HISTORY
               WHEN "NSF-CHEQUE-LIMIT"
                   MOVE PARM-VALUE(1:2) TO NSF-LIMIT-CHK
                   IF NSF-LIMIT-CHK IS NUMERIC
                       MOVE NSF-LIMIT-CHK TO NSF-CHEQUE-LIMIT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "NSF-CHEQUE-LIMIT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No remittance file (status 35) just means the bank sent
      * nothing today.
       301-OPEN-FILES.
           OPEN INPUT LOCKBOX-REMIT-FILE.
           IF STATUS-FIELD-LBX = "35"
               MOVE "N" TO REMIT-FOUND-FLG
           ELSE
               IF STATUS-FIELD-LBX NOT = "00"
                   MOVE "LOCKBOX-REMIT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-LBX TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN INPUT STUDENT-FILE-CHECK.
           IF STATUS-FIELD-CHK NOT = "00"
               MOVE "STUDENT-FILE-CHECK" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-CHK TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT SUSPENSE-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "SUSPENSE-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Load whatever is already on PAYMENT-TRANS.TXT, counting and
      * hashing it the way PROJECT3-P34 will, so the trailer appended
      * below carries the right cumulative totals. Lines after the
      * file's last "TRL" have no control trailer of their own; the
      * import won't cover for them with its trailer, so that is
      * treated as a batch error.
       302-LOAD-KEYED-TRANSACTIONS.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF STATUS-FIELD-TRANS = "35"
               MOVE "N" TO TRANS-FOUND-FLG
           ELSE
               IF STATUS-FIELD-TRANS NOT = "00"
                   MOVE "PAYMENT-TRANS-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-TRANS TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "Y" TO TRANS-FOUND-FLG
               MOVE "N" TO EOF-FLAG-TRANS
               PERFORM 302B-READ-KEYED-TRANSACTION
                       UNTIL EOF-FLAG-TRANS = "Y"
               CLOSE PAYMENT-TRANS-FILE
           END-IF.
           MOVE TRANS-TBL-COUNT TO KEYED-TBL-COUNT.
           IF UNTRAILERED-FLG = "Y"
               MOVE SPACES TO LOCKBOX-LINE-WS
               MOVE "PAYMENT-TRANS LINES UNTRAILERED" TO
                   SUS-REASON-OUT
               PERFORM 306-WRITE-BATCH-ERROR
           END-IF.

       302B-READ-KEYED-TRANSACTION.
           READ PAYMENT-TRANS-FILE INTO TRANS-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-TRANS
               NOT AT END PERFORM 302C-TALLY-KEYED-TRANSACTION
           END-READ.
           IF STATUS-FIELD-TRANS NOT = "00" AND
              STATUS-FIELD-TRANS NOT = "10"
               MOVE "PAYMENT-TRANS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-TRANS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       302C-TALLY-KEYED-TRANSACTION.
           IF TRL-TAG = "TRL"
               MOVE "N" TO UNTRAILERED-FLG
           ELSE
               MOVE "Y" TO UNTRAILERED-FLG
               ADD 1 TO KEYED-COUNT-WS
               IF TRANS-STUDENT-NUMBER NUMERIC AND
                  TRANS-PAYMENT-AMOUNT NUMERIC AND
                  (TRANS-TYPE = "P" OR TRANS-TYPE = "R")
                   ADD TRANS-PAYMENT-AMOUNT-N TO KEYED-HASH-WS
                   PERFORM 308-STORE-IN-TRANS-TABLE
               END-IF
           END-IF.

       303-READ-REMIT-LINE.
           READ LOCKBOX-REMIT-FILE INTO LOCKBOX-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-LBX
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.
           IF STATUS-FIELD-LBX NOT = "00" AND
              STATUS-FIELD-LBX NOT = "10"
               MOVE "LOCKBOX-REMIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LBX TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * Every detail counts toward the bank's item count and batch
      * total whether it imports or not - the bank balanced the
      * whole deposit, not just the items we can match. The details
      * of a batch already imported are only counted.
       304-EDIT-ONE-REMITTANCE.
           ADD 1 TO DETAIL-COUNTER.
           IF HEADER-SEEN-FLG NOT = "Y"
               MOVE "DETAIL BEFORE BANK HEADER" TO SUS-REASON-OUT
               PERFORM 306-WRITE-BATCH-ERROR
           END-IF.
           IF LBX-AMOUNT NUMERIC
               ADD LBX-AMOUNT-N TO BANK-TOTAL-WS
           END-IF.
           MOVE BATCH-REPEAT-FLG TO ITEM-ERROR-FLG.
           IF ITEM-ERROR-FLG = "N" AND LBX-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND LBX-AMOUNT-N = 0
               MOVE "AMOUNT IS ZERO" TO SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND LBX-AMOUNT-N > 9999.99
               MOVE "OVER 9999.99 - POST BY HAND" TO SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               IF LBX-STUDENT-REF-NUM NOT NUMERIC OR
                  LBX-STUDENT-REF-REST NOT = SPACES
                   MOVE "STUDENT REFERENCE NOT VALID" TO
                       SUS-REASON-OUT
                   PERFORM 305-WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               PERFORM 307-MATCH-STUDENT-ON-FILE
           END-IF.
           IF ITEM-ERROR-FLG = "N"
              AND LBX-PAYMENT-METHOD NOT = "E"
               PERFORM 311-CHECK-CHEQUE-BLOCK
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               PERFORM 309-CHECK-DUPLICATE-IN-BATCH
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               MOVE LBX-STUDENT-REF-NUM TO TRANS-STUDENT-NUMBER
               MOVE LBX-AMOUNT-N TO TRANS-PAYMENT-AMOUNT-N
               MOVE "P" TO TRANS-TYPE
               PERFORM 308-STORE-IN-TRANS-TABLE
               IF ITEM-ERROR-FLG = "N"
                   ADD 1 TO IMPORTED-COUNTER
                   ADD LBX-AMOUNT-N TO IMPORTED-TOTAL-WS
               END-IF
           END-IF.

       305-WRITE-SUSPENSE-ITEM.
           PERFORM 305B-FORMAT-SUSPENSE-LINE.
           WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-DETAIL-LINE.
           ADD 1 TO SUSPENSE-COUNTER.
           IF LBX-AMOUNT NUMERIC
               ADD LBX-AMOUNT-N TO SUSPENSE-TOTAL-WS
           END-IF.
           MOVE "Y" TO ITEM-ERROR-FLG.

       305B-FORMAT-SUSPENSE-LINE.
           MOVE DETAIL-COUNTER TO SUS-SEQ-OUT.
           MOVE LBX-STUDENT-REF TO SUS-STUDENT-REF-OUT.
           IF LBX-REC-TYPE = "D" AND LBX-AMOUNT NUMERIC
               MOVE LBX-AMOUNT-N TO SUS-AMOUNT-OUT
           ELSE
               MOVE 0 TO SUS-AMOUNT-OUT
           END-IF.
           MOVE LBX-PAYER-NAME TO SUS-PAYER-NAME-OUT.
           MOVE LBX-ITEM-REF TO SUS-ITEM-REF-OUT.

      * A batch-level error stops the whole file from importing; it is
      * printed on the same report so the bursar sees everything in
      * one place.
       306-WRITE-BATCH-ERROR.
           PERFORM 305B-FORMAT-SUSPENSE-LINE.
           WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-DETAIL-LINE.
           ADD 1 TO BATCH-ERROR-COUNTER.

       307-MATCH-STUDENT-ON-FILE.
           MOVE LBX-STUDENT-REF-NUM TO STUDENT-NUMBER-CHK.
           READ STUDENT-FILE-CHECK
               INVALID KEY
                   MOVE "NO MATCHING STUDENT ON FILE" TO
                       SUS-REASON-OUT
                   PERFORM 305-WRITE-SUSPENSE-ITEM
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       308-STORE-IN-TRANS-TABLE.
           IF TRANS-TBL-COUNT >= TRANS-TBL-MAX
               DISPLAY "TRANS-TBL-MAX (" TRANS-TBL-MAX ") REACHED - "
                   "BATCH TOO LARGE TO IMPORT"
               MOVE "BATCH LARGER THAN IMPORT TABLE" TO
                   SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           ELSE
               ADD 1 TO TRANS-TBL-COUNT
               MOVE TRANS-STUDENT-NUMBER TO
                   TRANS-STUDENT-NUMBER-TBL(TRANS-TBL-COUNT)
               MOVE TRANS-PAYMENT-AMOUNT-N TO
                   TRANS-AMOUNT-TBL(TRANS-TBL-COUNT)
               MOVE TRANS-TYPE TO TRANS-TYPE-TBL(TRANS-TBL-COUNT)
           END-IF.

      * The same student, amount and type twice in one batch fails
      * PROJECT3-P34's duplicate check and holds the whole batch, so
      * the second one waits here instead - typically a payment the
      * office already keyed by hand, or a re-sent bank file.
       309-CHECK-DUPLICATE-IN-BATCH.
           MOVE "N" TO DUP-FOUND-FLG.
           PERFORM 309B-MATCH-ONE-TABLE-ENTRY VARYING
                  TRANS-SUB FROM 1 BY 1
                  UNTIL TRANS-SUB > TRANS-TBL-COUNT
                  OR DUP-FOUND-FLG = "Y".
           IF DUP-FOUND-FLG = "Y"
               MOVE "DUPLICATES AN ITEM ON THE BATCH" TO
                   SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           END-IF.

       309B-MATCH-ONE-TABLE-ENTRY.
           IF TRANS-STUDENT-NUMBER-TBL(TRANS-SUB) =
                   LBX-STUDENT-REF-NUM
               AND TRANS-AMOUNT-TBL(TRANS-SUB) = LBX-AMOUNT-N
               AND TRANS-TYPE-TBL(TRANS-SUB) = "P"
               MOVE "Y" TO DUP-FOUND-FLG
           END-IF.

       310-CHECK-BANK-HEADER.
           IF HEADER-SEEN-FLG = "Y"
               MOVE "SECOND BANK HEADER RECORD" TO SUS-REASON-OUT
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               MOVE "Y" TO HEADER-SEEN-FLG
               MOVE LBX-BATCH-NUMBER TO BNK-BATCH-NUMBER-OUT
               MOVE LBX-DEPOSIT-DATE TO BNK-DEPOSIT-DATE-OUT
               MOVE LBX-LOCKBOX-ID TO BNK-LOCKBOX-ID-OUT
               WRITE SUSPENSE-RECORD-OUT FROM BANK-BATCH-LINE
               MOVE LBX-LOCKBOX-ID TO BATCH-LOCKBOX-ID
               MOVE LBX-BATCH-NUMBER TO BATCH-BANK-NUMBER
               MOVE LBX-DEPOSIT-DATE TO BATCH-DEPOSIT-DATE
               PERFORM 313-CHECK-BATCH-HISTORY
           END-IF.

      * A student whose returned cheques (PROJECT3-P42's "N" lines on
      * NSF-REGISTER.TXT) have reached NSF-CHEQUE-LIMIT may no longer
      * pay by cheque - the cheque is held for the bursar to return
      * instead of being posted. No register means nobody is blocked.
       311-CHECK-CHEQUE-BLOCK.
           MOVE 0 TO STUDENT-NSF-COUNT.
           OPEN INPUT NSF-HISTORY-FILE.
           IF STATUS-FIELD-NSF = "00"
               MOVE "N" TO EOF-FLAG-NSF
               PERFORM 311B-COUNT-ONE-NSF-LINE
                   UNTIL EOF-FLAG-NSF = "Y"
               CLOSE NSF-HISTORY-FILE
           END-IF.
           IF STUDENT-NSF-COUNT >= NSF-CHEQUE-LIMIT
               MOVE "CHEQUES BLOCKED - REPEATED NSF" TO SUS-REASON-OUT
               PERFORM 305-WRITE-SUSPENSE-ITEM
           END-IF.

       311B-COUNT-ONE-NSF-LINE.
           READ NSF-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG-NSF
               NOT AT END
                   IF NSH-STUDENT-NUMBER = LBX-STUDENT-REF-NUM
                      AND NSH-REASON = "N"
                       ADD 1 TO STUDENT-NSF-COUNT
                   END-IF
           END-READ.

      * A batch already on the history has been posted once - whether
      * the bank sent it again or the import is being rerun - so none
      * of it is posted again. It is not an error in the bank file,
      * so the batch window carries on.
       313-CHECK-BATCH-HISTORY.
           OPEN INPUT LOCKBOX-HISTORY-FILE.
           IF STATUS-FIELD-HIST = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-HIST NOT = "00"
                   MOVE "LOCKBOX-HISTORY-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-HIST TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-HIST
               PERFORM 313B-MATCH-ONE-HISTORY-LINE
                   UNTIL EOF-FLAG-HIST = "Y"
               CLOSE LOCKBOX-HISTORY-FILE
           END-IF.
           IF BATCH-REPEAT-FLG = "Y"
               MOVE SPACES TO LOCKBOX-LINE-WS
               MOVE "BATCH ALREADY IMPORTED" TO SUS-REASON-OUT
               PERFORM 305B-FORMAT-SUSPENSE-LINE
               WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-DETAIL-LINE
           END-IF.

       313B-MATCH-ONE-HISTORY-LINE.
           READ LOCKBOX-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG-HIST
               NOT AT END
                   IF LBH-LOCKBOX-ID = BATCH-LOCKBOX-ID
                      AND LBH-BATCH-NUMBER = BATCH-BANK-NUMBER
                      AND LBH-DEPOSIT-DATE = BATCH-DEPOSIT-DATE
                       MOVE "Y" TO BATCH-REPEAT-FLG
                       MOVE "Y" TO EOF-FLAG-HIST
                   END-IF
           END-READ.

       312-CHECK-BANK-TRAILER.
           MOVE "Y" TO TRAILER-SEEN-FLG.
           IF LBX-TRL-ITEM-COUNT NOT NUMERIC OR
              LBX-TRL-BATCH-TOTAL NOT NUMERIC
               MOVE "BANK TRAILER COUNT/TOTAL BAD" TO SUS-REASON-OUT
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               IF LBX-TRL-ITEM-COUNT-N NOT = DETAIL-COUNTER
                   MOVE "BANK ITEM COUNT DOES NOT MATCH" TO
                       SUS-REASON-OUT
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
               IF LBX-TRL-BATCH-TOTAL-N NOT = BANK-TOTAL-WS
                   MOVE "BANK BATCH TOTAL DOES NOT MATCH" TO
                       SUS-REASON-OUT
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
           END-IF.

      * A balanced bank file is appended to PAYMENT-TRANS.TXT in one
      * pass, followed by a trailer whose count and hash cover every
      * line on the file; an out-of-balance one leaves the file
      * exactly as it was.
       320-APPEND-OR-HOLD-BATCH.
           IF BATCH-ERROR-COUNTER = 0 AND IMPORTED-COUNTER > 0
               IF TRANS-FOUND-FLG = "Y"
                   OPEN EXTEND PAYMENT-TRANS-FILE
               ELSE
                   OPEN OUTPUT PAYMENT-TRANS-FILE
               END-IF
               IF STATUS-FIELD-TRANS NOT = "00"
                   MOVE "PAYMENT-TRANS-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-TRANS TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               COMPUTE FIRST-IMPORT-SUB = KEYED-TBL-COUNT + 1
               PERFORM 320B-APPEND-ONE-TRANSACTION VARYING
                      TRANS-SUB FROM FIRST-IMPORT-SUB BY 1
                      UNTIL TRANS-SUB > TRANS-TBL-COUNT
               COMPUTE CUM-COUNT-WS = KEYED-COUNT-WS +
                   IMPORTED-COUNTER
               COMPUTE CUM-HASH-WS = KEYED-HASH-WS +
                   IMPORTED-TOTAL-WS
               MOVE SPACES TO TRANS-LINE-WS
               MOVE "TRL" TO TRL-TAG
               MOVE CUM-COUNT-WS TO TRL-TRANS-COUNT-N
               MOVE CUM-HASH-WS TO TRL-HASH-TOTAL-N
               WRITE TRANS-RECORD FROM TRANS-LINE-WS
               CLOSE PAYMENT-TRANS-FILE
           END-IF.

       320B-APPEND-ONE-TRANSACTION.
           MOVE SPACES TO TRANS-LINE-WS.
           MOVE TRANS-STUDENT-NUMBER-TBL(TRANS-SUB) TO
               TRANS-STUDENT-NUMBER.
           MOVE TRANS-AMOUNT-TBL(TRANS-SUB) TO TRANS-PAYMENT-AMOUNT-N.
           MOVE TRANS-TYPE-TBL(TRANS-SUB) TO TRANS-TYPE.
           WRITE TRANS-RECORD FROM TRANS-LINE-WS.

       321-WRITE-CONTROL-TOTALS.
           IF REMIT-FOUND-FLG NOT = "Y"
               MOVE "NO REMITTANCE FILE FROM THE BANK" TO
                   CTL-LABEL-OUT
               MOVE 0 TO CTL-COUNT-OUT
               WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE
           END-IF.
           MOVE "BANK DETAIL ITEMS:" TO CTL-LABEL-OUT.
           MOVE DETAIL-COUNTER TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "BANK BATCH TOTAL:" TO CTL-LABEL-OUT.
           MOVE BANK-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ITEMS IMPORTED:" TO CTL-LABEL-OUT.
           MOVE IMPORTED-COUNTER TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "AMOUNT IMPORTED:" TO CTL-LABEL-OUT.
           MOVE IMPORTED-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "ITEMS IN SUSPENSE:" TO CTL-LABEL-OUT.
           MOVE SUSPENSE-COUNTER TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "AMOUNT IN SUSPENSE:" TO CTL-LABEL-OUT.
           MOVE SUSPENSE-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           MOVE "BATCH ERRORS:" TO CTL-LABEL-OUT.
           MOVE BATCH-ERROR-COUNTER TO CTL-COUNT-OUT.
           WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE.
           IF BATCH-ERROR-COUNTER > 0
               MOVE "BANK FILE NOT IMPORTED" TO CTL-LABEL-OUT
               MOVE 0 TO CTL-COUNT-OUT
               WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE
           END-IF.
           IF BATCH-REPEAT-FLG = "Y"
               MOVE "BATCH ALREADY IMPORTED - NOT POSTED" TO
                   CTL-LABEL-OUT
               MOVE 0 TO CTL-COUNT-OUT
               WRITE SUSPENSE-RECORD-OUT FROM CONTROL-TOTAL-LINE
           END-IF.

       322-DISPLAY-AUDIT.
           IF REMIT-FOUND-FLG NOT = "Y"
               DISPLAY "NO LOCKBOX REMITTANCE FILE - NOTHING IMPORTED"
           END-IF.
           DISPLAY "THE NUMBER OF LINES READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF ITEMS IMPORTED: " IMPORTED-COUNTER.
           DISPLAY "THE NUMBER OF ITEMS IN SUSPENSE: "
                SUSPENSE-COUNTER.
           IF BATCH-ERROR-COUNTER > 0
               DISPLAY "BANK FILE NOT IMPORTED - SEE "
                   FP-LOCKBOX-SUSPENSE
           END-IF.
           IF BATCH-REPEAT-FLG = "Y"
               DISPLAY "BANK BATCH " BATCH-BANK-NUMBER
                   " ALREADY IMPORTED - NOTHING POSTED"
           END-IF.

      * Append one line of run counters to the standing metrics file -
      * IMPORTED-COUNTER is the primary count, the lines already keyed
      * onto PAYMENT-TRANS.TXT the secondary count and
      * SUSPENSE-COUNTER the reject count.
       323-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P41" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           IF BATCH-ERROR-COUNTER > 0
               MOVE 0 TO RM-PRIMARY-COUNT
           ELSE
               MOVE IMPORTED-COUNTER TO RM-PRIMARY-COUNT
           END-IF.
           MOVE KEYED-COUNT-WS TO RM-SECONDARY-COUNT.
           MOVE SUSPENSE-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Only a batch that balanced is noted - one held for a batch
      * error is expected to come round again once it is corrected.
       324-RECORD-BATCH-HISTORY.
           OPEN EXTEND LOCKBOX-HISTORY-FILE.
           IF STATUS-FIELD-HIST = "35"
               OPEN OUTPUT LOCKBOX-HISTORY-FILE
           END-IF.
           IF STATUS-FIELD-HIST NOT = "00"
               MOVE "LOCKBOX-HISTORY-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO LOCKBOX-HISTORY-RECORD.
           MOVE BATCH-LOCKBOX-ID TO LBH-LOCKBOX-ID.
           MOVE BATCH-BANK-NUMBER TO LBH-BATCH-NUMBER.
           MOVE BATCH-DEPOSIT-DATE TO LBH-DEPOSIT-DATE.
           MOVE RUN-DATE-WS TO LBH-IMPORT-DATE.
           MOVE IMPORTED-COUNTER TO LBH-IMPORTED-COUNT.
           MOVE IMPORTED-TOTAL-WS TO LBH-IMPORTED-TOTAL.
           WRITE LOCKBOX-HISTORY-RECORD.
           CLOSE LOCKBOX-HISTORY-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P41.
