      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Returned-payment (NSF) reversal. Reads the bursar's
      * list of returned items on NSF-RETURNS.TXT - one official
      * receipt number per line, with a reason ("N" cheque returned
      * NSF, "C" card charged back) and whether to levy the NSF
      * charge - and for each one finds the original payment on
      * PAYMENT-LOG.TXT by LOG-RECEIPT-NUMBER, adds the amount back to
      * the student's TUITION-OWED on STUFILE3OUT and logs a
      * reversal entry (LOG-TRANSACTION-TYPE "V") carrying the
      * original receipt number, so the reversal points back at the
      * payment it undoes. The optional NSF charge (NSF-CHARGE-AMOUNT
      * on C:\STUPARAM.TXT) is logged as its own "N" entry. The
      * receipt's header line on RECEIPTS.TXT is rewritten in place
      * from OFFICIAL to VOIDED, and every reversal is appended to
      * the NSF history on NSF-REGISTER.TXT. A student whose returned
      * cheques reach NSF-CHEQUE-LIMIT (default 2) is blocked from
      * paying by cheque: PROJECT3-P41 holds their lockbox cheques in
      * suspense and Project3-p2 warns the counter clerk. Receipts
      * already reversed, not on the log, or whose student is no
      * longer on the master are rejected on the NSF register report.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - Every payment-log entry written here is
      *                     stamped with the term code its transaction
      *                     date falls in, looked up on the term
      *                     calendar through Project3_Term_Sub
      *                     (TERM-CALENDAR parameter).
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields (the section taken in
      *                     each course slot) carried through untouched.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2; entries written here leave it
      *                     blank.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      * Oct 15, 2026 - JP - NSF history record cleared before each
      *                     append instead of relying on FILLER values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P42.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT NSF-RETURNS-FILE
               ASSIGN TO DYNAMIC FP-NSF-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-RET.

           SELECT STUDENT-FILE-IO ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT RECEIPT-FILE
               ASSIGN TO DYNAMIC FP-RECEIPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-RCP.

           SELECT NSF-HISTORY-FILE
               ASSIGN TO DYNAMIC FP-NSF-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NSF.

           SELECT NSF-REPORT-OUT
               ASSIGN TO DYNAMIC FP-NSF-REGISTER-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * RET-REASON "N" is a cheque returned NSF (counts toward the
      * cheque block), "C" a card charge-back (doesn't). RET-CHARGE
      * "Y" levies NSF-CHARGE-AMOUNT on top of the reversal.
       FD NSF-RETURNS-FILE.
       01 NSF-RETURN-RECORD.
           05 RET-RECEIPT-NUMBER PIC X(6).
           05 RET-RECEIPT-NUMBER-N REDEFINES RET-RECEIPT-NUMBER
               PIC 9(6).
           05 FILLER PIC X(1).
           05 RET-REASON PIC X(1).
           05 FILLER PIC X(1).
           05 RET-CHARGE PIC X(1).

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

       FD PAYMENT-LOG-FILE.
       01 PAYMENT-LOG-RECORD.
           05 LOG-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-OLD-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-PAYMENT-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-NEW-BALANCE PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-TRANSACTION-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-TRANSACTION-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
      * Second operator who released a large refund or withdrawal
      * from Project3-p2's approval queue; spaces otherwise.
           05 LOG-APPROVER-ID PIC X(8).

      * The printed receipts Project3-p2 and PROJECT3-P6 append to.
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD PIC X(80).

      * One line per reversal, kept for good - the count of "N"
      * lines for a student is what the cheque block is judged on.
       FD NSF-HISTORY-FILE.
       01 NSF-HISTORY-RECORD.
           05 NSH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 NSH-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 NSH-PAYMENT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 NSH-REVERSAL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 NSH-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 NSH-CHARGE-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 NSH-REASON PIC X(1).

       FD NSF-REPORT-OUT.
       01 NSF-REPORT-RECORD-OUT PIC X(132).

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
      * A receipt header line as PROJECT3-P6/Project3-p2 print it.
       01 RECEIPT-LINE-WS PIC X(80).
       01 RECEIPT-HEADER-WS REDEFINES RECEIPT-LINE-WS.
           05 RCP-TAG PIC X(21).
           05 RCP-NUMBER PIC X(6).
           05 FILLER PIC X(53).

       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(36)
               VALUE "RETURNED-PAYMENT (NSF) REGISTER - ".
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(17) VALUE "  CHEQUE LIMIT: ".
           05 HDR-CHEQUE-LIMIT-OUT PIC Z9.
           05 FILLER PIC X(14) VALUE "  NSF CHARGE: ".
           05 HDR-CHARGE-OUT PIC Z,ZZ9.99.

       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(6) VALUE "RCPT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "RSN".
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAID ON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "  AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " NSF CHG".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  NEW BAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "NSF".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS".

       01 RULE-LINE.
           05 FILLER PIC X(122) VALUE ALL "-".

       01 NSF-DETAIL-LINE.
           05 DET-RECEIPT-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REASON-OUT PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NUMBER-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NAME-OUT PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PAID-ON-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMOUNT-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CHARGE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NEW-BALANCE-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NSF-COUNT-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STATUS-OUT PIC X(30).

       01 TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ITEMS REVERSED: ".
           05 TOT-REVERSED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(19) VALUE "  AMOUNT REVERSED: ".
           05 TOT-AMOUNT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "  NSF CHARGES: ".
           05 TOT-CHARGES-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  REJECTED: ".
           05 TOT-REJECTED-OUT PIC ZZ,ZZ9.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-RET PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-RCP PIC X(2).
           05 STATUS-FIELD-NSF PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-RET PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-RCP PIC X(1).
           05 EOF-FLAG-NSF PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 RETURNS-FOUND-FLG PIC X(1) VALUE "Y".
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 REVERSED-COUNTER PIC 9(5) VALUE 0.
           05 REJECTED-COUNTER PIC 9(5) VALUE 0.
           05 BLOCKED-COUNTER PIC 9(5) VALUE 0.
           05 TOTAL-REVERSED-WS PIC 9(7)V99 VALUE 0.
           05 TOTAL-CHARGES-WS PIC 9(7)V99 VALUE 0.
           05 NSF-CHARGE-AMOUNT PIC 9(4)V99 VALUE 25.00.
           05 NSF-CHARGE-CHK PIC X(6).
           05 NSF-CHARGE-CHK-N REDEFINES NSF-CHARGE-CHK PIC 9(4)V99.
           05 NSF-CHEQUE-LIMIT PIC 9(2) VALUE 2.
           05 NSF-LIMIT-CHK PIC X(2).
           05 ORIGINAL-FOUND-FLG PIC X(1).
           05 ALREADY-REVERSED-FLG PIC X(1).
           05 RECEIPT-VOIDED-FLG PIC X(1).
           05 REJECT-FLG PIC X(1).
           05 ORIG-STUDENT-NUMBER PIC 9(6).
           05 ORIG-AMOUNT PIC 9(4)V99.
           05 ORIG-DATE PIC 9(8).
           05 CHARGE-WS PIC 9(4)V99.
           05 OLD-BALANCE-WS PIC 9(4)V99.
           05 REVERSED-BALANCE-WS PIC 9(4)V99.
           05 STUDENT-NSF-COUNT PIC 9(3).
           05 STATUS-TEXT-WS PIC X(30).
           05 RUN-DATE-WS PIC 9(8).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-REVERSE-RETURNED-PAYMENTS.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-ONE-RETURN
                   UNTIL EOF-FLAG-RET = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           MOVE NSF-CHEQUE-LIMIT TO HDR-CHEQUE-LIMIT-OUT.
           MOVE NSF-CHARGE-AMOUNT TO HDR-CHARGE-OUT.
           WRITE NSF-REPORT-RECORD-OUT FROM REPORT-HEADING-LINE.
           WRITE NSF-REPORT-RECORD-OUT FROM COLUMN-HEADER-LINE.
           WRITE NSF-REPORT-RECORD-OUT FROM RULE-LINE.
           MOVE "N" TO EOF-FLAG-RET.
           IF RETURNS-FOUND-FLG = "Y"
               PERFORM 303-READ-RETURN-RECORD
           ELSE
               MOVE "Y" TO EOF-FLAG-RET
           END-IF.

       202-PROCESS-ONE-RETURN.
           PERFORM 310-EDIT-RETURN.
           IF REJECT-FLG = "N"
               PERFORM 320-FIND-ORIGINAL-PAYMENT
               PERFORM 311-CHECK-ORIGINAL-PAYMENT
           END-IF.
           IF REJECT-FLG = "N"
               PERFORM 312-READ-STUDENT
           END-IF.
           IF REJECT-FLG = "N"
               PERFORM 330-POST-REVERSAL
           END-IF.
           IF REJECT-FLG = "Y"
               ADD 1 TO REJECTED-COUNTER
           END-IF.
           PERFORM 350-WRITE-REGISTER-LINE.
           PERFORM 303-READ-RETURN-RECORD.

       203-TERMINATE.
           WRITE NSF-REPORT-RECORD-OUT FROM RULE-LINE.
           MOVE REVERSED-COUNTER TO TOT-REVERSED-OUT.
           MOVE TOTAL-REVERSED-WS TO TOT-AMOUNT-OUT.
           MOVE TOTAL-CHARGES-WS TO TOT-CHARGES-OUT.
           MOVE REJECTED-COUNTER TO TOT-REJECTED-OUT.
           WRITE NSF-REPORT-RECORD-OUT FROM TOTAL-LINE.
           PERFORM 308-DISPLAY-AUDIT.
           IF RETURNS-FOUND-FLG = "Y"
               CLOSE NSF-RETURNS-FILE
           END-IF.
           CLOSE STUDENT-FILE-IO.
           CLOSE NSF-REPORT-OUT.
           PERFORM 360-APPEND-RUN-METRICS.

      * Override the FILE-PATHS.DAT defaults with any paths named in
      * C:\STUPARAM.TXT. A missing parameter file just leaves every
      * FP- field at its default, so the program still runs unchanged.
      * NSF-CHARGE-AMOUNT is six digits with two implied decimals
      * (002500 is 25.00).
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
               WHEN "NSF-RETURNS"
                   MOVE PARM-VALUE TO FP-NSF-RETURNS
               WHEN "NSF-REGISTER"
                   MOVE PARM-VALUE TO FP-NSF-REGISTER
               WHEN "NSF-REGISTER-RPT"
                   MOVE PARM-VALUE TO FP-NSF-REGISTER-RPT
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "RECEIPT-FILE"
                   MOVE PARM-VALUE TO FP-RECEIPT-FILE
               WHEN "NSF-CHARGE-AMOUNT"
                   MOVE PARM-VALUE(1:6) TO NSF-CHARGE-CHK
                   IF NSF-CHARGE-CHK IS NUMERIC
                       MOVE NSF-CHARGE-CHK-N TO NSF-CHARGE-AMOUNT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "NSF-CHARGE-AMOUNT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "NSF-CHEQUE-LIMIT"
                   MOVE PARM-VALUE(1:2) TO NSF-LIMIT-CHK
                   IF NSF-LIMIT-CHK IS NUMERIC
                       MOVE NSF-LIMIT-CHK TO NSF-CHEQUE-LIMIT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "NSF-CHEQUE-LIMIT VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No returns file (status 35) just means nothing came back from
      * the bank - the register prints empty.
       301-OPEN-FILES.
           OPEN INPUT NSF-RETURNS-FILE.
           IF STATUS-FIELD-RET = "35"
               MOVE "N" TO RETURNS-FOUND-FLG
           ELSE
               IF STATUS-FIELD-RET NOT = "00"
                   MOVE "NSF-RETURNS-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-RET TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN I-O STUDENT-FILE-IO.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT NSF-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "NSF-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       303-READ-RETURN-RECORD.
           READ NSF-RETURNS-FILE
               AT END MOVE "Y" TO EOF-FLAG-RET
               NOT AT END ADD 1 TO READ-COUNTER
           END-READ.
           IF STATUS-FIELD-RET NOT = "00" AND
              STATUS-FIELD-RET NOT = "10"
               MOVE "NSF-RETURNS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-RET TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       308-DISPLAY-AUDIT.
           IF RETURNS-FOUND-FLG NOT = "Y"
               DISPLAY "NO NSF RETURNS FILE - NOTHING REVERSED"
           END-IF.
           DISPLAY "THE NUMBER OF RETURNED ITEMS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF PAYMENTS REVERSED: "
                REVERSED-COUNTER.
           DISPLAY "THE NUMBER OF ITEMS REJECTED: " REJECTED-COUNTER.
           DISPLAY "THE NUMBER OF STUDENTS NOW CHEQUE-BLOCKED: "
                BLOCKED-COUNTER.

       310-EDIT-RETURN.
           MOVE "N" TO REJECT-FLG.
           MOVE SPACES TO STATUS-TEXT-WS.
           MOVE 0 TO ORIG-STUDENT-NUMBER.
           MOVE 0 TO ORIG-AMOUNT.
           MOVE 0 TO ORIG-DATE.
           MOVE 0 TO CHARGE-WS.
           MOVE 0 TO STUDENT-NSF-COUNT.
           MOVE SPACES TO STUDENT-NAME.
           IF RET-REASON = "n"
               MOVE "N" TO RET-REASON
           END-IF.
           IF RET-REASON = "c"
               MOVE "C" TO RET-REASON
           END-IF.
           IF RET-RECEIPT-NUMBER NOT NUMERIC
               MOVE "Y" TO REJECT-FLG
               MOVE "RECEIPT NUMBER NOT NUMERIC" TO STATUS-TEXT-WS
           ELSE
               IF RET-RECEIPT-NUMBER-N = 0
                   MOVE "Y" TO REJECT-FLG
                   MOVE "RECEIPT NUMBER IS ZERO" TO STATUS-TEXT-WS
               END-IF
           END-IF.
           IF REJECT-FLG = "N" AND
              RET-REASON NOT = "N" AND RET-REASON NOT = "C"
               MOVE "Y" TO REJECT-FLG
               MOVE "REASON NOT N OR C" TO STATUS-TEXT-WS
           END-IF.

      * Only an actual payment can be reversed: an unknown receipt,
      * or one already carrying a "V" entry, is rejected so a
      * returned item keyed twice never reverses twice.
       311-CHECK-ORIGINAL-PAYMENT.
           IF ALREADY-REVERSED-FLG = "Y"
               MOVE "Y" TO REJECT-FLG
               MOVE "RECEIPT ALREADY REVERSED" TO STATUS-TEXT-WS
           ELSE
               IF ORIGINAL-FOUND-FLG NOT = "Y"
                   MOVE "Y" TO REJECT-FLG
                   MOVE "RECEIPT NOT ON PAYMENT LOG" TO
                       STATUS-TEXT-WS
               END-IF
           END-IF.

       312-READ-STUDENT.
           MOVE ORIG-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-IO
               INVALID KEY
                   MOVE "Y" TO REJECT-FLG
                   MOVE SPACES TO STUDENT-NAME
                   MOVE "STUDENT NOT ON MASTER" TO STATUS-TEXT-WS
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * One pass over PAYMENT-LOG.TXT per returned item - the same
      * open/scan/close pattern PROJECT3-P22 and PROJECT3-P23 use on
      * this file. Payments are logged as "P" (or blank, from before
      * LOG-TRANSACTION-TYPE existed); refunds, withdrawals, fees and
      * sponsor payments carry receipt number zero and never match.
       320-FIND-ORIGINAL-PAYMENT.
           MOVE "N" TO ORIGINAL-FOUND-FLG.
           MOVE "N" TO ALREADY-REVERSED-FLG.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-LOG NOT = "00"
                   MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-LOG TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-LOG
               PERFORM 320B-READ-ONE-LOG-RECORD
               PERFORM 320C-CHECK-ONE-LOG-RECORD
                   UNTIL EOF-FLAG-LOG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       320B-READ-ONE-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       320C-CHECK-ONE-LOG-RECORD.
           IF LOG-RECEIPT-NUMBER = RET-RECEIPT-NUMBER-N
               EVALUATE LOG-TRANSACTION-TYPE
                   WHEN "P" WHEN SPACE
                       MOVE "Y" TO ORIGINAL-FOUND-FLG
                       MOVE LOG-STUDENT-NUMBER TO ORIG-STUDENT-NUMBER
                       MOVE LOG-PAYMENT-AMOUNT TO ORIG-AMOUNT
                       MOVE LOG-TRANSACTION-DATE TO ORIG-DATE
                   WHEN "V"
                       MOVE "Y" TO ALREADY-REVERSED-FLG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 320B-READ-ONE-LOG-RECORD.

      * The same 9,999.99 ceiling PROJECT3-P6 guards a refund with -
      * a reversal that would overflow TUITION-OWED is reported, not
      * truncated. The NSF charge rides on the same REWRITE.
       330-POST-REVERSAL.
           IF RET-CHARGE = "Y" OR "y"
               MOVE NSF-CHARGE-AMOUNT TO CHARGE-WS
           END-IF.
           IF ORIG-AMOUNT + CHARGE-WS > 9999.99 - TUITION-OWED
               MOVE "Y" TO REJECT-FLG
               MOVE "REVERSAL WOULD OVERFLOW BALANCE" TO
                   STATUS-TEXT-WS
           ELSE
               MOVE TUITION-OWED TO OLD-BALANCE-WS
               COMPUTE REVERSED-BALANCE-WS =
                   TUITION-OWED + ORIG-AMOUNT
               COMPUTE TUITION-OWED =
                   TUITION-OWED + ORIG-AMOUNT + CHARGE-WS
               REWRITE STUDENT-RECORD-IO
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           STUDENT-NUMBER
                       MOVE OLD-BALANCE-WS TO TUITION-OWED
                       MOVE "Y" TO REJECT-FLG
                       MOVE "REWRITE FAILED" TO STATUS-TEXT-WS
                   NOT INVALID KEY
                       PERFORM 332-LOG-REVERSAL
                       PERFORM 334-VOID-RECEIPT
                       PERFORM 336-APPEND-NSF-HISTORY
                       PERFORM 338-COUNT-STUDENT-NSFS
                       ADD 1 TO REVERSED-COUNTER
                       ADD ORIG-AMOUNT TO TOTAL-REVERSED-WS
                       ADD CHARGE-WS TO TOTAL-CHARGES-WS
               END-REWRITE
           END-IF.

      * The "V" entry carries the original receipt number so the
      * reversal points back at the payment it undoes; the NSF charge
      * is its own "N" entry with receipt number zero, as every
      * other non-payment entry has. The log is opened EXTEND just for
      * these entries because 320-FIND-ORIGINAL-PAYMENT reads the
      * same file for every returned item.
       332-LOG-REVERSAL.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE STUDENT-NUMBER TO LOG-STUDENT-NUMBER.
           MOVE OLD-BALANCE-WS TO LOG-OLD-BALANCE.
           MOVE ORIG-AMOUNT TO LOG-PAYMENT-AMOUNT.
           MOVE REVERSED-BALANCE-WS TO LOG-NEW-BALANCE.
           MOVE RUN-DATE-WS TO LOG-TRANSACTION-DATE.
           MOVE "V" TO LOG-TRANSACTION-TYPE.
           MOVE "P42NSF" TO LOG-OPERATOR-ID.
           MOVE RET-RECEIPT-NUMBER-N TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 340-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           MOVE SPACES TO LOG-APPROVER-ID.
           WRITE PAYMENT-LOG-RECORD.
           IF CHARGE-WS > 0
               MOVE REVERSED-BALANCE-WS TO LOG-OLD-BALANCE
               MOVE CHARGE-WS TO LOG-PAYMENT-AMOUNT
               MOVE TUITION-OWED TO LOG-NEW-BALANCE
               MOVE "N" TO LOG-TRANSACTION-TYPE
               MOVE 0 TO LOG-RECEIPT-NUMBER
               WRITE PAYMENT-LOG-RECORD
           END-IF.
           CLOSE PAYMENT-LOG-FILE.

      * Mark the printed receipt void where it stands: the header
      * line's "OFFICIAL" becomes "VOIDED" (same length, so the line
      * is rewritten in place the way the receipt register is). A
      * receipt missing from RECEIPTS.TXT doesn't stop the reversal;
      * the register line says so.
       334-VOID-RECEIPT.
           MOVE "N" TO RECEIPT-VOIDED-FLG.
           OPEN I-O RECEIPT-FILE.
           IF STATUS-FIELD-RCP = "00"
               MOVE "N" TO EOF-FLAG-RCP
               PERFORM 334B-CHECK-ONE-RECEIPT-LINE
                   UNTIL EOF-FLAG-RCP = "Y"
               CLOSE RECEIPT-FILE
           END-IF.

       334B-CHECK-ONE-RECEIPT-LINE.
           READ RECEIPT-FILE INTO RECEIPT-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-RCP
               NOT AT END
                   IF RCP-TAG = "OFFICIAL RECEIPT NO. "
                      AND RCP-NUMBER = RET-RECEIPT-NUMBER
                       MOVE "VOIDED   RECEIPT NO. " TO RCP-TAG
                       REWRITE RECEIPT-RECORD FROM RECEIPT-LINE-WS
                       MOVE "Y" TO RECEIPT-VOIDED-FLG
                       MOVE "Y" TO EOF-FLAG-RCP
                   END-IF
           END-READ.

       336-APPEND-NSF-HISTORY.
           OPEN EXTEND NSF-HISTORY-FILE.
           IF STATUS-FIELD-NSF = "35"
               OPEN OUTPUT NSF-HISTORY-FILE
           END-IF.
           IF STATUS-FIELD-NSF NOT = "00"
               MOVE "NSF-HISTORY-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NSF TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO NSF-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO NSH-STUDENT-NUMBER.
           MOVE RET-RECEIPT-NUMBER-N TO NSH-RECEIPT-NUMBER.
           MOVE ORIG-DATE TO NSH-PAYMENT-DATE.
           MOVE RUN-DATE-WS TO NSH-REVERSAL-DATE.
           MOVE ORIG-AMOUNT TO NSH-AMOUNT.
           MOVE CHARGE-WS TO NSH-CHARGE-AMOUNT.
           MOVE RET-REASON TO NSH-REASON.
           WRITE NSF-HISTORY-RECORD.
           CLOSE NSF-HISTORY-FILE.

      * Returned cheques ("N") on the history, this one included. The
      * student whose count has just reached the limit is the one the
      * bursar needs to tell.
       338-COUNT-STUDENT-NSFS.
           MOVE 0 TO STUDENT-NSF-COUNT.
           OPEN INPUT NSF-HISTORY-FILE.
           IF STATUS-FIELD-NSF = "00"
               MOVE "N" TO EOF-FLAG-NSF
               PERFORM 338B-COUNT-ONE-HISTORY-LINE
                   UNTIL EOF-FLAG-NSF = "Y"
               CLOSE NSF-HISTORY-FILE
           END-IF.
           IF RET-REASON = "N" AND
              STUDENT-NSF-COUNT = NSF-CHEQUE-LIMIT
               ADD 1 TO BLOCKED-COUNTER
           END-IF.
           IF STUDENT-NSF-COUNT >= NSF-CHEQUE-LIMIT
               MOVE "REVERSED - CHEQUES BLOCKED" TO STATUS-TEXT-WS
           ELSE
               MOVE "REVERSED" TO STATUS-TEXT-WS
           END-IF.
           IF RECEIPT-VOIDED-FLG NOT = "Y"
               MOVE "REVERSED - RECEIPT NOT FOUND" TO STATUS-TEXT-WS
           END-IF.

       338B-COUNT-ONE-HISTORY-LINE.
           READ NSF-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG-NSF
               NOT AT END
                   IF NSH-STUDENT-NUMBER = STUDENT-NUMBER
                      AND NSH-REASON = "N"
                       ADD 1 TO STUDENT-NSF-COUNT
                   END-IF
           END-READ.

       350-WRITE-REGISTER-LINE.
           MOVE RET-RECEIPT-NUMBER TO DET-RECEIPT-OUT.
           MOVE RET-REASON TO DET-REASON-OUT.
           IF ORIG-STUDENT-NUMBER = 0
               MOVE SPACES TO DET-STUDENT-NUMBER-OUT
               MOVE SPACES TO DET-PAID-ON-OUT
           ELSE
               MOVE ORIG-STUDENT-NUMBER TO DET-STUDENT-NUMBER-OUT
               MOVE ORIG-DATE TO DET-PAID-ON-OUT
           END-IF.
           MOVE STUDENT-NAME TO DET-STUDENT-NAME-OUT.
           MOVE ORIG-AMOUNT TO DET-AMOUNT-OUT.
           IF REJECT-FLG = "Y"
               MOVE 0 TO DET-CHARGE-OUT
               MOVE 0 TO DET-NEW-BALANCE-OUT
           ELSE
               MOVE CHARGE-WS TO DET-CHARGE-OUT
               MOVE TUITION-OWED TO DET-NEW-BALANCE-OUT
           END-IF.
           MOVE STUDENT-NSF-COUNT TO DET-NSF-COUNT-OUT.
           MOVE STATUS-TEXT-WS TO DET-STATUS-OUT.
           WRITE NSF-REPORT-RECORD-OUT FROM NSF-DETAIL-LINE.

      * Append one line of run counters to the standing metrics file -
      * payments reversed are the primary count, students newly
      * cheque-blocked the secondary count, and rejected items the
      * reject count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P42" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE REVERSED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE BLOCKED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE REJECTED-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       340-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P42.
