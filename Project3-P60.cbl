      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Distribute the night's reports. DISTRIBUTION.TXT names,
      * one line per copy, a report (by its C:\STUPARAM.TXT file key,
      * e.g. DEANS-LIST), the recipient, the delivery method and
      * whether the recipient gets the masked version:
      *   P - printed: the copy goes on PRINT-SPOOL.TXT;
      *   E - emailed: the copy goes on REPORT-MAIL.TXT and a REPORT
      *       notice for the address is queued on NOTIFY-QUEUE.TXT
      *       for the mail gateway;
      *   F - shared folder: the copy is written to the file path
      *       given as the destination.
      * Every copy opens with a banner page naming the report, the run
      * date and the recipient. A masked copy has the student numbers
      * reduced to their last four digits and the money amounts
      * starred out, the same masking MASK-REPORT gives the reports
      * that offer it. Each copy is logged on DELIVERY-LOG.TXT; a
      * report that was expected but is missing or empty tonight is
      * flagged there and on the console, and its copies are not sent.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - PROJECT3-P61's change-feed cross-check
      *                     report (FEED-EXCEPT) added to the report
      *                     catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P60.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT DISTRIBUTION-FILE
               ASSIGN TO DYNAMIC FP-DISTRIBUTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-DST.

      * The report being distributed, one at a time.
           SELECT REPORT-FILE-IN ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-RPT.

           SELECT PRINT-SPOOL-FILE
               ASSIGN TO DYNAMIC FP-PRINT-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-SPL.

           SELECT REPORT-MAIL-FILE
               ASSIGN TO DYNAMIC FP-REPORT-MAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-MAIL.

      * A shared-folder copy, at the path its distribution line gives.
           SELECT FOLDER-FILE ASSIGN TO DYNAMIC FOLDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-FLD.

           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO DYNAMIC FP-NOTIFY-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NFY.

           SELECT DELIVERY-LOG-FILE
               ASSIGN TO DYNAMIC FP-DELIVERY-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

       DATA DIVISION.
       FILE SECTION.
      * One line per copy, kept by the registrar's office. A line that
      * is blank or starts with "*" is a comment. DST-MASKED is Y for
      * the masked version; DST-DESTINATION is the email address (E)
      * or the folder file path (F), and is not used for print (P).
       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD.
           05 DST-REPORT-KEY PIC X(20).
           05 FILLER PIC X(1).
           05 DST-RECIPIENT PIC X(30).
           05 FILLER PIC X(1).
           05 DST-METHOD PIC X(1).
           05 FILLER PIC X(1).
           05 DST-MASKED PIC X(1).
           05 FILLER PIC X(1).
           05 DST-DESTINATION PIC X(60).

       FD REPORT-FILE-IN.
       01 REPORT-RECORD-IN PIC X(250).

       FD PRINT-SPOOL-FILE.
       01 PRINT-SPOOL-RECORD PIC X(250).

       FD REPORT-MAIL-FILE.
       01 REPORT-MAIL-RECORD PIC X(250).

       FD FOLDER-FILE.
       01 FOLDER-RECORD PIC X(250).

       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
           05 NFY-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-EMAIL PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NFY-DATE PIC 9(8).

      * One line per copy, appended night after night.
       FD DELIVERY-LOG-FILE.
       01 DELIVERY-LOG-RECORD.
           05 DLG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-RUN-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-REPORT-KEY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-RECIPIENT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-METHOD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-MASKED PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-DESTINATION PIC X(60).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-LINE-COUNT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DLG-STATUS PIC X(24).

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
      * The banner page at the head of every copy.
       01 BANNER-RULE-LINE.
           05 FILLER PIC X(80) VALUE ALL "=".

       01 BANNER-REPORT-LINE.
           05 FILLER PIC X(12) VALUE "REPORT:".
           05 BNR-REPORT-KEY-OUT PIC X(20).

       01 BANNER-FILE-LINE.
           05 FILLER PIC X(12) VALUE "FILE:".
           05 BNR-FILE-OUT PIC X(60).

       01 BANNER-DATE-LINE.
           05 FILLER PIC X(12) VALUE "RUN DATE:".
           05 BNR-RUN-DATE-OUT PIC 9(8).

       01 BANNER-RECIPIENT-LINE.
           05 FILLER PIC X(12) VALUE "RECIPIENT:".
           05 BNR-RECIPIENT-OUT PIC X(30).

       01 BANNER-DELIVERY-LINE.
           05 FILLER PIC X(12) VALUE "DELIVERY:".
           05 BNR-METHOD-OUT PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNR-DESTINATION-OUT PIC X(60).

       01 BANNER-VERSION-LINE.
           05 FILLER PIC X(12) VALUE "VERSION:".
           05 BNR-VERSION-OUT PIC X(30).

      * A line of the report on its way to a copy.
       01 COPY-LINE-WS PIC X(250).

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-DST PIC X(2).
           05 STATUS-FIELD-RPT PIC X(2).
           05 STATUS-FIELD-SPL PIC X(2).
           05 STATUS-FIELD-MAIL PIC X(2).
           05 STATUS-FIELD-FLD PIC X(2).
           05 STATUS-FIELD-NFY PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG PIC X(1).
           05 EOF-FLAG-RPT PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 DISTRIBUTION-OPEN-FLG PIC X(1) VALUE "N".
           05 FOLDER-OPEN-FLG PIC X(1).
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-TIME-WS PIC 9(8).
           05 REPORT-FILE-NAME PIC X(60).
           05 FOLDER-FILE-NAME PIC X(60).
           05 DELIVERY-STATUS PIC X(24).
           05 AT-SIGN-COUNT PIC 9(2).
           05 COPY-LINE-COUNTER PIC 9(6).
           05 ENTRY-COUNTER PIC 9(5) VALUE 0.
           05 DELIVERED-COUNTER PIC 9(5) VALUE 0.
           05 MISSING-COUNTER PIC 9(5) VALUE 0.
           05 EMPTY-COUNTER PIC 9(5) VALUE 0.
           05 FLAGGED-COUNTER PIC 9(5) VALUE 0.
           05 FAILED-COUNTER PIC 9(5) VALUE 0.
           05 PRINTED-COUNTER PIC 9(5) VALUE 0.
           05 EMAILED-COUNTER PIC 9(5) VALUE 0.
           05 FOLDER-COUNTER PIC 9(5) VALUE 0.
      * Masking: a number starts at a digit or "$" with no letter or
      * digit in front of it, and runs on over digits, and over a
      * "," or "." with a digit after it.
           05 LINE-LENGTH PIC 9(3) VALUE 250.
           05 SCAN-SUB PIC 9(3).
           05 TOKEN-START PIC 9(3).
           05 TOKEN-END PIC 9(3).
           05 NEXT-SUB PIC 9(3).
           05 FOLLOW-SUB PIC 9(3).
           05 MASK-SUB PIC 9(3).
           05 TOKEN-DIGIT-COUNT PIC 9(3).
           05 TOKEN-DECIMAL-FLG PIC X(1).
           05 TOKEN-DONE-FLG PIC X(1).
           05 TOKEN-START-FLG PIC X(1).
           05 PREV-CHAR PIC X(1).
           05 NEXT-CHAR PIC X(1).
           05 FOLLOW-CHAR PIC X(1).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-DISTRIBUTE-REPORTS.
           PERFORM 201-INITIALIZE.
           IF DISTRIBUTION-OPEN-FLG = "Y"
               PERFORM 202-DISTRIBUTE-ALL-COPIES
           END-IF.
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           PERFORM 301-OPEN-FILES.

       202-DISTRIBUTE-ALL-COPIES.
           MOVE "N" TO EOF-FLAG.
           PERFORM 310-DISTRIBUTE-ONE-COPY UNTIL EOF-FLAG = "Y".

      * A missing or empty report is flagged but does not fail the
      * step - the rest of the night's reports still go out.
       203-TERMINATE.
           IF DISTRIBUTION-OPEN-FLG = "Y"
               CLOSE DISTRIBUTION-FILE
           END-IF.
           CLOSE PRINT-SPOOL-FILE.
           CLOSE REPORT-MAIL-FILE.
           CLOSE NOTIFY-QUEUE-FILE.
           CLOSE DELIVERY-LOG-FILE.
           DISPLAY "REPORT COPIES LISTED:      " ENTRY-COUNTER.
           DISPLAY "DELIVERED:                 " DELIVERED-COUNTER.
           DISPLAY "  PRINTED:                 " PRINTED-COUNTER.
           DISPLAY "  EMAILED:                 " EMAILED-COUNTER.
           DISPLAY "  TO SHARED FOLDER:        " FOLDER-COUNTER.
           DISPLAY "REPORT MISSING:            " MISSING-COUNTER.
           DISPLAY "REPORT EMPTY:              " EMPTY-COUNTER.
           DISPLAY "NOT DELIVERED (SEE LOG):   " FAILED-COUNTER.
           IF FLAGGED-COUNTER > 0
               DISPLAY "WARNING: " FLAGGED-COUNTER " COPIES NOT SENT - "
                   "EXPECTED REPORT MISSING OR EMPTY TONIGHT."
           END-IF.
           PERFORM 360-APPEND-RUN-METRICS.

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

      * The report keys are the same file keys the producing programs
      * read, so a report moved by C:\STUPARAM.TXT is found where its
      * program wrote it.
       002-APPLY-PARAMETER.
           EVALUATE PARM-KEY
               WHEN "DISTRIBUTION"
                   MOVE PARM-VALUE TO FP-DISTRIBUTION
               WHEN "DELIVERY-LOG"
                   MOVE PARM-VALUE TO FP-DELIVERY-LOG
               WHEN "PRINT-SPOOL"
                   MOVE PARM-VALUE TO FP-PRINT-SPOOL
               WHEN "REPORT-MAIL"
                   MOVE PARM-VALUE TO FP-REPORT-MAIL
               WHEN "NOTIFY-QUEUE"
                   MOVE PARM-VALUE TO FP-NOTIFY-QUEUE
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "STUDENT-REPORT"
                   MOVE PARM-VALUE TO FP-STUDENT-REPORT
               WHEN "DEANS-LIST"
                   MOVE PARM-VALUE TO FP-DEANS-LIST
               WHEN "PROBATION"
                   MOVE PARM-VALUE TO FP-PROBATION
               WHEN "STUFILE3-REJECTS"
                   MOVE PARM-VALUE TO FP-STUFILE3-REJECTS
               WHEN "PAYMENT-POSTING"
                   MOVE PARM-VALUE TO FP-PAYMENT-POSTING
               WHEN "PAYMENT-NOMATCH"
                   MOVE PARM-VALUE TO FP-PAYMENT-NOMATCH
               WHEN "REFUND-POSTING"
                   MOVE PARM-VALUE TO FP-REFUND-POSTING
               WHEN "TRANSCRIPT"
                   MOVE PARM-VALUE TO FP-TRANSCRIPT
               WHEN "GRADE-POSTING"
                   MOVE PARM-VALUE TO FP-GRADE-POSTING
               WHEN "GRADE-NOMATCH"
                   MOVE PARM-VALUE TO FP-GRADE-NOMATCH
               WHEN "PAYMENT-RECON"
                   MOVE PARM-VALUE TO FP-PAYMENT-RECON
               WHEN "COURSE-HISTORY"
                   MOVE PARM-VALUE TO FP-COURSE-HISTORY
               WHEN "COURSE-HIST-REJECTS"
                   MOVE PARM-VALUE TO FP-COURSE-HIST-REJECTS
               WHEN "CLASS-ROSTER"
                   MOVE PARM-VALUE TO FP-CLASS-ROSTER
               WHEN "DUP-NAME-REPORT"
                   MOVE PARM-VALUE TO FP-DUP-NAME-REPORT
               WHEN "ENROLL-POSTING"
                   MOVE PARM-VALUE TO FP-ENROLL-POSTING
               WHEN "ENROLL-NOMATCH"
                   MOVE PARM-VALUE TO FP-ENROLL-NOMATCH
               WHEN "MAILING-LABELS"
                   MOVE PARM-VALUE TO FP-MAILING-LABELS
               WHEN "BILLING-STATEMENT"
                   MOVE PARM-VALUE TO FP-BILLING-STATEMENT
               WHEN "DEANS-LETTERS"
                   MOVE PARM-VALUE TO FP-DEANS-LETTERS
               WHEN "PROBATION-LETTERS"
                   MOVE PARM-VALUE TO FP-PROBATION-LETTERS
               WHEN "DEGREE-AUDIT"
                   MOVE PARM-VALUE TO FP-DEGREE-AUDIT
               WHEN "MGMT-SUMMARY"
                   MOVE PARM-VALUE TO FP-MGMT-SUMMARY
               WHEN "TERM-CLOSE"
                   MOVE PARM-VALUE TO FP-TERM-CLOSE
               WHEN "AR-AGING"
                   MOVE PARM-VALUE TO FP-AR-AGING
               WHEN "PLAN-DELINQ"
                   MOVE PARM-VALUE TO FP-PLAN-DELINQ
               WHEN "CHANGE-AUDIT-RPT"
                   MOVE PARM-VALUE TO FP-CHANGE-AUDIT-RPT
               WHEN "WAITLIST-RPT"
                   MOVE PARM-VALUE TO FP-WAITLIST-RPT
               WHEN "DEPOSIT-SUMMARY"
                   MOVE PARM-VALUE TO FP-DEPOSIT-SUMMARY
               WHEN "NOTIFY-EXCEPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-EXCEPT
               WHEN "NOTIFY-RPT"
                   MOVE PARM-VALUE TO FP-NOTIFY-RPT
               WHEN "ARCHIVE-RPT"
                   MOVE PARM-VALUE TO FP-ARCHIVE-RPT
               WHEN "GRADE-DIST"
                   MOVE PARM-VALUE TO FP-GRADE-DIST
               WHEN "REASSESS-RPT"
                   MOVE PARM-VALUE TO FP-REASSESS-RPT
               WHEN "PAYMENT-EDIT-RPT"
                   MOVE PARM-VALUE TO FP-PAYMENT-EDIT-RPT
               WHEN "METRICS-RPT"
                   MOVE PARM-VALUE TO FP-METRICS-RPT
               WHEN "INTEGRITY-RPT"
                   MOVE PARM-VALUE TO FP-INTEGRITY-RPT
               WHEN "RECEIPT-REGISTER"
                   MOVE PARM-VALUE TO FP-RECEIPT-REGISTER
               WHEN "SPONSOR-INVOICE"
                   MOVE PARM-VALUE TO FP-SPONSOR-INVOICE
               WHEN "SPONSOR-PAY-RPT"
                   MOVE PARM-VALUE TO FP-SPONSOR-PAY-RPT
               WHEN "LATE-FEE-RPT"
                   MOVE PARM-VALUE TO FP-LATE-FEE-RPT
               WHEN "LOCKBOX-SUSPENSE"
                   MOVE PARM-VALUE TO FP-LOCKBOX-SUSPENSE
               WHEN "NSF-REGISTER-RPT"
                   MOVE PARM-VALUE TO FP-NSF-REGISTER-RPT
               WHEN "HOLD-SWEEP"
                   MOVE PARM-VALUE TO FP-HOLD-SWEEP
               WHEN "AWARD-REGISTER"
                   MOVE PARM-VALUE TO FP-AWARD-REGISTER
               WHEN "AWARD-LETTERS"
                   MOVE PARM-VALUE TO FP-AWARD-LETTERS
               WHEN "TIMETABLE"
                   MOVE PARM-VALUE TO FP-TIMETABLE
               WHEN "GRADES-OUTSTANDING"
                   MOVE PARM-VALUE TO FP-GRADES-OUTSTANDING
               WHEN "STANDING-RPT"
                   MOVE PARM-VALUE TO FP-STANDING-RPT
               WHEN "CONVOCATION-LIST"
                   MOVE PARM-VALUE TO FP-CONVOCATION-LIST
               WHEN "DIPLOMA-PRINT"
                   MOVE PARM-VALUE TO FP-DIPLOMA-PRINT
               WHEN "RECOVERY-RPT"
                   MOVE PARM-VALUE TO FP-RECOVERY-RPT
               WHEN "PORTAL-POSTING"
                   MOVE PARM-VALUE TO FP-PORTAL-POSTING
               WHEN "PORTAL-EXCEPT"
                   MOVE PARM-VALUE TO FP-PORTAL-EXCEPT
               WHEN "COLLECTION-RPT"
                   MOVE PARM-VALUE TO FP-COLLECTION-RPT
               WHEN "TAX-CERTIFICATES"
                   MOVE PARM-VALUE TO FP-TAX-CERTIFICATES
               WHEN "TAX-SUMMARY"
                   MOVE PARM-VALUE TO FP-TAX-SUMMARY
               WHEN "TAX-EXCEPT"
                   MOVE PARM-VALUE TO FP-TAX-EXCEPT
               WHEN "ATTENDANCE-ALERTS"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-ALERTS
               WHEN "ATTENDANCE-RPT"
                   MOVE PARM-VALUE TO FP-ATTENDANCE-RPT
               WHEN "DEMAND-FORECAST"
                   MOVE PARM-VALUE TO FP-DEMAND-FORECAST
               WHEN "COHORT-RETENTION"
                   MOVE PARM-VALUE TO FP-COHORT-RETENTION
               WHEN "COHORT-SUMMARY"
                   MOVE PARM-VALUE TO FP-COHORT-SUMMARY
               WHEN "DESTRUCTION-CERT"
                   MOVE PARM-VALUE TO FP-DESTRUCTION-CERT
               WHEN "FEED-EXCEPT"
                   MOVE PARM-VALUE TO FP-FEED-EXCEPT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No distribution table just means nothing is set up to be
      * sent. The print spool and the report mail file hold tonight's
      * copies only; the delivery log and the notification queue are
      * appended to.
       301-OPEN-FILES.
           OPEN INPUT DISTRIBUTION-FILE.
           IF STATUS-FIELD-DST = "00"
               MOVE "Y" TO DISTRIBUTION-OPEN-FLG
           ELSE
               IF STATUS-FIELD-DST = "35"
                   DISPLAY "NO DISTRIBUTION TABLE - NOTHING DISTRIBUTED"
               ELSE
                   MOVE "DISTRIBUTION-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-DST TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-SPOOL-FILE.
           IF STATUS-FIELD-SPL NOT = "00"
               MOVE "PRINT-SPOOL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-SPL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT REPORT-MAIL-FILE.
           IF STATUS-FIELD-MAIL NOT = "00"
               MOVE "REPORT-MAIL-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-MAIL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF STATUS-FIELD-NFY = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF STATUS-FIELD-NFY NOT = "00"
               MOVE "NOTIFY-QUEUE-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NFY TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF STATUS-FIELD-LOG = "35"
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "DELIVERY-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       310-DISTRIBUTE-ONE-COPY.
           READ DISTRIBUTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF DISTRIBUTION-RECORD NOT = SPACES
                      AND DST-REPORT-KEY(1:1) NOT = "*"
                       ADD 1 TO ENTRY-COUNTER
                       PERFORM 311-DELIVER-COPY
                       PERFORM 350-LOG-DELIVERY
                   END-IF
           END-READ.

      * A line that can't be delivered as written is logged and
      * skipped; the report itself is only opened once the line
      * checks out.
       311-DELIVER-COPY.
           MOVE 0 TO COPY-LINE-COUNTER.
           IF DST-MASKED = "y"
               MOVE "Y" TO DST-MASKED
           END-IF.
           PERFORM 320-FIND-REPORT-FILE.
           IF REPORT-FILE-NAME = SPACES
               MOVE "UNKNOWN REPORT" TO DELIVERY-STATUS
               ADD 1 TO FAILED-COUNTER
           ELSE
               IF DST-METHOD NOT = "P" AND DST-METHOD NOT = "E"
                  AND DST-METHOD NOT = "F"
                   MOVE "UNKNOWN METHOD" TO DELIVERY-STATUS
                   ADD 1 TO FAILED-COUNTER
               ELSE
                   IF DST-METHOD NOT = "P" AND DST-DESTINATION = SPACES
                       MOVE "NO DESTINATION GIVEN" TO DELIVERY-STATUS
                       ADD 1 TO FAILED-COUNTER
                   ELSE
                       PERFORM 312-CHECK-EMAIL-ADDRESS
                       IF DELIVERY-STATUS = SPACES
                           PERFORM 330-COPY-REPORT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The gateway needs an "@", and the queue holds 40 characters of
      * address.
       312-CHECK-EMAIL-ADDRESS.
           MOVE SPACES TO DELIVERY-STATUS.
           IF DST-METHOD = "E"
               MOVE 0 TO AT-SIGN-COUNT
               INSPECT DST-DESTINATION TALLYING AT-SIGN-COUNT
                   FOR ALL "@"
               IF AT-SIGN-COUNT = 0
                  OR DST-DESTINATION(41:20) NOT = SPACES
                   MOVE "EMAIL NOT DELIVERABLE" TO DELIVERY-STATUS
                   ADD 1 TO FAILED-COUNTER
               END-IF
           END-IF.

      * The report catalog: report key to the file its program writes.
       320-FIND-REPORT-FILE.
           EVALUATE DST-REPORT-KEY
               WHEN "STUDENT-REPORT"
                   MOVE FP-STUDENT-REPORT TO REPORT-FILE-NAME
               WHEN "DEANS-LIST"
                   MOVE FP-DEANS-LIST TO REPORT-FILE-NAME
               WHEN "PROBATION"
                   MOVE FP-PROBATION TO REPORT-FILE-NAME
               WHEN "STUFILE3-REJECTS"
                   MOVE FP-STUFILE3-REJECTS TO REPORT-FILE-NAME
               WHEN "PAYMENT-POSTING"
                   MOVE FP-PAYMENT-POSTING TO REPORT-FILE-NAME
               WHEN "PAYMENT-NOMATCH"
                   MOVE FP-PAYMENT-NOMATCH TO REPORT-FILE-NAME
               WHEN "REFUND-POSTING"
                   MOVE FP-REFUND-POSTING TO REPORT-FILE-NAME
               WHEN "TRANSCRIPT"
                   MOVE FP-TRANSCRIPT TO REPORT-FILE-NAME
               WHEN "GRADE-POSTING"
                   MOVE FP-GRADE-POSTING TO REPORT-FILE-NAME
               WHEN "GRADE-NOMATCH"
                   MOVE FP-GRADE-NOMATCH TO REPORT-FILE-NAME
               WHEN "PAYMENT-RECON"
                   MOVE FP-PAYMENT-RECON TO REPORT-FILE-NAME
               WHEN "COURSE-HISTORY"
                   MOVE FP-COURSE-HISTORY TO REPORT-FILE-NAME
               WHEN "COURSE-HIST-REJECTS"
                   MOVE FP-COURSE-HIST-REJECTS TO REPORT-FILE-NAME
               WHEN "CLASS-ROSTER"
                   MOVE FP-CLASS-ROSTER TO REPORT-FILE-NAME
               WHEN "DUP-NAME-REPORT"
                   MOVE FP-DUP-NAME-REPORT TO REPORT-FILE-NAME
               WHEN "ENROLL-POSTING"
                   MOVE FP-ENROLL-POSTING TO REPORT-FILE-NAME
               WHEN "ENROLL-NOMATCH"
                   MOVE FP-ENROLL-NOMATCH TO REPORT-FILE-NAME
               WHEN "MAILING-LABELS"
                   MOVE FP-MAILING-LABELS TO REPORT-FILE-NAME
               WHEN "BILLING-STATEMENT"
                   MOVE FP-BILLING-STATEMENT TO REPORT-FILE-NAME
               WHEN "DEANS-LETTERS"
                   MOVE FP-DEANS-LETTERS TO REPORT-FILE-NAME
               WHEN "PROBATION-LETTERS"
                   MOVE FP-PROBATION-LETTERS TO REPORT-FILE-NAME
               WHEN "DEGREE-AUDIT"
                   MOVE FP-DEGREE-AUDIT TO REPORT-FILE-NAME
               WHEN "MGMT-SUMMARY"
                   MOVE FP-MGMT-SUMMARY TO REPORT-FILE-NAME
               WHEN "TERM-CLOSE"
                   MOVE FP-TERM-CLOSE TO REPORT-FILE-NAME
               WHEN "AR-AGING"
                   MOVE FP-AR-AGING TO REPORT-FILE-NAME
               WHEN "PLAN-DELINQ"
                   MOVE FP-PLAN-DELINQ TO REPORT-FILE-NAME
               WHEN "CHANGE-AUDIT-RPT"
                   MOVE FP-CHANGE-AUDIT-RPT TO REPORT-FILE-NAME
               WHEN "WAITLIST-RPT"
                   MOVE FP-WAITLIST-RPT TO REPORT-FILE-NAME
               WHEN "DEPOSIT-SUMMARY"
                   MOVE FP-DEPOSIT-SUMMARY TO REPORT-FILE-NAME
               WHEN "NOTIFY-EXCEPT"
                   MOVE FP-NOTIFY-EXCEPT TO REPORT-FILE-NAME
               WHEN "NOTIFY-RPT"
                   MOVE FP-NOTIFY-RPT TO REPORT-FILE-NAME
               WHEN "ARCHIVE-RPT"
                   MOVE FP-ARCHIVE-RPT TO REPORT-FILE-NAME
               WHEN "GRADE-DIST"
                   MOVE FP-GRADE-DIST TO REPORT-FILE-NAME
               WHEN "REASSESS-RPT"
                   MOVE FP-REASSESS-RPT TO REPORT-FILE-NAME
               WHEN "PAYMENT-EDIT-RPT"
                   MOVE FP-PAYMENT-EDIT-RPT TO REPORT-FILE-NAME
               WHEN "METRICS-RPT"
                   MOVE FP-METRICS-RPT TO REPORT-FILE-NAME
               WHEN "INTEGRITY-RPT"
                   MOVE FP-INTEGRITY-RPT TO REPORT-FILE-NAME
               WHEN "RECEIPT-REGISTER"
                   MOVE FP-RECEIPT-REGISTER TO REPORT-FILE-NAME
               WHEN "SPONSOR-INVOICE"
                   MOVE FP-SPONSOR-INVOICE TO REPORT-FILE-NAME
               WHEN "SPONSOR-PAY-RPT"
                   MOVE FP-SPONSOR-PAY-RPT TO REPORT-FILE-NAME
               WHEN "LATE-FEE-RPT"
                   MOVE FP-LATE-FEE-RPT TO REPORT-FILE-NAME
               WHEN "LOCKBOX-SUSPENSE"
                   MOVE FP-LOCKBOX-SUSPENSE TO REPORT-FILE-NAME
               WHEN "NSF-REGISTER-RPT"
                   MOVE FP-NSF-REGISTER-RPT TO REPORT-FILE-NAME
               WHEN "HOLD-SWEEP"
                   MOVE FP-HOLD-SWEEP TO REPORT-FILE-NAME
               WHEN "AWARD-REGISTER"
                   MOVE FP-AWARD-REGISTER TO REPORT-FILE-NAME
               WHEN "AWARD-LETTERS"
                   MOVE FP-AWARD-LETTERS TO REPORT-FILE-NAME
               WHEN "TIMETABLE"
                   MOVE FP-TIMETABLE TO REPORT-FILE-NAME
               WHEN "GRADES-OUTSTANDING"
                   MOVE FP-GRADES-OUTSTANDING TO REPORT-FILE-NAME
               WHEN "STANDING-RPT"
                   MOVE FP-STANDING-RPT TO REPORT-FILE-NAME
               WHEN "CONVOCATION-LIST"
                   MOVE FP-CONVOCATION-LIST TO REPORT-FILE-NAME
               WHEN "DIPLOMA-PRINT"
                   MOVE FP-DIPLOMA-PRINT TO REPORT-FILE-NAME
               WHEN "RECOVERY-RPT"
                   MOVE FP-RECOVERY-RPT TO REPORT-FILE-NAME
               WHEN "PORTAL-POSTING"
                   MOVE FP-PORTAL-POSTING TO REPORT-FILE-NAME
               WHEN "PORTAL-EXCEPT"
                   MOVE FP-PORTAL-EXCEPT TO REPORT-FILE-NAME
               WHEN "COLLECTION-RPT"
                   MOVE FP-COLLECTION-RPT TO REPORT-FILE-NAME
               WHEN "TAX-CERTIFICATES"
                   MOVE FP-TAX-CERTIFICATES TO REPORT-FILE-NAME
               WHEN "TAX-SUMMARY"
                   MOVE FP-TAX-SUMMARY TO REPORT-FILE-NAME
               WHEN "TAX-EXCEPT"
                   MOVE FP-TAX-EXCEPT TO REPORT-FILE-NAME
               WHEN "ATTENDANCE-ALERTS"
                   MOVE FP-ATTENDANCE-ALERTS TO REPORT-FILE-NAME
               WHEN "ATTENDANCE-RPT"
                   MOVE FP-ATTENDANCE-RPT TO REPORT-FILE-NAME
               WHEN "DEMAND-FORECAST"
                   MOVE FP-DEMAND-FORECAST TO REPORT-FILE-NAME
               WHEN "COHORT-RETENTION"
                   MOVE FP-COHORT-RETENTION TO REPORT-FILE-NAME
               WHEN "COHORT-SUMMARY"
                   MOVE FP-COHORT-SUMMARY TO REPORT-FILE-NAME
               WHEN "DESTRUCTION-CERT"
                   MOVE FP-DESTRUCTION-CERT TO REPORT-FILE-NAME
               WHEN "FEED-EXCEPT"
                   MOVE FP-FEED-EXCEPT TO REPORT-FILE-NAME
               WHEN OTHER
                   MOVE SPACES TO REPORT-FILE-NAME
           END-EVALUATE.

      * A report with nothing in it is flagged the same as one that
      * was never written, and neither is sent out.
       330-COPY-REPORT.
           OPEN INPUT REPORT-FILE-IN.
           IF STATUS-FIELD-RPT = "35"
               MOVE "REPORT MISSING" TO DELIVERY-STATUS
               ADD 1 TO MISSING-COUNTER
               PERFORM 332-FLAG-REPORT
           ELSE
               IF STATUS-FIELD-RPT NOT = "00"
                   MOVE "REPORT-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-RPT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-RPT
               PERFORM 331-READ-REPORT-LINE
               IF EOF-FLAG-RPT = "Y"
                   MOVE "REPORT EMPTY" TO DELIVERY-STATUS
                   ADD 1 TO EMPTY-COUNTER
                   PERFORM 332-FLAG-REPORT
               ELSE
                   PERFORM 333-SEND-COPY
               END-IF
               CLOSE REPORT-FILE-IN
           END-IF.

       331-READ-REPORT-LINE.
           READ REPORT-FILE-IN INTO COPY-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-RPT
           END-READ.

       332-FLAG-REPORT.
           ADD 1 TO FLAGGED-COUNTER.
           DISPLAY "FLAGGED: " DST-REPORT-KEY " " DELIVERY-STATUS
               " - NOT SENT TO " DST-RECIPIENT.

      * A shared folder that can't be written to is logged and the
      * run goes on to the next copy.
       333-SEND-COPY.
           MOVE "Y" TO FOLDER-OPEN-FLG.
           IF DST-METHOD = "F"
               MOVE DST-DESTINATION TO FOLDER-FILE-NAME
               OPEN OUTPUT FOLDER-FILE
               IF STATUS-FIELD-FLD NOT = "00"
                   MOVE "N" TO FOLDER-OPEN-FLG
               END-IF
           END-IF.
           IF FOLDER-OPEN-FLG = "N"
               MOVE "FOLDER NOT WRITABLE" TO DELIVERY-STATUS
               ADD 1 TO FAILED-COUNTER
           ELSE
               PERFORM 334-WRITE-BANNER-PAGE
               PERFORM 336-COPY-ONE-LINE UNTIL EOF-FLAG-RPT = "Y"
               MOVE "DELIVERED" TO DELIVERY-STATUS
               ADD 1 TO DELIVERED-COUNTER
               EVALUATE DST-METHOD
                   WHEN "P"
                       ADD 1 TO PRINTED-COUNTER
                   WHEN "E"
                       PERFORM 337-QUEUE-MAIL-NOTICE
                       ADD 1 TO EMAILED-COUNTER
                   WHEN "F"
                       CLOSE FOLDER-FILE
                       ADD 1 TO FOLDER-COUNTER
               END-EVALUATE
           END-IF.

      * The first report line is already read into COPY-LINE-WS, so
      * the banner is built in the banner lines and written from
      * there.
       334-WRITE-BANNER-PAGE.
           MOVE DST-REPORT-KEY TO BNR-REPORT-KEY-OUT.
           MOVE REPORT-FILE-NAME TO BNR-FILE-OUT.
           MOVE RUN-DATE-WS TO BNR-RUN-DATE-OUT.
           MOVE DST-RECIPIENT TO BNR-RECIPIENT-OUT.
           EVALUATE DST-METHOD
               WHEN "P"
                   MOVE "PRINT" TO BNR-METHOD-OUT
                   MOVE SPACES TO BNR-DESTINATION-OUT
               WHEN "E"
                   MOVE "EMAIL" TO BNR-METHOD-OUT
                   MOVE DST-DESTINATION TO BNR-DESTINATION-OUT
               WHEN "F"
                   MOVE "SHARED FOLDER" TO BNR-METHOD-OUT
                   MOVE DST-DESTINATION TO BNR-DESTINATION-OUT
           END-EVALUATE.
           IF DST-MASKED = "Y"
               MOVE "MASKED" TO BNR-VERSION-OUT
           ELSE
               MOVE "FULL" TO BNR-VERSION-OUT
           END-IF.
           PERFORM 335-WRITE-BANNER-LINES.

       335-WRITE-BANNER-LINES.
           EVALUATE DST-METHOD
               WHEN "P"
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-RULE-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-REPORT-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-FILE-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-DATE-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-RECIPIENT-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-DELIVERY-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-VERSION-LINE
                   WRITE PRINT-SPOOL-RECORD FROM BANNER-RULE-LINE
               WHEN "E"
                   WRITE REPORT-MAIL-RECORD FROM BANNER-RULE-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-REPORT-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-FILE-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-DATE-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-RECIPIENT-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-DELIVERY-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-VERSION-LINE
                   WRITE REPORT-MAIL-RECORD FROM BANNER-RULE-LINE
               WHEN "F"
                   WRITE FOLDER-RECORD FROM BANNER-RULE-LINE
                   WRITE FOLDER-RECORD FROM BANNER-REPORT-LINE
                   WRITE FOLDER-RECORD FROM BANNER-FILE-LINE
                   WRITE FOLDER-RECORD FROM BANNER-DATE-LINE
                   WRITE FOLDER-RECORD FROM BANNER-RECIPIENT-LINE
                   WRITE FOLDER-RECORD FROM BANNER-DELIVERY-LINE
                   WRITE FOLDER-RECORD FROM BANNER-VERSION-LINE
                   WRITE FOLDER-RECORD FROM BANNER-RULE-LINE
           END-EVALUATE.

       336-COPY-ONE-LINE.
           IF DST-MASKED = "Y"
               PERFORM 340-MASK-LINE
           END-IF.
           EVALUATE DST-METHOD
               WHEN "P"
                   WRITE PRINT-SPOOL-RECORD FROM COPY-LINE-WS
               WHEN "E"
                   WRITE REPORT-MAIL-RECORD FROM COPY-LINE-WS
               WHEN "F"
                   WRITE FOLDER-RECORD FROM COPY-LINE-WS
           END-EVALUATE.
           ADD 1 TO COPY-LINE-COUNTER.
           PERFORM 331-READ-REPORT-LINE.

      * The gateway sends the REPORT-MAIL.TXT copy whose banner names
      * this recipient; the queue carries no student, so the number
      * column is zero.
       337-QUEUE-MAIL-NOTICE.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD.
           MOVE 0 TO NFY-STUDENT-NUMBER.
           MOVE DST-DESTINATION TO NFY-EMAIL.
           MOVE "REPORT" TO NFY-TYPE.
           MOVE RUN-DATE-WS TO NFY-DATE.
           WRITE NOTIFY-QUEUE-RECORD.

      * Walk the line for numbers: a six-digit number is a student
      * number and keeps only its last four digits; a number with a
      * decimal point is money and has every digit starred out.
       340-MASK-LINE.
           MOVE 1 TO SCAN-SUB.
           PERFORM 341-CHECK-ONE-POSITION UNTIL SCAN-SUB > LINE-LENGTH.

       341-CHECK-ONE-POSITION.
           MOVE "N" TO TOKEN-START-FLG.
           IF COPY-LINE-WS(SCAN-SUB:1) IS NUMERIC
              OR COPY-LINE-WS(SCAN-SUB:1) = "$"
               MOVE "Y" TO TOKEN-START-FLG
               IF SCAN-SUB > 1
                   MOVE COPY-LINE-WS(SCAN-SUB - 1:1) TO PREV-CHAR
                   IF PREV-CHAR IS NUMERIC
                      OR (PREV-CHAR IS ALPHABETIC
                          AND PREV-CHAR NOT = SPACE)
                       MOVE "N" TO TOKEN-START-FLG
                   END-IF
               END-IF
           END-IF.
           IF TOKEN-START-FLG = "Y"
               PERFORM 342-MEASURE-NUMBER
               PERFORM 344-MASK-NUMBER
               COMPUTE SCAN-SUB = TOKEN-END + 1
           ELSE
               ADD 1 TO SCAN-SUB
           END-IF.

       342-MEASURE-NUMBER.
           MOVE SCAN-SUB TO TOKEN-START.
           MOVE SCAN-SUB TO TOKEN-END.
           MOVE 0 TO TOKEN-DIGIT-COUNT.
           MOVE "N" TO TOKEN-DECIMAL-FLG.
           IF COPY-LINE-WS(SCAN-SUB:1) IS NUMERIC
               ADD 1 TO TOKEN-DIGIT-COUNT
           END-IF.
           MOVE "N" TO TOKEN-DONE-FLG.
           PERFORM 343-EXTEND-NUMBER UNTIL TOKEN-DONE-FLG = "Y".

       343-EXTEND-NUMBER.
           COMPUTE NEXT-SUB = TOKEN-END + 1.
           IF NEXT-SUB > LINE-LENGTH
               MOVE "Y" TO TOKEN-DONE-FLG
           ELSE
               MOVE COPY-LINE-WS(NEXT-SUB:1) TO NEXT-CHAR
               MOVE SPACE TO FOLLOW-CHAR
               IF NEXT-SUB < LINE-LENGTH
                   COMPUTE FOLLOW-SUB = NEXT-SUB + 1
                   MOVE COPY-LINE-WS(FOLLOW-SUB:1) TO FOLLOW-CHAR
               END-IF
               IF NEXT-CHAR IS NUMERIC
                   MOVE NEXT-SUB TO TOKEN-END
                   ADD 1 TO TOKEN-DIGIT-COUNT
               ELSE
                   IF (NEXT-CHAR = "," OR NEXT-CHAR = ".")
                      AND FOLLOW-CHAR IS NUMERIC
                       MOVE NEXT-SUB TO TOKEN-END
                       IF NEXT-CHAR = "."
                           MOVE "Y" TO TOKEN-DECIMAL-FLG
                       END-IF
                   ELSE
                       MOVE "Y" TO TOKEN-DONE-FLG
                   END-IF
               END-IF
           END-IF.

       344-MASK-NUMBER.
           IF TOKEN-DECIMAL-FLG = "Y"
               PERFORM 345-STAR-ONE-DIGIT VARYING
                      MASK-SUB FROM TOKEN-START BY 1
                      UNTIL MASK-SUB > TOKEN-END
           ELSE
               IF TOKEN-DIGIT-COUNT = 6
                  AND TOKEN-END - TOKEN-START = 5
                   MOVE "**" TO COPY-LINE-WS(TOKEN-START:2)
               END-IF
           END-IF.

       345-STAR-ONE-DIGIT.
           IF COPY-LINE-WS(MASK-SUB:1) IS NUMERIC
               MOVE "*" TO COPY-LINE-WS(MASK-SUB:1)
           END-IF.

      * Print copies are logged against the print spool, the others
      * against the address or path they went to.
       350-LOG-DELIVERY.
           MOVE SPACES TO DELIVERY-LOG-RECORD.
           MOVE RUN-DATE-WS TO DLG-RUN-DATE.
           MOVE RUN-TIME-WS TO DLG-RUN-TIME.
           MOVE DST-REPORT-KEY TO DLG-REPORT-KEY.
           MOVE DST-RECIPIENT TO DLG-RECIPIENT.
           MOVE DST-METHOD TO DLG-METHOD.
           MOVE DST-MASKED TO DLG-MASKED.
           IF DST-METHOD = "P"
               MOVE FP-PRINT-SPOOL TO DLG-DESTINATION
           ELSE
               MOVE DST-DESTINATION TO DLG-DESTINATION
           END-IF.
           MOVE COPY-LINE-COUNTER TO DLG-LINE-COUNT.
           MOVE DELIVERY-STATUS TO DLG-STATUS.
           WRITE DELIVERY-LOG-RECORD.

      * Append one line of run counters to the standing metrics file -
      * DELIVERED-COUNTER is the primary count, FLAGGED-COUNTER (the
      * missing and empty reports) the secondary count and
      * FAILED-COUNTER the reject count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO RUN-METRICS-RECORD.
           MOVE "PROJECT3-P60" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE ENTRY-COUNTER TO RM-READ-COUNT.
           MOVE DELIVERED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE FLAGGED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE FAILED-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P60.
