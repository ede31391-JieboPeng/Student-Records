      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Collection-agency referral and return run. First reads
      * the agency's return file (one "H" header, "D" items, one "T"
      * trailer carrying the agency's item count and the total of the
      * gross amounts), balances it, and applies each item: a
      * collection ("C") is credited to TUITION-OWED, REWRITEn onto
      * STUFILE3OUT and logged to PAYMENT-LOG.TXT as
      * LOG-TRANSACTION-TYPE "K" under operator P54AGCY for the gross
      * amount the agency collected, with the agency's commission and
      * the net it remitted kept on COLLECTION-HIST.TXT; a recall
      * ("R") hands the account back to us. A return file that is out
      * of balance, or is missing its header or trailer, posts nothing
      * and ends with RETURN-CODE 16; items that fail their edits are
      * listed and the rest still post. An agency reference already
      * on COLLECTION-HIST.TXT for the student is never posted twice,
      * so a return file can safely be rerun.
      * Then walks STUFILE3OUT and refers to the agency every balance
      * aged (the PROJECT3-P22/P44 way - last payment-log activity,
      * 30/360 day count) more than REFERRAL-AGE-DAYS (default 120)
      * past its last activity, unless the student is already in
      * collections or has been recalled. Each referral is written to
      * the agency's placement file and marked "in collections" on
      * the collection register COLLECTIONS.TXT with the placement
      * date and the balance placed; the register line is closed as
      * settled when the balance is collected in full, or as recalled.
      * The run is a trial (report only) unless C:\STUPARAM.TXT
      * carries COLLECTION-COMMIT set to Y, the same way PROJECT3-P45's
      * award run works.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-APPROVER-ID, the second operator who
      *                     approved a queued refund or withdrawal in
      *                     Project3-p2; entries written here leave it
      *                     blank.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P54.

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
               FILE STATUS IS STATUS-FIELD-IO.

           SELECT PAYMENT-LOG-FILE
               ASSIGN TO DYNAMIC FP-PAYMENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-LOG.

           SELECT COLLECTION-FILE-IN
               ASSIGN TO DYNAMIC FP-COLLECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COL.

           SELECT COLLECTION-FILE-OUT
               ASSIGN TO DYNAMIC FP-COLLECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COL.

           SELECT COLLECTION-HIST-FILE
               ASSIGN TO DYNAMIC FP-COLLECTION-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HIST.

           SELECT AGENCY-RETURN-FILE
               ASSIGN TO DYNAMIC FP-AGENCY-RETURN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-RTN.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO DYNAMIC FP-AGENCY-PLACEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PLC.

           SELECT COLLECTION-REPORT-OUT
               ASSIGN TO DYNAMIC FP-COLLECTION-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-OUT.

           SELECT RUN-METRICS-FILE ASSIGN TO DYNAMIC FP-RUN-METRICS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-METRICS.

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

      * The collection register - one line per placement with the
      * agency, kept after it closes. COL-STATUS is "C" while the
      * account is in collections, "S" once the agency has collected
      * it in full and "R" once the agency has recalled it.
       FD COLLECTION-FILE-IN.
       01 COLLECTION-RECORD-IN.
           05 COL-STUDENT-NUMBER-IN PIC 9(6).
           05 FILLER PIC X(1).
           05 COL-STATUS-IN PIC X(1).
           05 FILLER PIC X(1).
           05 COL-PLACEMENT-DATE-IN PIC 9(8).
           05 FILLER PIC X(1).
           05 COL-PLACED-BALANCE-IN PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 COL-COLLECTED-TOTAL-IN PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 COL-COMMISSION-TOTAL-IN PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 COL-CLOSED-DATE-IN PIC 9(8).

       FD COLLECTION-FILE-OUT.
       01 COLLECTION-RECORD-OUT.
           05 COL-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-STATUS-OUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-PLACEMENT-DATE-OUT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-PLACED-BALANCE-OUT PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-COLLECTED-TOTAL-OUT PIC 9(5)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-COMMISSION-TOTAL-OUT PIC 9(5)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 COL-CLOSED-DATE-OUT PIC 9(8).

      * Every agency collection posted - the gross the agency
      * collected (what PAYMENT-LOG.TXT credits the student), its
      * commission and the net it remitted to the college.
       FD COLLECTION-HIST-FILE.
       01 COLLECTION-HIST-RECORD.
           05 CLH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 CLH-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CLH-ACTION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CLH-GROSS-AMOUNT PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 CLH-COMMISSION PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 CLH-NET-REMITTED PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 CLH-AGENCY-REF PIC X(12).

      * Header, detail and trailer records share the file, told apart
      * by the record type in column 1 - see the REDEFINES in working
      * storage.
       FD AGENCY-RETURN-FILE.
       01 AGENCY-RETURN-LINE PIC X(100).

       FD AGENCY-PLACEMENT-FILE.
       01 AGENCY-PLACEMENT-LINE PIC X(200).

       FD COLLECTION-REPORT-OUT.
       01 COLLECTION-RECORD-RPT PIC X(120).

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
      * The three faces of one agency return line. RTN-ACTION is "C"
      * for money collected and "R" for an account the agency is
      * handing back; RTN-AGENCY-REF is the agency's own reference for
      * the item.
       01 RETURN-LINE-WS PIC X(100).
       01 RETURN-HEADER-WS REDEFINES RETURN-LINE-WS.
           05 RTN-REC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 RTN-AGENCY-BATCH PIC X(8).
           05 FILLER PIC X(1).
           05 RTN-FILE-DATE PIC X(8).
           05 FILLER PIC X(81).
       01 RETURN-DETAIL-WS REDEFINES RETURN-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 RTN-STUDENT-NUMBER PIC X(6).
           05 RTN-STUDENT-NUMBER-N REDEFINES RTN-STUDENT-NUMBER
               PIC 9(6).
           05 FILLER PIC X(1).
           05 RTN-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 RTN-AMOUNT PIC X(7).
           05 RTN-AMOUNT-N REDEFINES RTN-AMOUNT PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 RTN-COMMISSION PIC X(7).
           05 RTN-COMMISSION-N REDEFINES RTN-COMMISSION PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 RTN-ACTION-DATE PIC X(8).
           05 RTN-ACTION-DATE-N REDEFINES RTN-ACTION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RTN-AGENCY-REF PIC X(12).
           05 FILLER PIC X(52).
       01 RETURN-TRAILER-WS REDEFINES RETURN-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 RTN-TRL-ITEM-COUNT PIC X(6).
           05 RTN-TRL-ITEM-COUNT-N REDEFINES RTN-TRL-ITEM-COUNT
               PIC 9(6).
           05 FILLER PIC X(1).
           05 RTN-TRL-TOTAL PIC X(11).
           05 RTN-TRL-TOTAL-N REDEFINES RTN-TRL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(80).

      * The three faces of one line of the placement file sent to the
      * agency.
       01 PLACEMENT-LINE-WS PIC X(200).
       01 PLACEMENT-HEADER-WS REDEFINES PLACEMENT-LINE-WS.
           05 PLC-REC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PLC-CLIENT-ID PIC X(10).
           05 FILLER PIC X(1).
           05 PLC-FILE-DATE PIC 9(8).
           05 FILLER PIC X(179).
       01 PLACEMENT-DETAIL-WS REDEFINES PLACEMENT-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 PLC-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 PLC-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(1).
           05 PLC-STUDENT-ADDRESS PIC X(40).
           05 FILLER PIC X(1).
           05 PLC-STUDENT-PHONE PIC X(12).
           05 FILLER PIC X(1).
           05 PLC-STUDENT-EMAIL PIC X(40).
           05 FILLER PIC X(1).
           05 PLC-BALANCE PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 PLC-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(1).
           05 PLC-PROGRAM PIC X(5).
           05 FILLER PIC X(31).
       01 PLACEMENT-TRAILER-WS REDEFINES PLACEMENT-LINE-WS.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 PLC-TRL-ITEM-COUNT PIC 9(6).
           05 FILLER PIC X(1).
           05 PLC-TRL-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(180).

       01 REPORT-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "COLLECTION-AGENCY RUN - ".
           05 HDR-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 HDR-MODE-OUT PIC X(30).

       01 SECTION-HEADING-LINE.
           05 SEC-TITLE-OUT PIC X(40).
           05 SEC-DETAIL-OUT PIC X(40).

       01 RETURN-COLUMN-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ACTION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "   AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "COMMISSN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "AGENCY REF".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STATUS".

       01 RETURN-DETAIL-LINE.
           05 RTD-STUDENT-NUMBER-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-ACTION-OUT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-AMOUNT-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-COMMISSION-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-AGENCY-REF-OUT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTD-STATUS-OUT PIC X(30).

       01 REFERRAL-COLUMN-LINE.
           05 FILLER PIC X(6) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LAST ACT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "STATUS".

       01 REFERRAL-DETAIL-LINE.
           05 RFD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFD-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFD-BALANCE-OUT PIC Z,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RFD-LAST-ACTIVITY-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFD-AGE-DAYS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFD-STATUS-OUT PIC X(24).

       01 RULE-LINE.
           05 FILLER PIC X(117) VALUE ALL "-".

       01 CONTROL-TOTAL-LINE.
           05 CTL-LABEL-OUT PIC X(38).
           05 CTL-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

      * In-memory copy of COLLECTIONS.TXT, loaded at startup and
      * written back whole at the end when anything changed - the
      * same whole-table arrangement PROJECT3-P44 uses for HOLDS.TXT.
       01 COL-TBL-MAX PIC 9(4) VALUE 2000.
       01 COLLECTION-TABLE.
           05 COL-TBL OCCURS 2000 TIMES.
               10 COL-STUDENT-NUMBER-TBL PIC 9(6).
               10 COL-STATUS-TBL PIC X(1).
               10 COL-PLACEMENT-DATE-TBL PIC 9(8).
               10 COL-PLACED-BALANCE-TBL PIC 9(4)V99.
               10 COL-COLLECTED-TOTAL-TBL PIC 9(5)V99.
               10 COL-COMMISSION-TOTAL-TBL PIC 9(5)V99.
               10 COL-CLOSED-DATE-TBL PIC 9(8).
       01 COL-TBL-COUNT PIC 9(4) VALUE 0.

       01 CONTROL-FIELDS.
           05 STATUS-FIELD-IO PIC X(2).
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-COL PIC X(2).
           05 STATUS-FIELD-HIST PIC X(2).
           05 STATUS-FIELD-RTN PIC X(2).
           05 STATUS-FIELD-PLC PIC X(2).
           05 STATUS-FIELD-OUT PIC X(2).
           05 STATUS-FIELD-PARM PIC X(2).
           05 STATUS-FIELD-METRICS PIC X(2).
           05 EOF-FLAG-IO PIC X(1).
           05 EOF-FLAG-LOG PIC X(1).
           05 EOF-FLAG-COL PIC X(1).
           05 EOF-FLAG-HIST PIC X(1).
           05 EOF-FLAG-RTN PIC X(1).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 RETURN-LINE-COUNTER PIC 9(5) VALUE 0.
           05 DETAIL-COUNTER PIC 9(5) VALUE 0.
           05 COLLECTED-COUNTER PIC 9(5) VALUE 0.
           05 RECALLED-COUNTER PIC 9(5) VALUE 0.
           05 SETTLED-COUNTER PIC 9(5) VALUE 0.
           05 REJECT-COUNTER PIC 9(5) VALUE 0.
           05 BATCH-ERROR-COUNTER PIC 9(5) VALUE 0.
           05 REFERRED-COUNTER PIC 9(5) VALUE 0.
           05 TABLE-FULL-COUNTER PIC 9(5) VALUE 0.
           05 AGENCY-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 COLLECTED-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 COMMISSION-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 REFERRED-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 RETURN-FOUND-FLG PIC X(1) VALUE "N".
           05 HEADER-SEEN-FLG PIC X(1) VALUE "N".
           05 TRAILER-SEEN-FLG PIC X(1) VALUE "N".
           05 ITEM-ERROR-FLG PIC X(1).
           05 POSTED-BEFORE-FLG PIC X(1).
           05 TABLE-CHANGED-FLG PIC X(1) VALUE "N".
           05 COL-SUB PIC 9(4).
           05 FOUND-SUB PIC 9(4).
           05 FOUND-FLAG PIC X(1).
      * Run is a trial (report only) unless COLLECTION-COMMIT=Y.
           05 COLLECTION-COMMIT-FLG PIC X(1) VALUE "N".
      * Balances this many days past their last activity go to the
      * agency.
           05 REFERRAL-AGE-DAYS PIC 9(3) VALUE 120.
           05 REFERRAL-AGE-CHK PIC X(3).
      * The college's client code with the agency, sent on the
      * placement file header.
           05 AGENCY-CLIENT-ID PIC X(10) VALUE "COLLEGE".
           05 AGENCY-OPERATOR-ID PIC X(8) VALUE "P54AGCY".
           05 STATUS-TEXT-WS PIC X(30).
           05 OLD-BALANCE-WS PIC 9(4)V99.
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-SPLIT REDEFINES RUN-DATE-WS.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
           05 LAST-ACTIVITY-DATE PIC 9(8).
           05 LAST-ACTIVITY-SPLIT REDEFINES LAST-ACTIVITY-DATE.
               10 LAST-YEAR PIC 9(4).
               10 LAST-MONTH PIC 9(2).
               10 LAST-DAY PIC 9(2).
           05 AGE-DAYS PIC S9(7).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".
      * Term lookup parameter block for Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-RUN-COLLECTION-AGENCY.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-AGENCY-RETURNS.
           PERFORM 203-SELECT-REFERRALS.
           PERFORM 204-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT.
           IF COLLECTION-COMMIT-FLG = "Y"
               MOVE "POSTED AND PLACED" TO HDR-MODE-OUT
           ELSE
               MOVE "TRIAL RUN - NOTHING POSTED" TO HDR-MODE-OUT
           END-IF.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-COLLECTION-TABLE.
           WRITE COLLECTION-RECORD-RPT FROM REPORT-HEADING-LINE.

      * Returns go first, so a balance the agency has just collected
      * in full, or an account it has just recalled, is never placed
      * with it again on the same run. The file is read twice: once
      * to balance it against its trailer and once to post it, so an
      * out-of-balance file posts nothing at all.
       202-PROCESS-AGENCY-RETURNS.
           MOVE SPACES TO SECTION-HEADING-LINE.
           MOVE "AGENCY RETURNS" TO SEC-TITLE-OUT.
           WRITE COLLECTION-RECORD-RPT FROM SECTION-HEADING-LINE.
           OPEN INPUT AGENCY-RETURN-FILE.
           IF STATUS-FIELD-RTN = "35"
               MOVE "NO RETURN FILE FROM THE AGENCY" TO SEC-TITLE-OUT
               WRITE COLLECTION-RECORD-RPT FROM SECTION-HEADING-LINE
           ELSE
               IF STATUS-FIELD-RTN NOT = "00"
                   MOVE "AGENCY-RETURN-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-RTN TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "Y" TO RETURN-FOUND-FLG
               WRITE COLLECTION-RECORD-RPT FROM RETURN-COLUMN-LINE
               WRITE COLLECTION-RECORD-RPT FROM RULE-LINE
               MOVE "N" TO EOF-FLAG-RTN
               PERFORM 303-READ-RETURN-LINE
               PERFORM 310-BALANCE-ONE-RETURN-LINE
                   UNTIL EOF-FLAG-RTN = "Y"
               CLOSE AGENCY-RETURN-FILE
               PERFORM 312-CHECK-RETURN-CONTROLS
               IF BATCH-ERROR-COUNTER = 0
                   PERFORM 320-POST-AGENCY-RETURNS
               END-IF
           END-IF.

       203-SELECT-REFERRALS.
           MOVE SPACES TO SECTION-HEADING-LINE.
           MOVE "REFERRALS TO THE AGENCY" TO SEC-TITLE-OUT.
           WRITE COLLECTION-RECORD-RPT FROM RULE-LINE.
           WRITE COLLECTION-RECORD-RPT FROM SECTION-HEADING-LINE.
           WRITE COLLECTION-RECORD-RPT FROM REFERRAL-COLUMN-LINE.
           WRITE COLLECTION-RECORD-RPT FROM RULE-LINE.
           IF COLLECTION-COMMIT-FLG = "Y"
               PERFORM 340-OPEN-PLACEMENT-FILE
           END-IF.
           MOVE 0 TO STUDENT-NUMBER.
           MOVE "N" TO EOF-FLAG-IO.
           START STUDENT-FILE-IO KEY IS NOT LESS THAN STUDENT-NUMBER
               INVALID KEY MOVE "Y" TO EOF-FLAG-IO
           END-START.
           PERFORM 330-CHECK-ONE-STUDENT UNTIL EOF-FLAG-IO = "Y".
           IF COLLECTION-COMMIT-FLG = "Y"
               PERFORM 342-CLOSE-PLACEMENT-FILE
           END-IF.

       204-TERMINATE.
           IF TABLE-CHANGED-FLG = "Y"
              AND COLLECTION-COMMIT-FLG = "Y"
               PERFORM 350-SAVE-COLLECTION-TABLE
           END-IF.
           WRITE COLLECTION-RECORD-RPT FROM RULE-LINE.
           PERFORM 352-WRITE-CONTROL-TOTALS.
           PERFORM 354-DISPLAY-AUDIT.
           CLOSE STUDENT-FILE-IO.
           CLOSE COLLECTION-REPORT-OUT.
           PERFORM 360-APPEND-RUN-METRICS.
           IF BATCH-ERROR-COUNTER > 0
               MOVE 16 TO RETURN-CODE
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
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "PAYMENT-LOG"
                   MOVE PARM-VALUE TO FP-PAYMENT-LOG
               WHEN "COLLECTIONS"
                   MOVE PARM-VALUE TO FP-COLLECTIONS
               WHEN "COLLECTION-HIST"
                   MOVE PARM-VALUE TO FP-COLLECTION-HIST
               WHEN "AGENCY-RETURN"
                   MOVE PARM-VALUE TO FP-AGENCY-RETURN
               WHEN "AGENCY-PLACEMENT"
                   MOVE PARM-VALUE TO FP-AGENCY-PLACEMENT
               WHEN "COLLECTION-RPT"
                   MOVE PARM-VALUE TO FP-COLLECTION-RPT
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "COLLECTION-COMMIT"
                   MOVE PARM-VALUE(1:1) TO COLLECTION-COMMIT-FLG
                   IF COLLECTION-COMMIT-FLG = "y"
                       MOVE "Y" TO COLLECTION-COMMIT-FLG
                   END-IF
               WHEN "REFERRAL-AGE-DAYS"
                   MOVE PARM-VALUE(1:3) TO REFERRAL-AGE-CHK
                   IF REFERRAL-AGE-CHK IS NUMERIC
                       MOVE REFERRAL-AGE-CHK TO REFERRAL-AGE-DAYS
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "REFERRAL-AGE-DAYS VALUE IN PARAMETER "
                           "FILE - IGNORED"
                   END-IF
               WHEN "AGENCY-CLIENT-ID"
                   MOVE PARM-VALUE(1:10) TO AGENCY-CLIENT-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-FILE-IO.
           IF STATUS-FIELD-IO NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IO TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT COLLECTION-REPORT-OUT.
           IF STATUS-FIELD-OUT NOT = "00"
               MOVE "COLLECTION-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-OUT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * No COLLECTIONS.TXT yet just means nobody has been referred.
       302-LOAD-COLLECTION-TABLE.
           MOVE 0 TO COL-TBL-COUNT.
           OPEN INPUT COLLECTION-FILE-IN.
           IF STATUS-FIELD-COL = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-COL NOT = "00"
                   MOVE "COLLECTION-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-COL TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-COL
               PERFORM 302B-READ-ONE-COLLECTION
                   UNTIL EOF-FLAG-COL = "Y"
                      OR COL-TBL-COUNT >= COL-TBL-MAX
               CLOSE COLLECTION-FILE-IN
           END-IF.

       302B-READ-ONE-COLLECTION.
           READ COLLECTION-FILE-IN
               AT END MOVE "Y" TO EOF-FLAG-COL
               NOT AT END
                   ADD 1 TO COL-TBL-COUNT
                   MOVE COL-STUDENT-NUMBER-IN TO
                       COL-STUDENT-NUMBER-TBL(COL-TBL-COUNT)
                   MOVE COL-STATUS-IN TO COL-STATUS-TBL(COL-TBL-COUNT)
                   MOVE COL-PLACEMENT-DATE-IN TO
                       COL-PLACEMENT-DATE-TBL(COL-TBL-COUNT)
                   MOVE COL-PLACED-BALANCE-IN TO
                       COL-PLACED-BALANCE-TBL(COL-TBL-COUNT)
                   MOVE COL-COLLECTED-TOTAL-IN TO
                       COL-COLLECTED-TOTAL-TBL(COL-TBL-COUNT)
                   MOVE COL-COMMISSION-TOTAL-IN TO
                       COL-COMMISSION-TOTAL-TBL(COL-TBL-COUNT)
                   MOVE COL-CLOSED-DATE-IN TO
                       COL-CLOSED-DATE-TBL(COL-TBL-COUNT)
           END-READ.

       303-READ-RETURN-LINE.
           MOVE SPACES TO RETURN-LINE-WS.
           READ AGENCY-RETURN-FILE INTO RETURN-LINE-WS
               AT END MOVE "Y" TO EOF-FLAG-RTN
           END-READ.
           IF STATUS-FIELD-RTN NOT = "00" AND
              STATUS-FIELD-RTN NOT = "10"
               MOVE "AGENCY-RETURN-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-RTN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

      * A batch-level error stops the whole return file from posting;
      * it is printed on the report so the bursar sees everything in
      * one place.
       306-WRITE-BATCH-ERROR.
           MOVE SPACES TO RETURN-DETAIL-LINE.
           MOVE RETURN-LINE-COUNTER TO RTD-STUDENT-NUMBER-OUT.
           MOVE "BATCH" TO RTD-ACTION-OUT.
           MOVE 0 TO RTD-AMOUNT-OUT.
           MOVE 0 TO RTD-COMMISSION-OUT.
           MOVE STATUS-TEXT-WS TO RTD-STATUS-OUT.
           WRITE COLLECTION-RECORD-RPT FROM RETURN-DETAIL-LINE.
           ADD 1 TO BATCH-ERROR-COUNTER.

      * First pass: the header, the item count and the total of the
      * gross amounts, against the agency's trailer.
       310-BALANCE-ONE-RETURN-LINE.
           ADD 1 TO RETURN-LINE-COUNTER.
           IF TRAILER-SEEN-FLG = "Y"
               MOVE "RECORD FOLLOWS AGENCY TRAILER" TO STATUS-TEXT-WS
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               EVALUATE RTN-REC-TYPE
                   WHEN "H"
                       PERFORM 311-CHECK-RETURN-HEADER
                   WHEN "D"
                       ADD 1 TO DETAIL-COUNTER
                       IF HEADER-SEEN-FLG NOT = "Y"
                           MOVE "DETAIL BEFORE AGENCY HEADER" TO
                               STATUS-TEXT-WS
                           PERFORM 306-WRITE-BATCH-ERROR
                       END-IF
                       IF RTN-AMOUNT NUMERIC
                           ADD RTN-AMOUNT-N TO AGENCY-TOTAL-WS
                       END-IF
                   WHEN "T"
                       PERFORM 313-CHECK-RETURN-TRAILER
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO STATUS-TEXT-WS
                       PERFORM 306-WRITE-BATCH-ERROR
               END-EVALUATE
           END-IF.
           PERFORM 303-READ-RETURN-LINE.

       311-CHECK-RETURN-HEADER.
           IF HEADER-SEEN-FLG = "Y"
               MOVE "SECOND AGENCY HEADER" TO STATUS-TEXT-WS
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               MOVE "Y" TO HEADER-SEEN-FLG
               MOVE "AGENCY BATCH" TO SEC-TITLE-OUT
               MOVE SPACES TO SEC-DETAIL-OUT
               STRING RTN-AGENCY-BATCH DELIMITED BY SIZE
                      "  DATED " DELIMITED BY SIZE
                      RTN-FILE-DATE DELIMITED BY SIZE
                   INTO SEC-DETAIL-OUT
               END-STRING
               WRITE COLLECTION-RECORD-RPT FROM SECTION-HEADING-LINE
           END-IF.

      * A return file with no header or no trailer can't be balanced,
      * so nothing on it is trusted - the same rule PROJECT3-P41
      * applies to the bank's lockbox file.
       312-CHECK-RETURN-CONTROLS.
           IF HEADER-SEEN-FLG NOT = "Y"
               MOVE "AGENCY HEADER RECORD MISSING" TO STATUS-TEXT-WS
               PERFORM 306-WRITE-BATCH-ERROR
           END-IF.
           IF TRAILER-SEEN-FLG NOT = "Y"
               MOVE "AGENCY TRAILER RECORD MISSING" TO STATUS-TEXT-WS
               PERFORM 306-WRITE-BATCH-ERROR
           END-IF.

       313-CHECK-RETURN-TRAILER.
           MOVE "Y" TO TRAILER-SEEN-FLG.
           IF RTN-TRL-ITEM-COUNT NOT NUMERIC OR
              RTN-TRL-TOTAL NOT NUMERIC
               MOVE "AGENCY TRAILER COUNT/TOTAL BAD" TO STATUS-TEXT-WS
               PERFORM 306-WRITE-BATCH-ERROR
           ELSE
               IF RTN-TRL-ITEM-COUNT-N NOT = DETAIL-COUNTER
                   MOVE "AGENCY ITEM COUNT DOES NOT MATCH" TO
                       STATUS-TEXT-WS
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
               IF RTN-TRL-TOTAL-N NOT = AGENCY-TOTAL-WS
                   MOVE "AGENCY TOTAL DOES NOT MATCH" TO
                       STATUS-TEXT-WS
                   PERFORM 306-WRITE-BATCH-ERROR
               END-IF
           END-IF.

      * Second pass over a balanced file: post each item.
       320-POST-AGENCY-RETURNS.
           OPEN INPUT AGENCY-RETURN-FILE.
           IF STATUS-FIELD-RTN NOT = "00"
               MOVE "AGENCY-RETURN-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-RTN TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "N" TO EOF-FLAG-RTN.
           PERFORM 303-READ-RETURN-LINE.
           PERFORM 321-POST-ONE-RETURN-LINE UNTIL EOF-FLAG-RTN = "Y".
           CLOSE AGENCY-RETURN-FILE.

       321-POST-ONE-RETURN-LINE.
           IF RTN-REC-TYPE = "D"
               PERFORM 322-EDIT-ONE-RETURN-ITEM
               IF ITEM-ERROR-FLG = "N"
                   IF RTN-ACTION = "C"
                       PERFORM 325-APPLY-COLLECTION
                   ELSE
                       PERFORM 328-APPLY-RECALL
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-RETURN-LINE.

      * Each edit only runs while the item is still clean, so the
      * report shows the first thing wrong with it.
       322-EDIT-ONE-RETURN-ITEM.
           MOVE "N" TO ITEM-ERROR-FLG.
           MOVE SPACES TO STUDENT-NAME.
           IF RTN-STUDENT-NUMBER NOT NUMERIC
               MOVE "STUDENT NUMBER NOT VALID" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               MOVE RTN-STUDENT-NUMBER-N TO STUDENT-NUMBER
               READ STUDENT-FILE-IO
                   INVALID KEY
                       MOVE SPACES TO STUDENT-NAME
                       MOVE "NO MATCHING STUDENT ON FILE" TO
                           STATUS-TEXT-WS
                       PERFORM 329-REJECT-RETURN-ITEM
               END-READ
           END-IF.
           IF ITEM-ERROR-FLG = "N"
              AND RTN-ACTION NOT = "C" AND RTN-ACTION NOT = "R"
               MOVE "UNKNOWN ACTION CODE" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               IF RTN-ACTION-DATE NOT NUMERIC
                  OR RTN-ACTION-DATE-N = 0
                   MOVE "ACTION DATE NOT VALID" TO STATUS-TEXT-WS
                   PERFORM 329-REJECT-RETURN-ITEM
               END-IF
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               PERFORM 323-FIND-OPEN-PLACEMENT
               IF FOUND-FLAG NOT = "Y"
                   MOVE "NOT IN COLLECTIONS" TO STATUS-TEXT-WS
                   PERFORM 329-REJECT-RETURN-ITEM
               END-IF
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND RTN-ACTION = "C"
               PERFORM 324-EDIT-COLLECTION-ITEM
           END-IF.

       323-FIND-OPEN-PLACEMENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 323B-CHECK-ONE-PLACEMENT VARYING
                  COL-SUB FROM 1 BY 1 UNTIL COL-SUB > COL-TBL-COUNT
                  OR FOUND-FLAG = "Y".

       323B-CHECK-ONE-PLACEMENT.
           IF COL-STUDENT-NUMBER-TBL(COL-SUB) = STUDENT-NUMBER
              AND COL-STATUS-TBL(COL-SUB) = "C"
               MOVE "Y" TO FOUND-FLAG
               MOVE COL-SUB TO FOUND-SUB
           END-IF.

       324-EDIT-COLLECTION-ITEM.
           IF RTN-AMOUNT NOT NUMERIC OR RTN-COMMISSION NOT NUMERIC
               MOVE "AMOUNT/COMMISSION NOT NUMERIC" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND RTN-AMOUNT-N = 0
               MOVE "AMOUNT IS ZERO" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND RTN-AMOUNT-N > TUITION-OWED
               MOVE "AMOUNT EXCEEDS BALANCE OWING" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N"
              AND RTN-COMMISSION-N > RTN-AMOUNT-N
               MOVE "COMMISSION EXCEEDS AMOUNT" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N" AND RTN-AGENCY-REF = SPACES
               MOVE "AGENCY REFERENCE MISSING" TO STATUS-TEXT-WS
               PERFORM 329-REJECT-RETURN-ITEM
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               PERFORM 326-CHECK-POSTED-BEFORE
               IF POSTED-BEFORE-FLG = "Y"
                   MOVE "ALREADY POSTED" TO STATUS-TEXT-WS
                   PERFORM 329-REJECT-RETURN-ITEM
               END-IF
           END-IF.

      * A collection credits the gross the agency collected - the
      * student owes us nothing more for it, whatever the agency kept
      * as commission.
       325-APPLY-COLLECTION.
           MOVE TUITION-OWED TO OLD-BALANCE-WS.
           SUBTRACT RTN-AMOUNT-N FROM TUITION-OWED.
           IF COLLECTION-COMMIT-FLG = "Y"
               REWRITE STUDENT-RECORD-IO
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           STUDENT-NUMBER
                       MOVE OLD-BALANCE-WS TO TUITION-OWED
                       MOVE "REWRITE FAILED" TO STATUS-TEXT-WS
                       PERFORM 329-REJECT-RETURN-ITEM
               END-REWRITE
           END-IF.
           IF ITEM-ERROR-FLG = "N"
               IF COLLECTION-COMMIT-FLG = "Y"
                   PERFORM 327-LOG-AGENCY-COLLECTION
                   PERFORM 327B-APPEND-COLLECTION-HIST
                   MOVE "COLLECTION POSTED" TO STATUS-TEXT-WS
               ELSE
                   MOVE "TRIAL - NOT POSTED" TO STATUS-TEXT-WS
               END-IF
               ADD RTN-AMOUNT-N TO COL-COLLECTED-TOTAL-TBL(FOUND-SUB)
               ADD RTN-COMMISSION-N TO
                   COL-COMMISSION-TOTAL-TBL(FOUND-SUB)
               IF TUITION-OWED = 0
                   MOVE "S" TO COL-STATUS-TBL(FOUND-SUB)
                   MOVE RTN-ACTION-DATE-N TO
                       COL-CLOSED-DATE-TBL(FOUND-SUB)
                   ADD 1 TO SETTLED-COUNTER
                   MOVE "PAID IN FULL - SETTLED" TO STATUS-TEXT-WS
               END-IF
               MOVE "Y" TO TABLE-CHANGED-FLG
               ADD 1 TO COLLECTED-COUNTER
               ADD RTN-AMOUNT-N TO COLLECTED-TOTAL-WS
               ADD RTN-COMMISSION-N TO COMMISSION-TOTAL-WS
               MOVE "COLLECTED" TO RTD-ACTION-OUT
               PERFORM 329B-WRITE-RETURN-DETAIL
           END-IF.

      * An agency reference already on the collection history for the
      * student has been posted on an earlier run.
       326-CHECK-POSTED-BEFORE.
           MOVE "N" TO POSTED-BEFORE-FLG.
           OPEN INPUT COLLECTION-HIST-FILE.
           IF STATUS-FIELD-HIST = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-HIST NOT = "00"
                   MOVE "COLLECTION-HIST-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-HIST TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-HIST
               PERFORM 326B-READ-ONE-HIST-RECORD
               PERFORM 326C-CHECK-ONE-HIST-RECORD
                   UNTIL EOF-FLAG-HIST = "Y"
                      OR POSTED-BEFORE-FLG = "Y"
               CLOSE COLLECTION-HIST-FILE
           END-IF.

       326B-READ-ONE-HIST-RECORD.
           READ COLLECTION-HIST-FILE
               AT END MOVE "Y" TO EOF-FLAG-HIST
           END-READ.
           IF STATUS-FIELD-HIST NOT = "00" AND
              STATUS-FIELD-HIST NOT = "10"
               MOVE "COLLECTION-HIST-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       326C-CHECK-ONE-HIST-RECORD.
           IF CLH-STUDENT-NUMBER = STUDENT-NUMBER
              AND CLH-AGENCY-REF = RTN-AGENCY-REF
               MOVE "Y" TO POSTED-BEFORE-FLG
           END-IF.
           PERFORM 326B-READ-ONE-HIST-RECORD.

      * Logged as type "K" so agency collections are tracked apart
      * from the student's own payments and show as their own line
      * on the billing statement.
       327-LOG-AGENCY-COLLECTION.
           OPEN EXTEND PAYMENT-LOG-FILE.
           IF STATUS-FIELD-LOG NOT = "00"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE STUDENT-NUMBER TO LOG-STUDENT-NUMBER.
           MOVE OLD-BALANCE-WS TO LOG-OLD-BALANCE.
           MOVE RTN-AMOUNT-N TO LOG-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO LOG-NEW-BALANCE.
           MOVE RUN-DATE-WS TO LOG-TRANSACTION-DATE.
           MOVE "K" TO LOG-TRANSACTION-TYPE.
           MOVE AGENCY-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE 0 TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 355-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           MOVE SPACES TO LOG-APPROVER-ID.
           WRITE PAYMENT-LOG-RECORD.
           CLOSE PAYMENT-LOG-FILE.

       327B-APPEND-COLLECTION-HIST.
           OPEN EXTEND COLLECTION-HIST-FILE.
           IF STATUS-FIELD-HIST = "35"
               OPEN OUTPUT COLLECTION-HIST-FILE
           END-IF.
           IF STATUS-FIELD-HIST NOT = "00"
               MOVE "COLLECTION-HIST-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-HIST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO COLLECTION-HIST-RECORD.
           MOVE STUDENT-NUMBER TO CLH-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO CLH-POSTED-DATE.
           MOVE RTN-ACTION-DATE-N TO CLH-ACTION-DATE.
           MOVE RTN-AMOUNT-N TO CLH-GROSS-AMOUNT.
           MOVE RTN-COMMISSION-N TO CLH-COMMISSION.
           COMPUTE CLH-NET-REMITTED = RTN-AMOUNT-N - RTN-COMMISSION-N.
           MOVE RTN-AGENCY-REF TO CLH-AGENCY-REF.
           WRITE COLLECTION-HIST-RECORD.
           CLOSE COLLECTION-HIST-FILE.

      * A recalled account comes back to the bursar; the balance stays
      * on the student and is not placed with the agency again
      * automatically.
       328-APPLY-RECALL.
           MOVE "R" TO COL-STATUS-TBL(FOUND-SUB).
           MOVE RTN-ACTION-DATE-N TO COL-CLOSED-DATE-TBL(FOUND-SUB).
           MOVE "Y" TO TABLE-CHANGED-FLG.
           ADD 1 TO RECALLED-COUNTER.
           IF COLLECTION-COMMIT-FLG = "Y"
               MOVE "RECALLED FROM AGENCY" TO STATUS-TEXT-WS
           ELSE
               MOVE "TRIAL - NOT POSTED" TO STATUS-TEXT-WS
           END-IF.
           MOVE "RECALLED" TO RTD-ACTION-OUT.
           PERFORM 329B-WRITE-RETURN-DETAIL.

       329-REJECT-RETURN-ITEM.
           MOVE "Y" TO ITEM-ERROR-FLG.
           ADD 1 TO REJECT-COUNTER.
           MOVE RTN-ACTION TO RTD-ACTION-OUT.
           PERFORM 329B-WRITE-RETURN-DETAIL.

       329B-WRITE-RETURN-DETAIL.
           MOVE RTN-STUDENT-NUMBER TO RTD-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO RTD-STUDENT-NAME-OUT.
           IF RTN-AMOUNT NUMERIC
               MOVE RTN-AMOUNT-N TO RTD-AMOUNT-OUT
           ELSE
               MOVE 0 TO RTD-AMOUNT-OUT
           END-IF.
           IF RTN-COMMISSION NUMERIC
               MOVE RTN-COMMISSION-N TO RTD-COMMISSION-OUT
           ELSE
               MOVE 0 TO RTD-COMMISSION-OUT
           END-IF.
           MOVE RTN-AGENCY-REF TO RTD-AGENCY-REF-OUT.
           MOVE STATUS-TEXT-WS TO RTD-STATUS-OUT.
           WRITE COLLECTION-RECORD-RPT FROM RETURN-DETAIL-LINE.

      * One student: a balance owing that is not already with the
      * agency, and was not recalled from it, is aged; past
      * REFERRAL-AGE-DAYS it is placed.
       330-CHECK-ONE-STUDENT.
           READ STUDENT-FILE-IO NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG-IO
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF TUITION-OWED > 0
                       PERFORM 331-FIND-ANY-PLACEMENT
                       IF FOUND-FLAG NOT = "Y"
                           PERFORM 332-FIND-LAST-ACTIVITY-DATE
                           PERFORM 333-AGE-THE-BALANCE
                           IF LAST-ACTIVITY-DATE NOT = 0
                              AND AGE-DAYS > REFERRAL-AGE-DAYS
                               PERFORM 335-REFER-TO-AGENCY
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF STATUS-FIELD-IO NOT = "00" AND STATUS-FIELD-IO NOT = "10"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-IO TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       331-FIND-ANY-PLACEMENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 331B-CHECK-ONE-PLACEMENT VARYING
                  COL-SUB FROM 1 BY 1 UNTIL COL-SUB > COL-TBL-COUNT
                  OR FOUND-FLAG = "Y".

       331B-CHECK-ONE-PLACEMENT.
           IF COL-STUDENT-NUMBER-TBL(COL-SUB) = STUDENT-NUMBER
              AND (COL-STATUS-TBL(COL-SUB) = "C"
                   OR COL-STATUS-TBL(COL-SUB) = "R")
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * One pass over PAYMENT-LOG.TXT per student aged, keeping the
      * highest activity date - the same open/scan/close pattern and
      * the same exclusions (late fees, reversals, NSF charges, award
      * credits) as PROJECT3-P44, so a student is referred on exactly
      * the age the aging report shows.
       332-FIND-LAST-ACTIVITY-DATE.
           MOVE 0 TO LAST-ACTIVITY-DATE.
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
               PERFORM 332B-READ-ONE-LOG-RECORD
               PERFORM 332C-CHECK-ONE-LOG-RECORD
                   UNTIL EOF-FLAG-LOG = "Y"
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       332B-READ-ONE-LOG-RECORD.
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLAG-LOG
           END-READ.
           IF STATUS-FIELD-LOG NOT = "00" AND
              STATUS-FIELD-LOG NOT = "10"
               MOVE "PAYMENT-LOG-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-LOG TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       332C-CHECK-ONE-LOG-RECORD.
           IF LOG-STUDENT-NUMBER = STUDENT-NUMBER
               AND LOG-TRANSACTION-DATE > LAST-ACTIVITY-DATE
               AND LOG-TRANSACTION-TYPE NOT = "F"
               AND LOG-TRANSACTION-TYPE NOT = "V"
               AND LOG-TRANSACTION-TYPE NOT = "N"
               AND LOG-TRANSACTION-TYPE NOT = "A"
               MOVE LOG-TRANSACTION-DATE TO LAST-ACTIVITY-DATE
           END-IF.
           PERFORM 332B-READ-ONE-LOG-RECORD.

      * PROJECT3-P22's 30/360 day count. A balance with no log entry
      * at all has no date to age from and is not referred.
       333-AGE-THE-BALANCE.
           MOVE 0 TO AGE-DAYS.
           IF LAST-ACTIVITY-DATE NOT = 0
               COMPUTE AGE-DAYS =
                   ((RUN-YEAR - LAST-YEAR) * 360) +
                   ((RUN-MONTH - LAST-MONTH) * 30) +
                   (RUN-DAY - LAST-DAY)
           END-IF.

       335-REFER-TO-AGENCY.
           IF COL-TBL-COUNT >= COL-TBL-MAX
               ADD 1 TO TABLE-FULL-COUNTER
               MOVE "TABLE FULL - NOT PLACED" TO STATUS-TEXT-WS
           ELSE
               ADD 1 TO REFERRED-COUNTER
               ADD TUITION-OWED TO REFERRED-TOTAL-WS
               IF COLLECTION-COMMIT-FLG = "Y"
                   PERFORM 336-ADD-PLACEMENT-ENTRY
                   PERFORM 337-WRITE-PLACEMENT-DETAIL
                   MOVE "PLACED WITH AGENCY" TO STATUS-TEXT-WS
               ELSE
                   MOVE "TRIAL - NOT PLACED" TO STATUS-TEXT-WS
               END-IF
           END-IF.
           MOVE STUDENT-NUMBER TO RFD-STUDENT-NUMBER-OUT.
           MOVE STUDENT-NAME TO RFD-STUDENT-NAME-OUT.
           MOVE TUITION-OWED TO RFD-BALANCE-OUT.
           MOVE LAST-ACTIVITY-DATE TO RFD-LAST-ACTIVITY-OUT.
           MOVE AGE-DAYS TO RFD-AGE-DAYS-OUT.
           MOVE STATUS-TEXT-WS TO RFD-STATUS-OUT.
           WRITE COLLECTION-RECORD-RPT FROM REFERRAL-DETAIL-LINE.

       336-ADD-PLACEMENT-ENTRY.
           ADD 1 TO COL-TBL-COUNT.
           MOVE STUDENT-NUMBER TO COL-STUDENT-NUMBER-TBL(COL-TBL-COUNT).
           MOVE "C" TO COL-STATUS-TBL(COL-TBL-COUNT).
           MOVE RUN-DATE-WS TO COL-PLACEMENT-DATE-TBL(COL-TBL-COUNT).
           MOVE TUITION-OWED TO COL-PLACED-BALANCE-TBL(COL-TBL-COUNT).
           MOVE 0 TO COL-COLLECTED-TOTAL-TBL(COL-TBL-COUNT).
           MOVE 0 TO COL-COMMISSION-TOTAL-TBL(COL-TBL-COUNT).
           MOVE 0 TO COL-CLOSED-DATE-TBL(COL-TBL-COUNT).
           MOVE "Y" TO TABLE-CHANGED-FLG.

       337-WRITE-PLACEMENT-DETAIL.
           MOVE SPACES TO PLACEMENT-LINE-WS.
           MOVE "D" TO PLC-REC-TYPE.
           MOVE STUDENT-NUMBER TO PLC-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO PLC-STUDENT-NAME.
           MOVE STUDENT-ADDRESS TO PLC-STUDENT-ADDRESS.
           MOVE STUDENT-PHONE TO PLC-STUDENT-PHONE.
           MOVE STUDENT-EMAIL TO PLC-STUDENT-EMAIL.
           MOVE TUITION-OWED TO PLC-BALANCE.
           MOVE LAST-ACTIVITY-DATE TO PLC-LAST-ACTIVITY.
           MOVE PROGRAM-OF-STUDY TO PLC-PROGRAM.
           WRITE AGENCY-PLACEMENT-LINE FROM PLACEMENT-LINE-WS.

      * The placement file is the agency's copy of this run's
      * referrals only; it is written fresh, header and trailer
      * included, on every committed run.
       340-OPEN-PLACEMENT-FILE.
           OPEN OUTPUT AGENCY-PLACEMENT-FILE.
           IF STATUS-FIELD-PLC NOT = "00"
               MOVE "AGENCY-PLACEMENT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-PLC TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO PLACEMENT-LINE-WS.
           MOVE "H" TO PLC-REC-TYPE.
           MOVE AGENCY-CLIENT-ID TO PLC-CLIENT-ID.
           MOVE RUN-DATE-WS TO PLC-FILE-DATE.
           WRITE AGENCY-PLACEMENT-LINE FROM PLACEMENT-LINE-WS.

       342-CLOSE-PLACEMENT-FILE.
           MOVE SPACES TO PLACEMENT-LINE-WS.
           MOVE "T" TO PLC-REC-TYPE.
           MOVE REFERRED-COUNTER TO PLC-TRL-ITEM-COUNT.
           MOVE REFERRED-TOTAL-WS TO PLC-TRL-TOTAL.
           WRITE AGENCY-PLACEMENT-LINE FROM PLACEMENT-LINE-WS.
           CLOSE AGENCY-PLACEMENT-FILE.

      * Rewrite COLLECTIONS.TXT from the in-memory table, open and
      * closed placements alike, in the order they were loaded.
       350-SAVE-COLLECTION-TABLE.
           OPEN OUTPUT COLLECTION-FILE-OUT.
           IF STATUS-FIELD-COL NOT = "00"
               MOVE "COLLECTION-FILE-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-COL TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           PERFORM 351-WRITE-ONE-ENTRY VARYING COL-SUB FROM 1 BY 1
               UNTIL COL-SUB > COL-TBL-COUNT.
           CLOSE COLLECTION-FILE-OUT.

       351-WRITE-ONE-ENTRY.
           MOVE COL-STUDENT-NUMBER-TBL(COL-SUB) TO
               COL-STUDENT-NUMBER-OUT.
           MOVE COL-STATUS-TBL(COL-SUB) TO COL-STATUS-OUT.
           MOVE COL-PLACEMENT-DATE-TBL(COL-SUB) TO
               COL-PLACEMENT-DATE-OUT.
           MOVE COL-PLACED-BALANCE-TBL(COL-SUB) TO
               COL-PLACED-BALANCE-OUT.
           MOVE COL-COLLECTED-TOTAL-TBL(COL-SUB) TO
               COL-COLLECTED-TOTAL-OUT.
           MOVE COL-COMMISSION-TOTAL-TBL(COL-SUB) TO
               COL-COMMISSION-TOTAL-OUT.
           MOVE COL-CLOSED-DATE-TBL(COL-SUB) TO COL-CLOSED-DATE-OUT.
           WRITE COLLECTION-RECORD-OUT.

       352-WRITE-CONTROL-TOTALS.
           MOVE "AGENCY DETAIL ITEMS:" TO CTL-LABEL-OUT.
           MOVE DETAIL-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "COLLECTIONS POSTED:" TO CTL-LABEL-OUT.
           MOVE COLLECTED-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "GROSS COLLECTED:" TO CTL-LABEL-OUT.
           MOVE COLLECTED-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "AGENCY COMMISSION:" TO CTL-LABEL-OUT.
           MOVE COMMISSION-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "ACCOUNTS SETTLED:" TO CTL-LABEL-OUT.
           MOVE SETTLED-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "ACCOUNTS RECALLED:" TO CTL-LABEL-OUT.
           MOVE RECALLED-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "RETURN ITEMS REJECTED:" TO CTL-LABEL-OUT.
           MOVE REJECT-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "BATCH ERRORS:" TO CTL-LABEL-OUT.
           MOVE BATCH-ERROR-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           IF BATCH-ERROR-COUNTER > 0
               MOVE "AGENCY RETURN FILE NOT POSTED" TO CTL-LABEL-OUT
               MOVE 0 TO CTL-COUNT-OUT
               WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE
           END-IF.
           MOVE "ACCOUNTS REFERRED:" TO CTL-LABEL-OUT.
           MOVE REFERRED-COUNTER TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.
           MOVE "BALANCE REFERRED:" TO CTL-LABEL-OUT.
           MOVE REFERRED-TOTAL-WS TO CTL-COUNT-OUT.
           WRITE COLLECTION-RECORD-RPT FROM CONTROL-TOTAL-LINE.

       354-DISPLAY-AUDIT.
           IF RETURN-FOUND-FLG NOT = "Y"
               DISPLAY "NO AGENCY RETURN FILE - NOTHING POSTED"
           END-IF.
           DISPLAY "THE NUMBER OF STUDENT RECORDS READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF AGENCY COLLECTIONS POSTED: "
                COLLECTED-COUNTER.
           DISPLAY "THE NUMBER OF ACCOUNTS RECALLED: "
                RECALLED-COUNTER.
           DISPLAY "THE NUMBER OF RETURN ITEMS REJECTED: "
                REJECT-COUNTER.
           DISPLAY "THE NUMBER OF ACCOUNTS REFERRED: "
                REFERRED-COUNTER.
           IF BATCH-ERROR-COUNTER > 0
               DISPLAY "AGENCY RETURN FILE NOT POSTED - SEE "
                   FP-COLLECTION-RPT
           END-IF.
           IF TABLE-FULL-COUNTER > 0
               DISPLAY "WARNING: COL-TBL-MAX (" COL-TBL-MAX
                   ") REACHED - " TABLE-FULL-COUNTER
                   " ACCOUNTS NOT PLACED"
           END-IF.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       355-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

      * Append one line of run counters to the standing metrics file -
      * accounts referred are the primary count, agency collections
      * posted the secondary count and rejected return items the
      * reject count.
       360-APPEND-RUN-METRICS.
           OPEN EXTEND RUN-METRICS-FILE.
           IF STATUS-FIELD-METRICS NOT = "00"
               MOVE "RUN-METRICS-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-METRICS TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE "PROJECT3-P54" TO RM-PROGRAM-ID.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           MOVE READ-COUNTER TO RM-READ-COUNT.
           MOVE REFERRED-COUNTER TO RM-PRIMARY-COUNT.
           MOVE COLLECTED-COUNTER TO RM-SECONDARY-COUNT.
           MOVE REJECT-COUNTER TO RM-REJECT-COUNT.
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P54.
