      *                     PROGRAM-OF-STUDY alternate index
      *                     PROJECT3-1 builds; blank lists everyone
      *                     in student-number order.
      * Oct 15, 2026 - JP - Course entry now enforces course
      *                     prerequisites. Each course added on the
      *                     update path or keyed for a new student is
      *                     checked against the prerequisite codes and
      *                     minimum grade PROJECT3-P8 keeps on
      *                     COURSE.TXT, using the student's best attempt
      *                     on the course-history master. A course that
      *                     falls short is warned about and needs a
      *                     supervisor override - an operator holding
      *                     the table-maintenance permission keys their
      *                     ID - or the update/new record is not saved.
      * Oct 15, 2026 - JP - The billing statement now shows a late-fee
      *                     entry (LOG-TRANSACTION-TYPE "F", charged by
      *                     PROJECT3-P39) as LATE FEE instead of
      *                     PAYMENT; the TYPE column is one position
      *                     wider to hold it.
      * Oct 15, 2026 - JP - The billing statement names PROJECT3-P42's
      *                     returned-payment reversal ("V") as RETURNED
      *                     and its NSF charge ("N") as NSF FEE. A
      *                     student whose returned cheques on
      *                     NSF-REGISTER.TXT have reached
      *                     NSF-CHEQUE-LIMIT (default 2) is flagged when
      *                     the record comes up, and a payment for them
      *                     only posts once the clerk confirms it was
      *                     not paid by cheque.
      * Oct 15, 2026 - JP - Active registration/transcript holds on
      *                     HOLDS.TXT (PROJECT3-P43) now block new
      *                     course entry on the update path and the
      *                     (T)RANSCRIPT action, including archive
      *                     transcripts.
      * Oct 15, 2026 - JP - Billing statement shows scholarship and
      *                     bursary credits (type "A", posted by
      *                     PROJECT3-P45) as AWARD.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG ("T" on a transfer credit
      *                     granted through PROJECT3-P46), set to space
      *                     on every history entry written here.
      * Oct 15, 2026 - JP - Transcript annotates transfer credits
      *                     TRANSFER and totals their credit weight. The
      *                     repeat-course policy passes over transfer
      *                     credits; the prerequisite check still
      *                     accepts them.
      * Oct 15, 2026 - JP - PAYMENT-LOG-RECORD widened with
      *                     LOG-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry's transaction date falls in,
      *                     stamped by the posting programs.
      * Oct 15, 2026 - JP - Every payment-log entry written here is
      *                     stamped with the term code its transaction
      *                     date falls in, looked up on the term
      *                     calendar through Project3_Term_Sub
      *                     (TERM-CALENDAR parameter).
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - Every course-history entry written here is
      *                     stamped with the term code its entry date
      *                     falls in.
      * Oct 15, 2026 - JP - (W)ITHDRAW counts the week of term from the
      *                     start date of today's term on the term
      *                     calendar (TERMS.TXT), falling back to the
      *                     earliest enrollment date only when the
      *                     calendar has no term for today, and refunds
      *                     nothing after the term's withdrawal
      *                     deadline.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     five SECTION-n fields, shown beside each
      *                     course. A new or changed course must be
      *                     given a section from SECTIONS.TXT that is on
      *                     file, does not overlap another of the
      *                     student's sections and has a seat left, else
      *                     the update is not saved. Added (C)LASS
      *                     TIMETABLE, printing the student's week by
      *                     day to TIMETABLE.TXT.
      * Oct 15, 2026 - JP - COURSE-FILE-IN widened to the full record
      *                     Project3-P8 now writes (the course's
      *                     instructor after the minimum prerequisite
      *                     grade), so a saved course file still reads
      *                     back one record per line.
      * Oct 15, 2026 - JP - A student PROJECT3-P54 has placed with the
      *                     collection agency (an open "C" line on
      *                     COLLECTIONS.TXT) shows IN COLLECTIONS SINCE
      *                     the placement date beside the balance on the
      *                     student screen, and the billing statement
      *                     notes the placement; agency collections (log
      *                     type "K") print as AGENCY on the statement.
      * Oct 15, 2026 - JP - Dual control on large refunds: a (R)EFUND or
      *                     (W)ITHDRAW refund over REFUND-APPROVAL-LIMIT
      *                     (STUPARAM.TXT, default 500.00) is queued on
      *                     REFUND-APPROVALS.TXT instead of posting. New
      *                     APPROVAL (Q)UEUE search mode lets an
      *                     operator with the new OPERATOR.TXT approve
      *                     permission, other than the one who keyed it,
      *                     approve or reject each entry; an approved
      *                     one posts through the normal rewrite with a
      *                     receipt number, and PAYMENT-LOG-RECORD gains
      *                     LOG-APPROVER-ID beside the keying operator.
      * Oct 15, 2026 - JP - Residency status (D domestic, I
      *                     international, E exempt) on the student
      *                     screen. A new student's tuition is computed
      *                     at the program's international rate when
      *                     they are international; a residency change
      *                     on an existing record re-rates the courses
      *                     on file and adjusts TUITION-OWED by the
      *                     difference. Blank residency on older records
      *                     is taken as domestic. Change-audit and
      *                     archive images widened to match.
      * Oct 15, 2026 - JP - STUDENT-ARCHIVE record widened with the
      *                     archive date (PROJECT3-P29) and the
      *                     anonymization date (PROJECT3-P59).
      * Oct 15, 2026 - JP - Corrected the NSF history layout so the
      *                     reason is read from column 47, where
      *                     PROJECT3-P42 writes it.
      * Oct 15, 2026 - JP - Course and payment posting on an update
      *                     moved out of 304B-PROCESS-ACTION-CODE into
      *                     304C-POST-COURSE-CHANGES; no change in
      *                     behaviour.
      * Oct 15, 2026 - JP - REFUND-APPROVALS.TXT is created on the first
      *                     queued refund or decision instead of ending
      *                     the session with status 35.
      * Oct 15, 2026 - JP - A keyed mark is stamped with the term of the
      *                     course's enrollment entry (latest ended term
      *                     when there is none) instead of the term
      *                     running today, and the enrollment entry is
      *                     flagged "R" whichever attempt is kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Project3-p2.
               ASSIGN TO DYNAMIC FP-BILLING-STATEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-BILLING.
           SELECT TIMETABLE-REPORT-OUT
               ASSIGN TO DYNAMIC FP-TIMETABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TIMETABLE.
           SELECT COURSE-FILE-IN ASSIGN TO DYNAMIC FP-COURSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COURSE.
               ASSIGN TO DYNAMIC FP-RECEIPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-RCP.
           SELECT NSF-HISTORY-FILE
               ASSIGN TO DYNAMIC FP-NSF-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NSF.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC FP-STUDENT-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-HLD.
           SELECT COLLECTION-FILE
               ASSIGN TO DYNAMIC FP-COLLECTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-COL.
           SELECT PENDING-REFUND-FILE
               ASSIGN TO DYNAMIC FP-REFUND-APPROVALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PND.

       DATA DIVISION.
       FILE SECTION.
           05 GRADE-STATUS-4 PIC X(1).
           05 GRADE-STATUS-5 PIC X(1).
           05 SPONSOR-CODE PIC X(5).
           05 SECTION-1 PIC X(3).
           05 SECTION-2 PIC X(3).
           05 SECTION-3 PIC X(3).
           05 SECTION-4 PIC X(3).
           05 SECTION-5 PIC X(3).
      * "D" domestic, "I" international, "E" exempt from the
      * international differential; blank on records written before
      * the field existed, and taken as domestic.
           05 RESIDENCY-STATUS PIC X(1).

       FD  PAYMENT-LOG-FILE.
       01  PAYMENT-LOG-RECORD.
           05 LOG-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LOG-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * Term the transaction date falls in (TERMS.TXT, looked up
      * through Project3_Term_Sub); spaces when no term covers it.
           05 LOG-TERM-CODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
      * Second operator who released a large refund or withdrawal
      * from the approval queue; LOG-OPERATOR-ID is then whoever
      * keyed it. Spaces on every other entry.
           05 LOG-APPROVER-ID PIC X(8).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
       FD  BILLING-STATEMENT-OUT.
       01  BILLING-RECORD-OUT PIC X(80).

       FD  TIMETABLE-REPORT-OUT.
       01  TIMETABLE-RECORD-OUT PIC X(80).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
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

       FD  PROGRAM-FILE-IN.
       01  PROGRAM-RECORD.
           05 PROGRAM-RATE-2-IN PIC 9(3)V99.
           05 PROGRAM-V PIC X(1).
           05 PROGRAM-RATE-2-EFF-IN PIC 9(8).
           05 PROGRAM-U PIC X(1).
           05 PROGRAM-INTL-RATE-IN PIC 9(3)V99.
           05 PROGRAM-T PIC X(1).
           05 PROGRAM-INTL-RATE-2-IN PIC 9(3)V99.

       FD  COURSE-HIST-MASTER.
       01  COURSE-HIST-MASTER-RECORD.
      * same course (repeat-course policy); space marks the attempt
      * that counts.
           05 CHM-REPEAT-FLAG PIC X(1).
      * "T" marks a transfer credit granted through PROJECT3-P46 -
      * counted by the degree audit and transcript, never by an
      * average.
           05 CHM-TRANSFER-FLAG PIC X(1).
      * Academic term (TERMS.TXT) the entry date falls in, stamped
      * by every writer; spaces when no term covers the date.
           05 CHM-TERM-CODE PIC X(5).

      * A second handle on STUFILE3OUT, opened and scanned
      * independently of INDEXED-STUDENT-FILE, so the capacity scan in
           05 GRADE-STATUS-4-CHK PIC X(1).
           05 GRADE-STATUS-5-CHK PIC X(1).
           05 SPONSOR-CODE-CHK PIC X(5).
           05 SECTION-1-CHK PIC X(3).
           05 SECTION-2-CHK PIC X(3).
           05 SECTION-3-CHK PIC X(3).
           05 SECTION-4-CHK PIC X(3).
           05 SECTION-5-CHK PIC X(3).
           05 RESIDENCY-STATUS-CHK PIC X(1).

       FD  NUMBER-REGISTER-FILE.
       01  NUMBER-REGISTER-RECORD.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-ACTION PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-BEFORE-IMAGE PIC X(225).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-AFTER-IMAGE PIC X(225).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-ID PIC X(8).

       FD  STUDENT-ARCHIVE-FILE.
       01  STUDENT-ARCHIVE-RECORD.
           05 ARC-STUDENT-NUMBER PIC 9(6).
           05 ARC-RECORD-REST PIC X(219).
      * Archive date (PROJECT3-P29) and personal-data anonymization
      * date (PROJECT3-P59).
           05 FILLER PIC X(16).

       FD  SPONSOR-FILE-IN.
       01  SPONSOR-RECORD-IN.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD-OUT PIC X(80).

      * PROJECT3-P42's returned-payment history - only the student
      * number and reason are needed here.
       FD  NSF-HISTORY-FILE.
       01  NSF-HISTORY-RECORD.
           05 NSH-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(40).
           05 NSH-REASON PIC X(1).

      * PROJECT3-P43's registration/transcript holds - only the
      * student number, hold type and hold status are needed here.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 HLD-TYPE PIC X(1).
           05 FILLER PIC X(50).
           05 HLD-STATUS PIC X(1).

      * PROJECT3-P54's collection register - only the student number,
      * placement status and placement date are needed here.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           05 COL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 COL-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 COL-PLACEMENT-DATE PIC 9(8).
           05 FILLER PIC X(39).

       FD  SCHEDULE-FILE-IN.
       01  SCHEDULE-RECORD-IN.
           05 RSC-WEEK-IN PIC 9(2).
           05 OPR-GRADE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-TABLE-PERM-IN PIC X(1).
           05 FILLER PIC X(1).
           05 OPR-APPROVE-PERM-IN PIC X(1).

      * REFUND-APPROVALS.TXT - one "P" line when a refund or
      * withdrawal refund over REFUND-APPROVAL-LIMIT is keyed, and
      * later an "A" (approved) or "X" (rejected) line repeating the
      * same student/type/amount/keyed date and time once a second
      * operator decides it. An entry is still waiting while its "P"
      * line has no decision line after it.
       FD  PENDING-REFUND-FILE.
       01  PENDING-REFUND-RECORD.
           05 PND-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 PND-REFUND-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PND-AMOUNT PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 PND-KEYED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PND-KEYED-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 PND-KEYED-BY PIC X(8).
           05 FILLER PIC X(1).
           05 PND-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 PND-DECIDED-BY PIC X(8).
           05 FILLER PIC X(1).
           05 PND-DECISION-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PND-RECEIPT-NUMBER PIC 9(6).

       FD  WAITLIST-FILE.
       01  WAITLIST-RECORD.
           05 GRADE-STATUS-4-WS PIC X(1).
           05 GRADE-STATUS-5-WS PIC X(1).
           05 SPONSOR-CODE-WS PIC X(5).
           05 SECTION-1-WS PIC X(3).
           05 SECTION-2-WS PIC X(3).
           05 SECTION-3-WS PIC X(3).
           05 SECTION-4-WS PIC X(3).
           05 SECTION-5-WS PIC X(3).
           05 RESIDENCY-STATUS-WS PIC X(1).
      * Snapshot of the course slots as they were on file when this
      * record was read, taken before the operator can edit the
      * screen - compared against the current slots in
           05 STATUS-FIELD-LOG PIC X(2).
           05 STATUS-FIELD-TRANSCRIPT PIC X(2).
           05 STATUS-FIELD-BILLING PIC X(2).
           05 STATUS-FIELD-TIMETABLE PIC X(2).
           05 EOF-FLAG-LOG PIC X(1).
           05 BILLING-ENTRY-COUNT PIC 9(5) VALUE 0.
           05 LOCK-RETRY-COUNT PIC 9(2) VALUE 0.
           05 PROGRAM-TBL-COUNT PIC 9(3) VALUE 0.
           05 PROGRAM-RATE-FOUND PIC 9(3)V99.
           05 TOTAL-CREDITS-ENTERED PIC 9(3)V9.
           05 RATE-RESIDENCY-WS PIC X(1).
           05 ORIG-RESIDENCY-STATUS-WS PIC X(1).
           05 OLD-RESIDENCY-RATE PIC 9(3)V99.
           05 RESIDENCY-ADJUST-WS PIC S9(5)V99.
           05 RESIDENCY-ADJUST-EDIT PIC -Z,ZZ9.99.
           05 ADJUSTED-OWED-WS PIC S9(5)V99.
           05 SUB-2 PIC 9(3).
           05 COURSE-TBL-COUNT PIC 9(3) VALUE 0.
           05 FOUND-FLAG PIC X(1).
           05 HIST-WRITE-CODE-WS PIC X(7).
           05 HIST-WRITE-GRADE-WS PIC 9(3).
           05 HIST-WRITE-FLAG-WS PIC X(1).
           05 HIST-WRITE-TERM-WS PIC X(5).
           05 REPEAT-SLOT-SUB PIC 9(1).
           05 REPEAT-CHECK-CODE PIC X(7).
           05 REPEAT-CHECK-GRADE PIC 9(3).
           05 PRIOR-ATTEMPT-FLG PIC X(1).
           05 BEST-PRIOR-GRADE PIC 9(3).
           05 INCLUDE-TRANSFER-FLG PIC X(1) VALUE "N".
           05 TRANSFER-CREDIT-TOTAL PIC 9(3)V9.
           05 STATUS-FIELD-OPR PIC X(2).
           05 EOF-FLAG-OPR PIC X(1).
           05 OPERATOR-TBL-COUNT PIC 9(3) VALUE 0.
           05 OPR-DELETE-PERM PIC X(1) VALUE "N".
           05 OPR-REFUND-PERM PIC X(1) VALUE "N".
           05 OPR-GRADE-PERM PIC X(1) VALUE "N".
           05 OPR-APPROVE-PERM PIC X(1) VALUE "N".
           05 STATUS-FIELD-RSC PIC X(2).
           05 EOF-FLAG-RSC PIC X(1).
           05 SCHEDULE-TBL-COUNT PIC 9(3) VALUE 0.
               10 ENROLL-YEAR PIC 9(4).
               10 ENROLL-MONTH PIC 9(2).
               10 ENROLL-DAY PIC 9(2).
      * Date the week of term is counted from - the term calendar's
      * start date, or the earliest enrollment when no term is found.
           05 WEEK-BASE-DATE PIC 9(8).
           05 WEEK-BASE-SPLIT REDEFINES WEEK-BASE-DATE.
               10 WEEK-BASE-YEAR PIC 9(4).
               10 WEEK-BASE-MONTH PIC 9(2).
               10 WEEK-BASE-DAY PIC 9(2).
           05 TODAY-DATE-WS PIC 9(8).
           05 TODAY-DATE-SPLIT REDEFINES TODAY-DATE-WS.
               10 TODAY-YEAR PIC 9(4).
           05 STATUS-FIELD-ARC PIC X(2).
           05 ARCHIVE-FOUND-FLG PIC X(1).
           05 ARCHIVE-TRN-CONFIRM-FLG PIC X(1).
           05 STATUS-FIELD-NSF PIC X(2).
           05 EOF-FLAG-NSF PIC X(1).
           05 STUDENT-NSF-COUNT PIC 9(3).
           05 NSF-CHEQUE-LIMIT PIC 9(2) VALUE 2.
           05 NSF-LIMIT-CHK PIC X(2).
           05 CHEQUE-BLOCKED-FLG PIC X(1) VALUE "N".
           05 TENDER-CONFIRM-FLG PIC X(1).
           05 TENDER-REFUSED-FLG PIC X(1).
           05 STATUS-FIELD-HLD PIC X(2).
           05 EOF-FLAG-HLD PIC X(1).
           05 STUDENT-HOLD-FLG PIC X(1).
           05 STUDENT-HOLD-TYPE PIC X(1).
           05 HOLD-BLOCKED-FLG PIC X(1).
           05 STATUS-FIELD-COL PIC X(2).
           05 EOF-FLAG-COL PIC X(1).
           05 COLLECTION-FLG PIC X(1).
           05 COLLECTION-PLACED-DATE PIC 9(8).
           05 COLLECTION-STATUS-TEXT PIC X(36) VALUE SPACES.
           05 STATUS-FIELD-PND PIC X(2).
           05 EOF-FLAG-PND PIC X(1).
      * A refund or withdrawal refund over this amount is queued for
      * a second operator's approval instead of posting.
           05 REFUND-APPROVAL-LIMIT PIC 9(4)V99 VALUE 500.00.
           05 APPROVAL-LIMIT-CHK PIC X(6).
           05 APPROVAL-LIMIT-CHK-N REDEFINES APPROVAL-LIMIT-CHK
                                   PIC 9(4)V99.
           05 PENDING-TBL-COUNT PIC 9(3) VALUE 0.
           05 PENDING-OVERFLOW-COUNT PIC 9(3) VALUE 0.
           05 PND-SUB PIC 9(3).
           05 PND-MATCH-SUB PIC 9(3).
           05 APPROVAL-DONE-FLG PIC X(1).
           05 APPROVAL-PICK PIC 9(3).
           05 APPROVAL-DECISION PIC X(1).
           05 APPROVER-ID-WS PIC X(8) VALUE SPACES.
           05 PND-AMOUNT-EDIT PIC Z,ZZ9.99.
           05 AUD-ACTION-WS PIC X(7).
           05 AUD-BEFORE-WS PIC X(225).
           05 AUD-AFTER-WS PIC X(225).
      * Full image of the record as it was read off the file, taken in
      * 303D-SNAPSHOT-COURSE-DATA before the operator can edit the
      * screen - it is the BEFORE side of the change-audit record.
           05 ORIGINAL-RECORD-WS PIC X(225).
           05 NUMBER-REGISTER-SEED PIC 9(6) VALUE 100001.
           05 STATUS-FIELD-NUMREG PIC X(2).
           05 NUMREG-RETRY-COUNT PIC 9(2) VALUE 0.
           05 NUMREG-MAX-RETRIES PIC 9(2) VALUE 5.
           05 PREREQ-CHECK-COURSE PIC X(7).
           05 PREREQ-1-FOUND PIC X(7).
           05 PREREQ-2-FOUND PIC X(7).
           05 PREREQ-3-FOUND PIC X(7).
           05 PREREQ-MIN-GRADE-FOUND PIC 9(3).
      * Minimum grade used for a course whose table entry leaves its
      * prerequisite grade at zero.
           05 PREREQ-PASS-MARK PIC 9(3) VALUE 50.
           05 PREREQ-MISSING-FLG PIC X(1).
           05 PREREQ-BLOCKED-FLG PIC X(1) VALUE "N".
           05 OVERRIDE-GRANTED-FLG PIC X(1).
           05 SUPERVISOR-ID-WS PIC X(8).
           05 SECTION-BLOCKED-FLG PIC X(1) VALUE "N".
           05 SECTION-INPUT-WS PIC X(3).
           05 SECTION-ENROLLED-COUNT PIC 9(4).
           05 PICK-SUB PIC 9(1).
           05 LIST-SUB PIC 9(2).
           05 DAY-SUB PIC 9(1).
           05 TT-SUB PIC 9(1).
           05 TT-NEXT-SUB PIC 9(1).
           05 TT-DAY-COUNT PIC 9(1).
           05 TT-UNSCHEDULED-COUNT PIC 9(1).

      * The five course slots being given sections - loaded from the
      * record on either the update or the new-student path, so one
      * set of 337 paragraphs serves both. PICK-NEEDED-FLG is "Y" for
      * a slot whose course was just keyed.
       01  SECTION-PICK-TABLE.
           05 PICK-SLOT OCCURS 5 TIMES.
               10 PICK-COURSE PIC X(7).
               10 PICK-SECTION PIC X(3).
           05 PICK-NEEDED-FLG PIC X(1) OCCURS 5 TIMES.

      * The student's five slots with their meeting times, for the
      * weekly timetable.
       01  TIMETABLE-TABLE.
           05 TT-SLOT OCCURS 5 TIMES.
               10 TT-COURSE PIC X(7).
               10 TT-SECTION PIC X(3).
               10 TT-DAYS PIC X(7).
               10 TT-START PIC 9(4).
               10 TT-END PIC 9(4).
               10 TT-ROOM PIC X(8).
               10 TT-PRINTED-FLG PIC X(1).
       01  DAY-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME-TBL PIC X(9) OCCURS 7 TIMES.

       01  RECEIPT-HEADER-LINE.
           05 FILLER PIC X(21) VALUE "OFFICIAL RECEIPT NO. ".
       01  RECEIPT-OPERATOR-LINE.
           05 FILLER PIC X(13) VALUE "RECEIVED BY: ".
           05 RCP-OPERATOR-OUT PIC X(8).
       01  RECEIPT-APPROVER-LINE.
           05 FILLER PIC X(13) VALUE "APPROVED BY: ".
           05 RCP-APPROVER-OUT PIC X(8).
       01  RECEIPT-RULE-LINE.
           05 FILLER PIC X(50) VALUE ALL "=".
      * In-memory copy of the REFUND-SCHED.TXT refund schedule
               10 OPR-REFUND-TBL PIC X(1).
               10 OPR-GRADE-TBL PIC X(1).
               10 OPR-TABLE-TBL PIC X(1).
               10 OPR-APPROVE-TBL PIC X(1).
      * Refunds still waiting on REFUND-APPROVALS.TXT, reloaded each
      * time the approval queue is shown - a decision line drops its
      * entry, so only undecided requests are left in the table.
       01  PENDING-TBL-MAX PIC 9(3) VALUE 200.
       01  PENDING-TABLE.
           05 PENDING-TBL OCCURS 200 TIMES.
               10 PND-STUDENT-TBL PIC 9(6).
               10 PND-TYPE-TBL PIC X(1).
               10 PND-AMOUNT-TBL PIC 9(4)V99.
               10 PND-KEYED-DATE-TBL PIC 9(8).
               10 PND-KEYED-TIME-TBL PIC 9(8).
               10 PND-KEYED-BY-TBL PIC X(8).
      * The queue entry the approver picked, held apart from the table
      * so it survives the reload done just before it is decided.
       01  APPROVAL-ENTRY-WS.
           05 APR-STUDENT-WS PIC 9(6).
           05 APR-TYPE-WS PIC X(1).
           05 APR-AMOUNT-WS PIC 9(4)V99.
           05 APR-KEYED-DATE-WS PIC 9(8).
           05 APR-KEYED-TIME-WS PIC 9(8).
           05 APR-KEYED-BY-WS PIC X(8).
           05 APR-DECISION-WS PIC X(1).
      * In-memory copy of PAYMENT-PLAN.TXT, loaded and saved whole by
      * the (P)LAN action the same way PROJECT3-P7 loads and saves the
      * program table.
       COPY "./COURSE-TBL.DAT".
      * Copy the file which contains the structure of the program table.
       COPY "./PROGRAM-TBL.DAT".
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Section lookup block passed to Project3_Section_Sub.
       COPY "./SECTION-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

           05 TRN-HIST-REPEAT-OUT PIC X(8).
       01  TRANSCRIPT-NO-HISTORY-LINE.
           05 FILLER PIC X(30) VALUE "  NO PRIOR HISTORY ON FILE".
       01  TRANSCRIPT-TRANSFER-LINE.
           05 FILLER PIC X(26) VALUE "TRANSFER CREDITS GRANTED: ".
           05 TRN-TRANSFER-CREDITS-OUT PIC ZZ9.9.

       01  TIMETABLE-HEADER-LINE.
           05 FILLER PIC X(20) VALUE "WEEKLY TIMETABLE".
       01  TIMETABLE-NUMBER-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           05 TTB-STUDENT-NUMBER-OUT PIC 9(6).
           05 TTB-STUDENT-NUMBER-MASK-OUT
               REDEFINES TTB-STUDENT-NUMBER-OUT PIC X(6).
       01  TIMETABLE-NAME-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NAME:   ".
           05 TTB-STUDENT-NAME-OUT PIC X(40).
       01  TIMETABLE-DAY-LINE.
           05 TTB-DAY-NAME-OUT PIC X(9).
       01  TIMETABLE-CLASS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTB-START-OUT PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 TTB-END-OUT PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTB-COURSE-OUT PIC X(7).
           05 FILLER PIC X(9) VALUE "  SECTION".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TTB-SECTION-OUT PIC X(3).
           05 FILLER PIC X(7) VALUE "  ROOM ".
           05 TTB-ROOM-OUT PIC X(8).
       01  TIMETABLE-NO-CLASS-LINE.
           05 FILLER PIC X(14) VALUE "  NO CLASSES".
       01  TIMETABLE-UNSCHEDULED-HEADER.
           05 FILLER PIC X(34)
               VALUE "COURSES WITH NO SCHEDULED SECTION:".
       01  TIMETABLE-UNSCHEDULED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTB-UNSCHEDULED-COURSE-OUT PIC X(7).

       01  BILLING-HEADER-LINE.
           05 FILLER PIC X(20) VALUE "BILLING STATEMENT".
       01  BILLING-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "TYPE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "AMOUNT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "BALANCE".
       01  BILLING-DETAIL-LINE.
           05 BIL-TRANSACTION-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BIL-TRANSACTION-TYPE-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BIL-PAYMENT-AMOUNT-OUT PIC $9999.99.
           05 BIL-PAYMENT-AMOUNT-MASK-OUT
               REDEFINES BIL-PAYMENT-AMOUNT-OUT PIC X(8).
               REDEFINES BIL-NEW-BALANCE-OUT PIC X(8).
       01  BILLING-NONE-LINE.
           05 FILLER PIC X(34) VALUE "NO PAYMENT HISTORY ON FILE".
       01  BILLING-COLLECTIONS-LINE.
           05 FILLER PIC X(37)
               VALUE "ACCOUNT PLACED WITH COLLECTION AGENCY".
           05 FILLER PIC X(4) VALUE " ON ".
           05 BIL-PLACEMENT-DATE-OUT PIC 9(8).
       01  BILLING-BALANCE-LINE.
           05 FILLER PIC X(20) VALUE "CURRENT BALANCE:    ".
           05 BIL-CURRENT-BALANCE-OUT PIC $9999.99.
       SCREEN SECTION.
       01  SEARCH-MODE-SCREEN.
           05 VALUE "STUDENT SEARCH" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "SEARCH BY (N)UMBER, (A) NAME, (L)IST, OR APPROVAL"
               LINE 3 COL 5.
           05 VALUE "(Q)UEUE" LINE 3 COL 55.
           05 SEARCH-MODE-INPUT LINE 3 COL 63
               PIC X TO SEARCH-MODE.
       01  STUDENT-INPUT-SCREEN.
           05 VALUE "STUDENT SEARCH" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "TUITION OWED" LINE 9 COL 5.
           05 TUITION-OWED-OUTPUT LINE 9 COL 25
               PIC $9999.99 FROM TUITION-OWED.
           05 COLLECTION-STATUS-OUTPUT LINE 9 COL 40
               PIC X(36) FROM COLLECTION-STATUS-TEXT.
           05 VALUE "PAYMENT/REFUND AMOUNT" LINE 11 COL 5.
           05 PAYMENT-OUTPUT LINE 11 COL 25
               PIC $9999.99 TO TUITION-PAYMENT.
               PIC 9(3) TO COURSE-AVERAGE-1 FROM COURSE-AVERAGE-1.
           05 GRADE-STATUS-1-OUTPUT LINE 13 COL 40
               PIC X TO GRADE-STATUS-1 FROM GRADE-STATUS-1.
           05 SECTION-1-OUTPUT LINE 13 COL 43
               PIC X(3) FROM SECTION-1.
           05 VALUE "COURSE 2 CODE/AVG" LINE 14 COL 5.
           05 COURSE-CODE-2-OUTPUT LINE 14 COL 25
               PIC X(7) TO COURSE-CODE-2 FROM COURSE-CODE-2.
               PIC 9(3) TO COURSE-AVERAGE-2 FROM COURSE-AVERAGE-2.
           05 GRADE-STATUS-2-OUTPUT LINE 14 COL 40
               PIC X TO GRADE-STATUS-2 FROM GRADE-STATUS-2.
           05 SECTION-2-OUTPUT LINE 14 COL 43
               PIC X(3) FROM SECTION-2.
           05 VALUE "COURSE 3 CODE/AVG" LINE 15 COL 5.
           05 COURSE-CODE-3-OUTPUT LINE 15 COL 25
               PIC X(7) TO COURSE-CODE-3 FROM COURSE-CODE-3.
               PIC 9(3) TO COURSE-AVERAGE-3 FROM COURSE-AVERAGE-3.
           05 GRADE-STATUS-3-OUTPUT LINE 15 COL 40
               PIC X TO GRADE-STATUS-3 FROM GRADE-STATUS-3.
           05 SECTION-3-OUTPUT LINE 15 COL 43
               PIC X(3) FROM SECTION-3.
           05 VALUE "COURSE 4 CODE/AVG" LINE 16 COL 5.
           05 COURSE-CODE-4-OUTPUT LINE 16 COL 25
               PIC X(7) TO COURSE-CODE-4 FROM COURSE-CODE-4.
               PIC 9(3) TO COURSE-AVERAGE-4 FROM COURSE-AVERAGE-4.
           05 GRADE-STATUS-4-OUTPUT LINE 16 COL 40
               PIC X TO GRADE-STATUS-4 FROM GRADE-STATUS-4.
           05 SECTION-4-OUTPUT LINE 16 COL 43
               PIC X(3) FROM SECTION-4.
           05 VALUE "COURSE 5 CODE/AVG" LINE 17 COL 5.
           05 COURSE-CODE-5-OUTPUT LINE 17 COL 25
               PIC X(7) TO COURSE-CODE-5 FROM COURSE-CODE-5.
               PIC 9(3) TO COURSE-AVERAGE-5 FROM COURSE-AVERAGE-5.
           05 GRADE-STATUS-5-OUTPUT LINE 17 COL 40
               PIC X TO GRADE-STATUS-5 FROM GRADE-STATUS-5.
           05 SECTION-5-OUTPUT LINE 17 COL 43
               PIC X(3) FROM SECTION-5.
           05 VALUE "ADDRESS" LINE 19 COL 5.
           05 STUDENT-ADDRESS-OUTPUT LINE 19 COL 25
               PIC X(40) TO STUDENT-ADDRESS FROM STUDENT-ADDRESS.
           05 VALUE "SPONSOR" LINE 22 COL 5.
           05 SPONSOR-CODE-OUTPUT LINE 22 COL 25
               PIC X(5) TO SPONSOR-CODE FROM SPONSOR-CODE.
           05 VALUE "RESIDENCY (D/I/E)" LINE 22 COL 40.
           05 RESIDENCY-STATUS-OUTPUT LINE 22 COL 58
               PIC X TO RESIDENCY-STATUS FROM RESIDENCY-STATUS.
           05 VALUE "ACTION: (U)PDATE, (D)ELETE, (R)EFUND," LINE 23
               COL 5.
           05 VALUE "(W)ITHDRAW," LINE 23 COL 44.
           05 VALUE "(C)LASS TIMETABLE," LINE 23 COL 56.
           05 VALUE "(T)RANSCRIPT, (B)ILLING STATEMENT," LINE 24
               COL 5.
           05 VALUE "(S)IMULATE, OR (P)LAN" LINE 24 COL 41.
                   MOVE PARM-VALUE TO FP-SPONSOR-FILE
               WHEN "STUDENT-ARCHIVE"
                   MOVE PARM-VALUE TO FP-STUDENT-ARCHIVE
               WHEN "NSF-REGISTER"
                   MOVE PARM-VALUE TO FP-NSF-REGISTER
               WHEN "STUDENT-HOLDS"
                   MOVE PARM-VALUE TO FP-STUDENT-HOLDS
               WHEN "COLLECTIONS"
                   MOVE PARM-VALUE TO FP-COLLECTIONS
               WHEN "REFUND-APPROVALS"
                   MOVE PARM-VALUE TO FP-REFUND-APPROVALS
               WHEN "REFUND-APPROVAL-LIMIT"
                   MOVE PARM-VALUE(1:6) TO APPROVAL-LIMIT-CHK
                   IF APPROVAL-LIMIT-CHK IS NUMERIC
                       MOVE APPROVAL-LIMIT-CHK-N TO
                           REFUND-APPROVAL-LIMIT
                   ELSE
                       DISPLAY "WARNING: NON-NUMERIC "
                           "REFUND-APPROVAL-LIMIT VALUE IN PARAMETER "
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
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN "COURSE-SECTIONS"
                   MOVE PARM-VALUE TO FP-COURSE-SECTIONS
               WHEN "TIMETABLE"
                   MOVE PARM-VALUE TO FP-TIMETABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                 MOVE COURSE-NAME-IN TO COURSE-NAME-TBL(SUB-2)
                 MOVE COURSE-CREDITS-IN TO COURSE-CREDITS-TBL(SUB-2)
                 MOVE MAX-SEATS-IN TO MAX-SEATS-TBL(SUB-2)
                 MOVE PREREQ-1-IN TO PREREQ-1-TBL(SUB-2)
                 MOVE PREREQ-2-IN TO PREREQ-2-TBL(SUB-2)
                 MOVE PREREQ-3-IN TO PREREQ-3-TBL(SUB-2)
                 IF PREREQ-MIN-GRADE-IN IS NUMERIC
                     MOVE PREREQ-MIN-GRADE-IN TO
                         PREREQ-MIN-GRADE-TBL(SUB-2)
                 ELSE
                     MOVE 0 TO PREREQ-MIN-GRADE-TBL(SUB-2)
                 END-IF
                 ADD 1 TO COURSE-TBL-COUNT.

       322-LOAD-PROGRAM-TABLE.
                 MOVE PROGRAM-RATE-2-IN TO PROGRAM-RATE-2-TBL(SUB-1)
                 MOVE PROGRAM-RATE-2-EFF-IN TO
                     PROGRAM-RATE-2-EFF-TBL(SUB-1)
                 PERFORM 322B-LOAD-INTL-RATES
                 ADD 1 TO PROGRAM-TBL-COUNT.

      * Entries written before the international rates existed are
      * short on the file - their rates come in as zero (no
      * differential) rather than as whatever spaces they read as.
       322B-LOAD-INTL-RATES.
           IF PROGRAM-INTL-RATE-IN IS NUMERIC
               MOVE PROGRAM-INTL-RATE-IN TO PROGRAM-INTL-RATE-TBL(SUB-1)
           ELSE
               MOVE 0 TO PROGRAM-INTL-RATE-TBL(SUB-1)
           END-IF.
           IF PROGRAM-INTL-RATE-2-IN IS NUMERIC
               MOVE PROGRAM-INTL-RATE-2-IN TO
                   PROGRAM-INTL-RATE-2-TBL(SUB-1)
           ELSE
               MOVE 0 TO PROGRAM-INTL-RATE-2-TBL(SUB-1)
           END-IF.
      * show a scrren for user to input.
       302-PROMPT-SEARCH-SCREEN.
           DISPLAY SEARCH-MODE-SCREEN.
                   ACCEPT STUDENT-NAME-SEARCH-SCREEN
               WHEN 'L' WHEN 'l'
                   MOVE 'L' TO SEARCH-MODE
               WHEN 'Q' WHEN 'q'
                   MOVE 'Q' TO SEARCH-MODE
               WHEN OTHER
                   MOVE 'N' TO SEARCH-MODE
                   DISPLAY STUDENT-INPUT-SCREEN
           IF SEARCH-MODE = 'L'
               PERFORM 430-LIST-BROWSE
           ELSE
           IF SEARCH-MODE = 'Q'
               PERFORM 490-REVIEW-APPROVAL-QUEUE
           ELSE
           IF SEARCH-MODE = 'A'
               PERFORM 313-SEARCH-BY-NAME
           ELSE
                   WHEN "00"
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       PERFORM 303D-SNAPSHOT-COURSE-DATA
                       PERFORM 470-CHECK-CHEQUE-BLOCK
                       PERFORM 475-FIND-COLLECTION-STATUS
                       DISPLAY STUDENT-OUTPUT-SCREEN
                       ACCEPT STUDENT-OUTPUT-SCREEN
                   WHEN "51"
                       END-IF
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

      * A student whose returned cheques (PROJECT3-P42's "N" lines on
      * NSF-REGISTER.TXT) have reached NSF-CHEQUE-LIMIT may not pay by
      * cheque - warn the clerk as soon as the record comes up. No
      * NSF register at all means nobody has been blocked yet.
       470-CHECK-CHEQUE-BLOCK.
           MOVE "N" TO CHEQUE-BLOCKED-FLG.
           MOVE 0 TO STUDENT-NSF-COUNT.
           OPEN INPUT NSF-HISTORY-FILE.
           IF STATUS-FIELD-NSF = "00"
               MOVE "N" TO EOF-FLAG-NSF
               PERFORM 470B-COUNT-ONE-NSF-LINE
                   UNTIL EOF-FLAG-NSF = "Y"
               CLOSE NSF-HISTORY-FILE
           END-IF.
           IF STUDENT-NSF-COUNT >= NSF-CHEQUE-LIMIT
               MOVE "Y" TO CHEQUE-BLOCKED-FLG
               DISPLAY "*** " STUDENT-NSF-COUNT " RETURNED CHEQUES - "
                   "DO NOT ACCEPT A CHEQUE FROM THIS STUDENT ***"
           END-IF.

       470B-COUNT-ONE-NSF-LINE.
           READ NSF-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG-NSF
               NOT AT END
                   IF NSH-STUDENT-NUMBER = STUDENT-NUMBER
                      AND NSH-REASON = "N"
                       ADD 1 TO STUDENT-NSF-COUNT
                   END-IF
           END-READ.

      * A payment for a cheque-blocked student posts only once the
      * clerk confirms it wasn't tendered by cheque.
       471-CONFIRM-NON-CHEQUE-TENDER.
           MOVE "N" TO TENDER-REFUSED-FLG.
           IF CHEQUE-BLOCKED-FLG = "Y" AND TUITION-PAYMENT > 0
               DISPLAY "STUDENT IS BLOCKED FROM PAYING BY CHEQUE - "
                   "PAID BY CASH, CARD OR CERTIFIED FUNDS? (Y/N)"
               ACCEPT TENDER-CONFIRM-FLG
               IF TENDER-CONFIRM-FLG NOT = "Y" AND
                  TENDER-CONFIRM-FLG NOT = "y"
                   MOVE "Y" TO TENDER-REFUSED-FLG
               END-IF
           END-IF.

      * Any active hold on PROJECT3-P43's HOLDS.TXT - financial,
      * academic or administrative - stops both new course entry and
      * the release of a transcript until the office that placed it
      * lifts it. No holds file at all means nobody is on hold.
       472-FIND-ACTIVE-HOLD.
           MOVE "N" TO STUDENT-HOLD-FLG.
           MOVE SPACE TO STUDENT-HOLD-TYPE.
           OPEN INPUT HOLD-FILE.
           IF STATUS-FIELD-HLD = "00"
               MOVE "N" TO EOF-FLAG-HLD
               PERFORM 472B-CHECK-ONE-HOLD-LINE
                   UNTIL EOF-FLAG-HLD = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF STUDENT-HOLD-FLG = "Y"
               EVALUATE STUDENT-HOLD-TYPE
                   WHEN "F"
                       DISPLAY "*** STUDENT IS ON A FINANCIAL HOLD ***"
                   WHEN "A"
                       DISPLAY "*** STUDENT IS ON AN ACADEMIC HOLD ***"
                   WHEN OTHER
                       DISPLAY "*** STUDENT IS ON AN ADMINISTRATIVE "
                               "HOLD ***"
               END-EVALUATE
           END-IF.

       472B-CHECK-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE "Y" TO EOF-FLAG-HLD
               NOT AT END
                   IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                      AND HLD-STATUS = "A"
                       MOVE "Y" TO STUDENT-HOLD-FLG
                       MOVE HLD-TYPE TO STUDENT-HOLD-TYPE
                   END-IF
           END-READ.

      * A student whose balance PROJECT3-P54 has placed with the
      * collection agency, and that the agency has neither collected
      * in full nor recalled, is "in collections" - shown beside the
      * balance on the screen and on the billing statement. No
      * collection register at all means nobody has been referred.
       475-FIND-COLLECTION-STATUS.
           MOVE "N" TO COLLECTION-FLG.
           MOVE SPACES TO COLLECTION-STATUS-TEXT.
           MOVE 0 TO COLLECTION-PLACED-DATE.
           OPEN INPUT COLLECTION-FILE.
           IF STATUS-FIELD-COL = "00"
               MOVE "N" TO EOF-FLAG-COL
               PERFORM 475B-CHECK-ONE-COLLECTION-LINE
                   UNTIL EOF-FLAG-COL = "Y"
               CLOSE COLLECTION-FILE
           END-IF.
           IF COLLECTION-FLG = "Y"
               STRING "IN COLLECTIONS SINCE " DELIMITED BY SIZE
                      COLLECTION-PLACED-DATE DELIMITED BY SIZE
                   INTO COLLECTION-STATUS-TEXT
               END-STRING
           END-IF.

       475B-CHECK-ONE-COLLECTION-LINE.
           READ COLLECTION-FILE
               AT END MOVE "Y" TO EOF-FLAG-COL
               NOT AT END
                   IF COL-STUDENT-NUMBER = STUDENT-NUMBER
                      AND COL-STATUS = "C"
                       MOVE "Y" TO COLLECTION-FLG
                       MOVE COL-PLACEMENT-DATE TO COLLECTION-PLACED-DATE
                   END-IF
           END-READ.

      * A held student may still pay, be refunded or have grades
      * posted against courses already on the record - only a course
      * slot changed to a new course code counts as registering.
       473-CHECK-REGISTRATION-HOLD.
           MOVE "N" TO HOLD-BLOCKED-FLG.
           IF (COURSE-CODE-1-WS NOT = ORIG-COURSE-CODE-1-WS AND
               COURSE-CODE-1-WS NOT = SPACES) OR
              (COURSE-CODE-2-WS NOT = ORIG-COURSE-CODE-2-WS AND
               COURSE-CODE-2-WS NOT = SPACES) OR
              (COURSE-CODE-3-WS NOT = ORIG-COURSE-CODE-3-WS AND
               COURSE-CODE-3-WS NOT = SPACES) OR
              (COURSE-CODE-4-WS NOT = ORIG-COURSE-CODE-4-WS AND
               COURSE-CODE-4-WS NOT = SPACES) OR
              (COURSE-CODE-5-WS NOT = ORIG-COURSE-CODE-5-WS AND
               COURSE-CODE-5-WS NOT = SPACES)
               PERFORM 472-FIND-ACTIVE-HOLD
               MOVE STUDENT-HOLD-FLG TO HOLD-BLOCKED-FLG
           END-IF.

      * A number that misses the master may be a student PROJECT3-P29
           ACCEPT ARCHIVE-TRN-CONFIRM-FLG.
           IF ARCHIVE-TRN-CONFIRM-FLG = "Y" OR "y"
               MOVE STUDENT-ARCHIVE-RECORD TO STUDENT-RECORD-IN
               PERFORM 472-FIND-ACTIVE-HOLD
               IF STUDENT-HOLD-FLG = "Y"
                   DISPLAY "TRANSCRIPT NOT RELEASED - "
                           "STUDENT HAS AN ACTIVE HOLD"
               ELSE
                   PERFORM 319-PRINT-TRANSCRIPT
               END-IF
           END-IF.

      * Read the student record by STUDENT-NUMBER, holding an explicit
           MOVE COURSE-AVERAGE-4 TO ORIG-COURSE-AVERAGE-4-WS.
           MOVE COURSE-CODE-5 TO ORIG-COURSE-CODE-5-WS.
           MOVE COURSE-AVERAGE-5 TO ORIG-COURSE-AVERAGE-5-WS.
           MOVE RESIDENCY-STATUS TO ORIG-RESIDENCY-STATUS-WS.

       304-UPDATE-STUDENT-RECORD.
           IF NEW-STUDENT-FLAG = 'Y'
                       PERFORM 318-DELETE-STUDENT-RECORD
                   END-IF
               WHEN 'T' WHEN 't'
                   PERFORM 472-FIND-ACTIVE-HOLD
                   IF STUDENT-HOLD-FLG = "Y"
                       DISPLAY "TRANSCRIPT NOT RELEASED - "
                               "STUDENT HAS AN ACTIVE HOLD"
                   ELSE
                       PERFORM 319-PRINT-TRANSCRIPT
                   END-IF
               WHEN 'B' WHEN 'b'
                   PERFORM 330-PRINT-BILLING-STATEMENT
               WHEN 'C' WHEN 'c'
                   PERFORM 339-PRINT-TIMETABLE
               WHEN 'R' WHEN 'r'
                   MOVE STUDENT-RECORD-IN TO STUDENT-RECORD-WS
                   MOVE "R" TO LOG-TYPE-WS
                           DISPLAY "REFUND WOULD PUT TUITION OWED "
                                   "OVER 9,999.99 - REFUND REJECTED"
                       ELSE
                           IF TUITION-PAYMENT > REFUND-APPROVAL-LIMIT
                              AND OPERATOR-TBL-COUNT > 0
                               PERFORM 480-QUEUE-FOR-APPROVAL
                           ELSE
                               PERFORM 405-COMPUTE-REFUND
                               PERFORM 402-REWRITE-STUDENT-RECORD
                           END-IF
                       END-IF
                   END-IF
               WHEN 'S' WHEN 's'
               WHEN OTHER
                   PERFORM 425-NORMALIZE-GRADE-STATUS
                   PERFORM 426-CHECK-SPONSOR-CODE
                   PERFORM 427-CHECK-RESIDENCY-STATUS
                   PERFORM 428-APPLY-RESIDENCY-CHANGE
                   MOVE STUDENT-RECORD-IN TO STUDENT-RECORD-WS
                   MOVE "P" TO LOG-TYPE-WS
                   PERFORM 404A-CHECK-COURSE-DATA-CHANGED
                       DISPLAY "OPERATOR " OPERATOR-ID-WS
                           " IS NOT AUTHORIZED TO CHANGE COURSE "
                           "DATA - UPDATE NOT SAVED"
                   ELSE
                       PERFORM 304C-POST-COURSE-CHANGES
                   END-IF
           END-EVALUATE.

      * Course and payment changes on an update, once the operator is
      * cleared to make them - any hold, prerequisite, section or
      * tender check that fails leaves the record unsaved.
       304C-POST-COURSE-CHANGES.
           PERFORM 473-CHECK-REGISTRATION-HOLD.
           IF HOLD-BLOCKED-FLG = "Y"
               DISPLAY "STUDENT HAS AN ACTIVE HOLD - "
                       "UPDATE NOT SAVED"
           ELSE
               PERFORM 335-CHECK-PREREQUISITES
               IF PREREQ-BLOCKED-FLG = "Y"
                   DISPLAY "PREREQUISITES NOT MET - "
                           "UPDATE NOT SAVED"
               ELSE
                   PERFORM 337-SELECT-SECTIONS
                   IF SECTION-BLOCKED-FLG = "Y"
                       DISPLAY "NO SECTION SET - "
                               "UPDATE NOT SAVED"
                   ELSE
                       PERFORM 330B-CHECK-COURSE-CAPACITY
                       PERFORM 471-CONFIRM-NON-CHEQUE-TENDER
                       IF TENDER-REFUSED-FLG = "Y"
                           DISPLAY "CHEQUE NOT ACCEPTED - "
                                   "UPDATE NOT SAVED"
                       ELSE
                           IF TUITION-PAYMENT > TUITION-OWED-WS
                               DISPLAY "PAYMENT EXCEEDS TUITION OWED - "
                                       "PAYMENT REJECTED"
                           ELSE
                               PERFORM 407-APPLY-REPEAT-POLICY
                               PERFORM 401-COMPUTE-TUITION-OWED
                               PERFORM 402-REWRITE-STUDENT-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Print a single-student transcript: name, program, all five
      * course codes/grades, the computed average and tuition owed.

      * The student's banked course history off the indexed master,
      * STARTed on the student so only their records are read, with
      * superseded attempts annotated REPEAT and transfer credits
      * annotated TRANSFER, with the transfer credit weight totalled
      * underneath.
       319B-PRINT-PRIOR-HISTORY.
           WRITE TRANSCRIPT-RECORD-OUT FROM TRANSCRIPT-HISTORY-HEADER.
           MOVE 0 TO BILLING-ENTRY-COUNT.
           MOVE 0 TO TRANSFER-CREDIT-TOTAL.
           PERFORM 408D-START-ON-STUDENT.
           PERFORM 319C-PRINT-ONE-HISTORY-LINE
               UNTIL EOF-FLAG-HIST = "Y".
               WRITE TRANSCRIPT-RECORD-OUT
                   FROM TRANSCRIPT-NO-HISTORY-LINE
           END-IF.
           IF TRANSFER-CREDIT-TOTAL > 0
               MOVE TRANSFER-CREDIT-TOTAL TO TRN-TRANSFER-CREDITS-OUT
               WRITE TRANSCRIPT-RECORD-OUT
                   FROM TRANSCRIPT-TRANSFER-LINE
           END-IF.

       319C-PRINT-ONE-HISTORY-LINE.
           ADD 1 TO BILLING-ENTRY-COUNT.
           ELSE
               MOVE SPACES TO TRN-HIST-REPEAT-OUT
           END-IF.
           IF CHM-TRANSFER-FLAG = "T"
               MOVE "TRANSFER" TO TRN-HIST-REPEAT-OUT
               MOVE CHM-COURSE-CODE TO COURSE-CODE-FOR-LOOKUP
               PERFORM 320B-LOOKUP-ONE-CREDIT
               ADD COURSE-CREDITS-FOUND TO TRANSFER-CREDIT-TOTAL
           END-IF.
           WRITE TRANSCRIPT-RECORD-OUT FROM TRANSCRIPT-HISTORY-LINE.
           PERFORM 408B-READ-ONE-HISTORY-RECORD.

                   MOVE "Y" TO FOUND-FLAG
               END-IF.

      * Prerequisite check for each course slot the operator changed
      * on the update path. Every prerequisite on the course table
      * entry must be on the student's course history at the course's
      * minimum grade or better; a course that falls short needs a
      * supervisor override, or the update isn't saved.
       335-CHECK-PREREQUISITES.
           MOVE "N" TO PREREQ-BLOCKED-FLG.
           IF COURSE-CODE-1-WS NOT = ORIG-COURSE-CODE-1-WS
               MOVE COURSE-CODE-1-WS TO PREREQ-CHECK-COURSE
               PERFORM 335B-CHECK-ONE-COURSE-PREREQS
           END-IF.
           IF COURSE-CODE-2-WS NOT = ORIG-COURSE-CODE-2-WS
               MOVE COURSE-CODE-2-WS TO PREREQ-CHECK-COURSE
               PERFORM 335B-CHECK-ONE-COURSE-PREREQS
           END-IF.
           IF COURSE-CODE-3-WS NOT = ORIG-COURSE-CODE-3-WS
               MOVE COURSE-CODE-3-WS TO PREREQ-CHECK-COURSE
               PERFORM 335B-CHECK-ONE-COURSE-PREREQS
           END-IF.
           IF COURSE-CODE-4-WS NOT = ORIG-COURSE-CODE-4-WS
               MOVE COURSE-CODE-4-WS TO PREREQ-CHECK-COURSE
               PERFORM 335B-CHECK-ONE-COURSE-PREREQS
           END-IF.
           IF COURSE-CODE-5-WS NOT = ORIG-COURSE-CODE-5-WS
               MOVE COURSE-CODE-5-WS TO PREREQ-CHECK-COURSE
               PERFORM 335B-CHECK-ONE-COURSE-PREREQS
           END-IF.

      * Each prerequisite is looked up with the same START-on-student
      * history scan the repeat-course policy uses (408), so the best
      * attempt at the prerequisite is the one that counts. A transfer
      * credit for the prerequisite counts here, though the repeat
      * policy itself passes over transfer credits.
       335B-CHECK-ONE-COURSE-PREREQS.
           IF PREREQ-CHECK-COURSE NOT = SPACES
               MOVE "N" TO FOUND-FLAG
               PERFORM 335C-SEARCH-PREREQ-TABLE VARYING
                      SUB-2 FROM 1 BY 1 UNTIL SUB-2 > COURSE-TBL-COUNT
                      OR FOUND-FLAG = "Y"
               IF FOUND-FLAG = "Y"
                   MOVE "N" TO PREREQ-MISSING-FLG
                   MOVE PREREQ-1-FOUND TO REPEAT-CHECK-CODE
                   PERFORM 335D-CHECK-ONE-PREREQ
                   MOVE PREREQ-2-FOUND TO REPEAT-CHECK-CODE
                   PERFORM 335D-CHECK-ONE-PREREQ
                   MOVE PREREQ-3-FOUND TO REPEAT-CHECK-CODE
                   PERFORM 335D-CHECK-ONE-PREREQ
                   IF PREREQ-MISSING-FLG = "Y"
                       PERFORM 336-REQUEST-SUPERVISOR-OVERRIDE
                       IF OVERRIDE-GRANTED-FLG NOT = "Y"
                           MOVE "Y" TO PREREQ-BLOCKED-FLG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       335C-SEARCH-PREREQ-TABLE.
           IF PREREQ-CHECK-COURSE EQUAL COURSE-CODE-TBL(SUB-2)
               MOVE PREREQ-1-TBL(SUB-2) TO PREREQ-1-FOUND
               MOVE PREREQ-2-TBL(SUB-2) TO PREREQ-2-FOUND
               MOVE PREREQ-3-TBL(SUB-2) TO PREREQ-3-FOUND
               IF PREREQ-MIN-GRADE-TBL(SUB-2) = 0
                   MOVE PREREQ-PASS-MARK TO PREREQ-MIN-GRADE-FOUND
               ELSE
                   MOVE PREREQ-MIN-GRADE-TBL(SUB-2) TO
                       PREREQ-MIN-GRADE-FOUND
               END-IF
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       335D-CHECK-ONE-PREREQ.
           IF REPEAT-CHECK-CODE NOT = SPACES
               MOVE "Y" TO INCLUDE-TRANSFER-FLG
               PERFORM 408-SCAN-HISTORY-BEST
               MOVE "N" TO INCLUDE-TRANSFER-FLG
               IF PRIOR-ATTEMPT-FLG NOT = "Y"
                  OR BEST-PRIOR-GRADE < PREREQ-MIN-GRADE-FOUND
                   DISPLAY "WARNING: " PREREQ-CHECK-COURSE
                       " REQUIRES " REPEAT-CHECK-CODE " AT "
                       PREREQ-MIN-GRADE-FOUND " OR BETTER - NOT MET "
                       "ON THE STUDENT'S COURSE HISTORY"
                   MOVE "Y" TO PREREQ-MISSING-FLG
               END-IF
           END-IF.

      * A supervisor - any operator on OPERATOR.TXT holding the
      * table-maintenance permission - lets the enrollment stand by
      * keying their own operator ID. A session running without an
      * operator table already has full permissions, so the override
      * is taken as granted there.
       336-REQUEST-SUPERVISOR-OVERRIDE.
           MOVE "N" TO OVERRIDE-GRANTED-FLG.
           IF OPERATOR-TBL-COUNT = 0
               MOVE "Y" TO OVERRIDE-GRANTED-FLG
               MOVE OPERATOR-ID-WS TO SUPERVISOR-ID-WS
           ELSE
               DISPLAY "SUPERVISOR OVERRIDE REQUIRED FOR "
                       PREREQ-CHECK-COURSE
                       " - SUPERVISOR ID (BLANK TO DECLINE)"
               ACCEPT SUPERVISOR-ID-WS
               IF SUPERVISOR-ID-WS NOT = SPACES
                   PERFORM 336B-FIND-SUPERVISOR VARYING
                          OPR-SUB FROM 1 BY 1
                          UNTIL OPR-SUB > OPERATOR-TBL-COUNT
                          OR OVERRIDE-GRANTED-FLG = "Y"
               END-IF
           END-IF.
           IF OVERRIDE-GRANTED-FLG = "Y"
               DISPLAY "PREREQUISITE OVERRIDE FOR " PREREQ-CHECK-COURSE
                       " GRANTED BY " SUPERVISOR-ID-WS
           ELSE
               DISPLAY "NO SUPERVISOR OVERRIDE - " PREREQ-CHECK-COURSE
                       " NOT ALLOWED"
           END-IF.

       336B-FIND-SUPERVISOR.
           IF SUPERVISOR-ID-WS = OPR-ID-TBL(OPR-SUB)
              AND OPR-TABLE-TBL(OPR-SUB) = "Y"
               MOVE "Y" TO OVERRIDE-GRANTED-FLG
           END-IF.

      * Section pick for each course slot the operator changed on the
      * update path. A slot whose course is unchanged keeps the
      * section it already had; a cleared slot loses its section.
       337-SELECT-SECTIONS.
           MOVE COURSE-CODE-1-WS TO PICK-COURSE(1).
           MOVE SECTION-1-WS TO PICK-SECTION(1).
           MOVE "N" TO PICK-NEEDED-FLG(1).
           IF COURSE-CODE-1-WS NOT = ORIG-COURSE-CODE-1-WS
               MOVE "Y" TO PICK-NEEDED-FLG(1)
           END-IF.
           MOVE COURSE-CODE-2-WS TO PICK-COURSE(2).
           MOVE SECTION-2-WS TO PICK-SECTION(2).
           MOVE "N" TO PICK-NEEDED-FLG(2).
           IF COURSE-CODE-2-WS NOT = ORIG-COURSE-CODE-2-WS
               MOVE "Y" TO PICK-NEEDED-FLG(2)
           END-IF.
           MOVE COURSE-CODE-3-WS TO PICK-COURSE(3).
           MOVE SECTION-3-WS TO PICK-SECTION(3).
           MOVE "N" TO PICK-NEEDED-FLG(3).
           IF COURSE-CODE-3-WS NOT = ORIG-COURSE-CODE-3-WS
               MOVE "Y" TO PICK-NEEDED-FLG(3)
           END-IF.
           MOVE COURSE-CODE-4-WS TO PICK-COURSE(4).
           MOVE SECTION-4-WS TO PICK-SECTION(4).
           MOVE "N" TO PICK-NEEDED-FLG(4).
           IF COURSE-CODE-4-WS NOT = ORIG-COURSE-CODE-4-WS
               MOVE "Y" TO PICK-NEEDED-FLG(4)
           END-IF.
           MOVE COURSE-CODE-5-WS TO PICK-COURSE(5).
           MOVE SECTION-5-WS TO PICK-SECTION(5).
           MOVE "N" TO PICK-NEEDED-FLG(5).
           IF COURSE-CODE-5-WS NOT = ORIG-COURSE-CODE-5-WS
               MOVE "Y" TO PICK-NEEDED-FLG(5)
           END-IF.
           PERFORM 337B-PICK-ALL-SECTIONS.
           MOVE PICK-SECTION(1) TO SECTION-1-WS.
           MOVE PICK-SECTION(2) TO SECTION-2-WS.
           MOVE PICK-SECTION(3) TO SECTION-3-WS.
           MOVE PICK-SECTION(4) TO SECTION-4-WS.
           MOVE PICK-SECTION(5) TO SECTION-5-WS.

      * Every slot being re-picked is cleared first, so a new course
      * is never checked against the old section of another slot
      * whose course has also just changed.
       337B-PICK-ALL-SECTIONS.
           MOVE "N" TO SECTION-BLOCKED-FLG.
           PERFORM 337C-CLEAR-ONE-PICK VARYING
                  PICK-SUB FROM 1 BY 1 UNTIL PICK-SUB > 5.
           PERFORM 337D-PICK-ONE-SECTION VARYING
                  PICK-SUB FROM 1 BY 1 UNTIL PICK-SUB > 5
                  OR SECTION-BLOCKED-FLG = "Y".

       337C-CLEAR-ONE-PICK.
           IF PICK-COURSE(PICK-SUB) = SPACES
              OR PICK-NEEDED-FLG(PICK-SUB) = "Y"
               MOVE SPACES TO PICK-SECTION(PICK-SUB)
           END-IF.

      * A course with no sections on SECTIONS.TXT is enrolled without
      * one, as before sections existed. Otherwise the operator picks
      * a section from the list; it must be on file, must not overlap
      * the meeting time of a section already in another slot, and
      * must have a seat left against its own seat limit.
       337D-PICK-ONE-SECTION.
           IF PICK-NEEDED-FLG(PICK-SUB) = "Y"
              AND PICK-COURSE(PICK-SUB) NOT = SPACES
               MOVE PICK-COURSE(PICK-SUB) TO SL-COURSE-CODE
               MOVE SPACES TO SL-SECTION
               PERFORM 337E-CALL-SECTION-LOOKUP
               IF SL-SECTION-COUNT > 0
                   DISPLAY "SECTIONS OF " SL-COURSE-CODE
                           " (SECTION DAYS START-END ROOM SEATS):"
                   PERFORM 337F-SHOW-ONE-SECTION VARYING
                          LIST-SUB FROM 1 BY 1
                          UNTIL LIST-SUB > SL-SECTION-COUNT
                   DISPLAY "SECTION FOR " SL-COURSE-CODE "?"
                   ACCEPT SECTION-INPUT-WS
                   MOVE SECTION-INPUT-WS TO SL-SECTION
                   PERFORM 337E-CALL-SECTION-LOOKUP
                   IF SL-FOUND-FLG NOT = "Y"
                       DISPLAY "SECTION " SECTION-INPUT-WS " OF "
                               SL-COURSE-CODE " IS NOT ON FILE"
                       MOVE "Y" TO SECTION-BLOCKED-FLG
                   ELSE
                       IF SL-CONFLICT-FLG = "Y"
                           DISPLAY "SECTION " SECTION-INPUT-WS " OF "
                                   SL-COURSE-CODE " OVERLAPS "
                                   SL-CONFLICT-COURSE " SECTION "
                                   SL-CONFLICT-SECTION
                           MOVE "Y" TO SECTION-BLOCKED-FLG
                       ELSE
                           PERFORM 338-CHECK-SECTION-SEATS
                       END-IF
                   END-IF
                   IF SECTION-BLOCKED-FLG NOT = "Y"
                       MOVE SECTION-INPUT-WS TO PICK-SECTION(PICK-SUB)
                   END-IF
               END-IF
           END-IF.

       337E-CALL-SECTION-LOOKUP.
           MOVE PICK-SLOT(1) TO SL-SLOT-TBL(1).
           MOVE PICK-SLOT(2) TO SL-SLOT-TBL(2).
           MOVE PICK-SLOT(3) TO SL-SLOT-TBL(3).
           MOVE PICK-SLOT(4) TO SL-SLOT-TBL(4).
           MOVE PICK-SLOT(5) TO SL-SLOT-TBL(5).
           CALL "./Project3_Section_Sub"
               USING FP-COURSE-SECTIONS, SECTION-LOOKUP.

       337F-SHOW-ONE-SECTION.
           DISPLAY "  " SL-LIST-SECTION(LIST-SUB)
                   "  " SL-LIST-DAYS(LIST-SUB)
                   "  " SL-LIST-START(LIST-SUB)
                   "-" SL-LIST-END(LIST-SUB)
                   "  " SL-LIST-ROOM(LIST-SUB)
                   "  " SL-LIST-SEATS(LIST-SUB).

      * Section seat limit, counted the same way 330D counts a
      * course's enrollment - a slot counts when it holds both this
      * course and this section. A limit of 0 means the section has
      * no limit of its own.
       338-CHECK-SECTION-SEATS.
           IF SL-MAX-SEATS > 0
               MOVE 0 TO SECTION-ENROLLED-COUNT
               MOVE LOW-VALUES TO STUDENT-NUMBER-CHK
               MOVE "N" TO EOF-FLAG-CHK
               START STUDENT-FILE-CHECK KEY IS NOT LESS THAN
                       STUDENT-NUMBER-CHK
                   INVALID KEY MOVE "Y" TO EOF-FLAG-CHK
               END-START
               PERFORM 338B-COUNT-ONE-STUDENT
                   UNTIL EOF-FLAG-CHK = "Y"
               IF SECTION-ENROLLED-COUNT >= SL-MAX-SEATS
                   DISPLAY "SECTION " SL-SECTION " OF "
                           SL-COURSE-CODE " IS FULL ("
                           SECTION-ENROLLED-COUNT " OF "
                           SL-MAX-SEATS " SEATS TAKEN)"
                   MOVE "Y" TO SECTION-BLOCKED-FLG
               END-IF
           END-IF.

       338B-COUNT-ONE-STUDENT.
           READ STUDENT-FILE-CHECK NEXT
               AT END MOVE "Y" TO EOF-FLAG-CHK
               NOT AT END PERFORM 338C-CHECK-STUDENT-SECTIONS
           END-READ.

       338C-CHECK-STUDENT-SECTIONS.
           IF (SL-COURSE-CODE = COURSE-CODE-1-CHK
                   AND SL-SECTION = SECTION-1-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-2-CHK
                   AND SL-SECTION = SECTION-2-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-3-CHK
                   AND SL-SECTION = SECTION-3-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-4-CHK
                   AND SL-SECTION = SECTION-4-CHK)
               OR (SL-COURSE-CODE = COURSE-CODE-5-CHK
                   AND SL-SECTION = SECTION-5-CHK)
               ADD 1 TO SECTION-ENROLLED-COUNT
           END-IF.

      * Print the student's weekly timetable: each day Monday to
      * Sunday with that day's classes in start-time order, then any
      * course on the record with no section (so no meeting time) -
      * same layout style as 319-PRINT-TRANSCRIPT.
       339-PRINT-TIMETABLE.
           MOVE COURSE-CODE-1 TO TT-COURSE(1).
           MOVE SECTION-1 TO TT-SECTION(1).
           MOVE COURSE-CODE-2 TO TT-COURSE(2).
           MOVE SECTION-2 TO TT-SECTION(2).
           MOVE COURSE-CODE-3 TO TT-COURSE(3).
           MOVE SECTION-3 TO TT-SECTION(3).
           MOVE COURSE-CODE-4 TO TT-COURSE(4).
           MOVE SECTION-4 TO TT-SECTION(4).
           MOVE COURSE-CODE-5 TO TT-COURSE(5).
           MOVE SECTION-5 TO TT-SECTION(5).
           PERFORM 339B-LOAD-ONE-MEETING-TIME VARYING
                  TT-SUB FROM 1 BY 1 UNTIL TT-SUB > 5.
           OPEN OUTPUT TIMETABLE-REPORT-OUT.
           IF STATUS-FIELD-TIMETABLE NOT = "00"
               MOVE "TIMETABLE-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-TIMETABLE TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-HEADER-LINE.
           MOVE STUDENT-NUMBER TO TTB-STUDENT-NUMBER-OUT.
           IF MASK-REPORT-FLG = "Y" OR "y"
               MOVE "**" TO TTB-STUDENT-NUMBER-MASK-OUT(1:2)
           END-IF.
           WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-NUMBER-LINE.
           MOVE STUDENT-NAME TO TTB-STUDENT-NAME-OUT.
           WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-NAME-LINE.
           PERFORM 339C-PRINT-ONE-DAY VARYING
                  DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           MOVE 0 TO TT-UNSCHEDULED-COUNT.
           PERFORM 339F-PRINT-IF-UNSCHEDULED VARYING
                  TT-SUB FROM 1 BY 1 UNTIL TT-SUB > 5.
           CLOSE TIMETABLE-REPORT-OUT.
           DISPLAY "TIMETABLE WRITTEN TO " FP-TIMETABLE.

       339B-LOAD-ONE-MEETING-TIME.
           MOVE SPACES TO TT-DAYS(TT-SUB).
           MOVE 0 TO TT-START(TT-SUB).
           MOVE 0 TO TT-END(TT-SUB).
           MOVE SPACES TO TT-ROOM(TT-SUB).
           IF TT-COURSE(TT-SUB) NOT = SPACES
              AND TT-SECTION(TT-SUB) NOT = SPACES
               MOVE TT-COURSE(TT-SUB) TO SL-COURSE-CODE
               MOVE TT-SECTION(TT-SUB) TO SL-SECTION
               MOVE SPACES TO SL-SLOT-TBL(1)
               MOVE SPACES TO SL-SLOT-TBL(2)
               MOVE SPACES TO SL-SLOT-TBL(3)
               MOVE SPACES TO SL-SLOT-TBL(4)
               MOVE SPACES TO SL-SLOT-TBL(5)
               CALL "./Project3_Section_Sub"
                   USING FP-COURSE-SECTIONS, SECTION-LOOKUP
               IF SL-FOUND-FLG = "Y"
                   MOVE SL-DAYS TO TT-DAYS(TT-SUB)
                   MOVE SL-START-TIME TO TT-START(TT-SUB)
                   MOVE SL-END-TIME TO TT-END(TT-SUB)
                   MOVE SL-ROOM TO TT-ROOM(TT-SUB)
               END-IF
           END-IF.

      * Five slots at most, so the day's classes are put in order by
      * picking the earliest not-yet-printed one each time round.
       339C-PRINT-ONE-DAY.
           MOVE DAY-NAME-TBL(DAY-SUB) TO TTB-DAY-NAME-OUT.
           WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-DAY-LINE.
           MOVE 0 TO TT-DAY-COUNT.
           PERFORM 339G-RESET-ONE-PRINTED-FLG VARYING
                  TT-SUB FROM 1 BY 1 UNTIL TT-SUB > 5.
           MOVE 1 TO TT-NEXT-SUB.
           PERFORM 339D-PRINT-NEXT-CLASS UNTIL TT-NEXT-SUB = 0.
           IF TT-DAY-COUNT = 0
               WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-NO-CLASS-LINE
           END-IF.

       339D-PRINT-NEXT-CLASS.
           MOVE 0 TO TT-NEXT-SUB.
           PERFORM 339E-CHECK-EARLIEST-CLASS VARYING
                  TT-SUB FROM 1 BY 1 UNTIL TT-SUB > 5.
           IF TT-NEXT-SUB > 0
               MOVE "Y" TO TT-PRINTED-FLG(TT-NEXT-SUB)
               ADD 1 TO TT-DAY-COUNT
               MOVE TT-START(TT-NEXT-SUB) TO TTB-START-OUT
               MOVE TT-END(TT-NEXT-SUB) TO TTB-END-OUT
               MOVE TT-COURSE(TT-NEXT-SUB) TO TTB-COURSE-OUT
               MOVE TT-SECTION(TT-NEXT-SUB) TO TTB-SECTION-OUT
               MOVE TT-ROOM(TT-NEXT-SUB) TO TTB-ROOM-OUT
               WRITE TIMETABLE-RECORD-OUT FROM TIMETABLE-CLASS-LINE
           END-IF.

       339E-CHECK-EARLIEST-CLASS.
           IF TT-PRINTED-FLG(TT-SUB) NOT = "Y"
              AND TT-DAYS(TT-SUB)(DAY-SUB:1) NOT = SPACE
               IF TT-NEXT-SUB = 0
                   MOVE TT-SUB TO TT-NEXT-SUB
               ELSE
                   IF TT-START(TT-SUB) < TT-START(TT-NEXT-SUB)
                       MOVE TT-SUB TO TT-NEXT-SUB
                   END-IF
               END-IF
           END-IF.

       339F-PRINT-IF-UNSCHEDULED.
           IF TT-COURSE(TT-SUB) NOT = SPACES
              AND TT-DAYS(TT-SUB) = SPACES
               IF TT-UNSCHEDULED-COUNT = 0
                   WRITE TIMETABLE-RECORD-OUT
                       FROM TIMETABLE-UNSCHEDULED-HEADER
               END-IF
               ADD 1 TO TT-UNSCHEDULED-COUNT
               MOVE TT-COURSE(TT-SUB) TO TTB-UNSCHEDULED-COURSE-OUT
               WRITE TIMETABLE-RECORD-OUT
                   FROM TIMETABLE-UNSCHEDULED-LINE
           END-IF.

       339G-RESET-ONE-PRINTED-FLG.
           MOVE "N" TO TT-PRINTED-FLG(TT-SUB).

      * Warn if any of the five course codes just entered is already
      * at or over its seat limit on the course table - scans the
      * independent STUDENT-FILE-CHECK handle, not the live
               MOVE "  ****  " TO BIL-CURRENT-BALANCE-MASK-OUT
           END-IF.
           WRITE BILLING-RECORD-OUT FROM BILLING-BALANCE-LINE.
           PERFORM 475-FIND-COLLECTION-STATUS.
           IF COLLECTION-FLG = "Y"
               MOVE COLLECTION-PLACED-DATE TO BIL-PLACEMENT-DATE-OUT
               WRITE BILLING-RECORD-OUT FROM BILLING-COLLECTIONS-LINE
           END-IF.
           CLOSE BILLING-STATEMENT-OUT.
           CLOSE PAYMENT-LOG-FILE.
           OPEN EXTEND PAYMENT-LOG-FILE.
           EVALUATE LOG-TRANSACTION-TYPE
               WHEN "R"
                   MOVE "REFUND" TO BIL-TRANSACTION-TYPE-OUT
               WHEN "F"
                   MOVE "LATE FEE" TO BIL-TRANSACTION-TYPE-OUT
               WHEN "V"
                   MOVE "RETURNED" TO BIL-TRANSACTION-TYPE-OUT
               WHEN "N"
                   MOVE "NSF FEE" TO BIL-TRANSACTION-TYPE-OUT
               WHEN "A"
                   MOVE "AWARD" TO BIL-TRANSACTION-TYPE-OUT
               WHEN "K"
                   MOVE "AGENCY" TO BIL-TRANSACTION-TYPE-OUT
               WHEN OTHER
                   MOVE "PAYMENT" TO BIL-TRANSACTION-TYPE-OUT
           END-EVALUATE.
               MOVE "Y" TO OPR-DELETE-PERM
               MOVE "Y" TO OPR-REFUND-PERM
               MOVE "Y" TO OPR-GRADE-PERM
               MOVE "Y" TO OPR-APPROVE-PERM
           ELSE
               MOVE "N" TO OPERATOR-FOUND-FLG
               MOVE 0 TO SIGNON-TRY-COUNT
                       OPR-GRADE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-TABLE-PERM-IN TO
                       OPR-TABLE-TBL(OPERATOR-TBL-COUNT)
                   MOVE OPR-APPROVE-PERM-IN TO
                       OPR-APPROVE-TBL(OPERATOR-TBL-COUNT)
           END-READ.

       383-PROMPT-FOR-OPERATOR-ID.
               MOVE OPR-DELETE-TBL(OPR-SUB) TO OPR-DELETE-PERM
               MOVE OPR-REFUND-TBL(OPR-SUB) TO OPR-REFUND-PERM
               MOVE OPR-GRADE-TBL(OPR-SUB) TO OPR-GRADE-PERM
               MOVE OPR-APPROVE-TBL(OPR-SUB) TO OPR-APPROVE-PERM
               DISPLAY "SIGNED ON: " OPR-NAME-TBL(OPR-SUB)
           END-IF.

           MOVE SPACES TO GRADE-STATUS-4.
           MOVE SPACES TO GRADE-STATUS-5.
           MOVE SPACES TO SPONSOR-CODE.
           MOVE SPACES TO SECTION-1.
           MOVE SPACES TO SECTION-2.
           MOVE SPACES TO SECTION-3.
           MOVE SPACES TO SECTION-4.
           MOVE SPACES TO SECTION-5.
           MOVE "D" TO RESIDENCY-STATUS.
           MOVE "D" TO ORIG-RESIDENCY-STATUS-WS.

      * TUITION-OWED is no longer whatever the operator typed into the
      * payment/refund field - it's looked up and computed the same
      * way STUDENT-RECORD-PROGRAM's 304-GET-TUITION-OWED does it.
       317-WRITE-NEW-STUDENT-RECORD.
           PERFORM 427-CHECK-RESIDENCY-STATUS.
           PERFORM 317B-COMPUTE-NEW-STUDENT-TUITION.
           PERFORM 317D-CHECK-NEW-STUDENT-CAPACITY.
           PERFORM 317E-CHECK-NEW-STUDENT-PREREQS.
           IF PREREQ-BLOCKED-FLG = "Y"
               DISPLAY "PREREQUISITES NOT MET - STUDENT RECORD "
                       "NOT CREATED"
           ELSE
               PERFORM 317F-SELECT-NEW-STUDENT-SECTIONS
               IF SECTION-BLOCKED-FLG = "Y"
                   DISPLAY "NO SECTION SET - STUDENT RECORD "
                           "NOT CREATED"
               ELSE
                   PERFORM 425-NORMALIZE-GRADE-STATUS
                   PERFORM 426-CHECK-SPONSOR-CODE
                   WRITE STUDENT-RECORD-IN
                       INVALID KEY
                           DISPLAY "UNABLE TO CREATE STUDENT RECORD:"
                                   STUDENT-NUMBER
                       NOT INVALID KEY
                           DISPLAY "NEW STUDENT RECORD CREATED!"
                           PERFORM 404-WRITE-COURSE-HISTORY
                           MOVE "WRITE" TO AUD-ACTION-WS
                           MOVE SPACES TO AUD-BEFORE-WS
                           MOVE STUDENT-RECORD-IN TO AUD-AFTER-WS
                           PERFORM 410-WRITE-CHANGE-AUDIT
                   END-WRITE
               END-IF
           END-IF.

      * Look up the new student's program-of-study rate, add up the
      * credit hours of the courses just keyed onto the screen, and
      * compute TUITION-OWED from that - the same calculation
      * STUDENT-RECORD-PROGRAM's 304-GET-TUITION-OWED makes.
       317B-COMPUTE-NEW-STUDENT-TUITION.
           MOVE RESIDENCY-STATUS TO RATE-RESIDENCY-WS.
           PERFORM 317H-LOOKUP-PROGRAM-RATE.
           IF FOUND-FLAG NOT = "Y" AND FOUND-FLAG NOT = "y"
               DISPLAY "WARNING: PROGRAM-CODE " PROGRAM-CODE
                   " NOT FOUND IN PROGRAM-FILE-IN - TUITION RATE "
                   "TREATED AS ZERO"
           END-IF.
           PERFORM 317J-TOTAL-ENTERED-CREDITS.
           COMPUTE TUITION-OWED =
               TOTAL-CREDITS-ENTERED * PROGRAM-RATE-FOUND.
           MOVE ZEROS TO TUITION-PAYMENT.

      * Rate per credit for the student's program as of today, for the
      * residency in RATE-RESIDENCY-WS. FOUND-FLAG comes back "N" and
      * the rate zero when the program code isn't on the table.
       317H-LOOKUP-PROGRAM-RATE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           MOVE "N" TO FOUND-FLAG.
           MOVE 0 TO PROGRAM-RATE-FOUND.
           PERFORM 317C-SEARCH-PROGRAM-TABLE VARYING
                  SUB-1 FROM 1 BY 1 UNTIL SUB-1 > PROGRAM-TBL-COUNT
                  OR FOUND-FLAG = "Y" OR "y".

      * Total credit hours of the five course slots on the screen.
       317J-TOTAL-ENTERED-CREDITS.
           MOVE 0 TO TOTAL-CREDITS-ENTERED.
           MOVE COURSE-CODE-1 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 320B-LOOKUP-ONE-CREDIT.
           MOVE COURSE-CODE-5 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 320B-LOOKUP-ONE-CREDIT.
           ADD COURSE-CREDITS-FOUND TO TOTAL-CREDITS-ENTERED.

      * The rate in force for the entry date: a future rate whose
      * effective date has arrived takes over, otherwise the current
                       MOVE PROGRAM-RATE-TBL(SUB-1) TO
                           PROGRAM-RATE-FOUND
                   END-IF
                   IF RATE-RESIDENCY-WS = "I"
                       PERFORM 317G-PICK-INTL-RATE
                   END-IF
                   MOVE "Y" TO FOUND-FLAG
               END-IF.

      * An international student pays the program's international
      * rate - the future one once its effective date has arrived,
      * when one is on file. A program with no international rate
      * (zero) charges no differential, so the domestic rate already
      * picked stands. An exempt student always pays domestic.
       317G-PICK-INTL-RATE.
           IF PROGRAM-INTL-RATE-2-TBL(SUB-1) > 0 AND
              PROGRAM-RATE-2-EFF-TBL(SUB-1) > 0 AND
              TODAY-DATE-WS >= PROGRAM-RATE-2-EFF-TBL(SUB-1)
               MOVE PROGRAM-INTL-RATE-2-TBL(SUB-1) TO
                   PROGRAM-RATE-FOUND
           ELSE
               IF PROGRAM-INTL-RATE-TBL(SUB-1) > 0
                   MOVE PROGRAM-INTL-RATE-TBL(SUB-1) TO
                       PROGRAM-RATE-FOUND
               END-IF
           END-IF.

      * Same seat-limit check 330B-CHECK-COURSE-CAPACITY makes on the
      * update path, run against the course codes just keyed for the
      * new student before their record is written.
           MOVE COURSE-CODE-5 TO COURSE-CODE-FOR-LOOKUP.
           PERFORM 330C-CHECK-ONE-COURSE-SEATS.

      * Same prerequisite check 335-CHECK-PREREQUISITES makes on the
      * update path, run against every course keyed for the new
      * student - a transfer student keyed under an assigned number
      * may already have history on the master.
       317E-CHECK-NEW-STUDENT-PREREQS.
           MOVE "N" TO PREREQ-BLOCKED-FLG.
           MOVE COURSE-CODE-1 TO PREREQ-CHECK-COURSE.
           PERFORM 335B-CHECK-ONE-COURSE-PREREQS.
           MOVE COURSE-CODE-2 TO PREREQ-CHECK-COURSE.
           PERFORM 335B-CHECK-ONE-COURSE-PREREQS.
           MOVE COURSE-CODE-3 TO PREREQ-CHECK-COURSE.
           PERFORM 335B-CHECK-ONE-COURSE-PREREQS.
           MOVE COURSE-CODE-4 TO PREREQ-CHECK-COURSE.
           PERFORM 335B-CHECK-ONE-COURSE-PREREQS.
           MOVE COURSE-CODE-5 TO PREREQ-CHECK-COURSE.
           PERFORM 335B-CHECK-ONE-COURSE-PREREQS.

      * Same section pick 337 makes on the update path, for every
      * course keyed for the new student.
       317F-SELECT-NEW-STUDENT-SECTIONS.
           MOVE COURSE-CODE-1 TO PICK-COURSE(1).
           MOVE COURSE-CODE-2 TO PICK-COURSE(2).
           MOVE COURSE-CODE-3 TO PICK-COURSE(3).
           MOVE COURSE-CODE-4 TO PICK-COURSE(4).
           MOVE COURSE-CODE-5 TO PICK-COURSE(5).
           MOVE "Y" TO PICK-NEEDED-FLG(1).
           MOVE "Y" TO PICK-NEEDED-FLG(2).
           MOVE "Y" TO PICK-NEEDED-FLG(3).
           MOVE "Y" TO PICK-NEEDED-FLG(4).
           MOVE "Y" TO PICK-NEEDED-FLG(5).
           PERFORM 337B-PICK-ALL-SECTIONS.
           MOVE PICK-SECTION(1) TO SECTION-1.
           MOVE PICK-SECTION(2) TO SECTION-2.
           MOVE PICK-SECTION(3) TO SECTION-3.
           MOVE PICK-SECTION(4) TO SECTION-4.
           MOVE PICK-SECTION(5) TO SECTION-5.

       313-SEARCH-BY-NAME.
           MOVE LOW-VALUES TO STUDENT-NUMBER.
           MOVE 'N' TO EOF-FLAG.
               UNTIL STUDENT-FOUND-FLAG = 'Y' OR EOF-FLAG = 'Y'.
           IF STUDENT-FOUND-FLAG = 'Y'
               PERFORM 303D-SNAPSHOT-COURSE-DATA
               PERFORM 470-CHECK-CHEQUE-BLOCK
               PERFORM 475-FIND-COLLECTION-STATUS
               DISPLAY STUDENT-OUTPUT-SCREEN
               ACCEPT STUDENT-OUTPUT-SCREEN
           ELSE
               PERFORM 900-ABORT-RUN
           END-IF.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       474-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

      * Look up the latest academic term ended on or before
      * TL-REQUEST-DATE; TL-TERM-CODE comes back spaces when no term
      * on the calendar has ended by then.
       476-LOOKUP-LATEST-ENDED-TERM.
           MOVE "L" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.

      * (W)ITHDRAW: compute the prorated refund from the refund
      * schedule - percent refundable for the week of term, the week
      * counted from the start date of today's term on the term
      * calendar (or, with no term on the calendar for today, from
      * the student's earliest enrollment date on the course-history
      * master) - post it through the normal rewrite/log path with
      * its own "W" transaction type, and clear the withdrawn course
      * slots.
       420-PROCESS-WITHDRAWAL.
           IF SCHEDULE-TBL-COUNT = 0
               DISPLAY "NO REFUND SCHEDULE ON FILE - RUN THE "
                   STUDENT-NUMBER " (Y/N)"
               ACCEPT WITHDRAW-CONFIRM-FLG
               IF WITHDRAW-CONFIRM-FLG = "Y" OR "y"
                   MOVE WITHDRAW-REFUND-AMT TO TUITION-PAYMENT
                   IF WITHDRAW-REFUND-AMT > REFUND-APPROVAL-LIMIT
                      AND OPERATOR-TBL-COUNT > 0
                       PERFORM 480-QUEUE-FOR-APPROVAL
                   ELSE
                       MOVE TUITION-OWED-WS TO OLD-BALANCE-WS
                       SUBTRACT WITHDRAW-REFUND-AMT FROM TUITION-OWED-WS
                       PERFORM 424-CLEAR-WITHDRAWN-SLOTS
                       PERFORM 402-REWRITE-STUDENT-RECORD
                   END-IF
               ELSE
                   DISPLAY "WITHDRAWAL CANCELLED"
               END-IF

      * Week of term on the same 30/360 day count the aging report
      * uses - close enough for a week number without a calendar
      * routine. The term calendar's start date for today's term is
      * the base; the earliest enrollment date is only the fallback
      * for a date the calendar does not cover.
       422-COMPUTE-WEEK-OF-TERM.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAY-DATE-WS TO TL-REQUEST-DATE.
           PERFORM 474-LOOKUP-TERM-BY-DATE.
           IF TL-FOUND-FLG = "Y"
               MOVE TL-START-DATE TO WEEK-BASE-DATE
               DISPLAY "TERM " TL-TERM-CODE " STARTED " TL-START-DATE
                   ", WITHDRAWAL DEADLINE " TL-WITHDRAW-DATE
           ELSE
               MOVE EARLIEST-ENROLL-DATE TO WEEK-BASE-DATE
           END-IF.
           IF WEEK-BASE-DATE = 99999999
               MOVE 1 TO WEEK-OF-TERM
           ELSE
               COMPUTE TERM-AGE-DAYS =
                   ((TODAY-YEAR - WEEK-BASE-YEAR) * 360) +
                   ((TODAY-MONTH - WEEK-BASE-MONTH) * 30) +
                   (TODAY-DAY - WEEK-BASE-DAY)
               IF TERM-AGE-DAYS < 0
                   MOVE 0 TO TERM-AGE-DAYS
               END-IF
               COMPUTE WEEK-OF-TERM = (TERM-AGE-DAYS / 7) + 1
           END-IF.

      * A week past the end of the schedule refunds nothing, and
      * neither does a withdrawal after the term's withdrawal
      * deadline on the term calendar.
       423-LOOKUP-REFUND-PERCENT.
           MOVE 0 TO REFUND-PERCENT-FOUND.
           MOVE "N" TO FOUND-FLAG.
               DISPLAY "WEEK " WEEK-OF-TERM " IS NOT ON THE REFUND "
                   "SCHEDULE - 0 PERCENT REFUNDABLE"
           END-IF.
           IF TL-FOUND-FLG = "Y"
               AND TODAY-DATE-WS > TL-WITHDRAW-DATE
               MOVE 0 TO REFUND-PERCENT-FOUND
               DISPLAY "PAST THE WITHDRAWAL DEADLINE FOR TERM "
                   TL-TERM-CODE " - 0 PERCENT REFUNDABLE"
           END-IF.

       423B-SEARCH-SCHEDULE-TABLE.
           IF WEEK-OF-TERM = RSC-WEEK-TBL(RSC-SUB)
           MOVE SPACES TO GRADE-STATUS-3-WS.
           MOVE SPACES TO GRADE-STATUS-4-WS.
           MOVE SPACES TO GRADE-STATUS-5-WS.
           MOVE SPACES TO SECTION-1-WS.
           MOVE SPACES TO SECTION-2-WS.
           MOVE SPACES TO SECTION-3-WS.
           MOVE SPACES TO SECTION-4-WS.
           MOVE SPACES TO SECTION-5-WS.

      * Make sure every slot carries a sensible grade status: a
      * non-blank course left unflagged defaults to "F" when it has a
                   WHEN "00"
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       PERFORM 303D-SNAPSHOT-COURSE-DATA
                       PERFORM 470-CHECK-CHEQUE-BLOCK
                       PERFORM 475-FIND-COLLECTION-STATUS
                       DISPLAY STUDENT-OUTPUT-SCREEN
                       ACCEPT STUDENT-OUTPUT-SCREEN
                       MOVE "Y" TO LIST-DONE-FLG
           MOVE TUITION-PAYMENT TO RCP-PAYMENT-OUT.
           MOVE TUITION-OWED-WS TO RCP-NEW-BALANCE-OUT.
           WRITE RECEIPT-RECORD-OUT FROM RECEIPT-AMOUNT-LINE.
           IF APPROVER-ID-WS = SPACES
               MOVE OPERATOR-ID-WS TO RCP-OPERATOR-OUT
               WRITE RECEIPT-RECORD-OUT FROM RECEIPT-OPERATOR-LINE
           ELSE
               MOVE APR-KEYED-BY-WS TO RCP-OPERATOR-OUT
               WRITE RECEIPT-RECORD-OUT FROM RECEIPT-OPERATOR-LINE
               MOVE APPROVER-ID-WS TO RCP-APPROVER-OUT
               WRITE RECEIPT-RECORD-OUT FROM RECEIPT-APPROVER-LINE
           END-IF.
           DISPLAY "RECEIPT NO. " RECEIPT-NUMBER-WS " ISSUED".

      * An unknown sponsor code warns but doesn't block, the same way
               MOVE "Y" TO FOUND-FLAG
           END-IF.

      * Residency must be "D", "I" or "E". A blank (records written
      * before the field existed) is domestic; anything else is put
      * back the way it was on file.
       427-CHECK-RESIDENCY-STATUS.
           EVALUATE RESIDENCY-STATUS
               WHEN "D" WHEN "I" WHEN "E"
                   CONTINUE
               WHEN "d"
                   MOVE "D" TO RESIDENCY-STATUS
               WHEN "i"
                   MOVE "I" TO RESIDENCY-STATUS
               WHEN "e"
                   MOVE "E" TO RESIDENCY-STATUS
               WHEN SPACE
                   MOVE "D" TO RESIDENCY-STATUS
               WHEN OTHER
                   DISPLAY "WARNING: RESIDENCY STATUS "
                       RESIDENCY-STATUS " IS NOT D, I OR E - "
                       "LEFT UNCHANGED"
                   MOVE ORIG-RESIDENCY-STATUS-WS TO RESIDENCY-STATUS
                   IF RESIDENCY-STATUS = SPACE
                       MOVE "D" TO RESIDENCY-STATUS
                   END-IF
           END-EVALUATE.

      * A residency change part-way through the term re-rates the
      * courses already on the record: TUITION-OWED moves by the
      * credit hours times the difference between the new and old
      * residency's rate. A change that would push the balance past
      * 9,999.99 is refused; one that would take it below zero
      * leaves it at zero.
       428-APPLY-RESIDENCY-CHANGE.
           MOVE ORIG-RESIDENCY-STATUS-WS TO RATE-RESIDENCY-WS.
           PERFORM 317H-LOOKUP-PROGRAM-RATE.
           MOVE PROGRAM-RATE-FOUND TO OLD-RESIDENCY-RATE.
           MOVE RESIDENCY-STATUS TO RATE-RESIDENCY-WS.
           PERFORM 317H-LOOKUP-PROGRAM-RATE.
           IF PROGRAM-RATE-FOUND NOT = OLD-RESIDENCY-RATE
               PERFORM 317J-TOTAL-ENTERED-CREDITS
               COMPUTE RESIDENCY-ADJUST-WS = TOTAL-CREDITS-ENTERED *
                   (PROGRAM-RATE-FOUND - OLD-RESIDENCY-RATE)
               COMPUTE ADJUSTED-OWED-WS =
                   TUITION-OWED + RESIDENCY-ADJUST-WS
               IF ADJUSTED-OWED-WS > 9999.99
                   DISPLAY "RESIDENCY CHANGE WOULD PUT TUITION OWED "
                           "OVER 9,999.99 - RESIDENCY NOT CHANGED"
                   MOVE ORIG-RESIDENCY-STATUS-WS TO RESIDENCY-STATUS
               ELSE
                   IF ADJUSTED-OWED-WS < 0
                       MOVE 0 TO ADJUSTED-OWED-WS
                   END-IF
                   MOVE ADJUSTED-OWED-WS TO TUITION-OWED
                   MOVE RESIDENCY-ADJUST-WS TO RESIDENCY-ADJUST-EDIT
                   DISPLAY "RESIDENCY CHANGED - TUITION OWED "
                           "ADJUSTED BY " RESIDENCY-ADJUST-EDIT
               END-IF
           END-IF.

       402-REWRITE-STUDENT-RECORD.
           MOVE 0 TO LOCK-RETRY-COUNT.
           MOVE "Y" TO RECORD-LOCKED-FLAG.
                  DISPLAY "STUDENT RECORD IS NOT FOUND:" STUDENT-NUMBER
               NOT INVALID KEY
                  DISPLAY "RECORD SAVED!"
                  IF TUITION-PAYMENT > 0 AND
                     (LOG-TYPE-WS = "P" OR APPROVER-ID-WS NOT = SPACES)
                      PERFORM 440-DRAW-RECEIPT-NUMBER
                  ELSE
                      MOVE 0 TO RECEIPT-NUMBER-WS
      * past any key already taken for the same student and date
      * until the WRITE lands.
       404B-WRITE-ONE-HISTORY-ENTRY.
           PERFORM 404D-FIND-ENTRY-TERM.
           MOVE STUDENT-NUMBER TO CHM-STUDENT-NUMBER.
           MOVE HIST-ENTRY-DATE-WS TO CHM-ENTRY-DATE.
           MOVE 0 TO CHM-SEQUENCE.
           MOVE HIST-WRITE-CODE-WS TO CHM-COURSE-CODE.
           MOVE HIST-WRITE-GRADE-WS TO CHM-COURSE-AVERAGE.
           MOVE HIST-WRITE-FLAG-WS TO CHM-REPEAT-FLAG.
           MOVE SPACE TO CHM-TRANSFER-FLAG.
           MOVE HIST-WRITE-TERM-WS TO CHM-TERM-CODE.
           MOVE "N" TO HIST-WRITTEN-FLG.
           PERFORM 404C-ATTEMPT-ONE-HISTORY-WRITE
               UNTIL HIST-WRITTEN-FLG = "Y"
                   MOVE "Y" TO HIST-WRITTEN-FLG
           END-WRITE.

      * A zero mark is the enrollment itself and belongs to the term
      * running on the day it is keyed. A posted mark belongs to the
      * term the course was taken in - the term code on the student's
      * latest zero-mark enrollment entry for the course - since marks
      * are often keyed after the term has closed. With no enrollment
      * entry on file, the latest term ended by today is used.
       404D-FIND-ENTRY-TERM.
           MOVE SPACES TO HIST-WRITE-TERM-WS.
           MOVE HIST-ENTRY-DATE-WS TO TL-REQUEST-DATE.
           IF HIST-WRITE-GRADE-WS = 0
               PERFORM 474-LOOKUP-TERM-BY-DATE
               MOVE TL-TERM-CODE TO HIST-WRITE-TERM-WS
           ELSE
               PERFORM 408D-START-ON-STUDENT
               PERFORM 404E-CHECK-ONE-ENROLLMENT
                   UNTIL EOF-FLAG-HIST = "Y"
               IF HIST-WRITE-TERM-WS = SPACES
                   PERFORM 476-LOOKUP-LATEST-ENDED-TERM
                   MOVE TL-TERM-CODE TO HIST-WRITE-TERM-WS
               END-IF
           END-IF.

       404E-CHECK-ONE-ENROLLMENT.
           IF CHM-COURSE-CODE = HIST-WRITE-CODE-WS
               AND CHM-COURSE-AVERAGE = 0
               AND CHM-TRANSFER-FLAG NOT = "T"
               AND CHM-TERM-CODE NOT = SPACES
               MOVE CHM-TERM-CODE TO HIST-WRITE-TERM-WS
           END-IF.
           PERFORM 408B-READ-ONE-HISTORY-RECORD.

      * The master may not exist yet on a box PROJECT3-P26 hasn't run
      * on - create it empty and carry on rather than aborting.
       370-OPEN-COURSE-HIST-MASTER.
                       " KEPT; ENTERED MARK RECORDED AS A REPEAT"
                   PERFORM 409-RECORD-SUPERSEDED-ATTEMPT
                   PERFORM 409B-RESTORE-BEST-INTO-SLOT
               END-IF
               PERFORM 409C-FLAG-LOWER-PRIOR-ATTEMPTS
           END-IF.

      * START the master on the student and read forward only their

       408C-CHECK-ONE-HISTORY-RECORD.
           IF CHM-COURSE-CODE = REPEAT-CHECK-CODE
               AND (CHM-TRANSFER-FLAG NOT = "T"
                    OR INCLUDE-TRANSFER-FLG = "Y")
               MOVE "Y" TO PRIOR-ATTEMPT-FLG
               IF CHM-COURSE-AVERAGE > BEST-PRIOR-GRADE
                   MOVE CHM-COURSE-AVERAGE TO BEST-PRIOR-GRADE
           PERFORM 404B-WRITE-ONE-HISTORY-ENTRY.
           MOVE SPACE TO HIST-WRITE-FLAG-WS.

      * Attempts below the entered mark - and the zero-mark enrollment
      * entry, which the mark grades - are flagged "R" in place on the
      * indexed master, so a transcript can annotate them as repeats
      * and the standing run doesn't average them in. A higher prior
      * attempt that beat the entered mark is left as it is.
       409C-FLAG-LOWER-PRIOR-ATTEMPTS.
           PERFORM 408D-START-ON-STUDENT.
           PERFORM 409D-FLAG-ONE-PRIOR-ATTEMPT

       409D-FLAG-ONE-PRIOR-ATTEMPT.
           IF CHM-COURSE-CODE = REPEAT-CHECK-CODE
               AND (CHM-COURSE-AVERAGE < REPEAT-CHECK-GRADE
                    OR CHM-COURSE-AVERAGE = 0)
               AND CHM-REPEAT-FLAG NOT = "R"
               AND CHM-TRANSFER-FLAG NOT = "T"
               MOVE "R" TO CHM-REPEAT-FLAG
               REWRITE COURSE-HIST-MASTER-RECORD
                   INVALID KEY
           MOVE TUITION-OWED-WS TO LOG-NEW-BALANCE.
           MOVE LOG-TYPE-WS TO LOG-TRANSACTION-TYPE.
           ACCEPT LOG-TRANSACTION-DATE FROM DATE YYYYMMDD.
           IF APPROVER-ID-WS = SPACES
               MOVE OPERATOR-ID-WS TO LOG-OPERATOR-ID
           ELSE
               MOVE APR-KEYED-BY-WS TO LOG-OPERATOR-ID
           END-IF.
           MOVE APPROVER-ID-WS TO LOG-APPROVER-ID.
           MOVE RECEIPT-NUMBER-WS TO LOG-RECEIPT-NUMBER.
           MOVE LOG-TRANSACTION-DATE TO TL-REQUEST-DATE.
           PERFORM 474-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO LOG-TERM-CODE.
           WRITE PAYMENT-LOG-RECORD.

      * A refund or withdrawal refund over REFUND-APPROVAL-LIMIT is
      * not posted by the operator who keys it - it is appended to
      * REFUND-APPROVALS.TXT and waits there for a second operator
      * with the approve permission (the (Q)UEUE search mode, 490).
      * TUITION-OWED, the payment log and the receipt register are
      * left alone until then. With no operator table on file there
      * is no second operator to ask, so the setup session posts
      * straight through, the same way 336 grants its own override.
       480-QUEUE-FOR-APPROVAL.
           PERFORM 498-OPEN-PENDING-EXTEND.
           MOVE SPACES TO PENDING-REFUND-RECORD.
           MOVE STUDENT-NUMBER-WS TO PND-STUDENT-NUMBER.
           MOVE LOG-TYPE-WS TO PND-REFUND-TYPE.
           MOVE TUITION-PAYMENT TO PND-AMOUNT.
           ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT PND-KEYED-TIME FROM TIME.
           MOVE OPERATOR-ID-WS TO PND-KEYED-BY.
           MOVE "P" TO PND-STATUS.
           MOVE 0 TO PND-DECISION-DATE.
           MOVE 0 TO PND-RECEIPT-NUMBER.
           WRITE PENDING-REFUND-RECORD.
           CLOSE PENDING-REFUND-FILE.
           MOVE TUITION-PAYMENT TO PND-AMOUNT-EDIT.
           DISPLAY "REFUND OF " PND-AMOUNT-EDIT " IS OVER THE "
                   "APPROVAL LIMIT - QUEUED FOR A SECOND OPERATOR, "
                   "NOT POSTED".

      * (Q)UEUE: list the refunds waiting for approval and let an
      * operator holding the approve permission approve or reject
      * them one at a time until they pick entry 000.
       490-REVIEW-APPROVAL-QUEUE.
           IF OPR-APPROVE-PERM NOT = "Y"
               DISPLAY "OPERATOR " OPERATOR-ID-WS
                   " IS NOT AUTHORIZED TO APPROVE REFUNDS"
           ELSE
               MOVE "N" TO APPROVAL-DONE-FLG
               PERFORM 491-SHOW-APPROVAL-QUEUE
                   UNTIL APPROVAL-DONE-FLG = "Y"
           END-IF.

       491-SHOW-APPROVAL-QUEUE.
           PERFORM 492-LOAD-PENDING-TABLE.
           IF PENDING-TBL-COUNT = 0
               DISPLAY "NO REFUNDS ARE WAITING FOR APPROVAL"
               MOVE "Y" TO APPROVAL-DONE-FLG
           ELSE
               DISPLAY " NO  STUDENT  TYPE    AMOUNT  KEYED BY  "
                       "KEYED ON"
               PERFORM 493-SHOW-ONE-PENDING VARYING
                      PND-SUB FROM 1 BY 1
                      UNTIL PND-SUB > PENDING-TBL-COUNT
               IF PENDING-OVERFLOW-COUNT > 0
                   DISPLAY "WARNING: " PENDING-OVERFLOW-COUNT
                       " MORE WAITING THAN THE QUEUE CAN SHOW - "
                       "DECIDE THESE FIRST"
               END-IF
               DISPLAY "ENTRY NUMBER TO REVIEW (000 TO EXIT)"
               ACCEPT APPROVAL-PICK
               IF APPROVAL-PICK = 0
                   MOVE "Y" TO APPROVAL-DONE-FLG
               ELSE
                   PERFORM 494-REVIEW-ONE-PENDING
               END-IF
           END-IF.

      * A missing REFUND-APPROVALS.TXT just means nothing has been
      * queued yet.
       492-LOAD-PENDING-TABLE.
           MOVE 0 TO PENDING-TBL-COUNT.
           MOVE 0 TO PENDING-OVERFLOW-COUNT.
           OPEN INPUT PENDING-REFUND-FILE.
           IF STATUS-FIELD-PND = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-PND NOT = "00"
                   MOVE "PENDING-REFUND-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-PND TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-PND
               PERFORM 492B-READ-ONE-PENDING
                   UNTIL EOF-FLAG-PND = "Y"
               CLOSE PENDING-REFUND-FILE
           END-IF.

      * A "P" line adds an entry; a decision line always comes after
      * the request it decides, so it drops that entry back out.
       492B-READ-ONE-PENDING.
           READ PENDING-REFUND-FILE
               AT END MOVE "Y" TO EOF-FLAG-PND
               NOT AT END
                   IF PND-STATUS = "P"
                       PERFORM 492C-ADD-PENDING-ENTRY
                   ELSE
                       MOVE 0 TO PND-MATCH-SUB
                       PERFORM 492D-FIND-DECIDED-ENTRY VARYING
                              PND-SUB FROM 1 BY 1
                              UNTIL PND-SUB > PENDING-TBL-COUNT
                              OR PND-MATCH-SUB > 0
                       IF PND-MATCH-SUB > 0
                           PERFORM 492E-REMOVE-PENDING-ENTRY
                       END-IF
                   END-IF
           END-READ.

       492C-ADD-PENDING-ENTRY.
           IF PENDING-TBL-COUNT >= PENDING-TBL-MAX
               ADD 1 TO PENDING-OVERFLOW-COUNT
           ELSE
               ADD 1 TO PENDING-TBL-COUNT
               MOVE PND-STUDENT-NUMBER TO
                   PND-STUDENT-TBL(PENDING-TBL-COUNT)
               MOVE PND-REFUND-TYPE TO PND-TYPE-TBL(PENDING-TBL-COUNT)
               MOVE PND-AMOUNT TO PND-AMOUNT-TBL(PENDING-TBL-COUNT)
               MOVE PND-KEYED-DATE TO
                   PND-KEYED-DATE-TBL(PENDING-TBL-COUNT)
               MOVE PND-KEYED-TIME TO
                   PND-KEYED-TIME-TBL(PENDING-TBL-COUNT)
               MOVE PND-KEYED-BY TO
                   PND-KEYED-BY-TBL(PENDING-TBL-COUNT)
           END-IF.

       492D-FIND-DECIDED-ENTRY.
           IF PND-STUDENT-NUMBER = PND-STUDENT-TBL(PND-SUB)
              AND PND-REFUND-TYPE = PND-TYPE-TBL(PND-SUB)
              AND PND-KEYED-DATE = PND-KEYED-DATE-TBL(PND-SUB)
              AND PND-KEYED-TIME = PND-KEYED-TIME-TBL(PND-SUB)
               MOVE PND-SUB TO PND-MATCH-SUB
           END-IF.

      * Shift every entry after the decided one up by one slot, the
      * way PROJECT3-P27 drops a deleted operator.
       492E-REMOVE-PENDING-ENTRY.
           PERFORM 492F-SHIFT-ONE-PENDING-UP VARYING PND-SUB
               FROM PND-MATCH-SUB BY 1
               UNTIL PND-SUB >= PENDING-TBL-COUNT.
           SUBTRACT 1 FROM PENDING-TBL-COUNT.

       492F-SHIFT-ONE-PENDING-UP.
           MOVE PENDING-TBL(PND-SUB + 1) TO PENDING-TBL(PND-SUB).

       493-SHOW-ONE-PENDING.
           MOVE PND-AMOUNT-TBL(PND-SUB) TO PND-AMOUNT-EDIT.
           DISPLAY PND-SUB "  " PND-STUDENT-TBL(PND-SUB) "    "
               PND-TYPE-TBL(PND-SUB) "   " PND-AMOUNT-EDIT "  "
               PND-KEYED-BY-TBL(PND-SUB) "  "
               PND-KEYED-DATE-TBL(PND-SUB).

       494-REVIEW-ONE-PENDING.
           IF APPROVAL-PICK > PENDING-TBL-COUNT
               DISPLAY "NO SUCH ENTRY - TRY AGAIN"
           ELSE
               MOVE PND-STUDENT-TBL(APPROVAL-PICK) TO APR-STUDENT-WS
               MOVE PND-TYPE-TBL(APPROVAL-PICK) TO APR-TYPE-WS
               MOVE PND-AMOUNT-TBL(APPROVAL-PICK) TO APR-AMOUNT-WS
               MOVE PND-KEYED-DATE-TBL(APPROVAL-PICK) TO
                   APR-KEYED-DATE-WS
               MOVE PND-KEYED-TIME-TBL(APPROVAL-PICK) TO
                   APR-KEYED-TIME-WS
               MOVE PND-KEYED-BY-TBL(APPROVAL-PICK) TO APR-KEYED-BY-WS
               MOVE APR-AMOUNT-WS TO PND-AMOUNT-EDIT
               DISPLAY "STUDENT " APR-STUDENT-WS " TYPE " APR-TYPE-WS
                   " AMOUNT " PND-AMOUNT-EDIT " KEYED BY "
                   APR-KEYED-BY-WS
               DISPLAY "(A)PPROVE, (R)EJECT, OR (S)KIP"
               ACCEPT APPROVAL-DECISION
               EVALUATE APPROVAL-DECISION
                   WHEN 'A' WHEN 'a'
                       IF APR-KEYED-BY-WS = OPERATOR-ID-WS
                           DISPLAY "OPERATOR " OPERATOR-ID-WS
                               " KEYED THIS REFUND - A DIFFERENT "
                               "OPERATOR MUST APPROVE IT"
                       ELSE
                           PERFORM 495-POST-APPROVED-REFUND
                       END-IF
                   WHEN 'R' WHEN 'r'
                       PERFORM 496-CHECK-STILL-PENDING
                       IF PND-MATCH-SUB = 0
                           DISPLAY "ENTRY WAS ALREADY DECIDED BY "
                                   "ANOTHER OPERATOR"
                       ELSE
                           MOVE "X" TO APR-DECISION-WS
                           MOVE 0 TO RECEIPT-NUMBER-WS
                           PERFORM 497-RECORD-DECISION
                           DISPLAY "REFUND REJECTED - NOTHING POSTED"
                       END-IF
                   WHEN OTHER
                       DISPLAY "ENTRY LEFT IN THE QUEUE"
               END-EVALUATE
           END-IF.

      * Approve: take the student record with lock first, so a second
      * approver working the same entry waits here, then make sure
      * the entry is still undecided before posting it through the
      * normal 402 rewrite/receipt/log path. A withdrawal's course
      * slots are cleared only now. A balance that has moved since
      * the refund was keyed so far that it no longer fits leaves the
      * entry in the queue to be rejected and re-keyed.
       495-POST-APPROVED-REFUND.
           MOVE APR-STUDENT-WS TO STUDENT-NUMBER.
           PERFORM 303B-READ-STUDENT-WITH-RETRY.
           IF STATUS-FIELD = "51"
               DISPLAY "STUDENT RECORD " STUDENT-NUMBER
                   " IS STILL IN USE - TRY AGAIN LATER"
           ELSE
               IF STATUS-FIELD NOT = "00"
                   DISPLAY "STUDENT RECORD IS NOT FOUND:" STUDENT-NUMBER
               ELSE
                   PERFORM 496-CHECK-STILL-PENDING
                   IF PND-MATCH-SUB = 0
                       DISPLAY "ENTRY WAS ALREADY DECIDED BY ANOTHER "
                               "OPERATOR"
                   ELSE
                       PERFORM 303D-SNAPSHOT-COURSE-DATA
                       MOVE STUDENT-RECORD-IN TO STUDENT-RECORD-WS
                       MOVE APR-TYPE-WS TO LOG-TYPE-WS
                       MOVE APR-AMOUNT-WS TO TUITION-PAYMENT
                       IF APR-TYPE-WS = "W"
                           IF TUITION-PAYMENT > TUITION-OWED-WS
                               DISPLAY "WITHDRAWAL REFUND NOW EXCEEDS "
                                   "TUITION OWED - REJECT AND RE-KEY IT"
                           ELSE
                               MOVE TUITION-OWED-WS TO OLD-BALANCE-WS
                               SUBTRACT TUITION-PAYMENT FROM
                                   TUITION-OWED-WS
                               PERFORM 424-CLEAR-WITHDRAWN-SLOTS
                               PERFORM 495B-REWRITE-APPROVED-RECORD
                           END-IF
                       ELSE
                           IF TUITION-PAYMENT >
                              9999.99 - TUITION-OWED-WS
                               DISPLAY "REFUND WOULD NOW PUT TUITION "
                                   "OWED OVER 9,999.99 - "
                                   "REJECT AND RE-KEY IT"
                           ELSE
                               PERFORM 405-COMPUTE-REFUND
                               PERFORM 495B-REWRITE-APPROVED-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           UNLOCK INDEXED-STUDENT-FILE.

      * APPROVER-ID-WS set is what makes 402B draw a receipt for the
      * refund and 403 log both operators.
       495B-REWRITE-APPROVED-RECORD.
           MOVE OPERATOR-ID-WS TO APPROVER-ID-WS.
           PERFORM 402-REWRITE-STUDENT-RECORD.
           IF STATUS-FIELD = "00"
               MOVE "A" TO APR-DECISION-WS
               PERFORM 497-RECORD-DECISION
               DISPLAY "REFUND APPROVED AND POSTED"
           END-IF.
           MOVE SPACES TO APPROVER-ID-WS.

      * Reload the queue and look for the picked entry again - another
      * approver may have decided it since the list was shown.
       496-CHECK-STILL-PENDING.
           PERFORM 492-LOAD-PENDING-TABLE.
           MOVE 0 TO PND-MATCH-SUB.
           PERFORM 496B-FIND-PICKED-ENTRY VARYING
                  PND-SUB FROM 1 BY 1
                  UNTIL PND-SUB > PENDING-TBL-COUNT
                  OR PND-MATCH-SUB > 0.

       496B-FIND-PICKED-ENTRY.
           IF APR-STUDENT-WS = PND-STUDENT-TBL(PND-SUB)
              AND APR-TYPE-WS = PND-TYPE-TBL(PND-SUB)
              AND APR-KEYED-DATE-WS = PND-KEYED-DATE-TBL(PND-SUB)
              AND APR-KEYED-TIME-WS = PND-KEYED-TIME-TBL(PND-SUB)
               MOVE PND-SUB TO PND-MATCH-SUB
           END-IF.

       497-RECORD-DECISION.
           PERFORM 498-OPEN-PENDING-EXTEND.
           MOVE SPACES TO PENDING-REFUND-RECORD.
           MOVE APR-STUDENT-WS TO PND-STUDENT-NUMBER.
           MOVE APR-TYPE-WS TO PND-REFUND-TYPE.
           MOVE APR-AMOUNT-WS TO PND-AMOUNT.
           MOVE APR-KEYED-DATE-WS TO PND-KEYED-DATE.
           MOVE APR-KEYED-TIME-WS TO PND-KEYED-TIME.
           MOVE APR-KEYED-BY-WS TO PND-KEYED-BY.
           MOVE APR-DECISION-WS TO PND-STATUS.
           MOVE OPERATOR-ID-WS TO PND-DECIDED-BY.
           ACCEPT PND-DECISION-DATE FROM DATE YYYYMMDD.
           MOVE RECEIPT-NUMBER-WS TO PND-RECEIPT-NUMBER.
           WRITE PENDING-REFUND-RECORD.
           CLOSE PENDING-REFUND-FILE.

       498-OPEN-PENDING-EXTEND.
           OPEN EXTEND PENDING-REFUND-FILE.
           IF STATUS-FIELD-PND = "35"
               OPEN OUTPUT PENDING-REFUND-FILE
           END-IF.
           IF STATUS-FIELD-PND NOT = "00"
               MOVE "PENDING-REFUND-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-PND TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       END PROGRAM Project3-p2.
