      ******************************************************************
      * Author:Jiebo Peng(040918844)
      * Date: October 15, 2026
      * Purpose:Post the student portal's contact-change feed against
      * the indexed student file instead of re-keying each change
      * through Project3-p2. Each change names the student, the field
      * (ADDRESS, PHONE or EMAIL), the new value and when the student
      * made it on the portal. A phone number must be in 999-999-9999
      * form and an email address must be user@domain.xxx. A valid
      * change is applied to STUFILE3OUT and written to CHANGE-AUDIT.TXT
      * with its before and after images under operator PORTAL, the
      * same way Project3-p2 audits an office change. A change the
      * office has since overtaken - the same field changed through
      * Project3-p2 after the portal timestamp - is flagged on the
      * exception report instead of overwriting the newer value.
      * Produces a posting report of what was applied and an
      * exception report of every change rejected or flagged.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History:
      * Oct 15, 2026 - JP - Original version, built on PROJECT3-P9's
      *                     transaction/match/reject pattern.
      * Oct 15, 2026 - JP - STUFILE3OUT record layout widened with the
      *                     RESIDENCY-STATUS field (D domestic / I
      *                     international / E exempt) carried through
      *                     untouched. Change-audit images and the
      *                     contact-field views over them widened to
      *                     match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P53.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "C:\STUPARAM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-PARM.

           SELECT PORTAL-TRANS-FILE-IN
               ASSIGN TO DYNAMIC FP-PORTAL-CONTACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-TRANS.

           SELECT STUDENT-FILE-IO ASSIGN TO DYNAMIC FP-STUFILE3OUT-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS PROGRAM-OF-STUDY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO DYNAMIC FP-CHANGE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-AUDIT.

           SELECT POSTING-REPORT-OUT
               ASSIGN TO DYNAMIC FP-PORTAL-POSTING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-POST.

           SELECT NOMATCH-REPORT-OUT
               ASSIGN TO DYNAMIC FP-PORTAL-EXCEPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIELD-NOMATCH.

       DATA DIVISION.
       FILE SECTION.
      * One contact change per line. The timestamp is when the student
      * saved the change on the portal, YYYYMMDDHHMMSS.
       FD PORTAL-TRANS-FILE-IN.
       01 PORTAL-TRANS-RECORD.
           05 TRANS-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 TRANS-FIELD-NAME PIC X(7).
           05 FILLER PIC X(1).
           05 TRANS-CHANGE-STAMP.
               10 TRANS-CHANGE-DATE PIC 9(8).
               10 TRANS-CHANGE-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 TRANS-NEW-VALUE PIC X(40).

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

       FD POSTING-REPORT-OUT.
       01 POSTING-RECORD-OUT PIC X(132).

       FD NOMATCH-REPORT-OUT.
       01 NOMATCH-RECORD-OUT PIC X(132).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-KEY PIC X(20).
           05 PARM-SEP PIC X(1).
           05 PARM-VALUE PIC X(60).

       WORKING-STORAGE SECTION.
       01 POSTING-DETAIL-LINE.
           05 POST-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POST-FIELD-NAME-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "WAS: ".
           05 POST-OLD-VALUE-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NOW: ".
           05 POST-NEW-VALUE-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POST-ACTION-OUT PIC X(9).

       01 NOMATCH-DETAIL-LINE.
           05 NOMATCH-STUDENT-NUMBER-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMATCH-FIELD-NAME-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMATCH-STAMP-OUT PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMATCH-NEW-VALUE-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REJECT-REASON-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOMATCH-OFFICE-STAMP-OUT PIC X(14).

      * Views of the contact fields inside a 225-byte STUFILE3OUT image
      * on the change-audit trail.
       01 AUDIT-BEFORE-VIEW.
           05 FILLER PIC X(107).
           05 ABV-STUDENT-ADDRESS PIC X(40).
           05 ABV-STUDENT-PHONE PIC X(12).
           05 ABV-STUDENT-EMAIL PIC X(40).
           05 FILLER PIC X(26).

       01 AUDIT-AFTER-VIEW.
           05 FILLER PIC X(107).
           05 AAV-STUDENT-ADDRESS PIC X(40).
           05 AAV-STUDENT-PHONE PIC X(12).
           05 AAV-STUDENT-EMAIL PIC X(40).
           05 FILLER PIC X(26).

       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 STATUS-FIELD-TRANS PIC X(2).
           05 STATUS-FIELD-AUDIT PIC X(2).
           05 STATUS-FIELD-POST PIC X(2).
           05 STATUS-FIELD-NOMATCH PIC X(2).
           05 EOF-FLAG-TRANS PIC X(1).
           05 EOF-FLAG-AUDIT PIC X(1).
           05 STUDENT-FOUND-FLAG PIC X(1).
           05 VALUE-VALID-FLG PIC X(1).
           05 READ-COUNTER PIC 9(5) VALUE 0.
           05 POSTED-COUNTER PIC 9(5) VALUE 0.
           05 UNCHANGED-COUNTER PIC 9(5) VALUE 0.
           05 NOMATCH-COUNTER PIC 9(5) VALUE 0.
           05 FLAGGED-COUNTER PIC 9(5) VALUE 0.
           05 REJECT-REASON-WS PIC X(30).
           05 STATUS-FIELD-PARM PIC X(2).
           05 EOF-FLAG-PARM PIC X(1).
           05 ABORT-FILE-NAME PIC X(20).
           05 ABORT-STATUS PIC X(2).
           05 OPERATOR-ID-WS PIC X(8) VALUE "PORTAL".
           05 CURRENT-VALUE-WS PIC X(40).
           05 AUD-BEFORE-WS PIC X(225).
           05 AUD-AFTER-WS PIC X(225).
      * Latest change to the same field made by anyone but the portal
      * feed itself, YYYYMMDDHHMMSS - zero when there is none.
           05 LAST-OFFICE-STAMP.
               10 LAST-OFFICE-DATE PIC 9(8).
               10 LAST-OFFICE-TIME PIC 9(6).
           05 AUDIT-ENTRY-STAMP.
               10 AUDIT-ENTRY-DATE PIC 9(8).
               10 AUDIT-ENTRY-TIME PIC 9(6).
           05 FIELD-CHANGED-FLG PIC X(1).
      * Phone number edit: 999-999-9999.
           05 PHONE-CHECK-WS.
               10 PHC-AREA-CODE PIC X(3).
               10 PHC-DASH-1 PIC X(1).
               10 PHC-EXCHANGE PIC X(3).
               10 PHC-DASH-2 PIC X(1).
               10 PHC-LINE-NUMBER PIC X(4).
      * Email address edit: one "@", a local part, and a domain with a
      * "." in it, with no embedded blanks.
           05 EMAIL-LOCAL-WS PIC X(40).
           05 EMAIL-DOMAIN-WS PIC X(40).
           05 EMAIL-LENGTH PIC 9(2).
           05 AT-SIGN-COUNT PIC 9(2).
           05 DOT-COUNT PIC 9(2).
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       100-POST-PORTAL-CHANGES.
           PERFORM 201-INITIALIZE.
           PERFORM 202-PROCESS-ONE-TRANSACTION
                   UNTIL EOF-FLAG-TRANS = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

       201-INITIALIZE.
           PERFORM 000-LOAD-PARAMETERS.
           PERFORM 301-OPEN-FILES.
           PERFORM 303-READ-TRANSACTION.

      * Student number and timestamp must be numeric, the student must
      * be on file and the new value must pass its field's edit before
      * anything is compared or applied.
       202-PROCESS-ONE-TRANSACTION.
           MOVE SPACES TO NOMATCH-OFFICE-STAMP-OUT.
           IF TRANS-STUDENT-NUMBER NOT NUMERIC
               MOVE "INVALID STUDENT NUMBER" TO REJECT-REASON-WS
               PERFORM 306-WRITE-NOMATCH
           ELSE
               IF TRANS-CHANGE-STAMP NOT NUMERIC
                   MOVE "INVALID CHANGE TIMESTAMP" TO REJECT-REASON-WS
                   PERFORM 306-WRITE-NOMATCH
               ELSE
                   MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-FILE-IO
                       INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
                       NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
                   END-READ
                   IF STUDENT-FOUND-FLAG = "Y"
                       PERFORM 304-POST-CONTACT-CHANGE
                   ELSE
                       MOVE "NO MATCHING STUDENT ON FILE" TO
                           REJECT-REASON-WS
                       PERFORM 306-WRITE-NOMATCH
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-TRANSACTION.

       203-TERMINATE.
           PERFORM 309-DISPLAY-AUDIT.
           PERFORM 310-CLOSE-FILES.

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
               WHEN "PORTAL-CONTACT"
                   MOVE PARM-VALUE TO FP-PORTAL-CONTACT
               WHEN "STUFILE3OUT-TXT"
                   MOVE PARM-VALUE TO FP-STUFILE3OUT-TXT
               WHEN "CHANGE-AUDIT"
                   MOVE PARM-VALUE TO FP-CHANGE-AUDIT
               WHEN "PORTAL-POSTING"
                   MOVE PARM-VALUE TO FP-PORTAL-POSTING
               WHEN "PORTAL-EXCEPT"
                   MOVE PARM-VALUE TO FP-PORTAL-EXCEPT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * No portal file tonight means nothing to post - the run ends
      * cleanly with empty reports so the batch window carries on.
       301-OPEN-FILES.
           OPEN INPUT PORTAL-TRANS-FILE-IN.
           IF STATUS-FIELD-TRANS = "35"
               MOVE "Y" TO EOF-FLAG-TRANS
               DISPLAY "NO PORTAL CONTACT CHANGES TO POST"
           ELSE
               IF STATUS-FIELD-TRANS NOT = "00"
                   MOVE "PORTAL-TRANS-FILE-IN" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-TRANS TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-TRANS
           END-IF.
           OPEN I-O STUDENT-FILE-IO.
           IF STATUS-FIELD NOT = "00"
               MOVE "STUDENT-FILE-IO" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT POSTING-REPORT-OUT.
           IF STATUS-FIELD-POST NOT = "00"
               MOVE "POSTING-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-POST TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           OPEN OUTPUT NOMATCH-REPORT-OUT.
           IF STATUS-FIELD-NOMATCH NOT = "00"
               MOVE "NOMATCH-REPORT-OUT" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-NOMATCH TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       303-READ-TRANSACTION.
           IF EOF-FLAG-TRANS NOT = "Y"
               READ PORTAL-TRANS-FILE-IN
                   AT END MOVE "Y" TO EOF-FLAG-TRANS
                   NOT AT END ADD 1 TO READ-COUNTER
               END-READ
           END-IF.

      * A value the record already holds needs no update and no audit
      * entry. Otherwise the change goes on only when no office change
      * to the same field is newer than the portal timestamp.
       304-POST-CONTACT-CHANGE.
           PERFORM 311-VALIDATE-NEW-VALUE.
           IF VALUE-VALID-FLG = "N"
               PERFORM 306-WRITE-NOMATCH
           ELSE
               IF CURRENT-VALUE-WS = TRANS-NEW-VALUE
                   MOVE "NO CHANGE" TO POST-ACTION-OUT
                   PERFORM 307-WRITE-POSTING-RECORD
                   ADD 1 TO UNCHANGED-COUNTER
               ELSE
                   PERFORM 320-FIND-LAST-OFFICE-CHANGE
                   IF LAST-OFFICE-STAMP > TRANS-CHANGE-STAMP
                       MOVE "OFFICE CHANGE IS NEWER" TO REJECT-REASON-WS
                       MOVE LAST-OFFICE-STAMP TO
                           NOMATCH-OFFICE-STAMP-OUT
                       PERFORM 306-WRITE-NOMATCH
                       ADD 1 TO FLAGGED-COUNTER
                   ELSE
                       PERFORM 305-APPLY-AND-REPORT
                   END-IF
               END-IF
           END-IF.

      * Checks the new value for the named field and picks up the
      * value the record holds now into CURRENT-VALUE-WS.
       311-VALIDATE-NEW-VALUE.
           MOVE "Y" TO VALUE-VALID-FLG.
           MOVE SPACES TO CURRENT-VALUE-WS.
           EVALUATE TRANS-FIELD-NAME
               WHEN "ADDRESS"
                   MOVE STUDENT-ADDRESS TO CURRENT-VALUE-WS
                   IF TRANS-NEW-VALUE = SPACES
                       MOVE "N" TO VALUE-VALID-FLG
                       MOVE "ADDRESS IS BLANK" TO REJECT-REASON-WS
                   END-IF
               WHEN "PHONE"
                   MOVE STUDENT-PHONE TO CURRENT-VALUE-WS
                   PERFORM 312-VALIDATE-PHONE
               WHEN "EMAIL"
                   MOVE STUDENT-EMAIL TO CURRENT-VALUE-WS
                   PERFORM 313-VALIDATE-EMAIL
               WHEN OTHER
                   MOVE "N" TO VALUE-VALID-FLG
                   MOVE "UNKNOWN FIELD NAME" TO REJECT-REASON-WS
           END-EVALUATE.

       312-VALIDATE-PHONE.
           MOVE TRANS-NEW-VALUE(1:12) TO PHONE-CHECK-WS.
           IF TRANS-NEW-VALUE(13:28) NOT = SPACES
               OR PHC-AREA-CODE NOT NUMERIC
               OR PHC-DASH-1 NOT = "-"
               OR PHC-EXCHANGE NOT NUMERIC
               OR PHC-DASH-2 NOT = "-"
               OR PHC-LINE-NUMBER NOT NUMERIC
               MOVE "N" TO VALUE-VALID-FLG
               MOVE "PHONE NOT 999-999-9999" TO REJECT-REASON-WS
           END-IF.

       313-VALIDATE-EMAIL.
           MOVE 0 TO AT-SIGN-COUNT.
           INSPECT TRANS-NEW-VALUE TALLYING AT-SIGN-COUNT
               FOR ALL "@".
           MOVE 0 TO EMAIL-LENGTH.
           INSPECT TRANS-NEW-VALUE TALLYING EMAIL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO EMAIL-LOCAL-WS.
           MOVE SPACES TO EMAIL-DOMAIN-WS.
           UNSTRING TRANS-NEW-VALUE DELIMITED BY "@"
               INTO EMAIL-LOCAL-WS EMAIL-DOMAIN-WS
           END-UNSTRING.
           MOVE 0 TO DOT-COUNT.
           INSPECT EMAIL-DOMAIN-WS TALLYING DOT-COUNT FOR ALL ".".
           IF AT-SIGN-COUNT NOT = 1
               OR EMAIL-LOCAL-WS = SPACES
               OR EMAIL-DOMAIN-WS = SPACES
               OR EMAIL-DOMAIN-WS(1:1) = "."
               OR DOT-COUNT = 0
               MOVE "N" TO VALUE-VALID-FLG
               MOVE "EMAIL ADDRESS IS NOT VALID" TO REJECT-REASON-WS
           ELSE
               IF EMAIL-LENGTH < 40
                   AND TRANS-NEW-VALUE(EMAIL-LENGTH + 1:) NOT = SPACES
                   MOVE "N" TO VALUE-VALID-FLG
                   MOVE "EMAIL ADDRESS IS NOT VALID" TO
                       REJECT-REASON-WS
               END-IF
           END-IF.

      * One pass over CHANGE-AUDIT.TXT per change, the open/scan/close
      * pattern PROJECT3-P22 uses on the payment log, keeping the
      * latest entry for this student that changed this field and was
      * not made by the portal feed. A missing trail means no office
      * change on record.
       320-FIND-LAST-OFFICE-CHANGE.
           MOVE 0 TO LAST-OFFICE-DATE.
           MOVE 0 TO LAST-OFFICE-TIME.
           OPEN INPUT CHANGE-AUDIT-FILE.
           IF STATUS-FIELD-AUDIT = "35"
               CONTINUE
           ELSE
               IF STATUS-FIELD-AUDIT NOT = "00"
                   MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
                   MOVE STATUS-FIELD-AUDIT TO ABORT-STATUS
                   PERFORM 900-ABORT-RUN
               END-IF
               MOVE "N" TO EOF-FLAG-AUDIT
               PERFORM 320B-READ-ONE-AUDIT-RECORD
               PERFORM 320C-CHECK-ONE-AUDIT-RECORD
                   UNTIL EOF-FLAG-AUDIT = "Y"
               CLOSE CHANGE-AUDIT-FILE
           END-IF.

       320B-READ-ONE-AUDIT-RECORD.
           READ CHANGE-AUDIT-FILE
               AT END MOVE "Y" TO EOF-FLAG-AUDIT
           END-READ.
           IF STATUS-FIELD-AUDIT NOT = "00" AND
              STATUS-FIELD-AUDIT NOT = "10"
               MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-AUDIT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.

       320C-CHECK-ONE-AUDIT-RECORD.
           IF AUD-STUDENT-NUMBER = STUDENT-NUMBER
               AND AUD-OPERATOR-ID NOT = OPERATOR-ID-WS
               PERFORM 321-CHECK-FIELD-CHANGED
               IF FIELD-CHANGED-FLG = "Y"
                   MOVE AUD-CHANGE-DATE TO AUDIT-ENTRY-DATE
                   DIVIDE AUD-CHANGE-TIME BY 100
                       GIVING AUDIT-ENTRY-TIME
                   IF AUDIT-ENTRY-STAMP > LAST-OFFICE-STAMP
                       MOVE AUDIT-ENTRY-STAMP TO LAST-OFFICE-STAMP
                   END-IF
               END-IF
           END-IF.
           PERFORM 320B-READ-ONE-AUDIT-RECORD.

      * Did this audit entry change the field the portal is changing?
      * A WRITE has a blank before-image, so it counts when it set the
      * field at all; a DELETE never does.
       321-CHECK-FIELD-CHANGED.
           MOVE "N" TO FIELD-CHANGED-FLG.
           MOVE AUD-BEFORE-IMAGE TO AUDIT-BEFORE-VIEW.
           MOVE AUD-AFTER-IMAGE TO AUDIT-AFTER-VIEW.
           IF AUD-AFTER-IMAGE NOT = SPACES
               EVALUATE TRANS-FIELD-NAME
                   WHEN "ADDRESS"
                       IF ABV-STUDENT-ADDRESS NOT = AAV-STUDENT-ADDRESS
                           MOVE "Y" TO FIELD-CHANGED-FLG
                       END-IF
                   WHEN "PHONE"
                       IF ABV-STUDENT-PHONE NOT = AAV-STUDENT-PHONE
                           MOVE "Y" TO FIELD-CHANGED-FLG
                       END-IF
                   WHEN "EMAIL"
                       IF ABV-STUDENT-EMAIL NOT = AAV-STUDENT-EMAIL
                           MOVE "Y" TO FIELD-CHANGED-FLG
                       END-IF
               END-EVALUATE
           END-IF.

       305-APPLY-AND-REPORT.
           MOVE STUDENT-RECORD-IO TO AUD-BEFORE-WS.
           EVALUATE TRANS-FIELD-NAME
               WHEN "ADDRESS"
                   MOVE TRANS-NEW-VALUE TO STUDENT-ADDRESS
               WHEN "PHONE"
                   MOVE TRANS-NEW-VALUE TO STUDENT-PHONE
               WHEN "EMAIL"
                   MOVE TRANS-NEW-VALUE TO STUDENT-EMAIL
           END-EVALUATE.
           MOVE STUDENT-RECORD-IO TO AUD-AFTER-WS.
           REWRITE STUDENT-RECORD-IO
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT " STUDENT-NUMBER
               NOT INVALID KEY
                   PERFORM 330-WRITE-CHANGE-AUDIT
                   MOVE "UPDATED" TO POST-ACTION-OUT
                   PERFORM 307-WRITE-POSTING-RECORD
                   ADD 1 TO POSTED-COUNTER
           END-REWRITE.

      * Same audit line Project3-p2's 410-WRITE-CHANGE-AUDIT writes for
      * an office REWRITE, stamped with when the record changed here.
      * The trail is opened only around the write so the office-change
      * scan above can read it between changes.
       330-WRITE-CHANGE-AUDIT.
           OPEN EXTEND CHANGE-AUDIT-FILE.
           IF STATUS-FIELD-AUDIT NOT = "00"
               MOVE "CHANGE-AUDIT-FILE" TO ABORT-FILE-NAME
               MOVE STATUS-FIELD-AUDIT TO ABORT-STATUS
               PERFORM 900-ABORT-RUN
           END-IF.
           MOVE SPACES TO CHANGE-AUDIT-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           ACCEPT AUD-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-CHANGE-TIME FROM TIME.
           MOVE "REWRITE" TO AUD-ACTION.
           MOVE AUD-BEFORE-WS TO AUD-BEFORE-IMAGE.
           MOVE AUD-AFTER-WS TO AUD-AFTER-IMAGE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           WRITE CHANGE-AUDIT-RECORD.
           CLOSE CHANGE-AUDIT-FILE.

       306-WRITE-NOMATCH.
           MOVE TRANS-STUDENT-NUMBER TO NOMATCH-STUDENT-NUMBER-OUT.
           MOVE TRANS-FIELD-NAME TO NOMATCH-FIELD-NAME-OUT.
           MOVE TRANS-CHANGE-STAMP TO NOMATCH-STAMP-OUT.
           MOVE TRANS-NEW-VALUE TO NOMATCH-NEW-VALUE-OUT.
           MOVE REJECT-REASON-WS TO REJECT-REASON-OUT.
           WRITE NOMATCH-RECORD-OUT FROM NOMATCH-DETAIL-LINE.
           ADD 1 TO NOMATCH-COUNTER.

       307-WRITE-POSTING-RECORD.
           MOVE STUDENT-NUMBER TO POST-STUDENT-NUMBER-OUT.
           MOVE TRANS-FIELD-NAME TO POST-FIELD-NAME-OUT.
           MOVE CURRENT-VALUE-WS TO POST-OLD-VALUE-OUT.
           MOVE TRANS-NEW-VALUE TO POST-NEW-VALUE-OUT.
           WRITE POSTING-RECORD-OUT FROM POSTING-DETAIL-LINE.

       309-DISPLAY-AUDIT.
           DISPLAY "THE NUMBER OF PORTAL CHANGES READ: " READ-COUNTER.
           DISPLAY "THE NUMBER OF CHANGES POSTED: " POSTED-COUNTER.
           DISPLAY "THE NUMBER ALREADY ON FILE: " UNCHANGED-COUNTER.
           DISPLAY "THE NUMBER OF CHANGES REJECTED OR FLAGGED: "
                NOMATCH-COUNTER.
           DISPLAY "  OF WHICH OVERTAKEN BY AN OFFICE CHANGE: "
                FLAGGED-COUNTER.

       310-CLOSE-FILES.
           IF STATUS-FIELD-TRANS NOT = "35"
               CLOSE PORTAL-TRANS-FILE-IN
           END-IF.
           CLOSE STUDENT-FILE-IO.
           CLOSE POSTING-REPORT-OUT.
           CLOSE NOMATCH-REPORT-OUT.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM PROJECT3-P53.
