      *                     as a step before PROJECT3-P6, so a batch
      *                     that fails the front-end edit halts the
      *                     window before anything posts.
      * Oct 15, 2026 - JP - Added PROJECT3-P40's general-ledger journal
      *                     extract as the last step, after the payment
      *                     postings, so the day's journal carries
      *                     everything the window posted.
      * Oct 15, 2026 - JP - Added PROJECT3-P41's bank lockbox remittance
      *                     import as a step ahead of the payment batch
      *                     edit, so the bank's items are on
      *                     PAYMENT-TRANS.TXT before PROJECT3-P34 edits
      *                     it.
      * Oct 15, 2026 - JP - Added PROJECT3-P44's automatic
      *                     financial-hold sweep after the payment
      *                     posting step.
      * Oct 15, 2026 - JP - Added PROJECT3-P49's outstanding-grades
      *                     report and instructor grade reminders as a
      *                     step after the hold sweep.
      * Oct 15, 2026 - JP - Added PROJECT3-P53's student portal
      *                     contact-change posting as a step straight
      *                     after the STUFILE3OUT conversion.
      * Oct 15, 2026 - JP - Added PROJECT3-P60's report distribution as
      *                     the last step, after the ledger extract, so
      *                     every report of the night is on hand to be
      *                     routed.
      * Oct 15, 2026 - JP - Added PROJECT3-P61's library and ID-card
      *                     change feed as a step after the ledger
      *                     extract, once every master-file update has
      *                     run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P12.
       MAIN-PROCEDURE.
       100-RUN-BATCH-WINDOW.
           PERFORM 301-RUN-STEP-CONVERT.
           PERFORM 311-RUN-STEP-PORTAL-CONTACTS.
           PERFORM 302-RUN-STEP-REPORT-P3.
           PERFORM 303-RUN-STEP-REPORT-P4.
           PERFORM 304-RUN-STEP-REPORT-P5.
           PERFORM 308-RUN-STEP-LOCKBOX-IMPORT.
           PERFORM 306-RUN-STEP-PAYMENT-EDIT.
           PERFORM 305-RUN-STEP-PAYMENT-P6.
           PERFORM 309-RUN-STEP-HOLD-SWEEP.
           PERFORM 310-RUN-STEP-GRADES-OUTSTANDING.
           PERFORM 307-RUN-STEP-GL-EXTRACT.
           PERFORM 313-RUN-STEP-CHANGE-FEED.
           PERFORM 312-RUN-STEP-DISTRIBUTION.
           DISPLAY "BATCH WINDOW COMPLETED SUCCESSFULLY.".
           STOP RUN.

           MOVE "PROJECT3-1" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The portal's contact changes post right after the conversion,
      * so the night's reports and mailing runs see the new addresses.
      * Rejected changes only go to the exception report; the step
      * fails only on a file error.
       311-RUN-STEP-PORTAL-CONTACTS.
           MOVE "PROJECT3-P53 (PORTAL)" TO STEP-NAME.
           MOVE "PROJECT3-P53" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

       302-RUN-STEP-REPORT-P3.
           MOVE "PROJECT3-P3 (REPORT)" TO STEP-NAME.
           MOVE "PROJECT3-P3" TO STEP-COMMAND.
           MOVE "PROJECT3-P5" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The bank's lockbox items are imported onto PAYMENT-TRANS.TXT
      * ahead of the payment edit. A bank file that doesn't balance
      * ends with RETURN-CODE 16 and halts the window here.
       308-RUN-STEP-LOCKBOX-IMPORT.
           MOVE "PROJECT3-P41 (LOCKBOX)" TO STEP-NAME.
           MOVE "PROJECT3-P41" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The payment batch edit runs ahead of the posting step - a
      * batch that fails validation ends with RETURN-CODE 16 and
      * halts the window here, before anything posts.
           MOVE "PROJECT3-P6" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The financial-hold sweep runs once the day's payments are
      * posted, so a balance paid off today has its automatic hold
      * lifted tonight rather than tomorrow.
       309-RUN-STEP-HOLD-SWEEP.
           MOVE "PROJECT3-P44 (HOLDS)" TO STEP-NAME.
           MOVE "PROJECT3-P44" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The outstanding-grades report runs nightly so the weekly grade
      * reminders go out on the right day without anyone scheduling
      * them; on the nights no reminder is due it only reprints the
      * report.
       310-RUN-STEP-GRADES-OUTSTANDING.
           MOVE "PROJECT3-P49 (GRADES)" TO STEP-NAME.
           MOVE "PROJECT3-P49" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The ledger extract runs after every posting step so the day's
      * journal carries everything posted in the window. It ends with
      * RETURN-CODE 8 when a summary has no GL account mapping, which
      * halts the window here for finance to fix the mapping table.
       307-RUN-STEP-GL-EXTRACT.
           MOVE "PROJECT3-P40 (LEDGER)" TO STEP-NAME.
           MOVE "PROJECT3-P40" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * The library and ID-card change feed runs once every step that
      * updates STUFILE3OUT has finished, so the night's feed carries
      * all of the day's changes.
       313-RUN-STEP-CHANGE-FEED.
           MOVE "PROJECT3-P61 (FEED)" TO STEP-NAME.
           MOVE "PROJECT3-P61" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * Report distribution runs last, once every report of the night
      * has been written. A report that is missing or empty is only
      * flagged on the delivery log; the step fails only on a file
      * error.
       312-RUN-STEP-DISTRIBUTION.
           MOVE "PROJECT3-P60 (DISTRIB)" TO STEP-NAME.
           MOVE "PROJECT3-P60" TO STEP-COMMAND.
           PERFORM 900-RUN-AND-CHECK-STEP.

      * GnuCOBOL sets RETURN-CODE to the shelled-out program's exit
      * status after CALL "SYSTEM", so a step that ends in 900-ABORT-RUN
      * (which now sets RETURN-CODE to 16) is caught here exactly the
