      * Modification History:
      * Sep 02, 2026 - JP - Original version, built on PROJECT3-1's
      *                     convert/backup/reject/counter pattern.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TRANSFER-FLAG; entries converted from
      *                     the flat history are never transfer credits
      *                     and carry a space.
      * Oct 15, 2026 - JP - COURSE-HIST.DAT master record widened with
      *                     CHM-TERM-CODE, the academic term (TERMS.TXT)
      *                     the entry date falls in.
      * Oct 15, 2026 - JP - Every course-history entry written here is
      *                     stamped with the term code its entry date
      *                     falls in, looked up on the term calendar
      *                     through Project3_Term_Sub (TERM-CALENDAR
      *                     parameter).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-P26.
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

       FD HIST-REJECTS-FILE.
       01 HIST-REJECT-RECORD.
           05 BACKUP-DATE PIC 9(8).
           05 BACKUP-FILE-NAME PIC X(40).
           05 BACKUP-COMMAND PIC X(80).
      * Term calendar lookup block passed to Project3_Term_Sub.
       COPY "./TERM-LOOKUP.DAT".
      * Default file paths, overridable by C:\STUPARAM.TXT.
       COPY "./FILE-PATHS.DAT".

                   MOVE PARM-VALUE TO FP-COURSE-HIST-REJECTS
               WHEN "RUN-METRICS"
                   MOVE PARM-VALUE TO FP-RUN-METRICS
               WHEN "TERM-CALENDAR"
                   MOVE PARM-VALUE TO FP-TERM-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE HIST-COURSE-CODE TO CHM-COURSE-CODE.
           MOVE HIST-COURSE-AVERAGE TO CHM-COURSE-AVERAGE.
           MOVE HIST-REPEAT-FLAG TO CHM-REPEAT-FLAG.
           MOVE SPACE TO CHM-TRANSFER-FLAG.
           MOVE CHM-ENTRY-DATE TO TL-REQUEST-DATE.
           PERFORM 306-LOOKUP-TERM-BY-DATE.
           MOVE TL-TERM-CODE TO CHM-TERM-CODE.
           MOVE "N" TO RECORD-WRITTEN-FLG.
           PERFORM 303B-ATTEMPT-ONE-WRITE
               UNTIL RECORD-WRITTEN-FLG = "Y"
           WRITE RUN-METRICS-RECORD.
           CLOSE RUN-METRICS-FILE.

      * Look up the academic term containing TL-REQUEST-DATE (set by
      * the caller); TL-TERM-CODE comes back spaces when no term on
      * the calendar covers the date.
       306-LOOKUP-TERM-BY-DATE.
           MOVE "D" TO TL-REQUEST-MODE.
           CALL "./Project3_Term_Sub"
               USING FP-TERM-CALENDAR, TERM-LOOKUP.

       900-ABORT-RUN.
           DISPLAY "FILE ERROR ON " ABORT-FILE-NAME
                " - STATUS: " ABORT-STATUS.
