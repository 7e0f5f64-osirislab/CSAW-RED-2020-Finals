      IDENTIFICATION DIVISION.
      PROGRAM-ID. LOGSUMM.

      *> ---------------------------------------------------------
      *> LOGSUMM - daily summary rollup and retention purge for the
      *> LOGCUT archives (logcut.cobol). The raw request-level
      *> archives grow without end while the billing and traffic
      *> reports only ever need daily totals, so for each archived
      *> month that is closed - before the current month, with
      *> nothing of it left in access.cutting or access.log for
      *> LOGCUT still to archive - this job:
      *>     - builds logarch/summary-yyyy-mm.dat, one compact
      *>       record per day and docroot with requests, bytes,
      *>       status-class counts, distinct visitors and the peak
      *>       hour (record layout: copybooks/DAYSUMM.cpy), plus the
      *>       per-day response-code and location counts HELLORPT
      *>       prints, when the month has no summary yet;
      *>     - verifies the summary against the raw archive: both
      *>       are read back from disk and the raw line, per-site
      *>       request and byte totals must agree with the summary's
      *>       records and its trailer (a summary that does not
      *>       agree is rebuilt once, then left reported);
      *>     - purges the raw archive of a month older than the
      *>       retention period - and only then, only when its
      *>       summary verified on this run.
      *> HELLOSTMT and HELLORPT fall back to the summary for a
      *> month whose raw archive is gone. Every action goes to
      *> logsumm.ctl, one line each, as LOGCUT's control lines do.
      *> Run it with one input line: the number of whole months of
      *> raw archive to keep before the current month (blank = 6).
      *> RETURN-CODE is 4 when a summary did not verify, else 0.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ARCH-LIST ASSIGN TO ARCH-LIST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LIST-STATUS.

           SELECT RAW-LOG ASSIGN TO RAW-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS RAW-STATUS.

           SELECT DAY-SUMMARY ASSIGN TO DAY-SUMMARY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS SUMMARY-STATUS.

           SELECT SUMM-CONTROL ASSIGN TO SUMM-CONTROL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS CONTROL-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD ARCH-LIST.
       01 ARCH-LIST-REC PIC X(256).

       FD RAW-LOG.
       01 RAW-LOG-REC PIC X(360).

       FD DAY-SUMMARY.
       01 DAY-SUMMARY-REC PIC X(293).

       FD SUMM-CONTROL.
       01 SUMM-CONTROL-REC PIC X(160).

         WORKING-STORAGE SECTION.
       01 ARCHIVE-DIR PIC X(256) VALUE "logarch".
       01 ARCH-LIST-FILE PIC X(256) VALUE "logsumm.tmp".
       01 RAW-LOG-FILE PIC X(256).
       01 DAY-SUMMARY-FILE PIC X(256).
       01 SUMM-CONTROL-FILE PIC X(256) VALUE "logsumm.ctl".
       01 LIVE-LOG-FILE PIC X(256) VALUE "access.log".
       01 CUT-LOG-FILE PIC X(256) VALUE "access.cutting".
       01 LIST-STATUS PIC X(2).
       01 RAW-STATUS PIC X(2).
       01 SUMMARY-STATUS PIC X(2).
       01 CONTROL-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LIST-EOF PIC X(1) VALUE 'N'.
       01 WS-WALK-CMD PIC X(300).

       01 WS-FILE-INFO.
           05 WS-FI-SIZE PIC X(8) COMP-X.
           05 WS-FI-DD PIC X COMP-X.
           05 WS-FI-MO PIC X COMP-X.
           05 WS-FI-YYYY PIC X(2) COMP-X.
           05 WS-FI-HH PIC X COMP-X.
           05 WS-FI-MI PIC X COMP-X.
           05 WS-FI-SS PIC X COMP-X.
           05 WS-FI-CS PIC X COMP-X.

       COPY "DAYSUMM.cpy".

      *> ---------------------------------------------------------
      *> The retention period, and today's month as a month number
      *> (yyyy * 12 + mm) so "older than" is a plain comparison.
      *> ---------------------------------------------------------
       01 WS-RETAIN-IN PIC X(10).
       01 WS-RETAIN-MONTHS PIC 9(4) VALUE 6.
       01 WS-NUM-TEXT PIC X(4).
       01 WS-NUM-OUT PIC 9(4).
       01 WS-NUM-I PIC 9(1).
       01 WS-NUM-D PIC 9(1).

       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-TODAY-TIME PIC 9(8).
       01 WS-TODAY-TIME-R REDEFINES WS-TODAY-TIME.
           05 WS-TODAY-HH PIC 9(2).
           05 WS-TODAY-MN PIC 9(2).
           05 WS-TODAY-SS PIC 9(2).
           05 WS-TODAY-HS PIC 9(2).
       01 WS-STAMP PIC X(19).
       01 WS-THIS-MONTH PIC X(7).
       01 WS-THIS-MONTH-NO PIC 9(6).
       01 WS-KEEP-FROM-NO PIC 9(6).

      *> The month of the first line still waiting in the cut file
      *> and in the live log (HIGH-VALUES when there is none): an
      *> archive month at or after either is still being filled.
       01 WS-CUT-FIRST-MONTH PIC X(7).
       01 WS-LIVE-FIRST-MONTH PIC X(7).
       01 WS-FIRST-MONTH PIC X(7).

      *> ---------------------------------------------------------
      *> The archive month in hand and what happened to it.
      *> ---------------------------------------------------------
       01 WS-MONTH PIC X(7).
       01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 FILLER PIC X(1).
           05 WS-MONTH-MM PIC 9(2).
       01 WS-MONTH-NO PIC 9(6).
       01 WS-BUILT-NOW PIC X(1).
       01 WS-VERIFIED PIC X(1).
       01 WS-ACTION PIC X(8).
       01 WS-ACTION-NOTE PIC X(100).

       01 WS-MONTHS-SEEN PIC 9(4) VALUE 0.
       01 WS-MONTHS-BUILT PIC 9(4) VALUE 0.
       01 WS-MONTHS-VERIFIED PIC 9(4) VALUE 0.
       01 WS-MONTHS-FAILED PIC 9(4) VALUE 0.
       01 WS-MONTHS-PURGED PIC 9(4) VALUE 0.

      *> ---------------------------------------------------------
      *> One access-log record, split the same way WRITE-ACCESS-LOG
      *> in main.cobol wrote it: "TIMESTAMP METHOD LOCATION PROTO
      *> CODE DOCROOT BYTES VISITOR ...". A line of the month with
      *> a day in its stamp is counted; it is a site line as well
      *> when it carries the per-site fields HELLOSTMT totals.
      *> ---------------------------------------------------------
       01 WS-LOG-LINE PIC X(360).
       01 WS-LOG-TS PIC X(19).
       01 WS-LOG-METHOD PIC X(10).
       01 WS-LOG-LOCATION PIC X(80).
       01 WS-LOG-PROTO PIC X(10).
       01 WS-LOG-CODE PIC X(3).
       01 WS-LOG-DOCROOT PIC X(32).
       01 WS-LOG-BYTES PIC X(9).
       01 WS-LOG-VISITOR PIC X(19).
       01 WS-LOG-BYTES-NUM PIC 9(9).
       01 WS-LOG-DAY PIC 9(2).
       01 WS-LOG-HOUR PIC 9(2).
       01 WS-LINE-KIND PIC X(1).
           88 LINE-NOT-COUNTED VALUE 'N'.
           88 LINE-IS-DATED VALUE 'D'.
           88 LINE-IS-SITE VALUE 'S'.

      *> ---------------------------------------------------------
      *> The month being built, day by day. Sites are numbered in
      *> the order they first appear in the month, codes and
      *> locations in the order they first appear in the day - the
      *> orders HELLOSTMT and HELLORPT fill their own tables in.
      *> DS-CLASS-HITS holds 2xx, 3xx, 4xx, 5xx, anything else.
      *> ---------------------------------------------------------
       01 SITE-COUNT-TOTAL PIC 9(2) VALUE 0.
       01 SITE-TABLE.
           05 SITE-DOCROOT PIC X(32) OCCURS 20 TIMES.
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 31 TIMES.
               10 DAY-LINES PIC 9(7).
               10 DAY-CODE-COUNT PIC 9(2).
               10 DAY-CODE-ENTRY OCCURS 40 TIMES.
                   15 DC-CODE PIC X(3).
                   15 DC-HITS PIC 9(7).
               10 DAY-LOC-COUNT PIC 9(2).
               10 DAY-LOC-ENTRY OCCURS 50 TIMES.
                   15 DL-LOCATION PIC X(80).
                   15 DL-HITS PIC 9(7).
               10 DAY-SITE-ENTRY OCCURS 20 TIMES.
                   15 DS-REQUESTS PIC 9(7).
                   15 DS-BYTES PIC 9(12).
                   15 DS-CLASS-HITS PIC 9(7) OCCURS 5 TIMES.
                   15 DS-VISITORS PIC 9(7).
                   15 DS-HOUR-HITS PIC 9(7) OCCURS 24 TIMES.
       01 WS-DAY-I PIC 9(2).
       01 WS-SITE-I PIC 9(2).
       01 WS-SITE-HIT PIC 9(2).
       01 WS-ENTRY-I PIC 9(2).
       01 WS-ENTRY-HIT PIC 9(2).
       01 WS-CLASS-I PIC 9(1).
       01 WS-HOUR-I PIC 9(2).
       01 WS-PEAK-HITS PIC 9(7).
       01 WS-BUILD-LINES PIC 9(9).
       01 WS-BUILD-SITE-LINES PIC 9(9).
       01 WS-BUILD-BYTES PIC 9(15).
       01 WS-BUILD-COMPLETE PIC X(1).

      *> ---------------------------------------------------------
      *> Distinct visitors per day and site: an open-addressing
      *> hash of (day, site, visitor id) seen this month, probed
      *> forward from the id's hash. VS-DAY zero marks an empty
      *> slot. A month too busy for the table leaves the summary
      *> incomplete, so its archive is never purged.
      *> ---------------------------------------------------------
       01 VS-SIZE PIC 9(6) VALUE 250007.
       01 VS-USED PIC 9(6) VALUE 0.
       01 VS-TABLE.
           05 VS-ENTRY OCCURS 250007 TIMES.
               10 VS-DAY PIC 9(2).
               10 VS-SITE PIC 9(2).
               10 VS-VISITOR PIC X(19).
       01 WS-VS-HIT PIC 9(6).
       01 WS-VS-I PIC 9(6).
       01 WS-VS-NEW PIC X(1).
       01 WS-HASH-ID PIC X(12).
       01 WS-HASH-NUM PIC 9(12).
       01 WS-HASH-WORK PIC 9(15).
       01 WS-HASH-QUOT PIC 9(15).

      *> ---------------------------------------------------------
      *> Verification: the raw archive counted again from disk, the
      *> summary file's records added up, and its trailer.
      *> ---------------------------------------------------------
       01 WS-RAW-LINES PIC 9(9).
       01 WS-RAW-SITE-LINES PIC 9(9).
       01 WS-RAW-BYTES PIC 9(15).
       01 WS-SUM-LINES PIC 9(9).
       01 WS-SUM-SITE-LINES PIC 9(9).
       01 WS-SUM-BYTES PIC 9(15).
       01 WS-SUM-TRAILERS PIC 9(4).
       01 WS-SUM-BAD-RECS PIC 9(7).
       01 WS-TRL-LINES PIC 9(9).
       01 WS-TRL-SITE-LINES PIC 9(9).
       01 WS-TRL-BYTES PIC 9(15).
       01 WS-TRL-COMPLETE PIC X(1).
       01 WS-REC-TOTAL PIC 9(9).

      PROCEDURE DIVISION.
       CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR.
       MOVE 0 TO RETURN-CODE.
       MOVE SPACES TO WS-RETAIN-IN.
       ACCEPT WS-RETAIN-IN.
       IF WS-RETAIN-IN IS NOT EQUAL TO SPACES
           MOVE WS-RETAIN-IN(1:4) TO WS-NUM-TEXT
           PERFORM PARSE-ONE-NUMBER
           IF WS-NUM-OUT > 0
               MOVE WS-NUM-OUT TO WS-RETAIN-MONTHS
           ELSE
               DISPLAY "LOGSUMM: retention must be a number of"
                   " months - keeping " WS-RETAIN-MONTHS
           END-IF
       END-IF.

       ACCEPT WS-TODAY-DATE FROM DATE.
       ACCEPT WS-TODAY-TIME FROM TIME.
       MOVE SPACES TO WS-STAMP.
       STRING "20" WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
           "T" WS-TODAY-HH ":" WS-TODAY-MN ":" WS-TODAY-SS
           DELIMITED BY SIZE INTO WS-STAMP
       END-STRING.
       MOVE WS-STAMP(1:7) TO WS-THIS-MONTH.
       COMPUTE WS-THIS-MONTH-NO = (2000 + WS-TODAY-YY) * 12
           + WS-TODAY-MM.
       IF WS-RETAIN-MONTHS < WS-THIS-MONTH-NO
           COMPUTE WS-KEEP-FROM-NO = WS-THIS-MONTH-NO
               - WS-RETAIN-MONTHS
       ELSE
           MOVE 0 TO WS-KEEP-FROM-NO
       END-IF.

      *> Lines of a month can still be on their way into its
      *> archive: the last night of a month is cut on the first of
      *> the next and archived a night later.
       MOVE CUT-LOG-FILE TO RAW-LOG-FILE.
       PERFORM FIND-FIRST-MONTH.
       MOVE WS-FIRST-MONTH TO WS-CUT-FIRST-MONTH.
       MOVE LIVE-LOG-FILE TO RAW-LOG-FILE.
       PERFORM FIND-FIRST-MONTH.
       MOVE WS-FIRST-MONTH TO WS-LIVE-FIRST-MONTH.

       OPEN EXTEND SUMM-CONTROL.
       IF CONTROL-STATUS = '35'
           OPEN OUTPUT SUMM-CONTROL
           CLOSE SUMM-CONTROL
           OPEN EXTEND SUMM-CONTROL
       END-IF.

       PERFORM WALK-THE-ARCHIVES.
       OPEN INPUT ARCH-LIST.
       IF LIST-STATUS = '00'
           MOVE 'N' TO WS-LIST-EOF
           PERFORM READ-ONE-ARCHIVE-NAME UNTIL WS-LIST-EOF = 'Y'
           CLOSE ARCH-LIST
       END-IF.
       CALL "CBL_DELETE_FILE" USING ARCH-LIST-FILE.
       MOVE 0 TO RETURN-CODE.
       IF CONTROL-STATUS = '00'
           CLOSE SUMM-CONTROL
       END-IF.

       DISPLAY "LOGSUMM: " WS-MONTHS-SEEN " archive month(s), "
           WS-MONTHS-BUILT " summarized, " WS-MONTHS-VERIFIED
           " verified, " WS-MONTHS-FAILED " not verified, "
           WS-MONTHS-PURGED " purged (keeping " WS-RETAIN-MONTHS
           " month(s))".
       IF WS-MONTHS-FAILED > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> ---------------------------------------------------------
      *> PARSE-ONE-NUMBER - WS-NUM-TEXT's leading digits into
      *> WS-NUM-OUT, 0 when there are none.
      *> ---------------------------------------------------------
       PARSE-ONE-NUMBER.
           MOVE 0 TO WS-NUM-OUT.
           PERFORM ADD-ONE-NUM-DIGIT
               VARYING WS-NUM-I FROM 1 BY 1
               UNTIL WS-NUM-I > 4
               OR WS-NUM-TEXT(WS-NUM-I:1) IS NOT NUMERIC.

       ADD-ONE-NUM-DIGIT.
           MOVE WS-NUM-TEXT(WS-NUM-I:1) TO WS-NUM-D.
           COMPUTE WS-NUM-OUT = WS-NUM-OUT * 10 + WS-NUM-D.

      *> ---------------------------------------------------------
      *> FIND-FIRST-MONTH - the "yyyy-mm" of the first stamped line
      *> of the log named in RAW-LOG-FILE, HIGH-VALUES when the file
      *> is not there or holds no stamped line.
      *> ---------------------------------------------------------
       FIND-FIRST-MONTH.
           MOVE HIGH-VALUES TO WS-FIRST-MONTH.
           OPEN INPUT RAW-LOG.
           IF RAW-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM READ-FOR-FIRST-MONTH UNTIL WS-EOF = 'Y'
               CLOSE RAW-LOG
           END-IF.

       READ-FOR-FIRST-MONTH.
           READ RAW-LOG
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RAW-LOG-REC(1:4) IS NUMERIC
                       MOVE RAW-LOG-REC(1:7) TO WS-FIRST-MONTH
                       MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> WALK-THE-ARCHIVES - list the raw month archives LOGCUT has
      *> written, oldest first, into the work file.
      *> ---------------------------------------------------------
       WALK-THE-ARCHIVES.
           MOVE SPACES TO WS-WALK-CMD.
           STRING "find " DELIMITED BY SIZE
               ARCHIVE-DIR DELIMITED BY SPACE
               " -maxdepth 1 -type f -name 'access-*.log'"
               DELIMITED BY SIZE
               " | LC_ALL=C sort > " DELIMITED BY SIZE
               ARCH-LIST-FILE DELIMITED BY SPACE
               INTO WS-WALK-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-WALK-CMD.
           MOVE 0 TO RETURN-CODE.

       READ-ONE-ARCHIVE-NAME.
           READ ARCH-LIST
               AT END MOVE 'Y' TO WS-LIST-EOF
               NOT AT END
                   PERFORM PROCESS-ONE-MONTH THRU PROCESS-ONE-MONTH-EXIT
           END-READ.

      *> ---------------------------------------------------------
      *> PROCESS-ONE-MONTH - summarize, verify and (past the
      *> retention period) purge one archive month. A month still
      *> being filled is left alone; so is a month whose summary
      *> does not verify, which keeps its raw archive.
      *> ---------------------------------------------------------
       PROCESS-ONE-MONTH.
           IF ARCH-LIST-REC(1:15) IS NOT EQUAL TO "logarch/access-"
               OR ARCH-LIST-REC(23:4) IS NOT EQUAL TO ".log"
               OR ARCH-LIST-REC(27:1) IS NOT EQUAL TO SPACE
               GO TO PROCESS-ONE-MONTH-EXIT
           END-IF.
           MOVE ARCH-LIST-REC(16:7) TO WS-MONTH.
           IF WS-MONTH(1:4) IS NOT NUMERIC
               OR WS-MONTH(5:1) IS NOT EQUAL TO "-"
               OR WS-MONTH(6:2) IS NOT NUMERIC
               GO TO PROCESS-ONE-MONTH-EXIT
           END-IF.
           ADD 1 TO WS-MONTHS-SEEN.
           COMPUTE WS-MONTH-NO = WS-MONTH-YYYY * 12 + WS-MONTH-MM.
           IF WS-MONTH >= WS-THIS-MONTH
               OR WS-MONTH >= WS-CUT-FIRST-MONTH
               OR WS-MONTH >= WS-LIVE-FIRST-MONTH
               DISPLAY "LOGSUMM: " WS-MONTH " still open - not"
                   " summarized"
               GO TO PROCESS-ONE-MONTH-EXIT
           END-IF.

           MOVE SPACES TO RAW-LOG-FILE.
           STRING ARCH-LIST-REC DELIMITED BY SPACE
               INTO RAW-LOG-FILE
           END-STRING.
           MOVE SPACES TO DAY-SUMMARY-FILE.
           STRING ARCHIVE-DIR DELIMITED BY SPACE
               "/summary-" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DAY-SUMMARY-FILE
           END-STRING.

           MOVE 'N' TO WS-BUILT-NOW.
           CALL "CBL_CHECK_FILE_EXIST" USING DAY-SUMMARY-FILE
               WS-FILE-INFO.
           IF RETURN-CODE IS NOT EQUAL TO 0
               PERFORM BUILD-MONTH-SUMMARY
               MOVE 'Y' TO WS-BUILT-NOW
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM VERIFY-MONTH-SUMMARY.
           IF WS-VERIFIED = 'N' AND WS-BUILT-NOW = 'N'
               PERFORM BUILD-MONTH-SUMMARY
               MOVE 'Y' TO WS-BUILT-NOW
               PERFORM VERIFY-MONTH-SUMMARY
           END-IF.

           IF WS-BUILT-NOW = 'Y'
               ADD 1 TO WS-MONTHS-BUILT
               MOVE "BUILT" TO WS-ACTION
               MOVE SPACES TO WS-ACTION-NOTE
               STRING "lines " WS-BUILD-LINES
                   " site-lines " WS-BUILD-SITE-LINES
                   " bytes " WS-BUILD-BYTES
                   " complete " WS-BUILD-COMPLETE
                   DELIMITED BY SIZE INTO WS-ACTION-NOTE
               END-STRING
               PERFORM WRITE-CONTROL-LINE
           END-IF.

           MOVE SPACES TO WS-ACTION-NOTE.
           IF WS-VERIFIED = 'Y'
               ADD 1 TO WS-MONTHS-VERIFIED
               MOVE "VERIFIED" TO WS-ACTION
               STRING "lines " WS-RAW-LINES
                   " site-lines " WS-RAW-SITE-LINES
                   " bytes " WS-RAW-BYTES
                   DELIMITED BY SIZE INTO WS-ACTION-NOTE
               END-STRING
           ELSE
               ADD 1 TO WS-MONTHS-FAILED
               MOVE "MISMATCH" TO WS-ACTION
               STRING "raw " WS-RAW-LINES "/" WS-RAW-SITE-LINES
                   "/" WS-RAW-BYTES
                   " summary " WS-SUM-LINES "/" WS-SUM-SITE-LINES
                   "/" WS-SUM-BYTES
                   " bad records " WS-SUM-BAD-RECS
                   DELIMITED BY SIZE INTO WS-ACTION-NOTE
               END-STRING
               DISPLAY "LOGSUMM: " WS-MONTH " summary does not"
                   " verify against " RAW-LOG-FILE(1:30)
           END-IF.
           PERFORM WRITE-CONTROL-LINE.

           IF WS-MONTH-NO < WS-KEEP-FROM-NO
               PERFORM PURGE-RAW-ARCHIVE
           END-IF.

       PROCESS-ONE-MONTH-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> PURGE-RAW-ARCHIVE - the month is past the retention
      *> period; its raw archive goes only when the summary that
      *> replaces it verified just now.
      *> ---------------------------------------------------------
       PURGE-RAW-ARCHIVE.
           MOVE SPACES TO WS-ACTION-NOTE.
           IF WS-VERIFIED = 'Y'
               CALL "CBL_DELETE_FILE" USING RAW-LOG-FILE
               IF RETURN-CODE = 0
                   ADD 1 TO WS-MONTHS-PURGED
                   MOVE "PURGED" TO WS-ACTION
                   STRING RAW-LOG-FILE DELIMITED BY SPACE
                       " removed, " DELIMITED BY SIZE
                       DAY-SUMMARY-FILE DELIMITED BY SPACE
                       " kept" DELIMITED BY SIZE
                       INTO WS-ACTION-NOTE
                   END-STRING
               ELSE
                   MOVE "KEPT" TO WS-ACTION
                   STRING RAW-LOG-FILE DELIMITED BY SPACE
                       " could not be removed" DELIMITED BY SIZE
                       INTO WS-ACTION-NOTE
                   END-STRING
               END-IF
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "KEPT" TO WS-ACTION
               STRING RAW-LOG-FILE DELIMITED BY SPACE
                   " past retention but its summary did not verify"
                   DELIMITED BY SIZE
                   INTO WS-ACTION-NOTE
               END-STRING
           END-IF.
           PERFORM WRITE-CONTROL-LINE.

      *> ---------------------------------------------------------
      *> WRITE-CONTROL-LINE - one line to logsumm.ctl: run stamp,
      *> month, WS-ACTION and WS-ACTION-NOTE.
      *> ---------------------------------------------------------
       WRITE-CONTROL-LINE.
           IF CONTROL-STATUS = '00'
               MOVE SPACES TO SUMM-CONTROL-REC
               STRING WS-STAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTION DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ACTION-NOTE DELIMITED BY SIZE
                   INTO SUMM-CONTROL-REC
               END-STRING
               WRITE SUMM-CONTROL-REC
           END-IF.

      *> ---------------------------------------------------------
      *> BUILD-MONTH-SUMMARY - total the raw archive day by day and
      *> write the month's summary file from scratch.
      *> ---------------------------------------------------------
       BUILD-MONTH-SUMMARY.
           INITIALIZE DAY-TABLE.
           INITIALIZE SITE-TABLE.
           INITIALIZE VS-TABLE.
           MOVE 0 TO SITE-COUNT-TOTAL, VS-USED.
           MOVE 0 TO WS-BUILD-LINES, WS-BUILD-SITE-LINES,
               WS-BUILD-BYTES.
           MOVE 'Y' TO WS-BUILD-COMPLETE.
           OPEN INPUT RAW-LOG.
           IF RAW-STATUS IS NOT EQUAL TO '00'
               DISPLAY "LOGSUMM: cannot open " RAW-LOG-FILE(1:30)
               MOVE 'N' TO WS-BUILD-COMPLETE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-RAW-FOR-BUILD UNTIL WS-EOF = 'Y'
               CLOSE RAW-LOG
           END-IF.
           PERFORM WRITE-MONTH-SUMMARY.

       READ-RAW-FOR-BUILD.
           READ RAW-LOG INTO WS-LOG-LINE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM TALLY-ONE-RAW-LINE THRU TALLY-ONE-RAW-EXIT
           END-READ.

      *> ---------------------------------------------------------
      *> CLASSIFY-RAW-LINE - split WS-LOG-LINE and decide whether it
      *> counts for WS-MONTH at all (a dated line), and whether it
      *> carries the per-site fields too (a site line).
      *> ---------------------------------------------------------
       CLASSIFY-RAW-LINE.
           SET LINE-NOT-COUNTED TO TRUE.
           MOVE SPACES TO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
               WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT, WS-LOG-BYTES,
               WS-LOG-VISITOR.
           UNSTRING WS-LOG-LINE DELIMITED BY SPACE
               INTO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
                    WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT,
                    WS-LOG-BYTES, WS-LOG-VISITOR
           END-UNSTRING.
           IF WS-LOG-TS(1:7) IS NOT EQUAL TO WS-MONTH
               OR WS-LOG-TS(8:1) IS NOT EQUAL TO "-"
               OR WS-LOG-TS(9:2) IS NOT NUMERIC
               GO TO CLASSIFY-RAW-EXIT
           END-IF.
           MOVE WS-LOG-TS(9:2) TO WS-LOG-DAY.
           IF WS-LOG-DAY < 1 OR WS-LOG-DAY > 31
               GO TO CLASSIFY-RAW-EXIT
           END-IF.
           SET LINE-IS-DATED TO TRUE.
           IF WS-LOG-DOCROOT = SPACES OR WS-LOG-DOCROOT = "-"
               OR WS-LOG-BYTES IS NOT NUMERIC
               OR WS-LOG-TS(12:2) IS NOT NUMERIC
               GO TO CLASSIFY-RAW-EXIT
           END-IF.
           MOVE WS-LOG-TS(12:2) TO WS-LOG-HOUR.
           IF WS-LOG-HOUR > 23
               GO TO CLASSIFY-RAW-EXIT
           END-IF.
           MOVE WS-LOG-BYTES TO WS-LOG-BYTES-NUM.
           SET LINE-IS-SITE TO TRUE.

       CLASSIFY-RAW-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> TALLY-ONE-RAW-LINE - add one line to its day: the code and
      *> location counts for every dated line, the docroot's
      *> accumulators for a site line.
      *> ---------------------------------------------------------
       TALLY-ONE-RAW-LINE.
           PERFORM CLASSIFY-RAW-LINE THRU CLASSIFY-RAW-EXIT.
           IF LINE-NOT-COUNTED
               GO TO TALLY-ONE-RAW-EXIT
           END-IF.
           ADD 1 TO WS-BUILD-LINES.
           ADD 1 TO DAY-LINES(WS-LOG-DAY).
           PERFORM RECORD-DAY-CODE.
           PERFORM RECORD-DAY-LOCATION.
           IF NOT LINE-IS-SITE
               GO TO TALLY-ONE-RAW-EXIT
           END-IF.

           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-HIT = 0
               MOVE 'N' TO WS-BUILD-COMPLETE
               GO TO TALLY-ONE-RAW-EXIT
           END-IF.
           ADD 1 TO WS-BUILD-SITE-LINES.
           ADD WS-LOG-BYTES-NUM TO WS-BUILD-BYTES.
           ADD 1 TO DS-REQUESTS(WS-LOG-DAY, WS-SITE-HIT).
           ADD WS-LOG-BYTES-NUM TO DS-BYTES(WS-LOG-DAY, WS-SITE-HIT).
           EVALUATE WS-LOG-CODE(1:1)
               WHEN '2'
                   MOVE 1 TO WS-CLASS-I
               WHEN '3'
                   MOVE 2 TO WS-CLASS-I
               WHEN '4'
                   MOVE 3 TO WS-CLASS-I
               WHEN '5'
                   MOVE 4 TO WS-CLASS-I
               WHEN OTHER
                   MOVE 5 TO WS-CLASS-I
           END-EVALUATE.
           ADD 1 TO DS-CLASS-HITS(WS-LOG-DAY, WS-SITE-HIT, WS-CLASS-I).
           ADD 1 TO DS-HOUR-HITS(WS-LOG-DAY, WS-SITE-HIT,
               WS-LOG-HOUR + 1).
           IF WS-LOG-VISITOR IS NOT EQUAL TO SPACES
               AND WS-LOG-VISITOR IS NOT EQUAL TO "-"
               PERFORM FIND-VISITOR-SLOT
               IF WS-VS-NEW = 'Y'
                   ADD 1 TO DS-VISITORS(WS-LOG-DAY, WS-SITE-HIT)
               END-IF
           END-IF.

       TALLY-ONE-RAW-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> RECORD-DAY-CODE - count WS-LOG-CODE in its day's code
      *> table; a day with more distinct codes than the table holds
      *> leaves the summary incomplete.
      *> ---------------------------------------------------------
       RECORD-DAY-CODE.
           MOVE 0 TO WS-ENTRY-HIT.
           PERFORM CHECK-ONE-DAY-CODE
               VARYING WS-ENTRY-I FROM 1 BY 1
               UNTIL WS-ENTRY-I > DAY-CODE-COUNT(WS-LOG-DAY)
               OR WS-ENTRY-HIT > 0.
           IF WS-ENTRY-HIT = 0
               IF DAY-CODE-COUNT(WS-LOG-DAY) < 40
                   ADD 1 TO DAY-CODE-COUNT(WS-LOG-DAY)
                   MOVE DAY-CODE-COUNT(WS-LOG-DAY) TO WS-ENTRY-HIT
                   MOVE WS-LOG-CODE
                       TO DC-CODE(WS-LOG-DAY, WS-ENTRY-HIT)
               ELSE
                   MOVE 'N' TO WS-BUILD-COMPLETE
               END-IF
           END-IF.
           IF WS-ENTRY-HIT > 0
               ADD 1 TO DC-HITS(WS-LOG-DAY, WS-ENTRY-HIT)
           END-IF.

       CHECK-ONE-DAY-CODE.
           IF DC-CODE(WS-LOG-DAY, WS-ENTRY-I) = WS-LOG-CODE
               MOVE WS-ENTRY-I TO WS-ENTRY-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> RECORD-DAY-LOCATION - count WS-LOG-LOCATION among the
      *> first 50 locations of its day, the same first 50 HELLORPT
      *> keeps; later newcomers go uncounted there as here.
      *> ---------------------------------------------------------
       RECORD-DAY-LOCATION.
           MOVE 0 TO WS-ENTRY-HIT.
           PERFORM CHECK-ONE-DAY-LOCATION
               VARYING WS-ENTRY-I FROM 1 BY 1
               UNTIL WS-ENTRY-I > DAY-LOC-COUNT(WS-LOG-DAY)
               OR WS-ENTRY-HIT > 0.
           IF WS-ENTRY-HIT = 0 AND DAY-LOC-COUNT(WS-LOG-DAY) < 50
               ADD 1 TO DAY-LOC-COUNT(WS-LOG-DAY)
               MOVE DAY-LOC-COUNT(WS-LOG-DAY) TO WS-ENTRY-HIT
               MOVE WS-LOG-LOCATION
                   TO DL-LOCATION(WS-LOG-DAY, WS-ENTRY-HIT)
           END-IF.
           IF WS-ENTRY-HIT > 0
               ADD 1 TO DL-HITS(WS-LOG-DAY, WS-ENTRY-HIT)
           END-IF.

       CHECK-ONE-DAY-LOCATION.
           IF DL-LOCATION(WS-LOG-DAY, WS-ENTRY-I) = WS-LOG-LOCATION
               MOVE WS-ENTRY-I TO WS-ENTRY-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-SITE-ENTRY - the month's number for WS-LOG-DOCROOT,
      *> numbered in first-seen order, left in WS-SITE-HIT (0 =
      *> table full).
      *> ---------------------------------------------------------
       FIND-SITE-ENTRY.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM CHECK-ONE-SITE-ENTRY
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL OR WS-SITE-HIT > 0.
           IF WS-SITE-HIT = 0 AND SITE-COUNT-TOTAL < 20
               ADD 1 TO SITE-COUNT-TOTAL
               MOVE WS-LOG-DOCROOT TO SITE-DOCROOT(SITE-COUNT-TOTAL)
               MOVE SITE-COUNT-TOTAL TO WS-SITE-HIT
           END-IF.

       CHECK-ONE-SITE-ENTRY.
           IF SITE-DOCROOT(WS-SITE-I) = WS-LOG-DOCROOT
               MOVE WS-SITE-I TO WS-SITE-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-VISITOR-SLOT - look up (day, site, visitor id) in the
      *> hash, adding it when first seen (WS-VS-NEW = 'Y'). The
      *> id's trailing twelve characters - the mint time and
      *> process id - are the hash; a full table stops counting and
      *> marks the summary incomplete.
      *> ---------------------------------------------------------
       FIND-VISITOR-SLOT.
           MOVE 'N' TO WS-VS-NEW.
           IF VS-USED >= VS-SIZE - 1
               MOVE 'N' TO WS-BUILD-COMPLETE
           ELSE
               MOVE WS-LOG-VISITOR(8:12) TO WS-HASH-ID
               INSPECT WS-HASH-ID CONVERTING
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz "
                 TO "01234567890123456789012345012345678901234567890123450"
               IF WS-HASH-ID IS NUMERIC
                   MOVE WS-HASH-ID TO WS-HASH-NUM
               ELSE
                   MOVE 0 TO WS-HASH-NUM
               END-IF
               COMPUTE WS-HASH-WORK = WS-HASH-NUM * 31
                   + WS-LOG-DAY * 20 + WS-SITE-HIT
               DIVIDE WS-HASH-WORK BY VS-SIZE
                   GIVING WS-HASH-QUOT REMAINDER WS-VS-I
               ADD 1 TO WS-VS-I
               MOVE 0 TO WS-VS-HIT
               PERFORM PROBE-ONE-VISITOR-SLOT UNTIL WS-VS-HIT > 0
           END-IF.

       PROBE-ONE-VISITOR-SLOT.
           IF VS-DAY(WS-VS-I) = 0
               ADD 1 TO VS-USED
               MOVE WS-LOG-DAY TO VS-DAY(WS-VS-I)
               MOVE WS-SITE-HIT TO VS-SITE(WS-VS-I)
               MOVE WS-LOG-VISITOR TO VS-VISITOR(WS-VS-I)
               MOVE 'Y' TO WS-VS-NEW
               MOVE WS-VS-I TO WS-VS-HIT
           ELSE
               IF VS-DAY(WS-VS-I) = WS-LOG-DAY
                   AND VS-SITE(WS-VS-I) = WS-SITE-HIT
                   AND VS-VISITOR(WS-VS-I) = WS-LOG-VISITOR
                   MOVE WS-VS-I TO WS-VS-HIT
               ELSE
                   ADD 1 TO WS-VS-I
                   IF WS-VS-I > VS-SIZE
                       MOVE 1 TO WS-VS-I
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-MONTH-SUMMARY - the summary file, day by day: the
      *> D records of the docroots with traffic, then the C and L
      *> records, and the month's T trailer last.
      *> ---------------------------------------------------------
       WRITE-MONTH-SUMMARY.
           OPEN OUTPUT DAY-SUMMARY.
           IF SUMMARY-STATUS IS NOT EQUAL TO '00'
               DISPLAY "LOGSUMM: cannot write "
                   DAY-SUMMARY-FILE(1:30)
           ELSE
               PERFORM WRITE-ONE-DAY
                   VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 31
               MOVE SPACES TO DAYSUMM-REC
               SET SUM-IS-TRAILER TO TRUE
               MOVE WS-MONTH TO SUM-DATE
               MOVE WS-BUILD-LINES TO SUM-TRL-LINES
               MOVE WS-BUILD-SITE-LINES TO SUM-TRL-SITE-LINES
               MOVE WS-BUILD-BYTES TO SUM-TRL-BYTES
               MOVE WS-BUILD-COMPLETE TO SUM-TRL-COMPLETE
               MOVE WS-STAMP TO SUM-TRL-BUILT
               WRITE DAY-SUMMARY-REC FROM DAYSUMM-REC
               CLOSE DAY-SUMMARY
           END-IF.

       WRITE-ONE-DAY.
           IF DAY-LINES(WS-DAY-I) > 0
               PERFORM WRITE-ONE-SITE-DAY
                   VARYING WS-SITE-I FROM 1 BY 1
                   UNTIL WS-SITE-I > SITE-COUNT-TOTAL
               PERFORM WRITE-ONE-CODE-COUNT
                   VARYING WS-ENTRY-I FROM 1 BY 1
                   UNTIL WS-ENTRY-I > DAY-CODE-COUNT(WS-DAY-I)
               PERFORM WRITE-ONE-LOCATION-COUNT
                   VARYING WS-ENTRY-I FROM 1 BY 1
                   UNTIL WS-ENTRY-I > DAY-LOC-COUNT(WS-DAY-I)
           END-IF.

       WRITE-ONE-SITE-DAY.
           IF DS-REQUESTS(WS-DAY-I, WS-SITE-I) > 0
               PERFORM START-DAY-RECORD
               SET SUM-IS-SITE-DAY TO TRUE
               MOVE SITE-DOCROOT(WS-SITE-I) TO SUM-DOCROOT
               MOVE DS-REQUESTS(WS-DAY-I, WS-SITE-I) TO SUM-REQUESTS
               MOVE DS-BYTES(WS-DAY-I, WS-SITE-I) TO SUM-BYTES
               MOVE DS-CLASS-HITS(WS-DAY-I, WS-SITE-I, 1) TO SUM-2XX
               MOVE DS-CLASS-HITS(WS-DAY-I, WS-SITE-I, 2) TO SUM-3XX
               MOVE DS-CLASS-HITS(WS-DAY-I, WS-SITE-I, 3) TO SUM-4XX
               MOVE DS-CLASS-HITS(WS-DAY-I, WS-SITE-I, 4) TO SUM-5XX
               MOVE DS-CLASS-HITS(WS-DAY-I, WS-SITE-I, 5) TO SUM-OTHER
               MOVE DS-VISITORS(WS-DAY-I, WS-SITE-I) TO SUM-VISITORS
               MOVE 0 TO SUM-PEAK-HOUR
               MOVE 0 TO WS-PEAK-HITS
               PERFORM COPY-ONE-HOUR
                   VARYING WS-HOUR-I FROM 1 BY 1 UNTIL WS-HOUR-I > 24
               WRITE DAY-SUMMARY-REC FROM DAYSUMM-REC
           END-IF.

      *> The peak hour is the first hour with the day's highest
      *> count, as HELLOSTMT picks it.
       COPY-ONE-HOUR.
           MOVE DS-HOUR-HITS(WS-DAY-I, WS-SITE-I, WS-HOUR-I)
               TO SUM-HOUR-HITS(WS-HOUR-I).
           IF SUM-HOUR-HITS(WS-HOUR-I) > WS-PEAK-HITS
               MOVE SUM-HOUR-HITS(WS-HOUR-I) TO WS-PEAK-HITS
               COMPUTE SUM-PEAK-HOUR = WS-HOUR-I - 1
           END-IF.

       WRITE-ONE-CODE-COUNT.
           PERFORM START-DAY-RECORD.
           SET SUM-IS-CODE TO TRUE.
           MOVE DC-CODE(WS-DAY-I, WS-ENTRY-I) TO SUM-CODE.
           MOVE DC-HITS(WS-DAY-I, WS-ENTRY-I) TO SUM-CODE-HITS.
           WRITE DAY-SUMMARY-REC FROM DAYSUMM-REC.

       WRITE-ONE-LOCATION-COUNT.
           PERFORM START-DAY-RECORD.
           SET SUM-IS-LOCATION TO TRUE.
           MOVE DL-HITS(WS-DAY-I, WS-ENTRY-I) TO SUM-LOC-HITS.
           MOVE DL-LOCATION(WS-DAY-I, WS-ENTRY-I) TO SUM-LOCATION.
           WRITE DAY-SUMMARY-REC FROM DAYSUMM-REC.

       START-DAY-RECORD.
           MOVE SPACES TO DAYSUMM-REC.
           STRING WS-MONTH "-" WS-DAY-I
               DELIMITED BY SIZE INTO SUM-DATE
           END-STRING.

      *> ---------------------------------------------------------
      *> VERIFY-MONTH-SUMMARY - count the raw archive again from
      *> disk, add up the summary file as written, and compare: the
      *> dated lines against the code counts, the site lines and
      *> bytes against the D records, both against the trailer.
      *> Every D record must also add up within itself. WS-VERIFIED
      *> is 'Y' only when all of it agrees and the build was
      *> complete.
      *> ---------------------------------------------------------
       VERIFY-MONTH-SUMMARY.
           MOVE 'N' TO WS-VERIFIED.
           MOVE 0 TO WS-RAW-LINES, WS-RAW-SITE-LINES, WS-RAW-BYTES.
           MOVE 0 TO WS-SUM-LINES, WS-SUM-SITE-LINES, WS-SUM-BYTES.
           MOVE 0 TO WS-SUM-TRAILERS, WS-SUM-BAD-RECS.
           MOVE 0 TO WS-TRL-LINES, WS-TRL-SITE-LINES, WS-TRL-BYTES.
           MOVE 'N' TO WS-TRL-COMPLETE.

           OPEN INPUT RAW-LOG.
           IF RAW-STATUS IS NOT EQUAL TO '00'
               GO TO VERIFY-MONTH-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM READ-RAW-FOR-VERIFY UNTIL WS-EOF = 'Y'.
           CLOSE RAW-LOG.

           OPEN INPUT DAY-SUMMARY.
           IF SUMMARY-STATUS IS NOT EQUAL TO '00'
               GO TO VERIFY-MONTH-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM READ-SUMMARY-FOR-VERIFY UNTIL WS-EOF = 'Y'.
           CLOSE DAY-SUMMARY.

           IF WS-SUM-TRAILERS = 1 AND WS-SUM-BAD-RECS = 0
               AND WS-TRL-COMPLETE = 'Y'
               AND WS-SUM-LINES = WS-RAW-LINES
               AND WS-TRL-LINES = WS-RAW-LINES
               AND WS-SUM-SITE-LINES = WS-RAW-SITE-LINES
               AND WS-TRL-SITE-LINES = WS-RAW-SITE-LINES
               AND WS-SUM-BYTES = WS-RAW-BYTES
               AND WS-TRL-BYTES = WS-RAW-BYTES
               MOVE 'Y' TO WS-VERIFIED
           END-IF.

       VERIFY-MONTH-EXIT.
           EXIT.

       READ-RAW-FOR-VERIFY.
           READ RAW-LOG INTO WS-LOG-LINE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM CLASSIFY-RAW-LINE THRU CLASSIFY-RAW-EXIT
                   IF NOT LINE-NOT-COUNTED
                       ADD 1 TO WS-RAW-LINES
                   END-IF
                   IF LINE-IS-SITE
                       ADD 1 TO WS-RAW-SITE-LINES
                       ADD WS-LOG-BYTES-NUM TO WS-RAW-BYTES
                   END-IF
           END-READ.

       READ-SUMMARY-FOR-VERIFY.
           READ DAY-SUMMARY INTO DAYSUMM-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM CHECK-ONE-SUMMARY-RECORD
                       THRU CHECK-ONE-SUMMARY-EXIT
           END-READ.

      *> ---------------------------------------------------------
      *> CHECK-ONE-SUMMARY-RECORD - add one summary record into the
      *> verification totals; a record that is not for the month,
      *> has a field that is not a number, or whose D counts do not
      *> add up is counted bad.
      *> ---------------------------------------------------------
       CHECK-ONE-SUMMARY-RECORD.
           IF SUM-DATE(1:7) IS NOT EQUAL TO WS-MONTH
               ADD 1 TO WS-SUM-BAD-RECS
               GO TO CHECK-ONE-SUMMARY-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SUM-IS-SITE-DAY
                   PERFORM CHECK-SITE-DAY-RECORD
               WHEN SUM-IS-CODE
                   IF SUM-CODE-HITS IS NUMERIC
                       ADD SUM-CODE-HITS TO WS-SUM-LINES
                   ELSE
                       ADD 1 TO WS-SUM-BAD-RECS
                   END-IF
               WHEN SUM-IS-LOCATION
                   IF SUM-LOC-HITS IS NOT NUMERIC
                       ADD 1 TO WS-SUM-BAD-RECS
                   END-IF
               WHEN SUM-IS-TRAILER
                   ADD 1 TO WS-SUM-TRAILERS
                   IF SUM-TRL-LINES IS NUMERIC
                       AND SUM-TRL-SITE-LINES IS NUMERIC
                       AND SUM-TRL-BYTES IS NUMERIC
                       MOVE SUM-TRL-LINES TO WS-TRL-LINES
                       MOVE SUM-TRL-SITE-LINES TO WS-TRL-SITE-LINES
                       MOVE SUM-TRL-BYTES TO WS-TRL-BYTES
                       MOVE SUM-TRL-COMPLETE TO WS-TRL-COMPLETE
                   ELSE
                       ADD 1 TO WS-SUM-BAD-RECS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SUM-BAD-RECS
           END-EVALUATE.

       CHECK-ONE-SUMMARY-EXIT.
           EXIT.

       CHECK-SITE-DAY-RECORD.
           IF SUM-REQUESTS IS NOT NUMERIC OR SUM-BYTES IS NOT NUMERIC
               OR SUM-2XX IS NOT NUMERIC OR SUM-3XX IS NOT NUMERIC
               OR SUM-4XX IS NOT NUMERIC OR SUM-5XX IS NOT NUMERIC
               OR SUM-OTHER IS NOT NUMERIC
               ADD 1 TO WS-SUM-BAD-RECS
           ELSE
               ADD SUM-REQUESTS TO WS-SUM-SITE-LINES
               ADD SUM-BYTES TO WS-SUM-BYTES
               COMPUTE WS-REC-TOTAL = SUM-2XX + SUM-3XX + SUM-4XX
                   + SUM-5XX + SUM-OTHER
               IF WS-REC-TOTAL IS NOT EQUAL TO SUM-REQUESTS
                   ADD 1 TO WS-SUM-BAD-RECS
               ELSE
                   MOVE 0 TO WS-REC-TOTAL
                   PERFORM ADD-ONE-SUMMARY-HOUR
                       VARYING WS-HOUR-I FROM 1 BY 1
                       UNTIL WS-HOUR-I > 24
                   IF WS-REC-TOTAL IS NOT EQUAL TO SUM-REQUESTS
                       ADD 1 TO WS-SUM-BAD-RECS
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-SUMMARY-HOUR.
           IF SUM-HOUR-HITS(WS-HOUR-I) IS NUMERIC
               ADD SUM-HOUR-HITS(WS-HOUR-I) TO WS-REC-TOTAL
           ELSE
               ADD 1 TO WS-SUM-BAD-RECS
           END-IF.
