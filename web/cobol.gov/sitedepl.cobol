      *>     - its extension resolves in MIME-TABLE (nothing is
      *>       allowed to fall to the octet-stream default),
      *>     - at least one DEFDOC-TABLE candidate is in the drop,
      *>       so TRY-DEFAULT-DOCS cannot exhaust its list,
      *>     - no page in the drop links to anything the site would
      *>       not serve once the drop is live (LINKSCAN, the same
      *>       check LINKCHK reports on; links into the live
      *>       docroot count as good).
      *> Only a fully clean drop is promoted to the live docroot,
      *> as a unit; otherwise deploy.rej says exactly which file
      *> failed which check and the live site is left untouched.
      *> in deploy.log under the operator's initials like any
      *> promotion. The set stays on disk, so a rollback can be
      *> repeated if it is interrupted.
      *> A drop can be timed. Besides its file names the manifest
      *> may carry
      *>     effective yyyy-mm-ddThh:mm
      *> - the drop is not to go live before then - and, for any
      *> page in the drop or already live,
      *>     expires yyyy-mm-ddThh:mm <page> [<redirect-location>]
      *> - the page is to come down then, and its location is to
      *> answer with a 301 to the redirect location if one is
      *> given (a date alone means 00:00). The schedule lines are
      *> validated with the drop and a bad one rejects it into
      *> deploy.rej like any failed file. A dated drop is refused
      *> by a run from the console until it is due. Expiries are
      *> kept in schedule/<docroot>.exp once the drop is live; a
      *> later drop that brings the page again replaces or clears
      *> its expiry. The dated drop last promoted is remembered in
      *> schedule/<docroot>.pub.
      *> A third input line of SCHEDULE is the scheduler's run,
      *> made every few minutes for each docroot with the
      *> scheduler's own initials on the second line:
      *>     - expired pages are withdrawn first: each is saved into
      *>       a backout set like any replaced file (so ROLLBACK
      *>       puts it back), removed from the live docroot and
      *>       logged to deploy.log; the redirects asked for are
      *>       added to server.cfg through CONFPROM
      *>       (confprom.cobol), the same graded, backed-out and
      *>       logged promotion CONFDEPL makes;
      *>     - otherwise a dated drop that is due and not yet
      *>       promoted goes through the ordinary validation and
      *>       promotion above.
      *> One run makes one change, so every backout set holds one
      *> promotion or one withdrawal; a due drop waits for the next
      *> run after a withdrawal. SITESKED (sitesked.cobol) lists
      *> what is coming up for sign-off.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS REJECTS-STATUS.

           SELECT LINK-FINDINGS ASSIGN TO LINK-FINDINGS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LINK-STATUS.

           SELECT DEPLOY-AUDIT ASSIGN TO DEPLOY-AUDIT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IDX-STATUS.

           SELECT EXPIRY-SCHED ASSIGN TO EXPIRY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS EXPIRY-STATUS.

           SELECT PUBLISHED-CTL ASSIGN TO PUBLISHED-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS PUBLISHED-STATUS.

           SELECT LIVE-CONFIG ASSIGN TO WS-CONFIG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LIVE-CFG-STATUS.

           SELECT PROPOSED-CONFIG ASSIGN TO PROPOSED-CFG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS PROPOSED-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD MANIFEST.
       01 MANIFEST-REC PIC X(160).

       FD REJECTS.
       01 REJECTS-REC PIC X(120).

       FD LINK-FINDINGS.
       01 LINK-FINDINGS-REC PIC X(295).

       FD DEPLOY-AUDIT.
       01 DEPLOY-AUDIT-REC PIC X(200).

       FD BACKOUT-MFT.
       01 BACKOUT-MFT-REC PIC X(80).
       FD SEARCH-INDEX.
       01 IDX-REC PIC X(160).

       FD EXPIRY-SCHED.
       01 EXPIRY-REC PIC X(170).

       FD PUBLISHED-CTL.
       01 PUBLISHED-REC PIC X(80).

       FD LIVE-CONFIG.
       01 LIVE-CONFIG-REC PIC X(160).

       FD PROPOSED-CONFIG.
       01 PROPOSED-CONFIG-REC PIC X(160).

         WORKING-STORAGE SECTION.
       01 MANIFEST-FILE PIC X(256).
       01 MANIFEST-STATUS PIC X(2).
               10 DEP-VERDICT PIC X(1).
               10 DEP-COPIED PIC X(1).
               10 DEP-PRIOR PIC X(1).
               10 DEP-EXPIRY PIC 9(3).
               10 DEP-REDIRECT PIC X(1).
       01 DEP-REJECT-COUNT PIC 9(3) VALUE 0.
       01 WS-DEFDOC-SEEN PIC X(1) VALUE 'N'.
       01 WS-DEP-I PIC 9(3).

      *> ---------------------------------------------------------
      *> The drop's link check: LINKSCAN (linkscan.cobol) reads the
      *> drop's pages and writes what it found to a work file; the
      *> broken links go into deploy.rej with the file failures.
      *> ---------------------------------------------------------
       COPY "LINKAREA.cpy".
       COPY "LINKFIND.cpy".
       01 LINK-FINDINGS-FILE PIC X(256) VALUE "deplink.tmp".
       01 LINK-STATUS PIC X(2).
       01 WS-LINK-EOF PIC X(1).

      *> The vhost table comes from the same server configuration
      *> file HELLO reads, via CONFLOAD (confload.cobol), so a
      *> docroot can be deployed to the moment it is configured.
       01 WS-TTL-END PIC 9(3).
       01 WS-PAGES-INDEXED PIC 9(4) VALUE 0.

      *> ---------------------------------------------------------
      *> The drop's schedule: its effective time (WS-EFFECTIVE-OK
      *> is N when the line would not parse) and its expires lines,
      *> each with the verdict the checks left on it (space =
      *> clean, S time will not parse, B expires before the drop
      *> goes live, P unsafe path, N page neither in the drop nor
      *> live, R redirect not a local location). Times are
      *> "yyyy-mm-ddThh:mm", which compare in time order as text;
      *> WS-NOW is this run's time in the same shape.
      *> ---------------------------------------------------------
       01 WS-EFFECTIVE PIC X(16) VALUE SPACES.
       01 WS-EFFECTIVE-OK PIC X(1) VALUE 'Y'.
       01 WS-NOW PIC X(16).
       01 DX-TOTAL PIC 9(3) VALUE 0.
       01 DX-TABLE.
           05 DX-ENTRY OCCURS 50 TIMES INDEXED BY DX-IDX.
               10 DX-STAMP PIC X(16).
               10 DX-NAME PIC X(64).
               10 DX-TARGET PIC X(80).
               10 DX-VERDICT PIC X(1).
       01 DX-REJECT-COUNT PIC 9(3) VALUE 0.
       01 WS-DX-I PIC 9(3).
       01 WS-MF-WORD PIC X(16).
       01 WS-MF-STAMP PIC X(16).
       01 WS-IN-DROP PIC X(1).
       01 WS-CHK-STAMP PIC X(16).
       01 WS-CHK-STAMP-R REDEFINES WS-CHK-STAMP.
           05 WS-CHK-YYYY PIC 9(4).
           05 WS-CHK-SEP1 PIC X(1).
           05 WS-CHK-MM PIC 9(2).
           05 WS-CHK-SEP2 PIC X(1).
           05 WS-CHK-DD PIC 9(2).
           05 WS-CHK-SEP3 PIC X(1).
           05 WS-CHK-HH PIC 9(2).
           05 WS-CHK-SEP4 PIC X(1).
           05 WS-CHK-MI PIC 9(2).
       01 WS-STAMP-OK PIC X(1).

      *> ---------------------------------------------------------
      *> The docroot's standing schedule: schedule/<docroot>.exp,
      *> one "yyyy-mm-ddThh:mm page [redirect-location]" line per
      *> live page that is due to come down (EXP-KEEP is N once it
      *> is withdrawn or replaced), and schedule/<docroot>.pub,
      *> the effective time of the dated drop last promoted.
      *> ---------------------------------------------------------
       01 EXPIRY-FILE PIC X(256).
       01 EXPIRY-STATUS PIC X(2).
       01 WS-EXP-EOF PIC X(1).
       01 EXP-TOTAL PIC 9(3) VALUE 0.
       01 EXP-TABLE.
           05 EXP-ENTRY OCCURS 300 TIMES.
               10 EXP-STAMP PIC X(16).
               10 EXP-NAME PIC X(64).
               10 EXP-TARGET PIC X(80).
               10 EXP-KEEP PIC X(1).
       01 WS-EXP-I PIC 9(3).
       01 WS-GONE-COUNT PIC 9(3) VALUE 0.
       01 WS-SAVE-FAILED PIC X(1).
       01 PUBLISHED-FILE PIC X(256).
       01 PUBLISHED-STATUS PIC X(2).

      *> ---------------------------------------------------------
      *> Redirects for withdrawn pages: server.cfg is copied to a
      *> proposed file with the new redirect lines on the end and
      *> handed to CONFPROM. DEP-REDIRECT says what became of each
      *> page's redirect (space none asked, W wanted, A added, T
      *> there already, F not added).
      *> ---------------------------------------------------------
       COPY "PROMAREA.cpy".
       01 LIVE-CFG-STATUS PIC X(2).
       01 PROPOSED-CFG-FILE PIC X(256).
       01 PROPOSED-STATUS PIC X(2).
       01 WS-CFG-EOF PIC X(1).
       01 WS-CF-VERB PIC X(10).
       01 WS-CF-F1 PIC X(32).
       01 WS-CF-F2 PIC X(80).
       01 WS-REDIR-WANTED PIC 9(3).
       01 WS-REDIR-ADDED PIC 9(3).
       01 WS-AUD-PTR PIC 9(3).

      PROCEDURE DIVISION.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
           STOP RUN
       END-IF.

      *> The scheduler's run takes down expired pages before it
      *> looks at the staging drop, and makes one change per run.
       IF WS-RUN-MODE = "SCHEDULE"
           PERFORM WITHDRAW-EXPIRED-PAGES
           IF DEP-TOTAL > 0
               DISPLAY "SITEDEPL: withdrew " DEP-TOTAL
                   " expired page(s) from " WS-DOCROOT-IN
               STOP RUN
           END-IF
       END-IF.

       PERFORM LOAD-MANIFEST.
       IF DEP-TOTAL = 0
           IF WS-RUN-MODE = "SCHEDULE"
               DISPLAY "SITEDEPL: no dated drop waiting for "
                   WS-DOCROOT-IN
           ELSE
               DISPLAY "SITEDEPL: nothing to deploy for "
                   WS-DOCROOT-IN
           END-IF
           STOP RUN
       END-IF.
       PERFORM CHECK-DROP-IS-DUE.

       PERFORM VALIDATE-ONE-ENTRY
           VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL.
       PERFORM VALIDATE-ONE-EXPIRY
           VARYING WS-DX-I FROM 1 BY 1 UNTIL WS-DX-I > DX-TOTAL.

       PERFORM CHECK-DROP-LINKS.

       IF DEP-REJECT-COUNT > 0 OR WS-DEFDOC-SEEN = 'N'
           OR LA-BROKEN > 0
           OR DX-REJECT-COUNT > 0 OR WS-EFFECTIVE-OK = 'N'
           PERFORM WRITE-REJECT-REPORT
           CALL "CBL_DELETE_FILE" USING LINK-FINDINGS-FILE
           DISPLAY "SITEDEPL: drop rejected, " DEP-REJECT-COUNT
               " file(s) failed, " LA-BROKEN " broken link(s) - see "
               REJECTS-FILE
           IF DX-REJECT-COUNT > 0 OR WS-EFFECTIVE-OK = 'N'
               DISPLAY "SITEDEPL: the drop's schedule lines failed"
                   " too - see " REJECTS-FILE
           END-IF
           STOP RUN
       END-IF.
       CALL "CBL_DELETE_FILE" USING LINK-FINDINGS-FILE.
       IF LA-REDIRECTED > 0
           DISPLAY "SITEDEPL: note, " LA-REDIRECTED " link(s) in the"
               " drop point at redirected locations - run LINKCHK"
       END-IF.

       PERFORM PROMOTE-ONE-ENTRY
           VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL.
       PERFORM WRITE-BACKOUT-SET.
       PERFORM RECORD-DROP-SCHEDULE.
       PERFORM WRITE-AUDIT-TRAIL.
       PERFORM WRITE-PROMOTION-INVENTORY.
       PERFORM REBUILD-SEARCH-INDEX.

      *> ---------------------------------------------------------
      *> LOAD-MANIFEST - read staging/<docroot>/manifest.txt into
      *> DEP-TABLE, its schedule lines into WS-EFFECTIVE and
      *> DX-TABLE.
      *> ---------------------------------------------------------
       LOAD-MANIFEST.
           MOVE SPACES TO MANIFEST-FILE.
           END-STRING.
           OPEN INPUT MANIFEST.
           IF MANIFEST-STATUS IS NOT EQUAL TO '00'
               IF WS-RUN-MODE IS NOT EQUAL TO "SCHEDULE"
                   DISPLAY "SITEDEPL: cannot open " MANIFEST-FILE
               END-IF
               MOVE 0 TO DEP-TOTAL
           ELSE
               MOVE 'N' TO WS-EOF
           READ MANIFEST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN MANIFEST-REC = SPACES
                           CONTINUE
                       WHEN MANIFEST-REC(1:10) = "effective "
                           PERFORM LOAD-EFFECTIVE-LINE
                       WHEN MANIFEST-REC(1:8) = "expires "
                           PERFORM LOAD-EXPIRES-LINE
                       WHEN DEP-TOTAL < 200
                           ADD 1 TO DEP-TOTAL
                           MOVE MANIFEST-REC TO DEP-NAME(DEP-TOTAL)
                           MOVE SPACE TO DEP-VERDICT(DEP-TOTAL)
                       WHEN OTHER
                           DISPLAY "SITEDEPL: manifest over 200 entries,"
                               " skipped " MANIFEST-REC(1:64)
                   END-EVALUATE
           END-READ.

       LOAD-EFFECTIVE-LINE.
           MOVE SPACES TO WS-MF-WORD, WS-MF-STAMP.
           UNSTRING MANIFEST-REC DELIMITED BY ALL " "
               INTO WS-MF-WORD, WS-MF-STAMP
           END-UNSTRING.
           MOVE WS-MF-STAMP TO WS-CHK-STAMP.
           PERFORM CHECK-SCHEDULE-STAMP.
           MOVE WS-CHK-STAMP TO WS-EFFECTIVE.
           IF WS-STAMP-OK = 'N'
               MOVE 'N' TO WS-EFFECTIVE-OK
           END-IF.

       LOAD-EXPIRES-LINE.
           IF DX-TOTAL < 50
               ADD 1 TO DX-TOTAL
               MOVE SPACES TO WS-MF-WORD, WS-MF-STAMP,
                   DX-NAME(DX-TOTAL), DX-TARGET(DX-TOTAL)
               UNSTRING MANIFEST-REC DELIMITED BY ALL " "
                   INTO WS-MF-WORD, WS-MF-STAMP, DX-NAME(DX-TOTAL),
                       DX-TARGET(DX-TOTAL)
               END-UNSTRING
               MOVE WS-MF-STAMP TO WS-CHK-STAMP
               PERFORM CHECK-SCHEDULE-STAMP
               MOVE WS-CHK-STAMP TO DX-STAMP(DX-TOTAL)
               MOVE SPACE TO DX-VERDICT(DX-TOTAL)
               IF WS-STAMP-OK = 'N'
                   MOVE 'S' TO DX-VERDICT(DX-TOTAL)
               END-IF
           ELSE
               DISPLAY "SITEDEPL: manifest over 50 expiries, skipped "
                   MANIFEST-REC(1:64)
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-SCHEDULE-STAMP - WS-CHK-STAMP must be a real
      *> "yyyy-mm-ddThh:mm"; a date alone is taken as 00:00 and
      *> filled out so the stamp still compares as text.
      *> ---------------------------------------------------------
       CHECK-SCHEDULE-STAMP.
           MOVE 'Y' TO WS-STAMP-OK.
           IF WS-CHK-STAMP(11:6) = SPACES
               MOVE "T00:00" TO WS-CHK-STAMP(11:6)
           END-IF.
           IF WS-CHK-YYYY IS NOT NUMERIC OR WS-CHK-MM IS NOT NUMERIC
               OR WS-CHK-DD IS NOT NUMERIC OR WS-CHK-HH IS NOT NUMERIC
               OR WS-CHK-MI IS NOT NUMERIC
               OR WS-CHK-SEP1 IS NOT EQUAL TO "-"
               OR WS-CHK-SEP2 IS NOT EQUAL TO "-"
               OR WS-CHK-SEP3 IS NOT EQUAL TO "T"
               OR WS-CHK-SEP4 IS NOT EQUAL TO ":"
               MOVE 'N' TO WS-STAMP-OK
           ELSE
               IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                   OR WS-CHK-HH > 23 OR WS-CHK-MI > 59
                   MOVE 'N' TO WS-STAMP-OK
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-DROP-IS-DUE - a dated drop does not go live early,
      *> whoever runs the job; the scheduler's run only promotes a
      *> dated drop, and only once. A drop whose effective line
      *> would not parse goes on to be rejected with the rest of
      *> its faults.
      *> ---------------------------------------------------------
       CHECK-DROP-IS-DUE.
           IF WS-EFFECTIVE-OK = 'Y'
               IF WS-EFFECTIVE = SPACES
                   IF WS-RUN-MODE = "SCHEDULE"
                       DISPLAY "SITEDEPL: no dated drop waiting for "
                           WS-DOCROOT-IN
                       STOP RUN
                   END-IF
               ELSE
                   IF WS-EFFECTIVE > WS-NOW
                       IF WS-RUN-MODE = "SCHEDULE"
                           DISPLAY "SITEDEPL: drop for " WS-DOCROOT-IN
                               " is not due until " WS-EFFECTIVE
                       ELSE
                           DISPLAY "SITEDEPL: drop for " WS-DOCROOT-IN
                               " is not due until " WS-EFFECTIVE
                               " - not promoted, the scheduled run"
                               " will promote it then"
                       END-IF
                       STOP RUN
                   END-IF
                   IF WS-RUN-MODE = "SCHEDULE"
                       PERFORM CHECK-DROP-PUBLISHED
                   END-IF
               END-IF
           END-IF.

       CHECK-DROP-PUBLISHED.
           MOVE SPACES TO PUBLISHED-REC.
           OPEN INPUT PUBLISHED-CTL.
           IF PUBLISHED-STATUS = '00'
               READ PUBLISHED-CTL
                   AT END MOVE SPACES TO PUBLISHED-REC
               END-READ
               CLOSE PUBLISHED-CTL
           END-IF.
           IF PUBLISHED-REC(1:16) = WS-EFFECTIVE
               DISPLAY "SITEDEPL: drop for " WS-DOCROOT-IN
                   " effective " WS-EFFECTIVE " is already live"
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-ONE-ENTRY - run every check against one manifest
               MOVE 'Y' TO WS-DEFDOC-SEEN
           END-IF.

      *> ---------------------------------------------------------
      *> VALIDATE-ONE-EXPIRY - an expires line must name a safe
      *> path to a page the drop brings or the docroot already
      *> serves, fall after the drop goes live, and redirect (if it
      *> does) to a location on the same site.
      *> ---------------------------------------------------------
       VALIDATE-ONE-EXPIRY.
           IF DX-VERDICT(WS-DX-I) = SPACE
               MOVE 0 TO WS-DOT-COUNT
               INSPECT DX-NAME(WS-DX-I) TALLYING WS-DOT-COUNT
                   FOR ALL ".."
               IF DX-NAME(WS-DX-I) = SPACES
                   OR DX-NAME(WS-DX-I)(1:1) = '/'
                   OR WS-DOT-COUNT > 0
                   MOVE 'P' TO DX-VERDICT(WS-DX-I)
               END-IF
           END-IF.
           IF DX-VERDICT(WS-DX-I) = SPACE
               IF WS-EFFECTIVE IS NOT EQUAL TO SPACES
                   IF DX-STAMP(WS-DX-I) <= WS-EFFECTIVE
                       MOVE 'B' TO DX-VERDICT(WS-DX-I)
                   END-IF
               ELSE
                   IF DX-STAMP(WS-DX-I) <= WS-NOW
                       MOVE 'B' TO DX-VERDICT(WS-DX-I)
                   END-IF
               END-IF
           END-IF.
           IF DX-VERDICT(WS-DX-I) = SPACE
               AND DX-TARGET(WS-DX-I) IS NOT EQUAL TO SPACES
               AND DX-TARGET(WS-DX-I)(1:1) IS NOT EQUAL TO '/'
               MOVE 'R' TO DX-VERDICT(WS-DX-I)
           END-IF.
           IF DX-VERDICT(WS-DX-I) = SPACE
               MOVE 'N' TO WS-IN-DROP
               SET DEP-IDX TO 1
               SEARCH DEP-ENTRY
                   AT END CONTINUE
                   WHEN DEP-IDX > DEP-TOTAL
                       CONTINUE
                   WHEN DEP-NAME(DEP-IDX) = DX-NAME(WS-DX-I)
                       MOVE 'Y' TO WS-IN-DROP
               END-SEARCH
               IF WS-IN-DROP = 'N'
                   MOVE SPACES TO WS-LIVE-PATH
                   STRING WS-DOCROOT-IN DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       INTO WS-LIVE-PATH
                   END-STRING
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-PATH
                       WS-FILE-INFO
                   IF RETURN-CODE IS NOT EQUAL TO 0
                       MOVE 'N' TO DX-VERDICT(WS-DX-I)
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF DX-VERDICT(WS-DX-I) IS NOT EQUAL TO SPACE
               ADD 1 TO DX-REJECT-COUNT
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-DROP-LINKS - every link on the drop's pages must
      *> resolve against the drop plus the live docroot. A findings
      *> file that cannot be written is a failed check, not a pass.
      *> ---------------------------------------------------------
       CHECK-DROP-LINKS.
           MOVE SPACES TO LINK-AREA.
           MOVE WS-DOCROOT-IN TO LA-DOCROOT.
           STRING "staging/" DELIMITED BY SIZE
               WS-DOCROOT-IN DELIMITED BY SPACE
               INTO LA-STAGING-DIR
           END-STRING.
           MOVE LINK-FINDINGS-FILE TO LA-FINDINGS-FILE.
           CALL "LINKSCAN" USING LINK-AREA.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "SITEDEPL: link check could not write "
                   LINK-FINDINGS-FILE(1:44)
               STOP RUN
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-REJECT-REPORT - one line per failed file saying which
      *> check it failed, plus the drop-level default-document check,
               END-STRING
               WRITE REJECTS-REC
           END-IF.
           IF WS-EFFECTIVE-OK = 'N'
               MOVE SPACES TO REJECTS-REC
               STRING "(drop) effective " DELIMITED BY SIZE
                   WS-EFFECTIVE DELIMITED BY SPACE
                   " is not a yyyy-mm-ddThh:mm time" DELIMITED BY SIZE
                   INTO REJECTS-REC
               END-STRING
               WRITE REJECTS-REC
           END-IF.
           PERFORM WRITE-ONE-EXPIRY-REJECT
               VARYING WS-DX-I FROM 1 BY 1 UNTIL WS-DX-I > DX-TOTAL.
           IF LA-BROKEN > 0
               OPEN INPUT LINK-FINDINGS
               IF LINK-STATUS = '00'
                   MOVE 'N' TO WS-LINK-EOF
                   PERFORM WRITE-ONE-LINK-REJECT UNTIL WS-LINK-EOF = 'Y'
                   CLOSE LINK-FINDINGS
               END-IF
           END-IF.
           CLOSE REJECTS.

       WRITE-ONE-REJECT-LINE.
                   CONTINUE
           END-EVALUATE.

       WRITE-ONE-EXPIRY-REJECT.
           MOVE SPACES TO REJECTS-REC.
           EVALUATE DX-VERDICT(WS-DX-I)
               WHEN 'S'
                   STRING DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       " expires " DELIMITED BY SIZE
                       DX-STAMP(WS-DX-I) DELIMITED BY SPACE
                       " - not a yyyy-mm-ddThh:mm time"
                       DELIMITED BY SIZE
                       INTO REJECTS-REC
                   END-STRING
               WHEN 'B'
                   STRING DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       " expires " DELIMITED BY SIZE
                       DX-STAMP(WS-DX-I) DELIMITED BY SPACE
                       " - before the drop goes live"
                       DELIMITED BY SIZE
                       INTO REJECTS-REC
                   END-STRING
               WHEN 'P'
                   STRING DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       " expiry names an unsafe path" DELIMITED BY SIZE
                       INTO REJECTS-REC
                   END-STRING
               WHEN 'N'
                   STRING DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       " expiry names a page neither in the drop"
                       " nor live" DELIMITED BY SIZE
                       INTO REJECTS-REC
                   END-STRING
               WHEN 'R'
                   STRING DX-NAME(WS-DX-I) DELIMITED BY SPACE
                       " expiry redirect " DELIMITED BY SIZE
                       DX-TARGET(WS-DX-I) DELIMITED BY SPACE
                       " is not a location on this site"
                       DELIMITED BY SIZE
                       INTO REJECTS-REC
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DX-VERDICT(WS-DX-I) IS NOT EQUAL TO SPACE
               WRITE REJECTS-REC
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-ONE-LINK-REJECT - a broken link names the page it is
      *> on, the link as written and the location it came to.
      *> ---------------------------------------------------------
       WRITE-ONE-LINK-REJECT.
           READ LINK-FINDINGS INTO LINKFIND-REC
               AT END MOVE 'Y' TO WS-LINK-EOF
               NOT AT END
                   IF LF-IS-BROKEN
                       MOVE SPACES TO REJECTS-REC
                       STRING LF-PAGE DELIMITED BY SPACE
                           " broken link " DELIMITED BY SIZE
                           LF-LINK DELIMITED BY SPACE
                           " -> " DELIMITED BY SIZE
                           LF-TARGET DELIMITED BY "  "
                           INTO REJECTS-REC
                       END-STRING
                       WRITE REJECTS-REC
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> PROMOTE-ONE-ENTRY - copy one validated file from staging to
      *> the live docroot, creating any subdirectories on the way.
           WRITE DEPLOY-AUDIT-REC.
           PERFORM WRITE-ONE-AUDIT-FILE
               VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL.
           IF WS-EFFECTIVE IS NOT EQUAL TO SPACES
               MOVE SPACES TO DEPLOY-AUDIT-REC
               STRING "  (drop effective " WS-EFFECTIVE ")"
                   DELIMITED BY SIZE
                   INTO DEPLOY-AUDIT-REC
               END-STRING
               WRITE DEPLOY-AUDIT-REC
           END-IF.
           PERFORM WRITE-ONE-AUDIT-EXPIRY
               VARYING WS-DX-I FROM 1 BY 1 UNTIL WS-DX-I > DX-TOTAL.
           CLOSE DEPLOY-AUDIT.

       WRITE-ONE-AUDIT-FILE.
           END-IF.
           WRITE DEPLOY-AUDIT-REC.

       WRITE-ONE-AUDIT-EXPIRY.
           MOVE SPACES TO DEPLOY-AUDIT-REC.
           IF DX-TARGET(WS-DX-I) = SPACES
               STRING "  " DELIMITED BY SIZE
                   DX-NAME(WS-DX-I) DELIMITED BY SPACE
                   " expires " DX-STAMP(WS-DX-I) DELIMITED BY SIZE
                   INTO DEPLOY-AUDIT-REC
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   DX-NAME(WS-DX-I) DELIMITED BY SPACE
                   " expires " DX-STAMP(WS-DX-I) DELIMITED BY SIZE
                   ", then redirects to " DELIMITED BY SIZE
                   DX-TARGET(WS-DX-I) DELIMITED BY SPACE
                   INTO DEPLOY-AUDIT-REC
               END-STRING
           END-IF.
           WRITE DEPLOY-AUDIT-REC.

      *> ---------------------------------------------------------
      *> BUILD-RUN-STAMP - the run's timestamp, once: WS-STAMP for
      *> deploy.log, WS-SET-NAME (the same instant, filesystem-safe)
      *> for the backout set directory, WS-NOW (to the minute) for
      *> the schedule.
      *> ---------------------------------------------------------
       BUILD-RUN-STAMP.
           ACCEPT WS-LOG-DATE FROM DATE.
               "/latest.ctl" DELIMITED BY SIZE
               INTO LATEST-CTL-FILE
           END-STRING.
           MOVE WS-STAMP(1:16) TO WS-NOW.
           MOVE SPACES TO EXPIRY-FILE.
           STRING "schedule/" DELIMITED BY SIZE
               WS-DOCROOT-IN DELIMITED BY SPACE
               ".exp" DELIMITED BY SIZE
               INTO EXPIRY-FILE
           END-STRING.
           MOVE SPACES TO PUBLISHED-FILE.
           STRING "schedule/" DELIMITED BY SIZE
               WS-DOCROOT-IN DELIMITED BY SPACE
               ".pub" DELIMITED BY SIZE
               INTO PUBLISHED-FILE
           END-STRING.

      *> ---------------------------------------------------------
      *> SAVE-PRIOR-VERSION - before the copy lands, squirrel the
      *> live file away into the backout set; a file the promotion
      *> is creating fresh is just noted so a rollback knows to
      *> remove it. WS-SAVE-FAILED says whether the save went wrong.
      *> ---------------------------------------------------------
       SAVE-PRIOR-VERSION.
           MOVE 'N' TO WS-SAVE-FAILED.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-PATH
               WS-FILE-INFO.
           IF RETURN-CODE = 0
               PERFORM BUILD-BACKOUT-PATH
               CALL "CBL_COPY_FILE" USING WS-LIVE-PATH WS-BK-PATH
               IF RETURN-CODE IS NOT EQUAL TO 0
                   MOVE 'Y' TO WS-SAVE-FAILED
                   DISPLAY "SITEDEPL: backout save failed for "
                       DEP-NAME(WS-DEP-I)
               END-IF
           END-EVALUATE.
           WRITE DEPLOY-AUDIT-REC.

      *> ---------------------------------------------------------
      *> RECORD-DROP-SCHEDULE - once the drop is live its expiries
      *> join the docroot's standing schedule. A page the drop
      *> brought, or gave an expiry, loses whatever expiry it had
      *> before; the drop's own lines then go on the end. A dated
      *> drop is also remembered as published, so the scheduler's
      *> run does not promote it a second time.
      *> ---------------------------------------------------------
       RECORD-DROP-SCHEDULE.
           PERFORM LOAD-EXPIRY-SCHEDULE.
           PERFORM DROP-REPLACED-EXPIRY
               VARYING WS-EXP-I FROM 1 BY 1 UNTIL WS-EXP-I > EXP-TOTAL.
           PERFORM ADD-DROP-EXPIRY
               VARYING WS-DX-I FROM 1 BY 1 UNTIL WS-DX-I > DX-TOTAL.
           IF DX-TOTAL > 0 OR EXP-TOTAL > 0
               PERFORM WRITE-EXPIRY-SCHEDULE
           END-IF.
           IF WS-EFFECTIVE IS NOT EQUAL TO SPACES
               PERFORM MAKE-SCHEDULE-DIR
               OPEN OUTPUT PUBLISHED-CTL
               IF PUBLISHED-STATUS = '00'
                   MOVE WS-EFFECTIVE TO PUBLISHED-REC
                   WRITE PUBLISHED-REC
                   CLOSE PUBLISHED-CTL
               ELSE
                   DISPLAY "SITEDEPL: cannot write "
                       PUBLISHED-FILE(1:44)
               END-IF
           END-IF.

       DROP-REPLACED-EXPIRY.
           SET DEP-IDX TO 1.
           SEARCH DEP-ENTRY
               AT END CONTINUE
               WHEN DEP-IDX > DEP-TOTAL
                   CONTINUE
               WHEN DEP-NAME(DEP-IDX) = EXP-NAME(WS-EXP-I)
                   AND DEP-COPIED(DEP-IDX) = 'Y'
                   MOVE 'N' TO EXP-KEEP(WS-EXP-I)
           END-SEARCH.
           SET DX-IDX TO 1.
           SEARCH DX-ENTRY
               AT END CONTINUE
               WHEN DX-IDX > DX-TOTAL
                   CONTINUE
               WHEN DX-NAME(DX-IDX) = EXP-NAME(WS-EXP-I)
                   MOVE 'N' TO EXP-KEEP(WS-EXP-I)
           END-SEARCH.

       ADD-DROP-EXPIRY.
           IF EXP-TOTAL < 300
               ADD 1 TO EXP-TOTAL
               MOVE DX-STAMP(WS-DX-I) TO EXP-STAMP(EXP-TOTAL)
               MOVE DX-NAME(WS-DX-I) TO EXP-NAME(EXP-TOTAL)
               MOVE DX-TARGET(WS-DX-I) TO EXP-TARGET(EXP-TOTAL)
               MOVE 'Y' TO EXP-KEEP(EXP-TOTAL)
           ELSE
               DISPLAY "SITEDEPL: " EXPIRY-FILE(1:40)
                   " full, expiry not kept for " DX-NAME(WS-DX-I)
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-EXPIRY-SCHEDULE / WRITE-EXPIRY-SCHEDULE - the
      *> docroot's schedule/<docroot>.exp in and out of EXP-TABLE;
      *> only the entries still marked to keep are written back.
      *> ---------------------------------------------------------
       LOAD-EXPIRY-SCHEDULE.
           MOVE 0 TO EXP-TOTAL.
           OPEN INPUT EXPIRY-SCHED.
           IF EXPIRY-STATUS = '00'
               MOVE 'N' TO WS-EXP-EOF
               PERFORM LOAD-ONE-EXPIRY-LINE UNTIL WS-EXP-EOF = 'Y'
               CLOSE EXPIRY-SCHED
           END-IF.

       LOAD-ONE-EXPIRY-LINE.
           READ EXPIRY-SCHED
               AT END MOVE 'Y' TO WS-EXP-EOF
               NOT AT END
                   IF EXPIRY-REC IS NOT EQUAL TO SPACES
                       AND EXP-TOTAL < 300
                       ADD 1 TO EXP-TOTAL
                       MOVE SPACES TO EXP-NAME(EXP-TOTAL),
                           EXP-TARGET(EXP-TOTAL)
                       UNSTRING EXPIRY-REC DELIMITED BY ALL " "
                           INTO EXP-STAMP(EXP-TOTAL),
                               EXP-NAME(EXP-TOTAL),
                               EXP-TARGET(EXP-TOTAL)
                       END-UNSTRING
                       MOVE 'Y' TO EXP-KEEP(EXP-TOTAL)
                   END-IF
           END-READ.

       WRITE-EXPIRY-SCHEDULE.
           PERFORM MAKE-SCHEDULE-DIR.
           OPEN OUTPUT EXPIRY-SCHED.
           IF EXPIRY-STATUS IS NOT EQUAL TO '00'
               DISPLAY "SITEDEPL: cannot write " EXPIRY-FILE(1:44)
           ELSE
               PERFORM WRITE-ONE-EXPIRY-LINE
                   VARYING WS-EXP-I FROM 1 BY 1
                   UNTIL WS-EXP-I > EXP-TOTAL
               CLOSE EXPIRY-SCHED
           END-IF.

       WRITE-ONE-EXPIRY-LINE.
           IF EXP-KEEP(WS-EXP-I) = 'Y'
               MOVE SPACES TO EXPIRY-REC
               STRING EXP-STAMP(WS-EXP-I) " " DELIMITED BY SIZE
                   EXP-NAME(WS-EXP-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   EXP-TARGET(WS-EXP-I) DELIMITED BY SPACE
                   INTO EXPIRY-REC
               END-STRING
               WRITE EXPIRY-REC
           END-IF.

       MAKE-SCHEDULE-DIR.
           MOVE "schedule" TO WS-DIR-PATH.
           CALL "CBL_CREATE_DIR" USING WS-DIR-PATH.
           MOVE 0 TO RETURN-CODE.

      *> ---------------------------------------------------------
      *> WITHDRAW-EXPIRED-PAGES - the scheduler's run takes down
      *> every page whose expiry has come. DEP-TABLE is reused for
      *> the withdrawal so the backout set, the rollback and the
      *> inventory treat it like any promotion: each page is saved
      *> into this run's backout set ("P" - a rollback copies it
      *> back) before it is removed, and a page whose save fails
      *> stays live and in the schedule for the next run. A page
      *> already gone is just dropped from the schedule.
      *> ---------------------------------------------------------
       WITHDRAW-EXPIRED-PAGES.
           PERFORM LOAD-EXPIRY-SCHEDULE.
           MOVE 0 TO DEP-TOTAL, WS-GONE-COUNT.
           PERFORM WITHDRAW-ONE-EXPIRED-PAGE
               VARYING WS-EXP-I FROM 1 BY 1 UNTIL WS-EXP-I > EXP-TOTAL.
           IF DEP-TOTAL > 0
               PERFORM WRITE-BACKOUT-SET
           END-IF.
           IF DEP-TOTAL > 0 OR WS-GONE-COUNT > 0
               PERFORM WRITE-EXPIRY-SCHEDULE
           END-IF.
           IF DEP-TOTAL > 0
               PERFORM ADD-EXPIRY-REDIRECTS
               PERFORM WRITE-WITHDRAWAL-AUDIT
               PERFORM REFRESH-INVENTORY
               PERFORM REBUILD-SEARCH-INDEX
           END-IF.

       WITHDRAW-ONE-EXPIRED-PAGE.
           IF EXP-STAMP(WS-EXP-I) <= WS-NOW AND DEP-TOTAL < 200
               COMPUTE WS-DEP-I = DEP-TOTAL + 1
               MOVE EXP-NAME(WS-EXP-I) TO DEP-NAME(WS-DEP-I)
               MOVE WS-EXP-I TO DEP-EXPIRY(WS-DEP-I)
               MOVE SPACE TO DEP-REDIRECT(WS-DEP-I)
               MOVE SPACES TO WS-LIVE-PATH
               STRING WS-DOCROOT-IN DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   DEP-NAME(WS-DEP-I) DELIMITED BY SPACE
                   INTO WS-LIVE-PATH
               END-STRING
               PERFORM SAVE-PRIOR-VERSION
               IF DEP-PRIOR(WS-DEP-I) = 'N'
                   MOVE 'N' TO EXP-KEEP(WS-EXP-I)
                   ADD 1 TO WS-GONE-COUNT
                   DISPLAY "SITEDEPL: " EXP-NAME(WS-EXP-I)
                       " expired but is no longer live"
               ELSE
                   IF WS-SAVE-FAILED = 'N'
                       CALL "CBL_DELETE_FILE" USING WS-LIVE-PATH
                       IF RETURN-CODE = 0
                           ADD 1 TO DEP-TOTAL
                           MOVE 'Y' TO DEP-COPIED(WS-DEP-I)
                           MOVE 'N' TO EXP-KEEP(WS-EXP-I)
                       ELSE
                           DISPLAY "SITEDEPL: cannot remove "
                               WS-LIVE-PATH(1:60)
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------
      *> ADD-EXPIRY-REDIRECTS - the withdrawn pages that asked for
      *> a redirect get a "redirect <docroot> <page> 301 <location>"
      *> line, unless server.cfg already redirects that location.
      *> The new lines go on the end of a copy of server.cfg,
      *> schedule/server-<stamp>.cfg, which CONFPROM grades and
      *> promotes like any proposed configuration. A refused copy
      *> is left in place for the operator to put right and
      *> promote with CONFDEPL; the pages stay withdrawn either way.
      *> ---------------------------------------------------------
       ADD-EXPIRY-REDIRECTS.
           MOVE 0 TO WS-REDIR-WANTED, WS-REDIR-ADDED.
           PERFORM NOTE-ONE-REDIRECT-WANTED
               VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL.
           IF WS-REDIR-WANTED > 0
               PERFORM WRITE-PROPOSED-CONFIG
           END-IF.
           IF WS-REDIR-ADDED > 0
               MOVE SPACES TO PROMOTE-AREA
               MOVE PROPOSED-CFG-FILE TO PA-PROPOSED-FILE
               MOVE WS-OPERATOR TO PA-OPERATOR
               CALL "CONFPROM" USING PROMOTE-AREA
               IF PA-REPLACED
                   CALL "CBL_DELETE_FILE" USING PROPOSED-CFG-FILE
                   PERFORM SETTLE-ONE-REDIRECT
                       VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > DEP-TOTAL
               ELSE
                   PERFORM SETTLE-ONE-REDIRECT
                       VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > DEP-TOTAL
                   DISPLAY "SITEDEPL: redirect(s) not added - "
                       "server.cfg promotion refused, proposed file "
                       "kept as " PROPOSED-CFG-FILE(1:44)
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

       NOTE-ONE-REDIRECT-WANTED.
           IF EXP-TARGET(DEP-EXPIRY(WS-DEP-I)) IS NOT EQUAL TO SPACES
               MOVE 'W' TO DEP-REDIRECT(WS-DEP-I)
               ADD 1 TO WS-REDIR-WANTED
           END-IF.

       SETTLE-ONE-REDIRECT.
           IF DEP-REDIRECT(WS-DEP-I) = 'W'
               IF PA-REPLACED
                   MOVE 'A' TO DEP-REDIRECT(WS-DEP-I)
               ELSE
                   MOVE 'F' TO DEP-REDIRECT(WS-DEP-I)
               END-IF
           END-IF.

       WRITE-PROPOSED-CONFIG.
           PERFORM MAKE-SCHEDULE-DIR.
           MOVE SPACES TO PROPOSED-CFG-FILE.
           STRING "schedule/server-" DELIMITED BY SIZE
               WS-SET-NAME DELIMITED BY SPACE
               ".cfg" DELIMITED BY SIZE
               INTO PROPOSED-CFG-FILE
           END-STRING.
           OPEN INPUT LIVE-CONFIG.
           IF LIVE-CFG-STATUS IS NOT EQUAL TO '00'
               DISPLAY "SITEDEPL: cannot read " WS-CONFIG-FILE(1:20)
                   " - redirect(s) not added"
               MOVE 'N' TO PA-RESULT
               PERFORM SETTLE-ONE-REDIRECT
                   VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL
           ELSE
               OPEN OUTPUT PROPOSED-CONFIG
               IF PROPOSED-STATUS IS NOT EQUAL TO '00'
                   DISPLAY "SITEDEPL: cannot write "
                       PROPOSED-CFG-FILE(1:44)
                       " - redirect(s) not added"
                   CLOSE LIVE-CONFIG
                   MOVE 'N' TO PA-RESULT
                   PERFORM SETTLE-ONE-REDIRECT
                       VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > DEP-TOTAL
               ELSE
                   MOVE 'N' TO WS-CFG-EOF
                   PERFORM COPY-ONE-CONFIG-LINE UNTIL WS-CFG-EOF = 'Y'
                   CLOSE LIVE-CONFIG
                   PERFORM APPEND-ONE-REDIRECT
                       VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > DEP-TOTAL
                   CLOSE PROPOSED-CONFIG
                   IF WS-REDIR-ADDED = 0
                       CALL "CBL_DELETE_FILE" USING PROPOSED-CFG-FILE
                   END-IF
               END-IF
           END-IF.

      *> Copy one server.cfg line across, noting any redirect it
      *> already makes for a withdrawn page's location.
       COPY-ONE-CONFIG-LINE.
           READ LIVE-CONFIG
               AT END MOVE 'Y' TO WS-CFG-EOF
               NOT AT END
                   MOVE LIVE-CONFIG-REC TO PROPOSED-CONFIG-REC
                   WRITE PROPOSED-CONFIG-REC
                   MOVE SPACES TO WS-CF-VERB, WS-CF-F1, WS-CF-F2
                   UNSTRING LIVE-CONFIG-REC DELIMITED BY ALL " "
                       INTO WS-CF-VERB, WS-CF-F1, WS-CF-F2
                   END-UNSTRING
                   IF WS-CF-VERB = "redirect"
                       AND WS-CF-F1 = WS-DOCROOT-IN
                       PERFORM MATCH-ONE-REDIRECT
                           VARYING WS-DEP-I FROM 1 BY 1
                           UNTIL WS-DEP-I > DEP-TOTAL
                   END-IF
           END-READ.

       MATCH-ONE-REDIRECT.
           IF DEP-REDIRECT(WS-DEP-I) = 'W'
               AND DEP-NAME(WS-DEP-I) = WS-CF-F2
               MOVE 'T' TO DEP-REDIRECT(WS-DEP-I)
           END-IF.

       APPEND-ONE-REDIRECT.
           IF DEP-REDIRECT(WS-DEP-I) = 'W'
               MOVE SPACES TO PROPOSED-CONFIG-REC
               STRING "redirect " DELIMITED BY SIZE
                   WS-DOCROOT-IN DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DEP-NAME(WS-DEP-I) DELIMITED BY SPACE
                   " 301 " DELIMITED BY SIZE
                   EXP-TARGET(DEP-EXPIRY(WS-DEP-I)) DELIMITED BY SPACE
                   INTO PROPOSED-CONFIG-REC
               END-STRING
               WRITE PROPOSED-CONFIG-REC
               ADD 1 TO WS-REDIR-ADDED
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-WITHDRAWAL-AUDIT - a withdrawal goes to deploy.log
      *> like a promotion: a header line under the run's timestamp
      *> and initials, then one line per page with the expiry it
      *> reached and what became of its redirect.
      *> ---------------------------------------------------------
       WRITE-WITHDRAWAL-AUDIT.
           OPEN EXTEND DEPLOY-AUDIT.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT DEPLOY-AUDIT
               CLOSE DEPLOY-AUDIT
               OPEN EXTEND DEPLOY-AUDIT
           END-IF.
           MOVE SPACES TO DEPLOY-AUDIT-REC.
           STRING WS-STAMP " " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " withdrew " DELIMITED BY SIZE
               DEP-TOTAL " expired page(s) from " DELIMITED BY SIZE
               WS-DOCROOT-IN DELIMITED BY SPACE
               INTO DEPLOY-AUDIT-REC
           END-STRING.
           WRITE DEPLOY-AUDIT-REC.
           PERFORM WRITE-ONE-WITHDRAWAL-LINE
               VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > DEP-TOTAL.
           CLOSE DEPLOY-AUDIT.

       WRITE-ONE-WITHDRAWAL-LINE.
           MOVE SPACES TO DEPLOY-AUDIT-REC.
           MOVE 1 TO WS-AUD-PTR.
           STRING "  " DELIMITED BY SIZE
               DEP-NAME(WS-DEP-I) DELIMITED BY SPACE
               " (expired " DELIMITED BY SIZE
               EXP-STAMP(DEP-EXPIRY(WS-DEP-I)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DEPLOY-AUDIT-REC WITH POINTER WS-AUD-PTR
           END-STRING.
           EVALUATE DEP-REDIRECT(WS-DEP-I)
               WHEN 'A'
                   STRING ", redirect to " DELIMITED BY SIZE
                       EXP-TARGET(DEP-EXPIRY(WS-DEP-I))
                       DELIMITED BY SPACE
                       " added" DELIMITED BY SIZE
                       INTO DEPLOY-AUDIT-REC WITH POINTER WS-AUD-PTR
                   END-STRING
               WHEN 'T'
                   STRING ", server.cfg already redirects it"
                       DELIMITED BY SIZE
                       INTO DEPLOY-AUDIT-REC WITH POINTER WS-AUD-PTR
                   END-STRING
               WHEN 'F'
                   STRING ", redirect to " DELIMITED BY SIZE
                       EXP-TARGET(DEP-EXPIRY(WS-DEP-I))
                       DELIMITED BY SPACE
                       " NOT added - see confdepl.log"
                       DELIMITED BY SIZE
                       INTO DEPLOY-AUDIT-REC WITH POINTER WS-AUD-PTR
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE DEPLOY-AUDIT-REC.

      *> ---------------------------------------------------------
      *> WRITE-PROMOTION-INVENTORY - record what this promotion put
      *> live: every landed file with the size and timestamp the
