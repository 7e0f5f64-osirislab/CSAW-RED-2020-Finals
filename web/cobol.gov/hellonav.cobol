      IDENTIFICATION DIVISION.
      PROGRAM-ID. HELLONAV.

      *> ---------------------------------------------------------
      *> HELLONAV - how people move through each site. Where
      *> HELLORPT says what was hit and HELLOREF where the traffic
      *> came from, this follows each visitor id (the one
      *> WRITE-ACCESS-LOG in main.cobol puts on every line) through
      *> the same access log slice and cuts its page views into
      *> sessions: a visitor's next page after more than the idle
      *> gap starts a new session. Per docroot it reports:
      *>     - sessions, average pages and average duration per
      *>       session, and single-page "bounce" sessions,
      *>     - the top entry pages (where sessions start),
      *>     - the top exit pages (where they end),
      *>     - the most common page-to-page transitions.
      *> A page view is a GET answered 200 or 304 for a location
      *> that is an .html / .htm page or carries no extension at
      *> all (a directory's default document, a handler page) -
      *> images, stylesheets and the like are not pages, and
      *> neither are HEADs, form POSTs or error responses. A
      *> reload of the same page is not a transition.
      *> Run it with two input lines:
      *>     report date "yyyy-mm-dd"      (blank = today)
      *>     idle gap in minutes           (blank = 30)
      *> Like HELLORPT it reads the date's LOGCUT archive slice
      *> plus the cut-but-not-yet-archived access.cutting plus the
      *> live access.log, never the whole history. The files are
      *> read oldest first, so a visitor's lines arrive in time
      *> order; a session still open at midnight is closed with
      *> the day.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ACCESS-LOG ASSIGN TO ACCESS-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LOG-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG.
       01 ACCESS-LOG-REC PIC X(360).

         WORKING-STORAGE SECTION.
       01 ACCESS-LOG-FILE PIC X(256).
       01 LIVE-LOG-FILE PIC X(256) VALUE "access.log".
       01 CUT-LOG-FILE PIC X(256) VALUE "access.cutting".
       01 LOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LOG-LINE PIC X(360).
       01 WS-FILES-READ PIC 9(2) VALUE 0.

       01 WS-RPT-DATE PIC X(10).
       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-GAP-IN PIC X(10).
       01 WS-GAP-MINUTES PIC 9(4) VALUE 30.
       01 WS-GAP-SECS PIC 9(6).
       01 WS-NUM-TEXT PIC X(4).
       01 WS-NUM-OUT PIC 9(4).
       01 WS-NUM-I PIC 9(1).
       01 WS-NUM-D PIC 9(1).

      *> ---------------------------------------------------------
      *> One access-log record, split the same way WRITE-ACCESS-LOG
      *> in main.cobol wrote it: "TIMESTAMP METHOD LOCATION PROTO
      *> CODE DOCROOT BYTES VISITOR ..." - nothing past the visitor
      *> id matters here.
      *> ---------------------------------------------------------
       01 WS-LOG-TS PIC X(19).
       01 WS-LOG-TS-R REDEFINES WS-LOG-TS.
           05 FILLER PIC X(11).
           05 WS-LOG-HH PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-LOG-MN PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-LOG-SS PIC 9(2).
       01 WS-LOG-METHOD PIC X(10).
       01 WS-LOG-LOCATION PIC X(80).
       01 WS-LOG-PROTO PIC X(10).
       01 WS-LOG-CODE PIC X(3).
       01 WS-LOG-DOCROOT PIC X(32).
       01 WS-LOG-BYTES PIC X(9).
       01 WS-LOG-VISITOR PIC X(19).
       01 WS-LOG-SECS PIC 9(5).

      *> Page test: the location's last "." or "/", walking back.
       01 WS-LOC-LEN PIC 9(3).
       01 WS-LOC-I PIC 9(3).
       01 WS-LOC-STOP PIC 9(3).
       01 WS-LOC-EXT PIC X(8).
       01 WS-IS-PAGE PIC X(1).
           88 LINE-IS-A-PAGE VALUE 'Y'.

      *> ---------------------------------------------------------
      *> Per-docroot session accumulators.
      *> ---------------------------------------------------------
       01 SITE-COUNT-TOTAL PIC 9(2) VALUE 0.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 10 TIMES INDEXED BY SITE-IDX.
               10 SITE-DOCROOT PIC X(32).
               10 SITE-SESSIONS PIC 9(6).
               10 SITE-PAGES PIC 9(7).
               10 SITE-SECONDS PIC 9(9).
               10 SITE-BOUNCES PIC 9(6).
       01 WS-SITE-I PIC 9(2).
       01 WS-SITE-HIT PIC 9(2).

      *> ---------------------------------------------------------
      *> Sessions still open: one per site and visitor, holding
      *> the first and last page times (seconds into the day), the
      *> page count and the entry and latest page. A full table is
      *> swept of sessions already past the idle gap before a new
      *> one is refused.
      *> ---------------------------------------------------------
       01 OPEN-COUNT PIC 9(4) VALUE 0.
       01 OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 3000 TIMES.
               10 OS-SITE PIC 9(2).
               10 OS-VISITOR PIC X(19).
               10 OS-FIRST-SECS PIC 9(5).
               10 OS-LAST-SECS PIC 9(5).
               10 OS-PAGES PIC 9(5).
               10 OS-ENTRY-PAGE PIC X(80).
               10 OS-LAST-PAGE PIC X(80).
       01 WS-OS-I PIC 9(4).
       01 WS-OS-HIT PIC 9(4).
       01 WS-OS-SWEEP PIC 9(4).
       01 WS-OVERFLOW PIC X(1) VALUE 'N'.

      *> ---------------------------------------------------------
      *> Entry and exit counts per site and page, and page-to-page
      *> transitions, sorted by volume for the report (the same
      *> bubble sort HELLORPT uses).
      *> ---------------------------------------------------------
       01 PAGE-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 PAGE-TABLE.
           05 PAGE-ENTRY OCCURS 500 TIMES.
               10 PG-SITE PIC 9(2).
               10 PG-NAME PIC X(80).
               10 PG-ENTRIES PIC 9(6).
               10 PG-EXITS PIC 9(6).
       01 WS-PG-I PIC 9(3).
       01 WS-PG-HIT PIC 9(3).
       01 WS-PG-NAME PIC X(80).
       01 WS-SWAP-PAGE PIC X(94).

       01 TRAN-COUNT-TOTAL PIC 9(4) VALUE 0.
       01 TRAN-TABLE.
           05 TRAN-ENTRY OCCURS 1000 TIMES.
               10 TR-SITE PIC 9(2).
               10 TR-FROM PIC X(80).
               10 TR-TO PIC X(80).
               10 TR-COUNT PIC 9(6).
       01 WS-TR-I PIC 9(4).
       01 WS-TR-HIT PIC 9(4).
       01 WS-SWAP-TRAN PIC X(168).

       01 WS-SORT-I PIC 9(4).
       01 WS-SORT-J PIC 9(4).
       01 WS-SORT-KEY PIC X(1).
       01 WS-PRINTED PIC 9(2).

      *> Averages for the site block.
       01 WS-AVG-PAGES PIC 9(5)V9.
       01 WS-AVG-PAGES-OUT PIC ZZZZ9.9.
       01 WS-AVG-SECS PIC 9(6).
       01 WS-AVG-MINS PIC 9(4).
       01 WS-AVG-REM PIC 9(2).

      PROCEDURE DIVISION.
       MOVE SPACES TO WS-RPT-DATE.
       ACCEPT WS-RPT-DATE.
       IF WS-RPT-DATE = SPACES
           ACCEPT WS-TODAY-DATE FROM DATE
           STRING "20" WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RPT-DATE
           END-STRING
       END-IF.
       MOVE SPACES TO WS-GAP-IN.
       ACCEPT WS-GAP-IN.
       IF WS-GAP-IN IS NOT EQUAL TO SPACES
           MOVE WS-GAP-IN(1:4) TO WS-NUM-TEXT
           PERFORM PARSE-ONE-NUMBER
           IF WS-NUM-OUT > 0
               MOVE WS-NUM-OUT TO WS-GAP-MINUTES
           END-IF
       END-IF.
       COMPUTE WS-GAP-SECS = WS-GAP-MINUTES * 60.

       MOVE SPACES TO ACCESS-LOG-FILE.
       STRING "logarch/access-" DELIMITED BY SIZE
           WS-RPT-DATE(1:7) DELIMITED BY SIZE
           ".log" DELIMITED BY SIZE
           INTO ACCESS-LOG-FILE
       END-STRING.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE CUT-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE LIVE-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.
       IF WS-FILES-READ = 0
           DISPLAY "HELLONAV: no access log or archive for "
               WS-RPT-DATE
           STOP RUN
       END-IF.

      *> Whatever is still open ended with the day.
       PERFORM CLOSE-ONE-SESSION
           VARYING WS-OS-I FROM 1 BY 1 UNTIL WS-OS-I > OPEN-COUNT.
       MOVE 0 TO OPEN-COUNT.

       PERFORM PRINT-REPORT.
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

       TALLY-ONE-LOG-FILE.
           OPEN INPUT ACCESS-LOG.
           IF LOG-STATUS IS NOT EQUAL TO '00'
               CONTINUE
           ELSE
               ADD 1 TO WS-FILES-READ
               MOVE 'N' TO WS-EOF
               PERFORM READ-LOG-RECORD UNTIL WS-EOF = 'Y'
               CLOSE ACCESS-LOG
           END-IF.

       READ-LOG-RECORD.
           READ ACCESS-LOG INTO WS-LOG-LINE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM PROCESS-LOG-LINE THRU PROCESS-LOG-EXIT
           END-READ.

      *> ---------------------------------------------------------
      *> PROCESS-LOG-LINE - split one access-log line and keep only
      *> the report date's page views that carry a docroot and a
      *> visitor id; each one extends or starts its visitor's
      *> session.
      *> ---------------------------------------------------------
       PROCESS-LOG-LINE.
           MOVE SPACES TO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
               WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT,
               WS-LOG-BYTES, WS-LOG-VISITOR.
           UNSTRING WS-LOG-LINE DELIMITED BY SPACE
               INTO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
                    WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT,
                    WS-LOG-BYTES, WS-LOG-VISITOR
           END-UNSTRING.
           IF WS-LOG-TS(1:10) IS NOT EQUAL TO WS-RPT-DATE
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-DOCROOT = SPACES OR WS-LOG-DOCROOT = "-"
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-VISITOR = SPACES OR WS-LOG-VISITOR = "-"
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-METHOD IS NOT EQUAL TO "GET"
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-CODE IS NOT EQUAL TO "200"
               AND WS-LOG-CODE IS NOT EQUAL TO "304"
               GO TO PROCESS-LOG-EXIT
           END-IF.
           PERFORM CHECK-PAGE-LOCATION.
           IF NOT LINE-IS-A-PAGE
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-HH IS NOT NUMERIC OR WS-LOG-MN IS NOT NUMERIC
               OR WS-LOG-SS IS NOT NUMERIC
               GO TO PROCESS-LOG-EXIT
           END-IF.
           COMPUTE WS-LOG-SECS
               = WS-LOG-HH * 3600 + WS-LOG-MN * 60 + WS-LOG-SS.
           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-HIT = 0
               GO TO PROCESS-LOG-EXIT
           END-IF.
           PERFORM TRACK-PAGE-VIEW THRU TRACK-PAGE-VIEW-EXIT.

       PROCESS-LOG-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> CHECK-PAGE-LOCATION - walk back from the end of the
      *> location to the last "." or "/": a "/" (or the start)
      *> first means no extension, a "." first means the extension
      *> decides.
      *> ---------------------------------------------------------
       CHECK-PAGE-LOCATION.
           MOVE 'Y' TO WS-IS-PAGE.
           MOVE 0 TO WS-LOC-LEN.
           INSPECT WS-LOG-LOCATION TALLYING WS-LOC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-LOC-LEN TO WS-LOC-I.
           MOVE 0 TO WS-LOC-STOP.
           PERFORM SCAN-FOR-DOT-OR-SLASH
               UNTIL WS-LOC-I = 0 OR WS-LOC-STOP > 0.
           IF WS-LOC-STOP > 0
               IF WS-LOG-LOCATION(WS-LOC-STOP:1) = "."
                   MOVE SPACES TO WS-LOC-EXT
                   MOVE WS-LOG-LOCATION(WS-LOC-STOP + 1:) TO WS-LOC-EXT
                   INSPECT WS-LOC-EXT CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                       "abcdefghijklmnopqrstuvwxyz"
                   IF WS-LOC-EXT IS NOT EQUAL TO "html"
                       AND WS-LOC-EXT IS NOT EQUAL TO "htm"
                       MOVE 'N' TO WS-IS-PAGE
                   END-IF
               END-IF
           END-IF.

       SCAN-FOR-DOT-OR-SLASH.
           IF WS-LOG-LOCATION(WS-LOC-I:1) = "."
               OR WS-LOG-LOCATION(WS-LOC-I:1) = "/"
               MOVE WS-LOC-I TO WS-LOC-STOP
           ELSE
               SUBTRACT 1 FROM WS-LOC-I
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-SITE-ENTRY - locate (or open) the accumulator slot for
      *> WS-LOG-DOCROOT, leaving it in WS-SITE-HIT (0 = table full).
      *> ---------------------------------------------------------
       FIND-SITE-ENTRY.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM CHECK-ONE-SITE-ENTRY
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL OR WS-SITE-HIT > 0.
           IF WS-SITE-HIT = 0 AND SITE-COUNT-TOTAL < 10
               ADD 1 TO SITE-COUNT-TOTAL
               INITIALIZE SITE-ENTRY(SITE-COUNT-TOTAL)
               MOVE WS-LOG-DOCROOT TO SITE-DOCROOT(SITE-COUNT-TOTAL)
               MOVE SITE-COUNT-TOTAL TO WS-SITE-HIT
           END-IF.

       CHECK-ONE-SITE-ENTRY.
           IF SITE-DOCROOT(WS-SITE-I) = WS-LOG-DOCROOT
               MOVE WS-SITE-I TO WS-SITE-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> TRACK-PAGE-VIEW - the visitor's open session on this site
      *> either takes the page (a transition from its latest page)
      *> or, past the idle gap, is closed and a new one started in
      *> its slot.
      *> ---------------------------------------------------------
       TRACK-PAGE-VIEW.
           MOVE 0 TO WS-OS-HIT.
           PERFORM CHECK-ONE-OPEN-SESSION
               VARYING WS-OS-I FROM 1 BY 1
               UNTIL WS-OS-I > OPEN-COUNT OR WS-OS-HIT > 0.
           IF WS-OS-HIT > 0
               IF WS-LOG-SECS > OS-LAST-SECS(WS-OS-HIT) + WS-GAP-SECS
                   MOVE WS-OS-HIT TO WS-OS-I
                   PERFORM CLOSE-ONE-SESSION
                   PERFORM START-ONE-SESSION
               ELSE
                   IF WS-LOG-LOCATION
                       IS NOT EQUAL TO OS-LAST-PAGE(WS-OS-HIT)
                       ADD 1 TO OS-PAGES(WS-OS-HIT)
                       PERFORM TALLY-TRANSITION
                       MOVE WS-LOG-LOCATION TO OS-LAST-PAGE(WS-OS-HIT)
                   END-IF
                   MOVE WS-LOG-SECS TO OS-LAST-SECS(WS-OS-HIT)
               END-IF
               GO TO TRACK-PAGE-VIEW-EXIT
           END-IF.
           IF OPEN-COUNT >= 3000
               PERFORM SWEEP-IDLE-SESSIONS
           END-IF.
           IF OPEN-COUNT >= 3000
               MOVE 'Y' TO WS-OVERFLOW
               GO TO TRACK-PAGE-VIEW-EXIT
           END-IF.
           ADD 1 TO OPEN-COUNT.
           MOVE OPEN-COUNT TO WS-OS-HIT.
           PERFORM START-ONE-SESSION.

       TRACK-PAGE-VIEW-EXIT.
           EXIT.

       CHECK-ONE-OPEN-SESSION.
           IF OS-SITE(WS-OS-I) = WS-SITE-HIT
               AND OS-VISITOR(WS-OS-I) = WS-LOG-VISITOR
               MOVE WS-OS-I TO WS-OS-HIT
           END-IF.

       START-ONE-SESSION.
           MOVE WS-SITE-HIT TO OS-SITE(WS-OS-HIT).
           MOVE WS-LOG-VISITOR TO OS-VISITOR(WS-OS-HIT).
           MOVE WS-LOG-SECS TO OS-FIRST-SECS(WS-OS-HIT).
           MOVE WS-LOG-SECS TO OS-LAST-SECS(WS-OS-HIT).
           MOVE 1 TO OS-PAGES(WS-OS-HIT).
           MOVE WS-LOG-LOCATION TO OS-ENTRY-PAGE(WS-OS-HIT).
           MOVE WS-LOG-LOCATION TO OS-LAST-PAGE(WS-OS-HIT).

      *> ---------------------------------------------------------
      *> SWEEP-IDLE-SESSIONS - close every open session already
      *> past the idle gap at this line's time and pack the table
      *> down over the freed slots.
      *> ---------------------------------------------------------
       SWEEP-IDLE-SESSIONS.
           MOVE 0 TO WS-OS-SWEEP.
           PERFORM SWEEP-ONE-SESSION
               VARYING WS-OS-I FROM 1 BY 1 UNTIL WS-OS-I > OPEN-COUNT.
           MOVE WS-OS-SWEEP TO OPEN-COUNT.

       SWEEP-ONE-SESSION.
           IF WS-LOG-SECS > OS-LAST-SECS(WS-OS-I) + WS-GAP-SECS
               PERFORM CLOSE-ONE-SESSION
           ELSE
               ADD 1 TO WS-OS-SWEEP
               IF WS-OS-SWEEP < WS-OS-I
                   MOVE OPEN-ENTRY(WS-OS-I) TO OPEN-ENTRY(WS-OS-SWEEP)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CLOSE-ONE-SESSION - session WS-OS-I is over: charge it to
      *> its site, its entry page and its exit page.
      *> ---------------------------------------------------------
       CLOSE-ONE-SESSION.
           MOVE OS-SITE(WS-OS-I) TO WS-SITE-I.
           ADD 1 TO SITE-SESSIONS(WS-SITE-I).
           ADD OS-PAGES(WS-OS-I) TO SITE-PAGES(WS-SITE-I).
           COMPUTE SITE-SECONDS(WS-SITE-I) = SITE-SECONDS(WS-SITE-I)
               + OS-LAST-SECS(WS-OS-I) - OS-FIRST-SECS(WS-OS-I).
           IF OS-PAGES(WS-OS-I) = 1
               ADD 1 TO SITE-BOUNCES(WS-SITE-I)
           END-IF.
           MOVE OS-ENTRY-PAGE(WS-OS-I) TO WS-PG-NAME.
           PERFORM FIND-PAGE-ENTRY.
           IF WS-PG-HIT > 0
               ADD 1 TO PG-ENTRIES(WS-PG-HIT)
           END-IF.
           MOVE OS-LAST-PAGE(WS-OS-I) TO WS-PG-NAME.
           PERFORM FIND-PAGE-ENTRY.
           IF WS-PG-HIT > 0
               ADD 1 TO PG-EXITS(WS-PG-HIT)
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-PAGE-ENTRY - locate (or open) the entry/exit slot for
      *> site WS-SITE-I and page WS-PG-NAME (0 = table full).
      *> ---------------------------------------------------------
       FIND-PAGE-ENTRY.
           MOVE 0 TO WS-PG-HIT.
           PERFORM CHECK-ONE-PAGE-ENTRY
               VARYING WS-PG-I FROM 1 BY 1
               UNTIL WS-PG-I > PAGE-COUNT-TOTAL OR WS-PG-HIT > 0.
           IF WS-PG-HIT = 0 AND PAGE-COUNT-TOTAL < 500
               ADD 1 TO PAGE-COUNT-TOTAL
               MOVE WS-SITE-I TO PG-SITE(PAGE-COUNT-TOTAL)
               MOVE WS-PG-NAME TO PG-NAME(PAGE-COUNT-TOTAL)
               MOVE 0 TO PG-ENTRIES(PAGE-COUNT-TOTAL)
               MOVE 0 TO PG-EXITS(PAGE-COUNT-TOTAL)
               MOVE PAGE-COUNT-TOTAL TO WS-PG-HIT
           END-IF.

       CHECK-ONE-PAGE-ENTRY.
           IF PG-SITE(WS-PG-I) = WS-SITE-I
               AND PG-NAME(WS-PG-I) = WS-PG-NAME
               MOVE WS-PG-I TO WS-PG-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> TALLY-TRANSITION - one more move from session WS-OS-HIT's
      *> latest page to WS-LOG-LOCATION.
      *> ---------------------------------------------------------
       TALLY-TRANSITION.
           MOVE 0 TO WS-TR-HIT.
           PERFORM CHECK-ONE-TRANSITION
               VARYING WS-TR-I FROM 1 BY 1
               UNTIL WS-TR-I > TRAN-COUNT-TOTAL OR WS-TR-HIT > 0.
           IF WS-TR-HIT > 0
               ADD 1 TO TR-COUNT(WS-TR-HIT)
           ELSE
               IF TRAN-COUNT-TOTAL < 1000
                   ADD 1 TO TRAN-COUNT-TOTAL
                   MOVE WS-SITE-HIT TO TR-SITE(TRAN-COUNT-TOTAL)
                   MOVE OS-LAST-PAGE(WS-OS-HIT)
                       TO TR-FROM(TRAN-COUNT-TOTAL)
                   MOVE WS-LOG-LOCATION TO TR-TO(TRAN-COUNT-TOTAL)
                   MOVE 1 TO TR-COUNT(TRAN-COUNT-TOTAL)
               END-IF
           END-IF.

       CHECK-ONE-TRANSITION.
           IF TR-SITE(WS-TR-I) = WS-SITE-HIT
               AND TR-FROM(WS-TR-I) = OS-LAST-PAGE(WS-OS-HIT)
               AND TR-TO(WS-TR-I) = WS-LOG-LOCATION
               MOVE WS-TR-I TO WS-TR-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> SORT-PAGE-TABLE / SORT-TRAN-TABLE - plain bubble sort,
      *> worst to first; the page table is sorted once on entries
      *> (WS-SORT-KEY 'E') and again on exits ('X').
      *> ---------------------------------------------------------
       SORT-PAGE-TABLE.
           PERFORM SORT-PAGE-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > PAGE-COUNT-TOTAL - WS-SORT-I.

       SORT-PAGE-INNER.
           IF WS-SORT-KEY = 'E'
               IF PG-ENTRIES(WS-SORT-J) < PG-ENTRIES(WS-SORT-J + 1)
                   PERFORM SWAP-PAGE-ENTRIES
               END-IF
           ELSE
               IF PG-EXITS(WS-SORT-J) < PG-EXITS(WS-SORT-J + 1)
                   PERFORM SWAP-PAGE-ENTRIES
               END-IF
           END-IF.

       SWAP-PAGE-ENTRIES.
           MOVE PAGE-ENTRY(WS-SORT-J) TO WS-SWAP-PAGE.
           MOVE PAGE-ENTRY(WS-SORT-J + 1) TO PAGE-ENTRY(WS-SORT-J).
           MOVE WS-SWAP-PAGE TO PAGE-ENTRY(WS-SORT-J + 1).

       SORT-TRAN-TABLE.
           PERFORM SORT-TRAN-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > TRAN-COUNT-TOTAL - WS-SORT-I.

       SORT-TRAN-INNER.
           IF TR-COUNT(WS-SORT-J) < TR-COUNT(WS-SORT-J + 1)
               MOVE TRAN-ENTRY(WS-SORT-J) TO WS-SWAP-TRAN
               MOVE TRAN-ENTRY(WS-SORT-J + 1) TO TRAN-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-TRAN TO TRAN-ENTRY(WS-SORT-J + 1)
           END-IF.

      *> ---------------------------------------------------------
      *> PRINT-REPORT - one block per docroot: the session figures,
      *> then the top ten entry pages, exit pages and transitions.
      *> The page table is re-sorted between the entry and exit
      *> lists, so each list is printed across all sites in one
      *> sorted order.
      *> ---------------------------------------------------------
       PRINT-REPORT.
           DISPLAY "===== HELLONAV: visitor session and navigation "
               "report =====".
           DISPLAY "Report date: " WS-RPT-DATE
               "  idle gap: " WS-GAP-MINUTES " minute(s)".
           IF WS-OVERFLOW = 'Y'
               DISPLAY "NOTE: more visitors were active at once than"
                   " the report can follow - some page views are"
                   " not counted"
           END-IF.
           IF SITE-COUNT-TOTAL = 0
               DISPLAY " "
               DISPLAY "No page views recorded for this date."
           END-IF.
           PERFORM SORT-TRAN-TABLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= TRAN-COUNT-TOTAL.
           PERFORM PRINT-ONE-SITE-BLOCK
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL.

       PRINT-ONE-SITE-BLOCK.
           DISPLAY " ".
           DISPLAY "Site: " SITE-DOCROOT(WS-SITE-I).
           MOVE 0 TO WS-AVG-PAGES.
           MOVE 0 TO WS-AVG-SECS.
           IF SITE-SESSIONS(WS-SITE-I) > 0
               COMPUTE WS-AVG-PAGES ROUNDED = SITE-PAGES(WS-SITE-I)
                   / SITE-SESSIONS(WS-SITE-I)
               COMPUTE WS-AVG-SECS ROUNDED = SITE-SECONDS(WS-SITE-I)
                   / SITE-SESSIONS(WS-SITE-I)
           END-IF.
           MOVE WS-AVG-PAGES TO WS-AVG-PAGES-OUT.
           DIVIDE WS-AVG-SECS BY 60
               GIVING WS-AVG-MINS REMAINDER WS-AVG-REM.
           DISPLAY "  Sessions: " SITE-SESSIONS(WS-SITE-I)
               "  Page views: " SITE-PAGES(WS-SITE-I)
               "  Bounces: " SITE-BOUNCES(WS-SITE-I).
           DISPLAY "  Average pages per session: " WS-AVG-PAGES-OUT
               "  Average duration: " WS-AVG-MINS "m "
               WS-AVG-REM "s".

           MOVE 'E' TO WS-SORT-KEY.
           PERFORM SORT-PAGE-TABLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= PAGE-COUNT-TOTAL.
           DISPLAY "  Top entry pages:".
           MOVE 0 TO WS-PRINTED.
           PERFORM PRINT-ONE-ENTRY-LINE
               VARYING WS-PG-I FROM 1 BY 1
               UNTIL WS-PG-I > PAGE-COUNT-TOTAL OR WS-PRINTED >= 10.
           IF WS-PRINTED = 0
               DISPLAY "    (none)"
           END-IF.

           MOVE 'X' TO WS-SORT-KEY.
           PERFORM SORT-PAGE-TABLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= PAGE-COUNT-TOTAL.
           DISPLAY "  Top exit pages:".
           MOVE 0 TO WS-PRINTED.
           PERFORM PRINT-ONE-EXIT-LINE
               VARYING WS-PG-I FROM 1 BY 1
               UNTIL WS-PG-I > PAGE-COUNT-TOTAL OR WS-PRINTED >= 10.
           IF WS-PRINTED = 0
               DISPLAY "    (none)"
           END-IF.

           DISPLAY "  Most common transitions:".
           MOVE 0 TO WS-PRINTED.
           PERFORM PRINT-ONE-TRAN-LINE
               VARYING WS-TR-I FROM 1 BY 1
               UNTIL WS-TR-I > TRAN-COUNT-TOTAL OR WS-PRINTED >= 10.
           IF WS-PRINTED = 0
               DISPLAY "    (none - every session was one page)"
           END-IF.

       PRINT-ONE-ENTRY-LINE.
           IF PG-SITE(WS-PG-I) = WS-SITE-I
               AND PG-ENTRIES(WS-PG-I) > 0
               ADD 1 TO WS-PRINTED
               DISPLAY "    " PG-NAME(WS-PG-I)(1:50) " "
                   PG-ENTRIES(WS-PG-I)
           END-IF.

       PRINT-ONE-EXIT-LINE.
           IF PG-SITE(WS-PG-I) = WS-SITE-I
               AND PG-EXITS(WS-PG-I) > 0
               ADD 1 TO WS-PRINTED
               DISPLAY "    " PG-NAME(WS-PG-I)(1:50) " "
                   PG-EXITS(WS-PG-I)
           END-IF.

       PRINT-ONE-TRAN-LINE.
           IF TR-SITE(WS-TR-I) = WS-SITE-I
               ADD 1 TO WS-PRINTED
               DISPLAY "    " TR-FROM(WS-TR-I)(1:30) " -> "
                   TR-TO(WS-TR-I)(1:30) " " TR-COUNT(WS-TR-I)
           END-IF.
