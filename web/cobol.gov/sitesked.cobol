      IDENTIFICATION DIVISION.
      PROGRAM-ID. SITESKED.

      *> ---------------------------------------------------------
      *> SITESKED - upcoming content changes, for the web team's
      *> sign-off: what SITEDEPL's scheduled run is going to put
      *> live or take down over the next few days, across every
      *> docroot the server fronts. Run it with the number of days
      *> to look ahead on the first input line (blank means 7). It
      *> lists, in time order:
      *>     GO-LIVE  a dated drop waiting in staging/<docroot>
      *>              (its manifest's effective line) that has not
      *>              been promoted yet, with its file count,
      *>     EXPIRES  a live page in schedule/<docroot>.exp, or a
      *>              page the waiting drop will give an expiry,
      *>              with the location it will redirect to.
      *> Anything already due is listed as overdue - the scheduled
      *> run has not got to it, or has been refusing it (see
      *> deploy.rej). A schedule line that will not parse is not
      *> listed but counted, since SITEDEPL will reject the drop
      *> that carries it. The schedule files are read exactly as
      *> SITEDEPL (sitedepl.cobol) writes and reads them; keep the
      *> two in step. RETURN-CODE is the overdue count, so the
      *> scheduler can alarm when its own run has fallen behind.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MANIFEST ASSIGN TO MANIFEST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS MANIFEST-STATUS.

           SELECT EXPIRY-SCHED ASSIGN TO EXPIRY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS EXPIRY-STATUS.

           SELECT PUBLISHED-CTL ASSIGN TO PUBLISHED-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS PUBLISHED-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD MANIFEST.
       01 MANIFEST-REC PIC X(160).

       FD EXPIRY-SCHED.
       01 EXPIRY-REC PIC X(170).

       FD PUBLISHED-CTL.
       01 PUBLISHED-REC PIC X(80).

         WORKING-STORAGE SECTION.
       01 MANIFEST-FILE PIC X(256).
       01 MANIFEST-STATUS PIC X(2).
       01 EXPIRY-FILE PIC X(256).
       01 EXPIRY-STATUS PIC X(2).
       01 PUBLISHED-FILE PIC X(256).
       01 PUBLISHED-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.

      *> The vhost table comes from the same server configuration
      *> file HELLO reads, via CONFLOAD (confload.cobol).
       01 WS-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       COPY "VHOSTTBL.cpy".

       01 WS-DAYS-IN PIC X(10).
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 7.
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
       01 WS-NOW PIC X(16).
       01 WS-TODAY-DAY PIC 9(7).
       01 WS-LAST-DAY PIC 9(7).

      *> ---------------------------------------------------------
      *> Day numbers: a running count of days (any fixed origin
      *> will do) so a date can be compared with today plus the
      *> look-ahead across a month end. March-based, so the leap
      *> day falls last. The same reckoning as HELLOAVL's.
      *> ---------------------------------------------------------
       01 WS-DN-YYYY PIC 9(4).
       01 WS-DN-MM PIC 9(2).
       01 WS-DN-DD PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-M PIC 9(2).
       01 WS-DN-Q4 PIC 9(4).
       01 WS-DN-Q100 PIC 9(4).
       01 WS-DN-Q400 PIC 9(4).
       01 WS-DN-T PIC 9(5).
       01 WS-DN-QM PIC 9(4).
       01 WS-DN-DAYS PIC 9(7).

      *> The docroots to look at, the default docroot first.
       01 SITE-COUNT-TOTAL PIC 9(2) VALUE 0.
       01 SITE-TABLE.
           05 SITE-DOCROOT PIC X(32) OCCURS 20 TIMES.
       01 WS-SITE-I PIC 9(2).
       01 WS-SITE-HIT PIC 9(2).
       01 WS-DOCROOT PIC X(32).

      *> ---------------------------------------------------------
      *> One docroot's staging drop, as SITEDEPL reads it: the
      *> file count, the effective time, and the expires lines
      *> held until it is known whether the drop is dated and
      *> still waiting.
      *> ---------------------------------------------------------
       01 WS-DROP-FILES PIC 9(3).
       01 WS-EFFECTIVE PIC X(16).
       01 WS-EFFECTIVE-OK PIC X(1).
       01 WS-PUBLISHED PIC X(16).
       01 DX-TOTAL PIC 9(3).
       01 DX-TABLE.
           05 DX-ENTRY OCCURS 50 TIMES.
               10 DX-STAMP PIC X(16).
               10 DX-NAME PIC X(64).
               10 DX-TARGET PIC X(80).
       01 WS-DX-I PIC 9(3).
       01 WS-MF-WORD PIC X(16).
       01 WS-MF-STAMP PIC X(16).
       01 WS-EXP-NAME PIC X(64).
       01 WS-EXP-TARGET PIC X(80).
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
       01 WS-UNREADABLE PIC 9(3) VALUE 0.

      *> ---------------------------------------------------------
      *> The report's items, gathered from every docroot and then
      *> printed earliest first (UP-PRINTED marks the ones done).
      *> ---------------------------------------------------------
       01 UP-TOTAL PIC 9(3) VALUE 0.
       01 UP-TABLE.
           05 UP-ENTRY OCCURS 500 TIMES.
               10 UP-STAMP PIC X(16).
               10 UP-KIND PIC X(8).
               10 UP-DOCROOT PIC X(32).
               10 UP-DETAIL PIC X(120).
               10 UP-PRINTED PIC X(1).
       01 WS-UP-I PIC 9(3).
       01 WS-UP-NEXT PIC 9(3).
       01 WS-UP-DROPPED PIC 9(3) VALUE 0.
       01 WS-NEW-STAMP PIC X(16).
       01 WS-NEW-KIND PIC X(8).
       01 WS-NEW-DETAIL PIC X(120).
       01 WS-DETAIL-PTR PIC 9(3).
       01 WS-GO-LIVES PIC 9(3) VALUE 0.
       01 WS-EXPIRIES PIC 9(3) VALUE 0.
       01 WS-OVERDUE PIC 9(3) VALUE 0.
       01 WS-OVERDUE-MARK PIC X(8).

      PROCEDURE DIVISION.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
       CALL "CONFLOAD" USING WS-CONFIG-FILE VHOST-CONFIG
           OMITTED OMITTED OMITTED OMITTED
           ON EXCEPTION CONTINUE
       END-CALL.
       MOVE 0 TO RETURN-CODE.
       MOVE SPACES TO WS-DAYS-IN.
       ACCEPT WS-DAYS-IN.
       IF WS-DAYS-IN IS NOT EQUAL TO SPACES
           MOVE WS-DAYS-IN(1:4) TO WS-NUM-TEXT
           PERFORM PARSE-ONE-NUMBER
           IF WS-NUM-OUT > 0 AND WS-NUM-OUT < 1000
               MOVE WS-NUM-OUT TO WS-DAYS-AHEAD
           END-IF
       END-IF.

       ACCEPT WS-TODAY-DATE FROM DATE.
       ACCEPT WS-TODAY-TIME FROM TIME.
       MOVE SPACES TO WS-NOW.
       STRING "20" WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
           "T" WS-TODAY-HH ":" WS-TODAY-MN
           DELIMITED BY SIZE INTO WS-NOW
       END-STRING.
       COMPUTE WS-DN-YYYY = 2000 + WS-TODAY-YY.
       MOVE WS-TODAY-MM TO WS-DN-MM.
       MOVE WS-TODAY-DD TO WS-DN-DD.
       PERFORM COMPUTE-DAY-NUMBER.
       MOVE WS-DN-DAYS TO WS-TODAY-DAY.
       COMPUTE WS-LAST-DAY = WS-TODAY-DAY + WS-DAYS-AHEAD.

       PERFORM LOAD-SITE-TABLE.
       PERFORM GATHER-ONE-SITE
           VARYING WS-SITE-I FROM 1 BY 1
           UNTIL WS-SITE-I > SITE-COUNT-TOTAL.
       PERFORM PRINT-UPCOMING.
       MOVE WS-OVERDUE TO RETURN-CODE.
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

       COMPUTE-DAY-NUMBER.
           IF WS-DN-MM <= 2
               COMPUTE WS-DN-Y = WS-DN-YYYY - 1
               COMPUTE WS-DN-M = WS-DN-MM + 12
           ELSE
               MOVE WS-DN-YYYY TO WS-DN-Y
               MOVE WS-DN-MM TO WS-DN-M
           END-IF.
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-T = 153 * (WS-DN-M - 3) + 2.
           DIVIDE WS-DN-T BY 5 GIVING WS-DN-QM.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
               + WS-DN-Q400 + WS-DN-QM + WS-DN-DD.

      *> ---------------------------------------------------------
      *> LOAD-SITE-TABLE - every docroot the server fronts, once
      *> each, the default docroot first.
      *> ---------------------------------------------------------
       LOAD-SITE-TABLE.
           MOVE VHOST-DEFAULT-DOCROOT TO WS-DOCROOT.
           PERFORM ADD-SITE-ENTRY.
           PERFORM ADD-ONE-VHOST-SITE
               VARYING VHOST-IDX FROM 1 BY 1
               UNTIL VHOST-IDX > VHOST-COUNT.

       ADD-ONE-VHOST-SITE.
           MOVE VHOST-DOCROOT(VHOST-IDX) TO WS-DOCROOT.
           PERFORM ADD-SITE-ENTRY.

       ADD-SITE-ENTRY.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM CHECK-ONE-SITE-ENTRY
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL OR WS-SITE-HIT > 0.
           IF WS-SITE-HIT = 0 AND SITE-COUNT-TOTAL < 20
               ADD 1 TO SITE-COUNT-TOTAL
               MOVE WS-DOCROOT TO SITE-DOCROOT(SITE-COUNT-TOTAL)
           END-IF.

       CHECK-ONE-SITE-ENTRY.
           IF SITE-DOCROOT(WS-SITE-I) = WS-DOCROOT
               MOVE WS-SITE-I TO WS-SITE-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> GATHER-ONE-SITE - the docroot's waiting dated drop (only
      *> when its effective time is not the one SITEDEPL last
      *> promoted) with the expiries it brings, then the expiries
      *> already standing for its live pages.
      *> ---------------------------------------------------------
       GATHER-ONE-SITE.
           MOVE SITE-DOCROOT(WS-SITE-I) TO WS-DOCROOT.
           PERFORM LOAD-STAGING-DROP.
           PERFORM LOAD-PUBLISHED-MARK.
           IF WS-EFFECTIVE-OK = 'N'
               ADD 1 TO WS-UNREADABLE
           END-IF.
           IF WS-DROP-FILES > 0 AND WS-EFFECTIVE-OK = 'Y'
               AND WS-EFFECTIVE IS NOT EQUAL TO SPACES
               AND WS-EFFECTIVE IS NOT EQUAL TO WS-PUBLISHED
               PERFORM NOTE-WAITING-DROP
               PERFORM NOTE-ONE-DROP-EXPIRY
                   VARYING WS-DX-I FROM 1 BY 1 UNTIL WS-DX-I > DX-TOTAL
           END-IF.
           PERFORM LOAD-STANDING-EXPIRIES.

       LOAD-STAGING-DROP.
           MOVE 0 TO WS-DROP-FILES, DX-TOTAL.
           MOVE SPACES TO WS-EFFECTIVE.
           MOVE 'Y' TO WS-EFFECTIVE-OK.
           MOVE SPACES TO MANIFEST-FILE.
           STRING "staging/" DELIMITED BY SIZE
               WS-DOCROOT DELIMITED BY SPACE
               "/manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-FILE
           END-STRING.
           OPEN INPUT MANIFEST.
           IF MANIFEST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-MANIFEST-LINE UNTIL WS-EOF = 'Y'
               CLOSE MANIFEST
           END-IF.

       LOAD-ONE-MANIFEST-LINE.
           READ MANIFEST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN MANIFEST-REC = SPACES
                           CONTINUE
                       WHEN MANIFEST-REC(1:10) = "effective "
                           MOVE SPACES TO WS-MF-WORD, WS-MF-STAMP
                           UNSTRING MANIFEST-REC DELIMITED BY ALL " "
                               INTO WS-MF-WORD, WS-MF-STAMP
                           END-UNSTRING
                           MOVE WS-MF-STAMP TO WS-CHK-STAMP
                           PERFORM CHECK-SCHEDULE-STAMP
                           MOVE WS-CHK-STAMP TO WS-EFFECTIVE
                           IF WS-STAMP-OK = 'N'
                               MOVE 'N' TO WS-EFFECTIVE-OK
                           END-IF
                       WHEN MANIFEST-REC(1:8) = "expires "
                           PERFORM LOAD-ONE-DROP-EXPIRY
                       WHEN OTHER
                           ADD 1 TO WS-DROP-FILES
                   END-EVALUATE
           END-READ.

       LOAD-ONE-DROP-EXPIRY.
           MOVE SPACES TO WS-MF-WORD, WS-MF-STAMP, WS-EXP-NAME,
               WS-EXP-TARGET.
           UNSTRING MANIFEST-REC DELIMITED BY ALL " "
               INTO WS-MF-WORD, WS-MF-STAMP, WS-EXP-NAME,
                   WS-EXP-TARGET
           END-UNSTRING.
           MOVE WS-MF-STAMP TO WS-CHK-STAMP.
           PERFORM CHECK-SCHEDULE-STAMP.
           IF WS-STAMP-OK = 'N'
               ADD 1 TO WS-UNREADABLE
           ELSE
               IF DX-TOTAL < 50
                   ADD 1 TO DX-TOTAL
                   MOVE WS-CHK-STAMP TO DX-STAMP(DX-TOTAL)
                   MOVE WS-EXP-NAME TO DX-NAME(DX-TOTAL)
                   MOVE WS-EXP-TARGET TO DX-TARGET(DX-TOTAL)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-SCHEDULE-STAMP - WS-CHK-STAMP must be a real
      *> "yyyy-mm-ddThh:mm"; a date alone is taken as 00:00. The
      *> same test SITEDEPL applies.
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

       LOAD-PUBLISHED-MARK.
           MOVE SPACES TO WS-PUBLISHED, PUBLISHED-FILE.
           STRING "schedule/" DELIMITED BY SIZE
               WS-DOCROOT DELIMITED BY SPACE
               ".pub" DELIMITED BY SIZE
               INTO PUBLISHED-FILE
           END-STRING.
           OPEN INPUT PUBLISHED-CTL.
           IF PUBLISHED-STATUS = '00'
               READ PUBLISHED-CTL
                   AT END MOVE SPACES TO PUBLISHED-REC
                   NOT AT END MOVE PUBLISHED-REC(1:16) TO WS-PUBLISHED
               END-READ
               CLOSE PUBLISHED-CTL
           END-IF.

       NOTE-WAITING-DROP.
           MOVE WS-EFFECTIVE TO WS-NEW-STAMP.
           MOVE "GO-LIVE" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "drop of " WS-DROP-FILES " file(s) from staging/"
               DELIMITED BY SIZE
               WS-DOCROOT DELIMITED BY SPACE
               INTO WS-NEW-DETAIL
           END-STRING.
           PERFORM ADD-UPCOMING-ITEM.

       NOTE-ONE-DROP-EXPIRY.
           MOVE DX-STAMP(WS-DX-I) TO WS-NEW-STAMP.
           MOVE DX-NAME(WS-DX-I) TO WS-EXP-NAME.
           MOVE DX-TARGET(WS-DX-I) TO WS-EXP-TARGET.
           PERFORM BUILD-EXPIRY-DETAIL.
           STRING " (set by the waiting drop)" DELIMITED BY SIZE
               INTO WS-NEW-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           PERFORM ADD-UPCOMING-ITEM.

       LOAD-STANDING-EXPIRIES.
           MOVE SPACES TO EXPIRY-FILE.
           STRING "schedule/" DELIMITED BY SIZE
               WS-DOCROOT DELIMITED BY SPACE
               ".exp" DELIMITED BY SIZE
               INTO EXPIRY-FILE
           END-STRING.
           OPEN INPUT EXPIRY-SCHED.
           IF EXPIRY-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-STANDING-EXPIRY UNTIL WS-EOF = 'Y'
               CLOSE EXPIRY-SCHED
           END-IF.

       LOAD-ONE-STANDING-EXPIRY.
           READ EXPIRY-SCHED
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF EXPIRY-REC IS NOT EQUAL TO SPACES
                       MOVE SPACES TO WS-NEW-STAMP, WS-EXP-NAME,
                           WS-EXP-TARGET
                       UNSTRING EXPIRY-REC DELIMITED BY ALL " "
                           INTO WS-NEW-STAMP, WS-EXP-NAME,
                               WS-EXP-TARGET
                       END-UNSTRING
                       PERFORM BUILD-EXPIRY-DETAIL
                       PERFORM ADD-UPCOMING-ITEM
                   END-IF
           END-READ.

       BUILD-EXPIRY-DETAIL.
           MOVE "EXPIRES" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.
           STRING WS-EXP-NAME DELIMITED BY SPACE
               INTO WS-NEW-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING.
           IF WS-EXP-TARGET IS NOT EQUAL TO SPACES
               STRING ", then redirects to " DELIMITED BY SIZE
                   WS-EXP-TARGET DELIMITED BY SPACE
                   INTO WS-NEW-DETAIL WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF.

      *> ---------------------------------------------------------
      *> ADD-UPCOMING-ITEM - keep the item in WS-NEW- if its day
      *> falls no later than the look-ahead's last day; anything
      *> earlier than now is overdue and kept regardless.
      *> ---------------------------------------------------------
       ADD-UPCOMING-ITEM.
           MOVE WS-NEW-STAMP(1:4) TO WS-DN-YYYY.
           MOVE WS-NEW-STAMP(6:2) TO WS-DN-MM.
           MOVE WS-NEW-STAMP(9:2) TO WS-DN-DD.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DN-DAYS <= WS-LAST-DAY
               IF UP-TOTAL < 500
                   ADD 1 TO UP-TOTAL
                   MOVE WS-NEW-STAMP TO UP-STAMP(UP-TOTAL)
                   MOVE WS-NEW-KIND TO UP-KIND(UP-TOTAL)
                   MOVE WS-DOCROOT TO UP-DOCROOT(UP-TOTAL)
                   MOVE WS-NEW-DETAIL TO UP-DETAIL(UP-TOTAL)
                   MOVE 'N' TO UP-PRINTED(UP-TOTAL)
               ELSE
                   ADD 1 TO WS-UP-DROPPED
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> PRINT-UPCOMING - the heading, the items earliest first,
      *> the counts and a line for the web team's sign-off.
      *> ---------------------------------------------------------
       PRINT-UPCOMING.
           DISPLAY "===== SITESKED: scheduled go-lives and expiries "
               "=====".
           DISPLAY "Run at: " WS-NOW "   looking ahead "
               WS-DAYS-AHEAD " day(s)".
           DISPLAY " ".
           IF UP-TOTAL = 0
               DISPLAY "  (nothing scheduled)"
           ELSE
               DISPLAY "When              What     Docroot"
                   "          Detail"
               PERFORM PRINT-NEXT-ITEM UP-TOTAL TIMES
           END-IF.
           DISPLAY " ".
           DISPLAY WS-GO-LIVES " go-live(s), " WS-EXPIRIES
               " expiry(ies), " WS-OVERDUE " overdue".
           IF WS-UP-DROPPED > 0
               DISPLAY "NOTE: " WS-UP-DROPPED " more item(s) not"
                   " listed - shorten the look-ahead"
           END-IF.
           IF WS-UNREADABLE > 0
               DISPLAY "NOTE: " WS-UNREADABLE " schedule line(s) in"
                   " staging will not parse - SITEDEPL will reject"
                   " the drop(s) carrying them"
           END-IF.
           DISPLAY " ".
           DISPLAY "Reviewed for the web team by: "
               "________________________   Date: ____________".

       PRINT-NEXT-ITEM.
           MOVE 0 TO WS-UP-NEXT.
           PERFORM PICK-EARLIER-ITEM
               VARYING WS-UP-I FROM 1 BY 1 UNTIL WS-UP-I > UP-TOTAL.
           MOVE 'Y' TO UP-PRINTED(WS-UP-NEXT).
           IF UP-KIND(WS-UP-NEXT) = "GO-LIVE"
               ADD 1 TO WS-GO-LIVES
           ELSE
               ADD 1 TO WS-EXPIRIES
           END-IF.
           MOVE SPACES TO WS-OVERDUE-MARK.
           IF UP-STAMP(WS-UP-NEXT) <= WS-NOW
               ADD 1 TO WS-OVERDUE
               MOVE "OVERDUE " TO WS-OVERDUE-MARK
           END-IF.
           DISPLAY UP-STAMP(WS-UP-NEXT) "  " UP-KIND(WS-UP-NEXT) " "
               UP-DOCROOT(WS-UP-NEXT)(1:16) " " WS-OVERDUE-MARK
               UP-DETAIL(WS-UP-NEXT)(1:100).

       PICK-EARLIER-ITEM.
           IF UP-PRINTED(WS-UP-I) = 'N'
               IF WS-UP-NEXT = 0
                   MOVE WS-UP-I TO WS-UP-NEXT
               ELSE
                   IF UP-STAMP(WS-UP-I) < UP-STAMP(WS-UP-NEXT)
                       MOVE WS-UP-I TO WS-UP-NEXT
                   END-IF
               END-IF
           END-IF.
