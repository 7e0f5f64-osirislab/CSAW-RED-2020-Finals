      IDENTIFICATION DIVISION.
      PROGRAM-ID. LINKSCAN.

      *> ---------------------------------------------------------
      *> LINKSCAN - the docroot link checker, CALLed with
      *> LINK-AREA (copybooks/LINKAREA.cpy). It walks a docroot's
      *> .html/.htm pages (the same tree SRCHBLD indexes), pulls
      *> every href= and src= out of them, and resolves each local
      *> one the way HELLO would serve it:
      *>     - the reserved status location is always there,
      *>     - a location in the docroot's redirect list answers
      *>       with the redirect, so the link is reported as
      *>       pointing at a moved location,
      *>     - a first segment with a registered handler is served
      *>       dynamically and is taken as good,
      *>     - a directory ("/" or "sub/") tries the DEFDOC-TABLE
      *>       candidates, a plain name must be a file or else a
      *>       directory holding one of them,
      *>     - anything else would 404 and is reported broken.
      *> Links to other sites (anything with a scheme, or "//"),
      *> same-page "#" anchors and the like are left alone; a link
      *> is checked once per page however often it repeats. On a
      *> whole-docroot check every page that no other page links
      *> to - bar the site's own default document and the targets
      *> of the docroot's redirects - is reported as an orphan.
      *> Given a staging directory instead (SITEDEPL's drop check),
      *> only the drop's manifest pages are read (its effective and
      *> expires schedule lines are not pages), and a link is
      *> good if the drop brings the file or the live docroot
      *> already has it - exactly what the site will serve once
      *> the drop is promoted. Findings go to the caller's file
      *> (copybooks/LINKFIND.cpy), page by page; the tallies come
      *> back in LINK-AREA. RETURN-CODE is 0, or 8 when the
      *> findings file could not be written.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PAGE-LIST ASSIGN TO PAGE-LIST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LIST-STATUS.

           SELECT PAGE-FILE ASSIGN TO PAGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS PAGE-STATUS.

           SELECT MANIFEST ASSIGN TO MANIFEST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS MANIFEST-STATUS.

           SELECT FINDINGS ASSIGN TO FINDINGS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FINDINGS-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD PAGE-LIST.
       01 PAGE-LIST-REC PIC X(160).

       FD PAGE-FILE.
       01 PAGE-FILE-REC PIC X(1024).

       FD MANIFEST.
       01 MANIFEST-REC PIC X(64).

       FD FINDINGS.
       01 FINDINGS-REC PIC X(295).

         WORKING-STORAGE SECTION.
       01 PAGE-LIST-FILE PIC X(256) VALUE "linkscan.tmp".
       01 PAGE-FILE-NAME PIC X(256).
       01 MANIFEST-FILE PIC X(256).
       01 FINDINGS-FILE PIC X(256).
       01 LIST-STATUS PIC X(2).
       01 PAGE-STATUS PIC X(2).
       01 MANIFEST-STATUS PIC X(2).
       01 FINDINGS-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-PAGE-EOF PIC X(1).

      *> The redirect and handler tables come from the same server
      *> configuration file HELLO reads, via CONFLOAD
      *> (confload.cobol), so a link resolves here exactly as a
      *> request for it would.
       01 WS-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       COPY "REDIRTBL.cpy".
       COPY "HANDTBL.cpy".
       COPY "DEFDOCS.cpy".
       COPY "LINKFIND.cpy".

      *> HELLO answers this location itself (SEND-STATUS).
       01 WS-STATUS-LOCATION PIC X(16) VALUE "server-status".

      *> ---------------------------------------------------------
      *> The pages to read: the walk of the live docroot (sorted
      *> byte-wise, so a resolved link finds its page by SEARCH
      *> ALL and can mark it linked) or the drop's manifest pages.
      *> ---------------------------------------------------------
       01 WS-WALK-CMD PIC X(256).
       01 WS-SCAN-ROOT PIC X(120).
       01 WS-ROOT-LEN PIC 9(3).
       01 PG-TOTAL PIC 9(4) VALUE 0.
       01 PG-TABLE.
           05 PG-ENTRY OCCURS 2000 TIMES
               ASCENDING KEY IS PG-NAME
               INDEXED BY PG-IDX.
               10 PG-NAME PIC X(80).
               10 PG-LINKED PIC X(1).
       01 WS-PAGE-I PIC 9(4).

      *> Every file a staging drop brings, pages or not.
       01 DROP-TOTAL PIC 9(3) VALUE 0.
       01 DROP-TABLE.
           05 DROP-NAME PIC X(64) OCCURS 200 TIMES
               INDEXED BY DROP-IDX.
       01 WS-ENTRY-LC PIC X(64).
       01 WS-ENTRY-LEN PIC 9(3).
       01 WS-DOT-COUNT PIC 9(3).

      *> ---------------------------------------------------------
      *> One page's scan: its location and directory, the line
      *> being picked over (a lower-cased copy finds the attribute
      *> names, the value is taken from the original), and the
      *> links already checked on this page.
      *> ---------------------------------------------------------
       01 WS-PAGE-LOC PIC X(80).
       01 WS-PAGE-DIR PIC X(80).
       01 WS-SLASH-POS PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-LINE-LC PIC X(1024).
       01 WS-POS PIC 9(4).
       01 WS-REST-LEN PIC 9(4).
       01 WS-HREF-OFF PIC 9(4).
       01 WS-SRC-OFF PIC 9(4).
       01 WS-ATTR-OFF PIC 9(4).
       01 WS-ATTR-LEN PIC 9(1).
       01 WS-VAL-START PIC 9(4).
       01 WS-VAL-LEN PIC 9(4).
       01 WS-GT-LEN PIC 9(4).
       01 WS-QUOTE PIC X(1).
       01 WS-LINK-RAW PIC X(120).
       01 SEEN-TOTAL PIC 9(3).
       01 SEEN-TABLE.
           05 SEEN-LINK PIC X(120) OCCURS 100 TIMES
               INDEXED BY SEEN-IDX.
       01 WS-SEEN-HIT PIC X(1).

      *> ---------------------------------------------------------
      *> One link's resolution: the path with any "#fragment" or
      *> "?query" dropped, joined to the page's directory unless it
      *> starts at the root, then walked a segment at a time so
      *> "./" and "../" land where a browser would put them.
      *> ---------------------------------------------------------
       01 WS-LINK-PATH PIC X(120).
       01 WS-COLON-OFF PIC 9(3).
       01 WS-SLASH-OFF PIC 9(3).
       01 WS-COMBINED PIC X(200).
       01 WS-COMB-LEN PIC 9(3).
       01 WS-COMB-PTR PIC 9(3).
       01 WS-SEG PIC X(80).
       01 SEG-TOTAL PIC 9(2).
       01 SEG-TABLE.
           05 SEG-NAME PIC X(80) OCCURS 40 TIMES.
       01 WS-SEG-I PIC 9(2).
       01 WS-TGT-PTR PIC 9(3).
       01 WS-ESCAPED PIC X(1).
       01 WS-TOO-LONG PIC X(1).
       01 WS-TRAILING-SLASH PIC X(1).
       01 WS-TARGET-LOC PIC X(80).
       01 WS-TARGET-LEN PIC 9(3).
       01 WS-LOC-SEGMENT PIC X(80).
       01 WS-DIR-PREFIX PIC X(80).
       01 WS-RESOLVED-LOC PIC X(80).
       01 WS-LINK-RESULT PIC X(1).
           88 LINK-IS-GOOD VALUE 'O'.
           88 LINK-IS-BROKEN VALUE 'B'.
           88 LINK-IS-REDIRECTED VALUE 'R'.
       01 WS-REDIR-CODE PIC X(3).
       01 WS-REDIR-NEW PIC X(63).
       01 WS-PROBE-LOC PIC X(80).
       01 WS-PROBE-PATH PIC X(256).
       01 WS-PROBE-HIT PIC X(1).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE PIC X(8) COMP-X.
           05 WS-FI-DD PIC X COMP-X.
           05 WS-FI-MO PIC X COMP-X.
           05 WS-FI-YYYY PIC X(2) COMP-X.
           05 WS-FI-HH PIC X COMP-X.
           05 WS-FI-MI PIC X COMP-X.
           05 WS-FI-SS PIC X COMP-X.
           05 WS-FI-CS PIC X COMP-X.

       LINKAGE SECTION.
       COPY "LINKAREA.cpy".

      PROCEDURE DIVISION USING LINK-AREA.
       MOVE 0 TO LA-PAGES.
       MOVE 0 TO LA-LINKS.
       MOVE 0 TO LA-BROKEN.
       MOVE 0 TO LA-REDIRECTED.
       MOVE 0 TO LA-ORPHANS.
       MOVE 0 TO REDIR-COUNT.
       MOVE 0 TO HANDLER-COUNT.
       CALL "CONFLOAD" USING WS-CONFIG-FILE OMITTED
           REDIR-CONFIG OMITTED OMITTED HANDLER-CONFIG
           ON EXCEPTION CONTINUE
       END-CALL.

       MOVE HIGH-VALUES TO PG-TABLE.
       MOVE 0 TO PG-TOTAL.
       MOVE 0 TO DROP-TOTAL.
       IF LA-STAGING-DIR = SPACES
           MOVE LA-DOCROOT TO WS-SCAN-ROOT
           PERFORM WALK-THE-DOCROOT
       ELSE
           MOVE LA-STAGING-DIR TO WS-SCAN-ROOT
           PERFORM LOAD-DROP-MANIFEST
       END-IF.

       MOVE LA-FINDINGS-FILE TO FINDINGS-FILE.
       OPEN OUTPUT FINDINGS.
       IF FINDINGS-STATUS IS NOT EQUAL TO '00'
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CHECK-ONE-PAGE
           VARYING WS-PAGE-I FROM 1 BY 1 UNTIL WS-PAGE-I > PG-TOTAL.
       IF LA-STAGING-DIR = SPACES
           PERFORM MARK-REDIRECT-TARGET
               VARYING REDIR-IDX FROM 1 BY 1
               UNTIL REDIR-IDX > REDIR-COUNT
           PERFORM REPORT-ONE-ORPHAN
               VARYING WS-PAGE-I FROM 1 BY 1
               UNTIL WS-PAGE-I > PG-TOTAL
       END-IF.
       CLOSE FINDINGS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *> ---------------------------------------------------------
      *> WALK-THE-DOCROOT - spool every .html/.htm path under the
      *> docroot into the work file (byte-order sorted, for the
      *> SEARCH ALL in MARK-PAGE-LINKED) and load the locations.
      *> ---------------------------------------------------------
       WALK-THE-DOCROOT.
           MOVE 0 TO WS-ROOT-LEN.
           INSPECT WS-SCAN-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-WALK-CMD.
           STRING "find " DELIMITED BY SIZE
               WS-SCAN-ROOT DELIMITED BY SPACE
               " -type f '(' -name '*.html' -o -name '*.htm' ')'"
               DELIMITED BY SIZE
               " | LC_ALL=C sort > " DELIMITED BY SIZE
               PAGE-LIST-FILE DELIMITED BY SPACE
               INTO WS-WALK-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-WALK-CMD.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PAGE-LIST.
           IF LIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-PAGE-NAME UNTIL WS-EOF = 'Y'
               CLOSE PAGE-LIST
           END-IF.
           CALL "CBL_DELETE_FILE" USING PAGE-LIST-FILE.
           MOVE 0 TO RETURN-CODE.

       LOAD-ONE-PAGE-NAME.
           READ PAGE-LIST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PAGE-LIST-REC IS NOT EQUAL TO SPACES
                       IF PG-TOTAL < 2000
                           ADD 1 TO PG-TOTAL
                           MOVE PAGE-LIST-REC(WS-ROOT-LEN + 2:)
                               TO PG-NAME(PG-TOTAL)
                           MOVE 'N' TO PG-LINKED(PG-TOTAL)
                       ELSE
                           DISPLAY "LINKSCAN: over 2000 pages, skipped "
                               PAGE-LIST-REC(1:60)
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-DROP-MANIFEST - a drop's files come from its
      *> manifest.txt, as SITEDEPL promotes them; the .html/.htm
      *> ones are the pages to read. An entry SITEDEPL would refuse
      *> as an unsafe path is not opened here either.
      *> ---------------------------------------------------------
       LOAD-DROP-MANIFEST.
           MOVE SPACES TO MANIFEST-FILE.
           STRING WS-SCAN-ROOT DELIMITED BY SPACE
               "/manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-FILE
           END-STRING.
           OPEN INPUT MANIFEST.
           IF MANIFEST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-DROP-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE MANIFEST
           END-IF.

       LOAD-ONE-DROP-ENTRY.
           READ MANIFEST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MANIFEST-REC IS NOT EQUAL TO SPACES
                       AND MANIFEST-REC(1:10) IS NOT EQUAL TO "effective "
                       AND MANIFEST-REC(1:8) IS NOT EQUAL TO "expires "
                       AND DROP-TOTAL < 200
                       ADD 1 TO DROP-TOTAL
                       MOVE MANIFEST-REC TO DROP-NAME(DROP-TOTAL)
                       PERFORM NOTE-DROP-PAGE
                   END-IF
           END-READ.

       NOTE-DROP-PAGE.
           MOVE 0 TO WS-DOT-COUNT.
           INSPECT MANIFEST-REC TALLYING WS-DOT-COUNT FOR ALL "..".
           IF MANIFEST-REC(1:1) IS NOT EQUAL TO '/'
               AND WS-DOT-COUNT = 0
               MOVE MANIFEST-REC TO WS-ENTRY-LC
               INSPECT WS-ENTRY-LC CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz"
               MOVE 0 TO WS-ENTRY-LEN
               INSPECT WS-ENTRY-LC TALLYING WS-ENTRY-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ENTRY-LEN > 5
                   IF WS-ENTRY-LC(WS-ENTRY-LEN - 4:5) = ".html"
                       OR WS-ENTRY-LC(WS-ENTRY-LEN - 3:4) = ".htm"
                       ADD 1 TO PG-TOTAL
                       MOVE MANIFEST-REC TO PG-NAME(PG-TOTAL)
                       MOVE 'N' TO PG-LINKED(PG-TOTAL)
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-ONE-PAGE - read one page line by line and check
      *> every link on it. A relative link is relative to the
      *> page's own directory, so that is worked out first.
      *> ---------------------------------------------------------
       CHECK-ONE-PAGE.
           MOVE PG-NAME(WS-PAGE-I) TO WS-PAGE-LOC.
           ADD 1 TO LA-PAGES.
           MOVE 0 TO WS-SLASH-POS.
           MOVE 80 TO WS-SCAN-IDX.
           PERFORM SCAN-PAGE-FOR-SLASH
               UNTIL WS-SCAN-IDX = 0 OR WS-SLASH-POS > 0.
           MOVE SPACES TO WS-PAGE-DIR.
           IF WS-SLASH-POS > 0
               MOVE WS-PAGE-LOC(1:WS-SLASH-POS) TO WS-PAGE-DIR
           END-IF.
           MOVE 0 TO SEEN-TOTAL.
           MOVE SPACES TO PAGE-FILE-NAME.
           STRING WS-SCAN-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-PAGE-LOC DELIMITED BY SPACE
               INTO PAGE-FILE-NAME
           END-STRING.
           OPEN INPUT PAGE-FILE.
           IF PAGE-STATUS = '00'
               MOVE 'N' TO WS-PAGE-EOF
               PERFORM SCAN-ONE-PAGE-LINE UNTIL WS-PAGE-EOF = 'Y'
               CLOSE PAGE-FILE
           END-IF.

       SCAN-PAGE-FOR-SLASH.
           IF WS-PAGE-LOC(WS-SCAN-IDX:1) = '/'
               MOVE WS-SCAN-IDX TO WS-SLASH-POS
           ELSE
               SUBTRACT 1 FROM WS-SCAN-IDX
           END-IF.

       SCAN-ONE-PAGE-LINE.
           READ PAGE-FILE
               AT END MOVE 'Y' TO WS-PAGE-EOF
               NOT AT END PERFORM FIND-LINKS-IN-LINE
           END-READ.

       FIND-LINKS-IN-LINE.
           MOVE PAGE-FILE-REC TO WS-LINE-LC.
           INSPECT WS-LINE-LC CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz".
           MOVE 1 TO WS-POS.
           PERFORM FIND-NEXT-LINK THRU FIND-NEXT-LINK-EXIT
               UNTIL WS-POS > 1024.

      *> ---------------------------------------------------------
      *> FIND-NEXT-LINK - the nearer of the next "href=" and the
      *> next "src=" from WS-POS on, its value quoted either way
      *> or bare up to a space or the tag's ">". WS-POS is left
      *> just past the value, or past the line when there is no
      *> further link on it.
      *> ---------------------------------------------------------
       FIND-NEXT-LINK.
           COMPUTE WS-REST-LEN = 1025 - WS-POS.
           MOVE 0 TO WS-HREF-OFF.
           MOVE 0 TO WS-SRC-OFF.
           INSPECT WS-LINE-LC(WS-POS:WS-REST-LEN) TALLYING WS-HREF-OFF
               FOR CHARACTERS BEFORE INITIAL "href=".
           INSPECT WS-LINE-LC(WS-POS:WS-REST-LEN) TALLYING WS-SRC-OFF
               FOR CHARACTERS BEFORE INITIAL "src=".
           IF WS-HREF-OFF < WS-SRC-OFF
               MOVE WS-HREF-OFF TO WS-ATTR-OFF
               MOVE 5 TO WS-ATTR-LEN
           ELSE
               MOVE WS-SRC-OFF TO WS-ATTR-OFF
               MOVE 4 TO WS-ATTR-LEN
           END-IF.
           COMPUTE WS-VAL-START = WS-POS + WS-ATTR-OFF + WS-ATTR-LEN.
           IF WS-ATTR-OFF >= WS-REST-LEN OR WS-VAL-START > 1024
               MOVE 1025 TO WS-POS
               GO TO FIND-NEXT-LINK-EXIT
           END-IF.
           MOVE PAGE-FILE-REC(WS-VAL-START:1) TO WS-QUOTE.
           MOVE 0 TO WS-VAL-LEN.
           IF WS-QUOTE = '"' OR WS-QUOTE = "'"
               ADD 1 TO WS-VAL-START
               IF WS-VAL-START > 1024
                   MOVE 1025 TO WS-POS
                   GO TO FIND-NEXT-LINK-EXIT
               END-IF
               INSPECT PAGE-FILE-REC(WS-VAL-START:1025 - WS-VAL-START)
                   TALLYING WS-VAL-LEN
                   FOR CHARACTERS BEFORE INITIAL WS-QUOTE
           ELSE
               INSPECT PAGE-FILE-REC(WS-VAL-START:1025 - WS-VAL-START)
                   TALLYING WS-VAL-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 0 TO WS-GT-LEN
               INSPECT PAGE-FILE-REC(WS-VAL-START:1025 - WS-VAL-START)
                   TALLYING WS-GT-LEN
                   FOR CHARACTERS BEFORE INITIAL ">"
               IF WS-GT-LEN < WS-VAL-LEN
                   MOVE WS-GT-LEN TO WS-VAL-LEN
               END-IF
           END-IF.
           IF WS-VAL-LEN > 0
               MOVE SPACES TO WS-LINK-RAW
               IF WS-VAL-LEN > 120
                   MOVE PAGE-FILE-REC(WS-VAL-START:120) TO WS-LINK-RAW
               ELSE
                   MOVE PAGE-FILE-REC(WS-VAL-START:WS-VAL-LEN)
                       TO WS-LINK-RAW
               END-IF
               PERFORM CHECK-ONE-LINK THRU CHECK-ONE-LINK-EXIT
           END-IF.
           COMPUTE WS-POS = WS-VAL-START + WS-VAL-LEN + 1.
       FIND-NEXT-LINK-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> CHECK-ONE-LINK - skip what is not ours to check, resolve
      *> the rest and file the finding. A good link that lands on
      *> one of the walked pages marks that page as linked.
      *> ---------------------------------------------------------
       CHECK-ONE-LINK.
           IF WS-LINK-RAW(1:1) = '#' OR WS-LINK-RAW(1:2) = "//"
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.
           MOVE SPACES TO WS-LINK-PATH.
           UNSTRING WS-LINK-RAW DELIMITED BY "#" OR "?"
               INTO WS-LINK-PATH
           END-UNSTRING.
           IF WS-LINK-PATH = SPACES
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.
      *> "http:", "mailto:", "javascript:"... - a colon before any
      *> slash is a scheme, and that is somebody else's link.
           MOVE 0 TO WS-COLON-OFF.
           MOVE 0 TO WS-SLASH-OFF.
           INSPECT WS-LINK-PATH TALLYING WS-COLON-OFF
               FOR CHARACTERS BEFORE INITIAL ":".
           INSPECT WS-LINK-PATH TALLYING WS-SLASH-OFF
               FOR CHARACTERS BEFORE INITIAL "/".
           IF WS-COLON-OFF < WS-SLASH-OFF
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.

           MOVE 'N' TO WS-SEEN-HIT.
           SET SEEN-IDX TO 1.
           SEARCH SEEN-LINK
               AT END CONTINUE
               WHEN SEEN-IDX > SEEN-TOTAL
                   CONTINUE
               WHEN SEEN-LINK(SEEN-IDX) = WS-LINK-RAW
                   MOVE 'Y' TO WS-SEEN-HIT
           END-SEARCH.
           IF WS-SEEN-HIT = 'Y'
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.
           IF SEEN-TOTAL < 100
               ADD 1 TO SEEN-TOTAL
               MOVE WS-LINK-RAW TO SEEN-LINK(SEEN-TOTAL)
           END-IF.
           ADD 1 TO LA-LINKS.

           PERFORM BUILD-TARGET-LOCATION.
           MOVE SPACES TO LINKFIND-REC.
           MOVE WS-PAGE-LOC TO LF-PAGE.
           MOVE WS-LINK-RAW TO LF-LINK.
           IF WS-ESCAPED = 'Y' OR WS-TOO-LONG = 'Y'
               MOVE "BROKEN" TO LF-KIND
               IF WS-ESCAPED = 'Y'
                   MOVE "(outside the docroot)" TO LF-TARGET
               ELSE
                   MOVE "(location too long)" TO LF-TARGET
               END-IF
               WRITE FINDINGS-REC FROM LINKFIND-REC
               ADD 1 TO LA-BROKEN
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.

           PERFORM RESOLVE-TARGET THRU RESOLVE-TARGET-EXIT.
           EVALUATE TRUE
               WHEN LINK-IS-BROKEN
                   MOVE "BROKEN" TO LF-KIND
                   STRING "/" DELIMITED BY SIZE
                       WS-TARGET-LOC DELIMITED BY SPACE
                       INTO LF-TARGET
                   END-STRING
                   WRITE FINDINGS-REC FROM LINKFIND-REC
                   ADD 1 TO LA-BROKEN
               WHEN LINK-IS-REDIRECTED
                   MOVE "REDIRECT" TO LF-KIND
                   MOVE WS-REDIR-CODE TO LF-CODE
                   MOVE WS-REDIR-NEW TO LF-TARGET
                   WRITE FINDINGS-REC FROM LINKFIND-REC
                   ADD 1 TO LA-REDIRECTED
               WHEN OTHER
                   IF WS-RESOLVED-LOC IS NOT EQUAL TO SPACES
                       AND WS-RESOLVED-LOC IS NOT EQUAL TO WS-PAGE-LOC
                       PERFORM MARK-PAGE-LINKED
                   END-IF
           END-EVALUATE.
       CHECK-ONE-LINK-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> BUILD-TARGET-LOCATION - the docroot location the link
      *> asks for, without the leading "/" (REQUEST-LOCATION's
      *> shape in main.cobol). A trailing "/" - or a last segment
      *> of "." or ".." - keeps it a directory. Climbing above the
      *> docroot sets WS-ESCAPED; HELLO refuses such a path.
      *> ---------------------------------------------------------
       BUILD-TARGET-LOCATION.
           MOVE SPACES TO WS-COMBINED.
           IF WS-LINK-PATH(1:1) = '/'
               MOVE WS-LINK-PATH(2:) TO WS-COMBINED
           ELSE
               STRING WS-PAGE-DIR DELIMITED BY SPACE
                   WS-LINK-PATH DELIMITED BY SPACE
                   INTO WS-COMBINED
               END-STRING
           END-IF.
           MOVE 'N' TO WS-ESCAPED.
           MOVE 'N' TO WS-TOO-LONG.
           MOVE 'N' TO WS-TRAILING-SLASH.
           MOVE 0 TO SEG-TOTAL.
           MOVE SPACES TO WS-TARGET-LOC.
           MOVE 0 TO WS-COMB-LEN.
           INSPECT WS-COMBINED TALLYING WS-COMB-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-COMB-LEN > 0
               IF WS-COMBINED(WS-COMB-LEN:1) = '/'
                   MOVE 'Y' TO WS-TRAILING-SLASH
               END-IF
               MOVE 1 TO WS-COMB-PTR
               PERFORM TAKE-ONE-SEGMENT
                   UNTIL WS-COMB-PTR > WS-COMB-LEN
               MOVE 1 TO WS-TGT-PTR
               PERFORM APPEND-ONE-SEGMENT
                   VARYING WS-SEG-I FROM 1 BY 1
                   UNTIL WS-SEG-I > SEG-TOTAL
           END-IF.

       TAKE-ONE-SEGMENT.
           MOVE SPACES TO WS-SEG.
           UNSTRING WS-COMBINED(1:WS-COMB-LEN) DELIMITED BY "/"
               INTO WS-SEG
               WITH POINTER WS-COMB-PTR
           END-UNSTRING.
           EVALUATE WS-SEG
               WHEN SPACES
                   CONTINUE
               WHEN "."
                   IF WS-COMB-PTR > WS-COMB-LEN
                       MOVE 'Y' TO WS-TRAILING-SLASH
                   END-IF
               WHEN ".."
                   IF SEG-TOTAL = 0
                       MOVE 'Y' TO WS-ESCAPED
                   ELSE
                       SUBTRACT 1 FROM SEG-TOTAL
                   END-IF
                   IF WS-COMB-PTR > WS-COMB-LEN
                       MOVE 'Y' TO WS-TRAILING-SLASH
                   END-IF
               WHEN OTHER
                   IF SEG-TOTAL < 40
                       ADD 1 TO SEG-TOTAL
                       MOVE WS-SEG TO SEG-NAME(SEG-TOTAL)
                   ELSE
                       MOVE 'Y' TO WS-TOO-LONG
                   END-IF
           END-EVALUATE.

       APPEND-ONE-SEGMENT.
           STRING SEG-NAME(WS-SEG-I) DELIMITED BY SPACE
               INTO WS-TARGET-LOC
               WITH POINTER WS-TGT-PTR
               ON OVERFLOW MOVE 'Y' TO WS-TOO-LONG
           END-STRING.
           IF WS-SEG-I < SEG-TOTAL OR WS-TRAILING-SLASH = 'Y'
               STRING "/" DELIMITED BY SIZE
                   INTO WS-TARGET-LOC
                   WITH POINTER WS-TGT-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-TOO-LONG
               END-STRING
           END-IF.

      *> ---------------------------------------------------------
      *> RESOLVE-TARGET - WS-TARGET-LOC through PARSE-REQ's order:
      *> status location, redirect, handler, then the docroot
      *> itself (default documents for a directory, the file, or
      *> default documents under it). A location that ends up
      *> served from a file leaves that file's location in
      *> WS-RESOLVED-LOC.
      *> ---------------------------------------------------------
       RESOLVE-TARGET.
           MOVE 'O' TO WS-LINK-RESULT.
           MOVE SPACES TO WS-RESOLVED-LOC.
           IF WS-TARGET-LOC = WS-STATUS-LOCATION
               GO TO RESOLVE-TARGET-EXIT
           END-IF.

           MOVE SPACES TO WS-REDIR-NEW.
           SET REDIR-IDX TO 1.
           SEARCH REDIR-ENTRY
               AT END CONTINUE
               WHEN REDIR-IDX > REDIR-COUNT
                   CONTINUE
               WHEN REDIR-DOCROOT(REDIR-IDX) = LA-DOCROOT
                   AND REDIR-OLD(REDIR-IDX) = WS-TARGET-LOC(1:32)
                   MOVE REDIR-CODE(REDIR-IDX) TO WS-REDIR-CODE
                   MOVE REDIR-NEW(REDIR-IDX) TO WS-REDIR-NEW
           END-SEARCH.
           IF WS-REDIR-NEW IS NOT EQUAL TO SPACES
               MOVE 'R' TO WS-LINK-RESULT
               GO TO RESOLVE-TARGET-EXIT
           END-IF.

           MOVE SPACES TO WS-LOC-SEGMENT.
           UNSTRING WS-TARGET-LOC DELIMITED BY '/'
               INTO WS-LOC-SEGMENT
           END-UNSTRING.
           SET HANDLER-IDX TO 1.
           SEARCH HANDLER-ENTRY
               AT END CONTINUE
               WHEN HANDLER-IDX > HANDLER-COUNT
                   CONTINUE
               WHEN HANDLER-NAME(HANDLER-IDX) = WS-LOC-SEGMENT
                   GO TO RESOLVE-TARGET-EXIT
           END-SEARCH.

           MOVE 0 TO WS-TARGET-LEN.
           INSPECT WS-TARGET-LOC TALLYING WS-TARGET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TARGET-LEN = 0
               MOVE SPACES TO WS-DIR-PREFIX
               PERFORM TRY-DEFAULT-DOCS
           ELSE
               IF WS-TARGET-LOC(WS-TARGET-LEN:1) = '/'
                   MOVE WS-TARGET-LOC TO WS-DIR-PREFIX
                   PERFORM TRY-DEFAULT-DOCS
               ELSE
                   MOVE WS-TARGET-LOC TO WS-PROBE-LOC
                   PERFORM PROBE-ONE-LOCATION
                   IF WS-RESOLVED-LOC = SPACES
                       MOVE SPACES TO WS-DIR-PREFIX
                       STRING WS-TARGET-LOC DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           INTO WS-DIR-PREFIX
                       END-STRING
                       PERFORM TRY-DEFAULT-DOCS
                   END-IF
               END-IF
           END-IF.
           IF WS-RESOLVED-LOC = SPACES
               MOVE 'B' TO WS-LINK-RESULT
           END-IF.
       RESOLVE-TARGET-EXIT.
           EXIT.

       TRY-DEFAULT-DOCS.
           PERFORM PROBE-ONE-DEFAULT-DOC
               VARYING DEFDOC-IDX FROM 1 BY 1
               UNTIL DEFDOC-IDX > DEFDOC-COUNT
               OR WS-RESOLVED-LOC IS NOT EQUAL TO SPACES.

       PROBE-ONE-DEFAULT-DOC.
           MOVE SPACES TO WS-PROBE-LOC.
           STRING WS-DIR-PREFIX DELIMITED BY SPACE
               DEFDOC-ENTRY(DEFDOC-IDX) DELIMITED BY SPACE
               INTO WS-PROBE-LOC
           END-STRING.
           PERFORM PROBE-ONE-LOCATION.

      *> ---------------------------------------------------------
      *> PROBE-ONE-LOCATION - would WS-PROBE-LOC be served as a
      *> file: the drop brings it, or the live docroot has it and
      *> it is not a directory (a directory answers to "name/.",
      *> a file does not).
      *> ---------------------------------------------------------
       PROBE-ONE-LOCATION.
           MOVE 'N' TO WS-PROBE-HIT.
           IF DROP-TOTAL > 0
               SET DROP-IDX TO 1
               SEARCH DROP-NAME
                   AT END CONTINUE
                   WHEN DROP-IDX > DROP-TOTAL
                       CONTINUE
                   WHEN DROP-NAME(DROP-IDX) = WS-PROBE-LOC
                       MOVE 'Y' TO WS-PROBE-HIT
               END-SEARCH
           END-IF.
           IF WS-PROBE-HIT = 'N'
               MOVE SPACES TO WS-PROBE-PATH
               STRING LA-DOCROOT DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-PROBE-LOC DELIMITED BY SPACE
                   INTO WS-PROBE-PATH
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-PATH
                   WS-FILE-INFO
               IF RETURN-CODE = 0
                   MOVE 'Y' TO WS-PROBE-HIT
                   STRING WS-PROBE-PATH DELIMITED BY SPACE
                       "/." DELIMITED BY SIZE
                       INTO WS-PROBE-PATH
                   END-STRING
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-PATH
                       WS-FILE-INFO
                   IF RETURN-CODE = 0
                       MOVE 'N' TO WS-PROBE-HIT
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-PROBE-HIT = 'Y'
               MOVE WS-PROBE-LOC TO WS-RESOLVED-LOC
           END-IF.

       MARK-PAGE-LINKED.
           SEARCH ALL PG-ENTRY
               AT END CONTINUE
               WHEN PG-NAME(PG-IDX) = WS-RESOLVED-LOC
                   MOVE 'Y' TO PG-LINKED(PG-IDX)
           END-SEARCH.

      *> ---------------------------------------------------------
      *> MARK-REDIRECT-TARGET - a page a redirect of this docroot
      *> lands on is reached through its old name, so it is not an
      *> orphan even when no page links to it any more.
      *> ---------------------------------------------------------
       MARK-REDIRECT-TARGET.
           IF REDIR-DOCROOT(REDIR-IDX) = LA-DOCROOT
               AND REDIR-NEW(REDIR-IDX)(1:1) = '/'
               MOVE SPACES TO WS-TARGET-LOC
               UNSTRING REDIR-NEW(REDIR-IDX)(2:) DELIMITED BY "#" OR "?"
                   INTO WS-TARGET-LOC
               END-UNSTRING
               PERFORM RESOLVE-TARGET THRU RESOLVE-TARGET-EXIT
               IF LINK-IS-GOOD AND WS-RESOLVED-LOC IS NOT EQUAL TO SPACES
                   PERFORM MARK-PAGE-LINKED
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> REPORT-ONE-ORPHAN - a page nothing links to. The top-level
      *> default document is where visitors come in, so it never
      *> counts.
      *> ---------------------------------------------------------
       REPORT-ONE-ORPHAN.
           IF PG-LINKED(WS-PAGE-I) = 'N'
               SET DEFDOC-IDX TO 1
               SEARCH DEFDOC-ENTRY
                   AT END
                       MOVE SPACES TO LINKFIND-REC
                       MOVE "ORPHAN" TO LF-KIND
                       MOVE PG-NAME(WS-PAGE-I) TO LF-PAGE
                       WRITE FINDINGS-REC FROM LINKFIND-REC
                       ADD 1 TO LA-ORPHANS
                   WHEN DEFDOC-ENTRY(DEFDOC-IDX) = PG-NAME(WS-PAGE-I)
                       CONTINUE
               END-SEARCH
           END-IF.
