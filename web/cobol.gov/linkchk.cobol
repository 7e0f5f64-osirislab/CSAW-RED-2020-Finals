      IDENTIFICATION DIVISION.
      PROGRAM-ID. LINKCHK.

      *> ---------------------------------------------------------
      *> LINKCHK - broken-link and orphan-page report for one
      *> docroot. Nobody finds a dead link on a government site
      *> until a citizen reports it; this job reads every page the
      *> way HELLO would serve its links (the checking itself is
      *> LINKSCAN, linkscan.cobol - SITEDEPL runs the same check on
      *> every staging drop) and reports:
      *>     - broken links, page by page, with the docroot
      *>       location each one resolved to,
      *>     - links that still point at a location the server
      *>       now redirects, with where it redirects to - they
      *>       work, but cost the visitor a round trip and break
      *>       the day the redirect is retired,
      *>     - orphan pages nothing links to (whole docroot only).
      *> Run it with two input lines:
      *>     docroot
      *>     blank to check the live docroot, or STAGING to check
      *>     the drop waiting in staging/<docroot> against it
      *>     before SITEDEPL is run
      *> RETURN-CODE is 4 when there is a broken link, else 0.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FINDINGS ASSIGN TO FINDINGS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FINDINGS-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD FINDINGS.
       01 FINDINGS-REC PIC X(295).

         WORKING-STORAGE SECTION.
       01 FINDINGS-FILE PIC X(256) VALUE "linkchk.tmp".
       01 FINDINGS-STATUS PIC X(2).
       01 WS-EOF PIC X(1).

       01 WS-DOCROOT-IN PIC X(32).
       01 WS-CHECK-MODE PIC X(8).
       01 WS-DOCROOT-OK PIC X(1) VALUE 'N'.

      *> The vhost table comes from the same server configuration
      *> file HELLO reads, via CONFLOAD (confload.cobol).
       01 WS-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       COPY "VHOSTTBL.cpy".
       COPY "LINKAREA.cpy".
       COPY "LINKFIND.cpy".

      *> The pass over the findings: which kind it prints, and the
      *> page the last line printed was on (a page heads its own
      *> group of lines).
       01 WS-PASS-KIND PIC X(8).
       01 WS-LAST-PAGE PIC X(80).
       01 WS-PASS-LINES PIC 9(5).

      PROCEDURE DIVISION.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
       CALL "CONFLOAD" USING WS-CONFIG-FILE VHOST-CONFIG
           OMITTED OMITTED OMITTED OMITTED
           ON EXCEPTION CONTINUE
       END-CALL.
       MOVE 0 TO RETURN-CODE.
       ACCEPT WS-DOCROOT-IN.
       MOVE SPACES TO WS-CHECK-MODE.
       ACCEPT WS-CHECK-MODE.
       PERFORM CHECK-DOCROOT-NAME.
       IF WS-DOCROOT-OK = 'N'
           DISPLAY "LINKCHK: unknown docroot " WS-DOCROOT-IN
           STOP RUN
       END-IF.

       MOVE SPACES TO LINK-AREA.
       MOVE WS-DOCROOT-IN TO LA-DOCROOT.
       IF WS-CHECK-MODE = "STAGING"
           STRING "staging/" DELIMITED BY SIZE
               WS-DOCROOT-IN DELIMITED BY SPACE
               INTO LA-STAGING-DIR
           END-STRING
       END-IF.
       MOVE FINDINGS-FILE TO LA-FINDINGS-FILE.
       CALL "LINKSCAN" USING LINK-AREA.
       IF RETURN-CODE IS NOT EQUAL TO 0
           DISPLAY "LINKCHK: cannot write " FINDINGS-FILE(1:44)
           STOP RUN
       END-IF.

       PERFORM PRINT-REPORT.
       CALL "CBL_DELETE_FILE" USING FINDINGS-FILE.
       IF LA-BROKEN > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> ---------------------------------------------------------
      *> CHECK-DOCROOT-NAME - only the docroots the server actually
      *> fronts (copybooks/VHOSTTBL.cpy) can be checked.
      *> ---------------------------------------------------------
       CHECK-DOCROOT-NAME.
           MOVE 'N' TO WS-DOCROOT-OK.
           IF WS-DOCROOT-IN = VHOST-DEFAULT-DOCROOT
               MOVE 'Y' TO WS-DOCROOT-OK
           END-IF.
           SET VHOST-IDX TO 1.
           SEARCH VHOST-ENTRY
               AT END CONTINUE
               WHEN VHOST-IDX > VHOST-COUNT
                   CONTINUE
               WHEN VHOST-DOCROOT(VHOST-IDX) = WS-DOCROOT-IN
                   MOVE 'Y' TO WS-DOCROOT-OK
           END-SEARCH.

      *> ---------------------------------------------------------
      *> PRINT-REPORT - the totals, then one pass over the
      *> findings per section. LINKSCAN writes them page by page,
      *> so each section comes out grouped by page as it is read.
      *> ---------------------------------------------------------
       PRINT-REPORT.
           DISPLAY "===== LINKCHK: link check for " WS-DOCROOT-IN
               " =====".
           IF LA-STAGING-DIR = SPACES
               DISPLAY "Checked: live docroot " WS-DOCROOT-IN
           ELSE
               DISPLAY "Checked: staging drop " LA-STAGING-DIR(1:48)
                   " over the live docroot"
           END-IF.
           DISPLAY "Pages read: " LA-PAGES
               "  Local links checked: " LA-LINKS.
           DISPLAY "Broken links: " LA-BROKEN
               "  Links to redirected locations: " LA-REDIRECTED.
           IF LA-STAGING-DIR = SPACES
               DISPLAY "Orphan pages: " LA-ORPHANS
           END-IF.

           DISPLAY " ".
           DISPLAY "Broken links by page:".
           MOVE "BROKEN" TO WS-PASS-KIND.
           PERFORM PRINT-ONE-PASS.

           DISPLAY " ".
           DISPLAY "Links to locations that now redirect:".
           MOVE "REDIRECT" TO WS-PASS-KIND.
           PERFORM PRINT-ONE-PASS.

           IF LA-STAGING-DIR = SPACES
               DISPLAY " "
               DISPLAY "Orphan pages (nothing links to them):"
               MOVE "ORPHAN" TO WS-PASS-KIND
               PERFORM PRINT-ONE-PASS
           END-IF.

       PRINT-ONE-PASS.
           MOVE SPACES TO WS-LAST-PAGE.
           MOVE 0 TO WS-PASS-LINES.
           OPEN INPUT FINDINGS.
           IF FINDINGS-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM PRINT-ONE-FINDING UNTIL WS-EOF = 'Y'
               CLOSE FINDINGS
           END-IF.
           IF WS-PASS-LINES = 0
               DISPLAY "    (none)"
           END-IF.

       PRINT-ONE-FINDING.
           READ FINDINGS INTO LINKFIND-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LF-KIND = WS-PASS-KIND
                       PERFORM PRINT-FINDING-LINE
                   END-IF
           END-READ.

       PRINT-FINDING-LINE.
           ADD 1 TO WS-PASS-LINES.
           EVALUATE TRUE
               WHEN LF-IS-ORPHAN
                   DISPLAY "    " LF-PAGE(1:70)
               WHEN LF-IS-BROKEN
                   IF LF-PAGE IS NOT EQUAL TO WS-LAST-PAGE
                       DISPLAY "  " LF-PAGE(1:70)
                       MOVE LF-PAGE TO WS-LAST-PAGE
                   END-IF
                   DISPLAY "      " LF-LINK(1:50) " -> "
                       LF-TARGET(1:40)
               WHEN LF-IS-REDIRECT
                   IF LF-PAGE IS NOT EQUAL TO WS-LAST-PAGE
                       DISPLAY "  " LF-PAGE(1:70)
                       MOVE LF-PAGE TO WS-LAST-PAGE
                   END-IF
                   DISPLAY "      " LF-LINK(1:50) " " LF-CODE
                       " " LF-TARGET(1:40)
           END-EVALUATE.
