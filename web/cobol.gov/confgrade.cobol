      IDENTIFICATION DIVISION.
      PROGRAM-ID. CONFGRADE.

      *> ---------------------------------------------------------
      *> CONFGRADE - grade a server configuration file, the way
      *> SITEDEPL validates a content drop before promoting it.
      *> CONFCHK (confchk.cobol) runs it on a proposed file for
      *> the operator, CONFDEPL (confdepl.cobol) runs it before a
      *> file may be promoted to server.cfg, so what passes the
      *> check is exactly what may go live. The caller passes
      *> GRADE-AREA (copybooks/GRADAREA.cpy) naming the file. The
      *> whole file is loaded, the vhosts are collected first, and
      *> then every line is graded:
      *>     - unknown keywords and missing fields,
      *>     - duplicate vhost names,
      *>     - redirect docroots no vhost serves, codes other than
      *>       301/302, and local targets that do not exist in the
      *>       docroot (directly or as one of its default
      *>       documents),
      *>     - protected locations under no vhost's docroot, and
      *>       protect lines whose access group has no members in
      *>       the groups file (copybooks/GROUPREC.cpy) - such a
      *>       location would answer 403 to everyone,
      *>     - handler names with no program, duplicated handler
      *>       names,
      *>     - more lines of a kind than the server's tables hold.
      *> Every complaint is DISPLAYed with its line number; the
      *> error count comes back in GA-ERRORS.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CONFIG ASSIGN TO CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS CONFIG-STATUS.

           SELECT GROUPS ASSIGN TO GROUPS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS GROUPS-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD CONFIG.
       01 CONFIG-REC PIC X(160).

       FD GROUPS.
       01 GROUPS-REC PIC X(80).

         WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME PIC X(256).
       01 CONFIG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.

      *> ---------------------------------------------------------
      *> The whole file, held so the vhosts can be collected before
      *> the lines that refer to them are graded - the file's own
      *> order must not matter.
      *> ---------------------------------------------------------
       01 LINE-TOTAL PIC 9(3) VALUE 0.
       01 LINE-TABLE.
           05 LT-REC PIC X(160) OCCURS 300 TIMES.
       01 WS-LT-I PIC 9(3).
       01 WS-LOAD-DROPPED PIC X(1) VALUE 'N'.

       COPY "VHOSTTBL.cpy".
       COPY "DEFDOCS.cpy".

      *> ---------------------------------------------------------
      *> Every group name that has at least one member in the
      *> groups file, for the empty-group check on protect lines.
      *> ---------------------------------------------------------
       COPY "GROUPREC.cpy".
       01 GROUPS-FILE PIC X(256) VALUE "groups.dat".
       01 GROUPS-STATUS PIC X(2).
       01 WS-GROUPS-EOF PIC X(1).
       01 GNAME-COUNT PIC 9(3) VALUE 0.
       01 GNAME-TABLE.
           05 GNAME-ENTRY PIC X(16) OCCURS 500 TIMES.
       01 WS-GN-I PIC 9(3).
       01 WS-GN-HIT PIC X(1).
       01 WS-CF-GROUP PIC X(16).

       01 WS-CF-VERB PIC X(10).
       01 WS-CF-F1 PIC X(64).
       01 WS-CF-F2 PIC X(32).
       01 WS-CF-F3 PIC X(3).
       01 WS-CF-F4 PIC X(63).
       01 WS-CF-PTR PIC 9(3).

       01 WS-ERROR-COUNT PIC 9(3) VALUE 0.
       01 WS-REDIR-LINES PIC 9(3) VALUE 0.
       01 WS-PROT-LINES PIC 9(3) VALUE 0.
       01 WS-POST-LINES PIC 9(3) VALUE 0.
       01 WS-HANDLER-LINES PIC 9(3) VALUE 0.

       01 WS-DOCROOT-OK PIC X(1).
       01 WS-SCAN-I PIC 9(2).
       01 WS-DUP-HIT PIC X(1).

      *> Handler names seen so far, for the duplicate check.
       01 HNAME-COUNT PIC 9(2) VALUE 0.
       01 HNAME-TABLE.
           05 HNAME-ENTRY PIC X(16) OCCURS 10 TIMES.

      *> Redirect-target probe.
       01 WS-TARGET-PATH PIC X(120).
       01 WS-TARGET-OK PIC X(1).
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
       COPY "GRADAREA.cpy".

      PROCEDURE DIVISION USING GRADE-AREA.
       MOVE 0 TO GA-ERRORS.
       MOVE 0 TO LINE-TOTAL, WS-ERROR-COUNT.
       MOVE 0 TO WS-REDIR-LINES, WS-PROT-LINES, WS-POST-LINES,
           WS-HANDLER-LINES, HNAME-COUNT.
       MOVE 'N' TO WS-EOF.
       MOVE 'N' TO WS-LOAD-DROPPED.
       MOVE GA-CONFIG-FILE TO CONFIG-FILE-NAME.
       OPEN INPUT CONFIG.
       IF CONFIG-STATUS IS NOT EQUAL TO '00'
           SET GA-NOT-OPENED TO TRUE
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-ONE-LINE UNTIL WS-EOF = 'Y'.
       CLOSE CONFIG.
       IF WS-LOAD-DROPPED = 'Y'
           SET GA-TOO-LONG TO TRUE
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LOAD-GROUP-NAMES.
       INITIALIZE VHOST-CONFIG.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
       PERFORM COLLECT-ONE-VHOST
           VARYING WS-LT-I FROM 1 BY 1 UNTIL WS-LT-I > LINE-TOTAL.
       PERFORM CHECK-ONE-LINE
           VARYING WS-LT-I FROM 1 BY 1 UNTIL WS-LT-I > LINE-TOTAL.

       SET GA-GRADED TO TRUE.
       MOVE WS-ERROR-COUNT TO GA-ERRORS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       LOAD-ONE-LINE.
           READ CONFIG
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LINE-TOTAL < 300
                       ADD 1 TO LINE-TOTAL
                       MOVE CONFIG-REC TO LT-REC(LINE-TOTAL)
                   ELSE
                       MOVE 'Y' TO WS-LOAD-DROPPED
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> LOAD-GROUP-NAMES - note each group name the groups file
      *> has a member for. No groups file means every group is
      *> empty, and every protect line says so.
      *> ---------------------------------------------------------
       LOAD-GROUP-NAMES.
           MOVE 0 TO GNAME-COUNT.
           OPEN INPUT GROUPS.
           IF GROUPS-STATUS = '00'
               MOVE 'N' TO WS-GROUPS-EOF
               PERFORM LOAD-ONE-GROUP-NAME UNTIL WS-GROUPS-EOF = 'Y'
               CLOSE GROUPS
           END-IF.

       LOAD-ONE-GROUP-NAME.
           READ GROUPS
               AT END MOVE 'Y' TO WS-GROUPS-EOF
               NOT AT END
                   MOVE GROUPS-REC TO GROUP-REC
                   MOVE GROUP-NAME TO WS-CF-GROUP
                   PERFORM FIND-GROUP-NAME
                   IF WS-GN-HIT = 'N' AND GNAME-COUNT < 500
                       AND GROUP-MEMBER IS NOT EQUAL TO SPACES
                       ADD 1 TO GNAME-COUNT
                       MOVE GROUP-NAME TO GNAME-ENTRY(GNAME-COUNT)
                   END-IF
           END-READ.

       FIND-GROUP-NAME.
           MOVE 'N' TO WS-GN-HIT.
           PERFORM CHECK-ONE-GROUP-NAME
               VARYING WS-GN-I FROM 1 BY 1
               UNTIL WS-GN-I > GNAME-COUNT OR WS-GN-HIT = 'Y'.

       CHECK-ONE-GROUP-NAME.
           IF GNAME-ENTRY(WS-GN-I) = WS-CF-GROUP
               MOVE 'Y' TO WS-GN-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> SPLIT-THE-LINE - same split CONFLOAD applies: verb and two
      *> fields off the front, the pointer left on the rest.
      *> ---------------------------------------------------------
       SPLIT-THE-LINE.
           MOVE SPACES TO WS-CF-VERB.
           MOVE SPACES TO WS-CF-F1.
           MOVE SPACES TO WS-CF-F2.
           MOVE SPACES TO WS-CF-F3.
           MOVE SPACES TO WS-CF-F4.
           MOVE 1 TO WS-CF-PTR.
           UNSTRING LT-REC(WS-LT-I) DELIMITED BY ALL " "
               INTO WS-CF-VERB, WS-CF-F1, WS-CF-F2
               WITH POINTER WS-CF-PTR
           END-UNSTRING.

      *> ---------------------------------------------------------
      *> COLLECT-ONE-VHOST - first pass: the vhost and default
      *> lines, with the duplicate-name check graded on the spot.
      *> ---------------------------------------------------------
       COLLECT-ONE-VHOST.
           IF LT-REC(WS-LT-I) = SPACES
               OR LT-REC(WS-LT-I)(1:1) = '*'
               CONTINUE
           ELSE
               PERFORM SPLIT-THE-LINE
               IF WS-CF-VERB = "vhost"
                   PERFORM GRADE-VHOST-LINE
               END-IF
               IF WS-CF-VERB = "default"
                   MOVE WS-CF-F1(1:32) TO VHOST-DEFAULT-DOCROOT
               END-IF
           END-IF.

       GRADE-VHOST-LINE.
           IF WS-CF-F1 = SPACES OR WS-CF-F2 = SPACES
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  vhost needs a host name and a docroot"
           ELSE
               MOVE 'N' TO WS-DUP-HIT
               PERFORM CHECK-ONE-VHOST-DUP
                   VARYING WS-SCAN-I FROM 1 BY 1
                   UNTIL WS-SCAN-I > VHOST-COUNT OR WS-DUP-HIT = 'Y'
               IF WS-DUP-HIT = 'Y'
                   PERFORM COMPLAIN-ABOUT-LINE
                   DISPLAY "  duplicate vhost name " WS-CF-F1
               ELSE
                   IF VHOST-COUNT >= 20
                       PERFORM COMPLAIN-ABOUT-LINE
                       DISPLAY "  more than 20 vhost lines -"
                           " the server table holds 20"
                   ELSE
                       ADD 1 TO VHOST-COUNT
                       SET VHOST-IDX TO VHOST-COUNT
                       MOVE WS-CF-F1 TO VHOST-NAME(VHOST-IDX)
                       MOVE WS-CF-F2 TO VHOST-DOCROOT(VHOST-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-VHOST-DUP.
           IF VHOST-NAME(WS-SCAN-I) = WS-CF-F1
               MOVE 'Y' TO WS-DUP-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-ONE-LINE - second pass: everything that refers to the
      *> vhosts collected above.
      *> ---------------------------------------------------------
       CHECK-ONE-LINE.
           IF LT-REC(WS-LT-I) = SPACES
               OR LT-REC(WS-LT-I)(1:1) = '*'
               CONTINUE
           ELSE
               PERFORM SPLIT-THE-LINE
               EVALUATE WS-CF-VERB
                   WHEN "vhost"
                       CONTINUE
                   WHEN "default"
                       CONTINUE
                   WHEN "redirect"
                       PERFORM GRADE-REDIRECT-LINE
                   WHEN "protect"
                       PERFORM GRADE-PROTECT-LINE
                   WHEN "post"
                       PERFORM GRADE-POST-LINE
                   WHEN "handler"
                       PERFORM GRADE-HANDLER-LINE
                   WHEN OTHER
                       PERFORM COMPLAIN-ABOUT-LINE
                       DISPLAY "  unknown keyword " WS-CF-VERB
               END-EVALUATE
           END-IF.

       COMPLAIN-ABOUT-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "line " WS-LT-I ": " LT-REC(WS-LT-I)(1:70).

      *> ---------------------------------------------------------
      *> CHECK-DOCROOT-KNOWN - WS-CF-F1 must be a docroot some vhost
      *> (or the default) actually serves.
      *> ---------------------------------------------------------
       CHECK-DOCROOT-KNOWN.
           MOVE 'N' TO WS-DOCROOT-OK.
           IF WS-CF-F1(1:32) = VHOST-DEFAULT-DOCROOT
               MOVE 'Y' TO WS-DOCROOT-OK
           END-IF.
           PERFORM CHECK-ONE-DOCROOT
               VARYING WS-SCAN-I FROM 1 BY 1
               UNTIL WS-SCAN-I > VHOST-COUNT OR WS-DOCROOT-OK = 'Y'.

       CHECK-ONE-DOCROOT.
           IF VHOST-DOCROOT(WS-SCAN-I) = WS-CF-F1(1:32)
               MOVE 'Y' TO WS-DOCROOT-OK
           END-IF.

       GRADE-REDIRECT-LINE.
           UNSTRING LT-REC(WS-LT-I) DELIMITED BY ALL " "
               INTO WS-CF-F3, WS-CF-F4
               WITH POINTER WS-CF-PTR
           END-UNSTRING.
           PERFORM CHECK-DOCROOT-KNOWN.
           IF WS-DOCROOT-OK = 'N'
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  redirect docroot " WS-CF-F1(1:32)
                   " is under no vhost"
           END-IF.
           IF WS-CF-F2 = SPACES OR WS-CF-F4 = SPACES
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  redirect needs docroot, old location,"
                   " code and new URL"
           ELSE
               IF WS-CF-F3 IS NOT EQUAL TO "301"
                   AND WS-CF-F3 IS NOT EQUAL TO "302"
                   PERFORM COMPLAIN-ABOUT-LINE
                   DISPLAY "  redirect code must be 301 or 302"
               END-IF
               IF WS-CF-F4(1:1) = '/' AND WS-DOCROOT-OK = 'Y'
                   PERFORM CHECK-REDIRECT-TARGET
                   IF WS-TARGET-OK = 'N'
                       PERFORM COMPLAIN-ABOUT-LINE
                       DISPLAY "  redirect target " WS-CF-F4(1:40)
                           " does not exist in " WS-CF-F1(1:20)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-REDIR-LINES.
           IF WS-REDIR-LINES = 51
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  more than 50 redirect lines -"
                   " the server table holds 50"
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-REDIRECT-TARGET - a local "/..." target must name a
      *> file in the docroot, either directly or - when it names a
      *> directory - through one of the default documents, exactly
      *> as HELLO would serve it.
      *> ---------------------------------------------------------
       CHECK-REDIRECT-TARGET.
           MOVE 'N' TO WS-TARGET-OK.
           MOVE SPACES TO WS-TARGET-PATH.
           STRING WS-CF-F1 DELIMITED BY SPACE
               WS-CF-F4 DELIMITED BY SPACE
               INTO WS-TARGET-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-PATH
               WS-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-TARGET-OK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM CHECK-TARGET-DEFDOC
               VARYING DEFDOC-IDX FROM 1 BY 1
               UNTIL DEFDOC-IDX > DEFDOC-COUNT OR WS-TARGET-OK = 'Y'.

       CHECK-TARGET-DEFDOC.
           MOVE SPACES TO WS-TARGET-PATH.
           STRING WS-CF-F1 DELIMITED BY SPACE
               WS-CF-F4 DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               DEFDOC-ENTRY(DEFDOC-IDX) DELIMITED BY SPACE
               INTO WS-TARGET-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-PATH
               WS-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-TARGET-OK
           END-IF.
           MOVE 0 TO RETURN-CODE.

       GRADE-PROTECT-LINE.
           PERFORM CHECK-DOCROOT-KNOWN.
           IF WS-DOCROOT-OK = 'N'
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  protected location is under no vhost's"
                   " docroot: " WS-CF-F1(1:32)
           END-IF.
           MOVE SPACES TO WS-CF-GROUP.
           IF WS-CF-PTR <= 160
               UNSTRING LT-REC(WS-LT-I) DELIMITED BY ALL " "
                   INTO WS-CF-GROUP
                   WITH POINTER WS-CF-PTR
               END-UNSTRING
           END-IF.
           IF WS-CF-F2 = SPACES OR WS-CF-GROUP = SPACES
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  protect needs a docroot, a location"
                   " and a group"
           ELSE
               PERFORM FIND-GROUP-NAME
               IF WS-GN-HIT = 'N'
                   PERFORM COMPLAIN-ABOUT-LINE
                   DISPLAY "  group " WS-CF-GROUP " has no members"
                       " in " GROUPS-FILE(1:20)
                       " - everyone would get 403"
               END-IF
      *> A realm-less line would load as a blank realm and put an
      *> empty credentials prompt on the browser, so it is refused
      *> here. The pointer check comes first: past the record there
      *> is no remainder to look at.
               IF WS-CF-PTR > 160
                   PERFORM COMPLAIN-ABOUT-LINE
                   DISPLAY "  protect needs a realm for the"
                       " browser's credentials prompt"
               ELSE
                   IF LT-REC(WS-LT-I)(WS-CF-PTR:) = SPACES
                       PERFORM COMPLAIN-ABOUT-LINE
                       DISPLAY "  protect needs a realm for the"
                           " browser's credentials prompt"
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PROT-LINES.
           IF WS-PROT-LINES = 21
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  more than 20 protect lines -"
                   " the server table holds 20"
           END-IF.

       GRADE-POST-LINE.
           IF WS-CF-F1 = SPACES
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  post needs a location"
           END-IF.
           ADD 1 TO WS-POST-LINES.
           IF WS-POST-LINES = 11
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  more than 10 post lines -"
                   " the server table holds 10"
           END-IF.

       GRADE-HANDLER-LINE.
           IF WS-CF-F1 = SPACES OR WS-CF-F2 = SPACES
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  handler needs a name and a program"
           ELSE
               MOVE 'N' TO WS-DUP-HIT
               PERFORM CHECK-ONE-HANDLER-DUP
                   VARYING WS-SCAN-I FROM 1 BY 1
                   UNTIL WS-SCAN-I > HNAME-COUNT OR WS-DUP-HIT = 'Y'
               IF WS-DUP-HIT = 'Y'
                   PERFORM COMPLAIN-ABOUT-LINE
                   DISPLAY "  duplicate handler name " WS-CF-F1(1:16)
               ELSE
                   IF HNAME-COUNT < 10
                       ADD 1 TO HNAME-COUNT
                       MOVE WS-CF-F1(1:16) TO HNAME-ENTRY(HNAME-COUNT)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-HANDLER-LINES.
           IF WS-HANDLER-LINES = 11
               PERFORM COMPLAIN-ABOUT-LINE
               DISPLAY "  more than 10 handler lines -"
                   " the server table holds 10"
           END-IF.

       CHECK-ONE-HANDLER-DUP.
           IF HNAME-ENTRY(WS-SCAN-I) = WS-CF-F1(1:16)
               MOVE 'Y' TO WS-DUP-HIT
           END-IF.
