      IDENTIFICATION DIVISION.
      PROGRAM-ID. CONFPROM.

      *> ---------------------------------------------------------
      *> CONFPROM - the promotion of a proposed server configuration
      *> file to the live server.cfg, called by CONFDEPL
      *> (confdepl.cobol), the operator's job, and by SITEDEPL when a
      *> scheduled page withdrawal asks for a redirect. The caller
      *> passes PROMOTE-AREA (copybooks/PROMAREA.cpy):
      *>     - the proposed file is graded by CONFGRADE
      *>       (confgrade.cobol), the same grading CONFCHK reports,
      *>       and any error refuses the promotion;
      *>     - what each table gains and loses is printed entry by
      *>       entry, keyed the way CONFLOAD loads them (vhost by
      *>       host name, redirect and protect by docroot and
      *>       location, post by location, handler by name): "+"
      *>       added, "-" removed, "~" changed with the old and new
      *>       settings side by side;
      *>     - the live server.cfg is saved first into the backout
      *>       set as cfgback/server-yyyymmdd-hhmmss.cfg, and
      *>       cfgback/latest.ctl names it as the most recent;
      *>     - confdepl.log gets the operator's initials, the run's
      *>       timestamp, the backout file and the change counts,
      *>       then the changes themselves, one per line - so the
      *>       log always says what the previous version said.
      *> A mode of ROLLBACK ignores the proposed file and puts the
      *> version named in cfgback/latest.ctl back over server.cfg,
      *> printing and logging the changes that reverses; the
      *> server.cfg being replaced is itself saved into cfgback
      *> first, but latest.ctl is left alone, so an interrupted
      *> rollback can simply be run again.
      *> PA-RESULT says whether server.cfg was replaced; RETURN-CODE
      *> is 0 when it was, 8 when it was refused or could not be.
      *> Messages carry CONFDEPL's name, whoever called.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CONFIG ASSIGN TO CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS CONFIG-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS CHANGE-STATUS.

           SELECT LATEST-CTL ASSIGN TO LATEST-CTL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LATEST-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD CONFIG.
       01 CONFIG-REC PIC X(160).

       FD CHANGE-LOG.
       01 CHANGE-LOG-REC PIC X(200).

       FD LATEST-CTL.
       01 LATEST-CTL-REC PIC X(80).

         WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME PIC X(256).
       01 CONFIG-STATUS PIC X(2).
       01 LIVE-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       01 CHANGE-LOG-FILE PIC X(256) VALUE "confdepl.log".
       01 CHANGE-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-PROPOSED-FILE PIC X(256).
       01 WS-OPERATOR PIC X(8).
       01 WS-RUN-MODE PIC X(8).
       01 WS-LIVE-THERE PIC X(1).

      *> The grading CONFCHK reports, run here as the gate.
       COPY "GRADAREA.cpy".

      *> ---------------------------------------------------------
      *> The backout set: the live server.cfg as it stood before
      *> each run replaced it, named by the run's timestamp, and
      *> the control file that names the most recent one.
      *> ---------------------------------------------------------
       01 BACKOUT-DIR PIC X(256) VALUE "cfgback".
       01 LATEST-CTL-FILE PIC X(256) VALUE "cfgback/latest.ctl".
       01 LATEST-STATUS PIC X(2).
       01 WS-SET-NAME PIC X(15).
       01 WS-BACKOUT-FILE PIC X(256).
       01 WS-RESTORE-FILE PIC X(256) VALUE SPACES.

       01 WS-FILE-INFO.
           05 WS-FI-SIZE PIC X(8) COMP-X.
           05 WS-FI-DD PIC X COMP-X.
           05 WS-FI-MO PIC X COMP-X.
           05 WS-FI-YYYY PIC X(2) COMP-X.
           05 WS-FI-HH PIC X COMP-X.
           05 WS-FI-MI PIC X COMP-X.
           05 WS-FI-SS PIC X COMP-X.
           05 WS-FI-CS PIC X COMP-X.

       01 WS-LOG-DATE PIC 9(6).
       01 WS-LOG-DATE-R REDEFINES WS-LOG-DATE.
           05 WS-LOG-YY PIC 9(2).
           05 WS-LOG-MM PIC 9(2).
           05 WS-LOG-DD PIC 9(2).
       01 WS-LOG-TIME PIC 9(8).
       01 WS-LOG-TIME-R REDEFINES WS-LOG-TIME.
           05 WS-LOG-HH PIC 9(2).
           05 WS-LOG-MN PIC 9(2).
           05 WS-LOG-SS PIC 9(2).
           05 WS-LOG-HS PIC 9(2).
       01 WS-STAMP PIC X(19).

      *> ---------------------------------------------------------
      *> The two versions being compared, one entry per setting:
      *> the keyword, the key CONFLOAD files the setting under, and
      *> the rest of the setting. OLD- is what server.cfg says now,
      *> NEW- what it is about to say. The matched flag pairs the
      *> entries off during a comparison.
      *> ---------------------------------------------------------
       01 OLD-TOTAL PIC 9(3) VALUE 0.
       01 OLD-TABLE.
           05 OLD-ENTRY OCCURS 300 TIMES.
               10 OLD-VERB PIC X(10).
               10 OLD-KEY PIC X(130).
               10 OLD-VALUE PIC X(160).
               10 OLD-MATCHED PIC X(1).
       01 NEW-TOTAL PIC 9(3) VALUE 0.
       01 NEW-TABLE.
           05 NEW-ENTRY OCCURS 300 TIMES.
               10 NEW-VERB PIC X(10).
               10 NEW-KEY PIC X(130).
               10 NEW-VALUE PIC X(160).
               10 NEW-MATCHED PIC X(1).
       01 WS-LOAD-SIDE PIC X(1).
       01 WS-OLD-I PIC 9(3).
       01 WS-NEW-I PIC 9(3).
       01 WS-OLD-HIT PIC 9(3).

       01 WS-CF-VERB PIC X(10).
       01 WS-CF-F1 PIC X(64).
       01 WS-CF-F2 PIC X(80).
       01 WS-CF-F3 PIC X(16).
       01 WS-CF-F4 PIC X(120).
       01 WS-CF-PTR PIC 9(3).
       01 WS-CF-KEY PIC X(130).
       01 WS-CF-VALUE PIC X(160).

      *> The tables in the order the change report lists them.
       01 KIND-VALUES.
           05 FILLER PIC X(10) VALUE "vhost".
           05 FILLER PIC X(10) VALUE "default".
           05 FILLER PIC X(10) VALUE "redirect".
           05 FILLER PIC X(10) VALUE "protect".
           05 FILLER PIC X(10) VALUE "post".
           05 FILLER PIC X(10) VALUE "handler".
       01 KIND-TABLE REDEFINES KIND-VALUES.
           05 KIND-ENTRY PIC X(10) OCCURS 6 TIMES.
       01 KIND-COUNT PIC 9(1) VALUE 6.
       01 WS-KIND-I PIC 9(1).

      *> ---------------------------------------------------------
      *> One line of the change report, and where it goes: the
      *> console (D) before anything is replaced, confdepl.log (L)
      *> once it has been.
      *> ---------------------------------------------------------
       01 WS-DIFF-OUTPUT PIC X(1).
       01 WS-DIFF-MARK PIC X(1).
       01 WS-DIFF-VERB PIC X(10).
       01 WS-DIFF-KEY PIC X(130).
       01 WS-DIFF-OLD PIC X(160).
       01 WS-DIFF-NEW PIC X(160).
       01 WS-DIFF-LINE PIC X(200).
       01 WS-DL-PTR PIC 9(3).
       01 WS-ADDED PIC 9(3).
       01 WS-REMOVED PIC 9(3).
       01 WS-CHANGED PIC 9(3).
       01 WS-KIND-CHANGES PIC 9(3).

       LINKAGE SECTION.
       COPY "PROMAREA.cpy".

      PROCEDURE DIVISION USING PROMOTE-AREA.
       MOVE PA-PROPOSED-FILE TO WS-PROPOSED-FILE.
       MOVE PA-OPERATOR TO WS-OPERATOR.
       MOVE PA-MODE TO WS-RUN-MODE.
       MOVE 'N' TO PA-RESULT.
       MOVE 0 TO PA-ERRORS.
       MOVE SPACES TO PA-BACKOUT-FILE, WS-RESTORE-FILE.
       IF WS-OPERATOR = SPACES
           DISPLAY "CONFDEPL: no operator's initials given"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *> One timestamp for the whole run: it names the backout file
      *> and heads the confdepl.log entry, so the two always match.
       PERFORM BUILD-RUN-STAMP.

       IF WS-RUN-MODE = "ROLLBACK"
           PERFORM APPLY-ROLLBACK
           GOBACK
       END-IF.

       IF WS-PROPOSED-FILE = SPACES
           OR WS-PROPOSED-FILE = LIVE-CONFIG-FILE
           DISPLAY "CONFDEPL: no proposed configuration file given"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "===== CONFDEPL: promote " WS-PROPOSED-FILE(1:40)
           " =====".
       MOVE WS-PROPOSED-FILE TO GA-CONFIG-FILE.
       CALL "CONFGRADE" USING GRADE-AREA.
       MOVE GA-ERRORS TO PA-ERRORS.
       EVALUATE TRUE
           WHEN GA-NOT-OPENED
               DISPLAY "CONFDEPL: cannot open "
                   WS-PROPOSED-FILE(1:40)
               MOVE 8 TO RETURN-CODE
               GOBACK
           WHEN GA-TOO-LONG
               DISPLAY "CONFDEPL: " WS-PROPOSED-FILE(1:40)
                   " is over 300 lines - not promoted"
               PERFORM LOG-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           WHEN GA-ERRORS > 0
               DISPLAY "CONFDEPL: " GA-ERRORS " error(s) in "
                   WS-PROPOSED-FILE(1:40) " - not promoted"
               PERFORM LOG-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
       END-EVALUATE.
       DISPLAY "CONFDEPL: " WS-PROPOSED-FILE(1:40) " is clean".

       MOVE 'O' TO WS-LOAD-SIDE.
       MOVE LIVE-CONFIG-FILE TO CONFIG-FILE-NAME.
       PERFORM LOAD-CONFIG-ENTRIES.
       MOVE 'N' TO WS-LOAD-SIDE.
       MOVE WS-PROPOSED-FILE TO CONFIG-FILE-NAME.
       PERFORM LOAD-CONFIG-ENTRIES.
       MOVE 'D' TO WS-DIFF-OUTPUT.
       PERFORM COMPARE-THE-VERSIONS.

      *> The live file is saved before it is touched; no backout,
      *> no promotion.
       MOVE 'Y' TO WS-LIVE-THERE.
       CALL "CBL_CHECK_FILE_EXIST" USING LIVE-CONFIG-FILE
           WS-FILE-INFO.
       IF RETURN-CODE IS NOT EQUAL TO 0
           MOVE 'N' TO WS-LIVE-THERE
       END-IF.
       MOVE 0 TO RETURN-CODE.
       IF WS-LIVE-THERE = 'Y'
           PERFORM SAVE-LIVE-CONFIG
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "CONFDEPL: cannot save " LIVE-CONFIG-FILE(1:10)
                   " to " WS-BACKOUT-FILE(1:40) " - not promoted"
               MOVE SPACES TO WS-BACKOUT-FILE
               PERFORM LOG-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-LATEST-CTL
       ELSE
           MOVE "(none - no server.cfg before)" TO WS-BACKOUT-FILE
       END-IF.

       CALL "CBL_COPY_FILE" USING WS-PROPOSED-FILE LIVE-CONFIG-FILE.
       IF RETURN-CODE IS NOT EQUAL TO 0
           DISPLAY "CONFDEPL: copy to " LIVE-CONFIG-FILE(1:10)
               " failed - run ROLLBACK to be sure of it"
           PERFORM LOG-COPY-FAILURE
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM WRITE-PROMOTION-LOG.
       DISPLAY "CONFDEPL: promoted " WS-PROPOSED-FILE(1:40)
           " to " LIVE-CONFIG-FILE(1:10) ", prior version in "
           WS-BACKOUT-FILE(1:40).
       MOVE WS-BACKOUT-FILE TO PA-BACKOUT-FILE.
       MOVE 'Y' TO PA-RESULT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *> ---------------------------------------------------------
      *> BUILD-RUN-STAMP - the run's timestamp, once: WS-STAMP for
      *> confdepl.log, WS-SET-NAME (the same instant, filesystem-
      *> safe) for the backout file.
      *> ---------------------------------------------------------
       BUILD-RUN-STAMP.
           ACCEPT WS-LOG-DATE FROM DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO WS-STAMP.
           STRING "20" WS-LOG-YY "-" WS-LOG-MM "-" WS-LOG-DD
               "T" WS-LOG-HH ":" WS-LOG-MN ":" WS-LOG-SS
               DELIMITED BY SIZE INTO WS-STAMP
           END-STRING.
           MOVE SPACES TO WS-SET-NAME.
           STRING "20" WS-LOG-YY WS-LOG-MM WS-LOG-DD
               "-" WS-LOG-HH WS-LOG-MN WS-LOG-SS
               DELIMITED BY SIZE INTO WS-SET-NAME
           END-STRING.
           MOVE SPACES TO WS-BACKOUT-FILE.
           STRING BACKOUT-DIR DELIMITED BY SPACE
               "/server-" DELIMITED BY SIZE
               WS-SET-NAME DELIMITED BY SPACE
               ".cfg" DELIMITED BY SIZE
               INTO WS-BACKOUT-FILE
           END-STRING.

      *> ---------------------------------------------------------
      *> SAVE-LIVE-CONFIG - copy server.cfg into the backout set
      *> under this run's name. RETURN-CODE is the copy's.
      *> ---------------------------------------------------------
       SAVE-LIVE-CONFIG.
           CALL "CBL_CREATE_DIR" USING BACKOUT-DIR.
           MOVE 0 TO RETURN-CODE.
           CALL "CBL_COPY_FILE" USING LIVE-CONFIG-FILE
               WS-BACKOUT-FILE.

       WRITE-LATEST-CTL.
           OPEN OUTPUT LATEST-CTL.
           IF LATEST-STATUS = '00'
               MOVE WS-SET-NAME TO LATEST-CTL-REC
               WRITE LATEST-CTL-REC
               CLOSE LATEST-CTL
           ELSE
               DISPLAY "CONFDEPL: cannot write "
                   LATEST-CTL-FILE(1:30)
                   " - ROLLBACK will not find this version"
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-CONFIG-ENTRIES - read the file named in
      *> CONFIG-FILE-NAME into the OLD- or NEW- table
      *> (WS-LOAD-SIDE). A file that is not there loads empty.
      *> ---------------------------------------------------------
       LOAD-CONFIG-ENTRIES.
           IF WS-LOAD-SIDE = 'O'
               MOVE 0 TO OLD-TOTAL
           ELSE
               MOVE 0 TO NEW-TOTAL
           END-IF.
           OPEN INPUT CONFIG.
           IF CONFIG-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-CONFIG-LINE UNTIL WS-EOF = 'Y'
               CLOSE CONFIG
           END-IF.

       LOAD-ONE-CONFIG-LINE.
           READ CONFIG
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CONFIG-REC IS NOT EQUAL TO SPACES
                       AND CONFIG-REC(1:1) IS NOT EQUAL TO '*'
                       PERFORM KEY-THE-SETTING
                       PERFORM FILE-THE-SETTING
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> KEY-THE-SETTING - split CONFIG-REC the way CONFLOAD does
      *> and decide which part identifies the setting (WS-CF-KEY)
      *> and which part is its value (WS-CF-VALUE). A keyword
      *> CONFLOAD does not know keeps the whole line as its key.
      *> ---------------------------------------------------------
       KEY-THE-SETTING.
           MOVE SPACES TO WS-CF-VERB, WS-CF-F1, WS-CF-F2, WS-CF-F3,
               WS-CF-F4, WS-CF-KEY, WS-CF-VALUE.
           MOVE 1 TO WS-CF-PTR.
           UNSTRING CONFIG-REC DELIMITED BY ALL " "
               INTO WS-CF-VERB, WS-CF-F1, WS-CF-F2
               WITH POINTER WS-CF-PTR
           END-UNSTRING.
           EVALUATE WS-CF-VERB
               WHEN "vhost"
                   MOVE WS-CF-F1 TO WS-CF-KEY
                   MOVE WS-CF-F2 TO WS-CF-VALUE
               WHEN "default"
                   MOVE WS-CF-F1 TO WS-CF-VALUE
               WHEN "redirect"
                   PERFORM KEY-DOCROOT-LOCATION
                   IF WS-CF-PTR <= 160
                       UNSTRING CONFIG-REC DELIMITED BY ALL " "
                           INTO WS-CF-F3, WS-CF-F4
                           WITH POINTER WS-CF-PTR
                       END-UNSTRING
                   END-IF
                   STRING WS-CF-F3 DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CF-F4 DELIMITED BY SPACE
                       INTO WS-CF-VALUE
                   END-STRING
               WHEN "protect"
                   PERFORM KEY-DOCROOT-LOCATION
                   IF WS-CF-PTR <= 160
                       UNSTRING CONFIG-REC DELIMITED BY ALL " "
                           INTO WS-CF-F3
                           WITH POINTER WS-CF-PTR
                       END-UNSTRING
                   END-IF
                   IF WS-CF-PTR <= 160
                       STRING WS-CF-F3 DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CONFIG-REC(WS-CF-PTR:) DELIMITED BY SIZE
                           INTO WS-CF-VALUE
                       END-STRING
                   ELSE
                       MOVE WS-CF-F3 TO WS-CF-VALUE
                   END-IF
               WHEN "post"
                   MOVE WS-CF-F1 TO WS-CF-KEY
               WHEN "handler"
                   MOVE WS-CF-F1 TO WS-CF-KEY
                   MOVE WS-CF-F2 TO WS-CF-VALUE
               WHEN OTHER
                   MOVE CONFIG-REC TO WS-CF-KEY
           END-EVALUATE.

       KEY-DOCROOT-LOCATION.
           STRING WS-CF-F1 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CF-F2 DELIMITED BY SPACE
               INTO WS-CF-KEY
           END-STRING.

       FILE-THE-SETTING.
           IF WS-LOAD-SIDE = 'O'
               IF OLD-TOTAL < 300
                   ADD 1 TO OLD-TOTAL
                   MOVE WS-CF-VERB TO OLD-VERB(OLD-TOTAL)
                   MOVE WS-CF-KEY TO OLD-KEY(OLD-TOTAL)
                   MOVE WS-CF-VALUE TO OLD-VALUE(OLD-TOTAL)
               END-IF
           ELSE
               IF NEW-TOTAL < 300
                   ADD 1 TO NEW-TOTAL
                   MOVE WS-CF-VERB TO NEW-VERB(NEW-TOTAL)
                   MOVE WS-CF-KEY TO NEW-KEY(NEW-TOTAL)
                   MOVE WS-CF-VALUE TO NEW-VALUE(NEW-TOTAL)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> COMPARE-THE-VERSIONS - table by table, every NEW- entry is
      *> paired with the first unpaired OLD- entry of the same key:
      *> none is an addition, a different value a change; the
      *> OLD- entries left unpaired are removals. The report goes
      *> where WS-DIFF-OUTPUT says, with the counts left behind.
      *> ---------------------------------------------------------
       COMPARE-THE-VERSIONS.
           MOVE 0 TO WS-ADDED, WS-REMOVED, WS-CHANGED.
           PERFORM CLEAR-ONE-OLD-MATCH
               VARYING WS-OLD-I FROM 1 BY 1 UNTIL WS-OLD-I > OLD-TOTAL.
           IF WS-DIFF-OUTPUT = 'D'
               DISPLAY " "
               DISPLAY "Changes by table (+ added, - removed,"
                   " ~ changed):"
           END-IF.
           PERFORM COMPARE-ONE-KIND
               VARYING WS-KIND-I FROM 1 BY 1 UNTIL WS-KIND-I > KIND-COUNT.
           IF WS-DIFF-OUTPUT = 'D'
               DISPLAY "  " WS-ADDED " added, " WS-REMOVED
                   " removed, " WS-CHANGED " changed"
               DISPLAY " "
           END-IF.

       CLEAR-ONE-OLD-MATCH.
           MOVE 'N' TO OLD-MATCHED(WS-OLD-I).

       COMPARE-ONE-KIND.
           MOVE 0 TO WS-KIND-CHANGES.
           PERFORM COMPARE-ONE-NEW-ENTRY
               VARYING WS-NEW-I FROM 1 BY 1 UNTIL WS-NEW-I > NEW-TOTAL.
           PERFORM REPORT-ONE-REMOVAL
               VARYING WS-OLD-I FROM 1 BY 1 UNTIL WS-OLD-I > OLD-TOTAL.
           IF WS-KIND-CHANGES = 0 AND WS-DIFF-OUTPUT = 'D'
               DISPLAY "  " KIND-ENTRY(WS-KIND-I) " no change"
           END-IF.

       COMPARE-ONE-NEW-ENTRY.
           IF NEW-VERB(WS-NEW-I) = KIND-ENTRY(WS-KIND-I)
               MOVE 0 TO WS-OLD-HIT
               PERFORM FIND-ONE-OLD-MATCH
                   VARYING WS-OLD-I FROM 1 BY 1
                   UNTIL WS-OLD-I > OLD-TOTAL OR WS-OLD-HIT > 0
               MOVE NEW-VERB(WS-NEW-I) TO WS-DIFF-VERB
               MOVE NEW-KEY(WS-NEW-I) TO WS-DIFF-KEY
               MOVE NEW-VALUE(WS-NEW-I) TO WS-DIFF-NEW
               IF WS-OLD-HIT = 0
                   ADD 1 TO WS-ADDED
                   MOVE "+" TO WS-DIFF-MARK
                   MOVE SPACES TO WS-DIFF-OLD
                   PERFORM REPORT-ONE-DIFFERENCE
               ELSE
                   MOVE 'Y' TO OLD-MATCHED(WS-OLD-HIT)
                   IF OLD-VALUE(WS-OLD-HIT)
                       IS NOT EQUAL TO NEW-VALUE(WS-NEW-I)
                       ADD 1 TO WS-CHANGED
                       MOVE "~" TO WS-DIFF-MARK
                       MOVE OLD-VALUE(WS-OLD-HIT) TO WS-DIFF-OLD
                       PERFORM REPORT-ONE-DIFFERENCE
                   END-IF
               END-IF
           END-IF.

       FIND-ONE-OLD-MATCH.
           IF OLD-MATCHED(WS-OLD-I) = 'N'
               AND OLD-VERB(WS-OLD-I) = NEW-VERB(WS-NEW-I)
               AND OLD-KEY(WS-OLD-I) = NEW-KEY(WS-NEW-I)
               MOVE WS-OLD-I TO WS-OLD-HIT
           END-IF.

       REPORT-ONE-REMOVAL.
           IF OLD-VERB(WS-OLD-I) = KIND-ENTRY(WS-KIND-I)
               AND OLD-MATCHED(WS-OLD-I) = 'N'
               ADD 1 TO WS-REMOVED
               MOVE "-" TO WS-DIFF-MARK
               MOVE OLD-VERB(WS-OLD-I) TO WS-DIFF-VERB
               MOVE OLD-KEY(WS-OLD-I) TO WS-DIFF-KEY
               MOVE OLD-VALUE(WS-OLD-I) TO WS-DIFF-OLD
               MOVE SPACES TO WS-DIFF-NEW
               PERFORM REPORT-ONE-DIFFERENCE
           END-IF.

      *> ---------------------------------------------------------
      *> REPORT-ONE-DIFFERENCE - "  + verb key value",
      *> "  - verb key value" or "  ~ verb key: old -> new", to the
      *> console or to confdepl.log.
      *> ---------------------------------------------------------
       REPORT-ONE-DIFFERENCE.
           ADD 1 TO WS-KIND-CHANGES.
           MOVE SPACES TO WS-DIFF-LINE.
           MOVE 1 TO WS-DL-PTR.
           STRING "  " WS-DIFF-MARK " " DELIMITED BY SIZE
               WS-DIFF-VERB DELIMITED BY SPACE
               INTO WS-DIFF-LINE WITH POINTER WS-DL-PTR
           END-STRING.
           IF WS-DIFF-KEY IS NOT EQUAL TO SPACES
               STRING " " DELIMITED BY SIZE
                   WS-DIFF-KEY DELIMITED BY "  "
                   INTO WS-DIFF-LINE WITH POINTER WS-DL-PTR
               END-STRING
           END-IF.
           EVALUATE WS-DIFF-MARK
               WHEN "+"
                   STRING " " DELIMITED BY SIZE
                       WS-DIFF-NEW DELIMITED BY "  "
                       INTO WS-DIFF-LINE WITH POINTER WS-DL-PTR
                   END-STRING
               WHEN "-"
                   STRING " " DELIMITED BY SIZE
                       WS-DIFF-OLD DELIMITED BY "  "
                       INTO WS-DIFF-LINE WITH POINTER WS-DL-PTR
                   END-STRING
               WHEN OTHER
                   STRING ": " DELIMITED BY SIZE
                       WS-DIFF-OLD DELIMITED BY "  "
                       " -> " DELIMITED BY SIZE
                       WS-DIFF-NEW DELIMITED BY "  "
                       INTO WS-DIFF-LINE WITH POINTER WS-DL-PTR
                   END-STRING
           END-EVALUATE.
           IF WS-DIFF-OUTPUT = 'D'
               DISPLAY WS-DIFF-LINE(1:150)
           ELSE
               MOVE WS-DIFF-LINE TO CHANGE-LOG-REC
               WRITE CHANGE-LOG-REC
           END-IF.

      *> ---------------------------------------------------------
      *> The change log, confdepl.log: a header line per run with
      *> the run's timestamp and the operator's initials, then for
      *> a replacement the changes it made, one per line.
      *> ---------------------------------------------------------
       OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG.
           IF CHANGE-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN EXTEND CHANGE-LOG
           END-IF.

       WRITE-PROMOTION-LOG.
           PERFORM OPEN-CHANGE-LOG.
           MOVE SPACES TO CHANGE-LOG-REC.
           STRING WS-STAMP " " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " promoted " DELIMITED BY SIZE
               WS-PROPOSED-FILE DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               LIVE-CONFIG-FILE DELIMITED BY SPACE
               ", backout " DELIMITED BY SIZE
               WS-BACKOUT-FILE DELIMITED BY "  "
               ": " WS-ADDED " added, " WS-REMOVED " removed, "
               WS-CHANGED " changed" DELIMITED BY SIZE
               INTO CHANGE-LOG-REC
           END-STRING.
           WRITE CHANGE-LOG-REC.
           MOVE 'L' TO WS-DIFF-OUTPUT.
           PERFORM COMPARE-THE-VERSIONS.
           CLOSE CHANGE-LOG.

       LOG-REFUSAL.
           PERFORM OPEN-CHANGE-LOG.
           MOVE SPACES TO CHANGE-LOG-REC.
           STRING WS-STAMP " " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " REFUSED " DELIMITED BY SIZE
               WS-PROPOSED-FILE DELIMITED BY SPACE
               ": " GA-ERRORS " error(s)" DELIMITED BY SIZE
               INTO CHANGE-LOG-REC
           END-STRING.
           IF GA-TOO-LONG
               MOVE SPACES TO CHANGE-LOG-REC
               STRING WS-STAMP " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   " REFUSED " DELIMITED BY SIZE
                   WS-PROPOSED-FILE DELIMITED BY SPACE
                   ": over 300 lines" DELIMITED BY SIZE
                   INTO CHANGE-LOG-REC
               END-STRING
           END-IF.
           IF GA-ERRORS = 0 AND GA-GRADED
               MOVE SPACES TO CHANGE-LOG-REC
               STRING WS-STAMP " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   " REFUSED " DELIMITED BY SIZE
                   WS-PROPOSED-FILE DELIMITED BY SPACE
                   ": live " DELIMITED BY SIZE
                   LIVE-CONFIG-FILE DELIMITED BY SPACE
                   " could not be saved for backout" DELIMITED BY SIZE
                   INTO CHANGE-LOG-REC
               END-STRING
           END-IF.
           WRITE CHANGE-LOG-REC.
           CLOSE CHANGE-LOG.

       LOG-COPY-FAILURE.
           PERFORM OPEN-CHANGE-LOG.
           MOVE SPACES TO CHANGE-LOG-REC.
           STRING WS-STAMP " " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " FAILED copying " DELIMITED BY SIZE
               WS-RESTORE-FILE DELIMITED BY SPACE
               WS-PROPOSED-FILE DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               LIVE-CONFIG-FILE DELIMITED BY SPACE
               ", backout " DELIMITED BY SIZE
               WS-BACKOUT-FILE DELIMITED BY "  "
               INTO CHANGE-LOG-REC
           END-STRING.
           WRITE CHANGE-LOG-REC.
           CLOSE CHANGE-LOG.

      *> ---------------------------------------------------------
      *> APPLY-ROLLBACK - put the version cfgback/latest.ctl names
      *> back over server.cfg. It was live once, so it is graded
      *> for the operator's information but never refused: a
      *> rollback is how a bad promotion gets undone in a hurry.
      *> The server.cfg being replaced goes into cfgback under this
      *> run's name first, without becoming the latest, so the
      *> rollback can be repeated and itself undone.
      *> ---------------------------------------------------------
       APPLY-ROLLBACK.
           MOVE SPACES TO WS-PROPOSED-FILE.
           OPEN INPUT LATEST-CTL.
           IF LATEST-STATUS IS NOT EQUAL TO '00'
               DISPLAY "CONFDEPL: no backout version recorded in "
                   LATEST-CTL-FILE(1:30)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO LATEST-CTL-REC.
           READ LATEST-CTL
               AT END CONTINUE
           END-READ.
           CLOSE LATEST-CTL.
           IF LATEST-CTL-REC(1:15) = SPACES
               DISPLAY "CONFDEPL: no backout version recorded in "
                   LATEST-CTL-FILE(1:30)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-RESTORE-FILE.
           STRING BACKOUT-DIR DELIMITED BY SPACE
               "/server-" DELIMITED BY SIZE
               LATEST-CTL-REC(1:15) DELIMITED BY SPACE
               ".cfg" DELIMITED BY SIZE
               INTO WS-RESTORE-FILE
           END-STRING.

      *> A version saved this very second would be overwritten by
      *> the save below before it could be restored.
           IF WS-RESTORE-FILE = WS-BACKOUT-FILE
               DISPLAY "CONFDEPL: " WS-RESTORE-FILE(1:40)
                   " was saved this second - run the rollback again"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "===== CONFDEPL: roll back to "
               WS-RESTORE-FILE(1:40) " =====".
           MOVE WS-RESTORE-FILE TO GA-CONFIG-FILE.
           CALL "CONFGRADE" USING GRADE-AREA.
           IF GA-NOT-OPENED
               DISPLAY "CONFDEPL: cannot open " WS-RESTORE-FILE(1:40)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF GA-ERRORS > 0 OR GA-TOO-LONG
               DISPLAY "CONFDEPL: note, " WS-RESTORE-FILE(1:40)
                   " no longer grades clean (" GA-ERRORS
                   " error(s)) - restoring it anyway"
           END-IF.

           MOVE 'O' TO WS-LOAD-SIDE.
           MOVE LIVE-CONFIG-FILE TO CONFIG-FILE-NAME.
           PERFORM LOAD-CONFIG-ENTRIES.
           MOVE 'N' TO WS-LOAD-SIDE.
           MOVE WS-RESTORE-FILE TO CONFIG-FILE-NAME.
           PERFORM LOAD-CONFIG-ENTRIES.
           MOVE 'D' TO WS-DIFF-OUTPUT.
           PERFORM COMPARE-THE-VERSIONS.

           CALL "CBL_CHECK_FILE_EXIST" USING LIVE-CONFIG-FILE
               WS-FILE-INFO.
           IF RETURN-CODE = 0
               PERFORM SAVE-LIVE-CONFIG
               IF RETURN-CODE IS NOT EQUAL TO 0
                   DISPLAY "CONFDEPL: note, the current "
                       LIVE-CONFIG-FILE(1:10) " could not be saved"
                   MOVE "(not saved)" TO WS-BACKOUT-FILE
               END-IF
           ELSE
               MOVE "(none - no server.cfg before)" TO WS-BACKOUT-FILE
           END-IF.
           MOVE 0 TO RETURN-CODE.

           CALL "CBL_COPY_FILE" USING WS-RESTORE-FILE LIVE-CONFIG-FILE.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "CONFDEPL: copy to " LIVE-CONFIG-FILE(1:10)
                   " failed - rollback not applied"
               PERFORM LOG-COPY-FAILURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CHANGE-LOG.
           MOVE SPACES TO CHANGE-LOG-REC.
           STRING WS-STAMP " " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " rolled back " DELIMITED BY SIZE
               LIVE-CONFIG-FILE DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               WS-RESTORE-FILE DELIMITED BY SPACE
               ", replaced version saved as " DELIMITED BY SIZE
               WS-BACKOUT-FILE DELIMITED BY "  "
               ": " WS-ADDED " added, " WS-REMOVED " removed, "
               WS-CHANGED " changed" DELIMITED BY SIZE
               INTO CHANGE-LOG-REC
           END-STRING.
           WRITE CHANGE-LOG-REC.
           MOVE 'L' TO WS-DIFF-OUTPUT.
           PERFORM COMPARE-THE-VERSIONS.
           CLOSE CHANGE-LOG.
           DISPLAY "CONFDEPL: rolled back " LIVE-CONFIG-FILE(1:10)
               " to " WS-RESTORE-FILE(1:40).
           MOVE WS-BACKOUT-FILE TO PA-BACKOUT-FILE.
           MOVE 'Y' TO PA-RESULT.
           MOVE 0 TO RETURN-CODE.
