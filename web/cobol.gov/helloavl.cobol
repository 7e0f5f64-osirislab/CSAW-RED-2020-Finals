      IDENTIFICATION DIVISION.
      PROGRAM-ID. HELLOAVL.

      *> ---------------------------------------------------------
      *> HELLOAVL - monthly availability statement per vhost, in
      *> the same statement-month form as HELLOSTMT so the two go
      *> to the agencies together with the chargeback. Every
      *> minute of the statement month is graded for each docroot
      *> the server fronts:
      *>     - scheduled downtime: the site answered 503 (it was in
      *>       maintenance mode, see CHECK-MAINTENANCE-MODE),
      *>     - unscheduled downtime: the server was not answering
      *>       at all - a gap in the heartbeat history longer than
      *>       the allowed gap (main.cobol appends the first
      *>       heartbeat of each minute to heartbeat.hist) - or
      *>       the site answered with a server-side error (any
      *>       other 5xx status in the access log),
      *>     - otherwise up.
      *> Availability is the up minutes over the minutes the site
      *> was supposed to be up, i.e. scheduled downtime is taken
      *> out of both sides. The statement also gives the longest
      *> unscheduled outage and the longest maintenance window.
      *> Run it with two input lines:
      *>     statement month "yyyy-mm"
      *>     allowed heartbeat gap in minutes   (blank = 10)
      *> The allowed gap has to be longer than the interval the ops
      *> scheduler polls the server at, or a quiet night reads as
      *> an outage. Minutes before the heartbeat history starts are
      *> not measured, and a month still running is measured up to
      *> the current minute. The access log is read the way
      *> HELLOSTMT reads it: the month's LOGCUT archive, the
      *> cut-but-not-yet-archived access.cutting and the live
      *> access.log.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ACCESS-LOG ASSIGN TO ACCESS-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LOG-STATUS.

           SELECT HEARTBEAT-HIST ASSIGN TO HEARTBEAT-HIST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS HB-HIST-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG.
       01 ACCESS-LOG-REC PIC X(360).

       FD HEARTBEAT-HIST.
       01 HEARTBEAT-HIST-REC PIC X(80).

         WORKING-STORAGE SECTION.
       01 ACCESS-LOG-FILE PIC X(256).
       01 LIVE-LOG-FILE PIC X(256) VALUE "access.log".
       01 CUT-LOG-FILE PIC X(256) VALUE "access.cutting".
       01 LOG-STATUS PIC X(2).
       01 HEARTBEAT-HIST-FILE PIC X(256) VALUE "heartbeat.hist".
       01 HB-HIST-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LOG-LINE PIC X(360).
       01 WS-FILES-READ PIC 9(2) VALUE 0.

       01 WS-STMT-MONTH PIC X(7).
       01 WS-STMT-YYYY PIC 9(4).
       01 WS-STMT-MM PIC 9(2).
       01 WS-THIS-MONTH PIC X(7).
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
       01 WS-GAP-IN PIC X(10).
       01 WS-GAP-MINUTES PIC 9(4) VALUE 10.
       01 WS-NUM-TEXT PIC X(4).
       01 WS-NUM-OUT PIC 9(4).
       01 WS-NUM-I PIC 9(1).
       01 WS-NUM-D PIC 9(1).

      *> ---------------------------------------------------------
      *> One access-log record, split the same way WRITE-ACCESS-LOG
      *> in main.cobol wrote it: "TIMESTAMP METHOD LOCATION PROTO
      *> CODE DOCROOT ..." - nothing past the docroot matters here.
      *> ---------------------------------------------------------
       01 WS-LOG-TS PIC X(19).
       01 WS-LOG-METHOD PIC X(10).
       01 WS-LOG-LOCATION PIC X(80).
       01 WS-LOG-PROTO PIC X(10).
       01 WS-LOG-CODE PIC X(3).
       01 WS-LOG-DOCROOT PIC X(32).
       01 WS-LOG-DAY PIC 9(2).
       01 WS-LOG-HOUR PIC 9(2).
       01 WS-LOG-MIN PIC 9(2).

      *> ---------------------------------------------------------
      *> Day numbers: a running count of days (any fixed origin
      *> will do) so minutes can be compared and subtracted across
      *> a month end. March-based, so the leap day falls last.
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

      *> ---------------------------------------------------------
      *> The statement period, as minutes: absolute minute numbers
      *> (day number * 1440 + minute of the day) for comparing
      *> heartbeats, and 1-based minute-of-the-month indexes into
      *> the site grids.
      *> ---------------------------------------------------------
       01 WS-MONTH-START-DAY PIC 9(7).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-MONTH-MINUTES PIC 9(5).
       01 WS-MONTH-START-ABS PIC 9(10).
       01 WS-MONTH-END-ABS PIC 9(10).
       01 WS-PERIOD-START PIC 9(5).
       01 WS-PERIOD-END PIC 9(5).
       01 WS-PERIOD-END-ABS PIC 9(10).
       01 WS-PERIOD-MINUTES PIC 9(5).

      *> The heartbeat history walk.
       01 WS-HB-ABS PIC 9(10).
       01 WS-HB-PREV-ABS PIC 9(10).
       01 WS-HB-FIRST-ABS PIC 9(10).
       01 WS-HB-SEEN PIC X(1) VALUE 'N'.
       01 WS-HB-HH PIC 9(2).
       01 WS-HB-MI PIC 9(2).
       01 WS-GAP-FROM-ABS PIC 9(10).
       01 WS-GAP-TO-ABS PIC 9(10).
       01 WS-GAP-FROM PIC 9(5).
       01 WS-GAP-TO PIC 9(5).
       01 WS-MIN-I PIC 9(5).

      *> The vhost table comes from the same server configuration
      *> file HELLO reads, via CONFLOAD (confload.cobol): every
      *> docroot it fronts gets a statement, traffic or not.
       01 WS-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       COPY "VHOSTTBL.cpy".
       01 WS-VHOST-NAME PIC X(64).

      *> ---------------------------------------------------------
      *> Per-site minute grid for the statement month, one byte a
      *> minute: space up, S scheduled (503), E server error
      *> (other 5xx), G heartbeat gap.
      *> ---------------------------------------------------------
       01 SITE-COUNT-TOTAL PIC 9(2) VALUE 0.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 20 TIMES INDEXED BY SITE-IDX.
               10 SITE-DOCROOT PIC X(32).
               10 SITE-MINUTES PIC X(44640).
       01 WS-SITE-I PIC 9(2).
       01 WS-SITE-HIT PIC 9(2).
       01 WS-MIN-IDX PIC 9(5).

      *> One site's tallies, and the run of like minutes being
      *> followed (S scheduled, U unscheduled, space up).
       01 WS-SCHED-MINS PIC 9(5).
       01 WS-GAP-MINS PIC 9(5).
       01 WS-ERROR-MINS PIC 9(5).
       01 WS-UNSCHED-MINS PIC 9(5).
       01 WS-WINDOWS PIC 9(4).
       01 WS-OUTAGES PIC 9(4).
       01 WS-MIN-KIND PIC X(1).
       01 WS-RUN-KIND PIC X(1).
       01 WS-RUN-START PIC 9(5).
       01 WS-RUN-LEN PIC 9(5).
       01 WS-LONG-OUT-START PIC 9(5).
       01 WS-LONG-OUT-LEN PIC 9(5).
       01 WS-LONG-WIN-START PIC 9(5).
       01 WS-LONG-WIN-LEN PIC 9(5).
       01 WS-AVAIL-BASE PIC 9(5).
       01 WS-AVAIL-PCT PIC 9(3)V9(3).
       01 WS-AVAIL-OUT PIC ZZ9.999.

      *> A minute index written out as "yyyy-mm-dd hh:mm".
       01 WS-FMT-IDX PIC 9(5).
       01 WS-FMT-OFF PIC 9(5).
       01 WS-FMT-DAY PIC 9(2).
       01 WS-FMT-REM PIC 9(4).
       01 WS-FMT-HH PIC 9(2).
       01 WS-FMT-MI PIC 9(2).
       01 WS-FMT-STAMP PIC X(16).

      PROCEDURE DIVISION.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
       CALL "CONFLOAD" USING WS-CONFIG-FILE VHOST-CONFIG
           OMITTED OMITTED OMITTED OMITTED
           ON EXCEPTION CONTINUE
       END-CALL.
       MOVE 0 TO RETURN-CODE.
       MOVE SPACES TO WS-STMT-MONTH.
       ACCEPT WS-STMT-MONTH.
       IF WS-STMT-MONTH(1:4) IS NOT NUMERIC
           OR WS-STMT-MONTH(5:1) IS NOT EQUAL TO '-'
           OR WS-STMT-MONTH(6:2) IS NOT NUMERIC
           DISPLAY "HELLOAVL: give the statement month as yyyy-mm"
           STOP RUN
       END-IF.
       MOVE WS-STMT-MONTH(1:4) TO WS-STMT-YYYY.
       MOVE WS-STMT-MONTH(6:2) TO WS-STMT-MM.
       IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
           DISPLAY "HELLOAVL: give the statement month as yyyy-mm"
           STOP RUN
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

       PERFORM SET-STATEMENT-PERIOD.
       IF WS-PERIOD-END = 0
           DISPLAY "HELLOAVL: statement month " WS-STMT-MONTH
               " has not started yet"
           STOP RUN
       END-IF.
       PERFORM LOAD-SITE-TABLE.

      *> The access log first, so a maintenance minute is already
      *> graded scheduled before any heartbeat gap is laid over it.
       MOVE SPACES TO ACCESS-LOG-FILE.
       STRING "logarch/access-" DELIMITED BY SIZE
           WS-STMT-MONTH DELIMITED BY SIZE
           ".log" DELIMITED BY SIZE
           INTO ACCESS-LOG-FILE
       END-STRING.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE CUT-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE LIVE-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.

       PERFORM WALK-HEARTBEAT-HISTORY.
       PERFORM PRINT-STATEMENTS.
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
      *> SET-STATEMENT-PERIOD - the month's length from the day
      *> numbers of its first day and the next month's, and the
      *> last minute to measure: the month's end, or the current
      *> minute while the month is still running (0 when it has
      *> not begun).
      *> ---------------------------------------------------------
       SET-STATEMENT-PERIOD.
           MOVE WS-STMT-YYYY TO WS-DN-YYYY.
           MOVE WS-STMT-MM TO WS-DN-MM.
           MOVE 1 TO WS-DN-DD.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-MONTH-START-DAY.
           IF WS-STMT-MM = 12
               ADD 1 TO WS-DN-YYYY
               MOVE 1 TO WS-DN-MM
           ELSE
               ADD 1 TO WS-DN-MM
           END-IF.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-MONTH-DAYS = WS-DN-DAYS - WS-MONTH-START-DAY.
           COMPUTE WS-MONTH-MINUTES = WS-MONTH-DAYS * 1440.
           COMPUTE WS-MONTH-START-ABS = WS-MONTH-START-DAY * 1440.
           COMPUTE WS-MONTH-END-ABS =
               WS-MONTH-START-ABS + WS-MONTH-MINUTES - 1.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE SPACES TO WS-THIS-MONTH.
           STRING "20" WS-TODAY-YY "-" WS-TODAY-MM
               DELIMITED BY SIZE INTO WS-THIS-MONTH
           END-STRING.
           EVALUATE TRUE
               WHEN WS-STMT-MONTH < WS-THIS-MONTH
                   MOVE WS-MONTH-MINUTES TO WS-PERIOD-END
               WHEN WS-STMT-MONTH = WS-THIS-MONTH
                   COMPUTE WS-PERIOD-END = (WS-TODAY-DD - 1) * 1440
                       + WS-TODAY-HH * 60 + WS-TODAY-MN + 1
               WHEN OTHER
                   MOVE 0 TO WS-PERIOD-END
           END-EVALUATE.
           COMPUTE WS-PERIOD-END-ABS =
               WS-MONTH-START-ABS + WS-PERIOD-END - 1.
           MOVE 1 TO WS-PERIOD-START.

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
      *> LOAD-SITE-TABLE - one grid per docroot the server fronts,
      *> the default docroot first.
      *> ---------------------------------------------------------
       LOAD-SITE-TABLE.
           MOVE VHOST-DEFAULT-DOCROOT TO WS-LOG-DOCROOT.
           PERFORM ADD-SITE-ENTRY.
           PERFORM ADD-ONE-VHOST-SITE
               VARYING VHOST-IDX FROM 1 BY 1
               UNTIL VHOST-IDX > VHOST-COUNT.

       ADD-ONE-VHOST-SITE.
           MOVE VHOST-DOCROOT(VHOST-IDX) TO WS-LOG-DOCROOT.
           PERFORM ADD-SITE-ENTRY.

       ADD-SITE-ENTRY.
           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-HIT = 0 AND SITE-COUNT-TOTAL < 20
               ADD 1 TO SITE-COUNT-TOTAL
               MOVE WS-LOG-DOCROOT TO SITE-DOCROOT(SITE-COUNT-TOTAL)
               MOVE SPACES TO SITE-MINUTES(SITE-COUNT-TOTAL)
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-SITE-ENTRY - the grid for WS-LOG-DOCROOT, left in
      *> WS-SITE-HIT (0 = not a docroot the server fronts).
      *> ---------------------------------------------------------
       FIND-SITE-ENTRY.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM CHECK-ONE-SITE-ENTRY
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL OR WS-SITE-HIT > 0.

       CHECK-ONE-SITE-ENTRY.
           IF SITE-DOCROOT(WS-SITE-I) = WS-LOG-DOCROOT
               MOVE WS-SITE-I TO WS-SITE-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> TALLY-ONE-LOG-FILE - grade the minutes of every 5xx line
      *> in the log file named in ACCESS-LOG-FILE. A file that is
      *> not there is simply skipped.
      *> ---------------------------------------------------------
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
               NOT AT END PERFORM PROCESS-LOG-LINE THRU PROCESS-LOG-EXIT
           END-READ.

       PROCESS-LOG-LINE.
           MOVE SPACES TO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
               WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT.
           UNSTRING WS-LOG-LINE DELIMITED BY SPACE
               INTO WS-LOG-TS, WS-LOG-METHOD, WS-LOG-LOCATION,
                    WS-LOG-PROTO, WS-LOG-CODE, WS-LOG-DOCROOT
           END-UNSTRING.
           IF WS-LOG-CODE(1:1) IS NOT EQUAL TO '5'
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-TS(1:7) IS NOT EQUAL TO WS-STMT-MONTH
               GO TO PROCESS-LOG-EXIT
           END-IF.
           IF WS-LOG-TS(9:2) IS NOT NUMERIC
               OR WS-LOG-TS(12:2) IS NOT NUMERIC
               OR WS-LOG-TS(15:2) IS NOT NUMERIC
               GO TO PROCESS-LOG-EXIT
           END-IF.
           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-HIT = 0
               GO TO PROCESS-LOG-EXIT
           END-IF.
           MOVE WS-LOG-TS(9:2) TO WS-LOG-DAY.
           MOVE WS-LOG-TS(12:2) TO WS-LOG-HOUR.
           MOVE WS-LOG-TS(15:2) TO WS-LOG-MIN.
           IF WS-LOG-DAY < 1 OR WS-LOG-DAY > WS-MONTH-DAYS
               OR WS-LOG-HOUR > 23 OR WS-LOG-MIN > 59
               GO TO PROCESS-LOG-EXIT
           END-IF.
           COMPUTE WS-MIN-IDX = (WS-LOG-DAY - 1) * 1440
               + WS-LOG-HOUR * 60 + WS-LOG-MIN + 1.
           IF WS-LOG-CODE = "503"
               MOVE 'S' TO SITE-MINUTES(WS-SITE-HIT)(WS-MIN-IDX:1)
           ELSE
               IF SITE-MINUTES(WS-SITE-HIT)(WS-MIN-IDX:1)
                   IS NOT EQUAL TO 'S'
                   MOVE 'E' TO SITE-MINUTES(WS-SITE-HIT)(WS-MIN-IDX:1)
               END-IF
           END-IF.
       PROCESS-LOG-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> WALK-HEARTBEAT-HISTORY - every stretch between two
      *> heartbeats longer than the allowed gap, and the stretch
      *> from the last heartbeat to the end of the period, is a
      *> time the server was not answering: lay it over every
      *> site's grid. The first heartbeat ever written starts the
      *> measured period if it falls inside the month.
      *> ---------------------------------------------------------
       WALK-HEARTBEAT-HISTORY.
           MOVE 'N' TO WS-HB-SEEN.
           OPEN INPUT HEARTBEAT-HIST.
           IF HB-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM READ-HEARTBEAT-LINE UNTIL WS-EOF = 'Y'
               CLOSE HEARTBEAT-HIST
           END-IF.
           IF WS-HB-SEEN = 'Y'
               IF WS-HB-FIRST-ABS > WS-MONTH-START-ABS
                   COMPUTE WS-PERIOD-START =
                       WS-HB-FIRST-ABS - WS-MONTH-START-ABS + 1
               END-IF
               IF WS-HB-PREV-ABS < WS-PERIOD-END-ABS
                   AND WS-PERIOD-END-ABS - WS-HB-PREV-ABS
                       > WS-GAP-MINUTES
                   COMPUTE WS-GAP-FROM-ABS = WS-HB-PREV-ABS + 1
                   MOVE WS-PERIOD-END-ABS TO WS-GAP-TO-ABS
                   PERFORM MARK-HEARTBEAT-GAP
               END-IF
           END-IF.

       READ-HEARTBEAT-LINE.
           READ HEARTBEAT-HIST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM TAKE-HEARTBEAT-LINE THRU TAKE-HEARTBEAT-EXIT
           END-READ.

       TAKE-HEARTBEAT-LINE.
           IF HEARTBEAT-HIST-REC(1:4) IS NOT NUMERIC
               OR HEARTBEAT-HIST-REC(6:2) IS NOT NUMERIC
               OR HEARTBEAT-HIST-REC(9:2) IS NOT NUMERIC
               OR HEARTBEAT-HIST-REC(12:2) IS NOT NUMERIC
               OR HEARTBEAT-HIST-REC(15:2) IS NOT NUMERIC
               GO TO TAKE-HEARTBEAT-EXIT
           END-IF.
           MOVE HEARTBEAT-HIST-REC(1:4) TO WS-DN-YYYY.
           MOVE HEARTBEAT-HIST-REC(6:2) TO WS-DN-MM.
           MOVE HEARTBEAT-HIST-REC(9:2) TO WS-DN-DD.
           MOVE HEARTBEAT-HIST-REC(12:2) TO WS-HB-HH.
           MOVE HEARTBEAT-HIST-REC(15:2) TO WS-HB-MI.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-HB-ABS = WS-DN-DAYS * 1440
               + WS-HB-HH * 60 + WS-HB-MI.
           IF WS-HB-SEEN = 'N'
               MOVE 'Y' TO WS-HB-SEEN
               MOVE WS-HB-ABS TO WS-HB-FIRST-ABS
               MOVE WS-HB-ABS TO WS-HB-PREV-ABS
               GO TO TAKE-HEARTBEAT-EXIT
           END-IF.
      *> A stamp that does not move forward (the clock was set
      *> back) cannot open or close a gap.
           IF WS-HB-ABS <= WS-HB-PREV-ABS
               GO TO TAKE-HEARTBEAT-EXIT
           END-IF.
           IF WS-HB-ABS - WS-HB-PREV-ABS > WS-GAP-MINUTES
               COMPUTE WS-GAP-FROM-ABS = WS-HB-PREV-ABS + 1
               COMPUTE WS-GAP-TO-ABS = WS-HB-ABS - 1
               PERFORM MARK-HEARTBEAT-GAP
           END-IF.
           MOVE WS-HB-ABS TO WS-HB-PREV-ABS.
       TAKE-HEARTBEAT-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> MARK-HEARTBEAT-GAP - the part of WS-GAP-FROM-ABS thru
      *> WS-GAP-TO-ABS that falls inside the month, graded G on
      *> every site's grid wherever nothing else was recorded.
      *> ---------------------------------------------------------
       MARK-HEARTBEAT-GAP.
           IF WS-GAP-TO-ABS < WS-MONTH-START-ABS
               OR WS-GAP-FROM-ABS > WS-MONTH-END-ABS
               CONTINUE
           ELSE
               IF WS-GAP-FROM-ABS < WS-MONTH-START-ABS
                   MOVE WS-MONTH-START-ABS TO WS-GAP-FROM-ABS
               END-IF
               IF WS-GAP-TO-ABS > WS-MONTH-END-ABS
                   MOVE WS-MONTH-END-ABS TO WS-GAP-TO-ABS
               END-IF
               COMPUTE WS-GAP-FROM =
                   WS-GAP-FROM-ABS - WS-MONTH-START-ABS + 1
               COMPUTE WS-GAP-TO =
                   WS-GAP-TO-ABS - WS-MONTH-START-ABS + 1
               PERFORM MARK-ONE-GAP-MINUTE
                   VARYING WS-MIN-I FROM WS-GAP-FROM BY 1
                   UNTIL WS-MIN-I > WS-GAP-TO
           END-IF.

       MARK-ONE-GAP-MINUTE.
           PERFORM MARK-ONE-SITE-GAP
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL.

       MARK-ONE-SITE-GAP.
           IF SITE-MINUTES(WS-SITE-I)(WS-MIN-I:1) = SPACE
               MOVE 'G' TO SITE-MINUTES(WS-SITE-I)(WS-MIN-I:1)
           END-IF.

      *> ---------------------------------------------------------
      *> PRINT-STATEMENTS - the period heading, then one statement
      *> block per docroot.
      *> ---------------------------------------------------------
       PRINT-STATEMENTS.
           DISPLAY "===== HELLOAVL: monthly availability statement "
               "=====".
           DISPLAY "Statement month: " WS-STMT-MONTH.
           IF WS-PERIOD-START > WS-PERIOD-END
               MOVE WS-PERIOD-END TO WS-PERIOD-START
           END-IF.
           MOVE WS-PERIOD-START TO WS-FMT-IDX.
           PERFORM FORMAT-MINUTE-STAMP.
           DISPLAY "Measured from: " WS-FMT-STAMP WITH NO ADVANCING.
           MOVE WS-PERIOD-END TO WS-FMT-IDX.
           PERFORM FORMAT-MINUTE-STAMP.
           DISPLAY " to " WS-FMT-STAMP.
           DISPLAY "Heartbeat gap counted as down: over "
               WS-GAP-MINUTES " minute(s)".
           IF WS-HB-SEEN = 'N'
               DISPLAY "NOTE: no heartbeat history - only server-error"
                   " minutes count as unscheduled downtime"
           ELSE
               IF WS-PERIOD-START > 1
                   DISPLAY "NOTE: the heartbeat history starts inside"
                       " the month - earlier minutes are not measured"
               END-IF
           END-IF.
           IF WS-FILES-READ = 0
               DISPLAY "NOTE: no access log or archive for the month"
                   " - maintenance and server errors not seen"
           END-IF.
           COMPUTE WS-PERIOD-MINUTES = WS-PERIOD-END - WS-PERIOD-START
               + 1.
           PERFORM PRINT-ONE-STATEMENT
               VARYING WS-SITE-I FROM 1 BY 1
               UNTIL WS-SITE-I > SITE-COUNT-TOTAL.

       PRINT-ONE-STATEMENT.
           MOVE 0 TO WS-SCHED-MINS, WS-GAP-MINS, WS-ERROR-MINS.
           MOVE 0 TO WS-WINDOWS, WS-OUTAGES.
           MOVE 0 TO WS-LONG-OUT-LEN, WS-LONG-WIN-LEN.
           MOVE 0 TO WS-LONG-OUT-START, WS-LONG-WIN-START.
           MOVE SPACE TO WS-RUN-KIND.
           MOVE 0 TO WS-RUN-LEN.
           PERFORM GRADE-ONE-MINUTE
               VARYING WS-MIN-I FROM WS-PERIOD-START BY 1
               UNTIL WS-MIN-I > WS-PERIOD-END.
           PERFORM CLOSE-CURRENT-RUN.
           COMPUTE WS-UNSCHED-MINS = WS-GAP-MINS + WS-ERROR-MINS.

           PERFORM FIND-VHOST-NAME.
           DISPLAY " ".
           DISPLAY "Site: " SITE-DOCROOT(WS-SITE-I).
           DISPLAY "  Served as: " WS-VHOST-NAME.
           DISPLAY "  Minutes in period: " WS-PERIOD-MINUTES.
           DISPLAY "  Scheduled downtime (maintenance): " WS-SCHED-MINS
               " minute(s) in " WS-WINDOWS " window(s)".
           DISPLAY "  Unscheduled downtime: " WS-UNSCHED-MINS
               " minute(s) in " WS-OUTAGES " outage(s)".
           DISPLAY "    server not answering: " WS-GAP-MINS
               " minute(s)".
           DISPLAY "    server errors (5xx):  " WS-ERROR-MINS
               " minute(s)".
           IF WS-LONG-OUT-LEN = 0
               DISPLAY "  Longest unscheduled outage: (none)"
           ELSE
               MOVE WS-LONG-OUT-START TO WS-FMT-IDX
               PERFORM FORMAT-MINUTE-STAMP
               DISPLAY "  Longest unscheduled outage: " WS-FMT-STAMP
                   ", " WS-LONG-OUT-LEN " minute(s)"
           END-IF.
           IF WS-LONG-WIN-LEN = 0
               DISPLAY "  Longest maintenance window: (none)"
           ELSE
               MOVE WS-LONG-WIN-START TO WS-FMT-IDX
               PERFORM FORMAT-MINUTE-STAMP
               DISPLAY "  Longest maintenance window: " WS-FMT-STAMP
                   ", " WS-LONG-WIN-LEN " minute(s)"
           END-IF.
           COMPUTE WS-AVAIL-BASE = WS-PERIOD-MINUTES - WS-SCHED-MINS.
           IF WS-AVAIL-BASE = 0
               DISPLAY "  Availability: n/a (down for maintenance"
                   " all period)"
           ELSE
               COMPUTE WS-AVAIL-PCT ROUNDED =
                   (WS-AVAIL-BASE - WS-UNSCHED-MINS) * 100
                   / WS-AVAIL-BASE
               MOVE WS-AVAIL-PCT TO WS-AVAIL-OUT
               DISPLAY "  Availability: " WS-AVAIL-OUT
                   "% (scheduled downtime excluded)"
           END-IF.

      *> ---------------------------------------------------------
      *> GRADE-ONE-MINUTE - count the minute and follow runs of
      *> like minutes; a change of kind closes the run before it.
      *> ---------------------------------------------------------
       GRADE-ONE-MINUTE.
           EVALUATE SITE-MINUTES(WS-SITE-I)(WS-MIN-I:1)
               WHEN 'S'
                   ADD 1 TO WS-SCHED-MINS
                   MOVE 'S' TO WS-MIN-KIND
               WHEN 'G'
                   ADD 1 TO WS-GAP-MINS
                   MOVE 'U' TO WS-MIN-KIND
               WHEN 'E'
                   ADD 1 TO WS-ERROR-MINS
                   MOVE 'U' TO WS-MIN-KIND
               WHEN OTHER
                   MOVE SPACE TO WS-MIN-KIND
           END-EVALUATE.
           IF WS-MIN-KIND = WS-RUN-KIND
               ADD 1 TO WS-RUN-LEN
           ELSE
               PERFORM CLOSE-CURRENT-RUN
               MOVE WS-MIN-KIND TO WS-RUN-KIND
               MOVE WS-MIN-I TO WS-RUN-START
               MOVE 1 TO WS-RUN-LEN
           END-IF.

       CLOSE-CURRENT-RUN.
           EVALUATE WS-RUN-KIND
               WHEN 'S'
                   ADD 1 TO WS-WINDOWS
                   IF WS-RUN-LEN > WS-LONG-WIN-LEN
                       MOVE WS-RUN-LEN TO WS-LONG-WIN-LEN
                       MOVE WS-RUN-START TO WS-LONG-WIN-START
                   END-IF
               WHEN 'U'
                   ADD 1 TO WS-OUTAGES
                   IF WS-RUN-LEN > WS-LONG-OUT-LEN
                       MOVE WS-RUN-LEN TO WS-LONG-OUT-LEN
                       MOVE WS-RUN-START TO WS-LONG-OUT-START
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> FIND-VHOST-NAME - the Host: name the docroot answers for
      *> (copybooks/VHOSTTBL.cpy), for the statement heading.
      *> ---------------------------------------------------------
       FIND-VHOST-NAME.
           MOVE "(no vhost entry)" TO WS-VHOST-NAME.
           SET VHOST-IDX TO 1.
           SEARCH VHOST-ENTRY
               AT END CONTINUE
               WHEN VHOST-IDX > VHOST-COUNT
                   CONTINUE
               WHEN VHOST-DOCROOT(VHOST-IDX) = SITE-DOCROOT(WS-SITE-I)
                   MOVE VHOST-NAME(VHOST-IDX) TO WS-VHOST-NAME
           END-SEARCH.

       FORMAT-MINUTE-STAMP.
           COMPUTE WS-FMT-OFF = WS-FMT-IDX - 1.
           DIVIDE WS-FMT-OFF BY 1440
               GIVING WS-FMT-DAY REMAINDER WS-FMT-REM.
           ADD 1 TO WS-FMT-DAY.
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-HH REMAINDER WS-FMT-MI.
           MOVE SPACES TO WS-FMT-STAMP.
           STRING WS-STMT-MONTH "-" WS-FMT-DAY " " WS-FMT-HH ":"
               WS-FMT-MI DELIMITED BY SIZE
               INTO WS-FMT-STAMP
           END-STRING.
