      IDENTIFICATION DIVISION.
      PROGRAM-ID. HELLOSEC.

      *> ---------------------------------------------------------
      *> HELLOSEC - the daily intrusion report, for the ops desk.
      *> Reads the security journal HELLO writes (security.log,
      *> see WRITE-SECURITY-EVENT in main.cobol) and reports, for
      *> the report date:
      *>     - failed logins by user id, with the last reason and
      *>       how many of the bad tries before a lockout the
      *>       account has used - so an account can be looked at
      *>       before it is locked,
      *>     - failed logins by visitor, with how many different
      *>       user ids each visitor tried (one visitor working
      *>       through many ids is a password sweep),
      *>     - the accounts locked that day,
      *>     - traversal and method probes by location,
      *> and, over a look-back window ending on the report date,
      *>     - repeat offenders: visitors with journal events on
      *>       two or more different days.
      *> Run it with the report date ("yyyy-mm-dd") on the first
      *> input line (blank reports on today) and the look-back in
      *> days on the second (blank means 7). Refusals at good
      *> credentials (FORBID) are counted in the totals. The
      *> journal only holds refusals, so it stays small and is
      *> read whole; LOGCUT does not cut it.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO SECURITY-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS SEC-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD SECURITY-LOG.
       01 SECURITY-LOG-REC PIC X(360).

         WORKING-STORAGE SECTION.
       01 SECURITY-LOG-FILE PIC X(256) VALUE "security.log".
       01 SEC-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-SEC-LINE PIC X(360).

       01 WS-RPT-DATE PIC X(10).
       01 WS-LOOKBACK-IN PIC X(10).
       01 WS-LOOKBACK PIC 9(3) VALUE 7.
       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-NUM-TEXT PIC X(4).
       01 WS-NUM-OUT PIC 9(4).
       01 WS-NUM-I PIC 9(1).
       01 WS-NUM-D PIC 9(1).

      *> ---------------------------------------------------------
      *> Day numbers: a running count of days (any fixed origin
      *> will do) so the look-back window can run across a month
      *> end. March-based, so the leap day falls last. The same
      *> reckoning as HELLOAVL's.
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
       01 WS-RPT-DAY PIC 9(7).
       01 WS-FIRST-DAY PIC 9(7).

      *> ---------------------------------------------------------
      *> One journal line, split the same way WRITE-SECURITY-EVENT
      *> in main.cobol wrote it: "TIMESTAMP EVENT DETAIL USER
      *> DOCROOT LOCATION VISITOR TRIES "REALM" "USER-AGENT"" -
      *> the quotes are cut first, then the space-separated head.
      *> ---------------------------------------------------------
       01 WS-SEC-HEAD PIC X(240).
       01 WS-SEC-REALM PIC X(24).
       01 WS-SEC-GAP PIC X(4).
       01 WS-SEC-AGENT PIC X(80).
       01 WS-SEC-TS PIC X(19).
       01 WS-SEC-EVENT PIC X(10).
       01 WS-SEC-DETAIL PIC X(16).
       01 WS-SEC-USER PIC X(16).
       01 WS-SEC-DOCROOT PIC X(32).
       01 WS-SEC-LOCATION PIC X(80).
       01 WS-SEC-VISITOR PIC X(19).
       01 WS-SEC-TRIES PIC X(5).

      *> ---------------------------------------------------------
      *> Report-date accumulators: failed logins per user id and
      *> per visitor (with the visitor/user pairs seen, to count
      *> the different ids each visitor tried), the lockouts, and
      *> the traversal/method probes per location.
      *> ---------------------------------------------------------
       01 USR-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 USR-TABLE.
           05 USR-ENTRY OCCURS 100 TIMES.
               10 USR-ID PIC X(16).
               10 USR-FAILS PIC 9(5).
               10 USR-REASON PIC X(16).
               10 USR-TRIES PIC X(5).
       01 WS-USR-I PIC 9(3).
       01 WS-USR-HIT PIC 9(3).

       01 VIS-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 VIS-TABLE.
           05 VIS-ENTRY OCCURS 200 TIMES.
               10 VIS-ID PIC X(19).
               10 VIS-FAILS PIC 9(5).
               10 VIS-USERS PIC 9(3).
               10 VIS-LAST-USER PIC X(16).
       01 WS-VIS-I PIC 9(3).
       01 WS-VIS-HIT PIC 9(3).

       01 UV-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 UV-TABLE.
           05 UV-ENTRY OCCURS 400 TIMES.
               10 UV-VISITOR PIC X(19).
               10 UV-USER PIC X(16).
       01 WS-UV-I PIC 9(3).
       01 WS-UV-HIT PIC 9(3).

       01 LCK-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 LCK-TABLE.
           05 LCK-ENTRY OCCURS 50 TIMES.
               10 LCK-TIME PIC X(8).
               10 LCK-USER PIC X(16).
               10 LCK-DOCROOT PIC X(32).
               10 LCK-LOCATION PIC X(80).
               10 LCK-VISITOR PIC X(19).
       01 WS-LCK-I PIC 9(3).

       01 PRB-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 PRB-TABLE.
           05 PRB-ENTRY OCCURS 200 TIMES.
               10 PRB-HITS PIC 9(5).
               10 PRB-KIND PIC X(10).
               10 PRB-DOCROOT PIC X(32).
               10 PRB-LOCATION PIC X(80).
               10 PRB-DETAIL PIC X(16).
       01 WS-PRB-I PIC 9(3).
       01 WS-PRB-HIT PIC 9(3).

      *> ---------------------------------------------------------
      *> Look-back accumulators: every visitor with a journal event
      *> in the window, the different days it was seen on (the
      *> journal is in time order, so a new day is simply one that
      *> differs from the last one seen) and its event count.
      *> ---------------------------------------------------------
       01 RPT-COUNT-TOTAL PIC 9(3) VALUE 0.
       01 RPT-TABLE.
           05 RPT-ENTRY OCCURS 300 TIMES.
               10 RPT-DAYS PIC 9(3).
               10 RPT-EVENTS PIC 9(5).
               10 RPT-VISITOR PIC X(19).
               10 RPT-LAST-DATE PIC X(10).
       01 WS-RPT-I PIC 9(3).
       01 WS-RPT-HIT PIC 9(3).
       01 WS-REPEATERS PIC 9(3) VALUE 0.

       01 WS-TOT-AUTHFAIL PIC 9(5) VALUE 0.
       01 WS-TOT-LOCKOUT PIC 9(5) VALUE 0.
       01 WS-TOT-FORBID PIC 9(5) VALUE 0.
       01 WS-TOT-TRAVERSAL PIC 9(5) VALUE 0.
       01 WS-TOT-METHOD PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

      *> Bubble sort, worst to first, as HELLOREF does; an entry
      *> is moved whole through the swap area.
       01 WS-SWAP-ENTRY PIC X(160).
       01 WS-SORT-I PIC 9(3).
       01 WS-SORT-J PIC 9(3).

      PROCEDURE DIVISION.
       MOVE SPACES TO WS-RPT-DATE.
       ACCEPT WS-RPT-DATE.
       IF WS-RPT-DATE = SPACES
           ACCEPT WS-TODAY-DATE FROM DATE
           STRING "20" WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RPT-DATE
           END-STRING
       END-IF.
       MOVE SPACES TO WS-LOOKBACK-IN.
       ACCEPT WS-LOOKBACK-IN.
       IF WS-LOOKBACK-IN IS NOT EQUAL TO SPACES
           MOVE WS-LOOKBACK-IN(1:4) TO WS-NUM-TEXT
           PERFORM PARSE-ONE-NUMBER
           IF WS-NUM-OUT > 0 AND WS-NUM-OUT < 1000
               MOVE WS-NUM-OUT TO WS-LOOKBACK
           END-IF
       END-IF.
       IF WS-RPT-DATE(1:4) IS NOT NUMERIC
           OR WS-RPT-DATE(6:2) IS NOT NUMERIC
           OR WS-RPT-DATE(9:2) IS NOT NUMERIC
           DISPLAY "HELLOSEC: report date must be yyyy-mm-dd"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-RPT-DATE(1:4) TO WS-DN-YYYY.
       MOVE WS-RPT-DATE(6:2) TO WS-DN-MM.
       MOVE WS-RPT-DATE(9:2) TO WS-DN-DD.
       PERFORM COMPUTE-DAY-NUMBER.
       MOVE WS-DN-DAYS TO WS-RPT-DAY.
       COMPUTE WS-FIRST-DAY = WS-RPT-DAY - WS-LOOKBACK + 1.

       OPEN INPUT SECURITY-LOG.
       IF SEC-STATUS IS NOT EQUAL TO '00'
           DISPLAY "HELLOSEC: no security journal ("
               SECURITY-LOG-FILE(1:12) ") - nothing to report"
           STOP RUN
       END-IF.
       PERFORM READ-JOURNAL-RECORD UNTIL WS-EOF = 'Y'.
       CLOSE SECURITY-LOG.

       PERFORM SORT-USR-TABLE
           VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= USR-COUNT-TOTAL.
       PERFORM SORT-VIS-TABLE
           VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= VIS-COUNT-TOTAL.
       PERFORM SORT-PRB-TABLE
           VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= PRB-COUNT-TOTAL.
       PERFORM SORT-RPT-TABLE
           VARYING WS-SORT-I FROM 1 BY 1
           UNTIL WS-SORT-I >= RPT-COUNT-TOTAL.

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

       READ-JOURNAL-RECORD.
           READ SECURITY-LOG INTO WS-SEC-LINE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM PROCESS-JOURNAL-LINE THRU PROCESS-JOURNAL-EXIT
           END-READ.

      *> ---------------------------------------------------------
      *> PROCESS-JOURNAL-LINE - split one journal line and keep it
      *> if it falls in the look-back window: every kept line
      *> counts towards repeat offenders, and the report date's
      *> lines are tallied by kind as well.
      *> ---------------------------------------------------------
       PROCESS-JOURNAL-LINE.
           MOVE SPACES TO WS-SEC-HEAD, WS-SEC-REALM, WS-SEC-GAP,
               WS-SEC-AGENT.
           UNSTRING WS-SEC-LINE DELIMITED BY '"'
               INTO WS-SEC-HEAD, WS-SEC-REALM, WS-SEC-GAP,
                   WS-SEC-AGENT
           END-UNSTRING.
           MOVE SPACES TO WS-SEC-TS, WS-SEC-EVENT, WS-SEC-DETAIL,
               WS-SEC-USER, WS-SEC-DOCROOT, WS-SEC-LOCATION,
               WS-SEC-VISITOR, WS-SEC-TRIES.
           UNSTRING WS-SEC-HEAD DELIMITED BY ALL SPACE
               INTO WS-SEC-TS, WS-SEC-EVENT, WS-SEC-DETAIL,
                   WS-SEC-USER, WS-SEC-DOCROOT, WS-SEC-LOCATION,
                   WS-SEC-VISITOR, WS-SEC-TRIES
           END-UNSTRING.
           IF WS-SEC-TS(1:4) IS NOT NUMERIC
               OR WS-SEC-TS(6:2) IS NOT NUMERIC
               OR WS-SEC-TS(9:2) IS NOT NUMERIC
               GO TO PROCESS-JOURNAL-EXIT
           END-IF.
           MOVE WS-SEC-TS(1:4) TO WS-DN-YYYY.
           MOVE WS-SEC-TS(6:2) TO WS-DN-MM.
           MOVE WS-SEC-TS(9:2) TO WS-DN-DD.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DN-DAYS < WS-FIRST-DAY OR WS-DN-DAYS > WS-RPT-DAY
               GO TO PROCESS-JOURNAL-EXIT
           END-IF.
           IF WS-SEC-VISITOR IS NOT EQUAL TO "-"
               AND WS-SEC-VISITOR IS NOT EQUAL TO SPACES
               PERFORM TALLY-REPEAT-OFFENDER
           END-IF.
           IF WS-SEC-TS(1:10) IS NOT EQUAL TO WS-RPT-DATE
               GO TO PROCESS-JOURNAL-EXIT
           END-IF.
           EVALUATE WS-SEC-EVENT
               WHEN "AUTHFAIL"
                   ADD 1 TO WS-TOT-AUTHFAIL
                   PERFORM TALLY-USER-FAILURE
                   PERFORM TALLY-VISITOR-FAILURE
               WHEN "LOCKOUT"
                   ADD 1 TO WS-TOT-LOCKOUT
                   PERFORM NOTE-LOCKOUT
               WHEN "FORBID"
                   ADD 1 TO WS-TOT-FORBID
               WHEN "TRAVERSAL"
                   ADD 1 TO WS-TOT-TRAVERSAL
                   PERFORM TALLY-PROBE
               WHEN "METHOD"
                   ADD 1 TO WS-TOT-METHOD
                   PERFORM TALLY-PROBE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCESS-JOURNAL-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> TALLY-USER-FAILURE - one more failed login for the user id
      *> tried; the reason and tries used are the latest seen, so
      *> the report shows where the account stands now.
      *> ---------------------------------------------------------
       TALLY-USER-FAILURE.
           MOVE 0 TO WS-USR-HIT.
           PERFORM CHECK-ONE-USR-ENTRY
               VARYING WS-USR-I FROM 1 BY 1
               UNTIL WS-USR-I > USR-COUNT-TOTAL OR WS-USR-HIT > 0.
           IF WS-USR-HIT = 0
               IF USR-COUNT-TOTAL < 100
                   ADD 1 TO USR-COUNT-TOTAL
                   MOVE USR-COUNT-TOTAL TO WS-USR-HIT
                   MOVE WS-SEC-USER TO USR-ID(WS-USR-HIT)
                   MOVE 0 TO USR-FAILS(WS-USR-HIT)
                   MOVE "-" TO USR-TRIES(WS-USR-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-USR-HIT > 0
               ADD 1 TO USR-FAILS(WS-USR-HIT)
               MOVE WS-SEC-DETAIL TO USR-REASON(WS-USR-HIT)
               IF WS-SEC-TRIES IS NOT EQUAL TO "-"
                   MOVE WS-SEC-TRIES TO USR-TRIES(WS-USR-HIT)
               END-IF
           END-IF.

       CHECK-ONE-USR-ENTRY.
           IF USR-ID(WS-USR-I) = WS-SEC-USER
               MOVE WS-USR-I TO WS-USR-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> TALLY-VISITOR-FAILURE - one more failed login for the
      *> visitor, and one more user id tried when this visitor has
      *> not been seen with this one before.
      *> ---------------------------------------------------------
       TALLY-VISITOR-FAILURE.
           MOVE 0 TO WS-VIS-HIT.
           PERFORM CHECK-ONE-VIS-ENTRY
               VARYING WS-VIS-I FROM 1 BY 1
               UNTIL WS-VIS-I > VIS-COUNT-TOTAL OR WS-VIS-HIT > 0.
           IF WS-VIS-HIT = 0
               IF VIS-COUNT-TOTAL < 200
                   ADD 1 TO VIS-COUNT-TOTAL
                   MOVE VIS-COUNT-TOTAL TO WS-VIS-HIT
                   MOVE WS-SEC-VISITOR TO VIS-ID(WS-VIS-HIT)
                   MOVE 0 TO VIS-FAILS(WS-VIS-HIT)
                   MOVE 0 TO VIS-USERS(WS-VIS-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-VIS-HIT > 0
               ADD 1 TO VIS-FAILS(WS-VIS-HIT)
               MOVE WS-SEC-USER TO VIS-LAST-USER(WS-VIS-HIT)
               MOVE 0 TO WS-UV-HIT
               PERFORM CHECK-ONE-UV-ENTRY
                   VARYING WS-UV-I FROM 1 BY 1
                   UNTIL WS-UV-I > UV-COUNT-TOTAL OR WS-UV-HIT > 0
               IF WS-UV-HIT = 0 AND UV-COUNT-TOTAL < 400
                   ADD 1 TO UV-COUNT-TOTAL
                   MOVE WS-SEC-VISITOR TO UV-VISITOR(UV-COUNT-TOTAL)
                   MOVE WS-SEC-USER TO UV-USER(UV-COUNT-TOTAL)
                   ADD 1 TO VIS-USERS(WS-VIS-HIT)
               END-IF
           END-IF.

       CHECK-ONE-VIS-ENTRY.
           IF VIS-ID(WS-VIS-I) = WS-SEC-VISITOR
               MOVE WS-VIS-I TO WS-VIS-HIT
           END-IF.

       CHECK-ONE-UV-ENTRY.
           IF UV-VISITOR(WS-UV-I) = WS-SEC-VISITOR
               AND UV-USER(WS-UV-I) = WS-SEC-USER
               MOVE WS-UV-I TO WS-UV-HIT
           END-IF.

       NOTE-LOCKOUT.
           IF LCK-COUNT-TOTAL < 50
               ADD 1 TO LCK-COUNT-TOTAL
               MOVE WS-SEC-TS(12:8) TO LCK-TIME(LCK-COUNT-TOTAL)
               MOVE WS-SEC-USER TO LCK-USER(LCK-COUNT-TOTAL)
               MOVE WS-SEC-DOCROOT TO LCK-DOCROOT(LCK-COUNT-TOTAL)
               MOVE WS-SEC-LOCATION TO LCK-LOCATION(LCK-COUNT-TOTAL)
               MOVE WS-SEC-VISITOR TO LCK-VISITOR(LCK-COUNT-TOTAL)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

      *> ---------------------------------------------------------
      *> TALLY-PROBE - one more traversal or method probe against
      *> the location (per docroot, per kind); the rule tripped or
      *> method tried is the latest seen.
      *> ---------------------------------------------------------
       TALLY-PROBE.
           MOVE 0 TO WS-PRB-HIT.
           PERFORM CHECK-ONE-PRB-ENTRY
               VARYING WS-PRB-I FROM 1 BY 1
               UNTIL WS-PRB-I > PRB-COUNT-TOTAL OR WS-PRB-HIT > 0.
           IF WS-PRB-HIT = 0
               IF PRB-COUNT-TOTAL < 200
                   ADD 1 TO PRB-COUNT-TOTAL
                   MOVE PRB-COUNT-TOTAL TO WS-PRB-HIT
                   MOVE WS-SEC-EVENT TO PRB-KIND(WS-PRB-HIT)
                   MOVE WS-SEC-DOCROOT TO PRB-DOCROOT(WS-PRB-HIT)
                   MOVE WS-SEC-LOCATION TO PRB-LOCATION(WS-PRB-HIT)
                   MOVE 0 TO PRB-HITS(WS-PRB-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-PRB-HIT > 0
               ADD 1 TO PRB-HITS(WS-PRB-HIT)
               MOVE WS-SEC-DETAIL TO PRB-DETAIL(WS-PRB-HIT)
           END-IF.

       CHECK-ONE-PRB-ENTRY.
           IF PRB-KIND(WS-PRB-I) = WS-SEC-EVENT
               AND PRB-DOCROOT(WS-PRB-I) = WS-SEC-DOCROOT
               AND PRB-LOCATION(WS-PRB-I) = WS-SEC-LOCATION
               MOVE WS-PRB-I TO WS-PRB-HIT
           END-IF.

       TALLY-REPEAT-OFFENDER.
           MOVE 0 TO WS-RPT-HIT.
           PERFORM CHECK-ONE-RPT-ENTRY
               VARYING WS-RPT-I FROM 1 BY 1
               UNTIL WS-RPT-I > RPT-COUNT-TOTAL OR WS-RPT-HIT > 0.
           IF WS-RPT-HIT = 0
               IF RPT-COUNT-TOTAL < 300
                   ADD 1 TO RPT-COUNT-TOTAL
                   MOVE RPT-COUNT-TOTAL TO WS-RPT-HIT
                   MOVE WS-SEC-VISITOR TO RPT-VISITOR(WS-RPT-HIT)
                   MOVE 0 TO RPT-DAYS(WS-RPT-HIT)
                   MOVE 0 TO RPT-EVENTS(WS-RPT-HIT)
                   MOVE SPACES TO RPT-LAST-DATE(WS-RPT-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-RPT-HIT > 0
               ADD 1 TO RPT-EVENTS(WS-RPT-HIT)
               IF RPT-LAST-DATE(WS-RPT-HIT)
                   IS NOT EQUAL TO WS-SEC-TS(1:10)
                   ADD 1 TO RPT-DAYS(WS-RPT-HIT)
                   MOVE WS-SEC-TS(1:10) TO RPT-LAST-DATE(WS-RPT-HIT)
               END-IF
           END-IF.

       CHECK-ONE-RPT-ENTRY.
           IF RPT-VISITOR(WS-RPT-I) = WS-SEC-VISITOR
               MOVE WS-RPT-I TO WS-RPT-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> SORT-xxx-TABLE - plain bubble sorts, biggest first: users
      *> and visitors by failed logins, probes by hits, repeat
      *> offenders by days seen.
      *> ---------------------------------------------------------
       SORT-USR-TABLE.
           PERFORM SORT-USR-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > USR-COUNT-TOTAL - WS-SORT-I.

       SORT-USR-INNER.
           IF USR-FAILS(WS-SORT-J) < USR-FAILS(WS-SORT-J + 1)
               MOVE USR-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
               MOVE USR-ENTRY(WS-SORT-J + 1) TO USR-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO USR-ENTRY(WS-SORT-J + 1)
           END-IF.

       SORT-VIS-TABLE.
           PERFORM SORT-VIS-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > VIS-COUNT-TOTAL - WS-SORT-I.

       SORT-VIS-INNER.
           IF VIS-FAILS(WS-SORT-J) < VIS-FAILS(WS-SORT-J + 1)
               MOVE VIS-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
               MOVE VIS-ENTRY(WS-SORT-J + 1) TO VIS-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO VIS-ENTRY(WS-SORT-J + 1)
           END-IF.

       SORT-PRB-TABLE.
           PERFORM SORT-PRB-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > PRB-COUNT-TOTAL - WS-SORT-I.

       SORT-PRB-INNER.
           IF PRB-HITS(WS-SORT-J) < PRB-HITS(WS-SORT-J + 1)
               MOVE PRB-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
               MOVE PRB-ENTRY(WS-SORT-J + 1) TO PRB-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO PRB-ENTRY(WS-SORT-J + 1)
           END-IF.

       SORT-RPT-TABLE.
           PERFORM SORT-RPT-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > RPT-COUNT-TOTAL - WS-SORT-I.

       SORT-RPT-INNER.
           IF RPT-DAYS(WS-SORT-J) < RPT-DAYS(WS-SORT-J + 1)
               MOVE RPT-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
               MOVE RPT-ENTRY(WS-SORT-J + 1) TO RPT-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO RPT-ENTRY(WS-SORT-J + 1)
           END-IF.

      *> ---------------------------------------------------------
      *> PRINT-REPORT - the five sections in turn, "(none)" where
      *> a section has nothing, then the day's totals.
      *> ---------------------------------------------------------
       PRINT-REPORT.
           DISPLAY "===== HELLOSEC: daily intrusion report =====".
           DISPLAY "Report date: " WS-RPT-DATE
               "   repeat offenders over the last " WS-LOOKBACK
               " day(s)".

           DISPLAY " ".
           DISPLAY "Failed logins by user id:".
           IF USR-COUNT-TOTAL = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "  User id           Fails  Last reason"
                   "       Bad tries used"
               PERFORM PRINT-ONE-USR-LINE
                   VARYING WS-USR-I FROM 1 BY 1
                   UNTIL WS-USR-I > USR-COUNT-TOTAL
           END-IF.

           DISPLAY " ".
           DISPLAY "Failed logins by visitor:".
           IF VIS-COUNT-TOTAL = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "  Visitor id            Fails  Ids tried"
                   "  Last id tried"
               PERFORM PRINT-ONE-VIS-LINE
                   VARYING WS-VIS-I FROM 1 BY 1
                   UNTIL WS-VIS-I > VIS-COUNT-TOTAL
           END-IF.

           DISPLAY " ".
           DISPLAY "Accounts locked:".
           IF LCK-COUNT-TOTAL = 0
               DISPLAY "  (none)"
           ELSE
               PERFORM PRINT-ONE-LCK-LINE
                   VARYING WS-LCK-I FROM 1 BY 1
                   UNTIL WS-LCK-I > LCK-COUNT-TOTAL
           END-IF.

           DISPLAY " ".
           DISPLAY "Traversal and method probes by location:".
           IF PRB-COUNT-TOTAL = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "  Hits   Kind       Docroot          Last"
                   " rule/method Location"
               PERFORM PRINT-ONE-PRB-LINE
                   VARYING WS-PRB-I FROM 1 BY 1
                   UNTIL WS-PRB-I > PRB-COUNT-TOTAL
           END-IF.

           DISPLAY " ".
           DISPLAY "Repeat offenders (journal events on 2 or more"
               " days):".
           PERFORM PRINT-ONE-RPT-LINE
               VARYING WS-RPT-I FROM 1 BY 1
               UNTIL WS-RPT-I > RPT-COUNT-TOTAL.
           IF WS-REPEATERS = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".
           DISPLAY "Totals: " WS-TOT-AUTHFAIL " failed login(s), "
               WS-TOT-LOCKOUT " lockout(s), " WS-TOT-FORBID
               " forbidden, " WS-TOT-TRAVERSAL " traversal probe(s), "
               WS-TOT-METHOD " method probe(s)".
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "NOTE: more entries than the report's tables"
                   " hold - the lists above are not complete"
           END-IF.

       PRINT-ONE-USR-LINE.
           DISPLAY "  " USR-ID(WS-USR-I) "  " USR-FAILS(WS-USR-I)
               "  " USR-REASON(WS-USR-I) "  " USR-TRIES(WS-USR-I).

       PRINT-ONE-VIS-LINE.
           DISPLAY "  " VIS-ID(WS-VIS-I) "   " VIS-FAILS(WS-VIS-I)
               "  " VIS-USERS(WS-VIS-I) "        "
               VIS-LAST-USER(WS-VIS-I).

       PRINT-ONE-LCK-LINE.
           DISPLAY "  " LCK-TIME(WS-LCK-I) "  " LCK-USER(WS-LCK-I)
               " at " LCK-DOCROOT(WS-LCK-I)(1:16) " "
               LCK-LOCATION(WS-LCK-I)(1:40) " by "
               LCK-VISITOR(WS-LCK-I).

       PRINT-ONE-PRB-LINE.
           DISPLAY "  " PRB-HITS(WS-PRB-I) "  " PRB-KIND(WS-PRB-I)
               " " PRB-DOCROOT(WS-PRB-I)(1:16) " "
               PRB-DETAIL(WS-PRB-I) " " PRB-LOCATION(WS-PRB-I)(1:40).

       PRINT-ONE-RPT-LINE.
           IF RPT-DAYS(WS-RPT-I) >= 2
               ADD 1 TO WS-REPEATERS
               DISPLAY "  " RPT-VISITOR(WS-RPT-I) "  "
                   RPT-DAYS(WS-RPT-I) " day(s), "
                   RPT-EVENTS(WS-RPT-I) " event(s), last seen "
                   RPT-LAST-DATE(WS-RPT-I)
           END-IF.
