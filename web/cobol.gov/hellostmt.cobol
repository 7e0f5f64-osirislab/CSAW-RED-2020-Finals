      *> reads only the statement month's archive plus the
      *> cut-but-not-yet-archived access.cutting plus whatever is
      *> still in the live access.log - months already billed are
      *> never reread. Once LOGSUMM (logsumm.cobol) has purged a
      *> month's raw archive the statement is totalled from that
      *> month's daily summary file instead, which carries the same
      *> per-site day and hour counts.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS LOG-STATUS.

           SELECT DAY-SUMMARY ASSIGN TO DAY-SUMMARY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS SUMMARY-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG.
       01 ACCESS-LOG-REC PIC X(360).

       FD DAY-SUMMARY.
       01 DAY-SUMMARY-REC PIC X(293).

         WORKING-STORAGE SECTION.
       01 ACCESS-LOG-FILE PIC X(256).
       01 LIVE-LOG-FILE PIC X(256) VALUE "access.log".

       01 WS-STMT-MONTH PIC X(7).

      *> The month's LOGSUMM daily summary (copybooks/DAYSUMM.cpy),
      *> read only when its raw archive has been purged.
       01 DAY-SUMMARY-FILE PIC X(256).
       01 SUMMARY-STATUS PIC X(2).
       01 WS-FROM-SUMMARY PIC X(1) VALUE 'N'.
       01 WS-HOUR-I PIC 9(2).
       COPY "DAYSUMM.cpy".

      *> ---------------------------------------------------------
      *> One access-log record, split the same way WRITE-ACCESS-LOG
      *> in main.cobol wrote it: "TIMESTAMP METHOD LOCATION PROTO
           INTO ACCESS-LOG-FILE
       END-STRING.
       PERFORM TALLY-ONE-LOG-FILE.
       IF WS-FILES-READ = 0
           PERFORM TALLY-MONTH-SUMMARY
       END-IF.
       MOVE CUT-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE LIVE-LOG-FILE TO ACCESS-LOG-FILE.
       PROCESS-LOG-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> TALLY-MONTH-SUMMARY - the month's raw archive is gone, so
      *> total its D records (one per day and docroot) from the
      *> daily summary LOGSUMM left in its place. The records come
      *> day by day with the docroots in first-seen order, so the
      *> sites fall into the table in the same order the raw lines
      *> would have put them.
      *> ---------------------------------------------------------
       TALLY-MONTH-SUMMARY.
           MOVE SPACES TO DAY-SUMMARY-FILE.
           STRING "logarch/summary-" DELIMITED BY SIZE
               WS-STMT-MONTH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DAY-SUMMARY-FILE
           END-STRING.
           OPEN INPUT DAY-SUMMARY.
           IF SUMMARY-STATUS = '00'
               ADD 1 TO WS-FILES-READ
               MOVE 'Y' TO WS-FROM-SUMMARY
               MOVE 'N' TO WS-EOF
               PERFORM READ-SUMMARY-RECORD UNTIL WS-EOF = 'Y'
               CLOSE DAY-SUMMARY
           END-IF.

       READ-SUMMARY-RECORD.
           READ DAY-SUMMARY INTO DAYSUMM-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM PROCESS-SUMMARY-RECORD
                       THRU PROCESS-SUMMARY-EXIT
           END-READ.

       PROCESS-SUMMARY-RECORD.
           IF NOT SUM-IS-SITE-DAY
               OR SUM-DATE(1:7) IS NOT EQUAL TO WS-STMT-MONTH
               OR SUM-DATE(9:2) IS NOT NUMERIC
               GO TO PROCESS-SUMMARY-EXIT
           END-IF.
           MOVE SUM-DOCROOT TO WS-LOG-DOCROOT.
           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-HIT = 0
               GO TO PROCESS-SUMMARY-EXIT
           END-IF.

           MOVE SUM-DATE(9:2) TO WS-LOG-DAY.
           ADD SUM-REQUESTS TO SITE-REQUESTS(WS-SITE-HIT).
           ADD SUM-BYTES TO SITE-BYTES(WS-SITE-HIT).
           ADD SUM-4XX SUM-5XX TO SITE-ERRORS(WS-SITE-HIT).
           IF WS-LOG-DAY >= 1 AND WS-LOG-DAY <= 31
               ADD SUM-REQUESTS TO SITE-DAY-HITS(WS-SITE-HIT, WS-LOG-DAY)
           END-IF.
           PERFORM ADD-ONE-SUMMARY-HOUR
               VARYING WS-HOUR-I FROM 1 BY 1 UNTIL WS-HOUR-I > 24.

       PROCESS-SUMMARY-EXIT.
           EXIT.

       ADD-ONE-SUMMARY-HOUR.
           ADD SUM-HOUR-HITS(WS-HOUR-I)
               TO SITE-HOUR-HITS(WS-SITE-HIT, WS-HOUR-I).

      *> ---------------------------------------------------------
      *> FIND-SITE-ENTRY - locate (or open) the accumulator slot for
      *> WS-LOG-DOCROOT, leaving it in WS-SITE-HIT (0 = table full).
       PRINT-STATEMENTS.
           DISPLAY "===== HELLOSTMT: monthly usage statement =====".
           DISPLAY "Statement month: " WS-STMT-MONTH.
           IF WS-FROM-SUMMARY = 'Y'
               DISPLAY "NOTE: raw archive purged - totals taken from "
                   DAY-SUMMARY-FILE(1:32)
           END-IF.
           IF SITE-COUNT-TOTAL = 0
               DISPLAY " "
               DISPLAY "No per-site traffic recorded for this month."
