      *> archive for the report date's month plus the cut-but-not-
      *> yet-archived access.cutting plus whatever is still in the
      *> live access.log, and tallies only the report date's lines
      *> - not the whole history. Once LOGSUMM (logsumm.cobol) has
      *> purged the month's raw archive, the day's location and
      *> response-code counts come from that month's daily summary
      *> file instead.
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
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).

      *> The month's LOGSUMM daily summary (copybooks/DAYSUMM.cpy),
      *> read only when its raw archive has been purged.
       01 DAY-SUMMARY-FILE PIC X(256).
       01 SUMMARY-STATUS PIC X(2).
       01 WS-FROM-SUMMARY PIC X(1) VALUE 'N'.
       COPY "DAYSUMM.cpy".

      *> ---------------------------------------------------------
      *> One access-log record, split the same way WRITE-ACCESS-LOG
      *> in main.cobol wrote it: "TIMESTAMP METHOD LOCATION PROTO
           INTO ACCESS-LOG-FILE
       END-STRING.
       PERFORM TALLY-ONE-LOG-FILE.
       IF WS-FILES-READ = 0
           PERFORM TALLY-DAY-SUMMARY
       END-IF.
       MOVE CUT-LOG-FILE TO ACCESS-LOG-FILE.
       PERFORM TALLY-ONE-LOG-FILE.
       MOVE LIVE-LOG-FILE TO ACCESS-LOG-FILE.
       PROCESS-LOG-LINE-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> TALLY-DAY-SUMMARY - the month's raw archive is gone, so
      *> load the report date's C and L records from the daily
      *> summary LOGSUMM left in its place. They are already one
      *> per code and per location, in the order first seen that
      *> day, and the summary is read before the cut and live logs
      *> - so they go straight into the tables in order, up to the
      *> same 10 codes and 50 locations the raw lines would fill.
      *> ---------------------------------------------------------
       TALLY-DAY-SUMMARY.
           MOVE SPACES TO DAY-SUMMARY-FILE.
           STRING "logarch/summary-" DELIMITED BY SIZE
               WS-RPT-DATE(1:7) DELIMITED BY SIZE
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
                   IF SUM-DATE = WS-RPT-DATE
                       PERFORM LOAD-SUMMARY-COUNT
                   END-IF
           END-READ.

       LOAD-SUMMARY-COUNT.
           EVALUATE TRUE
               WHEN SUM-IS-CODE
                   IF CODE-COUNT-TOTAL < 10
                       ADD 1 TO CODE-COUNT-TOTAL
                       MOVE SUM-CODE TO CODE-VALUE(CODE-COUNT-TOTAL)
                       MOVE SUM-CODE-HITS TO CODE-HITS(CODE-COUNT-TOTAL)
                   END-IF
               WHEN SUM-IS-LOCATION
                   IF LOC-COUNT-TOTAL < 50
                       ADD 1 TO LOC-COUNT-TOTAL
                       MOVE SUM-LOCATION TO LOC-NAME(LOC-COUNT-TOTAL)
                       MOVE SUM-LOC-HITS TO LOC-HITS(LOC-COUNT-TOTAL)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> RECORD-LOCATION-HIT - bump LOC-TABLE's hit count for
      *> WS-LOG-LOCATION, adding a new entry the first time it's
       PRINT-REPORT.
           DISPLAY "===== HELLORPT: daily hit/status report =====".
           DISPLAY "Report date: " WS-RPT-DATE.
           IF WS-FROM-SUMMARY = 'Y'
               DISPLAY "NOTE: raw archive purged - counts taken from "
                   DAY-SUMMARY-FILE(1:32)
           END-IF.
           DISPLAY " ".
           DISPLAY "Hits by location:".
           PERFORM PRINT-LOC-LINE
