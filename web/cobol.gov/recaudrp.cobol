      IDENTIFICATION DIVISION.
      PROGRAM-ID. RECAUDRP.

      *> ---------------------------------------------------------
      *> RECAUDRP - daily privacy review of the records lookup.
      *> Reads the audit trail RECLOOK (reclook.cobol) appends to
      *> reclook.log - one line per lookup answered, see
      *> copybooks/RECAUDIT.cpy - and, for the report date only,
      *> lists for the privacy officer:
      *>     the visitors over the threshold - more distinct
      *>         records pulled in the day than the second input
      *>         line allows - i.e. someone walking the file a page
      *>         at a time
      *>     the top visitors by distinct records pulled
      *>     the top visitors by CSV downloads
      *>     the records looked up most often, and by how many
      *>         different visitors
      *> Run it with two input lines:
      *>     report date "yyyy-mm-dd"   (blank = today)
      *>     threshold, distinct records per visitor per day
      *>                                (blank = 100)
      *> A record is the docroot plus its REC-ID, since each site
      *> keeps its own records file. Records and visitor/record
      *> pairs are kept in hashed tables (open addressing on the
      *> id's digits) so a visitor who pulled the whole file is
      *> still counted in one pass.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO AUDIT-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS AUDIT-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG.
       01 AUDIT-LOG-REC PIC X(356).

         WORKING-STORAGE SECTION.
       01 AUDIT-LOG-FILE PIC X(256) VALUE "reclook.log".
       01 AUDIT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       COPY "RECAUDIT.cpy".

       01 WS-RPT-DATE PIC X(10).
       01 WS-TODAY-DATE PIC 9(6).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YY PIC 9(2).
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-THRESHOLD-IN PIC X(10).
       01 WS-THRESHOLD PIC 9(6) VALUE 100.
       01 WS-TOP-MAX PIC 9(2) VALUE 10.

       01 WS-NUM-TEXT PIC X(6).
       01 WS-NUM-OUT PIC 9(6).
       01 WS-NUM-I PIC 9(1).
       01 WS-NUM-D PIC 9(1).

      *> ---------------------------------------------------------
      *> Day totals.
      *> ---------------------------------------------------------
       01 WS-LOOKUPS PIC 9(7) VALUE 0.
       01 WS-CSV-LOOKUPS PIC 9(7) VALUE 0.
       01 WS-ROWS-OUT PIC 9(8) VALUE 0.
       01 WS-OVERFLOW PIC X(1) VALUE 'N'.

      *> ---------------------------------------------------------
      *> Docroots seen - a record is keyed by its docroot's number
      *> here rather than the 32-byte name.
      *> ---------------------------------------------------------
       01 SITE-COUNT PIC 9(2) VALUE 0.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 10 TIMES INDEXED BY SITE-IDX.
               10 SITE-DOCROOT PIC X(32).
       01 WS-SITE-NO PIC 9(2).

      *> ---------------------------------------------------------
      *> Per visitor: lookups made, CSV downloads, rows returned in
      *> all, and distinct records among them.
      *> ---------------------------------------------------------
       01 VIS-COUNT PIC 9(5) VALUE 0.
       01 VIS-TABLE.
           05 VIS-ENTRY OCCURS 5000 TIMES INDEXED BY VIS-IDX.
               10 VT-VISITOR PIC X(19).
               10 VT-LOOKUPS PIC 9(6).
               10 VT-CSV PIC 9(6).
               10 VT-ROWS PIC 9(7).
               10 VT-DISTINCT PIC 9(6).
       01 WS-VIS-NO PIC 9(5).
       01 WS-SWAP-VIS PIC X(44).
       01 WS-SORT-I PIC 9(5).
       01 WS-SORT-J PIC 9(5).
       01 WS-SORT-KEY PIC X(1).

      *> ---------------------------------------------------------
      *> Records looked up, hashed on docroot number and REC-ID.
      *> RS-SITE zero marks an empty slot.
      *> ---------------------------------------------------------
       01 RS-SIZE PIC 9(6) VALUE 60013.
       01 RS-USED PIC 9(6) VALUE 0.
       01 REC-SLOTS.
           05 RS-ENTRY OCCURS 60013 TIMES.
               10 RS-SITE PIC 9(2).
               10 RS-ID PIC X(6).
               10 RS-LOOKUPS PIC 9(6).
               10 RS-VISITORS PIC 9(5).
       01 WS-RS-HIT PIC 9(6).
       01 WS-RS-I PIC 9(6).
       01 WS-REC-ID PIC X(6).
       01 WS-HASH-ID PIC X(6).
       01 WS-HASH-NUM PIC 9(6).
       01 WS-HASH-WORK PIC 9(12).
       01 WS-HASH-QUOT PIC 9(12).

      *> ---------------------------------------------------------
      *> Visitor/record pairs already counted, hashed the same way;
      *> PS-VIS zero marks an empty slot.
      *> ---------------------------------------------------------
       01 PS-SIZE PIC 9(6) VALUE 200003.
       01 PS-USED PIC 9(6) VALUE 0.
       01 PAIR-SLOTS.
           05 PS-ENTRY OCCURS 200003 TIMES.
               10 PS-VIS PIC 9(5).
               10 PS-REC PIC 9(6).
       01 WS-PS-I PIC 9(6).
       01 WS-PS-DONE PIC X(1).

       01 WS-ID-I PIC 9(2).

      *> ---------------------------------------------------------
      *> The most-looked-up records, kept in order as the slots
      *> are walked.
      *> ---------------------------------------------------------
       01 TOP-COUNT PIC 9(2) VALUE 0.
       01 TOP-TABLE.
           05 TOP-ENTRY OCCURS 10 TIMES.
               10 TOP-SLOT PIC 9(6).
               10 TOP-LOOKUPS PIC 9(6).
       01 WS-TOP-I PIC 9(2).
       01 WS-SWAP-TOP PIC X(12).

      PROCEDURE DIVISION.
       MOVE SPACES TO WS-RPT-DATE.
       ACCEPT WS-RPT-DATE.
       IF WS-RPT-DATE = SPACES
           ACCEPT WS-TODAY-DATE FROM DATE
           STRING "20" WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RPT-DATE
           END-STRING
       END-IF.
       MOVE SPACES TO WS-THRESHOLD-IN.
       ACCEPT WS-THRESHOLD-IN.
       IF WS-THRESHOLD-IN IS NOT EQUAL TO SPACES
           MOVE WS-THRESHOLD-IN(1:6) TO WS-NUM-TEXT
           PERFORM PARSE-ONE-NUMBER
           IF WS-NUM-OUT > 0
               MOVE WS-NUM-OUT TO WS-THRESHOLD
           END-IF
       END-IF.

       OPEN INPUT AUDIT-LOG.
       IF AUDIT-STATUS IS NOT EQUAL TO '00'
           DISPLAY "RECAUDRP: no records-lookup audit trail ("
               "reclook.log)"
           STOP RUN
       END-IF.
       MOVE 'N' TO WS-EOF.
       PERFORM READ-AUDIT-RECORD UNTIL WS-EOF = 'Y'.
       CLOSE AUDIT-LOG.

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
               UNTIL WS-NUM-I > 6
               OR WS-NUM-TEXT(WS-NUM-I:1) IS NOT NUMERIC.

       ADD-ONE-NUM-DIGIT.
           MOVE WS-NUM-TEXT(WS-NUM-I:1) TO WS-NUM-D.
           COMPUTE WS-NUM-OUT = WS-NUM-OUT * 10 + WS-NUM-D.

      *> ---------------------------------------------------------
      *> READ-AUDIT-RECORD - the next audit line; only the report
      *> date's lines are tallied.
      *> ---------------------------------------------------------
       READ-AUDIT-RECORD.
           READ AUDIT-LOG INTO RECAUDIT-REC
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUD-STAMP(1:10) = WS-RPT-DATE
                       PERFORM TALLY-ONE-LOOKUP
                           THRU TALLY-ONE-LOOKUP-EXIT
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> TALLY-ONE-LOOKUP - charge the lookup to its visitor, then
      *> every REC-ID it returned to the record and the pair.
      *> ---------------------------------------------------------
       TALLY-ONE-LOOKUP.
           ADD 1 TO WS-LOOKUPS.
           IF AUD-WAS-CSV
               ADD 1 TO WS-CSV-LOOKUPS
           END-IF.
           IF AUD-RETURNED IS NOT NUMERIC
               MOVE 0 TO AUD-RETURNED
           END-IF.
           IF AUD-RETURNED > 25
               MOVE 25 TO AUD-RETURNED
           END-IF.
           ADD AUD-RETURNED TO WS-ROWS-OUT.

           PERFORM FIND-VISITOR-ENTRY.
           IF WS-VIS-NO = 0
               MOVE 'Y' TO WS-OVERFLOW
               GO TO TALLY-ONE-LOOKUP-EXIT
           END-IF.
           ADD 1 TO VT-LOOKUPS(WS-VIS-NO).
           IF AUD-WAS-CSV
               ADD 1 TO VT-CSV(WS-VIS-NO)
           END-IF.
           ADD AUD-RETURNED TO VT-ROWS(WS-VIS-NO).

           PERFORM FIND-SITE-ENTRY.
           IF WS-SITE-NO = 0
               MOVE 'Y' TO WS-OVERFLOW
               GO TO TALLY-ONE-LOOKUP-EXIT
           END-IF.
           PERFORM TALLY-ONE-RETURNED-ID
               VARYING WS-ID-I FROM 1 BY 1
               UNTIL WS-ID-I > AUD-RETURNED.

       TALLY-ONE-LOOKUP-EXIT.
           EXIT.

       FIND-VISITOR-ENTRY.
           MOVE 0 TO WS-VIS-NO.
           SET VIS-IDX TO 1.
           SEARCH VIS-ENTRY
               AT END CONTINUE
               WHEN VIS-IDX > VIS-COUNT
                   IF VIS-COUNT < 5000
                       ADD 1 TO VIS-COUNT
                       MOVE AUD-VISITOR TO VT-VISITOR(VIS-COUNT)
                       MOVE 0 TO VT-LOOKUPS(VIS-COUNT)
                       MOVE 0 TO VT-CSV(VIS-COUNT)
                       MOVE 0 TO VT-ROWS(VIS-COUNT)
                       MOVE 0 TO VT-DISTINCT(VIS-COUNT)
                       MOVE VIS-COUNT TO WS-VIS-NO
                   END-IF
               WHEN VT-VISITOR(VIS-IDX) = AUD-VISITOR
                   SET WS-VIS-NO TO VIS-IDX
           END-SEARCH.

       FIND-SITE-ENTRY.
           MOVE 0 TO WS-SITE-NO.
           SET SITE-IDX TO 1.
           SEARCH SITE-ENTRY
               AT END CONTINUE
               WHEN SITE-IDX > SITE-COUNT
                   IF SITE-COUNT < 10
                       ADD 1 TO SITE-COUNT
                       MOVE AUD-DOCROOT TO SITE-DOCROOT(SITE-COUNT)
                       MOVE SITE-COUNT TO WS-SITE-NO
                   END-IF
               WHEN SITE-DOCROOT(SITE-IDX) = AUD-DOCROOT
                   SET WS-SITE-NO TO SITE-IDX
           END-SEARCH.

      *> ---------------------------------------------------------
      *> TALLY-ONE-RETURNED-ID - one more lookup of the record; and
      *> if this visitor had not pulled it yet today, one more
      *> distinct record for the visitor and one more visitor for
      *> the record.
      *> ---------------------------------------------------------
       TALLY-ONE-RETURNED-ID.
           MOVE AUD-REC-ID(WS-ID-I) TO WS-REC-ID.
           PERFORM FIND-RECORD-SLOT.
           IF WS-RS-HIT = 0
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO RS-LOOKUPS(WS-RS-HIT)
               PERFORM FIND-PAIR-SLOT
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-RECORD-SLOT - hash WS-SITE-NO / WS-REC-ID into
      *> REC-SLOTS and probe forward to the record's slot, taking
      *> the first empty one for a record not seen before. Letters
      *> in an id are folded onto digits for the hash only; the
      *> slot compares the real id.
      *> ---------------------------------------------------------
       FIND-RECORD-SLOT.
           MOVE WS-REC-ID TO WS-HASH-ID.
           INSPECT WS-HASH-ID CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz "
               TO "01234567890123456789012345012345678901234567890123450".
           IF WS-HASH-ID IS NUMERIC
               MOVE WS-HASH-ID TO WS-HASH-NUM
           ELSE
               MOVE 0 TO WS-HASH-NUM
           END-IF.
           COMPUTE WS-HASH-WORK = WS-HASH-NUM * 11 + WS-SITE-NO.
           DIVIDE WS-HASH-WORK BY RS-SIZE
               GIVING WS-HASH-QUOT REMAINDER WS-RS-I.
           ADD 1 TO WS-RS-I.
           MOVE 0 TO WS-RS-HIT.
           PERFORM PROBE-ONE-RECORD-SLOT UNTIL WS-RS-HIT > 0
               OR RS-USED >= RS-SIZE - 1.

       PROBE-ONE-RECORD-SLOT.
           IF RS-SITE(WS-RS-I) = 0
               ADD 1 TO RS-USED
               MOVE WS-SITE-NO TO RS-SITE(WS-RS-I)
               MOVE WS-REC-ID TO RS-ID(WS-RS-I)
               MOVE 0 TO RS-LOOKUPS(WS-RS-I)
               MOVE 0 TO RS-VISITORS(WS-RS-I)
               MOVE WS-RS-I TO WS-RS-HIT
           ELSE
               IF RS-SITE(WS-RS-I) = WS-SITE-NO
                   AND RS-ID(WS-RS-I) = WS-REC-ID
                   MOVE WS-RS-I TO WS-RS-HIT
               ELSE
                   ADD 1 TO WS-RS-I
                   IF WS-RS-I > RS-SIZE
                       MOVE 1 TO WS-RS-I
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-PAIR-SLOT - same probing over PAIR-SLOTS for visitor
      *> WS-VIS-NO and record slot WS-RS-HIT; a pair not there yet
      *> is new today and is counted.
      *> ---------------------------------------------------------
       FIND-PAIR-SLOT.
           COMPUTE WS-HASH-WORK = WS-VIS-NO * 7919 + WS-RS-HIT.
           DIVIDE WS-HASH-WORK BY PS-SIZE
               GIVING WS-HASH-QUOT REMAINDER WS-PS-I.
           ADD 1 TO WS-PS-I.
           MOVE 'N' TO WS-PS-DONE.
           PERFORM PROBE-ONE-PAIR-SLOT UNTIL WS-PS-DONE = 'Y'.

       PROBE-ONE-PAIR-SLOT.
           IF PS-VIS(WS-PS-I) = 0
               IF PS-USED >= PS-SIZE - 1
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO PS-USED
                   MOVE WS-VIS-NO TO PS-VIS(WS-PS-I)
                   MOVE WS-RS-HIT TO PS-REC(WS-PS-I)
                   ADD 1 TO VT-DISTINCT(WS-VIS-NO)
                   ADD 1 TO RS-VISITORS(WS-RS-HIT)
               END-IF
               MOVE 'Y' TO WS-PS-DONE
           ELSE
               IF PS-VIS(WS-PS-I) = WS-VIS-NO
                   AND PS-REC(WS-PS-I) = WS-RS-HIT
                   MOVE 'Y' TO WS-PS-DONE
               ELSE
                   ADD 1 TO WS-PS-I
                   IF WS-PS-I > PS-SIZE
                       MOVE 1 TO WS-PS-I
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> SORT-VIS-TABLE - plain bubble sort, as in HELLORPT, on
      *> distinct records (WS-SORT-KEY 'D') or CSV downloads ('C').
      *> ---------------------------------------------------------
       SORT-VIS-TABLE.
           PERFORM SORT-VIS-INNER
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J > VIS-COUNT - WS-SORT-I.

       SORT-VIS-INNER.
           IF WS-SORT-KEY = 'D'
               IF VT-DISTINCT(WS-SORT-J) < VT-DISTINCT(WS-SORT-J + 1)
                   PERFORM SWAP-VIS-ENTRIES
               END-IF
           ELSE
               IF VT-CSV(WS-SORT-J) < VT-CSV(WS-SORT-J + 1)
                   PERFORM SWAP-VIS-ENTRIES
               END-IF
           END-IF.

       SWAP-VIS-ENTRIES.
           MOVE VIS-ENTRY(WS-SORT-J) TO WS-SWAP-VIS.
           MOVE VIS-ENTRY(WS-SORT-J + 1) TO VIS-ENTRY(WS-SORT-J).
           MOVE WS-SWAP-VIS TO VIS-ENTRY(WS-SORT-J + 1).

      *> ---------------------------------------------------------
      *> RANK-ONE-RECORD-SLOT - offer one used slot to TOP-TABLE:
      *> it goes in at the bottom if it beats the bottom entry (or
      *> the table is not full yet) and rises to its place.
      *> ---------------------------------------------------------
       RANK-ONE-RECORD-SLOT.
           IF RS-SITE(WS-RS-I) > 0
               IF TOP-COUNT < WS-TOP-MAX
                   ADD 1 TO TOP-COUNT
                   MOVE WS-RS-I TO TOP-SLOT(TOP-COUNT)
                   MOVE RS-LOOKUPS(WS-RS-I) TO TOP-LOOKUPS(TOP-COUNT)
                   PERFORM RAISE-TOP-ENTRY
               ELSE
                   IF RS-LOOKUPS(WS-RS-I) > TOP-LOOKUPS(TOP-COUNT)
                       MOVE WS-RS-I TO TOP-SLOT(TOP-COUNT)
                       MOVE RS-LOOKUPS(WS-RS-I)
                           TO TOP-LOOKUPS(TOP-COUNT)
                       PERFORM RAISE-TOP-ENTRY
                   END-IF
               END-IF
           END-IF.

       RAISE-TOP-ENTRY.
           PERFORM RAISE-TOP-ONE-PLACE
               VARYING WS-TOP-I FROM TOP-COUNT BY -1
               UNTIL WS-TOP-I < 2
               OR TOP-LOOKUPS(WS-TOP-I) <= TOP-LOOKUPS(WS-TOP-I - 1).

       RAISE-TOP-ONE-PLACE.
           MOVE TOP-ENTRY(WS-TOP-I) TO WS-SWAP-TOP.
           MOVE TOP-ENTRY(WS-TOP-I - 1) TO TOP-ENTRY(WS-TOP-I).
           MOVE WS-SWAP-TOP TO TOP-ENTRY(WS-TOP-I - 1).

      *> ---------------------------------------------------------
      *> PRINT-REPORT - the day's totals, the visitors over the
      *> threshold, the top visitors both ways, and the most
      *> looked-up records.
      *> ---------------------------------------------------------
       PRINT-REPORT.
           DISPLAY "===== RECAUDRP: records-lookup privacy review "
               "=====".
           DISPLAY "Report date: " WS-RPT-DATE
               "  threshold: " WS-THRESHOLD
               " distinct records per visitor".
           DISPLAY "Lookups " WS-LOOKUPS " (CSV " WS-CSV-LOOKUPS
               ") by " VIS-COUNT " visitor(s), " WS-ROWS-OUT
               " rows returned, " RS-USED " distinct record(s)".
           IF WS-OVERFLOW = 'Y'
               DISPLAY "NOTE: the day was too large for the report's"
                   " tables - some lookups are not counted"
           END-IF.

           MOVE 'D' TO WS-SORT-KEY.
           PERFORM SORT-VIS-TABLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= VIS-COUNT.
           DISPLAY " ".
           DISPLAY "Visitors over the threshold:".
           IF VIS-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               IF VT-DISTINCT(1) <= WS-THRESHOLD
                   DISPLAY "  (none)"
               ELSE
                   PERFORM PRINT-VIS-LINE
                       VARYING VIS-IDX FROM 1 BY 1
                       UNTIL VIS-IDX > VIS-COUNT
                       OR VT-DISTINCT(VIS-IDX) <= WS-THRESHOLD
               END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "Top visitors by distinct records pulled:".
           PERFORM PRINT-VIS-LINE
               VARYING VIS-IDX FROM 1 BY 1
               UNTIL VIS-IDX > VIS-COUNT OR VIS-IDX > WS-TOP-MAX.

           MOVE 'C' TO WS-SORT-KEY.
           PERFORM SORT-VIS-TABLE
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= VIS-COUNT.
           DISPLAY " ".
           DISPLAY "Top visitors by CSV downloads:".
           IF VIS-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               IF VT-CSV(1) = 0
                   DISPLAY "  (none)"
               ELSE
                   PERFORM PRINT-VIS-LINE
                       VARYING VIS-IDX FROM 1 BY 1
                       UNTIL VIS-IDX > VIS-COUNT
                       OR VIS-IDX > WS-TOP-MAX
                       OR VT-CSV(VIS-IDX) = 0
               END-IF
           END-IF.

           PERFORM RANK-ONE-RECORD-SLOT
               VARYING WS-RS-I FROM 1 BY 1 UNTIL WS-RS-I > RS-SIZE.
           DISPLAY " ".
           DISPLAY "Records looked up most often:".
           IF TOP-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               PERFORM PRINT-TOP-LINE
                   VARYING WS-TOP-I FROM 1 BY 1
                   UNTIL WS-TOP-I > TOP-COUNT
           END-IF.

       PRINT-VIS-LINE.
           DISPLAY "  " VT-VISITOR(VIS-IDX)
               " distinct " VT-DISTINCT(VIS-IDX)
               " lookups " VT-LOOKUPS(VIS-IDX)
               " csv " VT-CSV(VIS-IDX)
               " rows " VT-ROWS(VIS-IDX).

       PRINT-TOP-LINE.
           MOVE TOP-SLOT(WS-TOP-I) TO WS-RS-I.
           MOVE RS-SITE(WS-RS-I) TO WS-SITE-NO.
           DISPLAY "  " SITE-DOCROOT(WS-SITE-NO)(1:16) " "
               RS-ID(WS-RS-I)
               " lookups " RS-LOOKUPS(WS-RS-I)
               " by " RS-VISITORS(WS-RS-I) " visitor(s)".
