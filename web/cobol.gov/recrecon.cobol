      IDENTIFICATION DIVISION.
      PROGRAM-ID. RECRECON.

      *> ---------------------------------------------------------
      *> RECRECON - reconcile a docroot's records file (the indexed
      *> file RECLOOK serves and RECMNT maintains, see
      *> copybooks/RECREC.cpy) against an agency's master-file
      *> extract (copybooks/AGYEXTR.cpy), so a citizen is not shown
      *> a record the agency itself corrected or closed months
      *> ago. Run it with four input lines:
      *>     docroot
      *>     operator's initials
      *>     extract file name
      *>     REPORT | APPLY        (blank = REPORT)
      *> Records are matched on REC-ID within the agency the
      *> extract's header names, and the report lists:
      *>     MISSING   the agency has it, we do not
      *>     GONE      we show it under the agency, the agency no
      *>               longer has it (already-RETIRED records are
      *>               not reported)
      *>     SURNAME / GIVEN / STATUS
      *>               both have it but the field disagrees
      *>     CONFLICT  the id is on our file under another agency -
      *>               reported only, never changed here, since it
      *>               is another agency's record
      *> REPORT changes nothing. APPLY also makes our file agree -
      *> MISSING is added, GONE is retired, a disagreeing field is
      *> updated - and logs every change to recmnt.log exactly as
      *> RECMNT's ADD / RETIRE / UPDATE would, so the trail reads
      *> the same whichever program made the change. APPLY is
      *> refused outright (the report still prints) when the
      *> extract has no header, or its trailer is missing or does
      *> not agree with the detail lines actually read - a short
      *> transfer must never retire half the file. RETURN-CODE is
      *> the number of differences reported.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RECORDS-FILE ASSIGN TO REC-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-ID
           FILE STATUS REC-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS EXTRACT-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS CHGLOG-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD RECORDS-FILE.
       COPY "RECREC.cpy".

       FD EXTRACT-FILE.
       COPY "AGYEXTR.cpy".

       FD CHANGE-LOG.
       01 CHANGE-LOG-REC PIC X(120).

         WORKING-STORAGE SECTION.
       01 REC-FILE PIC X(256).
       01 REC-STATUS PIC X(2).
       01 EXTRACT-FILE-NAME PIC X(256).
       01 EXTRACT-STATUS PIC X(2).
       01 CHANGE-LOG-FILE PIC X(256) VALUE "recmnt.log".
       01 CHGLOG-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-LOAD-DROPPED PIC X(1) VALUE 'N'.
       01 WS-ORDER-BAD PIC X(1) VALUE 'N'.

       01 WS-DOCROOT-IN PIC X(32).
       01 WS-OPERATOR PIC X(8).
       01 WS-MODE PIC X(8).
       01 WS-DOCROOT-OK PIC X(1) VALUE 'N'.

      *> The vhost table comes from the same server configuration
      *> file HELLO reads, via CONFLOAD (confload.cobol).
       01 WS-CONFIG-FILE PIC X(256) VALUE "server.cfg".
       COPY "VHOSTTBL.cpy".

      *> ---------------------------------------------------------
      *> The extract's own bookkeeping, settled by a first pass
      *> over the file before anything is compared: the header's
      *> agency, the detail lines actually there, and what the
      *> trailer claims.
      *> ---------------------------------------------------------
       01 WS-AGENCY PIC X(16) VALUE SPACES.
       01 WS-EXTRACT-DATE PIC X(10) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
       01 WS-DETAILS-READ PIC 9(7) VALUE 0.
       01 WS-APPLY-OK PIC X(1) VALUE 'N'.
           88 CHANGES-ARE-APPLIED VALUE 'Y'.
       01 WS-REFUSAL PIC X(60) VALUE SPACES.

      *> ---------------------------------------------------------
      *> The whole records file. It is read through the key, so
      *> the table comes out in REC-ID order and each extract line
      *> is found with SEARCH ALL rather than a walk through forty
      *> thousand rows; unused slots hold HIGH-VALUES so they sort
      *> after every real id. RT-SEEN marks the records the extract
      *> accounted for, which is how GONE is found afterwards.
      *> ---------------------------------------------------------
       01 REC-TOTAL PIC 9(5) VALUE 0.
       01 REC-TABLE.
           05 RT-ENTRY OCCURS 50000 TIMES
               ASCENDING KEY IS RT-ID INDEXED BY RT-IDX.
               10 RT-ID PIC X(6).
               10 RT-SURNAME PIC X(16).
               10 RT-GIVEN PIC X(12).
               10 RT-AGENCY PIC X(16).
               10 RT-RECSTAT PIC X(8).
               10 RT-SEEN PIC X(1).
       01 WS-RT-HIT PIC 9(5).
       01 WS-RT-I PIC 9(5).

      *> Records the agency has and we do not - appended to the
      *> table only after the compare, so SEARCH ALL always works
      *> on a sorted table.
       01 ADD-TOTAL PIC 9(5) VALUE 0.
       01 ADD-TABLE.
           05 AT-ENTRY OCCURS 10000 TIMES.
               10 AT-ID PIC X(6).
               10 AT-SURNAME PIC X(16).
               10 AT-GIVEN PIC X(12).
               10 AT-RECSTAT PIC X(8).
       01 WS-AT-I PIC 9(5).
       01 WS-AT-HIT PIC 9(5).

       01 WS-MISSING PIC 9(5) VALUE 0.
       01 WS-GONE PIC 9(5) VALUE 0.
       01 WS-MISMATCHES PIC 9(5) VALUE 0.
       01 WS-CONFLICTS PIC 9(5) VALUE 0.
       01 WS-DUPLICATES PIC 9(5) VALUE 0.
       01 WS-DIFFERENCES PIC 9(5) VALUE 0.
       01 WS-CHANGES PIC 9(5) VALUE 0.

       01 WS-CMD-LINE PIC X(80).

       01 WS-LOG-DATE PIC 9(6).
       01 WS-LOG-DATE-R REDEFINES WS-LOG-DATE.
           05 WS-LOG-YY PIC 9(2).
           05 WS-LOG-MM PIC 9(2).
           05 WS-LOG-DD PIC 9(2).
       01 WS-TODAY PIC X(10).

      PROCEDURE DIVISION.
       MOVE 0 TO VHOST-COUNT.
       MOVE "default" TO VHOST-DEFAULT-DOCROOT.
       CALL "CONFLOAD" USING WS-CONFIG-FILE VHOST-CONFIG
           OMITTED OMITTED OMITTED OMITTED
           ON EXCEPTION CONTINUE
       END-CALL.
       MOVE 0 TO RETURN-CODE.
       ACCEPT WS-DOCROOT-IN.
       ACCEPT WS-OPERATOR.
       MOVE SPACES TO EXTRACT-FILE-NAME.
       ACCEPT EXTRACT-FILE-NAME.
       MOVE SPACES TO WS-MODE.
       ACCEPT WS-MODE.
       IF WS-MODE = SPACES
           MOVE "REPORT" TO WS-MODE
       END-IF.
       PERFORM CHECK-DOCROOT-NAME.
       IF WS-DOCROOT-OK = 'N'
           DISPLAY "RECRECON: unknown docroot " WS-DOCROOT-IN
           STOP RUN
       END-IF.
       IF WS-MODE IS NOT EQUAL TO "REPORT"
           AND WS-MODE IS NOT EQUAL TO "APPLY"
           DISPLAY "RECRECON: mode must be REPORT or APPLY"
           STOP RUN
       END-IF.
       ACCEPT WS-LOG-DATE FROM DATE.
       MOVE SPACES TO WS-TODAY.
       STRING "20" WS-LOG-YY "-" WS-LOG-MM "-" WS-LOG-DD
           DELIMITED BY SIZE INTO WS-TODAY
       END-STRING.
       MOVE SPACES TO REC-FILE.
       STRING WS-DOCROOT-IN DELIMITED BY SPACE
           "/records.dat" DELIMITED BY SIZE
           INTO REC-FILE
       END-STRING.

       PERFORM PRECHECK-THE-EXTRACT THRU PRECHECK-EXIT.
       IF WS-HEADER-SEEN = 'N'
           DISPLAY "RECRECON: " EXTRACT-FILE-NAME(1:44)
               " has no header line - nothing to reconcile"
           STOP RUN
       END-IF.
       PERFORM LOAD-REC-FILE.
       IF WS-LOAD-DROPPED = 'Y'
           DISPLAY "RECRECON: " REC-FILE(1:44)
               " holds more than 50000 records - not touching it"
           STOP RUN
       END-IF.
       IF WS-ORDER-BAD = 'Y'
           DISPLAY "RECRECON: " REC-FILE(1:44)
               " did not read back in key order - not touching it"
           STOP RUN
       END-IF.
       PERFORM DECIDE-APPLY-MODE.

       DISPLAY "===== RECRECON: agency master-file reconciliation "
           "=====".
       DISPLAY "Docroot: " WS-DOCROOT-IN " agency: " WS-AGENCY
           " extract of " WS-EXTRACT-DATE.
       DISPLAY "Extract: " EXTRACT-FILE-NAME(1:60).
       DISPLAY "Detail lines read " WS-DETAILS-READ
           ", trailer count " WS-TRAILER-COUNT.
       IF CHANGES-ARE-APPLIED
           DISPLAY "Mode: APPLY - our file is being brought into"
               " line"
           MOVE SPACES TO WS-CMD-LINE
           STRING "RECONCILE " DELIMITED BY SIZE
               EXTRACT-FILE-NAME DELIMITED BY SPACE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM LOG-ONE-CHANGE
       ELSE
           IF WS-MODE = "APPLY"
               DISPLAY "Mode: APPLY REFUSED - " WS-REFUSAL
               DISPLAY "      nothing will be changed; report only"
           ELSE
               DISPLAY "Mode: REPORT - nothing will be changed"
           END-IF
       END-IF.

       PERFORM COMPARE-THE-EXTRACT.
       PERFORM FIND-GONE-RECORDS.
       IF CHANGES-ARE-APPLIED
           PERFORM APPEND-MISSING-RECORDS
           IF WS-CHANGES > 0
               PERFORM SAVE-REC-FILE
           END-IF
       END-IF.

       COMPUTE WS-DIFFERENCES = WS-MISSING + WS-GONE
           + WS-MISMATCHES + WS-CONFLICTS.
       DISPLAY "Summary: missing " WS-MISSING " gone " WS-GONE
           " field mismatches " WS-MISMATCHES
           " agency conflicts " WS-CONFLICTS.
       IF WS-DUPLICATES > 0
           DISPLAY "         " WS-DUPLICATES
               " id(s) repeated in the extract - later copies"
               " ignored"
       END-IF.
       IF CHANGES-ARE-APPLIED
           DISPLAY "RECRECON: " WS-CHANGES " change(s) applied, "
               REC-TOTAL " records on file"
       END-IF.
       MOVE WS-DIFFERENCES TO RETURN-CODE.
       STOP RUN.

      *> ---------------------------------------------------------
      *> CHECK-DOCROOT-NAME - only the docroots the server actually
      *> fronts (copybooks/VHOSTTBL.cpy) carry a records file.
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
      *> PRECHECK-THE-EXTRACT - first pass: take the header's
      *> agency and date, count the detail lines, and note what
      *> the trailer says, before a single record is compared.
      *> ---------------------------------------------------------
       PRECHECK-THE-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS IS NOT EQUAL TO '00'
               DISPLAY "RECRECON: cannot open "
                   EXTRACT-FILE-NAME(1:44)
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM PRECHECK-ONE-LINE UNTIL WS-EOF = 'Y'.
           CLOSE EXTRACT-FILE.

       PRECHECK-EXIT.
           EXIT.

       PRECHECK-ONE-LINE.
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN AGY-IS-HEADER
                           IF WS-HEADER-SEEN = 'N'
                               MOVE 'Y' TO WS-HEADER-SEEN
                               MOVE AGY-HDR-AGENCY TO WS-AGENCY
                               MOVE AGY-HDR-DATE TO WS-EXTRACT-DATE
                           END-IF
                       WHEN AGY-IS-DETAIL
                           ADD 1 TO WS-DETAILS-READ
                       WHEN AGY-IS-TRAILER
                           MOVE 'Y' TO WS-TRAILER-SEEN
                           IF AGY-TRL-COUNT IS NUMERIC
                               MOVE AGY-TRL-COUNT TO WS-TRAILER-COUNT
                           ELSE
                               MOVE 0 TO WS-TRAILER-COUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> ---------------------------------------------------------
      *> DECIDE-APPLY-MODE - APPLY only goes ahead on a complete
      *> extract: a header with an agency, and a trailer whose
      *> count is the number of detail lines actually read.
      *> ---------------------------------------------------------
       DECIDE-APPLY-MODE.
           MOVE 'N' TO WS-APPLY-OK.
           IF WS-MODE = "APPLY"
               EVALUATE TRUE
                   WHEN WS-AGENCY = SPACES
                       MOVE "the header names no agency"
                           TO WS-REFUSAL
                   WHEN WS-TRAILER-SEEN = 'N'
                       MOVE "the extract has no trailer line"
                           TO WS-REFUSAL
                   WHEN WS-TRAILER-COUNT
                           IS NOT EQUAL TO WS-DETAILS-READ
                       MOVE "trailer count does not match the"
                           & " detail lines read" TO WS-REFUSAL
                   WHEN OTHER
                       MOVE 'Y' TO WS-APPLY-OK
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------------
      *> LOAD-REC-FILE - pull every record into REC-TABLE, in key
      *> order. A file that is not there yet starts the table
      *> empty - every extract line then reports as MISSING.
      *> ---------------------------------------------------------
       LOAD-REC-FILE.
           MOVE HIGH-VALUES TO REC-TABLE.
           OPEN INPUT RECORDS-FILE.
           IF REC-STATUS IS NOT EQUAL TO '00'
               MOVE 0 TO REC-TOTAL
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-REC UNTIL WS-EOF = 'Y'
               CLOSE RECORDS-FILE
           END-IF.

       LOAD-ONE-REC.
           READ RECORDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REC-TOTAL < 50000
                       ADD 1 TO REC-TOTAL
                       MOVE REC-ID TO RT-ID(REC-TOTAL)
                       MOVE REC-SURNAME TO RT-SURNAME(REC-TOTAL)
                       MOVE REC-GIVEN TO RT-GIVEN(REC-TOTAL)
                       MOVE REC-AGENCY TO RT-AGENCY(REC-TOTAL)
                       MOVE REC-RECSTAT TO RT-RECSTAT(REC-TOTAL)
                       MOVE 'N' TO RT-SEEN(REC-TOTAL)
                       IF REC-TOTAL > 1
                           IF RT-ID(REC-TOTAL)
                               <= RT-ID(REC-TOTAL - 1)
                               MOVE 'Y' TO WS-ORDER-BAD
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-LOAD-DROPPED
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> SAVE-REC-FILE - write the table back over the records
      *> file, the same way RECMNT does.
      *> ---------------------------------------------------------
       SAVE-REC-FILE.
           OPEN OUTPUT RECORDS-FILE.
           IF REC-STATUS IS NOT EQUAL TO '00'
               DISPLAY "RECRECON: cannot rewrite " REC-FILE(1:44)
                   " - status " REC-STATUS
           ELSE
               PERFORM SAVE-ONE-REC
                   VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > REC-TOTAL
               CLOSE RECORDS-FILE
           END-IF.

       SAVE-ONE-REC.
           MOVE SPACES TO RECORDS-REC.
           MOVE RT-ID(WS-RT-I) TO REC-ID.
           MOVE RT-SURNAME(WS-RT-I) TO REC-SURNAME.
           MOVE RT-GIVEN(WS-RT-I) TO REC-GIVEN.
           MOVE RT-AGENCY(WS-RT-I) TO REC-AGENCY.
           MOVE RT-RECSTAT(WS-RT-I) TO REC-RECSTAT.
           WRITE RECORDS-REC
               INVALID KEY DISPLAY "RECRECON: duplicate id "
                   RT-ID(WS-RT-I) " not written"
           END-WRITE.

      *> ---------------------------------------------------------
      *> COMPARE-THE-EXTRACT - second pass: every detail line is
      *> looked up by id and graded.
      *> ---------------------------------------------------------
       COMPARE-THE-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM COMPARE-ONE-LINE UNTIL WS-EOF = 'Y'
               CLOSE EXTRACT-FILE
           END-IF.

       COMPARE-ONE-LINE.
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AGY-IS-DETAIL AND AGY-ID IS NOT EQUAL TO SPACES
                       PERFORM GRADE-ONE-DETAIL THRU GRADE-DETAIL-EXIT
                   END-IF
           END-READ.

       GRADE-ONE-DETAIL.
           MOVE 0 TO WS-RT-HIT.
           SEARCH ALL RT-ENTRY
               AT END CONTINUE
               WHEN RT-ID(RT-IDX) = AGY-ID
                   SET WS-RT-HIT TO RT-IDX
           END-SEARCH.
           IF WS-RT-HIT = 0
               PERFORM NOTE-MISSING-RECORD
               GO TO GRADE-DETAIL-EXIT
           END-IF.
           IF RT-AGENCY(WS-RT-HIT) IS NOT EQUAL TO WS-AGENCY
               ADD 1 TO WS-CONFLICTS
               DISPLAY "  CONFLICT " AGY-ID " is on our file under "
                   RT-AGENCY(WS-RT-HIT)
               GO TO GRADE-DETAIL-EXIT
           END-IF.
           IF RT-SEEN(WS-RT-HIT) = 'Y'
               ADD 1 TO WS-DUPLICATES
               GO TO GRADE-DETAIL-EXIT
           END-IF.
           MOVE 'Y' TO RT-SEEN(WS-RT-HIT).
           IF RT-SURNAME(WS-RT-HIT) IS NOT EQUAL TO AGY-SURNAME
               ADD 1 TO WS-MISMATCHES
               DISPLAY "  SURNAME  " AGY-ID " ours "
                   RT-SURNAME(WS-RT-HIT) " agency " AGY-SURNAME
               IF CHANGES-ARE-APPLIED
                   MOVE AGY-SURNAME TO RT-SURNAME(WS-RT-HIT)
                   ADD 1 TO WS-CHANGES
                   MOVE SPACES TO WS-CMD-LINE
                   STRING "UPDATE " AGY-ID " SURNAME "
                       DELIMITED BY SIZE
                       AGY-SURNAME DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM LOG-ONE-CHANGE
               END-IF
           END-IF.
           IF RT-GIVEN(WS-RT-HIT) IS NOT EQUAL TO AGY-GIVEN
               ADD 1 TO WS-MISMATCHES
               DISPLAY "  GIVEN    " AGY-ID " ours "
                   RT-GIVEN(WS-RT-HIT) " agency " AGY-GIVEN
               IF CHANGES-ARE-APPLIED
                   MOVE AGY-GIVEN TO RT-GIVEN(WS-RT-HIT)
                   ADD 1 TO WS-CHANGES
                   MOVE SPACES TO WS-CMD-LINE
                   STRING "UPDATE " AGY-ID " GIVEN "
                       DELIMITED BY SIZE
                       AGY-GIVEN DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM LOG-ONE-CHANGE
               END-IF
           END-IF.
           IF RT-RECSTAT(WS-RT-HIT) IS NOT EQUAL TO AGY-RECSTAT
               ADD 1 TO WS-MISMATCHES
               DISPLAY "  STATUS   " AGY-ID " ours "
                   RT-RECSTAT(WS-RT-HIT) " agency " AGY-RECSTAT
               IF CHANGES-ARE-APPLIED
                   MOVE AGY-RECSTAT TO RT-RECSTAT(WS-RT-HIT)
                   ADD 1 TO WS-CHANGES
                   MOVE SPACES TO WS-CMD-LINE
                   STRING "UPDATE " AGY-ID " STATUS "
                       DELIMITED BY SIZE
                       AGY-RECSTAT DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM LOG-ONE-CHANGE
               END-IF
           END-IF.

       GRADE-DETAIL-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> NOTE-MISSING-RECORD - report an id only the agency has,
      *> and hold it for APPEND-MISSING-RECORDS. An id the extract
      *> repeats is only held once.
      *> ---------------------------------------------------------
       NOTE-MISSING-RECORD.
           MOVE 0 TO WS-AT-HIT.
           PERFORM CHECK-ONE-ADD-ENTRY
               VARYING WS-AT-I FROM 1 BY 1
               UNTIL WS-AT-I > ADD-TOTAL OR WS-AT-HIT > 0.
           IF WS-AT-HIT > 0
               ADD 1 TO WS-DUPLICATES
           ELSE
               ADD 1 TO WS-MISSING
               DISPLAY "  MISSING  " AGY-ID " " AGY-SURNAME " "
                   AGY-GIVEN " " AGY-RECSTAT
               IF ADD-TOTAL < 10000
                   ADD 1 TO ADD-TOTAL
                   MOVE AGY-ID TO AT-ID(ADD-TOTAL)
                   MOVE AGY-SURNAME TO AT-SURNAME(ADD-TOTAL)
                   MOVE AGY-GIVEN TO AT-GIVEN(ADD-TOTAL)
                   MOVE AGY-RECSTAT TO AT-RECSTAT(ADD-TOTAL)
               ELSE
                   IF CHANGES-ARE-APPLIED
                       DISPLAY "RECRECON: more than 10000 missing"
                           " records - " AGY-ID " not added"
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-ADD-ENTRY.
           IF AT-ID(WS-AT-I) = AGY-ID
               MOVE WS-AT-I TO WS-AT-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-GONE-RECORDS - every record of ours under this agency
      *> that the extract never mentioned and that is not already
      *> retired.
      *> ---------------------------------------------------------
       FIND-GONE-RECORDS.
           PERFORM CHECK-ONE-GONE-RECORD
               VARYING WS-RT-I FROM 1 BY 1 UNTIL WS-RT-I > REC-TOTAL.

       CHECK-ONE-GONE-RECORD.
           IF RT-AGENCY(WS-RT-I) = WS-AGENCY
               AND RT-SEEN(WS-RT-I) = 'N'
               AND RT-RECSTAT(WS-RT-I) IS NOT EQUAL TO "RETIRED"
               ADD 1 TO WS-GONE
               DISPLAY "  GONE     " RT-ID(WS-RT-I) " "
                   RT-SURNAME(WS-RT-I) " " RT-GIVEN(WS-RT-I) " "
                   RT-RECSTAT(WS-RT-I)
               IF CHANGES-ARE-APPLIED
                   MOVE "RETIRED" TO RT-RECSTAT(WS-RT-I)
                   ADD 1 TO WS-CHANGES
                   MOVE SPACES TO WS-CMD-LINE
                   STRING "RETIRE " RT-ID(WS-RT-I)
                       DELIMITED BY SIZE INTO WS-CMD-LINE
                   END-STRING
                   PERFORM LOG-ONE-CHANGE
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> APPEND-MISSING-RECORDS - APPLY only: add the held records
      *> under the extract's agency, logged as RECMNT's ADD.
      *> ---------------------------------------------------------
       APPEND-MISSING-RECORDS.
           PERFORM APPEND-ONE-MISSING
               VARYING WS-AT-I FROM 1 BY 1 UNTIL WS-AT-I > ADD-TOTAL.

       APPEND-ONE-MISSING.
           IF REC-TOTAL >= 50000
               DISPLAY "RECRECON: record table is full - "
                   AT-ID(WS-AT-I) " not added"
           ELSE
               ADD 1 TO REC-TOTAL
               ADD 1 TO WS-CHANGES
               MOVE AT-ID(WS-AT-I) TO RT-ID(REC-TOTAL)
               MOVE AT-SURNAME(WS-AT-I) TO RT-SURNAME(REC-TOTAL)
               MOVE AT-GIVEN(WS-AT-I) TO RT-GIVEN(REC-TOTAL)
               MOVE WS-AGENCY TO RT-AGENCY(REC-TOTAL)
               MOVE AT-RECSTAT(WS-AT-I) TO RT-RECSTAT(REC-TOTAL)
               MOVE SPACES TO WS-CMD-LINE
               STRING "ADD " AT-ID(WS-AT-I) " " DELIMITED BY SIZE
                   AT-SURNAME(WS-AT-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AT-GIVEN(WS-AT-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-AGENCY DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AT-RECSTAT(WS-AT-I) DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM LOG-ONE-CHANGE
           END-IF.

      *> ---------------------------------------------------------
      *> LOG-ONE-CHANGE - who did what to which record, appended to
      *> recmnt.log in RECMNT's own format: the date, the operator,
      *> the docroot and the command that would have made the same
      *> change by hand.
      *> ---------------------------------------------------------
       LOG-ONE-CHANGE.
           OPEN EXTEND CHANGE-LOG.
           IF CHGLOG-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN EXTEND CHANGE-LOG
           END-IF.
           IF CHGLOG-STATUS = '00'
               MOVE SPACES TO CHANGE-LOG-REC
               STRING WS-TODAY " " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-DOCROOT-IN DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-CMD-LINE DELIMITED BY "  "
                   INTO CHANGE-LOG-REC
               END-STRING
               WRITE CHANGE-LOG-REC
               CLOSE CHANGE-LOG
           END-IF.
