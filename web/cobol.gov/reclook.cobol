      *> slice as a text/csv download instead of HTML. The file is
      *> read twice per request - once to count the matches, once
      *> to emit the page - so the count is known before any row
      *> is built. Every lookup answered leaves a line in the
      *> audit trail, reclook.log (copybooks/RECAUDIT.cpy): who
      *> asked, for what, and which REC-IDs went out - RECAUDRP
      *> reports on it for the privacy officer.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
           RECORD KEY IS REC-ID
           FILE STATUS REC-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDIT-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS AUDIT-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD RECORDS-FILE.
       COPY "RECREC.cpy".

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC PIC X(356).

         WORKING-STORAGE SECTION.
       01 REC-FILE PIC X(256).
       01 REC-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-NAME-WANTED PIC X(40).
       01 WS-NUM-LEAD PIC 9(1).
       01 WS-NL PIC X(1) VALUE X"0A".

      *> ---------------------------------------------------------
      *> The audit line being built for this lookup - the REC-IDs
      *> are noted as each row or CSV line goes out - and the
      *> clock for its stamp.
      *> ---------------------------------------------------------
       01 AUDIT-LOG-FILE PIC X(256) VALUE "reclook.log".
       01 AUDIT-STATUS PIC X(2).
       COPY "RECAUDIT.cpy".
       01 WS-AUD-DATE PIC 9(6).
       01 WS-AUD-DATE-R REDEFINES WS-AUD-DATE.
           05 WS-AUD-YY PIC 9(2).
           05 WS-AUD-MM PIC 9(2).
           05 WS-AUD-DD PIC 9(2).
       01 WS-AUD-TIME PIC 9(8).
       01 WS-AUD-TIME-R REDEFINES WS-AUD-TIME.
           05 WS-AUD-HH PIC 9(2).
           05 WS-AUD-MN PIC 9(2).
           05 WS-AUD-SS PIC 9(2).
           05 WS-AUD-HS PIC 9(2).

       LINKAGE SECTION.
       COPY "HANDAREA.cpy".

           COMPUTE HA-BODY-LEN = WS-BODY-PTR - 1
           GOBACK
       END-IF.
       MOVE SPACES TO RECAUDIT-REC.
       MOVE 0 TO AUD-RETURNED.
       MOVE 0 TO WS-TOTAL-MATCHES.
       IF CSV-WANTED
           MOVE "text/csv" TO HA-CONTENT-TYPE
           PERFORM SEARCH-THE-RECORDS
               INTO HA-BODY WITH POINTER WS-BODY-PTR
           END-STRING
       END-IF.
       PERFORM WRITE-AUDIT-LINE.
       COMPUTE HA-BODY-LEN = WS-BODY-PTR - 1.
       GOBACK.

      *> ---------------------------------------------------------
      *> WRITE-AUDIT-LINE - append this lookup to reclook.log. The
      *> trail is opened and closed per lookup, like the access
      *> log, so every HELLO process adds its own lines; a failed
      *> open never stops the page going out.
      *> ---------------------------------------------------------
       WRITE-AUDIT-LINE.
           ACCEPT WS-AUD-DATE FROM DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           STRING "20" WS-AUD-YY "-" WS-AUD-MM "-" WS-AUD-DD "T"
               WS-AUD-HH ":" WS-AUD-MN ":" WS-AUD-SS
               DELIMITED BY SIZE INTO AUD-STAMP
           END-STRING.
           MOVE HA-VISITOR-ID TO AUD-VISITOR.
           IF AUD-VISITOR = SPACES
               MOVE "-" TO AUD-VISITOR
           END-IF.
           MOVE HA-DOCROOT TO AUD-DOCROOT.
           IF CSV-WANTED
               MOVE "CSV" TO AUD-FORMAT
           ELSE
               MOVE "HTML" TO AUD-FORMAT
           END-IF.
           MOVE WS-PAGE-START TO AUD-START.
           MOVE WS-PAGE-COUNT TO AUD-COUNT.
           MOVE WS-TOTAL-MATCHES TO AUD-MATCHES.
           MOVE WS-NAME-WANTED TO AUD-NAME.
           IF AUD-NAME = SPACES
               MOVE "-" TO AUD-NAME
           END-IF.
           MOVE WS-ID-WANTED TO AUD-ID.
           IF AUD-ID = SPACES
               MOVE "-" TO AUD-ID
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           IF AUDIT-STATUS = '00'
               WRITE AUDIT-LOG-REC FROM RECAUDIT-REC
               CLOSE AUDIT-LOG
           END-IF.

      *> ---------------------------------------------------------
      *> NOTE-RETURNED-ID - the record in the FD buffer is going
      *> out on the page; remember its id for the audit line.
      *> ---------------------------------------------------------
       NOTE-RETURNED-ID.
           IF AUD-RETURNED < 25
               ADD 1 TO AUD-RETURNED
               MOVE REC-ID TO AUD-REC-ID(AUD-RETURNED)
           END-IF.

      *> ---------------------------------------------------------
      *> GET-LOOKUP-TERMS - pull "name", "id" and the paging and
      *> format controls out of the parsed query-string pairs HELLO
               "</td></tr>" DELIMITED BY SIZE
               INTO HA-BODY WITH POINTER WS-BODY-PTR
           END-STRING.
           PERFORM NOTE-RETURNED-ID.

       EMIT-ONE-CSV-LINE.
           STRING REC-ID DELIMITED BY SPACE
               WS-NL DELIMITED BY SIZE
               INTO HA-BODY WITH POINTER WS-BODY-PTR
           END-STRING.
           PERFORM NOTE-RETURNED-ID.
