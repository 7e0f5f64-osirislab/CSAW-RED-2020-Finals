           ACCESS MODE IS SEQUENTIAL
           FILE STATUS USERS-STATUS.

           SELECT GROUPS ASSIGN TO GROUPS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS GROUPS-STATUS.

           SELECT HEARTBEAT ASSIGN TO HEARTBEAT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS HB-STATUS.

           SELECT HEARTBEAT-HIST ASSIGN TO HEARTBEAT-HIST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS HB-HIST-STATUS.

           SELECT SECURITY-LOG ASSIGN TO SECURITY-LOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS SEC-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD REQUEST.
       FD USERS.
       01 USERS-REC PIC X(80).

       FD GROUPS.
       01 GROUPS-REC PIC X(80).

       FD HEARTBEAT.
       01 HEARTBEAT-REC PIC X(80).

       FD HEARTBEAT-HIST.
       01 HEARTBEAT-HIST-REC PIC X(80).

       FD SECURITY-LOG.
       01 SECURITY-LOG-REC PIC X(360).

         WORKING-STORAGE SECTION.
       01 WS-HEADER.
             05 HEADER-KEY PIC X(32).
      *> grading changed a failure count or a status. The base64
      *> fields serve DECODE-BASE64, which unpacks the
      *> Authorization: header's "Basic" token back into
      *> "user:password". Good credentials are not the end of it:
      *> the user must also belong to the access group the
      *> location's "protect" line names (copybooks/GROUPREC.cpy),
      *> or the answer is 403.
      *> ---------------------------------------------------------
       COPY "PROTTBL.cpy".
       COPY "USERREC.cpy".
       COPY "GROUPREC.cpy".
       01 GROUPS-FILE PIC X(256) VALUE "groups.dat".
       01 GROUPS-STATUS PIC X(2).
       01 WS-GROUPS-EOF PIC X(1).
       01 WS-PROT-GROUP PIC X(16).
       01 WS-GROUP-OK PIC X(1) VALUE 'N'.
           88 USER-IS-IN-GROUP VALUE 'Y'.
       01 USERS-FILE PIC X(256) VALUE "users.dat".
       01 USERS-STATUS PIC X(2).
       01 WS-HASH-OUT PIC X(16).
       01 WS-BODY-PTR PIC 9(3).
       01 WS-BODY-LINE PIC X(256).
       01 WS-BODY-LINE-LEN PIC 9(3).
      *> The case reference minted for each submission - date,
      *> time to the hundredth and the process id, the same
      *> ingredients that keep visitor ids apart - and the
      *> thank-you page that hands it to the citizen.
       01 WS-CASE-REF PIC X(20).
       01 WS-CASE-PID PIC 9(4).
       01 WS-THANKS-BODY PIC X(256).
       01 WS-THANKS-PTR PIC 9(3).
       01 WS-THANKS-LEN PIC 9(3).

      *> ---------------------------------------------------------
      *> Default-document candidates for a bare "/" request, see
       01 WS-PT-LEN PIC 9(3).
       01 WS-DIR-PREFIX PIC X(80).

       01 IN-FILE PIC X(256).
       01 OUT-FILE PIC X(256).
       01 RES-STATUS   PIC X(2).
           88 RES-ALREADY-OPEN   VALUE '41'.
       01 REQ-LINE PIC X(128).
      *> answered by SEND-STATUS out of the server's own counters
      *> (no docroot file involved), and WRITE-HEARTBEAT rewrites
      *> the heartbeat file as each request finishes so the ops
      *> scheduler can alarm when the timestamp goes stale. The
      *> first heartbeat of every minute is also appended to the
      *> heartbeat history, which HELLOAVL (helloavl.cobol) reads
      *> to find the minutes the server was not answering.
      *> ---------------------------------------------------------
      *> ---------------------------------------------------------
      *> Visitor tracking: a returning browser hands its visitor id

       01 HEARTBEAT-FILE PIC X(256) VALUE "heartbeat.dat".
       01 HB-STATUS PIC X(2).
       01 HEARTBEAT-HIST-FILE PIC X(256) VALUE "heartbeat.hist".
       01 HB-HIST-STATUS PIC X(2).
       01 WS-HB-LINE PIC X(80).
       01 WS-HB-LAST-MINUTE PIC X(16).
       01 WS-REQUESTS-SERVED PIC 9(7) VALUE 0.
       01 WS-STATUS-LOCATION PIC X(16) VALUE "server-status".
       01 WS-STATUS-BODY PIC X(128).
       01 WS-STATUS-PTR PIC 9(3).
       01 WS-STATUS-LEN PIC 9(3).

      *> ---------------------------------------------------------
      *> Security event journal: every refusal that looks like
      *> someone trying the server - a traversal or method probe,
      *> a failed login, an account locked by one, good
      *> credentials at a location the user's group does not
      *> cover - gets a line in the journal on top of its
      *> access-log line, saying what the access log cannot: the
      *> rule or reason, the user id tried, the realm, and how
      *> many bad tries the account has used. A browser's first,
      *> credential-less request to a protected location is just
      *> the challenge, not a failed login, and is not journalled.
      *> HELLOSEC (hellosec.cobol) reports on the journal daily.
      *> ---------------------------------------------------------
       01 SECURITY-LOG-FILE PIC X(256) VALUE "security.log".
       01 SEC-STATUS PIC X(2).
       01 WS-SEC-EVENT PIC X(10).
       01 WS-SEC-DETAIL PIC X(16).
       01 WS-SEC-USER PIC X(16).
       01 WS-SEC-TRIES PIC X(5).
       01 WS-SEC-REALM PIC X(24).
       01 WS-TRAVERSAL-RULE PIC X(12).
       01 WS-AUTH-FAIL-REASON PIC X(12).
       01 WS-LOCKED-NOW PIC X(1) VALUE 'N'.
           88 ACCOUNT-JUST-LOCKED VALUE 'Y'.

      PROCEDURE DIVISION.
       MOVE '/dev/tty' TO IN-FILE.
      *> Load the vhost/redirect/protect/post/handler tables before
           MOVE SPACES TO WS-VISITOR-ID.
           MOVE SPACES TO WS-REFERER-HEADER.
           MOVE SPACES TO WS-USER-AGENT.
           MOVE SPACES TO WS-AUTH-USER.
           MOVE SPACES TO WS-PROT-REALM.
           MOVE SPACES TO WS-PROT-GROUP.
           MOVE SPACES TO WS-AUTH-FAIL-REASON.
           MOVE SPACES TO WS-TRAVERSAL-RULE.
           MOVE SPACES TO WS-SEC-TRIES.
           MOVE 'N' TO WS-LOCKED-NOW.
           MOVE 0 TO WS-BODY-LEN.
           ACCEPT REQ-LINE.
           INSPECT REQ-LINE REPLACING ALL X"0D" BY SPACE.
               IF NOT AUTH-IS-GOOD
                   GO TO SEND-401
               END-IF
               PERFORM CHECK-GROUP-MEMBERSHIP
               IF NOT USER-IS-IN-GROUP
                   GO TO SEND-403
               END-IF
           END-IF.

           PERFORM LOOKUP-HANDLER.
           MOVE REQUEST-METHOD TO HA-METHOD.
           MOVE REQUEST-LOCATION TO HA-LOCATION.
           MOVE WS-DOCROOT TO HA-DOCROOT.
           MOVE WS-VISITOR-ID TO HA-VISITOR-ID.
           MOVE QS-COUNT TO HA-QS-COUNT.
           PERFORM COPY-ONE-QS-PAIR
               VARYING QS-IDX FROM 1 BY 1 UNTIL QS-IDX > QS-COUNT.
      *> is read for the Content-Length the client sent, parsed into
      *> QS-TABLE exactly like a query string, and appended to the
      *> submissions file for the back office to work each morning.
      *> The thank-you page carries the case reference the record
      *> was filed under, with a link to the status page that
      *> reports on it.
      *> ---------------------------------------------------------
       HANDLE-POST.
           MOVE 'N' TO WS-POST-ALLOWED.
           PERFORM PARSE-QUERY-STRING.
           PERFORM WRITE-SUBMISSION-RECORD.

           MOVE SPACES TO WS-THANKS-BODY.
           MOVE 1 TO WS-THANKS-PTR.
           STRING "<html><body>Thank you - your submission has been "
               "recorded.<p>Your case reference is " DELIMITED BY SIZE
               WS-CASE-REF DELIMITED BY SPACE
               '. You can check on it at <a href="/status?ref='
                   DELIMITED BY SIZE
               WS-CASE-REF DELIMITED BY SPACE
               '">/status</a>.</p></body></html>' DELIMITED BY SIZE
               INTO WS-THANKS-BODY WITH POINTER WS-THANKS-PTR
           END-STRING.
           COMPUTE WS-THANKS-LEN = WS-THANKS-PTR - 1.

           MOVE "200" TO WS-RESP-CODE.
           COMPUTE WS-CONTENT-LENGTH = WS-THANKS-LEN + 2.
           DISPLAY "HTTP/1.1 200 OK" X"0D".
           DISPLAY "Content-Type: text/html" X"0D".
           PERFORM DISPLAY-CONTENT-LENGTH.
           PERFORM DISPLAY-CONNECTION-HEADER.
           DISPLAY X"0D".
           DISPLAY WS-THANKS-BODY(1:WS-THANKS-LEN) X"0D".
           PERFORM FINISH-REQUEST.

      *> ---------------------------------------------------------
      *> WRITE-SUBMISSION-RECORD - append this POST's parsed fields
      *> to the submissions file (copybooks/SUBMREC.cpy) with a
      *> timestamp and the site and page that took it, creating the
      *> file on first use the same way the access log is. The
      *> record is filed under a fresh case reference,
      *> yymmdd-hhmmss-hhpppp: the date, the time, then the
      *> hundredths and the low four digits of the process id - two
      *> submissions landing in the same hundredth are separate
      *> processes under inetd, so the pid keeps them apart.
      *> ---------------------------------------------------------
       WRITE-SUBMISSION-RECORD.
           OPEN EXTEND SUBMISSIONS.
           END-STRING.
           MOVE WS-HOST-HEADER TO SUBM-HOST.
           MOVE WS-LOG-LOCATION TO SUBM-LOCATION.
           CALL "getpid"
               ON EXCEPTION CONTINUE
           END-CALL.
           DIVIDE RETURN-CODE BY 10000
               GIVING WS-PID-QUOT REMAINDER WS-CASE-PID.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-CASE-REF.
           STRING WS-LOG-YY WS-LOG-MM WS-LOG-DD "-"
               WS-LOG-HH WS-LOG-MN WS-LOG-SS "-"
               WS-LOG-HS WS-CASE-PID
               DELIMITED BY SIZE INTO WS-CASE-REF
           END-STRING.
           MOVE WS-CASE-REF TO SUBM-CASE-REF.
           MOVE QS-COUNT TO SUBM-FIELD-COUNT.
           IF SUBM-FIELD-COUNT > 5
               MOVE 5 TO SUBM-FIELD-COUNT
      *> handler dispatch) aimed at the canonical spelling.
      *> Embedded "/" is fine - WS-FULL-PATH walks the docroot's
      *> subdirectories - because with ".." banned every such path
      *> stays inside the docroot. WS-TRAVERSAL-RULE names the
      *> last rule the location broke, for the security journal.
      *> ---------------------------------------------------------
       CHECK-PATH-TRAVERSAL.
           MOVE 'N' TO WS-BAD-PATH.

           IF REQUEST-LOCATION(1:1) = '/'
               MOVE 'Y' TO WS-BAD-PATH
               MOVE "LEAD-SLASH" TO WS-TRAVERSAL-RULE
           END-IF.

           MOVE 0 TO WS-DOTDOT-COUNT.
           INSPECT REQUEST-LOCATION TALLYING WS-DOTDOT-COUNT FOR ALL "..".
           IF WS-DOTDOT-COUNT > 0
               MOVE 'Y' TO WS-BAD-PATH
               MOVE "DOT-DOT" TO WS-TRAVERSAL-RULE
           END-IF.

           IF REQUEST-LOCATION(1:2) = "./" OR REQUEST-LOCATION = "."
               MOVE 'Y' TO WS-BAD-PATH
               MOVE "DOT-SEGMENT" TO WS-TRAVERSAL-RULE
           END-IF.

           MOVE 0 TO WS-DOTSEG-COUNT.
               FOR ALL "/./".
           IF WS-DOTSEG-COUNT > 0
               MOVE 'Y' TO WS-BAD-PATH
               MOVE "DOT-SEGMENT" TO WS-TRAVERSAL-RULE
           END-IF.

           MOVE 0 TO WS-PT-LEN.
           IF WS-PT-LEN >= 2
               AND REQUEST-LOCATION(WS-PT-LEN - 1:2) = "/."
               MOVE 'Y' TO WS-BAD-PATH
               MOVE "DOT-SEGMENT" TO WS-TRAVERSAL-RULE
           END-IF.

      *> ---------------------------------------------------------
      *> this docroot's protected names (copybooks/PROTTBL.cpy)? The
      *> table's location column is a leading-prefix match, so one
      *> row covers a whole family of files. A hit remembers the
      *> realm for SEND-401's credentials prompt and the group for
      *> CHECK-GROUP-MEMBERSHIP.
      *> ---------------------------------------------------------
       CHECK-PROTECTED-LOCATION.
           MOVE 'N' TO WS-PROT-FLAG.
                       = PROT-LOC(PROT-IDX)(1:WS-PROT-LEN)
                   MOVE 'Y' TO WS-PROT-FLAG
                   MOVE PROT-REALM(PROT-IDX) TO WS-PROT-REALM
                   MOVE PROT-GROUP(PROT-IDX) TO WS-PROT-GROUP
               END-IF
           END-IF.

      *> pair against the users file (copybooks/USERREC.cpy): the
      *> record must match the password, carry status 'A', and not
      *> have passed its expiry date. Anything short of all that
      *> leaves WS-AUTH-OK at 'N' and the caller answers 401, with
      *> WS-AUTH-FAIL-REASON saying why for the security journal
      *> (left blank when no credentials were offered at all).
      *> ---------------------------------------------------------
       CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-OK.
               INTO WS-AUTH-SCHEME, WS-AUTH-TOKEN
           END-UNSTRING.
           IF WS-AUTH-SCHEME IS NOT EQUAL TO "Basic"
               MOVE "BAD-SCHEME" TO WS-AUTH-FAIL-REASON
               GO TO CHECK-AUTHORIZATION-EXIT
           END-IF.
           MOVE WS-AUTH-TOKEN TO WS-B64-IN.
      *> it be compared against a record that is blank in the same
      *> place.
           IF WS-AUTH-USER = SPACES OR WS-AUTH-PASS = SPACES
               MOVE "EMPTY" TO WS-AUTH-FAIL-REASON
               GO TO CHECK-AUTHORIZATION-EXIT
           END-IF.
           PERFORM LOOKUP-USER-RECORD THRU LOOKUP-USER-EXIT.
      *> offered password must hash - with the record's own salt -
      *> to the stored digest. A bad try bumps the record's failure
      *> counter, and WS-MAX-BAD-TRIES consecutive bad tries lock
      *> the record until the ops desk re-enables it with USERMNT
      *> (WS-LOCKED-NOW tells SEND-401 to journal the lockout);
      *> a good try clears the counter. Either change is written
      *> straight back, which is why the file is loaded whole
      *> rather than streamed. A missing users file simply denies
               VARYING WS-UT-I FROM 1 BY 1
               UNTIL WS-UT-I > USER-TOTAL OR WS-UT-HIT > 0.
           IF WS-UT-HIT = 0
               MOVE "NO-USER" TO WS-AUTH-FAIL-REASON
               GO TO LOOKUP-USER-EXIT
           END-IF.
           MOVE UT-REC(WS-UT-HIT) TO USER-REC.
               DELIMITED BY SIZE INTO WS-TODAY
           END-STRING.
           IF NOT USER-IS-ACTIVE
               IF USER-IS-LOCKED
                   MOVE "LOCKED" TO WS-AUTH-FAIL-REASON
               ELSE
                   MOVE "DISABLED" TO WS-AUTH-FAIL-REASON
               END-IF
               GO TO LOOKUP-USER-EXIT
           END-IF.
           IF USER-EXPIRES < WS-TODAY
               MOVE "EXPIRED" TO WS-AUTH-FAIL-REASON
               GO TO LOOKUP-USER-EXIT
           END-IF.
           MOVE "NO-HASH" TO WS-AUTH-FAIL-REASON.
           CALL "HASHPASS" USING USER-SALT WS-AUTH-PASS WS-HASH-OUT
               ON EXCEPTION GO TO LOOKUP-USER-EXIT
           END-CALL.
           MOVE SPACES TO WS-AUTH-FAIL-REASON.
           MOVE 'N' TO WS-USERS-DIRTY.
           IF WS-HASH-OUT = USER-HASH
               MOVE 'Y' TO WS-AUTH-OK
                   MOVE 'Y' TO WS-USERS-DIRTY
               END-IF
           ELSE
               MOVE "BAD-PASSWORD" TO WS-AUTH-FAIL-REASON
               IF USER-FAIL-COUNT < 99
                   ADD 1 TO USER-FAIL-COUNT
               END-IF
               MOVE SPACES TO WS-SEC-TRIES
               STRING USER-FAIL-COUNT "/" WS-MAX-BAD-TRIES
                   DELIMITED BY SIZE INTO WS-SEC-TRIES
               END-STRING
               IF USER-FAIL-COUNT >= WS-MAX-BAD-TRIES
                   MOVE 'L' TO USER-STATUS
                   MOVE 'Y' TO WS-LOCKED-NOW
               END-IF
               MOVE 'Y' TO WS-USERS-DIRTY
           END-IF.
       LOOKUP-USER-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> CHECK-GROUP-MEMBERSHIP - the credentials were good; is
      *> WS-AUTH-USER in the group the protect line named? The
      *> groups file is read straight through, one membership per
      *> record. A missing file or a blank group admits nobody,
      *> which is the safe way round - CONFCHK flags a protect
      *> line whose group has no members before it goes live.
      *> ---------------------------------------------------------
       CHECK-GROUP-MEMBERSHIP.
           MOVE 'N' TO WS-GROUP-OK.
           IF WS-PROT-GROUP = SPACES
               CONTINUE
           ELSE
               OPEN INPUT GROUPS
               IF GROUPS-STATUS = '00'
                   MOVE 'N' TO WS-GROUPS-EOF
                   PERFORM READ-ONE-GROUP-REC
                       UNTIL WS-GROUPS-EOF = 'Y' OR USER-IS-IN-GROUP
                   CLOSE GROUPS
               END-IF
           END-IF.

       READ-ONE-GROUP-REC.
           READ GROUPS
               AT END MOVE 'Y' TO WS-GROUPS-EOF
               NOT AT END
                   MOVE GROUPS-REC TO GROUP-REC
                   IF GROUP-NAME = WS-PROT-GROUP
                       AND GROUP-MEMBER = WS-AUTH-USER
                       MOVE 'Y' TO WS-GROUP-OK
                   END-IF
           END-READ.

       FIND-ONE-USER-SLOT.
           IF UT-REC(WS-UT-I)(1:16) = WS-AUTH-USER
               MOVE WS-UT-I TO WS-UT-HIT
      *> ---------------------------------------------------------
      *> SEND-401 - a protected location was asked for without good
      *> credentials: challenge the client for the realm
      *> CHECK-PROTECTED-LOCATION noted. Offered credentials that
      *> failed are journalled, and so is the lockout when this
      *> was the try that locked the account.
      *> ---------------------------------------------------------
       SEND-401.
           MOVE "401" TO WS-RESP-CODE.
           PERFORM DISPLAY-CONTENT-LENGTH.
           PERFORM DISPLAY-CONNECTION-HEADER.
           DISPLAY X"0D".
           IF WS-AUTH-FAIL-REASON IS NOT EQUAL TO SPACES
               MOVE "AUTHFAIL" TO WS-SEC-EVENT
               MOVE WS-AUTH-FAIL-REASON TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               IF ACCOUNT-JUST-LOCKED
                   MOVE "LOCKOUT" TO WS-SEC-EVENT
                   MOVE "A->L" TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           END-IF.
           PERFORM FINISH-REQUEST.

      *> ---------------------------------------------------------
      *> SEND-403 - the credentials were good but the user is not
      *> in the location's access group. No challenge this time -
      *> asking again would not help - just a real status line and
      *> a small body, logged through FINISH-REQUEST like any other
      *> response, and journalled with the group that was missing.
      *> ---------------------------------------------------------
       SEND-403.
           MOVE "403" TO WS-RESP-CODE.
           MOVE 41 TO WS-CONTENT-LENGTH.
           DISPLAY "HTTP/1.1 403 Forbidden" X"0D".
           DISPLAY "Content-Type: text/html" X"0D".
           PERFORM DISPLAY-CONTENT-LENGTH.
           PERFORM DISPLAY-CONNECTION-HEADER.
           DISPLAY X"0D".
           IF REQUEST-METHOD IS NOT EQUAL TO "HEAD"
               DISPLAY "<html><body>403 Forbidden</body></html>" X"0D"
           END-IF.
           MOVE "FORBID" TO WS-SEC-EVENT.
           MOVE WS-PROT-GROUP TO WS-SEC-DETAIL.
           PERFORM WRITE-SECURITY-EVENT.
           PERFORM FINISH-REQUEST.

      *> ---------------------------------------------------------
      *> SEND-400 - malformed request (currently: path traversal
      *> attempt in REQUEST-LOCATION), journalled with the rule
      *> CHECK-PATH-TRAVERSAL tripped.
      *> ---------------------------------------------------------
       SEND-400.
           MOVE "400" TO WS-RESP-CODE.
           IF REQUEST-METHOD IS NOT EQUAL TO "HEAD"
               DISPLAY "<html><body>400 Bad Request</body></html>" X"0D"
           END-IF.
           MOVE "TRAVERSAL" TO WS-SEC-EVENT.
           MOVE WS-TRAVERSAL-RULE TO WS-SEC-DETAIL.
           PERFORM WRITE-SECURITY-EVENT.
           PERFORM FINISH-REQUEST.

      *> ---------------------------------------------------------
      *> SEND-405 - methods other than GET/HEAD/POST are not
      *> implemented by this server, and a POST is only taken on
      *> the locations registered in POST-LOC-TABLE - HANDLE-POST
      *> refuses the rest through here. Either way the method tried
      *> goes into the security journal - unless there was none, a
      *> client hanging up rather than trying anything.
      *> ---------------------------------------------------------
       SEND-405.
           MOVE "405" TO WS-RESP-CODE.
           PERFORM DISPLAY-CONTENT-LENGTH.
           PERFORM DISPLAY-CONNECTION-HEADER.
           DISPLAY X"0D".
           IF REQUEST-METHOD IS NOT EQUAL TO SPACES
               MOVE "METHOD" TO WS-SEC-EVENT
               MOVE REQUEST-METHOD TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-EVENT
           END-IF.
           PERFORM FINISH-REQUEST.

      *> ---------------------------------------------------------
      *> reports. The ops scheduler alarms when the stamp goes
      *> stale; a failure to write it must never take a response
      *> path down, hence the status check instead of any abend.
      *> The stamp being replaced says whether this is the first
      *> heartbeat of the minute; if it is, the new line also goes
      *> onto the end of the heartbeat history - one line a minute
      *> at most, however busy the server is.
      *> ---------------------------------------------------------
       WRITE-HEARTBEAT.
           MOVE SPACES TO WS-HB-LINE.
           STRING
               "20" WS-LOG-YY "-" WS-LOG-MM "-" WS-LOG-DD
               "T" WS-LOG-HH ":" WS-LOG-MN ":" WS-LOG-SS
               " up requests-served=" WS-REQUESTS-SERVED
               " last-status=" WS-RESP-CODE
               DELIMITED BY SIZE
               INTO WS-HB-LINE
           END-STRING.
           MOVE SPACES TO WS-HB-LAST-MINUTE.
           OPEN INPUT HEARTBEAT.
           IF HB-STATUS = '00'
               READ HEARTBEAT
                   AT END CONTINUE
                   NOT AT END
                       MOVE HEARTBEAT-REC(1:16) TO WS-HB-LAST-MINUTE
               END-READ
               CLOSE HEARTBEAT
           END-IF.
           OPEN OUTPUT HEARTBEAT.
           IF HB-STATUS = '00'
               WRITE HEARTBEAT-REC FROM WS-HB-LINE
               CLOSE HEARTBEAT
           END-IF.
           IF WS-HB-LINE(1:16) IS NOT EQUAL TO WS-HB-LAST-MINUTE
               PERFORM APPEND-HEARTBEAT-HISTORY
           END-IF.

       APPEND-HEARTBEAT-HISTORY.
           OPEN EXTEND HEARTBEAT-HIST.
           IF HB-HIST-STATUS = '35'
               OPEN OUTPUT HEARTBEAT-HIST
               CLOSE HEARTBEAT-HIST
               OPEN EXTEND HEARTBEAT-HIST
           END-IF.
           IF HB-HIST-STATUS = '00'
               WRITE HEARTBEAT-HIST-REC FROM WS-HB-LINE
               CLOSE HEARTBEAT-HIST
           END-IF.

      *> ---------------------------------------------------------
      *> WRITE-SECURITY-EVENT - append one line to the security
      *> journal: timestamp, event (WS-SEC-EVENT), its rule, reason
      *> or method (WS-SEC-DETAIL), the user id tried, the docroot
      *> and location, the visitor id, the bad tries used against
      *> the limit ("nn/mm"), then the quoted realm and quoted
      *> User-Agent - the two fields with embedded spaces, so they
      *> go last. Any field not known is "-". The journal is
      *> opened and closed around each line - events are few - and
      *> a journal that cannot be written never stops the response.
      *> ---------------------------------------------------------
       WRITE-SECURITY-EVENT.
           ACCEPT WS-LOG-DATE FROM DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-AUTH-USER TO WS-SEC-USER.
           INSPECT WS-SEC-USER REPLACING ALL '"' BY "'".
           IF WS-SEC-USER = SPACES
               MOVE "-" TO WS-SEC-USER
           END-IF.
           IF WS-SEC-DETAIL = SPACES
               MOVE "-" TO WS-SEC-DETAIL
           END-IF.
           IF WS-SEC-TRIES = SPACES
               MOVE "-" TO WS-SEC-TRIES
           END-IF.
           MOVE WS-DOCROOT TO WS-LOG-DOCROOT.
           IF WS-LOG-DOCROOT = SPACES
               MOVE "-" TO WS-LOG-DOCROOT
           END-IF.
           MOVE WS-PROT-REALM TO WS-SEC-REALM.
           IF WS-SEC-REALM = SPACES
               MOVE "-" TO WS-SEC-REALM
           END-IF.
           MOVE SPACES TO SECURITY-LOG-REC.
           STRING
               "20" WS-LOG-YY "-" WS-LOG-MM "-" WS-LOG-DD
               "T" WS-LOG-HH ":" WS-LOG-MN ":" WS-LOG-SS " "
                   DELIMITED BY SIZE
               WS-SEC-EVENT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SEC-DETAIL DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SEC-USER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LOG-DOCROOT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LOG-LOCATION DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-VISITOR-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SEC-TRIES DELIMITED BY SPACE
               ' "' DELIMITED BY SIZE
               WS-SEC-REALM DELIMITED BY "  "
               '" "' DELIMITED BY SIZE
               WS-USER-AGENT DELIMITED BY "  "
               '"' DELIMITED BY SIZE
               INTO SECURITY-LOG-REC
           END-STRING.
           OPEN EXTEND SECURITY-LOG.
           IF SEC-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           IF SEC-STATUS = '00'
               WRITE SECURITY-LOG-REC
               CLOSE SECURITY-LOG
           END-IF.
