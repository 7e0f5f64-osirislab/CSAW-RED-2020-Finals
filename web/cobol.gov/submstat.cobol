      IDENTIFICATION DIVISION.
      PROGRAM-ID. SUBMSTAT.

      *> ---------------------------------------------------------
      *> SUBMSTAT - dynamic-page handler (see HANDTBL.cpy in HELLO)
      *> for the public "check my submission" page. Takes "ref" -
      *> the case reference HELLO printed on the thank-you page
      *> (yymmdd-hhmmss-hhpppp, see copybooks/SUBMREC.cpy) - from
      *> the query string, finds that record in the submissions
      *> file and says where it stands: pending, answered,
      *> rejected or referred to another office, with the date it
      *> was received and the date it was dispositioned. Nothing
      *> else leaves the file - not the form fields, not the page
      *> or site that took it, not the clerk's initials - so
      *> knowing a reference tells a stranger no more than that a
      *> submission exists. A reference that is not well formed is
      *> refused without being echoed back. The file is read front
      *> to back; it is the same one SUBMWORK works from.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SUBMISSIONS ASSIGN TO SUBMISSIONS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS SUBM-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD SUBMISSIONS.
       01 SUBMISSIONS-REC PIC X(440).

         WORKING-STORAGE SECTION.
       01 SUBMISSIONS-FILE PIC X(256) VALUE "submissions.dat".
       01 SUBM-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.

      *> The record layout, for picking the matched record apart -
      *> the FD record itself stays a plain buffer.
       COPY "SUBMREC.cpy".

       01 WS-REF-WANTED PIC X(40).
       01 WS-REF-OK PIC X(1).
       01 WS-FOUND PIC X(1).
       01 WS-BODY-PTR PIC 9(5).
       01 QS-I PIC 9(2).

       LINKAGE SECTION.
       COPY "HANDAREA.cpy".

      PROCEDURE DIVISION USING HANDLER-AREA.
       MOVE "text/html" TO HA-CONTENT-TYPE.
       PERFORM GET-STATUS-TERMS.
       MOVE SPACES TO HA-BODY.
       MOVE 1 TO WS-BODY-PTR.
       STRING "<html><head><title>Submission status</title></head>"
           "<body><h1>Submission status</h1>" DELIMITED BY SIZE
           INTO HA-BODY WITH POINTER WS-BODY-PTR
       END-STRING.
       IF WS-REF-WANTED = SPACES
           STRING "<p>Supply the case reference from your "
               "thank-you page: /status?ref=yymmdd-hhmmss-hhpppp"
               "</p>" DELIMITED BY SIZE
               INTO HA-BODY WITH POINTER WS-BODY-PTR
           END-STRING
       ELSE
           PERFORM CHECK-REF-FORM
           IF WS-REF-OK = 'N'
               STRING "<p>That is not a case reference. A case "
                   "reference looks like 261015-143022-071234.</p>"
                   DELIMITED BY SIZE
                   INTO HA-BODY WITH POINTER WS-BODY-PTR
               END-STRING
           ELSE
               PERFORM FIND-THE-SUBMISSION
               PERFORM EMIT-THE-STATUS
           END-IF
       END-IF.
       STRING "</body></html>" DELIMITED BY SIZE
           INTO HA-BODY WITH POINTER WS-BODY-PTR
       END-STRING.
       COMPUTE HA-BODY-LEN = WS-BODY-PTR - 1.
       GOBACK.

      *> ---------------------------------------------------------
      *> GET-STATUS-TERMS - pull "ref" out of the parsed
      *> query-string pairs HELLO passed in.
      *> ---------------------------------------------------------
       GET-STATUS-TERMS.
           MOVE SPACES TO WS-REF-WANTED.
           PERFORM CHECK-ONE-QS-PAIR
               VARYING QS-I FROM 1 BY 1 UNTIL QS-I > HA-QS-COUNT.

       CHECK-ONE-QS-PAIR.
           IF HA-QS-NAME(QS-I) = "ref"
               MOVE HA-QS-VALUE(QS-I) TO WS-REF-WANTED
           END-IF.

      *> ---------------------------------------------------------
      *> CHECK-REF-FORM - three groups of six digits split by two
      *> dashes and nothing after, or it is not one of ours.
      *> ---------------------------------------------------------
       CHECK-REF-FORM.
           MOVE 'N' TO WS-REF-OK.
           IF WS-REF-WANTED(1:6) IS NUMERIC
               AND WS-REF-WANTED(7:1) = "-"
               AND WS-REF-WANTED(8:6) IS NUMERIC
               AND WS-REF-WANTED(14:1) = "-"
               AND WS-REF-WANTED(15:6) IS NUMERIC
               AND WS-REF-WANTED(21:) = SPACES
               MOVE 'Y' TO WS-REF-OK
           END-IF.

      *> ---------------------------------------------------------
      *> FIND-THE-SUBMISSION - read until the reference turns up;
      *> a hit leaves the record in SUBMISSION-REC.
      *> ---------------------------------------------------------
       FIND-THE-SUBMISSION.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT SUBMISSIONS.
           IF SUBM-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM READ-ONE-SUBMISSION
                   UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               CLOSE SUBMISSIONS
           END-IF.

       READ-ONE-SUBMISSION.
           READ SUBMISSIONS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SUBMISSIONS-REC TO SUBMISSION-REC
                   IF SUBM-CASE-REF = WS-REF-WANTED(1:20)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> EMIT-THE-STATUS - the reference, the date received, and
      *> the disposition with its date. Only those columns of the
      *> record are ever put on the page.
      *> ---------------------------------------------------------
       EMIT-THE-STATUS.
           IF WS-FOUND = 'N'
               STRING "<p>No submission is on file under case "
                   "reference " WS-REF-WANTED(1:20) ".</p>"
                   DELIMITED BY SIZE
                   INTO HA-BODY WITH POINTER WS-BODY-PTR
               END-STRING
           ELSE
               STRING "<p>Case reference " SUBM-CASE-REF
                   "</p><p>Received " SUBM-DATE "</p><p>Status: "
                   DELIMITED BY SIZE
                   INTO HA-BODY WITH POINTER WS-BODY-PTR
               END-STRING
               EVALUATE TRUE
                   WHEN SUBM-IS-WORKED
                       STRING "answered on " SUBM-DISP-DATE
                           DELIMITED BY SIZE
                           INTO HA-BODY WITH POINTER WS-BODY-PTR
                       END-STRING
                   WHEN SUBM-IS-REJECTED
                       STRING "rejected on " SUBM-DISP-DATE
                           DELIMITED BY SIZE
                           INTO HA-BODY WITH POINTER WS-BODY-PTR
                       END-STRING
                   WHEN SUBM-IS-REFERRED
                       STRING "referred to another office on "
                           SUBM-DISP-DATE
                           DELIMITED BY SIZE
                           INTO HA-BODY WITH POINTER WS-BODY-PTR
                       END-STRING
                   WHEN OTHER
                       STRING "pending - not yet worked"
                           DELIMITED BY SIZE
                           INTO HA-BODY WITH POINTER WS-BODY-PTR
                       END-STRING
               END-EVALUATE
               STRING "</p>" DELIMITED BY SIZE
                   INTO HA-BODY WITH POINTER WS-BODY-PTR
               END-STRING
           END-IF.
