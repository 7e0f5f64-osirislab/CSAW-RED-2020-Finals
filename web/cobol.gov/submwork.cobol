      *> that HELLO's POSTed forms land in (copybooks/SUBMREC.cpy)
      *> - nobody hand-edits or hand-prints the file any more.
      *> Reads one command per input line until END:
      *>     LIST                     pending submissions, numbered
      *>     SHOW nnn|ref             every field of one submission
      *>     WORK nnn|ref initials    mark it answered
      *>     REJECT nnn|ref initials  mark it rejected
      *>     REFER nnn|ref initials   mark it passed to another desk
      *>     SUMMARY                  worked-versus-pending per site
      *>     END
      *> The number is the one LIST prints; the case reference
      *> (yymmdd-hhmmss-hhpppp, the one the citizen was given on
      *> the thank-you page and quotes on the phone) picks the
      *> same record without listing first. The disposition carries
      *> the clerk's initials and today's date. The whole file is
      *> loaded up front and only written back at END, so an
      *> abandoned session changes nothing; the per-site summary is
      DATA DIVISION.
       FILE SECTION.
       FD SUBMISSIONS.
       01 SUBMISSIONS-REC PIC X(440).

         WORKING-STORAGE SECTION.
       01 SUBMISSIONS-FILE PIC X(256) VALUE "submissions.dat".

       01 WS-CMD-LINE PIC X(80).
       01 WS-CMD-VERB PIC X(10).
       01 WS-CMD-NUM PIC X(20).
       01 WS-CMD-INITS PIC X(3).
       01 WS-CMD-NUM-N PIC 9(3).

      *> ---------------------------------------------------------
       01 SUBM-TOTAL PIC 9(3) VALUE 0.
       01 SUBM-TABLE.
           05 ST-REC PIC X(440) OCCURS 500 TIMES.
       01 WS-ST-I PIC 9(3).

      *> ---------------------------------------------------------
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> PICK-SUBM-NUMBER - turn the command's record number - or
      *> case reference, anything longer than three characters -
      *> into WS-CMD-NUM-N, 0 when it is missing, out of range or
      *> not on file.
      *> ---------------------------------------------------------
       PICK-SUBM-NUMBER.
           MOVE 0 TO WS-CMD-NUM-N.
           IF WS-CMD-NUM(4:1) IS NOT EQUAL TO SPACE
               PERFORM FIND-SUBM-BY-REF
           ELSE
               PERFORM PICK-LIST-NUMBER
           END-IF.
           IF WS-CMD-NUM-N > SUBM-TOTAL
               MOVE 0 TO WS-CMD-NUM-N
           END-IF.

       PICK-LIST-NUMBER.
           IF WS-CMD-NUM(1:3) IS NUMERIC
               MOVE WS-CMD-NUM(1:3) TO WS-CMD-NUM-N
           ELSE
                   END-IF
               END-IF
           END-IF.

       FIND-SUBM-BY-REF.
           PERFORM CHECK-ONE-SUBM-REF
               VARYING WS-ST-I FROM 1 BY 1
               UNTIL WS-ST-I > SUBM-TOTAL OR WS-CMD-NUM-N > 0.

       CHECK-ONE-SUBM-REF.
           MOVE ST-REC(WS-ST-I) TO SUBMISSION-REC.
           IF SUBM-CASE-REF = WS-CMD-NUM
               MOVE WS-ST-I TO WS-CMD-NUM-N
           END-IF.

       APPLY-LIST.
           MOVE ST-REC(WS-ST-I) TO SUBMISSION-REC.
           IF SUBM-IS-PENDING
               DISPLAY "  " WS-ST-I " " SUBM-DATE " " SUBM-TIME
                   " " SUBM-CASE-REF " " SUBM-HOST " " SUBM-LOCATION
           END-IF.

       APPLY-SHOW.
           PERFORM PICK-SUBM-NUMBER.
           IF WS-CMD-NUM-N = 0
               DISPLAY "SUBMWORK: SHOW needs a listed record number"
                   " or a case reference"
               GO TO APPLY-SHOW-EXIT
           END-IF.
           MOVE ST-REC(WS-CMD-NUM-N) TO SUBMISSION-REC.
           DISPLAY "  " WS-CMD-NUM-N " " SUBM-DATE " " SUBM-TIME
               " " SUBM-CASE-REF " " SUBM-HOST " " SUBM-LOCATION.
           PERFORM SHOW-ONE-FIELD
               VARYING QS-I FROM 1 BY 1
               UNTIL QS-I > SUBM-FIELD-COUNT OR QS-I > 5.
           PERFORM PICK-SUBM-NUMBER.
           IF WS-CMD-NUM-N = 0
               DISPLAY "SUBMWORK: " WS-CMD-VERB
                   " needs a listed record number or a case reference"
               GO TO APPLY-DISP-EXIT
           END-IF.
           IF WS-CMD-INITS = SPACES
