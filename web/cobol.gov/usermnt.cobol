      *> ---------------------------------------------------------
      *> USERMNT - ops-desk maintenance for the users file that
      *> HELLO's protected locations are checked against
      *> (copybooks/USERREC.cpy) and the groups file that says who
      *> may have each one (copybooks/GROUPREC.cpy) - nobody
      *> hand-edits either file. Reads one command per input line
      *> until END:
      *>     ADD userid password [yyyymmdd]
      *>     DISABLE userid
      *>     ENABLE userid
      *>     EXPIRE userid yyyymmdd
      *>     LIST
      *>     GRANT userid group
      *>     REVOKE userid group
      *>     GROUPS [group]
      *>     END
      *> ADD without a date never expires (99999999). No password
      *> is ever stored: ADD salts and hashes it on entry through
      *> HASHPASS (hashpass.cobol). ENABLE is also how the ops desk
      *> reopens an account the server locked ('L') after too many
      *> consecutive bad tries - it resets the status to 'A' and
      *> the failure counter to zero. GRANT puts a user already on
      *> file into the access group a "protect" line in server.cfg
      *> names, REVOKE takes the user out again, and GROUPS lists
      *> the memberships (one group, or all of them). Records still in the old
      *> clear-text layout are migrated to the salted-hash layout
      *> automatically when the file is loaded, so the first run
      *> after the changeover converts the whole file. The whole
      *> file and the whole groups file are loaded up front and
      *> only written back at END, so an abandoned session changes
      *> nothing.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS USERS-STATUS.

           SELECT GROUPS ASSIGN TO GROUPS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS GROUPS-STATUS.

      DATA DIVISION.
       FILE SECTION.
       FD USERS.
       01 USERS-REC PIC X(80).

       FD GROUPS.
       01 GROUPS-REC PIC X(80).

         WORKING-STORAGE SECTION.
       01 USERS-FILE PIC X(256) VALUE "users.dat".
       01 USERS-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-DONE PIC X(1) VALUE 'N'.
       01 WS-LOAD-DROPPED PIC X(1) VALUE 'N'.
       01 GROUPS-FILE PIC X(256) VALUE "groups.dat".
       01 GROUPS-STATUS PIC X(2).
       01 WS-GROUPS-DROPPED PIC X(1) VALUE 'N'.

      *> The record layout, for picking a loaded record apart and
      *> putting it back - the FD record stays a plain buffer so
      *> old-layout records can be recognized before parsing.
       COPY "USERREC.cpy".
       COPY "GROUPREC.cpy".

       01 WS-CMD-LINE PIC X(80).
       01 WS-CMD-VERB PIC X(10).
       01 WS-UT-I PIC 9(3).
       01 WS-MIGRATED PIC 9(3) VALUE 0.

      *> ---------------------------------------------------------
      *> The whole groups file - one entry per membership.
      *> ---------------------------------------------------------
       01 GROUP-TOTAL PIC 9(3) VALUE 0.
       01 GROUP-TABLE.
           05 GT-ENTRY OCCURS 500 TIMES INDEXED BY GT-IDX.
               10 GT-GROUP PIC X(16).
               10 GT-MEMBER PIC X(16).
       01 WS-GT-HIT PIC 9(3).
       01 WS-GT-I PIC 9(3).
       01 WS-GT-LISTED PIC 9(3).

      *> ---------------------------------------------------------
      *> Salt minting: the process id and the clock keep two salts
      *> in one session apart, the counter keeps two ADDs in the

      PROCEDURE DIVISION.
       PERFORM LOAD-USER-FILE.
       PERFORM LOAD-GROUP-FILE.
      *> Never rewrite the file from a partial load - records past
      *> the table would be destroyed without a trace.
       IF WS-LOAD-DROPPED = 'Y'
               " holds more than 100 records - not touching it"
           STOP RUN
       END-IF.
       IF WS-GROUPS-DROPPED = 'Y'
           DISPLAY "USERMNT: " GROUPS-FILE(1:20)
               " holds more than 500 records - not touching it"
           STOP RUN
       END-IF.
       IF WS-MIGRATED > 0
           DISPLAY "USERMNT: " WS-MIGRATED " clear-text record(s)"
               " migrated to salted hashes"
       END-IF.
       PERFORM GET-ONE-COMMAND UNTIL WS-DONE = 'Y'.
       PERFORM SAVE-USER-FILE.
       PERFORM SAVE-GROUP-FILE.
       DISPLAY "USERMNT: " USER-TOTAL " user records written".
       DISPLAY "USERMNT: " GROUP-TOTAL " group memberships written".
       STOP RUN.

      *> ---------------------------------------------------------
           MOVE USER-REC TO USERS-REC.
           WRITE USERS-REC.

      *> ---------------------------------------------------------
      *> LOAD-GROUP-FILE - pull every membership into GROUP-TABLE.
      *> No groups file yet just starts the table empty.
      *> ---------------------------------------------------------
       LOAD-GROUP-FILE.
           OPEN INPUT GROUPS.
           IF GROUPS-STATUS IS NOT EQUAL TO '00'
               MOVE 0 TO GROUP-TOTAL
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM LOAD-ONE-GROUP UNTIL WS-EOF = 'Y'
               CLOSE GROUPS
           END-IF.

       LOAD-ONE-GROUP.
           READ GROUPS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GROUPS-REC = SPACES
                       CONTINUE
                   ELSE
                       IF GROUP-TOTAL < 500
                           ADD 1 TO GROUP-TOTAL
                           MOVE GROUPS-REC TO GROUP-REC
                           MOVE GROUP-NAME TO GT-GROUP(GROUP-TOTAL)
                           MOVE GROUP-MEMBER TO GT-MEMBER(GROUP-TOTAL)
                       ELSE
                           MOVE 'Y' TO WS-GROUPS-DROPPED
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> SAVE-GROUP-FILE - write the memberships back over the
      *> groups file.
      *> ---------------------------------------------------------
       SAVE-GROUP-FILE.
           OPEN OUTPUT GROUPS.
           PERFORM SAVE-ONE-GROUP
               VARYING WS-GT-I FROM 1 BY 1 UNTIL WS-GT-I > GROUP-TOTAL.
           CLOSE GROUPS.

       SAVE-ONE-GROUP.
           MOVE SPACES TO GROUP-REC.
           MOVE GT-GROUP(WS-GT-I) TO GROUP-NAME.
           MOVE GT-MEMBER(WS-GT-I) TO GROUP-MEMBER.
           MOVE GROUP-REC TO GROUPS-REC.
           WRITE GROUPS-REC.

      *> ---------------------------------------------------------
      *> MINT-A-SALT - a fresh per-user salt: process id, the
      *> hundredths off the clock, and a per-session counter.
                   PERFORM APPLY-EXPIRE
               WHEN "LIST"
                   PERFORM APPLY-LIST
               WHEN "GRANT"
                   PERFORM APPLY-GRANT THRU APPLY-GRANT-EXIT
               WHEN "REVOKE"
                   PERFORM APPLY-REVOKE THRU APPLY-REVOKE-EXIT
               WHEN "GROUPS"
                   PERFORM APPLY-GROUPS
               WHEN "END"
                   MOVE 'Y' TO WS-DONE
               WHEN SPACES
       LIST-ONE-USER.
           DISPLAY "  " UT-ID(WS-UT-I) " " UT-STATUS(WS-UT-I)
               " " UT-EXPIRES(WS-UT-I) " fails " UT-FAILS(WS-UT-I).

      *> ---------------------------------------------------------
      *> FIND-GROUP-ENTRY - locate the WS-CMD-USER / WS-CMD-ARG1
      *> membership, leaving its slot in WS-GT-HIT (0 = not there).
      *> ---------------------------------------------------------
       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GT-HIT.
           PERFORM CHECK-ONE-GROUP-ENTRY
               VARYING WS-GT-I FROM 1 BY 1
               UNTIL WS-GT-I > GROUP-TOTAL OR WS-GT-HIT > 0.

       CHECK-ONE-GROUP-ENTRY.
           IF GT-GROUP(WS-GT-I) = WS-CMD-ARG1
               AND GT-MEMBER(WS-GT-I) = WS-CMD-USER
               MOVE WS-GT-I TO WS-GT-HIT
           END-IF.

      *> ---------------------------------------------------------
      *> APPLY-GRANT - only a user already on file can join a
      *> group, so a typo in the user id cannot quietly open a
      *> location to nobody in particular.
      *> ---------------------------------------------------------
       APPLY-GRANT.
           IF WS-CMD-ARG1 = SPACES
               DISPLAY "USERMNT: GRANT needs a user id and a group"
               GO TO APPLY-GRANT-EXIT
           END-IF.
           PERFORM FIND-USER-ENTRY.
           IF WS-UT-HIT = 0
               DISPLAY "USERMNT: " WS-CMD-USER "not on file"
               GO TO APPLY-GRANT-EXIT
           END-IF.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GT-HIT > 0
               DISPLAY "USERMNT: " WS-CMD-USER "already in "
                   WS-CMD-ARG1
           ELSE
               IF GROUP-TOTAL >= 500
                   DISPLAY "USERMNT: group table is full"
               ELSE
                   ADD 1 TO GROUP-TOTAL
                   MOVE WS-CMD-ARG1 TO GT-GROUP(GROUP-TOTAL)
                   MOVE WS-CMD-USER TO GT-MEMBER(GROUP-TOTAL)
                   DISPLAY "USERMNT: granted " WS-CMD-USER "to "
                       WS-CMD-ARG1
               END-IF
           END-IF.

       APPLY-GRANT-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> APPLY-REVOKE - drop the membership and close the gap, so
      *> the file is rewritten without it.
      *> ---------------------------------------------------------
       APPLY-REVOKE.
           IF WS-CMD-ARG1 = SPACES
               DISPLAY "USERMNT: REVOKE needs a user id and a group"
               GO TO APPLY-REVOKE-EXIT
           END-IF.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GT-HIT = 0
               DISPLAY "USERMNT: " WS-CMD-USER "not in " WS-CMD-ARG1
           ELSE
               PERFORM CLOSE-ONE-GROUP-GAP
                   VARYING WS-GT-I FROM WS-GT-HIT BY 1
                   UNTIL WS-GT-I >= GROUP-TOTAL
               SUBTRACT 1 FROM GROUP-TOTAL
               DISPLAY "USERMNT: revoked " WS-CMD-USER "from "
                   WS-CMD-ARG1
           END-IF.

       APPLY-REVOKE-EXIT.
           EXIT.

       CLOSE-ONE-GROUP-GAP.
           MOVE GT-ENTRY(WS-GT-I + 1) TO GT-ENTRY(WS-GT-I).

      *> ---------------------------------------------------------
      *> APPLY-GROUPS - list the memberships. "GROUPS name" puts
      *> the group name in the user-id field of the command line.
      *> ---------------------------------------------------------
       APPLY-GROUPS.
           MOVE 0 TO WS-GT-LISTED.
           PERFORM LIST-ONE-GROUP
               VARYING WS-GT-I FROM 1 BY 1 UNTIL WS-GT-I > GROUP-TOTAL.
           IF WS-GT-LISTED = 0
               DISPLAY "USERMNT: no group memberships"
           END-IF.

       LIST-ONE-GROUP.
           IF WS-CMD-USER = SPACES OR GT-GROUP(WS-GT-I) = WS-CMD-USER
               ADD 1 TO WS-GT-LISTED
               DISPLAY "  " GT-GROUP(WS-GT-I) " " GT-MEMBER(WS-GT-I)
           END-IF.
