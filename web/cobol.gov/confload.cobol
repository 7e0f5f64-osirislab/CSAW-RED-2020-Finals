      *>     vhost    <host-header> <docroot>
      *>     default  <docroot>
      *>     redirect <docroot> <old-location> <301|302> <new-url>
      *>     protect  <docroot> <location-prefix> <group> <realm...>
      *>     post     <location>
      *>     handler  <first-segment> <program>
      *> The loader is deliberately silent - HELLO's standard
      *> lines were ignored (unknown keyword or a full table), 8
      *> the file did not open (tables are left empty and valid).
      *> Validate a proposed file with CONFCHK (confchk.cobol)
      *> and make it live with CONFDEPL (confdepl.cobol).
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.
       01 WS-CF-F2 PIC X(32).
       01 WS-CF-F3 PIC X(3).
       01 WS-CF-F4 PIC X(63).
       01 WS-CF-GROUP PIC X(16).
       01 WS-CF-PTR PIC 9(3).

       LINKAGE SECTION.
      *> APPLY-ONE-CONFIG-LINE - split the line on runs of spaces
      *> and file it into its table. The realm on a "protect" line
      *> is the whole rest of the line, spaces and all, so it is
      *> taken from the pointer (past the group) rather than the
      *> split fields.
      *> ---------------------------------------------------------
       APPLY-ONE-CONFIG-LINE.
           IF CONFIG-REC = SPACES OR CONFIG-REC(1:1) = '*'
                   SET PROT-IDX TO PROT-COUNT
                   MOVE WS-CF-F1(1:32) TO PROT-DOCROOT(PROT-IDX)
                   MOVE WS-CF-F2 TO PROT-LOC(PROT-IDX)
                   MOVE SPACES TO WS-CF-GROUP
                   IF WS-CF-PTR <= 160
                       UNSTRING CONFIG-REC DELIMITED BY ALL " "
                           INTO WS-CF-GROUP
                           WITH POINTER WS-CF-PTR
                       END-UNSTRING
                   END-IF
                   MOVE WS-CF-GROUP TO PROT-GROUP(PROT-IDX)
      *> A realm-less line leaves the pointer past the record after
      *> the split eats the trailing spaces, so guard the remainder
      *> reference; CONFCHK rejects such a line before it gets here.
