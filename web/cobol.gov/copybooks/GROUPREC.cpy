      *> ---------------------------------------------------------
      *> GROUPREC - one membership record in the groups file: the
      *> access group a "protect" line in the server configuration
      *> names (copybooks/PROTTBL.cpy) and one user id from the
      *> users file (copybooks/USERREC.cpy) that belongs to it. A
      *> group is simply the set of records carrying its name, so
      *> a group with no records has no members and its protected
      *> locations answer 403 to everyone. Maintained by USERMNT's
      *> GRANT / REVOKE / GROUPS commands (usermnt.cobol) - nobody
      *> hand-edits the file; read by HELLO's
      *> CHECK-GROUP-MEMBERSHIP (main.cobol) and by CONFCHK
      *> (confchk.cobol). Copy into WORKING-STORAGE (the file
      *> itself is read and written through a plain buffer).
      *> ---------------------------------------------------------
       01 GROUP-REC.
           05 GROUP-NAME PIC X(16).
           05 FILLER PIC X(1).
           05 GROUP-MEMBER PIC X(16).
