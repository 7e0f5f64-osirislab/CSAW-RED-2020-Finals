      *> before it goes live, the way SITEDEPL validates a content
      *> drop before promoting it. Run it with the file to check on
      *> the first input line (blank checks the live server.cfg).
      *> The grading itself is CONFGRADE (confgrade.cobol) - the
      *> same grading CONFDEPL (confdepl.cobol) insists on before
      *> it promotes a file to server.cfg:
      *>     - unknown keywords and missing fields,
      *>     - duplicate vhost names,
      *>     - redirect docroots no vhost serves, codes other than
      *>       301/302, and local targets that do not exist in the
      *>       docroot (directly or as one of its default
      *>       documents),
      *>     - protected locations under no vhost's docroot, and
      *>       protect lines whose access group has no members in
      *>       the groups file (copybooks/GROUPREC.cpy) - such a
      *>       location would answer 403 to everyone,
      *>     - handler names with no program, duplicated handler
      *>       names,
      *>     - more lines of a kind than the server's tables hold.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.

      DATA DIVISION.
         WORKING-STORAGE SECTION.
       01 CONFIG-FILE-NAME PIC X(256).
       COPY "GRADAREA.cpy".

      PROCEDURE DIVISION.
       MOVE SPACES TO CONFIG-FILE-NAME.
       IF CONFIG-FILE-NAME = SPACES
           MOVE "server.cfg" TO CONFIG-FILE-NAME
       END-IF.
       MOVE CONFIG-FILE-NAME TO GA-CONFIG-FILE.
       CALL "CONFGRADE" USING GRADE-AREA.
       IF GA-NOT-OPENED
           DISPLAY "CONFCHK: cannot open " CONFIG-FILE-NAME(1:40)
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF GA-TOO-LONG
           DISPLAY "CONFCHK: file over 300 lines - check aborted"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF GA-ERRORS = 0
           DISPLAY "CONFCHK: " CONFIG-FILE-NAME(1:40) " is clean"
       ELSE
           DISPLAY "CONFCHK: " GA-ERRORS " error(s) in "
               CONFIG-FILE-NAME(1:40)
       END-IF.
       MOVE GA-ERRORS TO RETURN-CODE.
       STOP RUN.
