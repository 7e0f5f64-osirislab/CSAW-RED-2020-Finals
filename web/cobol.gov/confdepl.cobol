      IDENTIFICATION DIVISION.
      PROGRAM-ID. CONFDEPL.

      *> ---------------------------------------------------------
      *> CONFDEPL - controlled promotion of a proposed server
      *> configuration file to the live server.cfg, the way
      *> SITEDEPL promotes a content drop. Nothing reaches
      *> server.cfg by hand any more. The promotion itself is
      *> CONFPROM (confprom.cobol), which SITEDEPL also calls:
      *>     - the proposed file is graded by CONFGRADE
      *>       (confgrade.cobol), the same grading CONFCHK reports,
      *>       and any error refuses the promotion;
      *>     - what each table gains and loses is printed entry by
      *>       entry: "+" added, "-" removed, "~" changed with the
      *>       old and new settings side by side;
      *>     - the live server.cfg is saved first into the backout
      *>       set as cfgback/server-yyyymmdd-hhmmss.cfg, and
      *>       cfgback/latest.ctl names it as the most recent;
      *>     - confdepl.log gets the operator's initials, the run's
      *>       timestamp, the backout file and the change counts,
      *>       then the changes themselves, one per line - so the
      *>       log always says what the previous version said.
      *> HELLO reads server.cfg at the start of every connection,
      *> so a promotion is live from the next request.
      *> Run it with the proposed file and the operator's initials
      *> on the first two input lines. A third input line of
      *> ROLLBACK ignores the first line and puts the version named
      *> in cfgback/latest.ctl back over server.cfg, printing and
      *> logging the changes that reverses; the server.cfg being
      *> replaced is itself saved into cfgback first, but
      *> latest.ctl is left alone, so an interrupted rollback can
      *> simply be run again. An older version goes back by
      *> promoting its cfgback file like any proposed file.
      *> RETURN-CODE is 0 when server.cfg was replaced, 8 when it
      *> was refused or could not be.
      *> ---------------------------------------------------------

      ENVIRONMENT DIVISION.

      DATA DIVISION.
         WORKING-STORAGE SECTION.
       COPY "PROMAREA.cpy".

      PROCEDURE DIVISION.
       MOVE SPACES TO PROMOTE-AREA.
       ACCEPT PA-PROPOSED-FILE.
       ACCEPT PA-OPERATOR.
       ACCEPT PA-MODE.
       IF PA-OPERATOR = SPACES
           DISPLAY "CONFDEPL: give the operator's initials on the"
               " second input line"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF PA-MODE IS NOT EQUAL TO "ROLLBACK"
           AND PA-PROPOSED-FILE = SPACES
           DISPLAY "CONFDEPL: give the proposed configuration file"
               " on the first input line"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       CALL "CONFPROM" USING PROMOTE-AREA.
       IF PA-REPLACED
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF.
       STOP RUN.
