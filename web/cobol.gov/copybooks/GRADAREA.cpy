      *> ---------------------------------------------------------
      *> GRADAREA - the area a caller passes to CONFGRADE
      *> (confgrade.cobol), the server configuration grader behind
      *> CONFCHK and CONFDEPL. The caller names the file to grade;
      *> CONFGRADE DISPLAYs each complaint with its line number and
      *> hands back whether the file could be graded at all (G
      *> graded, O would not open, L longer than the 300 lines it
      *> holds) and the error count. Copy into WORKING-STORAGE
      *> SECTION in the caller, into the LINKAGE SECTION in
      *> CONFGRADE.
      *> ---------------------------------------------------------
       01 GRADE-AREA.
           05 GA-CONFIG-FILE PIC X(256).
           05 GA-RESULT PIC X(1).
               88 GA-GRADED VALUE 'G'.
               88 GA-NOT-OPENED VALUE 'O'.
               88 GA-TOO-LONG VALUE 'L'.
           05 GA-ERRORS PIC 9(3).
