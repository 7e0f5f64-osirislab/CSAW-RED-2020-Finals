      *> ---------------------------------------------------------
      *> PROMAREA - the area a caller passes to CONFPROM
      *> (confprom.cobol), the server.cfg promotion behind CONFDEPL
      *> and SITEDEPL. The caller names the proposed file, the
      *> operator's initials and the mode (spaces to promote,
      *> ROLLBACK to put the latest backout version back);
      *> CONFPROM hands back whether server.cfg was replaced (Y/N),
      *> the grading's error count and where the replaced version
      *> was saved. Copy into WORKING-STORAGE SECTION in the caller,
      *> into the LINKAGE SECTION in CONFPROM.
      *> ---------------------------------------------------------
       01 PROMOTE-AREA.
           05 PA-PROPOSED-FILE PIC X(256).
           05 PA-OPERATOR PIC X(8).
           05 PA-MODE PIC X(8).
           05 PA-RESULT PIC X(1).
               88 PA-REPLACED VALUE 'Y'.
               88 PA-NOT-REPLACED VALUE 'N'.
           05 PA-ERRORS PIC 9(3).
           05 PA-BACKOUT-FILE PIC X(256).
