      *> ---------------------------------------------------------
      *> DAYSUMM - one record of a month's daily summary file,
      *> logarch/summary-yyyy-mm.dat, built by LOGSUMM
      *> (logsumm.cobol) from the month's raw LOGCUT archive so the
      *> raw request-level log can be purged once it is past the
      *> retention period. HELLOSTMT and HELLORPT read it in place
      *> of the archive once the archive is gone. By day:
      *>     D  one per docroot with traffic that day - the lines
      *>        carrying the per-site fields, exactly what HELLOSTMT
      *>        totals: requests, bytes, the status classes, the
      *>        distinct visitor ids, the peak hour and the hits in
      *>        each hour;
      *>     C  one per response code seen that day, all lines,
      *>        in the order first seen (HELLORPT's code table);
      *>     L  one per location, all lines, in the order first
      *>        seen - the first 50 of the day, which is all
      *>        HELLORPT's location table ever holds;
      *> and last a T trailer for the month with the raw totals
      *> the summary was built from and whether the build saw
      *> everything (a full table leaves it N, and such a summary
      *> never verifies). SUM-DATE is "yyyy-mm-dd", "yyyy-mm" on
      *> the trailer. Copy into WORKING-STORAGE (the file itself
      *> is read and written through a plain buffer).
      *> ---------------------------------------------------------
       01 DAYSUMM-REC.
           05 SUM-REC-TYPE PIC X(1).
               88 SUM-IS-SITE-DAY VALUE 'D'.
               88 SUM-IS-CODE VALUE 'C'.
               88 SUM-IS-LOCATION VALUE 'L'.
               88 SUM-IS-TRAILER VALUE 'T'.
           05 FILLER PIC X(1).
           05 SUM-DATE PIC X(10).
           05 FILLER PIC X(1).
           05 SUM-BODY PIC X(280).
           05 SUM-SITE-DAY REDEFINES SUM-BODY.
               10 SUM-DOCROOT PIC X(32).
               10 FILLER PIC X(1).
               10 SUM-REQUESTS PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-BYTES PIC 9(12).
               10 FILLER PIC X(1).
               10 SUM-2XX PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-3XX PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-4XX PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-5XX PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-OTHER PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-VISITORS PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-PEAK-HOUR PIC 9(2).
               10 FILLER PIC X(1).
               10 SUM-HOUR-HITS PIC 9(7) OCCURS 24 TIMES.
               10 FILLER PIC X(6).
           05 SUM-CODE-COUNT REDEFINES SUM-BODY.
               10 SUM-CODE PIC X(3).
               10 FILLER PIC X(1).
               10 SUM-CODE-HITS PIC 9(7).
               10 FILLER PIC X(269).
           05 SUM-LOCATION-COUNT REDEFINES SUM-BODY.
               10 SUM-LOC-HITS PIC 9(7).
               10 FILLER PIC X(1).
               10 SUM-LOCATION PIC X(80).
               10 FILLER PIC X(192).
           05 SUM-TRAILER REDEFINES SUM-BODY.
               10 SUM-TRL-LINES PIC 9(9).
               10 FILLER PIC X(1).
               10 SUM-TRL-SITE-LINES PIC 9(9).
               10 FILLER PIC X(1).
               10 SUM-TRL-BYTES PIC 9(15).
               10 FILLER PIC X(1).
               10 SUM-TRL-COMPLETE PIC X(1).
               10 FILLER PIC X(1).
               10 SUM-TRL-BUILT PIC X(19).
               10 FILLER PIC X(223).
