      *> ---------------------------------------------------------
      *> AGYEXTR - one line of an agency's master-file extract, the
      *> fixed-column file an agency sends so RECRECON
      *> (recrecon.cobol) can reconcile our records file
      *> (copybooks/RECREC.cpy) against theirs. Column one says
      *> which kind of line it is:
      *>     H  header  - the agency, exactly as REC-AGENCY carries
      *>                  it, and the date the extract was cut
      *>     D  detail  - one of the agency's records
      *>     T  trailer - how many detail lines the agency wrote
      *> The header comes first and the trailer last; a file whose
      *> trailer count does not agree with the detail lines read
      *> arrived short (or long) and is never applied. Copy into
      *> the FILE SECTION under the extract FD.
      *> ---------------------------------------------------------
       01 AGY-EXTRACT-REC.
           05 AGY-REC-TYPE PIC X(1).
               88 AGY-IS-HEADER VALUE 'H'.
               88 AGY-IS-DETAIL VALUE 'D'.
               88 AGY-IS-TRAILER VALUE 'T'.
           05 FILLER PIC X(1).
           05 AGY-DETAIL.
               10 AGY-ID PIC X(6).
               10 FILLER PIC X(1).
               10 AGY-SURNAME PIC X(16).
               10 FILLER PIC X(1).
               10 AGY-GIVEN PIC X(12).
               10 FILLER PIC X(1).
               10 AGY-RECSTAT PIC X(8).
               10 FILLER PIC X(32).
           05 AGY-HEADER REDEFINES AGY-DETAIL.
               10 AGY-HDR-AGENCY PIC X(16).
               10 FILLER PIC X(1).
               10 AGY-HDR-DATE PIC X(10).
               10 FILLER PIC X(50).
           05 AGY-TRAILER REDEFINES AGY-DETAIL.
               10 AGY-TRL-COUNT PIC 9(7).
               10 FILLER PIC X(70).
