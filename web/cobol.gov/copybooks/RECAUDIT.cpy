      *> ---------------------------------------------------------
      *> RECAUDIT - one line of the records-lookup audit trail,
      *> reclook.log: RECLOOK (reclook.cobol) appends one for every
      *> lookup it answers, and RECAUDRP (recaudrp.cobol) reads them
      *> back for the privacy officer's daily review. A line says
      *> when, which visitor (the visitor id HELLO logs, passed in
      *> HANDLER-AREA), on which docroot, HTML or CSV, the slice
      *> asked for (start / count) and how many records the terms
      *> matched in all, the terms themselves, and the REC-ID of
      *> every record that went out on the page - at most the
      *> lookup's page cap, so the list always fits. Copy into
      *> WORKING-STORAGE (the file itself is read and written
      *> through a plain buffer).
      *> ---------------------------------------------------------
       01 RECAUDIT-REC.
           05 AUD-STAMP PIC X(19).
           05 FILLER PIC X(1).
           05 AUD-VISITOR PIC X(19).
           05 FILLER PIC X(1).
           05 AUD-DOCROOT PIC X(32).
           05 FILLER PIC X(1).
           05 AUD-FORMAT PIC X(4).
               88 AUD-WAS-CSV VALUE "CSV".
           05 FILLER PIC X(1).
           05 AUD-START PIC 9(5).
           05 FILLER PIC X(1).
           05 AUD-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 AUD-MATCHES PIC 9(5).
           05 FILLER PIC X(1).
           05 AUD-RETURNED PIC 9(2).
           05 FILLER PIC X(1).
           05 AUD-NAME PIC X(40).
           05 FILLER PIC X(1).
           05 AUD-ID PIC X(40).
           05 FILLER PIC X(1).
           05 AUD-RETURNED-ENTRY OCCURS 25 TIMES.
               10 AUD-REC-ID PIC X(6).
               10 FILLER PIC X(1).
