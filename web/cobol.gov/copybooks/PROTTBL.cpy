      *> will serve them (see CHECK-PROTECTED-LOCATION /
      *> CHECK-AUTHORIZATION / SEND-401 in main.cobol). Keyed by
      *> docroot; the location column is a leading-prefix match so
      *> one row covers everything filed under that name. The group
      *> names who may have it once their credentials are good (the
      *> groups file, copybooks/GROUPREC.cpy - anyone else gets 403
      *> from SEND-403); the realm is what the browser shows in its
      *> credentials prompt.
      *> Filled from the server configuration file ("protect"
      *> lines) by CONFLOAD (confload.cobol); only the first
      *> PROT-COUNT entries are meaningful. Copy into
           05 PROT-ENTRY OCCURS 20 TIMES INDEXED BY PROT-IDX.
               10 PROT-DOCROOT PIC X(32).
               10 PROT-LOC PIC X(32).
               10 PROT-GROUP PIC X(16).
               10 PROT-REALM PIC X(24).
