      *> ---------------------------------------------------------
      *> HANDAREA - the area HELLO passes to a dynamic-page handler
      *> subprogram (see HANDTBL.cpy / RUN-HANDLER). HELLO fills in
      *> the request context - including the visitor id it logs
      *> (ENSURE-VISITOR-ID), so a handler can keep its own trail -
      *> and the parsed query-string pairs; the
      *> handler fills in the content type and the body, and leaves
      *> the body's used length in HA-BODY-LEN. Copy into WORKING-
      *> STORAGE SECTION in HELLO, into the LINKAGE SECTION in a
           05 HA-METHOD PIC X(10).
           05 HA-LOCATION PIC X(80).
           05 HA-DOCROOT PIC X(32).
           05 HA-VISITOR-ID PIC X(19).
           05 HA-QS-COUNT PIC 9(2).
           05 HA-QS-ENTRY OCCURS 10 TIMES.
               10 HA-QS-NAME PIC X(20).
