      *> (submwork.cobol): HELLO writes them as spaces - a new
      *> submission is pending - and the back office marks each one
      *> worked, rejected or referred with the clerk's initials and
      *> the date. The case reference at the very end is minted by
      *> HELLO when the record is written and shown to the citizen
      *> on the thank-you page; it is what SUBMWORK's commands and
      *> the public status page (SUBMSTAT, submstat.cobol) look a
      *> submission up by. Records written before references were
      *> issued carry spaces there. Copy into the FILE SECTION
      *> under FD SUBMISSIONS in HELLO, into WORKING-STORAGE in
      *> SUBMWORK and SUBMSTAT.
      *> ---------------------------------------------------------
       01 SUBMISSION-REC.
           05 SUBM-DATE PIC X(10).
           05 SUBM-DISP-INITS PIC X(3).
           05 FILLER PIC X(1).
           05 SUBM-DISP-DATE PIC X(10).
           05 FILLER PIC X(1).
           05 SUBM-CASE-REF PIC X(20).
