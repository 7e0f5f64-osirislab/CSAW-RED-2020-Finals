      *> ---------------------------------------------------------
      *> LINKAREA - the area a caller passes to LINKSCAN
      *> (linkscan.cobol), the docroot link checker. The caller
      *> fills in the docroot whose redirects and handlers apply,
      *> the staging directory of a drop to check (SPACES checks
      *> the whole live docroot) and the name of the findings file
      *> to write (one LINKFIND.cpy line per finding); LINKSCAN
      *> hands back the tallies. Orphan pages are only looked for
      *> on a whole-docroot check - a drop is never the whole site.
      *> Copy into WORKING-STORAGE SECTION in the caller, into the
      *> LINKAGE SECTION in LINKSCAN.
      *> ---------------------------------------------------------
       01 LINK-AREA.
           05 LA-DOCROOT PIC X(32).
           05 LA-STAGING-DIR PIC X(120).
           05 LA-FINDINGS-FILE PIC X(256).
           05 LA-PAGES PIC 9(5).
           05 LA-LINKS PIC 9(7).
           05 LA-BROKEN PIC 9(5).
           05 LA-REDIRECTED PIC 9(5).
           05 LA-ORPHANS PIC 9(5).
