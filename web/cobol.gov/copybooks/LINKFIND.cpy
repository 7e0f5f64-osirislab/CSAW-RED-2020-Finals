      *> ---------------------------------------------------------
      *> LINKFIND - one finding of the docroot link checker, as
      *> LINKSCAN (linkscan.cobol) writes them and LINKCHK and
      *> SITEDEPL read them back:
      *>     BROKEN   page, the link as written, and the docroot
      *>              location it resolved to (nothing serves it)
      *>     REDIRECT page, the link as written, and the redirect
      *>              code and new URL the location now answers
      *>     ORPHAN   page that no other page links to
      *> Findings come out page by page in walk order. Copy into
      *> WORKING-STORAGE (the file itself is read and written
      *> through a plain buffer).
      *> ---------------------------------------------------------
       01 LINKFIND-REC.
           05 LF-KIND PIC X(8).
               88 LF-IS-BROKEN VALUE "BROKEN".
               88 LF-IS-REDIRECT VALUE "REDIRECT".
               88 LF-IS-ORPHAN VALUE "ORPHAN".
           05 FILLER PIC X(1).
           05 LF-PAGE PIC X(80).
           05 FILLER PIC X(1).
           05 LF-LINK PIC X(120).
           05 FILLER PIC X(1).
           05 LF-CODE PIC X(3).
           05 FILLER PIC X(1).
           05 LF-TARGET PIC X(80).
