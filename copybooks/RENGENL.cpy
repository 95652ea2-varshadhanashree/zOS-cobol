      *   BROWSE-FIRST/BROWSE-NEXT walk the catalog in deck/
      *            generation order for the purge utility and
      *            inquiries.
      *   LATEST   reads the newest generation of GN-DECK-NAME
      *            (GN-FOUND "N" when the deck has none).
      * GN-HASH-TOTAL comes back on CATALOG, LATEST and the
      * browse.  GN-ORIGIN "E" on CATALOG files a foreign edit;
      * it is an input only, cleared once the catalog is done, so
      * a caller that never sets it keeps filing normal ones.
      *----------------------------------------------------------
       01  RENGENW-PARMS.
           05  GN-FUNCTION               PIC X(1).
               88  GN-FUNCTION-DELETE        VALUE "D".
               88  GN-FUNCTION-BROWSE-FIRST  VALUE "F".
               88  GN-FUNCTION-BROWSE-NEXT   VALUE "N".
               88  GN-FUNCTION-LATEST        VALUE "L".
           05  GN-DECK-NAME              PIC X(8).
           05  GN-GENERATION             PIC 9(4).
           05  GN-OUT-PATH               PIC X(100).
           05  GN-RUN-DATETIME           PIC X(16).
           05  GN-RECORD-COUNT           PIC 9(6).
           05  GN-KEEP                   PIC 9(2).
           05  GN-HASH-TOTAL             PIC X(12).
           05  GN-ORIGIN                 PIC X(1).
               88  GN-ORIGIN-FOREIGN     VALUE "E".
           05  GN-FOUND                  PIC X(1).
               88  GN-FOUND-YES          VALUE "Y".
           05  GN-RETURN-CODE            PIC 9(4).
