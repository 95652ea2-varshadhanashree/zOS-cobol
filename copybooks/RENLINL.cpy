      *----------------------------------------------------------
      * RENLINL - CALL interface for the lineage catalog writer
      * (RENLINW).  The caller passes the RENHIST key of the run
      * it just recorded (LN-RUN-DATETIME is the RW-RUN-DATETIME
      * RENHISTW handed back), the run type, what kind of map
      * LN-SOURCE-MAP is (see RENLINF), the deck path the run
      * wrote, and its record count.  RENLINW copies the map to
      * its per-run name, returned in LN-MAP-PATH, and files the
      * RENLIN record.
      *----------------------------------------------------------
       01  RENLINW-PARMS.
           05  LN-DECK-NAME              PIC X(8).
           05  LN-RUN-DATETIME           PIC X(16).
           05  LN-RUN-TYPE               PIC X(1).
           05  LN-MAP-KIND               PIC X(1).
               88  LN-MAP-FULL           VALUE "F".
               88  LN-MAP-MOVED          VALUE "M".
           05  LN-SOURCE-MAP             PIC X(108).
           05  LN-DECK-PATH              PIC X(100).
           05  LN-RECORD-COUNT           PIC 9(6).
           05  LN-MAP-PATH               PIC X(118).
           05  LN-RETURN-CODE            PIC 9(4).
