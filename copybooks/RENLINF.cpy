      *----------------------------------------------------------
      * RENLINF - SEQNO lineage record for the RENLIN indexed
      * file, keyed exactly like RENHIST (deck name plus the run
      * datetime RENHISTW stamped) so every run that moved line
      * numbers can be joined back to its audit entry.  The
      * record points at a per-run copy of the old-to-new map
      * ("<deckpath>.mYYYYMMDDHHMMSSCC", same XMAP layout) that
      * outlives the scratch or cross-reference map the run
      * built.  LNF-MAP-KIND says how to read it:
      *   "F"  FULL map - one entry per line the run wrote, so an
      *        old SEQNO with no entry was dropped by that run
      *        (RENUMENG renumbers, RENUNDEN reversals);
      *   "M"  MOVED-ONLY map - lines the run did not renumber
      *        are absent and kept their SEQNO (RENGAPFX repairs).
      *----------------------------------------------------------
       01  RENLIN-REC.
           05  LNF-KEY.
               10  LNF-DECK-NAME         PIC X(8).
               10  LNF-RUN-DATETIME      PIC X(16).
           05  LNF-RUN-TYPE              PIC X(1).
           05  LNF-MAP-KIND              PIC X(1).
               88  LNF-MAP-FULL          VALUE "F".
               88  LNF-MAP-MOVED         VALUE "M".
           05  LNF-MAP-PATH              PIC X(118).
           05  LNF-DECK-PATH             PIC X(100).
           05  LNF-RECORD-COUNT          PIC 9(6).
