      *----------------------------------------------------------
      * RENDRFL - CALL interface for the drift check (RENDRFC).
      * The caller names a deck and the live copy to judge;
      * DC-LIVE-PATH blank means the path the newest generation
      * was cataloged from (its ".gNNNN" name less the suffix),
      * which is what a caller that only knows the member name -
      * RENUPDRT - wants.  DC-STATE comes back:
      *   "S"  SAME - the live deck matches its newest generation;
      *   "C"  CHANGED - edited since that generation was taken;
      *   "G"  GONE - the live deck is missing;
      *   "N"  NEVER CATALOGED - the deck has no generation;
      *   "U"  UNKNOWN - the newest generation predates hash
      *        totals and the record counts agree.
      * A generation without a hash whose record count differs
      * from the live deck is still reported "C".
      *----------------------------------------------------------
       01  RENDRFC-PARMS.
           05  DC-DECK-NAME              PIC X(8).
           05  DC-LIVE-PATH              PIC X(108).
           05  DC-STATE                  PIC X(1).
               88  DC-STATE-SAME         VALUE "S".
               88  DC-STATE-CHANGED      VALUE "C".
               88  DC-STATE-GONE         VALUE "G".
               88  DC-STATE-NEVER        VALUE "N".
               88  DC-STATE-UNKNOWN      VALUE "U".
           05  DC-GENERATION             PIC 9(4).
           05  DC-GEN-DATETIME           PIC X(16).
           05  DC-GEN-COUNT              PIC 9(6).
           05  DC-GEN-HASH               PIC X(12).
           05  DC-LIVE-COUNT             PIC 9(6).
           05  DC-LIVE-HASH              PIC X(12).
           05  DC-RETURN-CODE            PIC 9(4).
