      *----------------------------------------------------------
      * RENLINLS - CALL interface for the SEQNO lineage inquiry
      * engine (RENLINEN), shared by the batch inquiry (RENLINQ)
      * and the RENUMON trace option.  The caller names the
      * deck, the SEQNO a line carried on an old listing, and
      * the date (and optionally the time) that listing was
      * printed; a blank time means "end of that day", so only
      * runs after the listing date are chained.  Results:
      *   RC 0   LQ-CURRENT-SEQNO/LQ-SOURCE-LINE are the line
      *          today;
      *   RC 4   the line was dropped - LQ-DROP-DATETIME and
      *          LQ-DROP-RUN-TYPE name the RENHIST run that did
      *          it - or the chain could not be completed (a run
      *          with no lineage, a hand edit, or the line no
      *          longer in the live deck); LQ-MESSAGE says which;
      *   RC 8   no lineage for the deck, or a lineage map is
      *          missing from disk.
      *----------------------------------------------------------
       01  RENLINQ-PARMS.
           05  LQ-DECK-NAME              PIC X(8).
           05  LQ-OLD-SEQNO              PIC 9(6).
           05  LQ-LISTING-DATE           PIC X(8).
           05  LQ-LISTING-TIME           PIC X(6).
           05  LQ-RESULT.
               10  LQ-RETURN-CODE        PIC 9(4).
               10  LQ-MESSAGE            PIC X(60).
               10  LQ-CURRENT-SEQNO      PIC 9(6).
               10  LQ-SOURCE-LINE        PIC X(133).
               10  LQ-RUNS-CHAINED       PIC 9(4).
               10  LQ-DROP-DATETIME      PIC X(16).
               10  LQ-DROP-RUN-TYPE      PIC X(1).
               10  LQ-DECK-PATH          PIC X(100).
