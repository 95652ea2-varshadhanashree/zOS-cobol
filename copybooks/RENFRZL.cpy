      *----------------------------------------------------------
      * RENFRZL - CALL interface for the change-freeze check
      * subprogram (RENFRZC).  The caller names the deck, its
      * input path, and the moment to test (FC-AT-DATETIME,
      * YYYYMMDDHHMMSSCC, blank = now); the check comes back
      * FC-FROZEN "Y" or "N".  When frozen, the window that
      * holds the deck longest is handed back - its end, reason
      * and who set it - so the caller can say why and until
      * when.  Same shape as RENAUTHL: RENUMENG refuses a frozen
      * deck, RENQDRN and RENUMON leave its jobs queued, RENPKGEN
      * refuses a package whose start falls in a freeze.
      *----------------------------------------------------------
       01  RENFRZC-PARMS.
           05  FC-DECK-NAME              PIC X(8).
           05  FC-IN-PATH                PIC X(100).
           05  FC-AT-DATETIME            PIC X(16).
           05  FC-FROZEN                 PIC X(1).
               88  FC-FROZEN-YES         VALUE "Y".
           05  FC-TO-DATETIME            PIC X(16).
           05  FC-REASON                 PIC X(40).
           05  FC-SET-BY                 PIC X(8).
           05  FC-RETURN-CODE            PIC 9(4).
