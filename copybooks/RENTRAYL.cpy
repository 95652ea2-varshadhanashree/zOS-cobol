      *----------------------------------------------------------
      * RENTRAYL - CALL interface for the change-control tray
      * retarget subprogram (RENTRAYR).  Called by every program
      * that completes a renumber with a cross-reference map -
      * RENQDRN, RENUMON, RENUMUPD and RENGAPFX - naming the member
      * just renumbered and the map the run left.  Every pending
      * or needs-attention tray deck touching that member is
      * retargeted in place.  TA-MAP-MOVED "Y" passes a moved-
      * lines-only map (RENGAPFX) through to RENRTGEN.
      * TA-RETURN-CODE 0 = nothing needed attention, 4 = at least
      * one deck was left with unresolved references, 8 = the
      * tray file could not be read.  No tray file at all is
      * simply nothing to do.
      *----------------------------------------------------------
       01  RENTRAYR-PARMS.
           05  TA-MEMBER             PIC X(8).
           05  TA-MAP-PATH           PIC X(100).
           05  TA-MAP-MOVED          PIC X(1).
           05  TA-RESULT.
               10  TA-RETURN-CODE    PIC 9(4).
               10  TA-DECK-COUNT     PIC 9(4).
               10  TA-ATTENTION-COUNT PIC 9(4).
