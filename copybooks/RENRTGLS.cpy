      *----------------------------------------------------------
      * RENRTGLS - CALL interface for the change-deck retarget
      * engine (RENRTGEN).  Carries the logic that used to live
      * inside RENUPDRT, extracted the same way RENUNDEN was
      * pulled out of RENUMUND, so the standalone retarget
      * utility and the change-control tray (RENTRAYR) rewrite a
      * patch deck through one copy of the code.
      * TG-IN-PATH is the IEBUPDTE-style card stream to retarget;
      * TG-OUT-PATH receives the retargeted stream (the two may be
      * the same path - the engine then works through a ".tmp"
      * temporary and copies it back).
      * TG-MEMBER blank retargets every member of the stream from
      * its map at <TG-XMAP-LIBRARY>/<member>, checking each
      * member for drift (RENDRFC) on the way.  TG-MEMBER set
      * retargets only that member's cards, from the map at
      * TG-MAP-PATH; every other member's cards pass through
      * untouched.  TG-MAP-MOVED "Y" says the map lists only the
      * lines that moved (a RENGAPFX repair), so a SEQNO missing
      * from it kept its number and is not unresolved.
      * TG-RETURN-CODE 0 = clean, 4 = unresolved references or a
      * drifted member (cards passed through unchanged and are
      * counted), 16 = input stream could not be opened.  The
      * first ten unresolved references come back in
      * TG-UNRESOLVED-LIST.
      *----------------------------------------------------------
       01  RENRTG-PARMS.
           05  TG-IN-PATH            PIC X(100).
           05  TG-OUT-PATH           PIC X(100).
           05  TG-XMAP-LIBRARY       PIC X(80).
           05  TG-MEMBER             PIC X(8).
           05  TG-MAP-PATH           PIC X(100).
           05  TG-MAP-MOVED          PIC X(1).
               88  TG-MAP-MOVED-YES  VALUE "Y".
           05  TG-RESULT.
               10  TG-RETURN-CODE    PIC 9(4).
               10  TG-MESSAGE        PIC X(60).
               10  TG-CARD-COUNT     PIC 9(6).
               10  TG-MEMBER-COUNT   PIC 9(3).
               10  TG-CHANGED-COUNT  PIC 9(6).
               10  TG-BODY-FIXES     PIC 9(6).
               10  TG-UNRESOLVED-COUNT PIC 9(6).
               10  TG-DRIFT-COUNT    PIC 9(3).
               10  TG-UNRESOLVED-LIST.
                   15  TG-UNR-COUNT  PIC 9(2).
                   15  TG-UNR-ENTRY OCCURS 10 TIMES.
                       20  TG-UNR-MEMBER PIC X(8).
                       20  TG-UNR-SEQNO  PIC X(6).
