      *----------------------------------------------------------
      * RENTRAYF - change-control tray record for the RENTRAY
      * indexed file, maintained by RENTRAYM and updated by
      * RENTRAYR.  One record per staged IEBUPDTE-style change
      * deck, keyed by the deck's path.  TY-MEMBER lists every
      * member the deck's "./ ... NAME=" cards touch, taken from
      * the deck itself when it is added.  Whenever one of those
      * members is renumbered with a cross-reference map, RENTRAYR
      * retargets the deck in place through RENRTGEN and records
      * the outcome in TY-LAST-RETARGET.
      *   TY-STATUS "P"  pending - every retarget so far was clean;
      *             "A"  needs attention - a retarget left
      *                  references the map could not resolve (the
      *                  cards are unchanged and listed in
      *                  TY-UNRESOLVED); it stays "A" until the deck
      *                  is looked at and added again;
      *             "W"  withdrawn - kept for the record, never
      *                  retargeted again.
      *----------------------------------------------------------
       01  RENTRAY-REC.
           05  TY-KEY.
               10  TY-DECK-PATH          PIC X(100).
           05  TY-STATUS                 PIC X(1).
               88  TY-STATUS-PENDING     VALUE "P".
               88  TY-STATUS-ATTENTION   VALUE "A".
               88  TY-STATUS-WITHDRAWN   VALUE "W".
           05  TY-SUBMITTER              PIC X(8).
           05  TY-SUBMIT-DATETIME        PIC X(16).
           05  TY-MEMBER-COUNT           PIC 9(2).
           05  TY-MEMBER                 PIC X(8) OCCURS 20 TIMES.
           05  TY-WITHDRAWN-BY           PIC X(8).
           05  TY-WITHDRAWN-DATETIME     PIC X(16).
           05  TY-RETARGET-COUNT         PIC 9(4).
           05  TY-LAST-RETARGET.
               10  TY-LAST-MEMBER        PIC X(8).
               10  TY-LAST-DATETIME      PIC X(16).
               10  TY-LAST-RETURN-CODE   PIC 9(4).
               10  TY-LAST-CHANGED       PIC 9(6).
               10  TY-LAST-UNRESOLVED    PIC 9(6).
               10  TY-LAST-MESSAGE       PIC X(60).
      *    THE REFERENCES BEHIND THE "A" STATUS: MEMBER AND SEQNO OF
      *    THE FIRST TEN CARDS THE MAP COULD NOT RESOLVE.  A LATER
      *    CLEAN RETARGET LEAVES THEM IN PLACE - THE CARDS ARE STILL
      *    IN THE DECK UNCHANGED.
           05  TY-UNRESOLVED-COUNT       PIC 9(2).
           05  TY-UNRESOLVED OCCURS 10 TIMES.
               10  TY-UNR-MEMBER         PIC X(8).
               10  TY-UNR-SEQNO          PIC X(6).
