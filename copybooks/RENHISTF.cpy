      * normal renumber ("R") from a reversal that backed one out
      * ("U", written by RENUMUND) and from an attempt RENUMENG
      * refused for lack of authorization ("X") - audit asks who
      * tried, not just who succeeded.  "A" is an update deck
      * applied by RENAPPLY (lines replaced, inserted, deleted -
      * never renumbered).  "F" is an attempt RENUMENG refused
      * because the deck was inside a change-freeze window (RENFRZ).
      * "E" is a foreign edit: a deck changed outside the subsystem
      * that the drift scan (RENDRIFT) took into the RENGEN catalog.
      * "P" is a deck RENPROM promoted from a staging library to
      * production, "B" a promotion RENPROMB backed out again.
      * RH-APPROVER / RH-APPROVE-DATETIME carry the second
      * operator's approval of the queued job the run came from
      * (RENAPRF); spaces when no approval was needed.
      *----------------------------------------------------------
       01  RENHIST-REC.
           05  RH-KEY.
               88  RH-TYPE-RENUMBER      VALUE "R".
               88  RH-TYPE-REVERSAL      VALUE "U".
               88  RH-TYPE-REFUSED       VALUE "X".
               88  RH-TYPE-APPLY         VALUE "A".
               88  RH-TYPE-FROZEN        VALUE "F".
               88  RH-TYPE-FOREIGN       VALUE "E".
               88  RH-TYPE-PROMOTE       VALUE "P".
               88  RH-TYPE-PROMOTE-BACKOUT VALUE "B".
           05  RH-APPROVER               PIC X(8).
           05  RH-APPROVE-DATETIME       PIC X(16).
