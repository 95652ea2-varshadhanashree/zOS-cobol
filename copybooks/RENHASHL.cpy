      *----------------------------------------------------------
      * RENHASHL - CALL interface for the deck hash-total routine
      * (RENHASH).  The caller names a deck file; RENHASH reads
      * it end to end and hands back its record count and the
      * same position-weighted hash total RENBKUP writes on its
      * "*T" trailer, so two copies of a deck can be compared
      * without holding either in storage.  HS-RETURN-CODE 8
      * means the file could not be opened (count and hash are
      * zero).
      *----------------------------------------------------------
       01  RENHASH-PARMS.
           05  HS-PATH                   PIC X(108).
           05  HS-HASH                   PIC 9(12).
           05  HS-RECORD-COUNT           PIC 9(6).
           05  HS-RETURN-CODE            PIC 9(4).
