      *----------------------------------------------------------
      * RENPROMF - promotion manifest record for the "renprom.man"
      * line sequential file.  RENPROM appends one record per deck
      * it was asked to promote from the staging library to the
      * production library, and RENPROMB one per deck it restores
      * when a promotion is withdrawn.  The file accumulates across
      * runs the way renqueue.arc does, so every promotion can be
      * traced and backed out later.
      *   PM-PROMOTION-ID   the promotion run's start datetime
      *                     (YYYYMMDDHHMMSSCC) - every deck of one
      *                     run carries the same id, and RENPROMB
      *                     backs out by id
      *   PM-ACTION "P"  promoted - the staging copy is now the
      *                  production copy;
      *             "X"  not promoted - PM-REASON says why and
      *                  nothing in production was touched;
      *             "B"  backed out by RENPROMB - the displaced copy
      *                  is back in production;
      *             "R"  backout refused - PM-REASON says why.
      *   PM-BACKOUT-PATH   where the displaced production copy was
      *                     kept ("<production member>.pYYYYMMDD
      *                     HHMMSS"); spaces when production had no
      *                     copy of the deck, so a backout removes it
      *   PM-RECORD-COUNT/PM-HASH-TOTAL  the promoted copy (RENHASH)
      *   PM-OLD-RECORD-COUNT/PM-OLD-HASH-TOTAL  the displaced copy
      *----------------------------------------------------------
       01  RENPROM-REC.
           05  PM-PROMOTION-ID           PIC X(16).
           05  PM-ACTION                 PIC X(1).
               88  PM-ACTION-PROMOTED    VALUE "P".
               88  PM-ACTION-REFUSED     VALUE "X".
               88  PM-ACTION-BACKED-OUT  VALUE "B".
               88  PM-ACTION-BACKOUT-REFUSED VALUE "R".
           05  PM-DECK-NAME              PIC X(8).
           05  PM-OPERATOR               PIC X(8).
           05  PM-ACTION-DATETIME        PIC X(16).
           05  PM-STAGING-PATH           PIC X(108).
           05  PM-PROD-PATH              PIC X(108).
           05  PM-BACKOUT-PATH           PIC X(108).
           05  PM-GENERATION             PIC 9(4).
           05  PM-RECORD-COUNT           PIC 9(6).
           05  PM-HASH-TOTAL             PIC X(12).
           05  PM-OLD-RECORD-COUNT       PIC 9(6).
           05  PM-OLD-HASH-TOTAL         PIC X(12).
           05  PM-REASON                 PIC X(60).
