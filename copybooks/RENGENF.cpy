           05  GNF-GEN-PATH              PIC X(108).
           05  GNF-RUN-DATETIME          PIC X(16).
           05  GNF-RECORD-COUNT          PIC 9(6).
      *    GNF-HASH-TOTAL IS RENHASH'S TOTAL OF THE CATALOGED COPY
      *    (THE RENBKUP "*T" ALGORITHM), SO A LIVE DECK CAN BE
      *    PROVED STILL IDENTICAL TO IT.  SPACES ON A GENERATION
      *    CATALOGED BEFORE THE FIELD EXISTED.  GNF-ORIGIN "E"
      *    MARKS A FOREIGN EDIT - A LIVE DECK CHANGED OUTSIDE THE
      *    SUBSYSTEM, CATALOGED AS FOUND BY THE DRIFT SCAN
      *    (RENDRIFT); SPACE IS A GENERATION THE SUBSYSTEM WROTE.
           05  GNF-HASH-TOTAL            PIC X(12).
           05  GNF-ORIGIN                PIC X(1).
               88  GNF-ORIGIN-FOREIGN    VALUE "E".
