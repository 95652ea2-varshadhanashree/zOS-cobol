      *----------------------------------------------------------
      * RENSTATF - monthly workload/chargeback extract record for
      * the "renstat.ext" line sequential file RENSTAT rewrites on
      * every run, for the chargeback system to load.  One record
      * per operator, one per library and one grand total for the
      * month reported.  SX-FIGURES(1) are the month itself and
      * SX-FIGURES(2) the month before, so the loader can show
      * the change the same way the printed report does.
      *   SX-KIND "O"  SX-KEY is the operator (cols 1-8)
      *           "L"  SX-KEY is the library - the directory part
      *                of the queued job's input path;
      *                "(NOT QUEUED)" for decks with no job on the
      *                queue or the queue archive
      *           "T"  SX-KEY is "ALL", the whole subsystem
      *   SX-RECORDS           records on renumber, reversal and
      *                        update-deck runs (RH-RECORD-COUNT)
      *   SX-ENGINE-RUNS       runs on the renrslt feed; failed
      *                        runs are those ending above code 4
      *   SX-ELAPSED-SECS      total of RR-END minus RR-START
      *   SX-QUEUED-JOBS       engine runs matched to a queue job;
      *                        SX-AVG-WAIT-SECS is submit to start
      *   SX-PROMOTIONS        decks RENPROM promoted to production
      *   SX-PROMOTE-BACKOUTS  decks RENPROMB backed out again
      *----------------------------------------------------------
       01  RENSTAT-REC.
           05  SX-MONTH                  PIC X(6).
           05  SX-PRIOR-MONTH            PIC X(6).
           05  SX-KIND                   PIC X(1).
               88  SX-KIND-OPERATOR      VALUE "O".
               88  SX-KIND-LIBRARY       VALUE "L".
               88  SX-KIND-TOTAL         VALUE "T".
           05  SX-KEY                    PIC X(100).
           05  SX-FIGURES OCCURS 2 TIMES.
               10  SX-RENUMBER-RUNS      PIC 9(6).
               10  SX-REVERSAL-RUNS      PIC 9(6).
               10  SX-REFUSED-AUTH       PIC 9(6).
               10  SX-REFUSED-FREEZE     PIC 9(6).
               10  SX-APPLY-RUNS         PIC 9(6).
               10  SX-FOREIGN-EDITS      PIC 9(6).
               10  SX-RECORDS            PIC 9(9).
               10  SX-ENGINE-RUNS        PIC 9(6).
               10  SX-FAILED-RUNS        PIC 9(6).
               10  SX-ELAPSED-SECS       PIC 9(9).
               10  SX-AVG-ELAPSED-SECS   PIC 9(9).
               10  SX-QUEUED-JOBS        PIC 9(6).
               10  SX-AVG-WAIT-SECS      PIC 9(9).
               10  SX-PROMOTIONS         PIC 9(6).
               10  SX-PROMOTE-BACKOUTS   PIC 9(6).
