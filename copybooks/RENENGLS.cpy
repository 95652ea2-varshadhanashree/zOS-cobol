      *    AND LEAVES RENHIST AND THE RESULTS FEED ALONE.
           05  RE-PREVIEW            PIC X(1).
               88  RE-PREVIEW-YES    VALUE "Y".
      *    RE-APPROVER / RE-APPROVE-DATETIME PASS A QUEUED JOB'S
      *    SECOND-OPERATOR APPROVAL THROUGH TO ITS RENHIST RECORD.
      *    SPACES WHEN THE RUN NEEDED NO APPROVAL.
           05  RE-APPROVER           PIC X(8).
           05  RE-APPROVE-DATETIME   PIC X(16).
      *    RE-STAMP-OPTS LOOK AFTER THE IDENTIFICATION AREA,
      *    COLUMNS 73-80 OF THE CARD IMAGE: THE DECK ID IN 73-78
      *    AND A LEVEL CODE IN 79-80.  THE DECK ID IS RE-STAMP-ID
      *    WHEN GIVEN (A PREFIX OF THE DECK'S OWN CHOOSING), ELSE
      *    THE FIRST SIX CHARACTERS OF RE-DECK-NAME.
      *      RE-STAMP "Y"  STAMP EVERY OUTPUT CARD WITH THE DECK
      *                    ID AND RE-STAMP-LEVEL (A 72-COLUMN
      *                    CARD IS WRITTEN OUT TO 80);
      *               "V"  VERIFY ONLY - A READ-ONLY PASS OVER
      *                    RE-IN-PATH THAT LISTS EVERY CARD WHOSE
      *                    COLUMNS 73-78 NAME ANOTHER DECK, COUNTS
      *                    THEM IN RE-MISFILED-COUNT (RETURN CODE
      *                    4 WHEN ANY) AND WRITES NOTHING AT ALL;
      *               "N"  LEAVE COLUMNS 73-80 AS THEY ARE.
      *    BLANK RE-STAMP / RE-STAMP-LEVEL TAKE RP-STAMP /
      *    RP-STAMP-LEVEL FROM THE renumprm H RECORD.
           05  RE-STAMP-OPTS.
               10  RE-STAMP          PIC X(1).
                   88  RE-STAMP-YES    VALUE "Y".
                   88  RE-STAMP-VERIFY VALUE "V".
                   88  RE-STAMP-NO     VALUE "N".
               10  RE-STAMP-ID       PIC X(6).
               10  RE-STAMP-LEVEL    PIC X(2).
           05  RE-RESULT.
               10  RE-RETURN-CODE    PIC 9(4).
               10  RE-MESSAGE        PIC X(60).
               10  RE-FIRST-SEQNO    PIC 9(6).
               10  RE-LAST-SEQNO     PIC 9(6).
               10  RE-CHANGED-COUNT  PIC 9(6).
               10  RE-MISFILED-COUNT PIC 9(6).
               10  RE-UNSTAMPED-COUNT PIC 9(6).
