      *----------------------------------------------------------
      * RENAPRF - approval rule record for the "renaprv" line
      * sequential rules file read by RENAPRC.  Same shape and
      * matching as RENAUTHF - one record per (covered resource,
      * permitted approver) pair:
      *   AR-RULE-TYPE "D"  covers one deck by name;
      *   AR-RULE-TYPE "L"  covers every deck whose input path
      *                     starts with AR-LIB-PATH (a library).
      * A queued job for a covered deck is filed awaiting
      * approval (RENQUEUE status "P") and nothing runs it until
      * an operator named on one of its rules - never the
      * submitter - approves it.  A deck with no rules needs no
      * second signature.
      *----------------------------------------------------------
       01  RENAPRV-REC.
           05  AR-RULE-TYPE              PIC X(1).
               88  AR-TYPE-DECK          VALUE "D".
               88  AR-TYPE-LIBRARY       VALUE "L".
           05  AR-DECK-NAME              PIC X(8).
           05  AR-LIB-PATH               PIC X(80).
           05  AR-APPROVER               PIC X(8).
