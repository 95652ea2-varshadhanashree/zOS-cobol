      *----------------------------------------------------------
      * RENAPRL - CALL interface for the approval rule check
      * (RENAPRC).  The caller names the deck and its input
      * path; AQ-REQUIRED comes back "Y" when any rule covers
      * it.  When AQ-OPERATOR is filled in, AQ-APPROVER-OK comes
      * back "Y" if that operator is named on one of the
      * covering rules.  Whether the operator is also the
      * submitter is the caller's check - RENAPRC does not see
      * the job.
      *----------------------------------------------------------
       01  RENAPRC-PARMS.
           05  AQ-DECK-NAME              PIC X(8).
           05  AQ-IN-PATH                PIC X(100).
           05  AQ-OPERATOR               PIC X(8).
           05  AQ-REQUIRED               PIC X(1).
               88  AQ-REQUIRED-YES       VALUE "Y".
           05  AQ-APPROVER-OK            PIC X(1).
               88  AQ-APPROVER-OK-YES    VALUE "Y".
           05  AQ-RETURN-CODE            PIC 9(4).
