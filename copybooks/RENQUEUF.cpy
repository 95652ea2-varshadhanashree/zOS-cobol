               88  QJ-STATUS-RUNNING     VALUE "R".
               88  QJ-STATUS-DONE        VALUE "D".
               88  QJ-STATUS-FAILED      VALUE "F".
               88  QJ-STATUS-PENDING     VALUE "P".
               88  QJ-STATUS-REJECTED    VALUE "X".
               88  QJ-STATUS-CLAIMED     VALUE "C".
           05  QJ-RETURN-CODE            PIC 9(4).
           05  QJ-MESSAGE                PIC X(60).
           05  QJ-RECORDS-WRITTEN        PIC 9(6).
      *    RECORDS WRITTEN BEFORE THE FIELD EXISTED) MEANS AN
      *    ORDINARY STANDALONE JOB.
           05  QJ-PACKAGE                PIC X(8).
      *    A JOB FOR A DECK COVERED BY AN APPROVAL RULE (RENAPRF)
      *    IS FILED "P" (AWAITING APPROVAL) INSTEAD OF "Q".  A
      *    SECOND OPERATOR'S DECISION THROUGH RENUMON MOVES IT TO
      *    "Q" (APPROVED) OR "X" (REJECTED) AND STAMPS WHO DECIDED
      *    AND WHEN; THE DRAINERS HAND BOTH TO THE ENGINE FOR THE
      *    RUN'S RENHIST RECORD.  SPACES (INCLUDING RECORDS WRITTEN
      *    BEFORE THE FIELDS EXISTED) MEANS NO APPROVAL WAS GIVEN.
           05  QJ-APPROVER               PIC X(8).
           05  QJ-APPROVE-DATETIME       PIC X(16).
      *    QJ-STREAM-ID NAMES THE RENQDRN STREAM THAT CLAIMED THE
      *    JOB ("ONLINE" FOR RENUMON'S OPTION 2) AND
      *    QJ-CLAIM-DATETIME WHEN.  A JOB CLAIMED BUT NOT YET
      *    STARTED IS "C"; THE STREAM STAYS ON THE RECORD ONCE THE
      *    JOB RUNS, AND GOES AGAIN IF THE CLAIM IS RELEASED.
      *    SPACES (INCLUDING RECORDS WRITTEN BEFORE THE FIELDS
      *    EXISTED) MEANS NO STREAM HAS CLAIMED THE JOB.
           05  QJ-CLAIM.
               10  QJ-STREAM-ID          PIC X(8).
               10  QJ-CLAIM-DATETIME     PIC X(16).
      *    QJ-STAMP-OPTS CARRY THE SUBMITTER'S COLUMNS 73-80
      *    CHOICE THROUGH TO THE ENGINE - SEE RE-STAMP-OPTS ON
      *    RENENGLS.  A VERIFY ("V") WRITES NOTHING, SO RENQUEUW
      *    FILES IT AS A PREVIEW AND IT NEVER WAITS ON APPROVAL OR
      *    A FREEZE.  SPACES (INCLUDING RECORDS WRITTEN BEFORE THE
      *    FIELDS EXISTED) LEAVE IT TO THE renumprm H RECORD.
           05  QJ-STAMP-OPTS.
               10  QJ-STAMP              PIC X(1).
               10  QJ-STAMP-ID           PIC X(6).
               10  QJ-STAMP-LEVEL        PIC X(2).
