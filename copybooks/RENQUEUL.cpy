      * (RENQUEUW).  QW-FUNCTION selects the operation, same
      * style as CK-FUNCTION on RENCKPTL.  BROWSE-FIRST/BROWSE-
      * NEXT walk the queue in job-id order (skipping the id
      * 000000 counter record) for the status screen.  On
      * ENQUEUE, QW-STATUS comes back "Q", or "P" when an approval
      * rule covers the deck; a caller may pass "P" in to file the
      * job awaiting approval regardless (RENPKGEN holds a whole
      * package that way).
      *----------------------------------------------------------
       01  RENQUEUW-PARMS.
           05  QW-FUNCTION               PIC X(1).
               88  QW-FUNCTION-DELETE        VALUE "D".
               88  QW-FUNCTION-BROWSE-FIRST  VALUE "F".
               88  QW-FUNCTION-BROWSE-NEXT   VALUE "N".
      *    DECIDE RECORDS AN APPROVAL DECISION ON A JOB AWAITING
      *    APPROVAL: QW-STATUS ("Q" APPROVED / "X" REJECTED),
      *    QW-MESSAGE AND QW-APPROVER ARE FILED, THE DECISION TIME
      *    IS STAMPED AND HANDED BACK IN QW-APPROVE-DATETIME.  A
      *    JOB NOT AWAITING APPROVAL COMES BACK RC 4, UNCHANGED.
               88  QW-FUNCTION-DECIDE        VALUE "A".
      *    CLAIM TAKES A "Q" JOB FOR THE STREAM IN QW-STREAM-ID:
      *    THE JOB GOES TO "C" WITH THE STREAM AND CLAIM TIME ON IT
      *    AND COMES BACK AS READ.  A JOB NO LONGER "Q" - OR ONE
      *    ANOTHER STREAM IS CLAIMING AT THAT MOMENT - COMES BACK
      *    RC 4, AS IT NOW STANDS WHEN IT COULD BE READ.  RELEASE
      *    HANDS A "C" JOB OF THAT STREAM BACK TO "Q" (OR "P" WHEN
      *    QW-STATUS SAYS SO), FILING QW-MESSAGE WHEN NOT BLANK;
      *    ANY OTHER JOB COMES BACK RC 4, UNCHANGED.
               88  QW-FUNCTION-CLAIM         VALUE "C".
               88  QW-FUNCTION-RELEASE       VALUE "L".
           05  QW-JOB-ID                 PIC 9(6).
           05  QW-DECK-NAME              PIC X(8).
           05  QW-IN-PATH                PIC X(100).
           05  QW-UNCHANGED-COUNT        PIC 9(6).
           05  QW-PREVIEW                PIC X(1).
           05  QW-PACKAGE                PIC X(8).
           05  QW-APPROVER               PIC X(8).
           05  QW-APPROVE-DATETIME       PIC X(16).
           05  QW-CLAIM.
               10  QW-STREAM-ID          PIC X(8).
               10  QW-CLAIM-DATETIME     PIC X(16).
           05  QW-STAMP-OPTS.
               10  QW-STAMP              PIC X(1).
               10  QW-STAMP-ID           PIC X(6).
               10  QW-STAMP-LEVEL        PIC X(2).
           05  QW-FOUND                  PIC X(1).
               88  QW-FOUND-YES          VALUE "Y".
