      *                      DISK.  ZERO (OR AN OLDER PARM FILE
      *                      THAT ENDS BEFORE THIS FIELD) LEAVES
      *                      VERSIONING OFF.
      *   RP-STAMP           OPTIONAL (ON THE "H" RECORD): "Y"
      *                      STAMPS COLUMNS 73-80, "V" VERIFIES
      *                      THEM, "N" LEAVES THEM ALONE, WHEN THE
      *                      CALLER LEFT RE-STAMP BLANK - SEE
      *                      RE-STAMP ON RENENGLS.  BLANK (OR AN
      *                      OLDER PARM FILE) MEANS "N".
      *   RP-STAMP-LEVEL     OPTIONAL (ON THE "H" RECORD): LEVEL
      *                      CODE FOR COLUMNS 79-80 WHEN THE CALLER
      *                      LEFT RE-STAMP-LEVEL BLANK.
      *----------------------------------------------------------
       01  RENPARM-REC.
           05  RP-REC-TYPE           PIC X(1).
           05  RP-GEN-KEEP           PIC 9(2).
           05  RP-PREVIEW            PIC X(1).
           05  RP-WIDE-TRUNC         PIC X(1).
           05  RP-STAMP              PIC X(1).
           05  RP-STAMP-LEVEL        PIC X(2).
