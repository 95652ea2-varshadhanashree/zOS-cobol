      *----------------------------------------------------------
      * RENFRZF - change-freeze window record for the RENFRZ
      * indexed file, maintained by RENFRZM and read by RENFRZC.
      * One record per frozen resource and window, matched the
      * same way RENAUTHF rules are:
      *   FZ-RULE-TYPE "D"  freezes one deck by name;
      *   FZ-RULE-TYPE "L"  freezes every deck whose input path
      *                     starts with FZ-LIB-PATH (a library).
      * The window runs from FZ-FROM-DATETIME through
      * FZ-TO-DATETIME inclusive (YYYYMMDDHHMMSSCC, the same
      * form as RH-RUN-DATETIME).  FZ-SET-BY/FZ-SET-DATETIME say
      * who entered the window and when, so a held job can be
      * chased back to a person.
      *----------------------------------------------------------
       01  RENFRZ-REC.
           05  FZ-KEY.
               10  FZ-RULE-TYPE          PIC X(1).
                   88  FZ-TYPE-DECK      VALUE "D".
                   88  FZ-TYPE-LIBRARY   VALUE "L".
               10  FZ-DECK-NAME          PIC X(8).
               10  FZ-LIB-PATH           PIC X(80).
               10  FZ-FROM-DATETIME      PIC X(16).
           05  FZ-TO-DATETIME            PIC X(16).
           05  FZ-REASON                 PIC X(40).
           05  FZ-SET-BY                 PIC X(8).
           05  FZ-SET-DATETIME           PIC X(16).
