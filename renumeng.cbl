000040*REMARKS.    CALLABLE RENUMBERING ENGINE.  HOLDS THE LOOP
000050*            LOGIC ORIGINALLY IN RENUM SO EVERY DRIVER
000060*            (RENUM, RENUMLIB, RENUMON) SHARES ONE COPY.
000062*            EVERY COMPLETED RUN FILES ITS OLD-TO-NEW MAP WITH
000064*            RENLINW UNDER ITS RENHIST KEY SO A SEQNO ON AN OLD
000066*            LISTING CAN BE TRACED FORWARD (RENLINEN).
000067*            A DECK INSIDE A CHANGE-FREEZE WINDOW (RENFRZC) IS
000068*            REFUSED AND THE ATTEMPT FILED AS RENHIST TYPE "F".
000069*            COLUMNS 73-80 ARE STAMPED OR VERIFIED ON REQUEST.
000070 ENVIRONMENT DIVISION.
000080 CONFIGURATION SECTION.
000090 SOURCE-COMPUTER.
000780 01  WS-IN-NAME            PIC X(100).
000790 01  WS-OUT-NAME           PIC X(100).
000800 01  WS-OUT-TRUNC-NAME     PIC X(108).
000810 01  WS-XMAP-NAME          PIC X(108).
000820 01  WS-XMAP-TRUNC-NAME    PIC X(108).
000830 01  WS-XMAP-OPEN          PIC X(1) VALUE "N".
000840 01  WS-XMAP-STATUS        PIC XX.
000950 01  WS-CUT-SEQ-TABLE.
000951     05  WS-CUT-SEQ OCCURS 3 TIMES PIC 9(6).
000952 01  WS-MATCHED-SEQNO      PIC 9(6).
000953 01  WS-STAMP-AREA.
000954     05  WS-STAMP-DECK     PIC X(6).
000955     05  WS-STAMP-LEVEL    PIC X(2).
000956 01  WS-CMP-BODY           PIC X(127).
000960 01  WS-OUT-STATUS         PIC XX.
000970 01  WS-BASE-WINDOW        PICTURE 9(3) VALUE 10.
000980 01  WS-BASE-BUF-COUNT     PICTURE 9(3) VALUE 0.
001196 01  WS-RUN-START.
001197     05  WS-RUN-START-DATE PIC 9(8).
001198     05  WS-RUN-START-TIME PIC 9(8).
001199 COPY RENFRZL.
001200 COPY RENCKPTL.
001210 COPY RENHISTL.
001215 COPY RENLOCKL.
001216 COPY RENGENL.
001217 COPY RENAUTHL.
001218 COPY RENRSLTL.
001219 COPY RENLINL.
001220 LINKAGE SECTION.
001230 COPY RENENGLS.
001240 PROCEDURE DIVISION USING RENENG-PARMS.
001400     MOVE FUNCTION TRIM(RE-IN-PATH)  TO WS-IN-NAME.
001410     MOVE FUNCTION TRIM(RE-OUT-PATH) TO WS-OUT-NAME.
001420     INITIALIZE RE-RESULT.
001422*    A QUEUED JOB'S SECOND-OPERATOR APPROVAL RIDES ALONG ON
001424*    EVERY RENHIST RECORD THIS RUN WRITES.
001426     MOVE RE-APPROVER         TO RW-APPROVER.
001428     MOVE RE-APPROVE-DATETIME TO RW-APPROVE-DATETIME.
001430     PERFORM ENG-LOAD-PARMS THRU ENG-LOAD-PARMS-EXIT.
001440     IF RE-CHANGE-ONLY = SPACE
001450         MOVE "N" TO RE-CHANGE-ONLY.
001492     IF RE-PREVIEW = SPACE
001494         MOVE "N" TO RE-PREVIEW.
001496     MOVE RE-PREVIEW TO WS-PREVIEW.
001497     PERFORM ENG-STAMP-SETUP.
001498     IF RE-RETURN-CODE NOT = 0 OR RE-STAMP-VERIFY
001499         GO TO ENG-STAMP-STOP.
001500     IF RE-RESTART-YES AND RE-CHANGE-ONLY-YES
001510         MOVE "RESTART AND CHANGE-ONLY CANNOT BE COMBINED"
001520             TO RE-MESSAGE
001580     MOVE RE-INCREMENT TO WS-INCREMENT.
001590     IF WS-INCREMENT = 0
001600         MOVE 10 TO WS-INCREMENT.
001601*    A DECK INSIDE A CHANGE-FREEZE WINDOW IS REFUSED THE SAME
001602*    WAY AS AN UNAUTHORIZED OPERATOR - BEFORE ANY FILE IS
001603*    OPENED, WITH THE ATTEMPT RECORDED (TYPE "F").  A PREVIEW
001604*    WRITES NOTHING, SO PLANNING AHEAD OF A THAW STILL WORKS.
001605     IF WS-PREVIEW NOT = "Y"
001606         PERFORM ENG-FREEZE-CHECK
001607         IF FC-FROZEN-YES
001608             EXIT PROGRAM
001609         END-IF.
001610     MOVE WS-LINE-CNT TO WS-START-LINE-CNT.
001611*    PROTECTED DECKS AND LIBRARIES ARE CHECKED BEFORE ANY
001612*    FILE IS OPENED AND BEFORE THE DECK LOCK IS TAKEN.  A
001920         END-IF
001930     END-IF.
001935*    A PREVIEW BUILDS NO XMAP EITHER - THE MAP EXISTS TO BACK
001936*    OUT OR FIX UP AN OUTFILE THAT WAS NEVER WRITTEN.  A REAL
001937*    RUN ALWAYS BUILDS ONE, BECAUSE ENG-CATALOG-LINEAGE FILES
001938*    IT AS THE RUN'S SEQNO LINEAGE; WITHOUT RE-BUILD-XMAP IT
001939*    GOES TO A SCRATCH "<outpath>.lmap" DROPPED AFTER FILING.
001940     IF WS-PREVIEW NOT = "Y"
001942         IF RE-BUILD-XMAP-YES
001944             MOVE FUNCTION TRIM(RE-XMAP-PATH) TO WS-XMAP-NAME
001946         ELSE
001947             MOVE SPACES TO WS-XMAP-NAME
001948             STRING FUNCTION TRIM(WS-OUT-NAME) ".lmap"
001949                 DELIMITED BY SIZE INTO WS-XMAP-NAME
001950         END-IF
001960         IF WS-RESTART-FOUND = "Y"
001970             PERFORM ENG-TRUNCATE-XMAP
001980             OPEN EXTEND XMAP-FILE
002282             ON SIZE ERROR MOVE "Y" TO WS-SEQNO-OVFL
002284         END-ADD
002290     END-IF.
002293     IF RE-STAMP-YES
002296         PERFORM ENG-STAMP-CARD.
002300     IF RE-RECORDS-READ = 1
002310         MOVE SEQNO TO RE-FIRST-SEQNO.
002320     MOVE SEQNO TO RE-LAST-SEQNO.
002750     CALL "RENHISTW" USING RENHISTW-PARMS.
002752     IF WS-GEN-KEEP > 0
002753         PERFORM ENG-CATALOG-GEN.
002754     PERFORM ENG-CATALOG-LINEAGE.
002755     PERFORM ENG-RELEASE-LOCK.
002760     MOVE 0 TO RE-RETURN-CODE.
002770     MOVE "RENUMBER COMPLETE" TO RE-MESSAGE.
003569     IF RP-WIDE-TRUNC = "F" OR RP-WIDE-TRUNC = "W"
003570         MOVE RP-WIDE-TRUNC TO WS-TRUNC-MODE
003571     END-IF.
003573     PERFORM ENG-APPLY-STAMP-HDR.
003575 ENG-SKIP-CHECK.
003580     SET WS-SKIP-IDX TO 1.
003590     PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
003870     MOVE "N" TO WS-KEEP-OLD.
003880     IF RE-CHANGE-ONLY-YES AND WS-BASELINE-OPEN = "Y"
003890         PERFORM ENG-BASE-FILL
003891*        A STAMPED RUN COMPARES THE TEXT ONLY - THE ID AREA
003892*        OF A BASELINE STAMPED LAST TIME IS NOT A CHANGE.
003893         MOVE IN-BODY TO WS-CMP-BODY
003894         IF RE-STAMP-YES
003895             MOVE SPACES TO WS-CMP-BODY(67:8)
003896         END-IF
003900         MOVE 0 TO WS-BASE-MATCH-IDX
003910         IF WS-BASE-BUF-COUNT > 0
003920             PERFORM VARYING WS-BASE-BUF-IDX FROM 1 BY 1
003930                     UNTIL WS-BASE-BUF-IDX > WS-BASE-BUF-COUNT
003940                         OR WS-BASE-MATCH-IDX NOT = 0
003950                 IF WS-BASE-ENTRY-BODY(WS-BASE-BUF-IDX)
003955                         = WS-CMP-BODY
003960                     MOVE WS-BASE-BUF-IDX TO WS-BASE-MATCH-IDX
003970                 END-IF
003980             END-PERFORM
004190                 WS-BASE-ENTRY-SEQNO(WS-BASE-BUF-COUNT)
004200             MOVE BL-FILLER TO
004210                 WS-BASE-ENTRY-BODY(WS-BASE-BUF-COUNT)
004212             IF RE-STAMP-YES
004214                 MOVE SPACES TO
004216                     WS-BASE-ENTRY-BODY(WS-BASE-BUF-COUNT)(67:8)
004218             END-IF
004220         END-IF
004230     END-PERFORM.
004240 ENG-BASE-SHIFT.
005930                     DELIMITED BY SIZE INTO RE-MESSAGE
005940         END-EVALUATE
005950     END-IF.
005960 ENG-CATALOG-LINEAGE.
005970*    FILE THIS RUN'S OLD-TO-NEW MAP UNDER THE RENHIST KEY JUST
005980*    WRITTEN.  THE MAP HOLDS ONE ENTRY PER LINE WRITTEN, SO IT
005990*    IS A FULL MAP.  ONLY REACHED FROM ENG-STOPIT - AN ABORTED
006000*    RUN'S MAP DESCRIBES A DECK THAT WAS NEVER FINISHED.  A
006010*    FILING FAILURE DOES NOT UNDO A GOOD RENUMBER; IT ONLY
006020*    LEAVES A GAP THE LINEAGE INQUIRY WILL REPORT.
006030     IF RW-RETURN-CODE NOT = 0
006040         DISPLAY "RENUMENG: NO RENHIST KEY - LINEAGE NOT FILED "
006050             "FOR " RE-DECK-NAME
006060     ELSE
006070         MOVE RE-DECK-NAME       TO LN-DECK-NAME
006080         MOVE RW-RUN-DATETIME    TO LN-RUN-DATETIME
006090         MOVE RW-RUN-TYPE        TO LN-RUN-TYPE
006100         SET LN-MAP-FULL         TO TRUE
006110         MOVE WS-XMAP-NAME       TO LN-SOURCE-MAP
006120         MOVE RE-OUT-PATH        TO LN-DECK-PATH
006130         MOVE RE-RECORDS-WRITTEN TO LN-RECORD-COUNT
006140         CALL "RENLINW" USING RENLINW-PARMS
006150         IF LN-RETURN-CODE NOT = 0
006160             DISPLAY "RENUMENG: LINEAGE NOT FILED FOR "
006170                 RE-DECK-NAME
006180         END-IF
006190     END-IF.
006200     IF NOT RE-BUILD-XMAP-YES
006210         DELETE FILE XMAP-FILE
006220     END-IF.
006230 ENG-FREEZE-CHECK.
006240     MOVE RE-DECK-NAME TO FC-DECK-NAME.
006250     MOVE RE-IN-PATH   TO FC-IN-PATH.
006260     MOVE SPACES       TO FC-AT-DATETIME.
006270     CALL "RENFRZC" USING RENFRZC-PARMS.
006280     IF FC-FROZEN-YES
006290         MOVE SPACES TO RE-MESSAGE
006300         STRING "DECK FROZEN UNTIL " FC-TO-DATETIME(1:8) " "
006310             FC-TO-DATETIME(9:2) ":" FC-TO-DATETIME(11:2)
006320             " - " FUNCTION TRIM(FC-REASON)
006330             DELIMITED BY SIZE INTO RE-MESSAGE
006340         MOVE 16 TO RE-RETURN-CODE
006350         MOVE RE-DECK-NAME        TO RW-DECK-NAME
006360         MOVE WS-LINE-CNT         TO RW-START-LINE-CNT
006370         MOVE WS-INCREMENT        TO RW-INCREMENT
006380         MOVE 0                   TO RW-RECORD-COUNT
006390         MOVE RE-OPERATOR         TO RW-OPERATOR
006400         SET RW-TYPE-FROZEN       TO TRUE
006410         CALL "RENHISTW" USING RENHISTW-PARMS
006420     END-IF.
006430 ENG-APPLY-STAMP-HDR.
006440*    SAME OVERRIDE RULE AS THE OTHER H-RECORD TOGGLES: ONLY
006450*    WHAT THE CALLER LEFT BLANK IS TAKEN FROM THE PARM FILE.
006460     IF RE-STAMP = SPACE AND RP-STAMP NOT = SPACE
006470         MOVE RP-STAMP TO RE-STAMP
006480     END-IF.
006490     IF RE-STAMP-LEVEL = SPACES AND RP-STAMP-LEVEL NOT = SPACES
006500         MOVE RP-STAMP-LEVEL TO RE-STAMP-LEVEL
006510     END-IF.
006520 ENG-STAMP-SETUP.
006530*    THE DECK ID IS THE CALLER'S OWN PREFIX WHEN IT GAVE ONE,
006540*    ELSE THE FIRST SIX CHARACTERS OF THE DECK NAME.  COLUMNS
006550*    73-80 HAVE TO SURVIVE THE WRITE, SO STAMPING UNDER WIDE
006560*    MODE "N" (72 COLUMNS) IS REFUSED RATHER THAN LOST.
006570     IF RE-STAMP = SPACE
006580         MOVE "N" TO RE-STAMP.
006590     IF NOT RE-STAMP-YES AND NOT RE-STAMP-VERIFY
006600             AND NOT RE-STAMP-NO
006610         MOVE "STAMP OPTION MUST BE Y, V OR N" TO RE-MESSAGE
006620         MOVE 16 TO RE-RETURN-CODE.
006630     IF RE-STAMP-YES AND RE-WIDE-NO
006640         MOVE "WIDE MODE N DROPS COLUMNS 73-80 - CANNOT STAMP"
006650             TO RE-MESSAGE
006660         MOVE 16 TO RE-RETURN-CODE.
006670     MOVE SPACES TO WS-STAMP-AREA.
006680     IF RE-STAMP-ID NOT = SPACES
006690         MOVE RE-STAMP-ID TO WS-STAMP-DECK
006700     ELSE
006710         MOVE RE-DECK-NAME(1:6) TO WS-STAMP-DECK
006720     END-IF.
006730     MOVE RE-STAMP-LEVEL TO WS-STAMP-LEVEL.
006740 ENG-STAMP-CARD.
006750*    THE IDENTIFICATION AREA NEEDS AN 80-COLUMN CARD; A WIDER
006760*    RECORD KEEPS ITS LENGTH.
006770     IF WS-OUT-REC-LEN < 80
006780         MOVE 80 TO WS-OUT-REC-LEN.
006790     MOVE WS-STAMP-AREA TO INREC(73:8).
006800 ENG-STAMP-STOP.
006810*    REFUSED STAMP OPTIONS END THE CALL HERE.  A VERIFY GOES ON
006820*    TO ITS OWN READ-ONLY PASS: NO LOCK, NO OUTFILE OR XMAP, NO
006830*    HISTORY OR RESULT RECORD, AND NO AUTHORITY OR FREEZE
006840*    CHECK, BECAUSE IT CHANGES NOTHING.  A CARD WHOSE COLUMNS
006850*    73-78 NAME ANOTHER DECK WAS PASTED IN FROM ELSEWHERE AND
006860*    IS LISTED; A BLANK AREA IS ONLY COUNTED.
006870     IF RE-RETURN-CODE NOT = 0
006880         EXIT PROGRAM.
006890     OPEN INPUT INPUT-FILE.
006900 ENG-VERIFY-LOOP.
006910     MOVE SPACES TO INREC.
006920     READ INPUT-FILE AT END GO TO ENG-VERIFY-STOP.
006930     ADD 1 TO RE-RECORDS-READ.
006940     IF INREC(73:6) = SPACES
006950         ADD 1 TO RE-UNSTAMPED-COUNT
006960         GO TO ENG-VERIFY-LOOP.
006970     IF INREC(73:6) NOT = WS-STAMP-DECK
006980         ADD 1 TO RE-MISFILED-COUNT
006990         DISPLAY "RENUMENG VERIFY: " RE-DECK-NAME
007000             " SEQNO " INREC(1:6) " NAMES DECK " INREC(73:6)
007010             " LEVEL " INREC(79:2).
007020     GO TO ENG-VERIFY-LOOP.
007030 ENG-VERIFY-STOP.
007040     CLOSE INPUT-FILE.
007050     IF RE-MISFILED-COUNT > 0
007060         MOVE 4 TO RE-RETURN-CODE
007070         MOVE SPACES TO RE-MESSAGE
007080         STRING RE-MISFILED-COUNT " CARDS NAME A DECK OTHER THAN "
007090             WS-STAMP-DECK DELIMITED BY SIZE INTO RE-MESSAGE
007100     ELSE
007110         MOVE 0 TO RE-RETURN-CODE
007120         MOVE "IDENTIFICATION VERIFY CLEAN" TO RE-MESSAGE
007130     END-IF.
007140     DISPLAY "RENUMENG VERIFY: " RE-DECK-NAME
007150         " ID=" WS-STAMP-DECK
007160         " CARDS=" RE-RECORDS-READ
007170         " MISFILED=" RE-MISFILED-COUNT
007180         " UNSTAMPED=" RE-UNSTAMPED-COUNT.
007190     EXIT PROGRAM.
