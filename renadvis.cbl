000140*            BELOW THE THRESHOLD CAN OPTIONALLY BE ENQUEUED
000150*            FOR RENUMBERING DIRECTLY THROUGH RENQUEUW, SO
000160*            THE WORKLIST TURNS INTO QUEUED WORK.
000162*            THE SAME MEMBER LIST CAN ALSO HAVE COLUMNS 73-80
000164*            VERIFIED THROUGH THE ENGINE'S READ-ONLY VERIFY PASS
000166*            (RE-STAMP "V"), WHICH LISTS EVERY CARD WHOSE
000168*            IDENTIFICATION AREA NAMES ANOTHER DECK.
000170*            CONTROL FILE "renadvis" HOLDS:
000180*              REC 1  - INPUT LIBRARY DIRECTORY  (COLS 1-80)
000190*              REC 2  - OUTPUT LIBRARY DIRECTORY (COLS 1-80,
000240*                       COLS 8-13 START NUM FOR QUEUED JOBS
000250*                       COLS 14-19 INCREMENT FOR QUEUED JOBS
000260*                       COL  20   PRIORITY FOR QUEUED JOBS
000265*                       COL  21   VERIFY COLUMNS 73-80 (Y/N)
000270*              REC 4+ - COLS 1-8  MEMBER NAME
000272*                       COLS 9-14 DECK ID THE MEMBER WAS STAMPED
000274*                                 WITH, WHEN NOT THE FIRST SIX
000276*                                 CHARACTERS OF ITS NAME (BLANK =
000278*                                 THOSE SIX); USED BY THE VERIFY
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000580     05  WS-Q-START-NUM    PIC 9(6).
000590     05  WS-Q-INCREMENT    PIC 9(6).
000600     05  WS-Q-PRIORITY     PIC 9(1).
000605     05  WS-ID-VERIFY      PIC X(1).
000610 01  WS-IN-LIBRARY         PIC X(80).
000620 01  WS-OUT-LIBRARY        PIC X(80).
000630 01  WS-MEMBER-NAME        PIC X(100).
000640 01  WS-MEMBER-STATUS      PIC XX.
000650 01  WS-MEM-REC-LEN        PIC 9(3) VALUE 72.
000660 01  WS-DECK-NAME          PIC X(8).
000665 01  WS-STAMP-ID           PIC X(6).
000670 01  WS-MEMBER-COUNT       PICTURE 9(6) VALUE 0.
000680 01  WS-FLAGGED-COUNT      PICTURE 9(6) VALUE 0.
000690 01  WS-QUEUED-COUNT       PICTURE 9(6) VALUE 0.
000770 01  WS-BADSEQ-COUNT       PIC 9(6).
000780 01  WS-MEM-AT-END         PIC X(1).
000790 01  WS-FLAGGED            PIC X(1).
000795 01  WS-MISFILED-DECKS     PICTURE 9(6) VALUE 0.
000800 COPY RENQUEUL.
000805 COPY RENENGLS.
000810 PROCEDURE DIVISION.
000820 ADV-START.
000860     OPEN INPUT CONTROL-FILE.
000890     READ CONTROL-FILE AT END GO TO ADV-STOPIT.
000900     MOVE CF-REC TO WS-OUT-LIBRARY.
000910     READ CONTROL-FILE AT END GO TO ADV-STOPIT.
000920     MOVE CF-REC(1:21) TO WS-CF-OPTIONS.
000930     IF WS-GAP-THRESHOLD NOT NUMERIC
000940         MOVE 0 TO WS-GAP-THRESHOLD.
000950     IF WS-Q-START-NUM NOT NUMERIC
000990     IF WS-Q-PRIORITY NOT NUMERIC
001000         MOVE 0 TO WS-Q-PRIORITY.
001010     DISPLAY "RENADVIS: THRESHOLD=" WS-GAP-THRESHOLD
001020         " AUTO-ENQUEUE=" WS-AUTO-ENQUEUE
001025         " ID-VERIFY=" WS-ID-VERIFY.
001030     DISPLAY "DECK       RECS MINGAP NOROOM OUTORD "
001040         "DUPS BADSEQ".
001050 ADV-LOOP.
001070     IF CF-REC(1:8) = SPACES
001080         GO TO ADV-LOOP.
001090     MOVE CF-REC(1:8) TO WS-DECK-NAME.
001095     MOVE CF-REC(9:6) TO WS-STAMP-ID.
001100     MOVE SPACES TO WS-MEMBER-NAME.
001110     STRING FUNCTION TRIM(WS-IN-LIBRARY) "/" CF-REC(1:8)
001120         DELIMITED BY SIZE INTO WS-MEMBER-NAME.
001160     CLOSE CONTROL-FILE.
001170     DISPLAY "RENADVIS: MEMBERS SCANNED=" WS-MEMBER-COUNT
001180         " FLAGGED=" WS-FLAGGED-COUNT
001190         " QUEUED=" WS-QUEUED-COUNT
001195         " MISFILED DECKS=" WS-MISFILED-DECKS.
001200     IF WS-MISFILED-DECKS > 0
001202         MOVE 4 TO RETURN-CODE
001204     ELSE
001206         MOVE 0 TO RETURN-CODE
001208     END-IF.
001210     STOP RUN.
001220 ADV-SCAN-MEMBER.
001230     OPEN INPUT MEMBER-FILE.
001560         WS-DUP-COUNT " " WS-BADSEQ-COUNT.
001570     IF WS-FLAGGED = "Y" AND WS-AUTO-ENQUEUE = "Y"
001580         PERFORM ADV-ENQUEUE-JOB.
001583     IF WS-ID-VERIFY = "Y"
001586         PERFORM ADV-VERIFY-IDENT.
001590 ADV-SCAN-EXIT.
001600     EXIT.
001610 ADV-JUDGE-LINE.
002110         DISPLAY WS-DECK-NAME "  ENQUEUE FAILED, RC="
002120             QW-RETURN-CODE
002130     END-IF.
002140 ADV-VERIFY-IDENT.
002150*    THE ENGINE'S VERIFY PASS DOES THE WORK AND LISTS EACH
002160*    MIS-FILED CARD ITSELF; IT TAKES NO LOCK AND WRITES NOTHING.
002170*    THE DECK ID IS THE MEMBER RECORD'S COLS 9-14, OR WHEN
002175*    THOSE ARE BLANK THE MEMBER NAME'S FIRST SIX CHARACTERS.
002180     INITIALIZE RENENG-PARMS.
002190     MOVE WS-MEMBER-NAME TO RE-IN-PATH.
002200     MOVE WS-DECK-NAME   TO RE-DECK-NAME.
002210     MOVE "V"            TO RE-STAMP.
002215     MOVE WS-STAMP-ID    TO RE-STAMP-ID.
002220     ACCEPT RE-OPERATOR FROM ENVIRONMENT "USER".
002230     IF RE-OPERATOR = SPACES
002240         MOVE "BATCH" TO RE-OPERATOR.
002250     CALL "RENUMENG" USING RENENG-PARMS.
002260     IF RE-MISFILED-COUNT > 0
002270         ADD 1 TO WS-MISFILED-DECKS
002280     END-IF.
002290     DISPLAY WS-DECK-NAME "  IDENT RC=" RE-RETURN-CODE
002300         " MISFILED=" RE-MISFILED-COUNT
002310         " UNSTAMPED=" RE-UNSTAMPED-COUNT.
