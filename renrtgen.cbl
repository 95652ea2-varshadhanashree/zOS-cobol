000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENRTGEN.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    CALLABLE CHANGE-DECK RETARGET ENGINE.  HOLDS THE
000050*            RETARGET LOGIC ORIGINALLY IN RENUPDRT SO THE
000060*            STANDALONE UTILITY AND THE CHANGE-CONTROL TRAY
000070*            (RENTRAYR) SHARE ONE COPY - THE SAME EXTRACTION
000080*            RENUMUND WENT THROUGH WHEN RENUNDEN WAS SPLIT
000090*            OUT.  WALKS A MULTI-MEMBER IEBUPDTE-STYLE CARD
000100*            STREAM ("./" CONTROL CARDS CARRYING NAME=member
000110*            SWITCH THE CURRENT MEMBER - ADD, CHANGE, AND REPL
000120*            ALL QUALIFY), LOOKS EACH DATA CARD'S SEQNO UP IN
000130*            THAT MEMBER'S OLD-TO-NEW CROSS-REFERENCE MAP, AND
000140*            WRITES THE STREAM BACK OUT WITH EVERY REFERENCE
000150*            TRANSLATED TO THE NEW NUMBERS - THE COLUMN 1-6
000160*            SEQNO THAT PLACES THE CARD IN THE MEMBER, AND ANY
000170*            LITERAL GO TO/PERFORM TARGET IN THE CARD BODY
000180*            (THE SAME REWRITE RENXRFEN MAKES IN THE
000190*            RENUMBERED SOURCE ITSELF).  A REFERENCE THE MAP
000200*            CANNOT RESOLVE PASSES THROUGH UNCHANGED, IS
000210*            REPORTED AND COUNTED, AND LEAVES RETURN CODE 4 SO
000220*            THE DECK GETS LOOKED AT BEFORE IT IS APPLIED.
000230*            CONTROL CARDS AND CARDS WITHOUT A NUMERIC SEQNO
000240*            PASS THROUGH IN PLACE, UNTOUCHED.  SEE RENRTGLS
000250*            FOR THE ONE-MEMBER MODE THE TRAY USES.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.
000290     Linux.
000300 OBJECT-COMPUTER.
000310     Linux.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT   STREAM-FILE ASSIGN TO
000350     WS-STREAM-NAME
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS WS-STREAM-STATUS.
000380     SELECT   OUT-STREAM-FILE ASSIGN TO
000390     WS-OUT-NAME
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-OUT-STATUS.
000420     SELECT   RTG-MAP-FILE ASSIGN TO
000430     WS-MAP-NAME
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-MAP-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STREAM-FILE.
000490 01  RT-CARD.
000500     05  RT-SEQNO PIC X(6).
000510     05  RT-REST  PIC X(127).
000520 FD  OUT-STREAM-FILE.
000530 01  RT-OUT-CARD PIC X(133).
000540 FD  RTG-MAP-FILE
000550     BLOCK CONTAINS 1 RECORDS.
000560 COPY RENXMAP.
000570 WORKING-STORAGE SECTION.
000580 01  WS-STREAM-NAME        PIC X(100).
000590 01  WS-STREAM-STATUS      PIC XX.
000600 01  WS-OUT-NAME           PIC X(100).
000610 01  WS-OUT-STATUS         PIC XX.
000620 01  WS-FINAL-NAME         PIC X(100).
000630 01  WS-IN-PLACE           PIC X(1).
000640 01  WS-MAP-NAME           PIC X(100).
000650 01  WS-MAP-STATUS         PIC XX.
000660 01  WS-MEMBER             PIC X(8).
000670 01  WS-MAP-LOADED         PIC X(1).
000680 01  WS-SKIP-MEMBER        PIC X(1).
000690 01  WS-NEW-MEMBER         PIC X(8).
000700 01  WS-SCAN-POS           PIC 9(3).
000710 01  WS-NAME-POS           PIC 9(3).
000720 01  WS-NAME-LEN           PIC 9(3).
000730 01  WS-NAME-CHAR          PIC X(1).
000740 01  WS-MAP-COUNT          PIC 9(4).
000750 01  WS-MAP-FULL           PIC X(1).
000760 01  WS-MAP-TABLE.
000770     05  WS-MAP-ENTRY OCCURS 2000 TIMES
000780             INDEXED BY WS-MAP-IDX.
000790         10  WS-MAP-OLD    PIC 9(6).
000800         10  WS-MAP-NEW    PIC 9(6).
000810 01  WS-FOUND-IDX          PIC 9(4).
000820 01  WS-SEARCH-IDX         PIC 9(4).
000830 COPY RENDRFL.
000840 01  WS-FILLER-WORK        PIC X(127).
000850 01  WS-POS                PIC 9(3).
000860 01  WS-TOKEN              PIC 9(6).
000870 01  WS-CHECK-THRU         PIC X(1).
000880 01  WS-COPY-AT-END        PIC X(1).
000890 LINKAGE SECTION.
000900 COPY RENRTGLS.
000910 PROCEDURE DIVISION USING RENRTG-PARMS.
000920 RTE-START.
000930*    NO INITIAL CLAUSE, SAME AS RENUNDEN: THE TRAY CALLS THIS
000940*    ONCE PER DECK, SO EVERY COUNTER AND SWITCH IS RESET
000950*    BEFORE THIS CALL'S WORK BEGINS.
000960     INITIALIZE TG-RESULT.
000970     MOVE SPACES TO WS-MEMBER.
000980     MOVE "N" TO WS-MAP-LOADED.
000990     MOVE "N" TO WS-SKIP-MEMBER.
001000     MOVE FUNCTION TRIM(TG-IN-PATH)  TO WS-STREAM-NAME.
001010     MOVE FUNCTION TRIM(TG-OUT-PATH) TO WS-FINAL-NAME.
001020*    RETARGETING A DECK IN PLACE (THE TRAY ALWAYS DOES) GOES
001030*    THROUGH A TEMPORARY, SO THE INPUT IS NEVER OPENED FOR
001040*    OUTPUT WHILE IT IS STILL BEING READ.
001050     IF WS-FINAL-NAME = WS-STREAM-NAME
001060         MOVE "Y" TO WS-IN-PLACE
001070         MOVE SPACES TO WS-OUT-NAME
001080         STRING FUNCTION TRIM(WS-FINAL-NAME) ".tmp"
001090             DELIMITED BY SIZE INTO WS-OUT-NAME
001100     ELSE
001110         MOVE "N" TO WS-IN-PLACE
001120         MOVE WS-FINAL-NAME TO WS-OUT-NAME
001130     END-IF.
001140     OPEN INPUT STREAM-FILE.
001150     IF WS-STREAM-STATUS NOT = "00"
001160         MOVE SPACES TO TG-MESSAGE
001170         STRING "CANNOT OPEN INPUT STREAM, STATUS "
001180             WS-STREAM-STATUS DELIMITED BY SIZE INTO TG-MESSAGE
001190         MOVE 16 TO TG-RETURN-CODE
001200         EXIT PROGRAM.
001210     OPEN OUTPUT OUT-STREAM-FILE.
001220     IF WS-OUT-STATUS NOT = "00"
001230         CLOSE STREAM-FILE
001240         MOVE SPACES TO TG-MESSAGE
001250         STRING "CANNOT OPEN OUTPUT STREAM, STATUS "
001260             WS-OUT-STATUS DELIMITED BY SIZE INTO TG-MESSAGE
001270         MOVE 16 TO TG-RETURN-CODE
001280         EXIT PROGRAM.
001290 RTE-LOOP.
001300     MOVE SPACES TO RT-CARD.
001310     READ STREAM-FILE AT END GO TO RTE-STOPIT.
001320     ADD 1 TO TG-CARD-COUNT.
001330     IF RT-CARD(1:2) = "./"
001340         PERFORM RTE-CONTROL-CARD
001350     ELSE
001360         PERFORM RTE-DATA-CARD THRU RTE-DATA-EXIT
001370     END-IF.
001380     WRITE RT-OUT-CARD FROM RT-CARD.
001381     IF WS-OUT-STATUS NOT = "00"
001382         CLOSE STREAM-FILE OUT-STREAM-FILE
001383         MOVE SPACES TO TG-MESSAGE
001384         STRING "OUTPUT WRITE FAILED, STATUS " WS-OUT-STATUS
001385             DELIMITED BY SIZE INTO TG-MESSAGE
001386         MOVE 16 TO TG-RETURN-CODE
001387         EXIT PROGRAM.
001390     GO TO RTE-LOOP.
001400 RTE-STOPIT.
001410     CLOSE STREAM-FILE OUT-STREAM-FILE.
001420     IF WS-IN-PLACE = "Y"
001430         PERFORM RTE-COPY-BACK THRU RTE-COPY-BACK-EXIT
001432         IF TG-RETURN-CODE = 16
001434             EXIT PROGRAM
001436         END-IF
001440     END-IF.
001450     IF TG-UNRESOLVED-COUNT > 0 OR TG-DRIFT-COUNT > 0
001460         MOVE 4 TO TG-RETURN-CODE
001470         MOVE "RETARGETED - REFERENCES LEFT UNCHANGED NEED A LOOK"
001480             TO TG-MESSAGE
001490     ELSE
001500         MOVE 0 TO TG-RETURN-CODE
001510         MOVE "RETARGETED CLEAN" TO TG-MESSAGE
001520     END-IF.
001530     EXIT PROGRAM.
001540 RTE-COPY-BACK.
001550*    THE RETARGETED TEMPORARY REPLACES THE DECK CARD FOR CARD.
001560     MOVE WS-OUT-NAME   TO WS-STREAM-NAME.
001570     MOVE WS-FINAL-NAME TO WS-OUT-NAME.
001572     OPEN INPUT STREAM-FILE.
001574     IF WS-STREAM-STATUS NOT = "00"
001576         MOVE SPACES TO TG-MESSAGE
001578         STRING "CANNOT REOPEN TEMPORARY, STATUS "
001580             WS-STREAM-STATUS " - DECK UNCHANGED"
001582             DELIMITED BY SIZE INTO TG-MESSAGE
001584         MOVE 16 TO TG-RETURN-CODE
001586         GO TO RTE-COPY-BACK-EXIT.
001588     OPEN OUTPUT OUT-STREAM-FILE.
001590     IF WS-OUT-STATUS NOT = "00"
001592         CLOSE STREAM-FILE
001594         MOVE SPACES TO TG-MESSAGE
001596         STRING "CANNOT REWRITE DECK, STATUS " WS-OUT-STATUS
001598             " - DECK UNCHANGED" DELIMITED BY SIZE INTO TG-MESSAGE
001600         MOVE 16 TO TG-RETURN-CODE
001602         GO TO RTE-COPY-BACK-EXIT.
001604     MOVE "N" TO WS-COPY-AT-END.
001606     PERFORM UNTIL WS-COPY-AT-END = "Y"
001608         MOVE SPACES TO RT-CARD
001610         READ STREAM-FILE
001612             AT END MOVE "Y" TO WS-COPY-AT-END
001614             NOT AT END PERFORM RTE-COPY-CARD
001616         END-READ
001618     END-PERFORM.
001620     CLOSE STREAM-FILE OUT-STREAM-FILE.
001622*    THE TEMPORARY GOES ONCE THE DECK HOLDS ALL OF IT; AFTER A
001624*    FAILED REWRITE IT IS THE ONLY WHOLE COPY AND IS KEPT.
001626     IF TG-RETURN-CODE = 0
001628         DELETE FILE STREAM-FILE.
001630 RTE-COPY-BACK-EXIT.
001632     EXIT.
001634 RTE-COPY-CARD.
001636     WRITE RT-OUT-CARD FROM RT-CARD.
001638     IF WS-OUT-STATUS NOT = "00"
001640         MOVE SPACES TO TG-MESSAGE
001642         STRING "DECK REWRITE FAILED, STATUS " WS-OUT-STATUS
001644             " - WHOLE COPY KEPT IN .tmp"
001646             DELIMITED BY SIZE INTO TG-MESSAGE
001648         MOVE 16 TO TG-RETURN-CODE
001650         MOVE "Y" TO WS-COPY-AT-END.
001690 RTE-CONTROL-CARD.
001700*    CONTROL CARDS PASS THROUGH UNTOUCHED; ONE CARRYING A
001710*    NAME= OPERAND (ADD, CHANGE, REPL ALIKE) SWITCHES THE
001720*    CURRENT MEMBER AND LOADS THAT MEMBER'S MAP.  IN ONE-
001730*    MEMBER MODE ANY OTHER MEMBER IS SKIPPED OVER.
001740     PERFORM RTE-FIND-NAME THRU RTE-FIND-NAME-EXIT.
001750     IF WS-NEW-MEMBER NOT = SPACES
001760             AND WS-NEW-MEMBER NOT = WS-MEMBER
001770         MOVE WS-NEW-MEMBER TO WS-MEMBER
001780         ADD 1 TO TG-MEMBER-COUNT
001790         IF TG-MEMBER = SPACES
001800             MOVE SPACES TO WS-MAP-NAME
001810             STRING FUNCTION TRIM(TG-XMAP-LIBRARY) "/"
001820                 FUNCTION TRIM(WS-MEMBER)
001830                 DELIMITED BY SIZE INTO WS-MAP-NAME
001840             PERFORM RTE-LOAD-MAP THRU RTE-LOAD-MAP-EXIT
001850             PERFORM RTE-CHECK-DRIFT
001860         ELSE
001870             IF WS-MEMBER = TG-MEMBER
001880                 MOVE "N" TO WS-SKIP-MEMBER
001890                 MOVE FUNCTION TRIM(TG-MAP-PATH) TO WS-MAP-NAME
001900                 PERFORM RTE-LOAD-MAP THRU RTE-LOAD-MAP-EXIT
001910             ELSE
001920                 MOVE "Y" TO WS-SKIP-MEMBER
001930             END-IF
001940         END-IF
001950     END-IF.
001960 RTE-DATA-CARD.
001970*    IN ONE-MEMBER MODE, CARDS OF ANY OTHER MEMBER (AND ANY
001980*    AHEAD OF THE FIRST MEMBER CARD) ARE NOT THIS MAP'S
001990*    BUSINESS AND TRAVEL UNTOUCHED.
002000     IF TG-MEMBER NOT = SPACES
002010             AND (WS-MEMBER = SPACES OR WS-SKIP-MEMBER = "Y")
002020         GO TO RTE-DATA-EXIT.
002030*    THE CARD BODY GETS THE SAME GO TO/PERFORM TARGET REWRITE
002040*    RENXRFEN MADE IN THE RENUMBERED SOURCE, SO A BRANCH IN AN
002050*    INSERTED LINE STILL LANDS WHERE IT DID BEFORE THE
002060*    RENUMBER.
002070     IF WS-MAP-LOADED = "Y"
002080         MOVE RT-REST TO WS-FILLER-WORK
002090         PERFORM RTE-FIX-BODY
002100         MOVE WS-FILLER-WORK TO RT-REST
002110     END-IF.
002120*    ONLY A CARD WITH A NUMERIC SEQNO REFERENCES A MEMBER
002130*    LINE.  UNNUMBERED CARDS (AND ANYTHING AHEAD OF THE FIRST
002140*    MEMBER CARD) TRAVEL IN PLACE THE WAY RENUMUPD MOVES THEM.
002150     IF RT-SEQNO NOT NUMERIC
002160         GO TO RTE-DATA-EXIT.
002170     IF WS-MEMBER = SPACES OR WS-MAP-LOADED NOT = "Y"
002180         PERFORM RTE-NOTE-UNRESOLVED
002190         DISPLAY "RENRTGEN: " WS-MEMBER " SEQNO " RT-SEQNO
002200             " HAS NO MAP, CARD LEFT UNCHANGED"
002210         GO TO RTE-DATA-EXIT.
002220     MOVE 0 TO WS-FOUND-IDX.
002230     PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
002240             UNTIL WS-SEARCH-IDX > WS-MAP-COUNT
002250                 OR WS-FOUND-IDX NOT = 0
002260         IF WS-MAP-OLD(WS-SEARCH-IDX) = RT-SEQNO
002270             MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
002280         END-IF
002290     END-PERFORM.
002300*    A MOVED-LINES-ONLY MAP LEAVES OUT EVERY LINE THAT KEPT ITS
002310*    NUMBER, SO A MISS THERE IS ALREADY THE RIGHT SEQNO.
002320     IF WS-FOUND-IDX = 0
002330         IF NOT TG-MAP-MOVED-YES
002340             PERFORM RTE-NOTE-UNRESOLVED
002350             DISPLAY "RENRTGEN: " WS-MEMBER " SEQNO " RT-SEQNO
002360                 " NOT IN MAP, CARD LEFT UNCHANGED"
002370         END-IF
002380     ELSE
002390         MOVE WS-MAP-NEW(WS-FOUND-IDX) TO RT-SEQNO
002400         ADD 1 TO TG-CHANGED-COUNT
002410     END-IF.
002420 RTE-DATA-EXIT.
002430     EXIT.
002440 RTE-NOTE-UNRESOLVED.
002450     ADD 1 TO TG-UNRESOLVED-COUNT.
002460     IF TG-UNR-COUNT < 10
002470         ADD 1 TO TG-UNR-COUNT
002480         MOVE WS-MEMBER TO TG-UNR-MEMBER(TG-UNR-COUNT)
002490         MOVE RT-SEQNO  TO TG-UNR-SEQNO(TG-UNR-COUNT)
002500     END-IF.
002510 RTE-LOAD-MAP.
002520*    UNLIKE RENXRFEN A MISSING MAP IS NOT A QUIET NO-OP HERE:
002530*    EVERY NUMBERED CARD OF THE MEMBER WILL BE FLAGGED, SINCE
002540*    A DECK NOBODY CAN PROVE RETARGETED MUST NOT BE APPLIED.
002550     MOVE "N" TO WS-MAP-LOADED.
002560     MOVE 0   TO WS-MAP-COUNT.
002570     MOVE "N" TO WS-MAP-FULL.
002580     OPEN INPUT RTG-MAP-FILE.
002590     IF WS-MAP-STATUS NOT = "00"
002600         DISPLAY "RENRTGEN: NO MAP FOR MEMBER " WS-MEMBER
002610             " AT " FUNCTION TRIM(WS-MAP-NAME)
002620         GO TO RTE-LOAD-MAP-EXIT.
002630     PERFORM UNTIL WS-MAP-FULL = "Y"
002640         READ RTG-MAP-FILE AT END EXIT PERFORM END-READ
002650         IF WS-MAP-COUNT = 2000
002660             MOVE "Y" TO WS-MAP-FULL
002670         ELSE
002680             ADD 1 TO WS-MAP-COUNT
002690             SET WS-MAP-IDX TO WS-MAP-COUNT
002700             MOVE XM-OLD-SEQNO TO WS-MAP-OLD(WS-MAP-IDX)
002710             MOVE XM-NEW-SEQNO TO WS-MAP-NEW(WS-MAP-IDX)
002720         END-IF
002730     END-PERFORM.
002740     CLOSE RTG-MAP-FILE.
002750     IF WS-MAP-FULL = "Y"
002760         DISPLAY "RENRTGEN: MAP FOR " WS-MEMBER " EXCEEDS "
002770             "2000 RECORDS, MEMBER LEFT UNCHANGED"
002780         GO TO RTE-LOAD-MAP-EXIT.
002790     MOVE "Y" TO WS-MAP-LOADED.
002800 RTE-LOAD-MAP-EXIT.
002810     EXIT.
002820 RTE-FIND-NAME.
002830*    SAME OPERAND SCAN RENUMUPD USES FOR ITS ADD CARDS: THE
002840*    NAME RUNS FROM "NAME=" TO THE FIRST SPACE OR COMMA,
002850*    EIGHT CHARACTERS AT MOST.
002860     MOVE SPACES TO WS-NEW-MEMBER.
002870     MOVE 0 TO WS-NAME-POS.
002880     PERFORM VARYING WS-SCAN-POS FROM 3 BY 1
002890             UNTIL WS-SCAN-POS > 124
002900                 OR WS-NAME-POS NOT = 0
002910         IF RT-CARD(WS-SCAN-POS:5) = "NAME="
002920             COMPUTE WS-NAME-POS = WS-SCAN-POS + 5
002930         END-IF
002940     END-PERFORM.
002950     IF WS-NAME-POS = 0
002960         GO TO RTE-FIND-NAME-EXIT.
002970     MOVE 0 TO WS-NAME-LEN.
002980     PERFORM UNTIL WS-NAME-LEN = 8
002990             OR WS-NAME-POS + WS-NAME-LEN > 133
003000         MOVE RT-CARD(WS-NAME-POS + WS-NAME-LEN:1)
003010             TO WS-NAME-CHAR
003020         IF WS-NAME-CHAR = SPACE OR WS-NAME-CHAR = ","
003030             EXIT PERFORM
003040         END-IF
003050         ADD 1 TO WS-NAME-LEN
003060         MOVE WS-NAME-CHAR
003070             TO WS-NEW-MEMBER(WS-NAME-LEN:1)
003080     END-PERFORM.
003090 RTE-FIND-NAME-EXIT.
003100     EXIT.
003110 RTE-FIX-BODY.
003120*    SAME SCAN AS RENXRFEN'S XRF-FIX-LINE, DRIVEN BY THE
003130*    CURRENT MEMBER'S MAP.
003140     MOVE 1 TO WS-POS.
003150     PERFORM UNTIL WS-POS > 127
003160         IF WS-POS <= 122 AND
003170             WS-FILLER-WORK(WS-POS:5) = "GO TO"
003180             ADD 5 TO WS-POS
003190             MOVE "N" TO WS-CHECK-THRU
003200             PERFORM RTE-FIX-TARGET
003210         ELSE
003220             IF WS-POS <= 120 AND
003230                 WS-FILLER-WORK(WS-POS:7) = "PERFORM"
003240                 ADD 7 TO WS-POS
003250                 MOVE "Y" TO WS-CHECK-THRU
003260                 PERFORM RTE-FIX-TARGET
003270             ELSE
003280                 ADD 1 TO WS-POS
003290             END-IF
003300         END-IF
003310     END-PERFORM.
003320 RTE-FIX-TARGET.
003330     PERFORM UNTIL WS-POS > 127
003340             OR WS-FILLER-WORK(WS-POS:1) NOT = SPACE
003350         ADD 1 TO WS-POS
003360     END-PERFORM.
003370     IF WS-POS <= 122
003380         AND WS-FILLER-WORK(WS-POS:6) IS NUMERIC
003390         MOVE WS-FILLER-WORK(WS-POS:6) TO WS-TOKEN
003400         MOVE 0 TO WS-FOUND-IDX
003410         PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
003420                 UNTIL WS-SEARCH-IDX > WS-MAP-COUNT
003430             IF WS-MAP-OLD(WS-SEARCH-IDX) = WS-TOKEN
003440                 MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
003450             END-IF
003460         END-PERFORM
003470         IF WS-FOUND-IDX > 0
003480             MOVE WS-MAP-NEW(WS-FOUND-IDX) TO
003490                 WS-FILLER-WORK(WS-POS:6)
003500             ADD 1 TO TG-BODY-FIXES
003510         END-IF
003520         ADD 6 TO WS-POS
003530         IF WS-CHECK-THRU = "Y"
003540             PERFORM RTE-FIX-THRU
003550         END-IF
003560     END-IF.
003570 RTE-FIX-THRU.
003580*    REWRITE THE SECOND OPERAND OF "PERFORM nnnnnn THRU
003590*    nnnnnn" THE SAME WAY THE FIRST WAS JUST REWRITTEN.
003600     PERFORM UNTIL WS-POS > 127
003610             OR WS-FILLER-WORK(WS-POS:1) NOT = SPACE
003620         ADD 1 TO WS-POS
003630     END-PERFORM.
003640     IF WS-POS <= 124
003650             AND WS-FILLER-WORK(WS-POS:4) = "THRU"
003660         ADD 4 TO WS-POS
003670         MOVE "N" TO WS-CHECK-THRU
003680         PERFORM RTE-FIX-TARGET
003690     END-IF.
003700 RTE-CHECK-DRIFT.
003710*    THE MAP ONLY HOLDS FOR THE MEMBER AS RENUMENG WROTE IT.
003720*    A MEMBER EDITED BY HAND SINCE ITS NEWEST GENERATION WAS
003730*    CATALOGED MAY NO LONGER HAVE THE LINES THE RETARGETED
003740*    CARDS POINT AT, SO WARN AND LEAVE THE RUN RC 4.  THE
003750*    LIVE COPY IS FOUND THROUGH THE GENERATION ITSELF.  NOT
003760*    ASKED IN ONE-MEMBER MODE: THE CALLER HAS ONLY JUST
003770*    RENUMBERED THE MEMBER, SO THERE IS NOTHING TO DRIFT FROM.
003780     MOVE WS-MEMBER TO DC-DECK-NAME.
003790     MOVE SPACES    TO DC-LIVE-PATH.
003800     CALL "RENDRFC" USING RENDRFC-PARMS.
003810     IF DC-STATE-CHANGED OR DC-STATE-GONE
003820         ADD 1 TO TG-DRIFT-COUNT
003830         DISPLAY "RENRTGEN: WARNING - " WS-MEMBER
003840             " DRIFTED FROM GENERATION " DC-GENERATION
003850             ", RETARGETED CARDS MAY NOT FIT THE LIVE MEMBER"
003860     END-IF.
