000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENLINEN.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    CALLABLE SEQNO LINEAGE INQUIRY ENGINE, SHARED BY
000050*            THE BATCH INQUIRY (RENLINQ) AND THE RENUMON TRACE
000060*            OPTION.  GIVEN A DECK, THE SEQNO A LINE CARRIED
000070*            ON AN OLD LISTING, AND THE LISTING DATE, WALKS THE
000080*            DECK'S RENHIST RUNS AFTER THAT DATE IN KEY ORDER
000090*            AND, FOR EACH, THE RENLIN RECORD FILED UNDER THE
000100*            SAME KEY, CARRYING THE SEQNO THROUGH EACH RUN'S
000110*            MAP.  A FULL MAP WITHOUT THE SEQNO MEANS THAT RUN
000120*            DROPPED THE LINE AND THE WALK STOPS THERE; A
000130*            MOVED-ONLY MAP WITHOUT IT MEANS THE RUN LEFT THE
000140*            LINE ALONE.  RUNS THAT NEVER TOUCH LINE NUMBERS
000150*            (REFUSALS) ARE PASSED OVER; A RENUMBER OR REVERSAL
000160*            WITH NO LINEAGE (ONE THAT ABORTED, OR RAN BEFORE
000170*            LINEAGE WAS KEPT) IS PASSED OVER TOO BUT COUNTED,
000180*            AND ANY SUCH GAP TURNS THE ANSWER INTO A WARNING.
000182*            A HAND EDIT (RENHIST TYPE "E") STOPS THE WALK WITH
000184*            A WARNING NAMING ITS RUN AND OPERATOR - NO MAP SAYS
000186*            WHAT THE EDIT DID TO THE LINE.
000190*            THE SURVIVING SEQNO IS THEN LOOKED UP IN THE LIVE
000200*            DECK - THE PATH ON THE DECK'S NEWEST LINEAGE
000210*            RECORD - FOR TODAY'S SOURCE LINE.
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.
000250     Linux.
000260 OBJECT-COMPUTER.
000270     Linux.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT   RENHIST-FILE ASSIGN TO
000310     "renhist"
000320     ORGANIZATION IS INDEXED
000330     ACCESS MODE IS DYNAMIC
000340     RECORD KEY IS RH-KEY
000350     FILE STATUS IS WS-HIST-STATUS.
000360     SELECT   RENLIN-FILE ASSIGN TO
000370     "renlin"
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE IS DYNAMIC
000400     RECORD KEY IS LNF-KEY
000410     FILE STATUS IS WS-LIN-STATUS.
000420     SELECT   MAP-FILE ASSIGN TO
000430     WS-MAP-NAME
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-MAP-STATUS.
000460     SELECT   DECK-FILE ASSIGN TO
000470     WS-DECK-NAME
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-DECK-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RENHIST-FILE.
000530 COPY RENHISTF.
000540 FD  RENLIN-FILE.
000550 COPY RENLINF.
000560 FD  MAP-FILE
000570     BLOCK CONTAINS 1 RECORDS.
000580 COPY RENXMAP.
000590 FD  DECK-FILE
000600     RECORD IS VARYING IN SIZE FROM 72 TO 133
000610         DEPENDING ON WS-DECK-REC-LEN
000620     BLOCK CONTAINS 1 RECORDS.
000630 01  DECKREC.
000640     05  DK-SEQNO PICTURE 9(6).
000650     05  DK-BODY PIC X(127).
000660 WORKING-STORAGE SECTION.
000670 01  WS-HIST-STATUS        PIC XX.
000680 01  WS-LIN-STATUS         PIC XX.
000690 01  WS-MAP-NAME           PIC X(118).
000700 01  WS-MAP-STATUS         PIC XX.
000710 01  WS-DECK-NAME          PIC X(100).
000720 01  WS-DECK-STATUS        PIC XX.
000730 01  WS-DECK-REC-LEN       PIC 9(3) VALUE 72.
000740 01  WS-HIST-EOF           PIC X(1) VALUE "N".
000750 01  WS-LIN-EOF            PIC X(1) VALUE "N".
000760 01  WS-MAP-EOF            PIC X(1) VALUE "N".
000770 01  WS-DECK-EOF           PIC X(1) VALUE "N".
000780 01  WS-HIT                PIC X(1) VALUE "N".
000790 01  WS-DROPPED            PIC X(1) VALUE "N".
000800 01  WS-TRACE-SEQNO        PIC 9(6).
000810 01  WS-GAP-COUNT          PIC 9(4) VALUE 0.
000820 01  WS-CUTOFF-KEY.
000830     05  WS-CUTOFF-DECK    PIC X(8).
000840     05  WS-CUTOFF-DATETIME.
000850         10  WS-CUTOFF-DATE    PIC X(8).
000860         10  WS-CUTOFF-TIME    PIC X(8).
000870 LINKAGE SECTION.
000880 COPY RENLINLS.
000890 PROCEDURE DIVISION USING RENLINQ-PARMS.
000900 LNE-START.
000910*    NO INITIAL CLAUSE - RENUMON CALLS THIS ONCE PER TRACE IN
000920*    ONE SESSION, SO THE SWITCHES AND COUNTERS ARE RESET HERE.
000930     MOVE "N" TO WS-HIST-EOF.
000940     MOVE "N" TO WS-LIN-EOF.
000950     MOVE "N" TO WS-DROPPED.
000960     MOVE 0   TO WS-GAP-COUNT.
000970     INITIALIZE LQ-RESULT.
000980     MOVE SPACES TO LQ-DECK-PATH.
000990     MOVE LQ-OLD-SEQNO TO WS-TRACE-SEQNO.
001000     IF LQ-DECK-NAME = SPACES OR LQ-LISTING-DATE = SPACES
001010         MOVE "DECK NAME AND LISTING DATE ARE REQUIRED"
001020             TO LQ-MESSAGE
001030         MOVE 16 TO LQ-RETURN-CODE
001040         EXIT PROGRAM.
001050     OPEN INPUT RENLIN-FILE.
001060     IF WS-LIN-STATUS NOT = "00"
001070         MOVE "NO LINEAGE FILE - NOTHING TO TRACE"
001080             TO LQ-MESSAGE
001090         MOVE 8 TO LQ-RETURN-CODE
001100         EXIT PROGRAM.
001110     PERFORM LNE-FIND-DECK-PATH.
001120     IF LQ-DECK-PATH = SPACES
001130         CLOSE RENLIN-FILE
001140         MOVE "NO LINEAGE RECORDED FOR DECK" TO LQ-MESSAGE
001150         MOVE 8 TO LQ-RETURN-CODE
001160         EXIT PROGRAM.
001170     OPEN INPUT RENHIST-FILE.
001180     IF WS-HIST-STATUS NOT = "00"
001190         CLOSE RENLIN-FILE
001200         MOVE "NO HISTORY FILE - NOTHING TO TRACE"
001210             TO LQ-MESSAGE
001220         MOVE 8 TO LQ-RETURN-CODE
001230         EXIT PROGRAM.
001240     PERFORM LNE-CHAIN-RUNS THRU LNE-CHAIN-EXIT.
001250     CLOSE RENHIST-FILE RENLIN-FILE.
001260     IF LQ-RETURN-CODE NOT = 0
001270         EXIT PROGRAM.
001280     IF WS-DROPPED = "Y"
001290         MOVE SPACES TO LQ-MESSAGE
001300         STRING "LINE DROPPED BY " LQ-DROP-RUN-TYPE " RUN OF "
001310             LQ-DROP-DATETIME(1:8) " " LQ-DROP-DATETIME(9:6)
001320             DELIMITED BY SIZE INTO LQ-MESSAGE
001330         MOVE 4 TO LQ-RETURN-CODE
001340         EXIT PROGRAM.
001350     MOVE WS-TRACE-SEQNO TO LQ-CURRENT-SEQNO.
001360     PERFORM LNE-FIND-LINE THRU LNE-FIND-LINE-EXIT.
001370     EXIT PROGRAM.
001380 LNE-FIND-DECK-PATH.
001390*    THE RENLIN KEY IS DECK NAME PLUS RUN DATETIME, SO THE
001400*    LAST RECORD READ FOR THE DECK IS ITS NEWEST RUN - THE
001410*    PATH THAT RUN WROTE IS WHERE THE LIVE DECK IS.
001420     MOVE LQ-DECK-NAME TO LNF-DECK-NAME.
001430     MOVE LOW-VALUES   TO LNF-RUN-DATETIME.
001440     START RENLIN-FILE KEY IS NOT LESS THAN LNF-KEY
001450         INVALID KEY MOVE "Y" TO WS-LIN-EOF
001460     END-START.
001470     PERFORM UNTIL WS-LIN-EOF = "Y"
001480         READ RENLIN-FILE NEXT RECORD
001490             AT END MOVE "Y" TO WS-LIN-EOF
001500         END-READ
001510         IF WS-LIN-EOF = "N"
001520             IF LNF-DECK-NAME NOT = LQ-DECK-NAME
001530                 MOVE "Y" TO WS-LIN-EOF
001540             ELSE
001550                 MOVE LNF-DECK-PATH TO LQ-DECK-PATH
001560             END-IF
001570         END-IF
001580     END-PERFORM.
001590 LNE-CHAIN-RUNS.
001600*    A LISTING WITH NO TIME COUNTS AS PRINTED AT THE END OF
001610*    ITS DAY, SO A RUN LATER THE SAME DAY IS NOT CHAINED - THE
001620*    LISTING WOULD NORMALLY HAVE COME OUT OF THAT RUN.
001630     MOVE LQ-DECK-NAME    TO WS-CUTOFF-DECK.
001640     MOVE LQ-LISTING-DATE TO WS-CUTOFF-DATE.
001650     IF LQ-LISTING-TIME = SPACES
001660         MOVE "99999999" TO WS-CUTOFF-TIME
001670     ELSE
001680         MOVE LQ-LISTING-TIME TO WS-CUTOFF-TIME(1:6)
001690         MOVE "99"            TO WS-CUTOFF-TIME(7:2)
001700     END-IF.
001710     MOVE WS-CUTOFF-KEY TO RH-KEY.
001720     START RENHIST-FILE KEY IS GREATER THAN RH-KEY
001730         INVALID KEY MOVE "Y" TO WS-HIST-EOF
001740     END-START.
001750     PERFORM UNTIL WS-HIST-EOF = "Y"
001760         READ RENHIST-FILE NEXT RECORD
001770             AT END MOVE "Y" TO WS-HIST-EOF
001780         END-READ
001790         IF WS-HIST-EOF = "N"
001800             IF RH-DECK-NAME NOT = LQ-DECK-NAME
001810                 MOVE "Y" TO WS-HIST-EOF
001820             ELSE
001830                 PERFORM LNE-CHAIN-ONE THRU LNE-CHAIN-ONE-EXIT
001840                 IF WS-DROPPED = "Y" OR LQ-RETURN-CODE NOT = 0
001850                     MOVE "Y" TO WS-HIST-EOF
001860                 END-IF
001870             END-IF
001880         END-IF
001890     END-PERFORM.
001900 LNE-CHAIN-EXIT.
001910     EXIT.
001920 LNE-CHAIN-ONE.
001921*    A HAND EDIT LEAVES NO MAP, SO NOTHING AFTER IT CAN BE
001922*    TRUSTED TO CARRY THE SEQNO - THE TRACE STOPS THERE.
001923     IF RH-TYPE-FOREIGN
001924         PERFORM LNE-HAND-EDIT
001925         GO TO LNE-CHAIN-ONE-EXIT.
001930     MOVE RH-KEY TO LNF-KEY.
001940     READ RENLIN-FILE
001950         INVALID KEY CONTINUE
001960     END-READ.
001970     IF WS-LIN-STATUS NOT = "00"
001980         IF RH-TYPE-RENUMBER OR RH-TYPE-REVERSAL
001990                 OR RH-TYPE-APPLY OR RH-RUN-TYPE = SPACE
002000             ADD 1 TO WS-GAP-COUNT
002010         END-IF
002020         GO TO LNE-CHAIN-ONE-EXIT.
002030     MOVE LNF-MAP-PATH TO WS-MAP-NAME.
002040     OPEN INPUT MAP-FILE.
002050     IF WS-MAP-STATUS NOT = "00"
002060         MOVE SPACES TO LQ-MESSAGE
002070         STRING "LINEAGE MAP MISSING FOR RUN OF "
002080             RH-RUN-DATETIME(1:8) " " RH-RUN-DATETIME(9:6)
002090             DELIMITED BY SIZE INTO LQ-MESSAGE
002100         MOVE 8 TO LQ-RETURN-CODE
002110         GO TO LNE-CHAIN-ONE-EXIT.
002120     MOVE "N" TO WS-MAP-EOF.
002130     MOVE "N" TO WS-HIT.
002140     PERFORM UNTIL WS-MAP-EOF = "Y" OR WS-HIT = "Y"
002150         READ MAP-FILE
002160             AT END MOVE "Y" TO WS-MAP-EOF
002170         END-READ
002180         IF WS-MAP-EOF = "N" AND XM-OLD-SEQNO = WS-TRACE-SEQNO
002190             MOVE "Y" TO WS-HIT
002200             MOVE XM-NEW-SEQNO TO WS-TRACE-SEQNO
002210         END-IF
002220     END-PERFORM.
002230     CLOSE MAP-FILE.
002240     ADD 1 TO LQ-RUNS-CHAINED.
002250     IF WS-HIT = "N" AND LNF-MAP-FULL
002260         MOVE "Y" TO WS-DROPPED
002270         MOVE RH-RUN-DATETIME TO LQ-DROP-DATETIME
002280         MOVE RH-RUN-TYPE     TO LQ-DROP-RUN-TYPE
002290     END-IF.
002300 LNE-CHAIN-ONE-EXIT.
002310     EXIT.
002311 LNE-HAND-EDIT.
002312     MOVE SPACES TO LQ-MESSAGE.
002313     STRING "HAND EDIT " RH-RUN-DATETIME(1:8) " "
002314         RH-RUN-DATETIME(9:6) " BY " RH-OPERATOR
002315         " - TRACE STOPS" DELIMITED BY SIZE INTO LQ-MESSAGE.
002318     MOVE 4 TO LQ-RETURN-CODE.
002320 LNE-FIND-LINE.
002330     MOVE FUNCTION TRIM(LQ-DECK-PATH) TO WS-DECK-NAME.
002340     OPEN INPUT DECK-FILE.
002350     IF WS-DECK-STATUS NOT = "00"
002360         MOVE "LIVE DECK NOT FOUND AT LINEAGE PATH"
002370             TO LQ-MESSAGE
002380         MOVE 8 TO LQ-RETURN-CODE
002390         GO TO LNE-FIND-LINE-EXIT.
002400     MOVE "N" TO WS-DECK-EOF.
002410     MOVE "N" TO WS-HIT.
002420     PERFORM UNTIL WS-DECK-EOF = "Y" OR WS-HIT = "Y"
002430         MOVE SPACES TO DECKREC
002440         READ DECK-FILE
002450             AT END MOVE "Y" TO WS-DECK-EOF
002460         END-READ
002470         IF WS-DECK-EOF = "N" AND DK-SEQNO = WS-TRACE-SEQNO
002480             MOVE "Y" TO WS-HIT
002490             MOVE DECKREC TO LQ-SOURCE-LINE
002500         END-IF
002510     END-PERFORM.
002520     CLOSE DECK-FILE.
002530*    THE LAST RUN'S MAP SAID THE LINE SHOULD BE THERE; IF IT
002540*    IS NOT, THE DECK WAS EDITED OUTSIDE THE SUBSYSTEM SINCE.
002550     IF WS-HIT = "N"
002560         MOVE SPACES TO LQ-MESSAGE
002570         STRING "SEQNO " WS-TRACE-SEQNO
002580             " NOT IN LIVE DECK - EDITED SINCE LAST RUN"
002590             DELIMITED BY SIZE INTO LQ-MESSAGE
002600         MOVE 4 TO LQ-RETURN-CODE
002610         GO TO LNE-FIND-LINE-EXIT.
002620     IF WS-GAP-COUNT > 0
002630         MOVE SPACES TO LQ-MESSAGE
002640         STRING "LINE FOUND - " WS-GAP-COUNT
002650             " RUN(S) WITH NO LINEAGE PASSED OVER"
002660             DELIMITED BY SIZE INTO LQ-MESSAGE
002670         MOVE 4 TO LQ-RETURN-CODE
002680     ELSE
002690         MOVE "LINE FOUND" TO LQ-MESSAGE
002700         MOVE 0 TO LQ-RETURN-CODE
002710     END-IF.
002720 LNE-FIND-LINE-EXIT.
002730     EXIT.
