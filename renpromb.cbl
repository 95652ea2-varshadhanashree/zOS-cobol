000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENPROMB.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    PROMOTION BACKOUT - THE COMPANION TO RENPROM.
000050*            WITHDRAWS ONE PROMOTION BY PUTTING BACK, FOR EVERY
000060*            DECK IT PROMOTED, THE PRODUCTION COPY IT DISPLACED
000070*            (KEPT AS "<MEMBER>.pYYYYMMDDHHMMSS"), OR REMOVING
000080*            THE PRODUCTION COPY WHEN THE PROMOTION WAS THE DECK'S
000090*            FIRST.  THE PROMOTION IS TAKEN FROM THE MANIFEST
000100*            "renprom.man" (SEE RENPROMF).  A DECK IS ONLY BACKED
000110*            OUT UNDER ITS DECK LOCK, AND ONLY WHILE PRODUCTION
000120*            STILL HOLDS EXACTLY THE COPY THAT WAS PROMOTED AND
000130*            THE KEPT COPY IS STILL EXACTLY THE ONE DISPLACED
000140*            (RENHASH TOTALS ON THE MANIFEST) - ANYTHING DONE TO
000150*            EITHER SINCE IS NOT OVERWRITTEN BLIND.  EACH DECK
000160*            BACKED OUT IS WRITTEN TO RENHIST AS RUN TYPE "B" AND
000170*            GETS A "B" RECORD ON THE MANIFEST; A REFUSED ONE AN
000180*            "R" RECORD WITH THE REASON.  DECKS ALREADY BACKED OUT
000190*            BY AN EARLIER RUN ARE SKIPPED, SO THE RUN CAN BE
000200*            REPEATED ONCE WHATEVER HELD A DECK IS CLEARED.  THE
000210*            KEPT COPIES ARE LEFT IN PLACE.
000220*            CONTROL FILE "renpromb" IS OPTIONAL, ONE RECORD:
000230*              COLS 1-16 PROMOTION ID (PM-PROMOTION-ID; BLANK OR
000240*                        NO FILE = THE LATEST PROMOTION ON THE
000250*                        MANIFEST)
000260*            RETURN CODE 0 = EVERY DECK BACKED OUT, 4 = A DECK WAS
000270*            REFUSED OR THE PROMOTION HAS NOTHING TO BACK OUT,
000280*            8 = A RESTORE FAILED OR NO MANIFEST, 12 = MANIFEST
000290*            CANNOT BE WRITTEN - THE OTHER DECKS ARE STILL BACKED
000295*            OUT, SINCE A HALF-WITHDRAWN PROMOTION IS WORSE.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000330     Linux.
000340 OBJECT-COMPUTER.
000350     Linux.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT   CONTROL-FILE ASSIGN TO
000390     "renpromb"
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-CF-STATUS.
000420     SELECT   MANIFEST-FILE ASSIGN TO
000430     "renprom.man"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-MAN-STATUS.
000460     SELECT   FROM-FILE ASSIGN TO
000470     WS-FROM-NAME
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-FROM-STATUS.
000500     SELECT   TO-FILE ASSIGN TO
000510     WS-TO-NAME
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-TO-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CONTROL-FILE.
000570 01  CF-REC PIC X(80).
000580 FD  MANIFEST-FILE
000590     BLOCK CONTAINS 1 RECORDS.
000600 COPY RENPROMF.
000610 FD  FROM-FILE
000620     RECORD IS VARYING IN SIZE FROM 72 TO 133
000630         DEPENDING ON WS-COPY-REC-LEN
000640     BLOCK CONTAINS 1 RECORDS.
000650 01  FROM-REC PICTURE X(133).
000660 FD  TO-FILE
000670     RECORD IS VARYING IN SIZE FROM 72 TO 133
000680         DEPENDING ON WS-COPY-REC-LEN
000690     BLOCK CONTAINS 1 RECORDS.
000700 01  TO-REC PICTURE X(133).
000710 WORKING-STORAGE SECTION.
000720 01  WS-CF-STATUS          PIC XX.
000730 01  WS-MAN-STATUS         PIC XX.
000740 01  WS-FROM-STATUS        PIC XX.
000750 01  WS-TO-STATUS          PIC XX.
000760 01  WS-FROM-NAME          PIC X(108).
000770 01  WS-TO-NAME            PIC X(108).
000780 01  WS-COPY-REC-LEN       PIC 9(3) VALUE 72.
000790 01  WS-COPY-AT-END        PIC X(1).
000800 01  WS-COPY-OK            PIC X(1).
000810 01  WS-AT-END             PIC X(1).
000820 01  WS-TARGET-ID          PIC X(16).
000830 01  WS-OPERATOR           PIC X(8).
000840 01  WS-NOW-DATETIME.
000850     05  WS-NOW-DATE       PIC 9(8).
000860     05  WS-NOW-TIME       PIC 9(8).
000870 01  WS-REASON             PIC X(60).
000880 01  WS-FAILED             PIC X(1).
000890 01  WS-LOCK-HELD          PIC X(1).
000900 01  WS-HASH-X             PIC X(12).
000910 01  WS-BACKED-COUNT       PICTURE 9(6) VALUE 0.
000920 01  WS-EARLIER-COUNT      PICTURE 9(6) VALUE 0.
000930 01  WS-REFUSED-COUNT      PICTURE 9(6) VALUE 0.
000940 01  WS-FAILED-COUNT       PICTURE 9(6) VALUE 0.
000950 01  WS-RC                 PIC 9(4) VALUE 0.
000960*    THE DECKS THE PROMOTION PUT IN PRODUCTION, FROM ITS "P"
000970*    RECORDS; A LATER "B" RECORD FOR THE SAME PROMOTION MARKS A
000980*    DECK ALREADY BACKED OUT.
000990 01  WS-PB-COUNT           PIC 9(4) VALUE 0.
001000 01  WS-PB-IDX             PIC 9(4).
001010 01  WS-PB-FOUND           PIC 9(4).
001020 01  WS-PB-TABLE.
001030     05  WS-PB-ENTRY OCCURS 1000 TIMES.
001040         10  WS-PB-DECK        PIC X(8).
001050         10  WS-PB-STAGING     PIC X(108).
001060         10  WS-PB-PROD        PIC X(108).
001070         10  WS-PB-BACKOUT     PIC X(108).
001080         10  WS-PB-GENERATION  PIC 9(4).
001090         10  WS-PB-COUNT-NEW   PIC 9(6).
001100         10  WS-PB-HASH-NEW    PIC X(12).
001110         10  WS-PB-COUNT-OLD   PIC 9(6).
001120         10  WS-PB-HASH-OLD    PIC X(12).
001130         10  WS-PB-DONE        PIC X(1).
001140 COPY RENHASHL.
001150 COPY RENHISTL.
001160 COPY RENLOCKL.
001170 PROCEDURE DIVISION.
001180 PMB-START.
001190     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
001200     IF WS-OPERATOR = SPACES
001210         MOVE "BATCH" TO WS-OPERATOR.
001220     MOVE SPACES TO WS-TARGET-ID.
001230     OPEN INPUT CONTROL-FILE.
001240     IF WS-CF-STATUS = "00"
001250         READ CONTROL-FILE
001260             AT END CONTINUE
001270             NOT AT END
001280                 MOVE CF-REC(1:16) TO WS-TARGET-ID
001290         END-READ
001300         CLOSE CONTROL-FILE
001310     END-IF.
001320     OPEN INPUT MANIFEST-FILE.
001330     IF WS-MAN-STATUS NOT = "00"
001340         DISPLAY "RENPROMB: NO MANIFEST renprom.man, STATUS "
001350             WS-MAN-STATUS
001360         MOVE 8 TO RETURN-CODE
001370         STOP RUN.
001380     IF WS-TARGET-ID = SPACES
001390         PERFORM PMB-FIND-LATEST
001400         CLOSE MANIFEST-FILE
001410         OPEN INPUT MANIFEST-FILE
001420     END-IF.
001430     IF WS-TARGET-ID = SPACES
001440         CLOSE MANIFEST-FILE
001450         DISPLAY "RENPROMB: NO PROMOTION ON THE MANIFEST"
001460         MOVE 4 TO RETURN-CODE
001470         STOP RUN.
001480     PERFORM PMB-LOAD-PROMOTION.
001490     CLOSE MANIFEST-FILE.
001500     DISPLAY "RENPROMB: BACKING OUT PROMOTION " WS-TARGET-ID
001510         " BY " WS-OPERATOR.
001520     IF WS-PB-COUNT = 0
001530         DISPLAY "RENPROMB: NOTHING WAS PROMOTED UNDER "
001540             WS-TARGET-ID
001550         MOVE 4 TO RETURN-CODE
001560         STOP RUN.
001570     OPEN EXTEND MANIFEST-FILE.
001580     IF WS-MAN-STATUS NOT = "00"
001590         DISPLAY "RENPROMB: CANNOT EXTEND MANIFEST renprom.man, "
001600             "STATUS " WS-MAN-STATUS
001610         MOVE 12 TO RETURN-CODE
001620         STOP RUN.
001630     PERFORM VARYING WS-PB-IDX FROM 1 BY 1
001640             UNTIL WS-PB-IDX > WS-PB-COUNT
001650         PERFORM PMB-BACKOUT-DECK
001660     END-PERFORM.
001670     CLOSE MANIFEST-FILE.
001680     DISPLAY "RENPROMB: DECKS=" WS-PB-COUNT
001690         " BACKED OUT=" WS-BACKED-COUNT
001700         " ALREADY BACKED OUT=" WS-EARLIER-COUNT
001710         " REFUSED=" WS-REFUSED-COUNT
001720         " FAILED=" WS-FAILED-COUNT.
001730     MOVE WS-RC TO RETURN-CODE.
001740     STOP RUN.
001750 PMB-FIND-LATEST.
001760*    PROMOTION IDS ARE START DATETIMES, SO THE HIGHEST ONE
001770*    WITH A DECK PROMOTED UNDER IT IS THE LATEST PROMOTION.
001780     MOVE "N" TO WS-AT-END.
001790     PERFORM UNTIL WS-AT-END = "Y"
001800         MOVE SPACES TO RENPROM-REC
001810         READ MANIFEST-FILE
001820             AT END MOVE "Y" TO WS-AT-END
001830         END-READ
001840         IF WS-AT-END = "N" AND PM-ACTION-PROMOTED
001850             IF WS-TARGET-ID = SPACES
001860                     OR PM-PROMOTION-ID > WS-TARGET-ID
001870                 MOVE PM-PROMOTION-ID TO WS-TARGET-ID
001880             END-IF
001890         END-IF
001900     END-PERFORM.
001910 PMB-LOAD-PROMOTION.
001920     MOVE "N" TO WS-AT-END.
001930     PERFORM UNTIL WS-AT-END = "Y"
001940         MOVE SPACES TO RENPROM-REC
001950         READ MANIFEST-FILE
001960             AT END MOVE "Y" TO WS-AT-END
001970         END-READ
001980         IF WS-AT-END = "N" AND PM-PROMOTION-ID = WS-TARGET-ID
001990             IF PM-ACTION-PROMOTED
002000                 PERFORM PMB-TABLE-DECK
002010             END-IF
002020             IF PM-ACTION-BACKED-OUT
002030                 PERFORM PMB-MARK-DONE
002040             END-IF
002050         END-IF
002060     END-PERFORM.
002070 PMB-TABLE-DECK.
002080     IF WS-PB-COUNT = 1000
002090         DISPLAY "RENPROMB: MORE THAN 1000 DECKS, " PM-DECK-NAME
002100             " NOT BACKED OUT"
002110         MOVE 4 TO WS-RC
002120     ELSE
002130         ADD 1 TO WS-PB-COUNT
002140         MOVE PM-DECK-NAME        TO WS-PB-DECK(WS-PB-COUNT)
002150         MOVE PM-STAGING-PATH     TO WS-PB-STAGING(WS-PB-COUNT)
002160         MOVE PM-PROD-PATH        TO WS-PB-PROD(WS-PB-COUNT)
002170         MOVE PM-BACKOUT-PATH     TO WS-PB-BACKOUT(WS-PB-COUNT)
002180         MOVE PM-GENERATION       TO WS-PB-GENERATION(WS-PB-COUNT)
002190         MOVE PM-RECORD-COUNT     TO WS-PB-COUNT-NEW(WS-PB-COUNT)
002200         MOVE PM-HASH-TOTAL       TO WS-PB-HASH-NEW(WS-PB-COUNT)
002210         MOVE PM-OLD-RECORD-COUNT TO WS-PB-COUNT-OLD(WS-PB-COUNT)
002220         MOVE PM-OLD-HASH-TOTAL   TO WS-PB-HASH-OLD(WS-PB-COUNT)
002230         MOVE "N"                 TO WS-PB-DONE(WS-PB-COUNT)
002240     END-IF.
002250 PMB-MARK-DONE.
002260     PERFORM VARYING WS-PB-IDX FROM 1 BY 1
002270             UNTIL WS-PB-IDX > WS-PB-COUNT
002280         IF WS-PB-DECK(WS-PB-IDX) = PM-DECK-NAME
002290             MOVE "Y" TO WS-PB-DONE(WS-PB-IDX)
002300         END-IF
002310     END-PERFORM.
002320 PMB-BACKOUT-DECK.
002330     IF WS-PB-DONE(WS-PB-IDX) = "Y"
002340         ADD 1 TO WS-EARLIER-COUNT
002350         DISPLAY WS-PB-DECK(WS-PB-IDX) " ALREADY BACKED OUT"
002360     ELSE
002370         INITIALIZE RENPROM-REC
002380         MOVE WS-TARGET-ID               TO PM-PROMOTION-ID
002390         MOVE WS-PB-DECK(WS-PB-IDX)      TO PM-DECK-NAME
002400         MOVE WS-OPERATOR                TO PM-OPERATOR
002410         MOVE WS-PB-STAGING(WS-PB-IDX)   TO PM-STAGING-PATH
002420         MOVE WS-PB-PROD(WS-PB-IDX)      TO PM-PROD-PATH
002430         MOVE WS-PB-BACKOUT(WS-PB-IDX)   TO PM-BACKOUT-PATH
002440         MOVE WS-PB-GENERATION(WS-PB-IDX) TO PM-GENERATION
002450         MOVE WS-PB-COUNT-NEW(WS-PB-IDX) TO PM-RECORD-COUNT
002460         MOVE WS-PB-HASH-NEW(WS-PB-IDX)  TO PM-HASH-TOTAL
002470         MOVE WS-PB-COUNT-OLD(WS-PB-IDX) TO PM-OLD-RECORD-COUNT
002480         MOVE WS-PB-HASH-OLD(WS-PB-IDX)  TO PM-OLD-HASH-TOTAL
002490         MOVE SPACES TO WS-REASON
002500         MOVE "N" TO WS-FAILED
002510         MOVE "N" TO WS-LOCK-HELD
002520         PERFORM PMB-CHECK-DECK THRU PMB-CHECK-EXIT
002530         IF WS-REASON = SPACES
002540             PERFORM PMB-RESTORE THRU PMB-RESTORE-EXIT
002550         END-IF
002560         IF WS-LOCK-HELD = "Y"
002570             MOVE PM-DECK-NAME TO LW-DECK-NAME
002580             SET LW-FUNCTION-RELEASE TO TRUE
002590             CALL "RENLOCKW" USING RENLOCKW-PARMS
002600         END-IF
002610         IF WS-REASON = SPACES
002620             PERFORM PMB-RECORD-BACKOUT
002630         ELSE
002640             PERFORM PMB-RECORD-REFUSAL
002650         END-IF
002660     END-IF.
002670 PMB-CHECK-DECK.
002680     MOVE PM-DECK-NAME TO LW-DECK-NAME.
002690     MOVE WS-OPERATOR  TO LW-OPERATOR.
002700     SET LW-FUNCTION-ACQUIRE TO TRUE.
002710     CALL "RENLOCKW" USING RENLOCKW-PARMS.
002720     IF LW-RETURN-CODE = 4
002730         STRING "DECK LOCKED BY " LW-OPERATOR " SINCE "
002740             LW-LOCK-DATETIME(1:12)
002750             DELIMITED BY SIZE INTO WS-REASON
002760         GO TO PMB-CHECK-EXIT.
002770     IF LW-RETURN-CODE NOT = 0
002780         STRING "DECK LOCK NOT TAKEN, RC=" LW-RETURN-CODE
002790             DELIMITED BY SIZE INTO WS-REASON
002800         MOVE "Y" TO WS-FAILED
002810         GO TO PMB-CHECK-EXIT.
002820     MOVE "Y" TO WS-LOCK-HELD.
002830     MOVE PM-PROD-PATH TO HS-PATH.
002840     CALL "RENHASH" USING RENHASH-PARMS.
002850     MOVE HS-HASH TO WS-HASH-X.
002860     IF HS-RETURN-CODE NOT = 0
002870         MOVE "PRODUCTION COPY MISSING" TO WS-REASON
002880         GO TO PMB-CHECK-EXIT.
002890     IF WS-HASH-X NOT = PM-HASH-TOTAL
002900             OR HS-RECORD-COUNT NOT = PM-RECORD-COUNT
002910         MOVE "PRODUCTION CHANGED SINCE THE PROMOTION"
002920             TO WS-REASON
002930         GO TO PMB-CHECK-EXIT.
002940     IF PM-BACKOUT-PATH = SPACES
002950         GO TO PMB-CHECK-EXIT.
002960     MOVE PM-BACKOUT-PATH TO HS-PATH.
002970     CALL "RENHASH" USING RENHASH-PARMS.
002980     MOVE HS-HASH TO WS-HASH-X.
002990     IF HS-RETURN-CODE NOT = 0
003000         MOVE "KEPT COPY MISSING" TO WS-REASON
003010         GO TO PMB-CHECK-EXIT.
003020     IF WS-HASH-X NOT = PM-OLD-HASH-TOTAL
003030             OR HS-RECORD-COUNT NOT = PM-OLD-RECORD-COUNT
003040         MOVE "KEPT COPY CHANGED SINCE THE PROMOTION"
003050             TO WS-REASON.
003060 PMB-CHECK-EXIT.
003070     EXIT.
003080 PMB-RESTORE.
003090*    A FIRST PROMOTION DISPLACED NOTHING - BACKING IT OUT
003100*    LEAVES PRODUCTION WITHOUT THE DECK, AS IT WAS.
003110     MOVE PM-PROD-PATH TO WS-TO-NAME.
003120     IF PM-BACKOUT-PATH = SPACES
003130         DELETE FILE TO-FILE
003140         IF WS-TO-STATUS NOT = "00"
003150             STRING "PRODUCTION COPY NOT REMOVED, STATUS "
003160                 WS-TO-STATUS
003170                 DELIMITED BY SIZE INTO WS-REASON
003180             MOVE "Y" TO WS-FAILED
003190         END-IF
003200         GO TO PMB-RESTORE-EXIT.
003210     MOVE PM-BACKOUT-PATH TO WS-FROM-NAME.
003220     PERFORM PMB-COPY-FILE THRU PMB-COPY-FILE-EXIT.
003230     MOVE PM-PROD-PATH TO HS-PATH.
003240     CALL "RENHASH" USING RENHASH-PARMS.
003250     MOVE HS-HASH TO WS-HASH-X.
003260     IF WS-COPY-OK = "N" OR HS-RETURN-CODE NOT = 0
003270             OR WS-HASH-X NOT = PM-OLD-HASH-TOTAL
003280             OR HS-RECORD-COUNT NOT = PM-OLD-RECORD-COUNT
003290         MOVE "RESTORED COPY DID NOT VERIFY" TO WS-REASON
003300         MOVE "Y" TO WS-FAILED.
003310 PMB-RESTORE-EXIT.
003320     EXIT.
003330 PMB-COPY-FILE.
003340     MOVE "N" TO WS-COPY-OK.
003350     OPEN INPUT FROM-FILE.
003360     IF WS-FROM-STATUS NOT = "00"
003370         GO TO PMB-COPY-FILE-EXIT.
003380     OPEN OUTPUT TO-FILE.
003390     IF WS-TO-STATUS NOT = "00"
003400         CLOSE FROM-FILE
003410         GO TO PMB-COPY-FILE-EXIT.
003420     MOVE "N" TO WS-COPY-AT-END.
003426*    A WRITE THAT FAILS ENDS THE COPY WITH WS-COPY-OK STILL "N".
003432     PERFORM UNTIL WS-COPY-AT-END NOT = "N"
003438         READ FROM-FILE
003444             AT END MOVE "Y" TO WS-COPY-AT-END
003450             NOT AT END
003456                 WRITE TO-REC FROM FROM-REC
003462                 IF WS-TO-STATUS NOT = "00"
003468                     MOVE "W" TO WS-COPY-AT-END
003474                 END-IF
003480         END-READ
003486     END-PERFORM.
003492     CLOSE FROM-FILE TO-FILE.
003498     IF WS-COPY-AT-END = "Y"
003504         MOVE "Y" TO WS-COPY-OK.
003510 PMB-COPY-FILE-EXIT.
003520     EXIT.
003530 PMB-RECORD-BACKOUT.
003540     MOVE PM-DECK-NAME        TO RW-DECK-NAME.
003550     MOVE 0                   TO RW-START-LINE-CNT.
003560     MOVE 0                   TO RW-INCREMENT.
003570     MOVE PM-OLD-RECORD-COUNT TO RW-RECORD-COUNT.
003580     MOVE WS-OPERATOR         TO RW-OPERATOR.
003590     MOVE SPACES              TO RW-APPROVER.
003600     MOVE SPACES              TO RW-APPROVE-DATETIME.
003610     SET RW-TYPE-PROMOTE-BACKOUT TO TRUE.
003620     CALL "RENHISTW" USING RENHISTW-PARMS.
003630     SET PM-ACTION-BACKED-OUT TO TRUE.
003640     MOVE RW-RUN-DATETIME     TO PM-ACTION-DATETIME.
003650     PERFORM PMB-WRITE-MANIFEST.
003652     IF WS-MAN-STATUS NOT = "00"
003654         DISPLAY "         BACKOUT NOT ON THE MANIFEST - A RERUN "
003656             "WILL REFUSE THIS DECK".
003660     ADD 1 TO WS-BACKED-COUNT.
003670     IF PM-BACKOUT-PATH = SPACES
003680         DISPLAY PM-DECK-NAME " BACKED OUT - REMOVED FROM "
003690             "PRODUCTION"
003700     ELSE
003710         DISPLAY PM-DECK-NAME " BACKED OUT - RESTORED FROM "
003720             FUNCTION TRIM(PM-BACKOUT-PATH)
003730     END-IF.
003740 PMB-RECORD-REFUSAL.
003750     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003760     ACCEPT WS-NOW-TIME FROM TIME.
003770     SET PM-ACTION-BACKOUT-REFUSED TO TRUE.
003780     MOVE WS-NOW-DATETIME     TO PM-ACTION-DATETIME.
003790     MOVE WS-REASON           TO PM-REASON.
003800     PERFORM PMB-WRITE-MANIFEST.
003810     DISPLAY PM-DECK-NAME " NOT BACKED OUT - " WS-REASON.
003820     IF WS-FAILED = "Y"
003830         ADD 1 TO WS-FAILED-COUNT
003840         IF WS-RC < 8
003843             MOVE 8 TO WS-RC
003846         END-IF
003850     ELSE
003860         ADD 1 TO WS-REFUSED-COUNT
003870         IF WS-RC < 4
003880             MOVE 4 TO WS-RC
003890         END-IF
003900     END-IF.
003910 PMB-WRITE-MANIFEST.
003920     WRITE RENPROM-REC.
003930     IF WS-MAN-STATUS NOT = "00"
003940         DISPLAY "RENPROMB: " PM-DECK-NAME
003950             " MANIFEST WRITE FAILED, STATUS " WS-MAN-STATUS
003960         MOVE 12 TO WS-RC.
