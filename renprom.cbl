000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENPROM.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    LIBRARY PROMOTION.  COPIES FINISHED DECKS FROM A
000050*            STAGING LIBRARY TO THE PRODUCTION LIBRARY AS A
000060*            RECORDED EVENT INSTEAD OF BY HAND.  EACH DECK ON THE
000070*            CONTROL FILE IS PROMOTED ONLY WHEN:
000080*              - NO RUN HOLDS ITS DECK LOCK (RENLOCK) - THE LOCK
000090*                IS TAKEN FOR THE COPY SO NOTHING STARTS ON THE
000100*                DECK MEANWHILE;
000110*              - NO JOB FOR IT IS STILL OPEN ON RENQUEUE (QUEUED,
000120*                AWAITING APPROVAL, CLAIMED OR RUNNING);
000130*              - THE STAGING COPY MATCHES THE NEWEST GENERATION
000140*                RENGEN HOLDS FOR IT (RENDRFC), SO WHAT GOES TO
000150*                PRODUCTION IS EXACTLY WHAT THE SUBSYSTEM LAST
000160*                WROTE;
000170*              - THE PRODUCTION COPY, IF THERE IS ONE, MATCHES
000180*                SOME GENERATION OF THE DECK IN THE CATALOG, I.E.
000190*                NOBODY CHANGED IT IN PRODUCTION SINCE IT WAS
000200*                PROMOTED (THE OPTIONS RECORD CAN WAIVE THIS FOR
000210*                A COPY THAT PREDATES THE CATALOG).
000220*            THE DISPLACED PRODUCTION COPY IS KEPT BESIDE IT AS
000230*            "<MEMBER>.pYYYYMMDDHHMMSS" FOR BACKOUT, THE NEW COPY
000240*            IS PROVED AGAINST THE STAGING HASH TOTAL, AND THE
000250*            PROMOTION IS WRITTEN TO RENHIST AS RUN TYPE "P".
000260*            EVERY DECK, PROMOTED OR NOT, GETS A RECORD ON THE
000270*            MANIFEST "renprom.man" (SEE RENPROMF) UNDER THIS
000280*            RUN'S PROMOTION ID; RENPROMB READS IT TO WITHDRAW
000290*            THE PROMOTION.  A DECK ALREADY IDENTICAL IN
000300*            PRODUCTION IS REPORTED AND LEFT ALONE; ITS MANIFEST
000303*            RECORD IS AN "X" WITH THAT REASON, BUT IT IS NOT
000306*            COUNTED AS REFUSED.
000310*            CONTROL FILE "renprom" HOLDS:
000320*              REC 1  - STAGING LIBRARY DIRECTORY    (COLS 1-80)
000330*              REC 2  - PRODUCTION LIBRARY DIRECTORY (COLS 1-80)
000340*              REC 3  - OPTIONS:
000350*                       COL  1    PROMOTE OVER A PRODUCTION COPY
000360*                                 NOT FOUND IN THE CATALOG (Y/N)
000370*              REC 4+ - ONE DECK NAME PER RECORD (COLS 1-8)
000380*            RETURN CODE 0 = EVERY DECK PROMOTED OR ALREADY IN
000390*            PRODUCTION, 4 = A DECK WAS REFUSED BY A CHECK, 8 = A
000400*            COPY FAILED (PRODUCTION IS PUT BACK AS IT WAS; IF
000403*            THE PUT-BACK ITSELF FAILS THE DISPLACED COPY IS
000406*            NAMED ON THE CONSOLE AND THE MANIFEST),
000410*            12 = MANIFEST CANNOT BE WRITTEN (THE RUN STOPS AT
000420*            THE FIRST DECK IT CANNOT RECORD), 16 = CONTROL FILE
000425*            MISSING OR SHORT.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.
000460     Linux.
000470 OBJECT-COMPUTER.
000480     Linux.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT   CONTROL-FILE ASSIGN TO
000520     "renprom"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-CF-STATUS.
000550     SELECT   MANIFEST-FILE ASSIGN TO
000560     "renprom.man"
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-MAN-STATUS.
000590     SELECT   FROM-FILE ASSIGN TO
000600     WS-FROM-NAME
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-FROM-STATUS.
000630     SELECT   TO-FILE ASSIGN TO
000640     WS-TO-NAME
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-TO-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-FILE.
000700 01  CF-REC PIC X(80).
000710 FD  MANIFEST-FILE
000720     BLOCK CONTAINS 1 RECORDS.
000730 COPY RENPROMF.
000740 FD  FROM-FILE
000750     RECORD IS VARYING IN SIZE FROM 72 TO 133
000760         DEPENDING ON WS-COPY-REC-LEN
000770     BLOCK CONTAINS 1 RECORDS.
000780 01  FROM-REC PICTURE X(133).
000790 FD  TO-FILE
000800     RECORD IS VARYING IN SIZE FROM 72 TO 133
000810         DEPENDING ON WS-COPY-REC-LEN
000820     BLOCK CONTAINS 1 RECORDS.
000830 01  TO-REC PICTURE X(133).
000840 WORKING-STORAGE SECTION.
000850 01  WS-CF-STATUS          PIC XX.
000860 01  WS-MAN-STATUS         PIC XX.
000870 01  WS-FROM-STATUS        PIC XX.
000880 01  WS-TO-STATUS          PIC XX.
000890 01  WS-FROM-NAME          PIC X(108).
000900 01  WS-TO-NAME            PIC X(108).
000910 01  WS-COPY-REC-LEN       PIC 9(3) VALUE 72.
000920 01  WS-COPY-AT-END        PIC X(1).
000930 01  WS-COPY-OK            PIC X(1).
000940 01  WS-STAGING-LIB        PIC X(80).
000950 01  WS-PROD-LIB           PIC X(80).
000960 01  WS-ACCEPT-UNKNOWN     PIC X(1).
000970 01  WS-DECK-NAME          PIC X(8).
000980 01  WS-STAGING-PATH       PIC X(108).
000990 01  WS-PROD-PATH          PIC X(108).
001000 01  WS-BACKOUT-PATH       PIC X(108).
001010 01  WS-OPERATOR           PIC X(8).
001020 01  WS-PROMOTION-ID.
001030     05  WS-PROMO-DATE     PIC 9(8).
001040     05  WS-PROMO-TIME     PIC 9(8).
001050 01  WS-NOW-DATETIME.
001060     05  WS-NOW-DATE       PIC 9(8).
001070     05  WS-NOW-TIME       PIC 9(8).
001080 01  WS-REASON             PIC X(60).
001090 01  WS-FAILED             PIC X(1).
001100 01  WS-LOCK-HELD          PIC X(1).
001110 01  WS-PROD-EXISTS        PIC X(1).
001115 01  WS-KEEP-BACKOUT        PIC X(1).
001120 01  WS-PROD-KNOWN         PIC X(1).
001130 01  WS-PROD-HASH          PIC X(12).
001140 01  WS-PROD-COUNT         PIC 9(6).
001150 01  WS-DECK-COUNT         PICTURE 9(6) VALUE 0.
001160 01  WS-PROMOTED-COUNT     PICTURE 9(6) VALUE 0.
001170 01  WS-SAME-COUNT         PICTURE 9(6) VALUE 0.
001180 01  WS-REFUSED-COUNT      PICTURE 9(6) VALUE 0.
001190 01  WS-FAILED-COUNT       PICTURE 9(6) VALUE 0.
001200 01  WS-RC                 PIC 9(4) VALUE 0.
001210*    DECKS WITH A JOB STILL OPEN ON THE QUEUE, TAKEN ONCE AT
001220*    THE START OF THE RUN.
001230 01  WS-OPEN-COUNT         PIC 9(4) VALUE 0.
001240 01  WS-OPEN-IDX           PIC 9(4).
001250 01  WS-OPEN-FOUND         PIC 9(4).
001255 01  WS-OPEN-FULL          PIC X(1) VALUE "N".
001260 01  WS-OPEN-TABLE.
001270     05  WS-OPEN-ENTRY OCCURS 2000 TIMES.
001280         10  WS-OPEN-DECK      PIC X(8).
001290         10  WS-OPEN-JOB-ID    PIC 9(6).
001300         10  WS-OPEN-STATUS    PIC X(1).
001310 COPY RENDRFL.
001320 COPY RENHASHL.
001330 COPY RENHISTL.
001340 COPY RENLOCKL.
001350 COPY RENGENL.
001360 COPY RENQUEUL.
001370 PROCEDURE DIVISION.
001380 PRM-START.
001390     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
001400     IF WS-OPERATOR = SPACES
001410         MOVE "BATCH" TO WS-OPERATOR.
001420     OPEN INPUT CONTROL-FILE.
001430     IF WS-CF-STATUS NOT = "00"
001440         DISPLAY "RENPROM: CONTROL FILE NOT FOUND, STATUS "
001450             WS-CF-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN.
001480     READ CONTROL-FILE AT END GO TO PRM-SHORT.
001490     MOVE CF-REC TO WS-STAGING-LIB.
001500     READ CONTROL-FILE AT END GO TO PRM-SHORT.
001510     MOVE CF-REC TO WS-PROD-LIB.
001520     READ CONTROL-FILE AT END GO TO PRM-SHORT.
001530     MOVE CF-REC(1:1) TO WS-ACCEPT-UNKNOWN.
001540     IF WS-ACCEPT-UNKNOWN NOT = "Y"
001550         MOVE "N" TO WS-ACCEPT-UNKNOWN.
001560     IF WS-STAGING-LIB = SPACES OR WS-PROD-LIB = SPACES
001570         GO TO PRM-SHORT.
001580     IF WS-STAGING-LIB = WS-PROD-LIB
001590         CLOSE CONTROL-FILE
001600         DISPLAY "RENPROM: STAGING AND PRODUCTION ARE THE SAME "
001610             "LIBRARY"
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN.
001640     ACCEPT WS-PROMO-DATE FROM DATE YYYYMMDD.
001650     ACCEPT WS-PROMO-TIME FROM TIME.
001660     PERFORM PRM-OPEN-MANIFEST.
001670     PERFORM PRM-LOAD-OPEN-JOBS.
001680     DISPLAY "RENPROM: PROMOTION " WS-PROMOTION-ID
001690         " BY " WS-OPERATOR.
001700     DISPLAY "RENPROM: STAGING=" FUNCTION TRIM(WS-STAGING-LIB)
001710         " PRODUCTION=" FUNCTION TRIM(WS-PROD-LIB)
001720         " ACCEPT UNCATALOGED PRODUCTION=" WS-ACCEPT-UNKNOWN.
001730 PRM-LOOP.
001732     IF WS-RC = 12
001734         DISPLAY "RENPROM: MANIFEST CANNOT BE WRITTEN - "
001736             "REMAINING DECKS NOT PROMOTED"
001738         GO TO PRM-STOPIT.
001740     READ CONTROL-FILE AT END GO TO PRM-STOPIT.
001750     IF CF-REC(1:8) = SPACES
001760         GO TO PRM-LOOP.
001770     MOVE CF-REC(1:8) TO WS-DECK-NAME.
001780     MOVE SPACES TO WS-STAGING-PATH.
001790     STRING FUNCTION TRIM(WS-STAGING-LIB) "/" WS-DECK-NAME
001800         DELIMITED BY SIZE INTO WS-STAGING-PATH.
001810     MOVE SPACES TO WS-PROD-PATH.
001820     STRING FUNCTION TRIM(WS-PROD-LIB) "/" WS-DECK-NAME
001830         DELIMITED BY SIZE INTO WS-PROD-PATH.
001840     PERFORM PRM-PROMOTE-DECK.
001850     GO TO PRM-LOOP.
001860 PRM-SHORT.
001870     CLOSE CONTROL-FILE.
001880     DISPLAY "RENPROM: CONTROL FILE NEEDS STAGING, PRODUCTION "
001890         "AND OPTIONS RECORDS".
001900     MOVE 16 TO RETURN-CODE.
001910     STOP RUN.
001920 PRM-STOPIT.
001930     CLOSE CONTROL-FILE.
001940     CLOSE MANIFEST-FILE.
001950     DISPLAY "RENPROM: DECKS=" WS-DECK-COUNT
001960         " PROMOTED=" WS-PROMOTED-COUNT
001970         " ALREADY IN PRODUCTION=" WS-SAME-COUNT
001980         " REFUSED=" WS-REFUSED-COUNT
001990         " FAILED=" WS-FAILED-COUNT.
002000     MOVE WS-RC TO RETURN-CODE.
002010     STOP RUN.
002020 PRM-OPEN-MANIFEST.
002030*    THE MANIFEST ACCUMULATES ACROSS RUNS - APPEND, CREATING
002040*    IT ON THE FIRST EVER PROMOTION.
002050     OPEN EXTEND MANIFEST-FILE.
002060     IF WS-MAN-STATUS = "35"
002070         OPEN OUTPUT MANIFEST-FILE.
002080     IF WS-MAN-STATUS NOT = "00"
002090         CLOSE CONTROL-FILE
002100         DISPLAY "RENPROM: CANNOT OPEN MANIFEST renprom.man, "
002110             "STATUS " WS-MAN-STATUS
002120         MOVE 12 TO RETURN-CODE
002130         STOP RUN.
002140 PRM-LOAD-OPEN-JOBS.
002150     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
002160     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002170     PERFORM UNTIL NOT QW-FOUND-YES
002180         IF QW-STATUS = "Q" OR QW-STATUS = "P"
002190                 OR QW-STATUS = "C" OR QW-STATUS = "R"
002200             IF WS-OPEN-COUNT < 2000
002210                 ADD 1 TO WS-OPEN-COUNT
002220                 MOVE QW-DECK-NAME TO WS-OPEN-DECK(WS-OPEN-COUNT)
002230                 MOVE QW-JOB-ID TO WS-OPEN-JOB-ID(WS-OPEN-COUNT)
002240                 MOVE QW-STATUS TO WS-OPEN-STATUS(WS-OPEN-COUNT)
002241             ELSE
002242                 IF WS-OPEN-FULL = "N"
002243                     DISPLAY "RENPROM: MORE THAN 2000 OPEN QUEUE "
002244                         "JOBS, DECKS NOT AMONG THEM ARE REFUSED"
002245                     MOVE "Y" TO WS-OPEN-FULL
002246                     IF WS-RC < 4
002247                         MOVE 4 TO WS-RC
002248                     END-IF
002249                 END-IF
002250             END-IF
002260         END-IF
002270         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
002280         CALL "RENQUEUW" USING RENQUEUW-PARMS
002290     END-PERFORM.
002300 PRM-PROMOTE-DECK.
002310     ADD 1 TO WS-DECK-COUNT.
002320     INITIALIZE RENPROM-REC.
002330     MOVE WS-PROMOTION-ID  TO PM-PROMOTION-ID.
002340     MOVE WS-DECK-NAME     TO PM-DECK-NAME.
002350     MOVE WS-OPERATOR      TO PM-OPERATOR.
002360     MOVE WS-STAGING-PATH  TO PM-STAGING-PATH.
002370     MOVE WS-PROD-PATH     TO PM-PROD-PATH.
002380     MOVE SPACES           TO PM-HASH-TOTAL.
002390     MOVE SPACES           TO PM-OLD-HASH-TOTAL.
002400     MOVE SPACES TO WS-REASON.
002410     MOVE SPACES TO WS-BACKOUT-PATH.
002420     MOVE "N" TO WS-FAILED.
002430     MOVE "N" TO WS-LOCK-HELD.
002440     MOVE "N" TO WS-PROD-EXISTS.
002445     MOVE "N" TO WS-KEEP-BACKOUT.
002450     PERFORM PRM-CHECK-DECK THRU PRM-CHECK-EXIT.
002460     IF WS-REASON = SPACES
002470         PERFORM PRM-COPY-DECK THRU PRM-COPY-EXIT.
002480     IF WS-LOCK-HELD = "Y"
002490         MOVE WS-DECK-NAME TO LW-DECK-NAME
002500         SET LW-FUNCTION-RELEASE TO TRUE
002510         CALL "RENLOCKW" USING RENLOCKW-PARMS.
002520     IF WS-REASON = "ALREADY IN PRODUCTION"
002530         ADD 1 TO WS-SAME-COUNT
002540         DISPLAY WS-DECK-NAME " ALREADY IN PRODUCTION - "
002550             "NOT COPIED"
002555         PERFORM PRM-FILE-REFUSAL
002560     ELSE
002570         IF WS-REASON = SPACES
002580             PERFORM PRM-RECORD-PROMOTION
002590         ELSE
002600             PERFORM PRM-RECORD-REFUSAL
002610         END-IF
002620     END-IF.
002630 PRM-CHECK-DECK.
002640     MOVE WS-DECK-NAME TO LW-DECK-NAME.
002650     MOVE WS-OPERATOR  TO LW-OPERATOR.
002660     SET LW-FUNCTION-ACQUIRE TO TRUE.
002670     CALL "RENLOCKW" USING RENLOCKW-PARMS.
002680     IF LW-RETURN-CODE = 4
002690         STRING "DECK LOCKED BY " LW-OPERATOR " SINCE "
002700             LW-LOCK-DATETIME(1:12)
002710             DELIMITED BY SIZE INTO WS-REASON
002720         GO TO PRM-CHECK-EXIT.
002730     IF LW-RETURN-CODE NOT = 0
002740         STRING "DECK LOCK NOT TAKEN, RC=" LW-RETURN-CODE
002750             DELIMITED BY SIZE INTO WS-REASON
002760         MOVE "Y" TO WS-FAILED
002770         GO TO PRM-CHECK-EXIT.
002780     MOVE "Y" TO WS-LOCK-HELD.
002790     MOVE 0 TO WS-OPEN-FOUND.
002800     PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
002810             UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
002820                 OR WS-OPEN-FOUND NOT = 0
002830         IF WS-OPEN-DECK(WS-OPEN-IDX) = WS-DECK-NAME
002840             MOVE WS-OPEN-IDX TO WS-OPEN-FOUND
002850         END-IF
002860     END-PERFORM.
002870     IF WS-OPEN-FOUND NOT = 0
002880         STRING "QUEUE JOB " WS-OPEN-JOB-ID(WS-OPEN-FOUND)
002890             " STILL OPEN, STATUS " WS-OPEN-STATUS(WS-OPEN-FOUND)
002900             DELIMITED BY SIZE INTO WS-REASON
002910         GO TO PRM-CHECK-EXIT.
002911*    PAST 2000 OPEN JOBS THE TABLE IS NOT THE WHOLE QUEUE, SO A
002912*    DECK NOT IN IT MAY STILL HAVE A JOB WAITING OR RUNNING.
002913     IF WS-OPEN-FULL = "Y"
002914         MOVE "OPEN-JOB TABLE FULL - QUEUE NOT FULLY CHECKED"
002915             TO WS-REASON
002916         GO TO PRM-CHECK-EXIT.
002920     MOVE WS-DECK-NAME    TO DC-DECK-NAME.
002930     MOVE WS-STAGING-PATH TO DC-LIVE-PATH.
002940     CALL "RENDRFC" USING RENDRFC-PARMS.
002950     MOVE DC-GENERATION TO PM-GENERATION.
002960     EVALUATE TRUE
002970         WHEN DC-STATE-SAME
002980             CONTINUE
002990         WHEN DC-STATE-CHANGED
003000             STRING "STAGING COPY DIFFERS FROM GENERATION "
003010                 DC-GENERATION
003020                 DELIMITED BY SIZE INTO WS-REASON
003030         WHEN DC-STATE-GONE
003040             MOVE "STAGING COPY MISSING" TO WS-REASON
003050         WHEN DC-STATE-NEVER
003060             MOVE "DECK NEVER CATALOGED" TO WS-REASON
003070         WHEN OTHER
003080             STRING "GENERATION " DC-GENERATION
003090                 " HAS NO HASH TOTAL TO PROVE THE STAGING COPY"
003100                 DELIMITED BY SIZE INTO WS-REASON
003110     END-EVALUATE.
003120     IF WS-REASON NOT = SPACES
003130         GO TO PRM-CHECK-EXIT.
003140     MOVE DC-LIVE-COUNT TO PM-RECORD-COUNT.
003150     MOVE DC-LIVE-HASH  TO PM-HASH-TOTAL.
003160     MOVE WS-PROD-PATH TO HS-PATH.
003170     CALL "RENHASH" USING RENHASH-PARMS.
003180*    NO PRODUCTION COPY YET - A FIRST PROMOTION HAS NOTHING TO
003190*    DISPLACE.
003200     IF HS-RETURN-CODE NOT = 0
003210         GO TO PRM-CHECK-EXIT.
003220     MOVE "Y" TO WS-PROD-EXISTS.
003230     MOVE HS-HASH         TO WS-PROD-HASH.
003240     MOVE HS-RECORD-COUNT TO WS-PROD-COUNT.
003250     MOVE WS-PROD-HASH    TO PM-OLD-HASH-TOTAL.
003260     MOVE WS-PROD-COUNT   TO PM-OLD-RECORD-COUNT.
003270     IF WS-PROD-HASH = PM-HASH-TOTAL
003280             AND WS-PROD-COUNT = PM-RECORD-COUNT
003290         MOVE "ALREADY IN PRODUCTION" TO WS-REASON
003300         GO TO PRM-CHECK-EXIT.
003310     IF WS-ACCEPT-UNKNOWN = "N"
003320         PERFORM PRM-PROD-KNOWN
003330         IF WS-PROD-KNOWN = "N"
003340             MOVE "PRODUCTION COPY CHANGED OUTSIDE THE CATALOG"
003350                 TO WS-REASON
003360         END-IF
003370     END-IF.
003380 PRM-CHECK-EXIT.
003390     EXIT.
003400 PRM-PROD-KNOWN.
003410*    A PRODUCTION COPY THAT ONLY EVER ARRIVED BY PROMOTION IS
003420*    SOME EARLIER GENERATION OF THE DECK; ANYTHING ELSE WAS
003430*    CHANGED IN PRODUCTION BEHIND THE SUBSYSTEM'S BACK.  THE
003440*    BROWSE IS READ TO THE END SO RENGENW CLOSES THE CATALOG.
003450     MOVE "N" TO WS-PROD-KNOWN.
003460     SET GN-FUNCTION-BROWSE-FIRST TO TRUE.
003470     CALL "RENGENW" USING RENGENW-PARMS.
003480     PERFORM UNTIL NOT GN-FOUND-YES
003490         IF GN-DECK-NAME = WS-DECK-NAME
003500                 AND GN-HASH-TOTAL = WS-PROD-HASH
003510                 AND GN-RECORD-COUNT = WS-PROD-COUNT
003520             MOVE "Y" TO WS-PROD-KNOWN
003530         END-IF
003540         SET GN-FUNCTION-BROWSE-NEXT TO TRUE
003550         CALL "RENGENW" USING RENGENW-PARMS
003560     END-PERFORM.
003570 PRM-COPY-DECK.
003580     IF WS-PROD-EXISTS = "Y"
003590         STRING FUNCTION TRIM(WS-PROD-PATH) ".p"
003600             WS-PROMOTION-ID(1:14)
003610             DELIMITED BY SIZE INTO WS-BACKOUT-PATH
003620         MOVE WS-PROD-PATH    TO WS-FROM-NAME
003630         MOVE WS-BACKOUT-PATH TO WS-TO-NAME
003640         PERFORM PRM-COPY-FILE THRU PRM-COPY-FILE-EXIT
003650         IF WS-COPY-OK = "N"
003660             MOVE "BACKOUT COPY OF PRODUCTION NOT WRITTEN"
003670                 TO WS-REASON
003680             MOVE "Y" TO WS-FAILED
003690             GO TO PRM-COPY-EXIT
003692         END-IF
003694*        THE BACKOUT COPY IS THE ONLY WAY BACK ONCE PRODUCTION IS
003696*        OVERWRITTEN - PROVE IT AGAINST THE OLD COPY'S HASH FIRST.
003698         MOVE WS-BACKOUT-PATH TO HS-PATH
003700         CALL "RENHASH" USING RENHASH-PARMS
003702         IF HS-RETURN-CODE NOT = 0
003704                 OR HS-HASH NOT = PM-OLD-HASH-TOTAL
003706                 OR HS-RECORD-COUNT NOT = PM-OLD-RECORD-COUNT
003708             MOVE "BACKOUT COPY DID NOT VERIFY" TO WS-REASON
003710             MOVE "Y" TO WS-FAILED
003712             GO TO PRM-COPY-EXIT
003714         END-IF
003716         MOVE WS-BACKOUT-PATH TO PM-BACKOUT-PATH
003720     END-IF.
003730     MOVE WS-STAGING-PATH TO WS-FROM-NAME.
003740     MOVE WS-PROD-PATH    TO WS-TO-NAME.
003750     PERFORM PRM-COPY-FILE THRU PRM-COPY-FILE-EXIT.
003760*    PROVE THE NEW PRODUCTION COPY IS THE ONE THE CHECKS PASSED.
003770     MOVE WS-PROD-PATH TO HS-PATH.
003780     CALL "RENHASH" USING RENHASH-PARMS.
003790     MOVE HS-HASH TO WS-PROD-HASH.
003800     IF WS-COPY-OK = "Y" AND HS-RETURN-CODE = 0
003810             AND WS-PROD-HASH = PM-HASH-TOTAL
003820             AND HS-RECORD-COUNT = PM-RECORD-COUNT
003830         GO TO PRM-COPY-EXIT.
003840     MOVE "Y" TO WS-FAILED.
003843*    THE PUT-BACK IS PROVED AGAINST THE HASH TAKEN OF THE OLD
003846*    COPY BEFORE IT WAS DISPLACED.  IF IT DID NOT TAKE, THE
003849*    DISPLACED COPY IS THE ONLY GOOD ONE - ITS PATH STAYS ON THE
003852*    MANIFEST RECORD.
003855     IF WS-PROD-EXISTS = "Y"
003858         MOVE WS-BACKOUT-PATH TO WS-FROM-NAME
003861         MOVE WS-PROD-PATH    TO WS-TO-NAME
003864         PERFORM PRM-COPY-FILE THRU PRM-COPY-FILE-EXIT
003867         MOVE WS-PROD-PATH TO HS-PATH
003870         CALL "RENHASH" USING RENHASH-PARMS
003873         IF WS-COPY-OK = "Y" AND HS-RETURN-CODE = 0
003876                 AND HS-HASH = PM-OLD-HASH-TOTAL
003879                 AND HS-RECORD-COUNT = PM-OLD-RECORD-COUNT
003882             MOVE "NEW COPY DID NOT VERIFY - OLD COPY PUT BACK"
003885                 TO WS-REASON
003888         ELSE
003891             STRING "OLD COPY NOT RESTORED - KEPT AS "
003894                 FUNCTION TRIM(WS-BACKOUT-PATH)
003897                 DELIMITED BY SIZE INTO WS-REASON
003900             MOVE "Y" TO WS-KEEP-BACKOUT
003903         END-IF
003906     ELSE
003909         MOVE WS-PROD-PATH TO WS-TO-NAME
003912         DELETE FILE TO-FILE
003915         IF WS-TO-STATUS NOT = "00"
003918             STRING "NEW COPY NOT REMOVED, STATUS " WS-TO-STATUS
003921                 DELIMITED BY SIZE INTO WS-REASON
003924         ELSE
003927             MOVE "NEW COPY DID NOT VERIFY - REMOVED" TO WS-REASON
003930         END-IF
003933     END-IF.
003960 PRM-COPY-EXIT.
003970     EXIT.
003980 PRM-COPY-FILE.
003990     MOVE "N" TO WS-COPY-OK.
004000     OPEN INPUT FROM-FILE.
004010     IF WS-FROM-STATUS NOT = "00"
004020         GO TO PRM-COPY-FILE-EXIT.
004030     OPEN OUTPUT TO-FILE.
004040     IF WS-TO-STATUS NOT = "00"
004050         CLOSE FROM-FILE
004060         GO TO PRM-COPY-FILE-EXIT.
004070     MOVE "N" TO WS-COPY-AT-END.
004076*    A WRITE THAT FAILS ENDS THE COPY WITH WS-COPY-OK STILL "N".
004082     PERFORM UNTIL WS-COPY-AT-END NOT = "N"
004088         READ FROM-FILE
004094             AT END MOVE "Y" TO WS-COPY-AT-END
004100             NOT AT END
004106                 WRITE TO-REC FROM FROM-REC
004112                 IF WS-TO-STATUS NOT = "00"
004118                     MOVE "W" TO WS-COPY-AT-END
004124                 END-IF
004130         END-READ
004136     END-PERFORM.
004142     CLOSE FROM-FILE TO-FILE.
004148     IF WS-COPY-AT-END = "Y"
004154         MOVE "Y" TO WS-COPY-OK.
004160 PRM-COPY-FILE-EXIT.
004170     EXIT.
004180 PRM-RECORD-PROMOTION.
004190     MOVE WS-DECK-NAME        TO RW-DECK-NAME.
004200     MOVE 0                   TO RW-START-LINE-CNT.
004210     MOVE 0                   TO RW-INCREMENT.
004220     MOVE PM-RECORD-COUNT     TO RW-RECORD-COUNT.
004230     MOVE WS-OPERATOR         TO RW-OPERATOR.
004240     MOVE SPACES              TO RW-APPROVER.
004250     MOVE SPACES              TO RW-APPROVE-DATETIME.
004260     SET RW-TYPE-PROMOTE      TO TRUE.
004270     CALL "RENHISTW" USING RENHISTW-PARMS.
004280     SET PM-ACTION-PROMOTED   TO TRUE.
004290     MOVE RW-RUN-DATETIME     TO PM-ACTION-DATETIME.
004300     PERFORM PRM-WRITE-MANIFEST.
004302     IF WS-MAN-STATUS NOT = "00"
004304         DISPLAY "         NOT ON THE MANIFEST - RENPROMB CANNOT "
004306             "BACK IT OUT".
004310     ADD 1 TO WS-PROMOTED-COUNT.
004320     DISPLAY WS-DECK-NAME " PROMOTED GENERATION " PM-GENERATION
004330         " RECORDS=" PM-RECORD-COUNT.
004340     IF PM-BACKOUT-PATH NOT = SPACES
004350         DISPLAY "         DISPLACED COPY KEPT AS "
004360             FUNCTION TRIM(PM-BACKOUT-PATH).
004370 PRM-RECORD-REFUSAL.
004440     PERFORM PRM-FILE-REFUSAL.
004450     DISPLAY WS-DECK-NAME " NOT PROMOTED - " WS-REASON.
004452     IF WS-KEEP-BACKOUT = "Y"
004454         DISPLAY "         DISPLACED COPY KEPT AS "
004456             FUNCTION TRIM(PM-BACKOUT-PATH).
004460     IF WS-FAILED = "Y"
004470         ADD 1 TO WS-FAILED-COUNT
004480         IF WS-RC < 8
004483             MOVE 8 TO WS-RC
004486         END-IF
004490     ELSE
004500         ADD 1 TO WS-REFUSED-COUNT
004510         IF WS-RC < 4
004520             MOVE 4 TO WS-RC
004530         END-IF
004540     END-IF.
004550 PRM-FILE-REFUSAL.
004560     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
004570     ACCEPT WS-NOW-TIME FROM TIME.
004580     SET PM-ACTION-REFUSED    TO TRUE.
004590     MOVE WS-NOW-DATETIME     TO PM-ACTION-DATETIME.
004600     IF WS-KEEP-BACKOUT NOT = "Y"
004605         MOVE SPACES          TO PM-BACKOUT-PATH.
004610     MOVE WS-REASON           TO PM-REASON.
004620     PERFORM PRM-WRITE-MANIFEST.
004630 PRM-WRITE-MANIFEST.
004640*    RENPROMB BACKS OUT FROM THE MANIFEST ALONE, SO A RECORD
004650*    THAT DID NOT GO DOWN ENDS THE RUN (SEE PRM-LOOP).
004660     WRITE RENPROM-REC.
004670     IF WS-MAN-STATUS NOT = "00"
004680         DISPLAY "RENPROM: " WS-DECK-NAME
004690             " MANIFEST WRITE FAILED, STATUS " WS-MAN-STATUS
004700         MOVE 12 TO WS-RC.
