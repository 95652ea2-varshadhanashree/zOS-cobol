000162*            OR WHOLLY BACKED OUT.  EACH PACKAGE GETS ONE
000163*            PACKAGE-LEVEL RENHIST ENTRY UNDER THE PACKAGE
000164*            NAME - TYPE "R" APPLIED, TYPE "U" BACKED OUT.
000165*            A JOB WHOSE DECK IS INSIDE A CHANGE-FREEZE WINDOW
000166*            (RENFRZC) IS LEFT QUEUED, NOT RUN AND NOT FAILED;
000167*            A PACKAGE WITH ANY FROZEN MEMBER IS HELD WHOLE.
000168*            A JOB AWAITING APPROVAL (RENAPRC) NEVER RUNS, AND
000169*            ONE UNAPPROVED MEMBER HOLDS ITS PACKAGE WHOLE.
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER.
000240 01  WS-NOW-DATETIME.
000250     05  WS-NOW-DATE       PIC 9(8).
000260     05  WS-NOW-TIME       PIC 9(8).
000261 01  WS-STREAM-ID          PIC X(8).
000262 01  WS-STREAM-LIBRARY     PIC X(80).
000263 01  WS-STREAM-LIB-LEN     PIC 9(3) VALUE 0.
000264 01  WS-STREAM-BAND.
000265     05  WS-BAND-LOW       PIC 9(1).
000266     05  WS-BAND-HIGH      PIC 9(1).
000267 01  WS-RELEASE-STREAM     PIC X(8).
000268 01  WS-STREAM-START       PIC X(16).
000270 01  WS-PICK-COUNT         PIC 9(4) VALUE 0.
000280 01  WS-PICK-IDX           PIC 9(4).
000290 01  WS-PICK-BEST          PIC 9(4).
000296 01  WS-PICK-OVERFLOW      PIC X(1) VALUE "N".
000297 01  WS-ROUND-PRIORITY     PIC 9(2).
000298 01  WS-ROUND-AFTER-ID     PIC 9(6).
000299 01  WS-JOB-PRIORITY       PIC 9(1).
000300 01  WS-PICK-TABLE.
000310     05  WS-PICK-ENTRY OCCURS 500 TIMES.
000320         10  WS-PICK-JOB-ID    PIC 9(6).
000342         10  WS-PICK-DECK      PIC X(8).
000345         10  WS-PICK-PACKAGE   PIC X(8).
000350 01  WS-RUN-COUNT          PIC 9(4) VALUE 0.
000351 01  WS-FAILED-COUNT       PIC 9(4) VALUE 0.
000352 01  WS-TAKEN-COUNT        PIC 9(4) VALUE 0.
000353 01  WS-PKG-RUN-COUNT      PIC 9(4) VALUE 0.
000354 01  WS-ROUND-COUNT        PIC 9(4) VALUE 0.
000355 01  WS-RELEASED-COUNT     PIC 9(4) VALUE 0.
000356 01  WS-STARTED-COUNT      PIC 9(4) VALUE 0.
000357 01  WS-IN-SCOPE           PIC X(1).
000360 01  WS-HELD-COUNT         PIC 9(4) VALUE 0.
000361 01  WS-PKG-SEEN-COUNT     PIC 9(3) VALUE 0.
000362 01  WS-PKG-SEEN-TABLE.
000363     05  WS-PKG-SEEN-NAME  PIC X(8) OCCURS 200 TIMES.
000364 01  WS-PKG-SEEN-IDX       PIC 9(3).
000365 01  WS-PKG-SEEN           PIC X(1).
000370 01  WS-WORST-RC           PIC 9(4) VALUE 0.
000371 01  WS-FROZEN-COUNT       PIC 9(4) VALUE 0.
000372 01  WS-PKG-NAME           PIC X(8).
000373 01  WS-PKG-FAILED         PIC X(1).
000374 01  WS-PKG-FAIL-DECK      PIC X(8).
000382         10  WS-PKG-DONE-DECK  PIC X(8).
000383         10  WS-PKG-DONE-OUT   PIC X(100).
000384         10  WS-PKG-DONE-XMAP  PIC X(100).
000385         10  WS-PKG-DONE-BLD-XMAP PIC X(1).
000386 COPY RENENGLS.
000387 COPY RENFRZL.
000388 01  WS-PKG-FROZEN         PIC X(1).
000389 01  WS-PKG-FROZEN-DECK    PIC X(8).
000390 COPY RENAPRL.
000391 COPY RENQUEUL.
000400 COPY RENRPTLS.
000410 COPY REXREFLS.
000411 COPY RENTRAYL.
000412 COPY RENUNDLS.
000414 COPY RENHISTL.
000415 01  WS-UNAPPROVED-COUNT   PIC 9(4) VALUE 0.
000416 01  WS-PKG-UNAPPROVED     PIC X(1).
000417 01  WS-PKG-APPROVER       PIC X(8).
000418 01  WS-PKG-APPROVE-DT     PIC X(16).
000419 01  WS-PKG-APR-DECK        PIC X(8).
000420 01  WS-XRF-OUT-PATH       PIC X(104).
000422 01  WS-RBK-IN-PATH        PIC X(104).
000423 01  WS-PKG-MEM-COUNT      PIC 9(4) VALUE 0.
000424 01  WS-PKG-MEM-TABLE.
000425     05  WS-PKG-MEM-ENTRY OCCURS 100 TIMES.
000426         10  WS-PKG-MEM-JOB    PIC 9(6).
000427         10  WS-PKG-MEM-DECK   PIC X(8).
000428 01  WS-PKG-CLAIMED        PIC X(1).
000429 01  WS-PKG-FAIL-IDX       PIC 9(4).
000430 PROCEDURE DIVISION.
000440 DRN-START.
000450     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000460     ACCEPT WS-NOW-TIME FROM TIME.
000462     PERFORM DRN-STREAM-SETUP.
000464     IF WS-RELEASE-STREAM NOT = SPACES
000466         PERFORM DRN-RELEASE-STREAM.
000470     PERFORM DRN-RUN-BAND.
000490     DISPLAY "RENQDRN: JOBS RUN=" WS-RUN-COUNT
000500         " HELD FOR LATER=" WS-HELD-COUNT
000505         " HELD BY FREEZE=" WS-FROZEN-COUNT
000506         " AWAITING APPROVAL=" WS-UNAPPROVED-COUNT.
000508     PERFORM DRN-STREAM-SUMMARY.
000510     MOVE WS-WORST-RC TO RETURN-CODE.
000520     STOP RUN.
000530 DRN-COLLECT.
000570     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
000580     CALL "RENQUEUW" USING RENQUEUW-PARMS.
000590     PERFORM UNTIL NOT QW-FOUND-YES
000595         PERFORM DRN-CHECK-SCOPE
000600         IF QW-STATUS = "Q" AND WS-IN-SCOPE = "Y"
000610             IF QW-EARLIEST-DATETIME = SPACES
000620                     OR QW-EARLIEST-DATETIME <= WS-NOW-DATETIME
000630                 PERFORM DRN-ROUND-PICK
000640             ELSE
000650                 IF WS-ROUND-COUNT = 1
000653                     ADD 1 TO WS-HELD-COUNT
000656                 END-IF
000660             END-IF
000670         END-IF
000672         IF QW-STATUS = "P" AND WS-IN-SCOPE = "Y"
000673                 AND WS-ROUND-COUNT = 1
000674             ADD 1 TO WS-UNAPPROVED-COUNT
000676         END-IF
000680         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
000690         CALL "RENQUEUW" USING RENQUEUW-PARMS
000700     END-PERFORM.
000710 DRN-POST-PICK.
000720     IF WS-PICK-COUNT = 500
000730*        TABLE FULL - THE REST OF THIS PRIORITY GOES TO THE
000740*        NEXT ROUND, WHICH PICKS UP AFTER THE LAST JOB HELD.
000745         MOVE "Y" TO WS-PICK-OVERFLOW
000750     ELSE
000760         ADD 1 TO WS-PICK-COUNT
001040         END-PERFORM
001050         IF WS-PICK-BEST NOT = 0
001052*            A PACKAGE RUNS AS A UNIT THE MOMENT ITS FIRST
001053*            MEMBER REACHES THE FRONT.  DRN-TAKE-PACKAGE
001054*            MARKS THE PACKAGE'S PICKS DONE AND GATHERS ITS
001055*            MEMBERS FROM THE QUEUE ITSELF, SINCE SOME MAY
001056*            FALL IN A LATER ROUND OR OUTSIDE THIS STREAM.
001059             IF WS-PICK-PACKAGE(WS-PICK-BEST) NOT = SPACES
001060                 PERFORM DRN-TAKE-PACKAGE
001065             ELSE
001066                 MOVE "Y" TO WS-PICK-DONE(WS-PICK-BEST)
001070                 PERFORM DRN-RUN-ONE-JOB
001090     END-PERFORM.
001100 DRN-RUN-ONE-JOB.
001110     MOVE WS-PICK-JOB-ID(WS-PICK-BEST) TO QW-JOB-ID.
001115     MOVE WS-STREAM-ID TO QW-STREAM-ID.
001120     SET QW-FUNCTION-CLAIM TO TRUE.
001130     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001140     IF QW-RETURN-CODE NOT = 0
001150         PERFORM DRN-NOT-CLAIMED
001170     ELSE
001172         PERFORM DRN-CHECK-FREEZE
001174         IF FC-FROZEN-YES
001176             PERFORM DRN-HOLD-FROZEN
001178         ELSE
001180             PERFORM DRN-GATE-APPROVAL
001185         END-IF
001190     END-IF.
001200 DRN-DRIVE-ENGINE.
001210*    SAME SEQUENCE AS RENUMON'S MON-RUN-ONE-JOB: MARK THE
001370     MOVE QW-XMAP-PATH     TO RE-XMAP-PATH.
001380     MOVE QW-RESTART       TO RE-RESTART.
001385     MOVE QW-PREVIEW       TO RE-PREVIEW.
001387     MOVE QW-STAMP-OPTS    TO RE-STAMP-OPTS.
001390     MOVE QW-OPERATOR      TO RE-OPERATOR.
001393     MOVE QW-APPROVER      TO RE-APPROVER.
001396     MOVE QW-APPROVE-DATETIME TO RE-APPROVE-DATETIME.
001400     CALL "RENUMENG" USING RENENG-PARMS.
001410     ADD 1 TO WS-RUN-COUNT.
001420     IF RE-RETURN-CODE > WS-WORST-RC
001465         MOVE "D" TO QW-STATUS
001470     ELSE
001480         MOVE "F" TO QW-STATUS
001485         ADD 1 TO WS-FAILED-COUNT
001490     END-IF.
001500     MOVE RE-RETURN-CODE     TO QW-RETURN-CODE.
001510     MOVE RE-MESSAGE         TO QW-MESSAGE.
001630         END-IF
001640         IF RE-BUILD-XMAP-YES
001650             PERFORM DRN-RUN-XRF
001652             IF QW-PACKAGE = SPACES
001654                 PERFORM DRN-RETARGET-TRAY
001656             END-IF
001660         END-IF
001670     END-IF.
001680     SET QW-FUNCTION-UPDATE TO TRUE.
001810         MOVE XR-MESSAGE TO QW-MESSAGE
001820     END-IF.
001830 DRN-RUN-PACKAGE.
001840*    RUN EVERY CLAIMED MEMBER OF THE PACKAGE CONSECUTIVELY.
001850*    THE MEMBER TABLE IS IN BROWSE (JOB ID) ORDER, WHICH IS
001860*    SUBMIT ORDER, SO MEMBERS RUN THE WAY CHANGE CONTROL
001870*    LISTED THEM.  THE FIRST FAILURE STOPS THE RUNNING:
001880*    LATER MEMBERS ARE MARKED OFF UNTOUCHED AND THE
001920     MOVE 0 TO WS-PKG-DONE-COUNT.
001930     MOVE SPACES TO WS-PKG-FAIL-DECK.
001940     MOVE SPACES TO WS-PKG-OPERATOR.
001943     MOVE SPACES TO WS-PKG-APPROVER.
001946     MOVE SPACES TO WS-PKG-APPROVE-DT.
001950     DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME " STARTING".
001955     ADD 1 TO WS-PKG-RUN-COUNT.
001960     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
001970             UNTIL WS-PKG-IDX > WS-PKG-MEM-COUNT
002010         IF WS-PKG-FAILED = "N"
002020             PERFORM DRN-RUN-PKG-MEMBER
002025                 THRU DRN-RUN-PKG-EXIT
002030         ELSE
002040             PERFORM DRN-SKIP-PKG-MEMBER
002050         END-IF
002070     END-PERFORM.
002080     IF WS-PKG-FAILED = "Y"
002090         PERFORM DRN-ROLLBACK-PACKAGE
002160     ELSE
002170         DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
002180             " APPLIED, MEMBERS=" WS-PKG-DONE-COUNT
002181*        TRAY DECKS FOLLOW A PACKAGE ONLY ONCE ALL OF IT HAS
002182*        APPLIED - A ROLLBACK PUTS THE OLD NUMBERS BACK.
002183         PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
002184                 UNTIL WS-PKG-IDX > WS-PKG-DONE-COUNT
002185             PERFORM DRN-RETARGET-PKG-MEMBER
002186                 THRU DRN-RETARGET-PKG-EXIT
002188         END-PERFORM
002190     END-IF.
002200     PERFORM DRN-PACKAGE-HISTORY.
002210 DRN-RUN-PKG-MEMBER.
002220     MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID.
002230     SET QW-FUNCTION-READ TO TRUE.
002240     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002250*    A MEMBER SOMEONE DELETED OR RAN BY HAND BREAKS THE
002260*    ALL-OR-NOTHING PROMISE JUST AS SURELY AS A FAILED RUN.
002262*    THE DECK NAME COMES FROM THE MEMBER TABLE - ON A MISSING
002264*    JOB THE READ HANDS NOTHING BACK AND QW-DECK-NAME STILL
002266*    HOLDS WHATEVER THE LAST READ LEFT THERE.
002270     IF NOT QW-FOUND-YES OR QW-STATUS NOT = "C"
002275             OR QW-STREAM-ID NOT = WS-STREAM-ID
002280         MOVE "Y" TO WS-PKG-FAILED
002290         MOVE WS-PKG-MEM-DECK(WS-PKG-IDX) TO WS-PKG-FAIL-DECK
002300         DISPLAY "RENQDRN: PACKAGE JOB "
002305             WS-PKG-MEM-JOB(WS-PKG-IDX) " DECK "
002310             WS-PKG-MEM-DECK(WS-PKG-IDX)
002315             " NO LONGER CLAIMED - PACKAGE ABANDONED"
002320         GO TO DRN-RUN-PKG-EXIT.
002330     MOVE QW-OPERATOR TO WS-PKG-OPERATOR.
002333     MOVE QW-APPROVER TO WS-PKG-APPROVER.
002336     MOVE QW-APPROVE-DATETIME TO WS-PKG-APPROVE-DT.
002340     PERFORM DRN-DRIVE-ENGINE.
002350     IF RE-RETURN-CODE <= 4
002360         IF WS-PKG-DONE-COUNT = 100
002400                 "ABANDONED"
002410         ELSE
002420             ADD 1 TO WS-PKG-DONE-COUNT
002430             MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO
002440                 WS-PKG-DONE-JOB(WS-PKG-DONE-COUNT)
002450             MOVE RE-DECK-NAME TO
002460                 WS-PKG-DONE-DECK(WS-PKG-DONE-COUNT)
002480                 WS-PKG-DONE-OUT(WS-PKG-DONE-COUNT)
002490             MOVE RE-XMAP-PATH TO
002500                 WS-PKG-DONE-XMAP(WS-PKG-DONE-COUNT)
002503             MOVE RE-BUILD-XMAP TO
002506                 WS-PKG-DONE-BLD-XMAP(WS-PKG-DONE-COUNT)
002510         END-IF
002520     ELSE
002530         MOVE "Y" TO WS-PKG-FAILED
002560 DRN-RUN-PKG-EXIT.
002570     EXIT.
002580 DRN-SKIP-PKG-MEMBER.
002590     MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID.
002600     SET QW-FUNCTION-READ TO TRUE.
002610     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002620     IF QW-FOUND-YES AND QW-STATUS = "C"
002630         MOVE "F" TO QW-STATUS
002640         MOVE SPACES TO QW-MESSAGE
002650         STRING "PACKAGE " FUNCTION TRIM(WS-PKG-NAME)
003300     MOVE 0                TO RW-INCREMENT.
003310     MOVE WS-PKG-DONE-COUNT TO RW-RECORD-COUNT.
003320     MOVE WS-PKG-OPERATOR  TO RW-OPERATOR.
003323     MOVE WS-PKG-APPROVER  TO RW-APPROVER.
003326     MOVE WS-PKG-APPROVE-DT TO RW-APPROVE-DATETIME.
003330     IF WS-PKG-FAILED = "Y"
003340         SET RW-TYPE-REVERSAL TO TRUE
003350     ELSE
003360         SET RW-TYPE-RENUMBER TO TRUE
003370     END-IF.
003380     CALL "RENHISTW" USING RENHISTW-PARMS.
003580 DRN-CHECK-FREEZE.
003590*    JUDGED WHEN THE JOB REACHES THE FRONT, NOT WHEN IT WAS
003600*    COLLECTED - A LONG DRAIN CAN RUN INTO A WINDOW THAT
003610*    OPENS PART WAY THROUGH THE NIGHT.
003620     MOVE QW-DECK-NAME TO FC-DECK-NAME.
003630     MOVE QW-IN-PATH   TO FC-IN-PATH.
003640     MOVE SPACES       TO FC-AT-DATETIME.
003650     CALL "RENFRZC" USING RENFRZC-PARMS.
003660 DRN-HOLD-FROZEN.
003670*    THE JOB GOES BACK TO "Q" FOR THE FIRST DRAIN AFTER THE
003680*    THAW; ONLY ITS MESSAGE SAYS WHY IT IS STILL WAITING.
003690     ADD 1 TO WS-FROZEN-COUNT.
003700     MOVE SPACES TO QW-MESSAGE.
003710     STRING "HELD BY FREEZE UNTIL " FC-TO-DATETIME(1:8) " "
003720         FC-TO-DATETIME(9:2) ":" FC-TO-DATETIME(11:2)
003730         " - " FUNCTION TRIM(FC-REASON)
003740         DELIMITED BY SIZE INTO QW-MESSAGE.
003745     MOVE "Q" TO QW-STATUS.
003750     SET QW-FUNCTION-RELEASE TO TRUE.
003760     CALL "RENQUEUW" USING RENQUEUW-PARMS.
003770     DISPLAY "RENQDRN: JOB " QW-JOB-ID " DECK " QW-DECK-NAME
003780         " " QW-MESSAGE.
003790 DRN-GATE-PACKAGE.
003800*    EVERY MEMBER STILL WAITING IS CHECKED BEFORE THE FIRST
003810*    ONE RUNS.  ONE FROZEN MEMBER HOLDS THE WHOLE PACKAGE -
003820*    APPLYING THE THAWED MEMBERS TONIGHT AND THE REST AFTER
003830*    THE FREEZE IS THE PARTIAL CUTOVER A PACKAGE EXISTS TO
003840*    PREVENT.
003850     MOVE WS-PICK-PACKAGE(WS-PICK-BEST) TO WS-PKG-NAME.
003860     MOVE "N" TO WS-PKG-FROZEN.
003870     MOVE SPACES TO WS-PKG-FROZEN-DECK.
003875     MOVE "N" TO WS-PKG-UNAPPROVED.
003877     MOVE SPACES TO WS-PKG-APR-DECK.
003880     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
003890             UNTIL WS-PKG-IDX > WS-PKG-MEM-COUNT
003900                 OR WS-PKG-FROZEN = "Y"
003930         MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID
003940         SET QW-FUNCTION-READ TO TRUE
003950         CALL "RENQUEUW" USING RENQUEUW-PARMS
003960         IF QW-FOUND-YES
003970             PERFORM DRN-CHECK-FREEZE
003980             IF FC-FROZEN-YES
003990                 MOVE "Y" TO WS-PKG-FROZEN
004000                 MOVE QW-DECK-NAME TO WS-PKG-FROZEN-DECK
004010             END-IF
004011             PERFORM DRN-CHECK-APPROVAL
004012             IF AQ-REQUIRED-YES
004013                 MOVE "Y" TO WS-PKG-UNAPPROVED
004014                 IF WS-PKG-APR-DECK = SPACES
004015                     MOVE QW-DECK-NAME TO WS-PKG-APR-DECK
004016                 END-IF
004017             END-IF
004020         END-IF
004040     END-PERFORM.
004050     IF WS-PKG-FROZEN = "N"
004060         PERFORM DRN-GATE-PKG-APPROVAL
004070     ELSE
004080         PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
004090                 UNTIL WS-PKG-IDX > WS-PKG-MEM-COUNT
004100             PERFORM DRN-RELEASE-MEMBER
004130             ADD 1 TO WS-FROZEN-COUNT
004150         END-PERFORM
004160         DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
004170             " HELD WHOLE - MEMBER " WS-PKG-FROZEN-DECK
004180             " FROZEN UNTIL " FC-TO-DATETIME(1:12)
004190             " - " FC-REASON
004200     END-IF.
004210 DRN-CHECK-APPROVAL.
004220*    A JOB CARRYING AN APPROVER WAS SIGNED OFF BY A SECOND
004230*    OPERATOR.  ONE WITHOUT IS RE-ASKED HERE, SO A RULE ADDED
004240*    AFTER THE JOB WAS QUEUED (OR A JOB QUEUED BEFORE THE
004250*    RULES FILE EXISTED) STILL CANNOT RUN UNAPPROVED.  A
004260*    PREVIEW TOUCHES NOTHING AND NEEDS NO SECOND SIGNATURE.
004270     MOVE "N" TO AQ-REQUIRED.
004280     IF QW-APPROVER = SPACES AND QW-PREVIEW NOT = "Y"
004290         MOVE QW-DECK-NAME TO AQ-DECK-NAME
004300         MOVE QW-IN-PATH   TO AQ-IN-PATH
004310         MOVE SPACES       TO AQ-OPERATOR
004320         CALL "RENAPRC" USING RENAPRC-PARMS
004330     END-IF.
004340 DRN-GATE-APPROVAL.
004350     PERFORM DRN-CHECK-APPROVAL.
004360     IF AQ-REQUIRED-YES
004370         PERFORM DRN-HOLD-UNAPPROVED
004380     ELSE
004390         PERFORM DRN-DRIVE-ENGINE
004400     END-IF.
004410 DRN-HOLD-UNAPPROVED.
004420*    BACK TO "P" - THE JOB SHOWS UP ON RENUMON'S APPROVAL
004430*    LIST AND RUNS ON THE FIRST DRAIN AFTER IT IS APPROVED.
004433*    A PACKAGE MEMBER NO RULE COVERS IS ONLY HELD WITH THE
004436*    MEMBER THAT IS, SO ITS MESSAGE NAMES THAT ONE INSTEAD.
004440     ADD 1 TO WS-UNAPPROVED-COUNT.
004450     MOVE "P" TO QW-STATUS.
004453     IF AQ-REQUIRED-YES
004456         MOVE "AWAITING APPROVAL - DECK COVERED BY APPROVAL RULE"
004459             TO QW-MESSAGE
004462     ELSE
004465         MOVE SPACES TO QW-MESSAGE
004468         STRING "AWAITING APPROVAL - PACKAGE MEMBER "
004471             FUNCTION TRIM(WS-PKG-APR-DECK) " COVERED BY RULE"
004474             DELIMITED BY SIZE INTO QW-MESSAGE
004477     END-IF.
004480     SET QW-FUNCTION-RELEASE TO TRUE.
004490     CALL "RENQUEUW" USING RENQUEUW-PARMS.
004500     DISPLAY "RENQDRN: JOB " QW-JOB-ID " DECK " QW-DECK-NAME
004510         " " QW-MESSAGE.
004520 DRN-GATE-PKG-APPROVAL.
004530*    A PACKAGE IS APPROVED AS A WHOLE.  IF ANY WAITING MEMBER
004540*    STILL NEEDS A SECOND SIGNATURE, EVERY WAITING MEMBER GOES
004550*    BACK TO "P" SO THE WHOLE PACKAGE IS APPROVED IN ONE
004560*    DECISION AND NOTHING OF IT RUNS BEFORE THEN.
004570     IF WS-PKG-UNAPPROVED = "N"
004580         PERFORM DRN-RUN-PACKAGE
004590     ELSE
004600         PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
004610                 UNTIL WS-PKG-IDX > WS-PKG-MEM-COUNT
004650             MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID
004660             SET QW-FUNCTION-READ TO TRUE
004670             CALL "RENQUEUW" USING RENQUEUW-PARMS
004680             IF QW-FOUND-YES AND QW-STATUS = "C"
004685                 PERFORM DRN-CHECK-APPROVAL
004690                 PERFORM DRN-HOLD-UNAPPROVED
004700             END-IF
004720         END-PERFORM
004730         DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
004740             " HELD WHOLE - AWAITING APPROVAL"
004750     END-IF.
004760 DRN-STREAM-SETUP.
004770*    SEVERAL DRAINS CAN RUN AT ONCE, EACH A STREAM THE
004780*    SCHEDULER DESCRIBES THROUGH THE ENVIRONMENT:
004790*      RENQDRN_STREAM    STREAM ID, STAMPED ON EVERY JOB THE
004800*                        STREAM CLAIMS (BLANK = "MAIN")
004810*      RENQDRN_LIBRARY   ONLY JOBS WHOSE INPUT PATH BEGINS WITH
004820*                        THIS LIBRARY PREFIX (BLANK = ANY)
004830*      RENQDRN_PRIORITY  PRIORITY BAND, TWO DIGITS LOW THEN
004840*                        HIGH, E.G. "13" (BLANK = "19")
004850*      RENQDRN_RELEASE   ID OF A STREAM THAT DIED: HAND ITS
004860*                        CLAIMED BUT UNSTARTED JOBS BACK TO "Q"
004870*                        AND STOP, DRAINING NOTHING
004880*    EVERY JOB IS CLAIMED THROUGH RENQUEUW BEFORE IT IS RUN, SO
004890*    NO TWO STREAMS EVER RUN THE SAME JOB.  A PACKAGE GOES TO
004900*    WHICHEVER STREAM FIRST REACHES ONE OF ITS MEMBERS AND RUNS
004910*    WHOLE THERE, MEMBERS OUTSIDE THAT STREAM'S LIBRARY OR BAND
004920*    INCLUDED.
004930     MOVE WS-NOW-DATETIME TO WS-STREAM-START.
004940     MOVE SPACES TO WS-STREAM-ID.
004950     ACCEPT WS-STREAM-ID FROM ENVIRONMENT "RENQDRN_STREAM".
004960     IF WS-STREAM-ID = SPACES
004970         MOVE "MAIN" TO WS-STREAM-ID.
004980     MOVE SPACES TO WS-STREAM-LIBRARY.
004990     ACCEPT WS-STREAM-LIBRARY FROM ENVIRONMENT "RENQDRN_LIBRARY".
005000     IF WS-STREAM-LIBRARY NOT = SPACES
005010         COMPUTE WS-STREAM-LIB-LEN = FUNCTION LENGTH(
005020             FUNCTION TRIM(WS-STREAM-LIBRARY TRAILING)).
005030     MOVE SPACES TO WS-STREAM-BAND.
005040     ACCEPT WS-STREAM-BAND FROM ENVIRONMENT "RENQDRN_PRIORITY".
005050     IF WS-STREAM-BAND = SPACES
005060         MOVE "19" TO WS-STREAM-BAND.
005070     IF WS-STREAM-BAND NOT NUMERIC
005080         DISPLAY "RENQDRN: RENQDRN_PRIORITY MUST BE TWO DIGITS, "
005090             "LOW THEN HIGH"
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN.
005120     IF WS-BAND-LOW = 0 OR WS-BAND-HIGH < WS-BAND-LOW
005130         DISPLAY "RENQDRN: RENQDRN_PRIORITY MUST BE TWO DIGITS, "
005140             "LOW THEN HIGH"
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN.
005170     MOVE SPACES TO WS-RELEASE-STREAM.
005180     ACCEPT WS-RELEASE-STREAM FROM ENVIRONMENT "RENQDRN_RELEASE".
005190 DRN-RUN-BAND.
005200*    ONE ROUND PER PRIORITY IN THE STREAM'S BAND, MOST URGENT
005210*    FIRST.  A ROUND TAKES AT MOST A PICK TABLE'S WORTH OF THE
005220*    PRIORITY'S JOBS IN JOB-ID ORDER; WHEN THE TABLE FILLS, THE
005230*    NEXT ROUND CARRIES ON FROM THE LAST JOB ID IT HELD, SO NO
005240*    PART OF THE NIGHT'S BACKLOG IS LEFT FOR WANT OF ROOM.
005250     MOVE WS-BAND-LOW TO WS-ROUND-PRIORITY.
005260     MOVE 0 TO WS-ROUND-AFTER-ID.
005270     PERFORM UNTIL WS-ROUND-PRIORITY > WS-BAND-HIGH
005280         PERFORM DRN-RUN-ROUND
005290     END-PERFORM.
005300 DRN-RUN-ROUND.
005310     ADD 1 TO WS-ROUND-COUNT.
005320     MOVE 0 TO WS-PICK-COUNT.
005330     MOVE "N" TO WS-PICK-OVERFLOW.
005340     PERFORM DRN-COLLECT.
005350     PERFORM DRN-RUN-PICKED.
005360     IF WS-PICK-OVERFLOW = "Y"
005370         MOVE WS-PICK-JOB-ID(WS-PICK-COUNT) TO WS-ROUND-AFTER-ID
005380     ELSE
005390         ADD 1 TO WS-ROUND-PRIORITY
005400         MOVE 0 TO WS-ROUND-AFTER-ID
005410     END-IF.
005420 DRN-CHECK-SCOPE.
005430*    IS THE JOB THIS STREAM'S TO RUN AT ALL - PRIORITY INSIDE
005440*    THE BAND (LEGACY 0 COUNTS AS 5) AND INPUT PATH UNDER THE
005450*    LIBRARY PREFIX, WHEN THE STREAM HAS ONE.
005460     MOVE "Y" TO WS-IN-SCOPE.
005470     IF QW-PRIORITY = 0
005480         MOVE 5 TO WS-JOB-PRIORITY
005490     ELSE
005500         MOVE QW-PRIORITY TO WS-JOB-PRIORITY
005510     END-IF.
005520     IF WS-JOB-PRIORITY < WS-BAND-LOW
005530             OR WS-JOB-PRIORITY > WS-BAND-HIGH
005540         MOVE "N" TO WS-IN-SCOPE
005550     END-IF.
005560     IF WS-STREAM-LIB-LEN > 0
005570         IF QW-IN-PATH(1:WS-STREAM-LIB-LEN) NOT =
005580                 WS-STREAM-LIBRARY(1:WS-STREAM-LIB-LEN)
005590             MOVE "N" TO WS-IN-SCOPE
005600         END-IF
005610     END-IF.
005620 DRN-ROUND-PICK.
005630     IF WS-JOB-PRIORITY = WS-ROUND-PRIORITY
005640             AND QW-JOB-ID > WS-ROUND-AFTER-ID
005650         PERFORM DRN-POST-PICK
005660     END-IF.
005670 DRN-NOT-CLAIMED.
005680*    A "51" ON THE CLAIM IS ANOTHER STREAM CLAIMING THE JOB AT
005690*    THAT VERY MOMENT; OTHERWISE THE RECORD SAYS WHO HAS IT.
005700     EVALUATE TRUE
005710         WHEN QW-RETURN-CODE = 4 AND NOT QW-FOUND-YES
005720             ADD 1 TO WS-TAKEN-COUNT
005730             DISPLAY "RENQDRN: JOB " QW-JOB-ID
005740                 " TAKEN BY ANOTHER STREAM, SKIPPED"
005750         WHEN QW-FOUND-YES AND QW-STREAM-ID NOT = SPACES
005760             ADD 1 TO WS-TAKEN-COUNT
005770             DISPLAY "RENQDRN: JOB " QW-JOB-ID
005780                 " TAKEN BY STREAM " QW-STREAM-ID ", SKIPPED"
005790         WHEN OTHER
005800             DISPLAY "RENQDRN: JOB " QW-JOB-ID
005810                 " NO LONGER QUEUED, SKIPPED"
005820     END-EVALUATE.
005830 DRN-TAKE-PACKAGE.
005840*    THE PACKAGE'S PICKS ARE ALL MARKED DONE FOR THIS ROUND
005850*    WHATEVER HAPPENS NEXT.  A PACKAGE ALREADY TAKEN UP EARLIER
005860*    IN THIS DRAIN - RUN, HELD, OR FOUND IN ANOTHER STREAM'S
005870*    HANDS - IS NOT TAKEN UP AGAIN WHEN A LATER ROUND MEETS
005880*    ANOTHER OF ITS MEMBERS.
005890     MOVE WS-PICK-PACKAGE(WS-PICK-BEST) TO WS-PKG-NAME.
005900     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
005910             UNTIL WS-PKG-IDX > WS-PICK-COUNT
005920         IF WS-PICK-PACKAGE(WS-PKG-IDX) = WS-PKG-NAME
005930             MOVE "Y" TO WS-PICK-DONE(WS-PKG-IDX)
005940         END-IF
005950     END-PERFORM.
005960     MOVE "N" TO WS-PKG-SEEN.
005970     PERFORM VARYING WS-PKG-SEEN-IDX FROM 1 BY 1
005980             UNTIL WS-PKG-SEEN-IDX > WS-PKG-SEEN-COUNT
005990         IF WS-PKG-SEEN-NAME(WS-PKG-SEEN-IDX) = WS-PKG-NAME
006000             MOVE "Y" TO WS-PKG-SEEN
006010         END-IF
006020     END-PERFORM.
006030     IF WS-PKG-SEEN = "N"
006040         IF WS-PKG-SEEN-COUNT < 200
006050             ADD 1 TO WS-PKG-SEEN-COUNT
006060             MOVE WS-PKG-NAME
006070                 TO WS-PKG-SEEN-NAME(WS-PKG-SEEN-COUNT)
006080         END-IF
006090         PERFORM DRN-CLAIM-PACKAGE THRU DRN-CLAIM-PKG-EXIT
006100         IF WS-PKG-CLAIMED = "Y"
006110             PERFORM DRN-GATE-PACKAGE
006120         END-IF
006130     END-IF.
006140 DRN-CLAIM-PACKAGE.
006150*    THE MEMBERS COME STRAIGHT FROM THE QUEUE, NOT THE PICK
006160*    TABLE - SOME MAY BELONG TO A LATER ROUND OR LIE OUTSIDE
006170*    THIS STREAM'S LIBRARY OR BAND - AND ARE CLAIMED IN JOB-ID
006180*    ORDER.  EVERY STREAM CLAIMS A PACKAGE FROM ITS LOWEST
006190*    MEMBER UP, SO TWO STREAMS MEETING ONE PACKAGE MEET ON ITS
006200*    FIRST MEMBER AND THE LOSER BACKS OFF HOLDING NOTHING.  IF
006210*    A LATER MEMBER CANNOT BE CLAIMED, THE ONES ALREADY CLAIMED
006220*    ARE HANDED BACK AND THE PACKAGE IS HELD WHOLE.
006230     MOVE "N" TO WS-PKG-CLAIMED.
006240     MOVE 0 TO WS-PKG-MEM-COUNT.
006250     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
006260     CALL "RENQUEUW" USING RENQUEUW-PARMS.
006270     PERFORM UNTIL NOT QW-FOUND-YES
006280         IF QW-PACKAGE = WS-PKG-NAME AND QW-STATUS = "Q"
006290                 AND (QW-EARLIEST-DATETIME = SPACES
006300                     OR QW-EARLIEST-DATETIME <= WS-NOW-DATETIME)
006310             ADD 1 TO WS-PKG-MEM-COUNT
006320             IF WS-PKG-MEM-COUNT NOT > 100
006330                 MOVE QW-JOB-ID
006340                     TO WS-PKG-MEM-JOB(WS-PKG-MEM-COUNT)
006350                 MOVE QW-DECK-NAME
006360                     TO WS-PKG-MEM-DECK(WS-PKG-MEM-COUNT)
006370             END-IF
006380         END-IF
006390         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
006400         CALL "RENQUEUW" USING RENQUEUW-PARMS
006410     END-PERFORM.
006420     IF WS-PKG-MEM-COUNT = 0
006430         ADD 1 TO WS-TAKEN-COUNT
006440         DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
006450             " NO LONGER QUEUED, SKIPPED"
006460         GO TO DRN-CLAIM-PKG-EXIT.
006470     IF WS-PKG-MEM-COUNT > 100
006480         ADD WS-PKG-MEM-COUNT TO WS-HELD-COUNT
006490         DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
006500             " EXCEEDS 100 MEMBERS, HELD WHOLE"
006510         GO TO DRN-CLAIM-PKG-EXIT.
006520     MOVE "Y" TO WS-PKG-CLAIMED.
006530     MOVE 0 TO WS-PKG-FAIL-IDX.
006540     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
006550             UNTIL WS-PKG-IDX > WS-PKG-MEM-COUNT
006560                 OR WS-PKG-CLAIMED = "N"
006570         MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID
006580         MOVE WS-STREAM-ID TO QW-STREAM-ID
006590         SET QW-FUNCTION-CLAIM TO TRUE
006600         CALL "RENQUEUW" USING RENQUEUW-PARMS
006610         IF QW-RETURN-CODE NOT = 0
006620             MOVE "N" TO WS-PKG-CLAIMED
006630             MOVE WS-PKG-IDX TO WS-PKG-FAIL-IDX
006640         END-IF
006650     END-PERFORM.
006660     IF WS-PKG-CLAIMED = "Y"
006670         GO TO DRN-CLAIM-PKG-EXIT.
006680     IF WS-PKG-FAIL-IDX = 1
006690         ADD 1 TO WS-TAKEN-COUNT
006700         IF QW-FOUND-YES AND QW-STREAM-ID NOT = SPACES
006710             DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
006720                 " TAKEN BY STREAM " QW-STREAM-ID ", SKIPPED"
006730         ELSE
006740             DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
006750                 " TAKEN BY ANOTHER STREAM, SKIPPED"
006760         END-IF
006770         GO TO DRN-CLAIM-PKG-EXIT.
006780     ADD WS-PKG-MEM-COUNT TO WS-HELD-COUNT.
006790     DISPLAY "RENQDRN: PACKAGE " WS-PKG-NAME
006800         " HELD WHOLE - MEMBER JOB "
006810         WS-PKG-MEM-JOB(WS-PKG-FAIL-IDX) " COULD NOT BE CLAIMED".
006820     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
006830             UNTIL WS-PKG-IDX = WS-PKG-FAIL-IDX
006840         PERFORM DRN-RELEASE-MEMBER
006850     END-PERFORM.
006860 DRN-CLAIM-PKG-EXIT.
006870     EXIT.
006880 DRN-RELEASE-MEMBER.
006890*    BACK TO "Q" UNTOUCHED - THE MESSAGE ON THE JOB STAYS AS IT
006900*    WAS.
006910     MOVE WS-PKG-MEM-JOB(WS-PKG-IDX) TO QW-JOB-ID.
006920     MOVE WS-STREAM-ID TO QW-STREAM-ID.
006930     MOVE "Q" TO QW-STATUS.
006940     MOVE SPACES TO QW-MESSAGE.
006950     SET QW-FUNCTION-RELEASE TO TRUE.
006960     CALL "RENQUEUW" USING RENQUEUW-PARMS.
006970 DRN-RELEASE-STREAM.
006980*    RECOVERY FOR A STREAM THAT DIED.  EVERY JOB IT CLAIMED BUT
006990*    NEVER STARTED ("C") GOES BACK TO "Q" FOR ANY STREAM TO
007000*    TAKE.  A JOB IT HAD ALREADY STARTED ("R") MAY HAVE WRITTEN
007010*    PART OF ITS OUTPUT, SO IT IS ONLY LISTED - WHETHER TO RERUN
007020*    OR REVERSE IT IS AN OPERATOR'S CALL - AND THE RUN ENDS 4.
007030     DISPLAY "RENQDRN: RELEASING STREAM " WS-RELEASE-STREAM.
007040     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
007050     CALL "RENQUEUW" USING RENQUEUW-PARMS.
007060     PERFORM UNTIL NOT QW-FOUND-YES
007070         IF QW-STREAM-ID = WS-RELEASE-STREAM
007080             IF QW-STATUS = "C"
007090                 PERFORM DRN-RELEASE-CLAIM
007100             END-IF
007110             IF QW-STATUS = "R"
007120                 ADD 1 TO WS-STARTED-COUNT
007130                 DISPLAY "RENQDRN: JOB " QW-JOB-ID " DECK "
007140                     QW-DECK-NAME " WAS RUNNING - CHECK OUTPUT"
007150             END-IF
007160         END-IF
007170         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
007180         CALL "RENQUEUW" USING RENQUEUW-PARMS
007190     END-PERFORM.
007200     DISPLAY "RENQDRN: STREAM " WS-RELEASE-STREAM
007210         " RELEASED=" WS-RELEASED-COUNT
007220         " LEFT RUNNING=" WS-STARTED-COUNT.
007230     IF WS-STARTED-COUNT > 0
007240         MOVE 4 TO RETURN-CODE
007250     ELSE
007260         MOVE 0 TO RETURN-CODE
007270     END-IF.
007280     STOP RUN.
007290 DRN-RELEASE-CLAIM.
007300*    RELEASE LEAVES THE BROWSE OPEN; QW-FOUND IS PUT BACK SO A
007310*    FAILED RELEASE DOES NOT END THE BROWSE EARLY.
007320     MOVE "Q" TO QW-STATUS.
007330     MOVE SPACES TO QW-MESSAGE.
007340     STRING "RELEASED FROM STREAM "
007350         FUNCTION TRIM(WS-RELEASE-STREAM)
007360         DELIMITED BY SIZE INTO QW-MESSAGE.
007370     SET QW-FUNCTION-RELEASE TO TRUE.
007380     CALL "RENQUEUW" USING RENQUEUW-PARMS.
007390     IF QW-RETURN-CODE = 0
007400         ADD 1 TO WS-RELEASED-COUNT
007410         DISPLAY "RENQDRN: JOB " QW-JOB-ID " DECK " QW-DECK-NAME
007420             " RELEASED TO Q"
007430     ELSE
007440         DISPLAY "RENQDRN: JOB " QW-JOB-ID " NOT RELEASED, RC="
007450             QW-RETURN-CODE
007460     END-IF.
007470     MOVE "Y" TO QW-FOUND.
007480 DRN-STREAM-SUMMARY.
007490     IF WS-STREAM-LIBRARY = SPACES
007500         MOVE "(ANY)" TO WS-STREAM-LIBRARY.
007510     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
007520     ACCEPT WS-NOW-TIME FROM TIME.
007530     DISPLAY "RENQDRN: STREAM " WS-STREAM-ID
007540         " PRIORITIES " WS-BAND-LOW "-" WS-BAND-HIGH
007550         " LIBRARY " FUNCTION TRIM(WS-STREAM-LIBRARY).
007560     DISPLAY "RENQDRN: STREAM " WS-STREAM-ID
007570         " STARTED " WS-STREAM-START(1:8) " "
007580         WS-STREAM-START(9:2) ":" WS-STREAM-START(11:2)
007590         " ENDED " WS-NOW-DATE " "
007600         WS-NOW-DATETIME(9:2) ":" WS-NOW-DATETIME(11:2)
007610         " ROUNDS=" WS-ROUND-COUNT.
007620     DISPLAY "RENQDRN: STREAM " WS-STREAM-ID
007630         " FAILED=" WS-FAILED-COUNT
007640         " PACKAGES=" WS-PKG-RUN-COUNT
007650         " TAKEN BY OTHER STREAMS=" WS-TAKEN-COUNT.
007660 DRN-RETARGET-TRAY.
007670*    EVERY STAGED CHANGE DECK IN THE TRAY THAT TOUCHES THE
007680*    MEMBER JUST RENUMBERED FOLLOWS IT TO ITS NEW NUMBERS.
007690     MOVE RE-DECK-NAME TO TA-MEMBER.
007700     MOVE RE-XMAP-PATH TO TA-MAP-PATH.
007710     PERFORM DRN-CALL-TRAY.
007720 DRN-RETARGET-PKG-MEMBER.
007722*    ONLY A MEMBER WHOSE RUN BUILT AN XMAP HAS ONE FOR THE
007724*    TRAY TO FOLLOW, SAME TEST AS THE SINGLE-JOB PATH.
007726     IF WS-PKG-DONE-BLD-XMAP(WS-PKG-IDX) NOT = "Y"
007728         GO TO DRN-RETARGET-PKG-EXIT.
007730     MOVE WS-PKG-DONE-DECK(WS-PKG-IDX) TO TA-MEMBER.
007740     MOVE WS-PKG-DONE-XMAP(WS-PKG-IDX) TO TA-MAP-PATH.
007750     PERFORM DRN-CALL-TRAY.
007753 DRN-RETARGET-PKG-EXIT.
007756     EXIT.
007760 DRN-CALL-TRAY.
007770     MOVE SPACE TO TA-MAP-MOVED.
007780     CALL "RENTRAYR" USING RENTRAYR-PARMS.
007790     IF TA-RETURN-CODE > WS-WORST-RC
007800         MOVE TA-RETURN-CODE TO WS-WORST-RC
007810     END-IF.
007820     IF TA-DECK-COUNT > 0
007830         DISPLAY "RENQDRN: " TA-MEMBER " TRAY DECKS RETARGETED="
007840             TA-DECK-COUNT " NEEDING ATTENTION="
007850             TA-ATTENTION-COUNT
007860     END-IF.
