000070*            RENUMENG CALL INTERFACE RENUM AND RENUMLIB USE,
000080*            AND UPDATES THE QUEUE RECORD WITH THE RESULT;
000090*            SHOW STATUS BROWSES THE WHOLE QUEUE FOR DISPLAY.
000092*            TRACE OLD SEQNO ASKS THE LINEAGE ENGINE (RENLINEN)
000094*            WHERE A LINE FROM AN OLD LISTING IS TODAY.
000095*            RUN QUEUED JOBS LEAVES A JOB WHOSE DECK IS INSIDE A
000096*            CHANGE-FREEZE WINDOW (RENFRZC) QUEUED, THE SAME AS
000097*            RENQDRN DOES, AND NEVER RUNS ONE AWAITING APPROVAL.
000098*            APPROVE/REJECT JOBS RECORDS A SECOND OPERATOR'S
000099*            DECISION ON THOSE (NEVER THE SUBMITTER'S OWN).
000100 ENVIRONMENT DIVISION.
000110 CONFIGURATION SECTION.
000120 SOURCE-COMPUTER.
000180 01  WS-CHOICE             PIC X(1).
000190 01  WS-KEEP-GOING         PIC X(1) VALUE "Y".
000200 01  WS-JOB-COUNT          PIC 9(4) VALUE 0.
000201 01  WS-FROZEN-COUNT       PIC 9(4) VALUE 0.
000202 01  WS-NOW-DATETIME.
000204     05  WS-NOW-DATE       PIC 9(8).
000206     05  WS-NOW-TIME       PIC 9(8).
000207 01  WS-TRACE-LINE         PIC X(80).
000208 COPY RENLINLS.
000209 COPY RENFRZL.
000210 COPY RENENGLS.
000211 01  WS-UNAPPROVED-COUNT   PIC 9(4) VALUE 0.
000212 01  WS-SUBMIT-NOTE        PIC X(20).
000213 01  WS-APR-OPERATOR       PIC X(8).
000214 01  WS-APR-JOB-ID         PIC 9(6).
000215 01  WS-APR-DECISION       PIC X(1).
000216 01  WS-APR-MESSAGE        PIC X(60).
000217 01  WS-APR-PACKAGE        PIC X(8).
000218 01  WS-APR-COUNT          PIC 9(4).
000219 COPY RENAPRL.
000220 COPY RENQUEUL.
000221 01  WS-APR-TABLE.
000222     05  WS-APR-JOB        PIC 9(6) OCCURS 200 TIMES.
000223 01  WS-APR-IDX            PIC 9(4).
000224 COPY RENTRAYL.
000225 COPY RENRPTLS.
000226 COPY REXREFLS.
000227 COPY RENPKGLS.
000228 01  WS-XRF-OUT-PATH       PIC X(104).
000229 01  WS-PKG-CARD-PATH      PIC X(60).
000231 01  WS-APR-DONE           PIC 9(4).
000233 01  WS-APR-FAIL-JOB       PIC 9(6).
000235 SCREEN SECTION.
000240 01  SCR-MENU.
000250     05  BLANK SCREEN.
000260     05  LINE 1  COLUMN 1  VALUE "RENUM ONLINE JOB MONITOR".
000290     05  LINE 5  COLUMN 1  VALUE "3. SHOW STATUS".
000300     05  LINE 6  COLUMN 1  VALUE "4. SUBMIT PACKAGE".
000305     05  LINE 7  COLUMN 1  VALUE "5. EXIT".
000306     05  LINE 8  COLUMN 1  VALUE "6. TRACE OLD SEQNO".
000308     05  LINE 9  COLUMN 1  VALUE "7. APPROVE/REJECT JOBS".
000310     05  LINE 10 COLUMN 1  VALUE "CHOICE: ".
000320     05  LINE 10 COLUMN 9  PIC X(1) USING WS-CHOICE.
000321 01  SCR-TRACE.
000322     05  BLANK SCREEN.
000323     05  LINE 1  COLUMN 1  VALUE "TRACE OLD SEQNO".
000324     05  LINE 3  COLUMN 1  VALUE "DECK NAME     : ".
000325     05  LINE 3  COLUMN 17 PIC X(8) USING LQ-DECK-NAME.
000326     05  LINE 4  COLUMN 1  VALUE "OLD SEQNO     : ".
000327     05  LINE 4  COLUMN 17 PIC 9(6) USING LQ-OLD-SEQNO.
000328     05  LINE 5  COLUMN 1  VALUE "LISTING DATE  : ".
000329     05  LINE 5  COLUMN 17 PIC X(8) USING LQ-LISTING-DATE.
000330     05  LINE 6  COLUMN 1  VALUE "LISTING TIME  : ".
000331     05  LINE 6  COLUMN 17 PIC X(6) USING LQ-LISTING-TIME.
000332 01  SCR-APPROVE.
000333     05  LINE 18 COLUMN 1  VALUE "JOB ID (0=NONE)   : ".
000334     05  LINE 18 COLUMN 21 PIC 9(6) USING WS-APR-JOB-ID.
000335     05  LINE 19 COLUMN 1  VALUE "APPROVE/REJECT A/R: ".
000336     05  LINE 19 COLUMN 21 PIC X(1) USING WS-APR-DECISION.
000337 01  SCR-APPROVE-RESULT.
000338     05  LINE 21 COLUMN 1  PIC X(60) FROM WS-APR-MESSAGE.
000340 01  SCR-SUBMIT.
000350     05  BLANK SCREEN.
000360     05  LINE 1  COLUMN 1  VALUE "SUBMIT RENUMBER JOB".
000550 01  SCR-SUBMIT-RESULT.
000560     05  LINE 10 COLUMN 1  VALUE "JOB QUEUED, ID=".
000570     05  LINE 10 COLUMN 16 PIC 9(6) FROM QW-JOB-ID.
000571     05  LINE 10 COLUMN 24 PIC X(20) FROM WS-SUBMIT-NOTE.
000572 01  SCR-APPROVE-HDR.
000573     05  BLANK SCREEN.
000574     05  LINE 1  COLUMN 1
000575         VALUE "JOB ID  DECK     SUBMITTR PACKAGE  SUBMITTED".
000580 01  SCR-STATUS-HDR.
000590     05  BLANK SCREEN.
000600     05  LINE 1  COLUMN 1
000610         VALUE "JOB ID  DECK     ST  RC   RECS  CHG  UNCHG MSG".
000611 01  SCR-APPROVE-LINE.
000612     05  LINE PLUS 1 COLUMN 1  PIC 9(6)  FROM QW-JOB-ID.
000613     05  COLUMN 9  PIC X(8)  FROM QW-DECK-NAME.
000614     05  COLUMN 18 PIC X(8)  FROM QW-OPERATOR.
000615     05  COLUMN 27 PIC X(8)  FROM QW-PACKAGE.
000616     05  COLUMN 36 PIC X(16) FROM QW-SUBMIT-DATETIME.
000617 01  SCR-SUBMIT-STAMP.
000618     05  LINE 17 COLUMN 1  VALUE "STAMP Y/V/N,ID,LVL: ".
000619     05  LINE 17 COLUMN 21 PIC X(9) USING QW-STAMP-OPTS.
000620 01  SCR-STATUS-LINE.
000630     05  LINE PLUS 1 COLUMN 1  PIC 9(6)  FROM QW-JOB-ID.
000640     05  COLUMN 9   PIC X(8)   FROM QW-DECK-NAME.
000695 01  SCR-PAUSE.
000700     05  LINE 20 COLUMN 1  VALUE "PRESS ENTER TO CONTINUE: ".
000710     05  LINE 20 COLUMN 26 PIC X(1) USING WS-CHOICE.
000711 01  SCR-TRACE-RESULT.
000712     05  LINE 8  COLUMN 1  PIC X(60) FROM LQ-MESSAGE.
000713     05  LINE 9  COLUMN 1  VALUE "RUNS CHAINED: ".
000714     05  LINE 9  COLUMN 15 PIC 9(4)  FROM LQ-RUNS-CHAINED.
000715     05  LINE 9  COLUMN 21 VALUE "SEQNO NOW: ".
000716     05  LINE 9  COLUMN 32 PIC 9(6)  FROM LQ-CURRENT-SEQNO.
000717     05  LINE 10 COLUMN 1  VALUE "DROPPED BY RUN: ".
000718     05  LINE 10 COLUMN 17 PIC X(16) FROM LQ-DROP-DATETIME.
000719     05  LINE 10 COLUMN 35 VALUE "TYPE: ".
000720     05  LINE 10 COLUMN 41 PIC X(1)  FROM LQ-DROP-RUN-TYPE.
000721     05  LINE 12 COLUMN 1  PIC X(80) FROM WS-TRACE-LINE.
000722 01  SCR-RUN-RESULT.
000723     05  LINE 18 COLUMN 1  VALUE "JOBS RUN: ".
000724     05  LINE 18 COLUMN 11 PIC 9(4)  FROM WS-JOB-COUNT.
000725     05  LINE 18 COLUMN 17 VALUE "HELD BY FREEZE: ".
000726     05  LINE 18 COLUMN 33 PIC 9(4)  FROM WS-FROZEN-COUNT.
000727     05  LINE 18 COLUMN 39 VALUE "AWAITING APPROVAL: ".
000728     05  LINE 18 COLUMN 58 PIC 9(4)  FROM WS-UNAPPROVED-COUNT.
000730 PROCEDURE DIVISION.
000740 MON-START.
000750     ACCEPT RE-OPERATOR FROM ENVIRONMENT "USER".
000905             PERFORM MON-SUBMIT-PKG
000910         WHEN "5"
000915             MOVE "N" TO WS-KEEP-GOING
000916         WHEN "6"
000917             PERFORM MON-TRACE
000918         WHEN "7"
000919             PERFORM MON-APPROVE THRU MON-APPROVE-EXIT
000920         WHEN OTHER
000930             CONTINUE
000940     END-EVALUATE.
000970     INITIALIZE RENQUEUW-PARMS.
000980     DISPLAY SCR-SUBMIT.
000990     ACCEPT SCR-SUBMIT.
001006     DISPLAY SCR-SUBMIT-STAMP.
001022     ACCEPT SCR-SUBMIT-STAMP.
001040     MOVE RE-OPERATOR TO QW-OPERATOR.
001050     SET QW-FUNCTION-ENQUEUE TO TRUE.
001060     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001062     MOVE SPACES TO WS-SUBMIT-NOTE.
001064     IF QW-STATUS = "P"
001066         MOVE "AWAITING APPROVAL" TO WS-SUBMIT-NOTE
001068     END-IF.
001070     DISPLAY SCR-SUBMIT-RESULT.
001080     DISPLAY SCR-PAUSE.
001090     ACCEPT SCR-PAUSE.
001106     ACCEPT SCR-PAUSE.
001107 MON-RUN-QUEUED.
001110     MOVE 0 TO WS-JOB-COUNT.
001111     MOVE 0 TO WS-FROZEN-COUNT.
001112     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001114     ACCEPT WS-NOW-TIME FROM TIME.
001117     MOVE 0 TO WS-UNAPPROVED-COUNT.
001120     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
001130     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001140     PERFORM UNTIL NOT QW-FOUND-YES
001153                 AND (QW-EARLIEST-DATETIME = SPACES
001154                     OR QW-EARLIEST-DATETIME <=
001156                         WS-NOW-DATETIME)
001160             PERFORM MON-RUN-CLAIMED
001180         END-IF
001182         IF QW-STATUS = "P"
001184             ADD 1 TO WS-UNAPPROVED-COUNT
001186         END-IF
001190         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
001200         CALL "RENQUEUW" USING RENQUEUW-PARMS
001210     END-PERFORM.
001215     DISPLAY SCR-RUN-RESULT.
001220     DISPLAY SCR-PAUSE.
001230     ACCEPT SCR-PAUSE.
001240 MON-RUN-ONE-JOB.
001346     MOVE QW-XMAP-PATH     TO RE-XMAP-PATH.
001350     MOVE QW-RESTART       TO RE-RESTART.
001355     MOVE QW-PREVIEW       TO RE-PREVIEW.
001357     MOVE QW-STAMP-OPTS    TO RE-STAMP-OPTS.
001360     MOVE QW-OPERATOR      TO RE-OPERATOR.
001366     MOVE QW-APPROVER      TO RE-APPROVER.
001372     MOVE QW-APPROVE-DATETIME TO RE-APPROVE-DATETIME.
001380     CALL "RENUMENG" USING RENENG-PARMS.
001385*    CODE 4 IS A COMPLETED RUN WITH A WARNING (WIDE DATA
001390*    CUT) - THE OUTPUT EXISTS, SO THE JOB IS DONE, AND THE
001517     IF XR-RETURN-CODE NOT = 0
001518         MOVE XR-MESSAGE TO QW-MESSAGE
001519     END-IF.
001520     PERFORM MON-RETARGET-TRAY.
001521 MON-SHOW-STATUS.
001522     DISPLAY SCR-STATUS-HDR.
001530     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
001590     END-PERFORM.
001600     DISPLAY SCR-PAUSE.
001610     ACCEPT SCR-PAUSE.
001611 MON-TRACE.
001612     INITIALIZE RENLINQ-PARMS.
001613     DISPLAY SCR-TRACE.
001614     ACCEPT SCR-TRACE.
001615     CALL "RENLINEN" USING RENLINQ-PARMS.
001616     MOVE LQ-SOURCE-LINE TO WS-TRACE-LINE.
001617     DISPLAY SCR-TRACE-RESULT.
001618     DISPLAY SCR-PAUSE.
001619     ACCEPT SCR-PAUSE.
001620 MON-STOPIT.
001630     STOP RUN.
001640 MON-RUN-ELIGIBLE.
001650*    SAME FREEZE RULE AS RENQDRN: A JOB WHOSE DECK IS INSIDE A
001660*    CHANGE-FREEZE WINDOW STAYS "Q" FOR A RUN AFTER THE THAW,
001670*    WITH ITS MESSAGE SAYING WHY - IT IS NOT FAILED.
001672*    THE JOB IS ALREADY CLAIMED, SO A HOLD HANDS IT BACK
001674*    THROUGH RELEASE AS RENQDRN DOES, NEVER BY UPDATING THE COPY
001676*    THE BROWSE READ.
001680     MOVE QW-DECK-NAME TO FC-DECK-NAME.
001690     MOVE QW-IN-PATH   TO FC-IN-PATH.
001700     MOVE SPACES       TO FC-AT-DATETIME.
001710     CALL "RENFRZC" USING RENFRZC-PARMS.
001720     IF FC-FROZEN-YES
001730         ADD 1 TO WS-FROZEN-COUNT
001740         MOVE SPACES TO QW-MESSAGE
001750         STRING "HELD BY FREEZE UNTIL " FC-TO-DATETIME(1:8)
001760             " " FC-TO-DATETIME(9:2) ":" FC-TO-DATETIME(11:2)
001770             " - " FUNCTION TRIM(FC-REASON)
001780             DELIMITED BY SIZE INTO QW-MESSAGE
001790         MOVE "Q" TO QW-STATUS
001800         PERFORM MON-RUN-HOLD
001810     ELSE
001820         PERFORM MON-RUN-APPROVED
001840     END-IF.
001850 MON-RUN-APPROVED.
001860*    SAME APPROVAL RULE AS RENQDRN: A JOB WITH NO APPROVER ON
001870*    IT IS RE-ASKED, SO A RULE ADDED AFTER SUBMISSION STILL
001880*    KEEPS IT FROM RUNNING UNTIL A SECOND OPERATOR SIGNS OFF.
001890     MOVE "N" TO AQ-REQUIRED.
001900     IF QW-APPROVER = SPACES AND QW-PREVIEW NOT = "Y"
001910         MOVE QW-DECK-NAME TO AQ-DECK-NAME
001920         MOVE QW-IN-PATH   TO AQ-IN-PATH
001930         MOVE SPACES       TO AQ-OPERATOR
001940         CALL "RENAPRC" USING RENAPRC-PARMS
001950     END-IF.
001960     IF AQ-REQUIRED-YES
001980         MOVE "P" TO QW-STATUS
001990         MOVE "AWAITING APPROVAL - DECK COVERED BY APPROVAL RULE"
002000             TO QW-MESSAGE
002010         PERFORM MON-RUN-HOLD
002030     ELSE
002040         PERFORM MON-RUN-ONE-JOB
002050         ADD 1 TO WS-JOB-COUNT
002060     END-IF.
002070 MON-APPROVE.
002080*    LIST EVERY JOB AWAITING APPROVAL, THEN TAKE ONE DECISION.
002090*    THE DECIDING OPERATOR IS WHOEVER IS SIGNED ON NOW - NOT
002100*    RE-OPERATOR, WHICH A RUN OF QUEUED JOBS LEAVES HOLDING
002110*    THE LAST JOB'S SUBMITTER.
002120     DISPLAY SCR-APPROVE-HDR.
002130     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
002140     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002150     PERFORM UNTIL NOT QW-FOUND-YES
002160         IF QW-STATUS = "P"
002170             DISPLAY SCR-APPROVE-LINE
002180         END-IF
002190         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
002200         CALL "RENQUEUW" USING RENQUEUW-PARMS
002210     END-PERFORM.
002220     MOVE 0 TO WS-APR-JOB-ID.
002230     MOVE SPACE TO WS-APR-DECISION.
002240     MOVE SPACES TO WS-APR-MESSAGE.
002250     DISPLAY SCR-APPROVE.
002260     ACCEPT SCR-APPROVE.
002270     IF WS-APR-JOB-ID = 0
002280         GO TO MON-APPROVE-EXIT.
002290     PERFORM MON-APR-DECIDE THRU MON-APR-DECIDE-EXIT.
002300     DISPLAY SCR-APPROVE-RESULT.
002310     DISPLAY SCR-PAUSE.
002320     ACCEPT SCR-PAUSE.
002330 MON-APPROVE-EXIT.
002340     EXIT.
002350 MON-APR-DECIDE.
002360     ACCEPT WS-APR-OPERATOR FROM ENVIRONMENT "USER".
002370     IF WS-APR-OPERATOR = SPACES
002380         MOVE "BATCH" TO WS-APR-OPERATOR.
002390     IF WS-APR-DECISION NOT = "A" AND WS-APR-DECISION NOT = "R"
002400         MOVE "DECISION MUST BE A (APPROVE) OR R (REJECT)"
002410             TO WS-APR-MESSAGE
002420         GO TO MON-APR-DECIDE-EXIT.
002430     MOVE WS-APR-JOB-ID TO QW-JOB-ID.
002440     SET QW-FUNCTION-READ TO TRUE.
002450     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002460     IF NOT QW-FOUND-YES OR QW-STATUS NOT = "P"
002470         STRING "JOB " WS-APR-JOB-ID " IS NOT AWAITING APPROVAL"
002480             DELIMITED BY SIZE INTO WS-APR-MESSAGE
002490         GO TO MON-APR-DECIDE-EXIT.
002500*    A PACKAGE IS DECIDED AS A WHOLE: EVERY MEMBER STILL
002510*    AWAITING APPROVAL MUST PASS THE CHECKS BEFORE ANY OF THEM
002520*    IS POSTED, SO A PACKAGE IS NEVER HALF APPROVED.
002530     MOVE QW-PACKAGE TO WS-APR-PACKAGE.
002540     MOVE 0 TO WS-APR-COUNT.
002550     IF WS-APR-PACKAGE = SPACES
002560         PERFORM MON-APR-CHECK-JOB
002570     ELSE
002580         SET QW-FUNCTION-BROWSE-FIRST TO TRUE
002590         CALL "RENQUEUW" USING RENQUEUW-PARMS
002600         PERFORM UNTIL NOT QW-FOUND-YES
002610             IF QW-PACKAGE = WS-APR-PACKAGE
002620                     AND QW-STATUS = "P"
002630                     AND WS-APR-MESSAGE = SPACES
002640                 PERFORM MON-APR-CHECK-JOB
002650             END-IF
002660             SET QW-FUNCTION-BROWSE-NEXT TO TRUE
002670             CALL "RENQUEUW" USING RENQUEUW-PARMS
002680         END-PERFORM
002690     END-IF.
002700     IF WS-APR-MESSAGE NOT = SPACES
002710         GO TO MON-APR-DECIDE-EXIT.
002713     MOVE 0 TO WS-APR-DONE.
002716     MOVE 0 TO WS-APR-FAIL-JOB.
002720     PERFORM VARYING WS-APR-IDX FROM 1 BY 1
002730             UNTIL WS-APR-IDX > WS-APR-COUNT
002740         PERFORM MON-APR-POST
002750     END-PERFORM.
002760     IF WS-APR-DECISION = "A"
002770         MOVE "APPROVED" TO WS-SUBMIT-NOTE
002780     ELSE
002790         MOVE "REJECTED" TO WS-SUBMIT-NOTE
002800     END-IF.
002801*    A JOB DRAINED, DELETED OR DECIDED BY SOMEONE ELSE SINCE THE
002802*    BROWSE ABOVE IS NOT UPDATED - SAY HOW MANY DID TAKE AND NAME
002803*    THE FIRST THAT DID NOT.
002804     IF WS-APR-DONE NOT = WS-APR-COUNT
002805         STRING FUNCTION TRIM(WS-SUBMIT-NOTE) " " WS-APR-DONE
002806             " OF " WS-APR-COUNT " - JOB " WS-APR-FAIL-JOB
002807             " NOT UPDATED"
002808             DELIMITED BY SIZE INTO WS-APR-MESSAGE
002809         GO TO MON-APR-DECIDE-EXIT.
002810     IF WS-APR-PACKAGE = SPACES
002820         STRING "JOB " WS-APR-JOB-ID " "
002830             FUNCTION TRIM(WS-SUBMIT-NOTE)
002840             DELIMITED BY SIZE INTO WS-APR-MESSAGE
002850     ELSE
002860         STRING "PACKAGE " FUNCTION TRIM(WS-APR-PACKAGE) " "
002870             FUNCTION TRIM(WS-SUBMIT-NOTE) ", JOBS=" WS-APR-COUNT
002880             DELIMITED BY SIZE INTO WS-APR-MESSAGE
002890     END-IF.
002900 MON-APR-DECIDE-EXIT.
002910     EXIT.
002920 MON-APR-CHECK-JOB.
002930*    THE SUBMITTER MAY NOT DECIDE THEIR OWN JOB, AND A COVERED
002940*    DECK MAY ONLY BE DECIDED BY AN APPROVER NAMED ON ONE OF
002950*    ITS RULES.  THE FIRST FAILURE STOPS THE WHOLE DECISION.
002960     IF QW-OPERATOR = WS-APR-OPERATOR
002970         STRING "JOB " QW-JOB-ID " WAS SUBMITTED BY "
002980             FUNCTION TRIM(WS-APR-OPERATOR)
002990             " - A SECOND OPERATOR MUST DECIDE"
003000             DELIMITED BY SIZE INTO WS-APR-MESSAGE
003010     ELSE
003020         MOVE QW-DECK-NAME    TO AQ-DECK-NAME
003030         MOVE QW-IN-PATH      TO AQ-IN-PATH
003040         MOVE WS-APR-OPERATOR TO AQ-OPERATOR
003050         CALL "RENAPRC" USING RENAPRC-PARMS
003060         IF AQ-REQUIRED-YES AND NOT AQ-APPROVER-OK-YES
003070             STRING FUNCTION TRIM(WS-APR-OPERATOR)
003080                 " IS NOT AN APPROVER FOR DECK "
003090                 FUNCTION TRIM(QW-DECK-NAME)
003100                 DELIMITED BY SIZE INTO WS-APR-MESSAGE
003110         ELSE
003120             IF WS-APR-COUNT = 200
003130                 MOVE "PACKAGE HAS MORE THAN 200 JOBS AWAITING"
003140                     TO WS-APR-MESSAGE
003150             ELSE
003160                 ADD 1 TO WS-APR-COUNT
003170                 MOVE QW-JOB-ID TO WS-APR-JOB(WS-APR-COUNT)
003180             END-IF
003190         END-IF
003200     END-IF.
003210 MON-APR-POST.
003220     MOVE WS-APR-JOB(WS-APR-IDX) TO QW-JOB-ID.
003230     MOVE WS-APR-OPERATOR TO QW-APPROVER.
003240     MOVE SPACES TO QW-MESSAGE.
003250     IF WS-APR-DECISION = "A"
003260         MOVE "Q" TO QW-STATUS
003270         STRING "APPROVED BY " FUNCTION TRIM(WS-APR-OPERATOR)
003280             DELIMITED BY SIZE INTO QW-MESSAGE
003290     ELSE
003300         MOVE "X" TO QW-STATUS
003310         STRING "REJECTED BY " FUNCTION TRIM(WS-APR-OPERATOR)
003320             DELIMITED BY SIZE INTO QW-MESSAGE
003330     END-IF.
003340     SET QW-FUNCTION-DECIDE TO TRUE.
003350     CALL "RENQUEUW" USING RENQUEUW-PARMS.
003351     IF QW-RETURN-CODE = 0
003352         ADD 1 TO WS-APR-DONE
003353     ELSE
003354         IF WS-APR-FAIL-JOB = 0
003355             MOVE WS-APR-JOB(WS-APR-IDX) TO WS-APR-FAIL-JOB
003356         END-IF
003357     END-IF.
003360 MON-RUN-CLAIMED.
003370*    A RENQDRN STREAM MAY BE DRAINING WHILE THE OPERATOR PICKS
003380*    OPTION 2, SO THE JOB IS CLAIMED FIRST, UNDER STREAM
003390*    "ONLINE", THE SAME WAY EVERY STREAM CLAIMS ONE.  A JOB
003400*    A STREAM GOT TO FIRST IS LEFT TO THAT STREAM; ONLY A
003405*    CLAIMED JOB GOES ON TO THE FREEZE AND APPROVAL CHECKS.
003410     MOVE "ONLINE" TO QW-STREAM-ID.
003420     SET QW-FUNCTION-CLAIM TO TRUE.
003430     CALL "RENQUEUW" USING RENQUEUW-PARMS.
003440     IF QW-RETURN-CODE = 0
003455         PERFORM MON-RUN-ELIGIBLE
003470     END-IF.
003471*    A CLAIM, HOLD OR RUN LEAVES QW-FOUND AS ITS OWN CALL SET
003472*    IT; PUT IT BACK SO THE BROWSE GOES ON TO THE NEXT JOB.
003473     MOVE "Y" TO QW-FOUND.
003474 MON-RUN-HOLD.
003475*    BACK FROM "C" TO QW-STATUS WITH QW-MESSAGE SAYING WHY.
003476     MOVE "ONLINE" TO QW-STREAM-ID.
003477     SET QW-FUNCTION-RELEASE TO TRUE.
003478     CALL "RENQUEUW" USING RENQUEUW-PARMS.
003480 MON-RETARGET-TRAY.
003490*    SAME TRAY FOLLOW-UP AS RENQDRN: STAGED CHANGE DECKS THAT
003500*    TOUCH THIS MEMBER ARE RETARGETED TO ITS NEW NUMBERS, AND A
003510*    DECK LEFT NEEDING A LOOK SAYS SO ON THE JOB.
003520     MOVE RE-DECK-NAME TO TA-MEMBER.
003530     MOVE RE-XMAP-PATH TO TA-MAP-PATH.
003540     MOVE SPACE        TO TA-MAP-MOVED.
003550     CALL "RENTRAYR" USING RENTRAYR-PARMS.
003560     IF TA-ATTENTION-COUNT > 0
003570         MOVE "TRAY DECKS NEED ATTENTION - SEE RENTRAYM"
003580             TO QW-MESSAGE
003590     END-IF.
