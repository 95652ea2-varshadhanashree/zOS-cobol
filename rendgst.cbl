000050*            OPERATOR FINDS ON THE PRINTER AT 6 AM INSTEAD
000060*            OF GREPPING FIXED-LAYOUT FILES.  READS THE
000070*            NIGHT'S RENRSLT-REC ENTRIES AND THE RENQUEUE
000080*            QUEUE AND PRINTS SIX SECTIONS:
000090*              1. RUNS THAT ENDED WITH A NONZERO RETURN
000100*                 CODE, WITH THEIR RR-MESSAGE TEXT;
000110*              2. JOBS STILL QUEUED WHOSE EARLIEST-START
000120*                 HAS PASSED (OR WAS BLANK, I.E. RUNNABLE
000130*                 ALL ALONG) BUT WERE NEVER DRAINED;
000140*              3. JOBS SITTING IN "R" SUBMITTED BEFORE THE
000150*                 REPORT DATE - LEFTOVERS OF PRIOR NIGHTS -
000153*                 AND JOBS A DRAIN STREAM CLAIMED ("C") BUT
000156*                 NEVER STARTED;
000160*              4. RUNS WHOSE ELAPSED TIME (END MINUS START)
000170*                 IS FAR ABOVE THE DECK'S OWN NORM, TAKEN
000180*                 AS THE AVERAGE OF ITS EARLIER CLEAN RUNS
000190*                 ON THE FEED (AT LEAST THREE NEEDED BEFORE
000200*                 A NORM EXISTS);
000202*              5. JOBS OTHERWISE RUNNABLE BUT HELD BY A
000204*                 CHANGE-FREEZE WINDOW (RENFRZC), WITH THE
000206*                 WINDOW'S END AND REASON.  THESE ARE HELD
000208*                 ON PURPOSE, SO THEY ARE LISTED INSTEAD OF
000209*                 UNDER SECTION 2 AND DO NOT SET CODE 4.
000210*              6. STAGED CHANGE DECKS IN THE TRAY (RENTRAYM)
000212*                 LEFT NEEDING ATTENTION BY AN AUTOMATIC
000214*                 RETARGET, WITH THE REFERENCES THE MAP COULD
000216*                 NOT RESOLVE.
000218*            ANYTHING ON THE REPORT LEAVES RETURN CODE 4 SO
000220*            THE SCHEDULER CAN TELL A QUIET NIGHT FROM ONE
000230*            WORTH READING ABOUT.
000240*            CONTROL FILE "rendgst" IS OPTIONAL, ONE RECORD:
000430     "renrslt"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-RSLT-STATUS.
000451     SELECT   RENTRAY-FILE ASSIGN TO
000452     "rentray"
000453     ORGANIZATION IS INDEXED
000454     ACCESS MODE IS DYNAMIC
000455     RECORD KEY IS TY-KEY
000456     FILE STATUS IS WS-TRAY-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CONTROL-FILE.
000520 FD  RENRSLT-FILE
000530     BLOCK CONTAINS 1 RECORDS.
000540 COPY RENRSLTF.
000543 FD  RENTRAY-FILE.
000546 COPY RENTRAYF.
000550 WORKING-STORAGE SECTION.
000560 01  WS-CTL-STATUS         PIC XX.
000570 01  WS-RSLT-STATUS        PIC XX.
000573 01  WS-TRAY-STATUS        PIC XX.
000576 01  WS-UNR-IDX            PIC 9(2).
000580 01  WS-REPORT-DATE        PIC X(8).
000590 01  WS-FACTOR             PIC 9(1) VALUE 3.
000600 01  WS-NOW-DATETIME.
000930         10  WS-NIGHT-ELAPSED  PIC 9(9).
000940         10  WS-NIGHT-EL-OK    PIC X(1).
000950 COPY RENQUEUL.
000951 COPY RENFRZL.
000952 01  WS-FRZ-COUNT          PIC 9(3) VALUE 0.
000953 01  WS-FRZ-IDX            PIC 9(3).
000954 01  WS-FRZ-TABLE.
000955     05  WS-FRZ-ENTRY OCCURS 200 TIMES.
000956         10  WS-FRZ-DECK       PIC X(8).
000957         10  WS-FRZ-JOB        PIC 9(6).
000958         10  WS-FRZ-UNTIL      PIC X(16).
000959         10  WS-FRZ-REASON     PIC X(40).
000960 PROCEDURE DIVISION.
000970 DGS-START.
000980     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001180     PERFORM DGS-FAILED-RUNS.
001190     PERFORM DGS-QUEUE-PASS.
001200     PERFORM DGS-SLOW-RUNS.
001205     PERFORM DGS-FROZEN-JOBS.
001207     PERFORM DGS-TRAY-ATTENTION THRU DGS-TRAY-EXIT.
001210     DISPLAY "RENDGST: ITEMS REPORTED=" WS-FLAGGED-COUNT.
001220     IF WS-FLAGGED-COUNT > 0
001230         MOVE 4 TO RETURN-CODE
002370 DGS-QUEUE-PASS.
002380     DISPLAY " ".
002390     DISPLAY "RENDGST: 2. QUEUED JOBS NEVER DRAINED / "
002400         "3. JOBS STUCK IN R OR C".
002410     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
002420     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002430     PERFORM UNTIL NOT QW-FOUND-YES
002450                 AND (QW-EARLIEST-DATETIME = SPACES
002460                     OR QW-EARLIEST-DATETIME <=
002470                         WS-NOW-DATETIME)
002472             PERFORM DGS-CHECK-FREEZE
002474             IF FC-FROZEN-YES
002476                 PERFORM DGS-POST-FROZEN
002478             ELSE
002480                 DISPLAY "  " QW-DECK-NAME " JOB " QW-JOB-ID
002490                     " STILL QUEUED, RUNNABLE SINCE "
002500                     QW-EARLIEST-DATETIME
002510                 ADD 1 TO WS-FLAGGED-COUNT
002515             END-IF
002520         END-IF
002530         IF QW-STATUS = "R"
002540                 AND QW-SUBMIT-DATETIME(1:8) < WS-REPORT-DATE
002570                 " - PRIOR NIGHT LEFTOVER"
002580             ADD 1 TO WS-FLAGGED-COUNT
002590         END-IF
002591*        A CLAIM NOTHING STARTED IS A STREAM THAT DIED BETWEEN
002592*        CLAIMING AND RUNNING - RENQDRN_RELEASE FREES IT.
002593         IF QW-STATUS = "C"
002594             DISPLAY "  " QW-DECK-NAME " JOB " QW-JOB-ID
002595                 " CLAIMED BY STREAM " QW-STREAM-ID " AT "
002596                 QW-CLAIM-DATETIME(1:12) ", NOT STARTED"
002597             ADD 1 TO WS-FLAGGED-COUNT
002598         END-IF
002600         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
002610         CALL "RENQUEUW" USING RENQUEUW-PARMS
002620     END-PERFORM.
002990     END-IF.
003000 DGS-JUDGE-SLOW-EXIT.
003010     EXIT.
003020 DGS-CHECK-FREEZE.
003030     MOVE QW-DECK-NAME TO FC-DECK-NAME.
003040     MOVE QW-IN-PATH   TO FC-IN-PATH.
003050     MOVE SPACES       TO FC-AT-DATETIME.
003060     CALL "RENFRZC" USING RENFRZC-PARMS.
003070 DGS-POST-FROZEN.
003080*    TABLED RATHER THAN PRINTED HERE - THIS PASS IS STILL
003090*    WRITING SECTIONS 2 AND 3.
003100     IF WS-FRZ-COUNT = 200
003110         DISPLAY "RENDGST: MORE THAN 200 JOBS HELD BY A "
003120             "FREEZE, " QW-DECK-NAME " NOT LISTED"
003130     ELSE
003140         ADD 1 TO WS-FRZ-COUNT
003150         MOVE QW-DECK-NAME   TO WS-FRZ-DECK(WS-FRZ-COUNT)
003160         MOVE QW-JOB-ID      TO WS-FRZ-JOB(WS-FRZ-COUNT)
003170         MOVE FC-TO-DATETIME TO WS-FRZ-UNTIL(WS-FRZ-COUNT)
003180         MOVE FC-REASON      TO WS-FRZ-REASON(WS-FRZ-COUNT)
003190     END-IF.
003200 DGS-FROZEN-JOBS.
003210     DISPLAY " ".
003220     DISPLAY "RENDGST: 5. JOBS HELD BY A CHANGE FREEZE".
003230     PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
003240             UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
003250         DISPLAY "  " WS-FRZ-DECK(WS-FRZ-IDX)
003260             " JOB " WS-FRZ-JOB(WS-FRZ-IDX)
003270             " FROZEN UNTIL " WS-FRZ-UNTIL(WS-FRZ-IDX)(1:12)
003280             " " WS-FRZ-REASON(WS-FRZ-IDX)
003290     END-PERFORM.
003300 DGS-TRAY-ATTENTION.
003310     DISPLAY " ".
003320     DISPLAY "RENDGST: 6. TRAY DECKS NEEDING ATTENTION".
003330*    NO TRAY FILE MEANS NOTHING HAS EVER BEEN STAGED.
003340     OPEN INPUT RENTRAY-FILE.
003350     IF WS-TRAY-STATUS NOT = "00"
003360         GO TO DGS-TRAY-EXIT.
003370     MOVE "N" TO WS-AT-END.
003380     MOVE LOW-VALUES TO TY-KEY.
003390     START RENTRAY-FILE KEY IS NOT LESS THAN TY-KEY
003400         INVALID KEY MOVE "Y" TO WS-AT-END
003410     END-START.
003420     PERFORM UNTIL WS-AT-END = "Y"
003430         READ RENTRAY-FILE NEXT RECORD
003440             AT END MOVE "Y" TO WS-AT-END
003450         END-READ
003460         IF WS-AT-END = "N" AND TY-STATUS-ATTENTION
003470             PERFORM DGS-POST-TRAY
003480         END-IF
003490     END-PERFORM.
003500     CLOSE RENTRAY-FILE.
003510 DGS-TRAY-EXIT.
003520     EXIT.
003530 DGS-POST-TRAY.
003540     DISPLAY "  " FUNCTION TRIM(TY-DECK-PATH)
003550         " SUBMITTED BY " TY-SUBMITTER
003560         " LAST RETARGET " TY-LAST-MEMBER
003570         " AT " TY-LAST-DATETIME(1:12)
003580         " RC=" TY-LAST-RETURN-CODE.
003590     DISPLAY "    UNRESOLVED=" TY-LAST-UNRESOLVED
003600         " " TY-LAST-MESSAGE.
003610     PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
003620             UNTIL WS-UNR-IDX > TY-UNRESOLVED-COUNT
003630                 OR WS-UNR-IDX > 10
003640         DISPLAY "    " TY-UNR-MEMBER(WS-UNR-IDX)
003650             " SEQNO " TY-UNR-SEQNO(WS-UNR-IDX)
003660     END-PERFORM.
003670     ADD 1 TO WS-FLAGGED-COUNT.
