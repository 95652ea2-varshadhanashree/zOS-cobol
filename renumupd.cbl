000260*            CONTROL CARDS OTHER THAN ADD ("./ NUMBER",
000270*            "./ ENDUP", ...) PASS THROUGH IN ORDER RELATIVE
000280*            TO THE ADD CARDS AROUND THEM.
000281*            EVERY CARD KEEPS ITS COLUMNS 73-80 THROUGH ALL THREE
000282*            PASSES.  WHEN THE renumprm H RECORD ASKS FOR STAMPING
000283*            (RP-STAMP), EACH MEMBER'S CARDS ARE STAMPED WITH THAT
000284*            MEMBER'S OWN DECK ID, SO A RECOMBINED STREAM STILL
000285*            SAYS WHERE EVERY CARD BELONGS.
000290*            CONTROL FILE "renumupd" HOLDS:
000300*              REC 1  - INPUT CARD STREAM PATH    (COLS 1-100)
000310*              REC 2  - MEMBER WORK/OUTPUT LIBRARY (COLS 1-80)
000990             88  WS-ORDER-MEMBER   VALUE "M".
001000         10  WS-ORDER-TEXT     PIC X(133).
001010 COPY RENENGLS.
001015 COPY RENTRAYL.
001020 PROCEDURE DIVISION.
001030 UPD-START.
001040     ACCEPT RE-OPERATOR FROM ENVIRONMENT "USER".
002650     MOVE SPACE TO RE-BUILD-XMAP.
002660     MOVE SPACE TO RE-RESTART.
002665     MOVE SPACE TO RE-PREVIEW.
002667     MOVE SPACES TO RE-STAMP-OPTS.
002668     MOVE SPACES TO RE-APPROVER.
002669     MOVE SPACES TO RE-APPROVE-DATETIME.
002670     MOVE SPACES TO RE-BASELINE-PATH.
002680     MOVE SPACES TO RE-XMAP-PATH.
002690     CALL "RENUMENG" USING RENENG-PARMS.
002730     DISPLAY "RENUMUPD: " WS-MEMBER-DECK(WS-MEMBER-IDX)
002740         " RC=" RE-RETURN-CODE " RECS=" RE-RECORDS-WRITTEN
002750         " " RE-MESSAGE.
002752     IF RE-RETURN-CODE <= 4 AND RE-BUILD-XMAP-YES
002754             AND NOT RE-PREVIEW-YES AND RE-XMAP-PATH NOT = SPACES
002756         PERFORM UPD-RETARGET-TRAY
002758     END-IF.
002760 UPD-RECOMBINE.
002770     OPEN OUTPUT COMBINE-FILE.
002780     PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
003020     CLOSE MEMBER-IN-FILE.
003030 UPD-COPY-MEMBER-EXIT.
003040     EXIT.
003050 UPD-RETARGET-TRAY.
003060*    SAME TRAY FOLLOW-UP AS RENQDRN: STAGED CHANGE DECKS THAT
003070*    TOUCH THIS MEMBER ARE RETARGETED TO ITS NEW NUMBERS.  A
003080*    DECK LEFT NEEDING A LOOK RAISES THE RUN TO RC 4.
003090     MOVE RE-DECK-NAME TO TA-MEMBER.
003100     MOVE RE-XMAP-PATH TO TA-MAP-PATH.
003110     MOVE SPACE        TO TA-MAP-MOVED.
003120     CALL "RENTRAYR" USING RENTRAYR-PARMS.
003130     IF TA-RETURN-CODE > WS-WORST-RC
003140         MOVE TA-RETURN-CODE TO WS-WORST-RC
003150     END-IF.
003160     IF TA-DECK-COUNT > 0
003170         DISPLAY "RENUMUPD: " TA-MEMBER " TRAY DECKS RETARGETED="
003180             TA-DECK-COUNT " NEEDING ATTENTION="
003190             TA-ATTENTION-COUNT
003200     END-IF.
