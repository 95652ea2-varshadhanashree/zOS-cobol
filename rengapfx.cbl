000260*            WHILE THIS REPAIRS GAPS INSIDE ONE CURRENT
000270*            DECK.  A DECK WITH NO EXHAUSTED GAP IS LEFT
000280*            COMPLETELY ALONE - NO OUTPUT, NO MAP, NO
000290*            HISTORY.  THE MOVED-LINES MAP IS FILED WITH
000292*            RENLINW AS THE REPAIR'S SEQNO LINEAGE (A MOVED-
000294*            ONLY MAP - LINES NOT IN IT KEPT THEIR NUMBER), AND
000295*            THE REPAIRED DECK IS CATALOGED WITH RENGENW AS THE
000296*            DECK'S NEXT GENERATION, KEEPING THE "renumprm" H
000297*            RECORD'S GENERATION COUNT THE WAY RENUMENG DOES.
000300*            CONTROL FILE "rengapfx" HOLDS:
000310*              REC 1  - DECK NAME                (COLS 1-8)
000320*              REC 2  - INPUT DECK PATH          (COLS 1-100)
001110 01  WS-FIRST-MOVED        PIC 9(6) VALUE 0.
001120 01  WS-FAIL-MSG           PIC X(60).
001130 01  WS-LOCK-HELD          PIC X(1) VALUE "N".
001135 01  WS-GEN-KEEP           PIC 9(2) VALUE 0.
001140 COPY REXREFLS.
001150 COPY RENHISTL.
001160 COPY RENLOCKL.
001165 COPY RENLINL.
001167 COPY RENTRAYL.
001168 COPY RENGENL.
001170 PROCEDURE DIVISION.
001180 GPF-START.
001190     ACCEPT RW-OPERATOR FROM ENVIRONMENT "USER".
001490     PERFORM GPF-WRITE-DECK.
001500     PERFORM GPF-RUN-XRF.
001510     PERFORM GPF-HISTORY.
001515     PERFORM GPF-LINEAGE.
001517     PERFORM GPF-CATALOG-GEN.
001520     PERFORM GPF-RELEASE-LOCK.
001525     PERFORM GPF-RETARGET-TRAY.
001530     DISPLAY "RENGAPFX: " WS-GAP-DECK
001540         " GAPS REPAIRED=" WS-GAP-COUNT
001550         " LINES MOVED=" WS-MOVED-COUNT
001560         " OF " WS-DECK-COUNT.
001570     MOVE TA-RETURN-CODE TO RETURN-CODE.
001580     STOP RUN.
001590 GPF-BAD-CONTROL.
001600     CLOSE CONTROL-FILE.
003440     MOVE WS-INCREMENT    TO RW-INCREMENT.
003450     MOVE WS-MOVED-COUNT  TO RW-RECORD-COUNT.
003460     SET RW-TYPE-RENUMBER TO TRUE.
003463     MOVE SPACES          TO RW-APPROVER.
003466     MOVE SPACES          TO RW-APPROVE-DATETIME.
003470     CALL "RENHISTW" USING RENHISTW-PARMS.
003480 GPF-TAKE-LOCK.
003490     MOVE WS-GAP-DECK TO LW-DECK-NAME.
003850             MOVE RP-SKIP-FROM TO WS-SKIP-FROM(WS-SKIP-IDX)
003860             MOVE RP-SKIP-TO   TO WS-SKIP-TO(WS-SKIP-IDX)
003870         END-IF
003872         IF RP-REC-TYPE = "H" AND RP-GEN-KEEP IS NUMERIC
003874             MOVE RP-GEN-KEEP TO WS-GEN-KEEP
003876         END-IF
003880     END-PERFORM.
003890 GPF-LOAD-PARMS-CLOSE.
003900     CLOSE PARM-FILE.
004190             SET WS-SKIP-IDX TO 0
004200         END-IF
004210     END-PERFORM.
004220 GPF-LINEAGE.
004230*    ONLY THE MOVED LINES ARE IN THE MAP, SO IT IS FILED AS A
004240*    MOVED-ONLY MAP: THE LINEAGE INQUIRY READS A SEQNO MISSING
004250*    FROM IT AS UNCHANGED, NOT DROPPED.
004260     IF RW-RETURN-CODE = 0
004270         MOVE WS-GAP-DECK      TO LN-DECK-NAME
004280         MOVE RW-RUN-DATETIME  TO LN-RUN-DATETIME
004290         MOVE RW-RUN-TYPE      TO LN-RUN-TYPE
004300         SET LN-MAP-MOVED      TO TRUE
004310         MOVE WS-MAP-NAME      TO LN-SOURCE-MAP
004320         MOVE WS-OUT-NAME      TO LN-DECK-PATH
004330         MOVE WS-MOVED-COUNT   TO LN-RECORD-COUNT
004340         CALL "RENLINW" USING RENLINW-PARMS
004350         IF LN-RETURN-CODE NOT = 0
004360             DISPLAY "RENGAPFX: " WS-GAP-DECK
004370                 " LINEAGE NOT FILED"
004380         END-IF
004390     END-IF.
004400 GPF-RETARGET-TRAY.
004410*    STAGED CHANGE DECKS IN THE TRAY THAT TOUCH THIS DECK FOLLOW
004420*    THE MOVED LINES.  THE MAP HOLDS ONLY THE LINES THAT MOVED,
004430*    SO RENRTGEN IS TOLD A MISSING SEQNO KEPT ITS NUMBER.  A
004440*    TRAY DECK LEFT NEEDING A LOOK ENDS THE REPAIR WITH RC 4.
004450     MOVE WS-GAP-DECK TO TA-MEMBER.
004460     MOVE WS-MAP-NAME TO TA-MAP-PATH.
004470     MOVE "Y"         TO TA-MAP-MOVED.
004480     CALL "RENTRAYR" USING RENTRAYR-PARMS.
004490     IF TA-DECK-COUNT > 0
004500         DISPLAY "RENGAPFX: " WS-GAP-DECK
004510             " TRAY DECKS RETARGETED=" TA-DECK-COUNT
004520             " NEEDING ATTENTION=" TA-ATTENTION-COUNT
004530     END-IF.
004540 GPF-CATALOG-GEN.
004550*    THE REPAIRED DECK IS CATALOGED UNDER THE LOCK LIKE ANY
004560*    RENUMBER'S OUTPUT, ELSE RENDRFC WOULD COMPARE IT WITH THE
004570*    GENERATION BEFORE THE REPAIR AND CALL IT CHANGED.  A
004580*    CATALOG FAILURE IS REPORTED; THE REPAIR STANDS.
004590     MOVE WS-GAP-DECK         TO GN-DECK-NAME.
004600     MOVE WS-OUT-NAME         TO GN-OUT-PATH.
004610     MOVE RW-RUN-DATETIME     TO GN-RUN-DATETIME.
004620     MOVE WS-DECK-COUNT       TO GN-RECORD-COUNT.
004630     MOVE WS-GEN-KEEP         TO GN-KEEP.
004640     SET GN-FUNCTION-CATALOG  TO TRUE.
004650     CALL "RENGENW" USING RENGENW-PARMS.
004660     IF GN-RETURN-CODE NOT = 0
004670         DISPLAY "RENGAPFX: " WS-GAP-DECK
004680             " GENERATION NOT CATALOGED"
004690     END-IF.
