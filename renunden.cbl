000190*            WRONG OR STALE MAP CANNOT HALF-RESTORE A DECK.
000200*            TAKES AND RELEASES THE STANDARD DECK LOCK
000210*            ITSELF - AN UNDO MUST NOT RACE A CONCURRENT
000220*            RENUMBER OF THE SAME DECK.  THE SWAPPED MAP IS
000222*            ALSO FILED WITH RENLINW AS THE REVERSAL'S SEQNO
000224*            LINEAGE, SO A LINEAGE TRACE FOLLOWS A LINE BACK
000226*            TO ITS RESTORED NUMBER, AND THE RESTORED DECK IS
000227*            CATALOGED WITH RENGENW AS THE DECK'S NEXT
000228*            GENERATION, SO THE DRIFT CHECKS SEE IT AS OURS.
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.
000940 COPY REXREFLS.
000950 COPY RENHISTL.
000960 COPY RENLOCKL.
000965 COPY RENLINL.
000967 COPY RENGENL.
000970 LINKAGE SECTION.
000980 COPY RENUNDLS.
000990 PROCEDURE DIVISION USING RENUND-PARMS.
001240     PERFORM UNE-RUN-XRF.
001250     PERFORM UNE-RESTORE-SEQNO.
001260     PERFORM UNE-HISTORY.
001265     PERFORM UNE-LINEAGE.
001267     PERFORM UNE-CATALOG-GEN.
001270     PERFORM UNE-RELEASE-LOCK.
001280     MOVE WS-DECK-COUNT TO UN-RESTORED-COUNT.
001290     MOVE 0 TO UN-RETURN-CODE.
001300     IF GN-RETURN-CODE = 0
001301         MOVE "RESTORE COMPLETE" TO UN-MESSAGE
001302     ELSE
001303         MOVE "RESTORE COMPLETE - GENERATION NOT CATALOGED"
001304             TO UN-MESSAGE
001305     END-IF.
001310     EXIT PROGRAM.
001320 UNE-FAIL.
001330*    THE FAILING PARAGRAPH ALREADY PUT ITS TEXT IN
002390     MOVE 0                   TO RW-INCREMENT.
002400     MOVE WS-DECK-COUNT       TO RW-RECORD-COUNT.
002410     SET RW-TYPE-REVERSAL     TO TRUE.
002413     MOVE SPACES              TO RW-APPROVER.
002416     MOVE SPACES              TO RW-APPROVE-DATETIME.
002420     CALL "RENHISTW" USING RENHISTW-PARMS.
002430 UNE-TAKE-LOCK.
002440     MOVE UN-DECK-NAME TO LW-DECK-NAME.
002640         CALL "RENLOCKW" USING RENLOCKW-PARMS
002650         MOVE "N" TO WS-LOCK-HELD
002660     END-IF.
002670 UNE-LINEAGE.
002680*    THE SWAPPED MAP WRITTEN FOR RENXRFEN IS EXACTLY THIS
002690*    RUN'S OLD-TO-NEW MAP (RENUMBERED SEQNO TO RESTORED ONE),
002700*    ONE ENTRY PER LINE, SO IT IS FILED AS A FULL MAP UNDER
002710*    THE REVERSAL'S RENHIST KEY.  A FILING FAILURE LEAVES A
002720*    GAP THE LINEAGE INQUIRY REPORTS; THE RESTORE STANDS.
002730     IF RW-RETURN-CODE = 0
002740         MOVE UN-DECK-NAME      TO LN-DECK-NAME
002750         MOVE RW-RUN-DATETIME   TO LN-RUN-DATETIME
002760         MOVE RW-RUN-TYPE       TO LN-RUN-TYPE
002770         SET LN-MAP-FULL        TO TRUE
002780         MOVE WS-REV-NAME       TO LN-SOURCE-MAP
002790         MOVE WS-OUT-NAME       TO LN-DECK-PATH
002800         MOVE WS-DECK-COUNT     TO LN-RECORD-COUNT
002810         CALL "RENLINW" USING RENLINW-PARMS
002820     END-IF.
002830 UNE-CATALOG-GEN.
002840*    THE RESTORED DECK IS A NEW STATE OF THE DECK, SO IT IS
002850*    CATALOGED UNDER THE LOCK LIKE ANY RENUMBER'S OUTPUT - ELSE
002860*    RENDRFC WOULD COMPARE IT WITH THE RENUMBERED GENERATION
002870*    AND CALL IT CHANGED.  NO TRIM HERE (GN-KEEP ZERO); THE
002880*    NEXT RENUMBER TRIMS TO THE RENUMPRM SETTING.  A CATALOG
002890*    FAILURE IS REPORTED IN THE MESSAGE; THE RESTORE STANDS.
002900     MOVE UN-DECK-NAME        TO GN-DECK-NAME.
002910     MOVE WS-OUT-NAME         TO GN-OUT-PATH.
002920     MOVE RW-RUN-DATETIME     TO GN-RUN-DATETIME.
002930     MOVE WS-DECK-COUNT       TO GN-RECORD-COUNT.
002940     MOVE 0                   TO GN-KEEP.
002950     SET GN-FUNCTION-CATALOG  TO TRUE.
002960     CALL "RENGENW" USING RENGENW-PARMS.
