001060*    DECK CHANGES YIELDS THAT DECK'S RUNS IN DATE ORDER.
001070     DISPLAY "RENHISTQ: RUNS FOR DECK " HQ-DECK-NAME.
001080     DISPLAY "RUN DATETIME     TYPE START  INCR   RECS  "
001090         "OPERATOR APPROVER".
001100     MOVE HQ-DECK-NAME TO RH-DECK-NAME.
001110     MOVE LOW-VALUES   TO RH-RUN-DATETIME.
001120     START RENHIST-FILE KEY IS NOT LESS THAN RH-KEY
002090     IF HQ-FUNC-DECK
002100         DISPLAY RH-RUN-DATETIME " " RH-RUN-TYPE "    "
002110             RH-START-LINE-CNT " " RH-INCREMENT " "
002120             RH-RECORD-COUNT " " RH-OPERATOR " " RH-APPROVER
002130     ELSE
002140         DISPLAY RH-DECK-NAME " " RH-RUN-DATETIME " "
002150             RH-RUN-TYPE "    " RH-START-LINE-CNT " "
