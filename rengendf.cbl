000190*            MUST BE IN ASCENDING SEQNO ORDER (RENUMENG
000200*            OUTPUT ALWAYS IS); ANYTHING ELSE IS REFUSED
000210*            RATHER THAN DIFFED WRONG.
000211*            CARDS CARRY THEIR COLUMNS 73-80 IDENTIFICATION
000212*            AREA ACROSS UNCHANGED, AND THE CONTROL CARDS THIS
000213*            PROGRAM WRITES ARE STAMPED WITH THE NEWER
000214*            GENERATION'S OWN IDENTIFICATION (ITS FIRST STAMPED
000215*            CARD), SO THE DELTA SAYS WHICH DECK IT CAME FROM.
000220*            CONTROL FILE "rengendf" HOLDS:
000230*              REC 1  - COLS 1-8   DECK NAME
000240*                       COLS 9-12  OLDER GENERATION NUMBER
001000 01  WS-DEL-TO             PIC 9(6).
001010 01  WS-CARD-WORK          PIC X(133).
001020 01  WS-FAIL-MSG           PIC X(60).
001025 01  WS-DELTA-STAMP        PIC X(8) VALUE SPACES.
001030 COPY RENGENL.
001040 PROCEDURE DIVISION.
001050 GDF-START.
001240         MOVE "NEWER GENERATION NOT IN CATALOG" TO WS-FAIL-MSG
001250         GO TO GDF-FAIL.
001260     PERFORM GDF-LOAD-OLD.
001265     PERFORM GDF-FIND-STAMP.
001270     PERFORM GDF-WALK-NEW.
001280     DISPLAY "RENGENDF: " GD-DECK-NAME " G" GD-OLD-GEN
001290         " -> G" GD-NEW-GEN
002100     MOVE SPACES TO WS-CARD-WORK.
002110     STRING "./ CHANGE NAME=" FUNCTION TRIM(GD-DECK-NAME)
002120         DELIMITED BY SIZE INTO WS-CARD-WORK.
002125     MOVE WS-DELTA-STAMP TO WS-CARD-WORK(73:8).
002130     WRITE GD-CARD FROM WS-CARD-WORK.
002140     MOVE 0 TO WS-PREV-SEQNO.
002150     PERFORM UNTIL WS-NEW-AT-END = "Y"
002760         STRING "./ DELETE SEQ1=" WS-DEL-FROM
002770             ",SEQ2=" WS-DEL-TO
002780             DELIMITED BY SIZE INTO WS-CARD-WORK
002785         MOVE WS-DELTA-STAMP TO WS-CARD-WORK(73:8)
002790         WRITE GD-CARD FROM WS-CARD-WORK
002800         MOVE "N" TO WS-DEL-ACTIVE
002810     END-IF.
002820 GDF-FIND-STAMP.
002830*    A SEPARATE READ AHEAD OF THE WALK, BECAUSE THE CHANGE
002840*    CARD IS WRITTEN BEFORE THE FIRST DATA CARD IS SEEN.  AN
002850*    UNSTAMPED GENERATION LEAVES THE CONTROL CARDS BLANK THERE.
002860     OPEN INPUT NEW-GEN-FILE.
002870     IF WS-NEW-STATUS NOT = "00"
002880         MOVE "NEWER GENERATION COPY MISSING FROM DISK"
002890             TO WS-FAIL-MSG
002900         GO TO GDF-FAIL.
002910     PERFORM UNTIL WS-DELTA-STAMP NOT = SPACES
002920         MOVE SPACES TO NEWREC
002930         READ NEW-GEN-FILE AT END EXIT PERFORM END-READ
002940         MOVE NEWREC(73:8) TO WS-DELTA-STAMP
002950     END-PERFORM.
002960     CLOSE NEW-GEN-FILE.
