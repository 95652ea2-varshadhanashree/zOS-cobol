000130*            AND TRIMS THE DECK BACK TO THE NEWEST GN-KEEP
000140*            GENERATIONS.  DELETE AND THE BROWSE PAIR SERVE
000150*            THE RETENTION PURGE UTILITY (RENGENP).
000152*            LATEST HANDS BACK A DECK'S NEWEST GENERATION FOR
000154*            THE DRIFT CHECK (RENDRFC); EVERY GENERATION CARRIES
000156*            THE RENHASH TOTAL OF ITS COPY.
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER.
000710     05  WS-GEN-ENTRY OCCURS 100 TIMES.
000720         10  WS-GEN-NUMBER     PIC 9(4).
000730         10  WS-GEN-FILE-PATH  PIC X(108).
000735 COPY RENHASHL.
000740 LINKAGE SECTION.
000750 COPY RENGENL.
000760 PROCEDURE DIVISION USING RENGENW-PARMS.
000980             PERFORM GNW-BROWSE-FIRST
000990         WHEN GN-FUNCTION-BROWSE-NEXT
001000             PERFORM GNW-BROWSE-NEXT
001003         WHEN GN-FUNCTION-LATEST
001006             PERFORM GNW-LATEST
001010     END-EVALUATE.
001020     IF GN-FUNCTION-BROWSE-FIRST OR GN-FUNCTION-BROWSE-NEXT
001030         IF NOT GN-FOUND-YES
001340     MOVE WS-COPY-NAME     TO GNF-GEN-PATH.
001350     MOVE GN-RUN-DATETIME  TO GNF-RUN-DATETIME.
001360     MOVE GN-RECORD-COUNT  TO GNF-RECORD-COUNT.
001361     MOVE GN-ORIGIN        TO GNF-ORIGIN.
001362     MOVE SPACE            TO GN-ORIGIN.
001363     MOVE WS-COPY-NAME     TO HS-PATH.
001364     CALL "RENHASH" USING RENHASH-PARMS.
001365     MOVE SPACES           TO GNF-HASH-TOTAL.
001366     IF HS-RETURN-CODE = 0
001367         MOVE HS-HASH      TO GNF-HASH-TOTAL
001368     ELSE
001369         PERFORM GNW-HASH-FAILED.
001370     WRITE RENGEN-REC.
001380     IF WS-GEN-STATUS NOT = "00"
001390         MOVE 8 TO GN-RETURN-CODE
001400         GO TO GNW-CATALOG-EXIT.
001410     MOVE WS-NEXT-GEN  TO GN-GENERATION.
001415     MOVE GNF-HASH-TOTAL TO GN-HASH-TOTAL.
001420     MOVE WS-COPY-NAME TO GN-GEN-PATH.
001430*    TRIM BACK TO THE NEWEST GN-KEEP GENERATIONS.  THE SCAN
001440*    TABLE HOLDS THE DECK'S OLDER GENERATIONS IN ASCENDING
002550         MOVE GNF-GEN-PATH     TO GN-GEN-PATH
002560         MOVE GNF-RUN-DATETIME TO GN-RUN-DATETIME
002570         MOVE GNF-RECORD-COUNT TO GN-RECORD-COUNT
002575         MOVE GNF-HASH-TOTAL   TO GN-HASH-TOTAL
002580         MOVE "Y" TO GN-FOUND
002590     END-IF.
002600     MOVE GN-FOUND TO WS-BROWSE-ACTIVE.
002610 GNW-LATEST.
002620*    THE SCAN LEAVES WS-NEXT-GEN ON THE DECK'S HIGHEST
002630*    GENERATION NUMBER (ZERO WHEN IT HAS NONE).
002640     PERFORM GNW-SCAN-DECK THRU GNW-SCAN-DECK-EXIT.
002650     IF WS-NEXT-GEN NOT = 0
002660         MOVE GN-DECK-NAME TO GNF-DECK-NAME
002670         MOVE WS-NEXT-GEN  TO GNF-GENERATION
002680         READ RENGEN-FILE
002690             INVALID KEY CONTINUE
002700         END-READ
002710         IF WS-GEN-STATUS = "00"
002720             MOVE GNF-GENERATION   TO GN-GENERATION
002730             MOVE GNF-GEN-PATH     TO GN-GEN-PATH
002740             MOVE GNF-RUN-DATETIME TO GN-RUN-DATETIME
002750             MOVE GNF-RECORD-COUNT TO GN-RECORD-COUNT
002760             MOVE GNF-HASH-TOTAL   TO GN-HASH-TOTAL
002770             MOVE "Y" TO GN-FOUND
002780         END-IF
002790     END-IF.
002800 GNW-HASH-FAILED.
002810*    A GENERATION THAT COULD NOT BE HASHED IS FILED WITH A
002820*    BLANK HASH, WHICH RENDRFC ALREADY READS AS "UNHASHED" -
002830*    NEVER WITH A TOTAL THAT WAS NOT TAKEN.
002840     DISPLAY "RENGENW: " GN-DECK-NAME " GENERATION "
002850         GNF-GENERATION " NOT HASHED, RENHASH RC="
002860         HS-RETURN-CODE.
