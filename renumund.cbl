000120*            TARGET REWRITES, TAKES THE DECK LOCK, AND
000130*            WRITES THE RENHIST REVERSAL ENTRY; IT REFUSES
000140*            UNLESS MAP AND DECK MATCH RECORD FOR RECORD.
000142*            BEFORE THE ENGINE RUNS THE DECK IS CHECKED FOR
000144*            DRIFT (RENDRFC); ONE EDITED BY HAND SINCE ITS
000146*            NEWEST GENERATION DRAWS A WARNING AND RC 4.
000150*            CONTROL FILE "renumund" HOLDS:
000160*              REC 1  - DECK NAME                (COLS 1-8)
000170*              REC 2  - RENUMBERED DECK PATH     (COLS 1-100)
000340 01  CF-REC PIC X(100).
000350 WORKING-STORAGE SECTION.
000360 COPY RENUNDLS.
000363 01  WS-DRIFT-WARN         PIC X(1) VALUE "N".
000366 COPY RENDRFL.
000370 PROCEDURE DIVISION.
000380 UND-START.
000390     ACCEPT UN-OPERATOR FROM ENVIRONMENT "USER".
000490     READ CONTROL-FILE AT END GO TO UND-BAD-CONTROL.
000500     MOVE CF-REC TO UN-MAP-PATH.
000510     CLOSE CONTROL-FILE.
000515     PERFORM UND-CHECK-DRIFT.
000520     CALL "RENUNDEN" USING RENUND-PARMS.
000530     IF UN-RETURN-CODE = 0
000540         DISPLAY "RENUMUND: " UN-DECK-NAME
000550             " RESTORED RECORDS=" UN-RESTORED-COUNT " " UN-MESSAGE
000560     ELSE
000570         DISPLAY "RENUMUND: " UN-DECK-NAME " " UN-MESSAGE
000580     END-IF.
000590     MOVE UN-RETURN-CODE TO RETURN-CODE.
000593     IF WS-DRIFT-WARN = "Y" AND UN-RETURN-CODE = 0
000596         MOVE 4 TO RETURN-CODE.
000600     STOP RUN.
000610 UND-BAD-CONTROL.
000620     CLOSE CONTROL-FILE.
000640         "REQUIRED".
000650     MOVE 16 TO RETURN-CODE.
000660     STOP RUN.
000670 UND-CHECK-DRIFT.
000680*    THE MAP ONLY DESCRIBES THE DECK AS RENUMENG WROTE IT.  IF
000690*    THE DECK HAS BEEN EDITED BY HAND SINCE ITS NEWEST
000700*    GENERATION WAS CATALOGED, SAY SO BEFORE THE ENGINE RUNS -
000710*    THE RECORD-FOR-RECORD CHECK WILL NOT CATCH AN EDIT THAT
000720*    KEPT THE RECORD COUNT.  THE REVERSAL STILL GOES AHEAD; A
000730*    CLEAN ONE THEN ENDS RC 4 SO THE WARNING IS NOT MISSED.
000740     MOVE UN-DECK-NAME TO DC-DECK-NAME.
000750     MOVE UN-DECK-PATH TO DC-LIVE-PATH.
000760     CALL "RENDRFC" USING RENDRFC-PARMS.
000770     IF DC-STATE-CHANGED
000780         MOVE "Y" TO WS-DRIFT-WARN
000790         DISPLAY "RENUMUND: WARNING - " UN-DECK-NAME
000800             " CHANGED SINCE GENERATION " DC-GENERATION
000810             " (RECS " DC-GEN-COUNT " NOW " DC-LIVE-COUNT ")"
000820     END-IF.
000821     IF DC-STATE-GONE
000822         MOVE "Y" TO WS-DRIFT-WARN
000823         DISPLAY "RENUMUND: WARNING - " UN-DECK-NAME
000824             " NOT FOUND AT " FUNCTION TRIM(UN-DECK-PATH)
000825             " - NEWEST GENERATION IS " DC-GENERATION
000826     END-IF.
000830     IF DC-STATE-UNKNOWN
000840         DISPLAY "RENUMUND: NOTE - GENERATION " DC-GENERATION
000850             " OF " UN-DECK-NAME " HAS NO HASH TOTAL, DRIFT "
000860             "NOT CHECKED"
000870     END-IF.
