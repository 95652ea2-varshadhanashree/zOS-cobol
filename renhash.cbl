000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENHASH.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    HASH TOTAL OF ONE DECK FILE.  READS THE NAMED
000050*            DECK AND COMPUTES RENBKUP'S "*T" HASH OVER IT -
000060*            31 TIMES THE RUNNING TOTAL PLUS EACH BYTE, MOD
000070*            10**12 - SO A TRANSPOSED, ALTERED, ADDED OR
000080*            DROPPED LINE ALL CHANGE THE TOTAL.  EACH RECORD
000090*            IS HASHED AS ITS FULL 133-BYTE IMAGE, BLANK
000100*            PADDED: A LINE SEQUENTIAL DECK DOES NOT KEEP
000110*            TRAILING BLANKS, SO THE PADDED IMAGE IS THE SAME
000120*            WHICHEVER PROGRAM WROTE THE COPY.  RENGENW STAMPS
000130*            THE TOTAL ON EVERY GENERATION IT CATALOGS AND THE
000140*            DRIFT CHECK (RENDRFC) COMPARES LIVE DECKS WITH IT.
000150 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000170 SOURCE-COMPUTER.
000180     Linux.
000190 OBJECT-COMPUTER.
000200     Linux.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT   DECK-FILE ASSIGN TO
000240     WS-DECK-NAME
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS WS-DECK-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  DECK-FILE
000300     RECORD IS VARYING IN SIZE FROM 72 TO 133
000310         DEPENDING ON WS-DECK-REC-LEN
000320     BLOCK CONTAINS 1 RECORDS.
000330 01  DECK-REC PICTURE X(133).
000340 WORKING-STORAGE SECTION.
000350 01  WS-DECK-NAME          PIC X(108).
000360 01  WS-DECK-STATUS        PIC XX.
000370 01  WS-DECK-REC-LEN       PIC 9(3) VALUE 72.
000380 01  WS-DECK-AT-END        PIC X(1).
000390 01  WS-HASH-BUFFER        PIC X(133).
000400 01  WS-HASH-POS           PIC 9(4).
000410 LINKAGE SECTION.
000420 COPY RENHASHL.
000430 PROCEDURE DIVISION USING RENHASH-PARMS.
000440 HSH-START.
000450     MOVE 0 TO HS-RETURN-CODE.
000460     MOVE 0 TO HS-HASH.
000470     MOVE 0 TO HS-RECORD-COUNT.
000480     MOVE HS-PATH TO WS-DECK-NAME.
000490     OPEN INPUT DECK-FILE.
000500     IF WS-DECK-STATUS NOT = "00"
000510         MOVE 8 TO HS-RETURN-CODE
000520         EXIT PROGRAM.
000530     MOVE "N" TO WS-DECK-AT-END.
000540     PERFORM UNTIL WS-DECK-AT-END = "Y"
000550         MOVE SPACES TO DECK-REC
000560         READ DECK-FILE
000570             AT END MOVE "Y" TO WS-DECK-AT-END
000580         END-READ
000590         IF WS-DECK-AT-END = "N"
000600             ADD 1 TO HS-RECORD-COUNT
000610             MOVE SPACES TO WS-HASH-BUFFER
000620             MOVE DECK-REC(1:WS-DECK-REC-LEN) TO WS-HASH-BUFFER
000630             PERFORM HSH-HASH-RECORD
000640         END-IF
000650     END-PERFORM.
000660     CLOSE DECK-FILE.
000670     EXIT PROGRAM.
000680 HSH-HASH-RECORD.
000690*    SAME TOTAL, SAME WAY, AS RENBKUP'S BKP-HASH-RECORD.
000700     PERFORM VARYING WS-HASH-POS FROM 1 BY 1
000710             UNTIL WS-HASH-POS > 133
000720         COMPUTE HS-HASH = FUNCTION MOD(
000730             HS-HASH * 31
000740             + FUNCTION ORD(WS-HASH-BUFFER(WS-HASH-POS:1)),
000750             1000000000000)
000760     END-PERFORM.
