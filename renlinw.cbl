000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENLINW.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    SEQNO LINEAGE CATALOG WRITER.  A RENUMBER USED TO
000050*            LEAVE ITS OLD-TO-NEW MAP ONLY WHEN RE-BUILD-XMAP
000060*            WAS ASKED FOR, AND EVEN THEN THE NEXT RUN OVER
000070*            THE SAME PATH REPLACED IT, SO A SEQNO ON A
000080*            LISTING MORE THAN ONE RUN OLD COULD NOT BE
000090*            TRACED.  CALLED RIGHT AFTER RENHISTW BY EVERY RUN
000100*            THAT MOVES LINE NUMBERS (RENUMENG, RENUNDEN,
000110*            RENGAPFX): COPIES THE RUN'S MAP TO A NAME OF ITS
000120*            OWN ("<deckpath>.m" PLUS THE RUN DATETIME) AND
000130*            RECORDS IT IN THE RENLIN INDEXED FILE UNDER THE
000140*            SAME KEY AS THE RUN'S RENHIST ENTRY.  RENLINEN
000150*            CHAINS THESE RECORDS TO ANSWER LINEAGE INQUIRIES.
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER.
000190     Linux.
000200 OBJECT-COMPUTER.
000210     Linux.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT   RENLIN-FILE ASSIGN TO
000250     "renlin"
000260     ORGANIZATION IS INDEXED
000270     ACCESS MODE IS DYNAMIC
000280     RECORD KEY IS LNF-KEY
000290     FILE STATUS IS WS-LIN-STATUS.
000300     SELECT   SOURCE-FILE ASSIGN TO
000310     WS-SOURCE-NAME
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-SOURCE-STATUS.
000340     SELECT   COPY-FILE ASSIGN TO
000350     WS-COPY-NAME
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS WS-COPY-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RENLIN-FILE.
000410 COPY RENLINF.
000420 FD  SOURCE-FILE
000430     BLOCK CONTAINS 1 RECORDS.
000440 COPY RENXMAP.
000450 FD  COPY-FILE
000460     BLOCK CONTAINS 1 RECORDS.
000470 01  COPY-REC PIC X(12).
000480 WORKING-STORAGE SECTION.
000490 01  WS-LIN-STATUS         PIC XX.
000500 01  WS-SOURCE-NAME        PIC X(108).
000510 01  WS-SOURCE-STATUS      PIC XX.
000520 01  WS-COPY-NAME          PIC X(118).
000530 01  WS-COPY-STATUS        PIC XX.
000540 01  WS-COPY-AT-END        PIC X(1) VALUE "N".
000550 LINKAGE SECTION.
000560 COPY RENLINL.
000570 PROCEDURE DIVISION USING RENLINW-PARMS.
000580 LNW-START.
000590     MOVE 0 TO LN-RETURN-CODE.
000600     MOVE SPACES TO LN-MAP-PATH.
000610     MOVE SPACES TO WS-COPY-NAME.
000620     STRING FUNCTION TRIM(LN-DECK-PATH) ".m" LN-RUN-DATETIME
000630         DELIMITED BY SIZE INTO WS-COPY-NAME.
000640     MOVE FUNCTION TRIM(LN-SOURCE-MAP) TO WS-SOURCE-NAME.
000650     PERFORM LNW-COPY-MAP THRU LNW-COPY-EXIT.
000660     IF LN-RETURN-CODE NOT = 0
000670         EXIT PROGRAM.
000680     OPEN I-O RENLIN-FILE.
000690     IF WS-LIN-STATUS = "35"
000700         OPEN OUTPUT RENLIN-FILE
000710         CLOSE RENLIN-FILE
000720         OPEN I-O RENLIN-FILE.
000730     MOVE LN-DECK-NAME      TO LNF-DECK-NAME.
000740     MOVE LN-RUN-DATETIME   TO LNF-RUN-DATETIME.
000750     MOVE LN-RUN-TYPE       TO LNF-RUN-TYPE.
000760     MOVE LN-MAP-KIND       TO LNF-MAP-KIND.
000770     MOVE WS-COPY-NAME      TO LNF-MAP-PATH.
000780     MOVE LN-DECK-PATH      TO LNF-DECK-PATH.
000790     MOVE LN-RECORD-COUNT   TO LNF-RECORD-COUNT.
000800     WRITE RENLIN-REC.
000810     IF WS-LIN-STATUS NOT = "00"
000820         MOVE 8 TO LN-RETURN-CODE
000830     ELSE
000840         MOVE WS-COPY-NAME TO LN-MAP-PATH
000850     END-IF.
000860     CLOSE RENLIN-FILE.
000870     EXIT PROGRAM.
000880 LNW-COPY-MAP.
000890*    AN EMPTY MAP IS STILL A VALID LINEAGE (A GAP REPAIR THAT
000900*    MOVED NOTHING, A DECK WITH NO LINES) - ONLY A MAP THAT
000910*    CANNOT BE OPENED IS AN ERROR.
000920     OPEN INPUT SOURCE-FILE.
000930     IF WS-SOURCE-STATUS NOT = "00"
000940         MOVE 8 TO LN-RETURN-CODE
000950         GO TO LNW-COPY-EXIT.
000960     OPEN OUTPUT COPY-FILE.
000970     IF WS-COPY-STATUS NOT = "00"
000980         CLOSE SOURCE-FILE
000990         MOVE 8 TO LN-RETURN-CODE
001000         GO TO LNW-COPY-EXIT.
001010     MOVE "N" TO WS-COPY-AT-END.
001020     PERFORM UNTIL WS-COPY-AT-END = "Y"
001030         READ SOURCE-FILE
001040             AT END MOVE "Y" TO WS-COPY-AT-END
001050             NOT AT END WRITE COPY-REC FROM XMAP-REC
001060         END-READ
001070     END-PERFORM.
001080     CLOSE SOURCE-FILE COPY-FILE.
001090 LNW-COPY-EXIT.
001100     EXIT.
