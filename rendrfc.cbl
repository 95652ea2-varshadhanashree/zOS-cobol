000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENDRFC.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    DRIFT CHECK FOR ONE DECK.  THE CROSS-REFERENCE
000050*            MAPS, THE REVERSAL ENGINE, CHANGE-DECK RETARGETING
000060*            AND THE GENERATION EXPORTS ALL ASSUME THE LIVE
000070*            DECK IS STILL EXACTLY WHAT THE SUBSYSTEM LAST
000080*            WROTE.  THIS CHECK PROVES IT: IT FETCHES THE
000090*            DECK'S NEWEST GENERATION FROM THE CATALOG
000100*            (RENGENW LATEST), HASHES THE LIVE DECK (RENHASH)
000110*            AND COMPARES RECORD COUNT AND HASH TOTAL WITH THE
000120*            ONES STAMPED ON THE GENERATION.  THE ANSWER CODES
000130*            ARE ON RENDRFL.  CALLED BY THE NIGHTLY DRIFT SCAN
000140*            (RENDRIFT) AND, AS A WARNING BEFORE THEY RUN, BY
000150*            RENUMUND AND RENUPDRT.
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER.
000190     Linux.
000200 OBJECT-COMPUTER.
000210     Linux.
000220 DATA DIVISION.
000230 WORKING-STORAGE SECTION.
000240 01  WS-PATH-LEN           PIC 9(3).
000250 COPY RENGENL.
000260 COPY RENHASHL.
000270 LINKAGE SECTION.
000280 COPY RENDRFL.
000290 PROCEDURE DIVISION USING RENDRFC-PARMS.
000300 DFC-START.
000310     MOVE 0      TO DC-RETURN-CODE.
000320     MOVE 0      TO DC-GENERATION.
000330     MOVE SPACES TO DC-GEN-DATETIME.
000340     MOVE 0      TO DC-GEN-COUNT.
000350     MOVE SPACES TO DC-GEN-HASH.
000360     MOVE 0      TO DC-LIVE-COUNT.
000370     MOVE SPACES TO DC-LIVE-HASH.
000380     MOVE DC-DECK-NAME TO GN-DECK-NAME.
000390     SET GN-FUNCTION-LATEST TO TRUE.
000400     CALL "RENGENW" USING RENGENW-PARMS.
000410     IF GN-FOUND-YES
000420         MOVE GN-GENERATION   TO DC-GENERATION
000430         MOVE GN-RUN-DATETIME TO DC-GEN-DATETIME
000440         MOVE GN-RECORD-COUNT TO DC-GEN-COUNT
000450         MOVE GN-HASH-TOTAL   TO DC-GEN-HASH
000460         IF DC-LIVE-PATH = SPACES
000470             PERFORM DFC-LIVE-FROM-GEN
000480         END-IF
000490     END-IF.
000500*    WITH NO GENERATION AND NO PATH GIVEN THERE IS NOTHING TO
000510*    LOOK AT.
000520     IF DC-LIVE-PATH = SPACES
000530         SET DC-STATE-NEVER TO TRUE
000540         EXIT PROGRAM.
000550     MOVE DC-LIVE-PATH TO HS-PATH.
000560     CALL "RENHASH" USING RENHASH-PARMS.
000570     IF HS-RETURN-CODE NOT = 0
000580         SET DC-STATE-GONE TO TRUE
000590         EXIT PROGRAM.
000600     MOVE HS-RECORD-COUNT TO DC-LIVE-COUNT.
000610     MOVE HS-HASH         TO DC-LIVE-HASH.
000620     EVALUATE TRUE
000630         WHEN NOT GN-FOUND-YES
000640             SET DC-STATE-NEVER TO TRUE
000650         WHEN DC-LIVE-COUNT NOT = DC-GEN-COUNT
000660             SET DC-STATE-CHANGED TO TRUE
000670         WHEN DC-GEN-HASH = SPACES
000680             SET DC-STATE-UNKNOWN TO TRUE
000690         WHEN DC-LIVE-HASH NOT = DC-GEN-HASH
000700             SET DC-STATE-CHANGED TO TRUE
000710         WHEN OTHER
000720             SET DC-STATE-SAME TO TRUE
000730     END-EVALUATE.
000740     EXIT PROGRAM.
000750 DFC-LIVE-FROM-GEN.
000760*    RENGENW NAMES EVERY GENERATION "<outpath>.gNNNN" - DROP
000770*    THE SIX-BYTE SUFFIX TO GET THE LIVE PATH BACK.
000780     MOVE 0 TO WS-PATH-LEN.
000790     IF GN-GEN-PATH NOT = SPACES
000800         COMPUTE WS-PATH-LEN = FUNCTION LENGTH(
000810             FUNCTION TRIM(GN-GEN-PATH TRAILING))
000820     END-IF.
000830     IF WS-PATH-LEN > 6
000840         MOVE GN-GEN-PATH(1:WS-PATH-LEN - 6) TO DC-LIVE-PATH
000850     END-IF.
