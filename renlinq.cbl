000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENLINQ.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    BATCH SEQNO LINEAGE INQUIRY.  ANSWERS "THIS LINE
000050*            WAS SEQNO NNNNNN ON A LISTING PRINTED ON DATE D -
000060*            WHERE IS IT NOW?" THROUGH THE SHARED LINEAGE
000070*            ENGINE (RENLINEN): EITHER TODAY'S SEQNO AND SOURCE
000080*            LINE, OR THE RENHIST RUN THAT DROPPED IT.
000090*            CONTROL FILE "renlinq" HOLDS ONE REQUEST:
000100*              COLS 1-8   DECK NAME
000110*              COLS 9-14  SEQNO ON THE OLD LISTING
000120*              COLS 15-22 LISTING DATE (YYYYMMDD)
000130*              COLS 23-28 LISTING TIME (HHMMSS, OPTIONAL -
000140*                         BLANK MEANS END OF THAT DAY)
000150 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000170 SOURCE-COMPUTER.
000180     Linux.
000190 OBJECT-COMPUTER.
000200     Linux.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT   CONTROL-FILE ASSIGN TO
000240     "renlinq"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS WS-CTL-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CONTROL-FILE.
000300 01  LC-REQUEST.
000310     05  LC-DECK-NAME      PIC X(8).
000320     05  LC-OLD-SEQNO      PIC X(6).
000330     05  LC-LISTING-DATE   PIC X(8).
000340     05  LC-LISTING-TIME   PIC X(6).
000350 WORKING-STORAGE SECTION.
000360 01  WS-CTL-STATUS         PIC XX.
000370 COPY RENLINLS.
000380 PROCEDURE DIVISION.
000390 LNQ-START.
000400     OPEN INPUT CONTROL-FILE.
000410     IF WS-CTL-STATUS NOT = "00"
000420         DISPLAY "RENLINQ: NO CONTROL FILE renlinq"
000430         MOVE 16 TO RETURN-CODE
000440         STOP RUN.
000450     READ CONTROL-FILE AT END GO TO LNQ-BAD-CONTROL.
000460     IF LC-DECK-NAME = SPACES OR LC-OLD-SEQNO NOT NUMERIC
000470             OR LC-LISTING-DATE NOT NUMERIC
000480         GO TO LNQ-BAD-CONTROL.
000490     CLOSE CONTROL-FILE.
000500     MOVE LC-DECK-NAME    TO LQ-DECK-NAME.
000510     MOVE LC-OLD-SEQNO    TO LQ-OLD-SEQNO.
000520     MOVE LC-LISTING-DATE TO LQ-LISTING-DATE.
000530     MOVE LC-LISTING-TIME TO LQ-LISTING-TIME.
000540     CALL "RENLINEN" USING RENLINQ-PARMS.
000550     DISPLAY "RENLINQ: DECK " LQ-DECK-NAME " SEQNO "
000560         LQ-OLD-SEQNO " AS LISTED " LQ-LISTING-DATE.
000570     DISPLAY "RENLINQ: RUNS CHAINED=" LQ-RUNS-CHAINED
000580         " RC=" LQ-RETURN-CODE " " LQ-MESSAGE.
000590     IF LQ-DROP-DATETIME NOT = SPACES
000600         DISPLAY "RENLINQ: DROPPED BY RUN " LQ-DROP-DATETIME
000610             " TYPE " LQ-DROP-RUN-TYPE
000620     ELSE
000630         IF LQ-SOURCE-LINE NOT = SPACES
000640             DISPLAY "RENLINQ: NOW SEQNO " LQ-CURRENT-SEQNO
000650                 " IN " FUNCTION TRIM(LQ-DECK-PATH)
000660             DISPLAY LQ-SOURCE-LINE
000670         END-IF
000680     END-IF.
000690     MOVE LQ-RETURN-CODE TO RETURN-CODE.
000700     STOP RUN.
000710 LNQ-BAD-CONTROL.
000720     CLOSE CONTROL-FILE.
000730     DISPLAY "RENLINQ: CONTROL RECORD NEEDS DECK NAME, "
000740         "NUMERIC SEQNO AND LISTING DATE".
000750     MOVE 16 TO RETURN-CODE.
000760     STOP RUN.
