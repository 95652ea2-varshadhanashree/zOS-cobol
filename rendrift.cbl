000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENDRIFT.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    NIGHTLY DRIFT SCAN.  WALKS A LIVE SOURCE LIBRARY
000050*            THE WAY RENUMLIB'S CONTROL FILE DOES (DIRECTORY
000060*            PLUS MEMBER LIST) AND, THROUGH RENDRFC, CHECKS
000070*            EACH MEMBER AGAINST THE NEWEST GENERATION RENGEN
000080*            HOLDS FOR IT.  A MEMBER EDITED BY HAND SINCE THE
000090*            SUBSYSTEM LAST WROTE IT, ONE THAT HAS GONE
000100*            MISSING, ONE NEVER CATALOGED AT ALL, AND ONE WHOSE
000110*            NEWEST GENERATION PREDATES HASH TOTALS ARE LISTED
000120*            AS EXCEPTIONS.  MEMBERS THAT MATCH ARE COUNTED BUT
000130*            NOT LISTED.  WITH THE CATALOG OPTION ON, EACH
000140*            CHANGED OR NEVER-CATALOGED MEMBER IS TAKEN INTO
000150*            THE CATALOG AS A FOREIGN-EDIT GENERATION (ORIGIN
000160*            "E") UNDER ITS DECK LOCK, WITH A RENHIST RUN OF
000170*            TYPE "E", SO THE CROSS-REFERENCE MAPS, REVERSALS
000180*            AND RETARGETING HAVE A TRUE BASE TO WORK FROM
000190*            AGAIN.  A MEMBER WHOSE LOCK IS HELD IS LEFT FOR
000200*            THE NEXT SCAN.
000210*            CONTROL FILE "rendrift" HOLDS:
000220*              REC 1  - LIVE LIBRARY DIRECTORY (COLS 1-80)
000230*              REC 2  - OPTIONS:
000240*                       COL  1    CATALOG FOREIGN EDITS (Y/N)
000250*              REC 3+ - ONE MEMBER NAME PER RECORD (COLS 1-8)
000260*            RETURN CODE 0 = EVERY MEMBER MATCHES, 4 = DRIFT
000270*            FOUND, 8 = A FOREIGN EDIT COULD NOT BE CATALOGED,
000280*            16 = CONTROL FILE MISSING OR SHORT.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.
000320     Linux.
000330 OBJECT-COMPUTER.
000340     Linux.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT   CONTROL-FILE ASSIGN TO
000380     "rendrift"
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-CF-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CONTROL-FILE.
000440 01  CF-REC PIC X(80).
000450 WORKING-STORAGE SECTION.
000460 01  WS-CF-STATUS          PIC XX.
000470 01  WS-LIBRARY            PIC X(80).
000480 01  WS-CATALOG-EDITS      PIC X(1).
000490 01  WS-DECK-NAME          PIC X(8).
000500 01  WS-MEMBER-NAME        PIC X(108).
000510 01  WS-OPERATOR           PIC X(8).
000520 01  WS-MEMBER-COUNT       PICTURE 9(6) VALUE 0.
000530 01  WS-SAME-COUNT         PICTURE 9(6) VALUE 0.
000540 01  WS-CHANGED-COUNT      PICTURE 9(6) VALUE 0.
000550 01  WS-GONE-COUNT         PICTURE 9(6) VALUE 0.
000560 01  WS-NEVER-COUNT        PICTURE 9(6) VALUE 0.
000570 01  WS-UNKNOWN-COUNT      PICTURE 9(6) VALUE 0.
000580 01  WS-CATALOGED-COUNT    PICTURE 9(6) VALUE 0.
000590 01  WS-RC                 PIC 9(4) VALUE 0.
000600 01  WS-STATE-TEXT         PIC X(16).
000610 COPY RENDRFL.
000620 COPY RENHISTL.
000630 COPY RENLOCKL.
000640 COPY RENGENL.
000650 PROCEDURE DIVISION.
000660 DRF-START.
000670     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
000680     IF WS-OPERATOR = SPACES
000690         MOVE "BATCH" TO WS-OPERATOR.
000700     OPEN INPUT CONTROL-FILE.
000710     IF WS-CF-STATUS NOT = "00"
000720         DISPLAY "RENDRIFT: CONTROL FILE NOT FOUND, STATUS "
000730             WS-CF-STATUS
000740         MOVE 16 TO RETURN-CODE
000750         STOP RUN.
000760     READ CONTROL-FILE AT END GO TO DRF-SHORT.
000770     MOVE CF-REC TO WS-LIBRARY.
000780     READ CONTROL-FILE AT END GO TO DRF-SHORT.
000790     MOVE CF-REC(1:1) TO WS-CATALOG-EDITS.
000800     IF WS-CATALOG-EDITS NOT = "Y"
000810         MOVE "N" TO WS-CATALOG-EDITS.
000820     DISPLAY "RENDRIFT: LIBRARY=" FUNCTION TRIM(WS-LIBRARY)
000830         " CATALOG FOREIGN EDITS=" WS-CATALOG-EDITS.
000840     DISPLAY "DECK     STATE            GEN  GEN-RECS LIVE-RECS"
000850         " GEN-HASH     LIVE-HASH".
000860 DRF-LOOP.
000870     READ CONTROL-FILE AT END GO TO DRF-STOPIT.
000880     IF CF-REC(1:8) = SPACES
000890         GO TO DRF-LOOP.
000900     MOVE CF-REC(1:8) TO WS-DECK-NAME.
000910     MOVE SPACES TO WS-MEMBER-NAME.
000920     STRING FUNCTION TRIM(WS-LIBRARY) "/" CF-REC(1:8)
000930         DELIMITED BY SIZE INTO WS-MEMBER-NAME.
000940     PERFORM DRF-CHECK-MEMBER THRU DRF-CHECK-EXIT.
000950     GO TO DRF-LOOP.
000960 DRF-SHORT.
000970     CLOSE CONTROL-FILE.
000980     DISPLAY "RENDRIFT: CONTROL FILE NEEDS LIBRARY AND OPTIONS"
000990         " RECORDS".
001000     MOVE 16 TO RETURN-CODE.
001010     STOP RUN.
001020 DRF-STOPIT.
001030     CLOSE CONTROL-FILE.
001040     DISPLAY "RENDRIFT: MEMBERS=" WS-MEMBER-COUNT
001050         " SAME=" WS-SAME-COUNT
001060         " CHANGED=" WS-CHANGED-COUNT
001070         " MISSING=" WS-GONE-COUNT.
001080     DISPLAY "RENDRIFT: NEVER CATALOGED=" WS-NEVER-COUNT
001090         " UNHASHED=" WS-UNKNOWN-COUNT
001100         " CATALOGED AS FOREIGN EDITS=" WS-CATALOGED-COUNT.
001110     MOVE WS-RC TO RETURN-CODE.
001120     STOP RUN.
001130 DRF-CHECK-MEMBER.
001140     ADD 1 TO WS-MEMBER-COUNT.
001150     MOVE WS-DECK-NAME   TO DC-DECK-NAME.
001160     MOVE WS-MEMBER-NAME TO DC-LIVE-PATH.
001170     CALL "RENDRFC" USING RENDRFC-PARMS.
001180     IF DC-STATE-SAME
001190         ADD 1 TO WS-SAME-COUNT
001200         GO TO DRF-CHECK-EXIT.
001210     EVALUATE TRUE
001220         WHEN DC-STATE-CHANGED
001230             ADD 1 TO WS-CHANGED-COUNT
001240             MOVE "CHANGED"         TO WS-STATE-TEXT
001250         WHEN DC-STATE-GONE
001260             ADD 1 TO WS-GONE-COUNT
001270             MOVE "MISSING"         TO WS-STATE-TEXT
001280         WHEN DC-STATE-NEVER
001290             ADD 1 TO WS-NEVER-COUNT
001300             MOVE "NEVER CATALOGED" TO WS-STATE-TEXT
001310         WHEN OTHER
001320             ADD 1 TO WS-UNKNOWN-COUNT
001330             MOVE "UNHASHED"        TO WS-STATE-TEXT
001340     END-EVALUATE.
001350     IF WS-RC < 4
001360         MOVE 4 TO WS-RC.
001370     DISPLAY WS-DECK-NAME " " WS-STATE-TEXT " " DC-GENERATION
001380         " " DC-GEN-COUNT "   " DC-LIVE-COUNT "    "
001390         DC-GEN-HASH " " DC-LIVE-HASH.
001400     IF WS-CATALOG-EDITS = "Y"
001410             AND (DC-STATE-CHANGED OR DC-STATE-NEVER)
001420         PERFORM DRF-CATALOG-EDIT THRU DRF-CATALOG-EXIT.
001430 DRF-CHECK-EXIT.
001440     EXIT.
001450 DRF-CATALOG-EDIT.
001460*    THE LOCK KEEPS A QUEUED RUN FROM WRITING THE DECK WHILE
001470*    IT IS BEING TAKEN INTO THE CATALOG.  THE HISTORY RUN
001480*    COMES FIRST SO THE GENERATION CARRIES ITS DATETIME, THE
001490*    SAME ORDER RENUMENG AND RENAPPLY USE.
001500     MOVE WS-DECK-NAME TO LW-DECK-NAME.
001510     MOVE WS-OPERATOR  TO LW-OPERATOR.
001520     SET LW-FUNCTION-ACQUIRE TO TRUE.
001530     CALL "RENLOCKW" USING RENLOCKW-PARMS.
001540     IF LW-RETURN-CODE = 4
001550         DISPLAY WS-DECK-NAME "   NOT CATALOGED - DECK IN USE BY "
001560             LW-OPERATOR
001570         GO TO DRF-CATALOG-EXIT.
001580     IF LW-RETURN-CODE NOT = 0
001590         DISPLAY WS-DECK-NAME "   NOT CATALOGED - LOCK RC="
001600             LW-RETURN-CODE
001610         MOVE 8 TO WS-RC
001620         GO TO DRF-CATALOG-EXIT.
001630     MOVE WS-DECK-NAME        TO RW-DECK-NAME.
001640     MOVE 0                   TO RW-START-LINE-CNT.
001650     MOVE 0                   TO RW-INCREMENT.
001660     MOVE DC-LIVE-COUNT       TO RW-RECORD-COUNT.
001670     MOVE WS-OPERATOR         TO RW-OPERATOR.
001680     MOVE SPACES              TO RW-APPROVER.
001690     MOVE SPACES              TO RW-APPROVE-DATETIME.
001700     SET RW-TYPE-FOREIGN      TO TRUE.
001710     CALL "RENHISTW" USING RENHISTW-PARMS.
001720     MOVE WS-DECK-NAME        TO GN-DECK-NAME.
001730     MOVE WS-MEMBER-NAME      TO GN-OUT-PATH.
001740     MOVE RW-RUN-DATETIME     TO GN-RUN-DATETIME.
001750     MOVE DC-LIVE-COUNT       TO GN-RECORD-COUNT.
001760     MOVE 0                   TO GN-KEEP.
001770     SET GN-ORIGIN-FOREIGN    TO TRUE.
001780     SET GN-FUNCTION-CATALOG  TO TRUE.
001790     CALL "RENGENW" USING RENGENW-PARMS.
001800     IF GN-RETURN-CODE NOT = 0
001810         DISPLAY WS-DECK-NAME "   NOT CATALOGED - RENGENW RC="
001820             GN-RETURN-CODE
001830         MOVE 8 TO WS-RC
001840     ELSE
001850         DISPLAY WS-DECK-NAME "   CATALOGED AS FOREIGN EDIT "
001860             "GENERATION " GN-GENERATION
001870         ADD 1 TO WS-CATALOGED-COUNT
001880     END-IF.
001890     MOVE WS-DECK-NAME TO LW-DECK-NAME.
001900     SET LW-FUNCTION-RELEASE TO TRUE.
001910     CALL "RENLOCKW" USING RENLOCKW-PARMS.
001920 DRF-CATALOG-EXIT.
001930     EXIT.
