000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENFRZC.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    CHANGE-FREEZE CHECK.  READS THE RENFRZ WINDOW FILE
000050*            (SEE RENFRZF, MAINTAINED BY RENFRZM) AND ANSWERS
000060*            WHETHER THE NAMED DECK IS FROZEN AT THE GIVEN
000070*            MOMENT - BY A "D" WINDOW NAMING THE DECK OR AN "L"
000080*            WINDOW WHOSE LIBRARY PATH PREFIXES THE DECK'S INPUT
000090*            PATH, THE SAME MATCH RENAUTHC MAKES.  WHEN SEVERAL
000100*            WINDOWS COVER THE DECK THE ONE ENDING LATEST IS
000110*            REPORTED, SINCE THAT IS WHEN THE DECK IS FREE.  A
000120*            MISSING FILE FREEZES NOTHING, WHICH IS EXACTLY THE
000130*            BEHAVIOR THE SUBSYSTEM HAD BEFORE THE FILE EXISTED.
000140 ENVIRONMENT DIVISION.
000150 CONFIGURATION SECTION.
000160 SOURCE-COMPUTER.
000170     Linux.
000180 OBJECT-COMPUTER.
000190     Linux.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT   RENFRZ-FILE ASSIGN TO
000230     "renfrz"
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS DYNAMIC
000260     RECORD KEY IS FZ-KEY
000270     FILE STATUS IS WS-FRZ-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  RENFRZ-FILE.
000310 COPY RENFRZF.
000320 WORKING-STORAGE SECTION.
000330 01  WS-FRZ-STATUS         PIC XX.
000340 01  WS-FRZ-AT-END         PIC X(1).
000350 01  WS-RULE-MATCHED       PIC X(1).
000360 01  WS-LIB-LEN            PIC 9(3).
000370 01  WS-AT-DATETIME.
000380     05  WS-AT-DATE        PIC 9(8).
000390     05  WS-AT-TIME        PIC 9(8).
000400 LINKAGE SECTION.
000410 COPY RENFRZL.
000420 PROCEDURE DIVISION USING RENFRZC-PARMS.
000430 FZC-START.
000440     MOVE 0      TO FC-RETURN-CODE.
000450     MOVE "N"    TO FC-FROZEN.
000460     MOVE SPACES TO FC-TO-DATETIME.
000470     MOVE SPACES TO FC-REASON.
000480     MOVE SPACES TO FC-SET-BY.
000490     IF FC-AT-DATETIME = SPACES
000500         ACCEPT WS-AT-DATE FROM DATE YYYYMMDD
000510         ACCEPT WS-AT-TIME FROM TIME
000520     ELSE
000530         MOVE FC-AT-DATETIME TO WS-AT-DATETIME
000540     END-IF.
000550     OPEN INPUT RENFRZ-FILE.
000560     IF WS-FRZ-STATUS NOT = "00"
000570         EXIT PROGRAM.
000580     MOVE "N" TO WS-FRZ-AT-END.
000590     MOVE LOW-VALUES TO FZ-KEY.
000600     START RENFRZ-FILE KEY IS NOT LESS THAN FZ-KEY
000610         INVALID KEY MOVE "Y" TO WS-FRZ-AT-END
000620     END-START.
000630     PERFORM UNTIL WS-FRZ-AT-END = "Y"
000640         READ RENFRZ-FILE NEXT RECORD
000650             AT END MOVE "Y" TO WS-FRZ-AT-END
000660         END-READ
000670         IF WS-FRZ-AT-END = "N"
000680             PERFORM FZC-JUDGE-WINDOW
000690         END-IF
000700     END-PERFORM.
000710     CLOSE RENFRZ-FILE.
000720     EXIT PROGRAM.
000730 FZC-JUDGE-WINDOW.
000740     MOVE "N" TO WS-RULE-MATCHED.
000750     EVALUATE TRUE
000760         WHEN FZ-TYPE-DECK
000770             IF FZ-DECK-NAME = FC-DECK-NAME
000780                 MOVE "Y" TO WS-RULE-MATCHED
000790             END-IF
000800         WHEN FZ-TYPE-LIBRARY
000810             IF FZ-LIB-PATH = SPACES
000820                 MOVE 0 TO WS-LIB-LEN
000830             ELSE
000840                 COMPUTE WS-LIB-LEN = FUNCTION LENGTH(
000850                     FUNCTION TRIM(FZ-LIB-PATH))
000860             END-IF
000870             IF WS-LIB-LEN > 0
000880                 AND FC-IN-PATH(1:WS-LIB-LEN) =
000890                     FZ-LIB-PATH(1:WS-LIB-LEN)
000900                 MOVE "Y" TO WS-RULE-MATCHED
000910             END-IF
000920         WHEN OTHER
000930             CONTINUE
000940     END-EVALUATE.
000950     IF WS-RULE-MATCHED = "Y"
000960             AND FZ-FROM-DATETIME <= WS-AT-DATETIME
000970             AND FZ-TO-DATETIME >= WS-AT-DATETIME
000980         IF FC-FROZEN NOT = "Y"
000990                 OR FZ-TO-DATETIME > FC-TO-DATETIME
001000             MOVE "Y"            TO FC-FROZEN
001010             MOVE FZ-TO-DATETIME TO FC-TO-DATETIME
001020             MOVE FZ-REASON      TO FC-REASON
001030             MOVE FZ-SET-BY      TO FC-SET-BY
001040         END-IF
001050     END-IF.
