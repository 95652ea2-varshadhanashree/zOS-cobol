000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENAPRC.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    TWO-PERSON APPROVAL RULE CHECK.  READS THE
000050*            "renaprv" RULES FILE (ONE RECORD PER COVERED
000060*            DECK OR LIBRARY AND PERMITTED APPROVER - SEE
000070*            RENAPRF) AND ANSWERS WHETHER A DECK'S QUEUED JOBS
000080*            NEED A SECOND OPERATOR'S APPROVAL BEFORE THEY
000090*            RUN, AND WHETHER A GIVEN OPERATOR MAY GIVE IT.
000100*            MATCHING IS RENAUTHC'S: A "D" RULE BY DECK NAME,
000110*            AN "L" RULE BY INPUT-PATH PREFIX.  A MISSING
000120*            RULES FILE COVERS NOTHING, WHICH LEAVES THE QUEUE
000130*            BEHAVING EXACTLY AS IT DID BEFORE THE FILE
000140*            EXISTED.
000150 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000170 SOURCE-COMPUTER.
000180     Linux.
000190 OBJECT-COMPUTER.
000200     Linux.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT   RENAPRV-FILE ASSIGN TO
000240     "renaprv"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS WS-APRV-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  RENAPRV-FILE
000300     BLOCK CONTAINS 1 RECORDS.
000310 COPY RENAPRF.
000320 WORKING-STORAGE SECTION.
000330 01  WS-APRV-STATUS        PIC XX.
000340 01  WS-APRV-AT-END        PIC X(1).
000350 01  WS-RULE-MATCHED       PIC X(1).
000360 01  WS-LIB-LEN            PIC 9(3).
000370 LINKAGE SECTION.
000380 COPY RENAPRL.
000390 PROCEDURE DIVISION USING RENAPRC-PARMS.
000400 APC-START.
000410     MOVE 0   TO AQ-RETURN-CODE.
000420     MOVE "N" TO AQ-REQUIRED.
000430     MOVE "N" TO AQ-APPROVER-OK.
000440     OPEN INPUT RENAPRV-FILE.
000450     IF WS-APRV-STATUS NOT = "00"
000460         EXIT PROGRAM.
000470     MOVE "N" TO WS-APRV-AT-END.
000480     PERFORM UNTIL WS-APRV-AT-END = "Y"
000490         MOVE SPACES TO RENAPRV-REC
000500         READ RENAPRV-FILE
000510             AT END MOVE "Y" TO WS-APRV-AT-END
000520         END-READ
000530         IF WS-APRV-AT-END = "N"
000540             PERFORM APC-JUDGE-RULE
000550         END-IF
000560     END-PERFORM.
000570     CLOSE RENAPRV-FILE.
000580     EXIT PROGRAM.
000590 APC-JUDGE-RULE.
000600     MOVE "N" TO WS-RULE-MATCHED.
000610     EVALUATE TRUE
000620         WHEN AR-TYPE-DECK
000630             IF AR-DECK-NAME = AQ-DECK-NAME
000640                 MOVE "Y" TO WS-RULE-MATCHED
000650             END-IF
000660         WHEN AR-TYPE-LIBRARY
000670             IF AR-LIB-PATH = SPACES
000680                 MOVE 0 TO WS-LIB-LEN
000690             ELSE
000700                 COMPUTE WS-LIB-LEN = FUNCTION LENGTH(
000710                     FUNCTION TRIM(AR-LIB-PATH))
000720             END-IF
000730             IF WS-LIB-LEN > 0
000740                 AND AQ-IN-PATH(1:WS-LIB-LEN) =
000750                     AR-LIB-PATH(1:WS-LIB-LEN)
000760                 MOVE "Y" TO WS-RULE-MATCHED
000770             END-IF
000780         WHEN OTHER
000790             CONTINUE
000800     END-EVALUATE.
000810     IF WS-RULE-MATCHED = "Y"
000820         MOVE "Y" TO AQ-REQUIRED
000830         IF AQ-OPERATOR NOT = SPACES
000840             AND AR-APPROVER = AQ-OPERATOR
000850             MOVE "Y" TO AQ-APPROVER-OK
000860         END-IF
000870     END-IF.
