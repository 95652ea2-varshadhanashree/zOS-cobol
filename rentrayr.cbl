000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENTRAYR.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    CHANGE-CONTROL TRAY RETARGET.  CALLED BY EVERY
000050*            PROGRAM THAT COMPLETES A RENUMBER WITH A CROSS-
000060*            REFERENCE MAP (SEE RENTRAYL), SO NOBODY HAS TO
000070*            REMEMBER TO RUN RENUPDRT AGAINST EACH STAGED PATCH
000080*            DECK.  WALKS THE RENTRAY FILE (SEE RENTRAYF) AND,
000090*            FOR EVERY PENDING OR NEEDS-ATTENTION DECK THAT
000100*            LISTS THE MEMBER JUST RENUMBERED, RETARGETS THAT
000110*            MEMBER'S CARDS IN PLACE THROUGH RENRTGEN AND FILES
000120*            THE OUTCOME ON THE TRAY ENTRY: CLEAN, OR RETURN
000130*            CODE 4 WITH THE REFERENCES THE MAP COULD NOT
000140*            RESOLVE, WHICH TURNS THE ENTRY "A" SO RENDGST PUTS
000150*            IT IN FRONT OF THE DUTY OPERATOR.  WITHDRAWN DECKS
000160*            ARE LEFT ALONE.
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.
000200     Linux.
000210 OBJECT-COMPUTER.
000220     Linux.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT   RENTRAY-FILE ASSIGN TO
000260     "rentray"
000270     ORGANIZATION IS INDEXED
000280     ACCESS MODE IS DYNAMIC
000290     RECORD KEY IS TY-KEY
000300     FILE STATUS IS WS-TRAY-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  RENTRAY-FILE.
000340 COPY RENTRAYF.
000350 WORKING-STORAGE SECTION.
000360 01  WS-TRAY-STATUS        PIC XX.
000370 01  WS-TRAY-AT-END        PIC X(1).
000380 01  WS-TOUCHES            PIC X(1).
000390 01  WS-MEM-IDX            PIC 9(2).
000400 01  WS-UNR-IDX            PIC 9(2).
000410 01  WS-NOW-DATETIME.
000420     05  WS-NOW-DATE       PIC 9(8).
000430     05  WS-NOW-TIME       PIC 9(8).
000440 COPY RENRTGLS.
000450 LINKAGE SECTION.
000460 COPY RENTRAYL.
000470 PROCEDURE DIVISION USING RENTRAYR-PARMS.
000480 TYR-START.
000490     INITIALIZE TA-RESULT.
000500     OPEN I-O RENTRAY-FILE.
000510*    NO TRAY FILE YET MEANS NOTHING HAS EVER BEEN STAGED.
000520     IF WS-TRAY-STATUS = "35"
000530         EXIT PROGRAM.
000540     IF WS-TRAY-STATUS NOT = "00"
000550         DISPLAY "RENTRAYR: CANNOT OPEN rentray, STATUS "
000560             WS-TRAY-STATUS
000570         MOVE 8 TO TA-RETURN-CODE
000580         EXIT PROGRAM.
000590     MOVE "N" TO WS-TRAY-AT-END.
000600     MOVE LOW-VALUES TO TY-KEY.
000610     START RENTRAY-FILE KEY IS NOT LESS THAN TY-KEY
000620         INVALID KEY MOVE "Y" TO WS-TRAY-AT-END
000630     END-START.
000640     PERFORM UNTIL WS-TRAY-AT-END = "Y"
000650         READ RENTRAY-FILE NEXT RECORD
000660             AT END MOVE "Y" TO WS-TRAY-AT-END
000670         END-READ
000680         IF WS-TRAY-AT-END = "N"
000690                 AND NOT TY-STATUS-WITHDRAWN
000700             PERFORM TYR-CHECK-MEMBERS
000710             IF WS-TOUCHES = "Y"
000720                 PERFORM TYR-RETARGET-DECK
000730             END-IF
000740         END-IF
000750     END-PERFORM.
000760     CLOSE RENTRAY-FILE.
000770     IF TA-ATTENTION-COUNT > 0 AND TA-RETURN-CODE = 0
000780         MOVE 4 TO TA-RETURN-CODE
000790     END-IF.
000800     EXIT PROGRAM.
000810 TYR-CHECK-MEMBERS.
000820     MOVE "N" TO WS-TOUCHES.
000830     PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
000840             UNTIL WS-MEM-IDX > TY-MEMBER-COUNT
000850                 OR WS-MEM-IDX > 20
000860         IF TY-MEMBER(WS-MEM-IDX) = TA-MEMBER
000870             MOVE "Y" TO WS-TOUCHES
000880         END-IF
000890     END-PERFORM.
000900 TYR-RETARGET-DECK.
000910*    THE DECK IS REWRITTEN IN PLACE; ONLY THE RENUMBERED
000920*    MEMBER'S CARDS ARE TOUCHED, SO A DECK SPANNING SEVERAL
000930*    MEMBERS IS RETARGETED ONE MEMBER AT A TIME AS EACH ONE
000940*    IS RENUMBERED.
000950     ADD 1 TO TA-DECK-COUNT.
000960     MOVE TY-DECK-PATH TO TG-IN-PATH.
000970     MOVE TY-DECK-PATH TO TG-OUT-PATH.
000980     MOVE SPACES       TO TG-XMAP-LIBRARY.
000990     MOVE TA-MEMBER    TO TG-MEMBER.
001000     MOVE TA-MAP-PATH  TO TG-MAP-PATH.
001010     MOVE TA-MAP-MOVED TO TG-MAP-MOVED.
001020     CALL "RENRTGEN" USING RENRTG-PARMS.
001030     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001040     ACCEPT WS-NOW-TIME FROM TIME.
001050     ADD 1 TO TY-RETARGET-COUNT.
001060     MOVE TA-MEMBER           TO TY-LAST-MEMBER.
001070     MOVE WS-NOW-DATETIME     TO TY-LAST-DATETIME.
001080     MOVE TG-RETURN-CODE      TO TY-LAST-RETURN-CODE.
001090     MOVE TG-CHANGED-COUNT    TO TY-LAST-CHANGED.
001100     MOVE TG-UNRESOLVED-COUNT TO TY-LAST-UNRESOLVED.
001110     MOVE TG-MESSAGE          TO TY-LAST-MESSAGE.
001120*    A CLEAN RUN LEAVES AN "A" ENTRY AS IT IS - WHATEVER AN
001130*    EARLIER RUN COULD NOT RESOLVE IS STILL IN THE DECK.
001140     IF TG-RETURN-CODE NOT = 0
001150         ADD 1 TO TA-ATTENTION-COUNT
001160         SET TY-STATUS-ATTENTION TO TRUE
001170         IF TG-UNR-COUNT > 0
001180             MOVE TG-UNR-COUNT TO TY-UNRESOLVED-COUNT
001190             PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
001200                     UNTIL WS-UNR-IDX > 10
001210                 MOVE TG-UNR-MEMBER(WS-UNR-IDX)
001220                     TO TY-UNR-MEMBER(WS-UNR-IDX)
001230                 MOVE TG-UNR-SEQNO(WS-UNR-IDX)
001240                     TO TY-UNR-SEQNO(WS-UNR-IDX)
001250             END-PERFORM
001260         END-IF
001270     END-IF.
001280     REWRITE RENTRAY-REC.
001290     IF WS-TRAY-STATUS NOT = "00"
001300         DISPLAY "RENTRAYR: OUTCOME NOT FILED FOR "
001310             FUNCTION TRIM(TY-DECK-PATH) ", STATUS "
001320             WS-TRAY-STATUS
001330         MOVE 8 TO TA-RETURN-CODE
001340     END-IF.
001350     DISPLAY "RENTRAYR: " TA-MEMBER " TRAY DECK "
001360         FUNCTION TRIM(TY-DECK-PATH) " RC=" TG-RETURN-CODE
001370         " RETARGETED=" TG-CHANGED-COUNT
001380         " UNRESOLVED=" TG-UNRESOLVED-COUNT.
