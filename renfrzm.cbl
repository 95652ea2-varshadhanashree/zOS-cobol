000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENFRZM.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    MAINTENANCE AND LISTING UTILITY FOR THE RENFRZ
000050*            CHANGE-FREEZE WINDOW FILE (SEE RENFRZF).  APPLIES
000060*            THE CARDS IN THE OPTIONAL CONTROL FILE "renfrzm",
000070*            THEN ALWAYS LISTS EVERY WINDOW ON FILE MARKED
000080*            ACTIVE, PENDING OR ENDED.  NO CONTROL FILE MEANS
000090*            LIST ONLY, SAME AS RENLOCKM.  ONE CARD PER RECORD:
000100*              COL  1      ACTION  A = ADD (OR REPLACE A WINDOW
000110*                                      WITH THE SAME KEY)
000120*                                  D = DELETE ONE WINDOW
000130*                                  P = PURGE EVERY ENDED WINDOW
000140*              COL  2      TYPE    D = ONE DECK, L = A LIBRARY
000150*              COLS 3-82   DECK NAME (TYPE D, COLS 3-10) OR
000160*                          LIBRARY PATH PREFIX (TYPE L)
000170*              COLS 83-94  FROM YYYYMMDDHHMM
000180*              COLS 95-106 TO   YYYYMMDDHHMM (ADD ONLY)
000190*              COLS 107-146 REASON            (ADD ONLY)
000200*            A WINDOW IS KEYED BY TYPE, DECK OR LIBRARY, AND
000210*            FROM, SO A DELETE NAMES ALL THREE.  THE FROM TIME
000220*            COVERS ITS WHOLE MINUTE ONWARD AND THE TO TIME ITS
000230*            WHOLE MINUTE.  THE OPERATOR RUNNING THE UTILITY IS
000240*            RECORDED AS WHO SET THE WINDOW.  A REJECTED CARD
000250*            IS REPORTED AND SKIPPED AND LEAVES RETURN CODE 16.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.
000290     Linux.
000300 OBJECT-COMPUTER.
000310     Linux.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT   CONTROL-FILE ASSIGN TO
000350     "renfrzm"
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS WS-CTL-STATUS.
000380     SELECT   RENFRZ-FILE ASSIGN TO
000390     "renfrz"
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS DYNAMIC
000420     RECORD KEY IS FZ-KEY
000430     FILE STATUS IS WS-FRZ-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CONTROL-FILE.
000470 01  FM-CARD.
000480     05  FM-ACTION         PIC X(1).
000490         88  FM-ACTION-ADD     VALUE "A".
000500         88  FM-ACTION-DELETE  VALUE "D".
000510         88  FM-ACTION-PURGE   VALUE "P".
000520     05  FM-RULE-TYPE      PIC X(1).
000530     05  FM-RESOURCE       PIC X(80).
000540     05  FM-FROM           PIC X(12).
000550     05  FM-TO             PIC X(12).
000560     05  FM-REASON         PIC X(40).
000570 FD  RENFRZ-FILE.
000580 COPY RENFRZF.
000590 WORKING-STORAGE SECTION.
000600 01  WS-CTL-STATUS         PIC XX.
000610 01  WS-FRZ-STATUS         PIC XX.
000620 01  WS-FRZ-AT-END         PIC X(1).
000630 01  WS-OPERATOR           PIC X(8).
000640 01  WS-NOW-DATETIME.
000650     05  WS-NOW-DATE       PIC 9(8).
000660     05  WS-NOW-TIME       PIC 9(8).
000670 01  WS-CARD-COUNT         PIC 9(4) VALUE 0.
000680 01  WS-ADDED-COUNT        PIC 9(4) VALUE 0.
000690 01  WS-DELETED-COUNT      PIC 9(4) VALUE 0.
000700 01  WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
000710 01  WS-LIST-COUNT         PIC 9(4) VALUE 0.
000720 01  WS-WINDOW-STATE       PIC X(7).
000730 01  WS-RESOURCE-SHOWN     PIC X(40).
000740 PROCEDURE DIVISION.
000750 FZM-START.
000760     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
000770     IF WS-OPERATOR = SPACES
000780         MOVE "BATCH" TO WS-OPERATOR.
000790     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000800     ACCEPT WS-NOW-TIME FROM TIME.
000810     OPEN I-O RENFRZ-FILE.
000820     IF WS-FRZ-STATUS = "35"
000830         OPEN OUTPUT RENFRZ-FILE
000840         CLOSE RENFRZ-FILE
000850         OPEN I-O RENFRZ-FILE
000860     END-IF.
000870     IF WS-FRZ-STATUS NOT = "00"
000880         DISPLAY "RENFRZM: CANNOT OPEN renfrz, STATUS "
000890             WS-FRZ-STATUS
000900         MOVE 8 TO RETURN-CODE
000910         STOP RUN.
000920     OPEN INPUT CONTROL-FILE.
000930     IF WS-CTL-STATUS NOT = "00"
000940         GO TO FZM-LIST.
000950 FZM-CARD-LOOP.
000960     MOVE SPACES TO FM-CARD.
000970     READ CONTROL-FILE AT END GO TO FZM-CARD-DONE.
000980     IF FM-CARD = SPACES
000990         GO TO FZM-CARD-LOOP.
001000     ADD 1 TO WS-CARD-COUNT.
001010     EVALUATE TRUE
001020         WHEN FM-ACTION-ADD
001030             PERFORM FZM-ADD THRU FZM-ADD-EXIT
001040         WHEN FM-ACTION-DELETE
001050             PERFORM FZM-DELETE THRU FZM-DELETE-EXIT
001060         WHEN FM-ACTION-PURGE
001070             PERFORM FZM-PURGE
001080         WHEN OTHER
001090             DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
001100                 " REJECTED - ACTION MUST BE A, D OR P"
001110             ADD 1 TO WS-REJECTED-COUNT
001120     END-EVALUATE.
001130     GO TO FZM-CARD-LOOP.
001140 FZM-CARD-DONE.
001150     CLOSE CONTROL-FILE.
001160     DISPLAY "RENFRZM: CARDS=" WS-CARD-COUNT
001170         " ADDED=" WS-ADDED-COUNT
001180         " DELETED=" WS-DELETED-COUNT
001190         " REJECTED=" WS-REJECTED-COUNT.
001200 FZM-LIST.
001210     DISPLAY "RENFRZM: CHANGE-FREEZE WINDOWS ON FILE".
001220     DISPLAY "STATE   T DECK/LIBRARY                             "
001230         "FROM         TO           SET BY   REASON".
001240     MOVE "N" TO WS-FRZ-AT-END.
001250     MOVE LOW-VALUES TO FZ-KEY.
001260     START RENFRZ-FILE KEY IS NOT LESS THAN FZ-KEY
001270         INVALID KEY MOVE "Y" TO WS-FRZ-AT-END
001280     END-START.
001290     PERFORM UNTIL WS-FRZ-AT-END = "Y"
001300         READ RENFRZ-FILE NEXT RECORD
001310             AT END MOVE "Y" TO WS-FRZ-AT-END
001320         END-READ
001330         IF WS-FRZ-AT-END = "N"
001340             PERFORM FZM-LIST-ONE
001350         END-IF
001360     END-PERFORM.
001370     CLOSE RENFRZ-FILE.
001380     DISPLAY "RENFRZM: WINDOWS ON FILE=" WS-LIST-COUNT.
001390     IF WS-REJECTED-COUNT > 0
001400         MOVE 16 TO RETURN-CODE
001410     ELSE
001420         MOVE 0 TO RETURN-CODE
001430     END-IF.
001440     STOP RUN.
001450 FZM-LIST-ONE.
001460     ADD 1 TO WS-LIST-COUNT.
001470     EVALUATE TRUE
001480         WHEN FZ-TO-DATETIME < WS-NOW-DATETIME
001490             MOVE "ENDED" TO WS-WINDOW-STATE
001500         WHEN FZ-FROM-DATETIME > WS-NOW-DATETIME
001510             MOVE "PENDING" TO WS-WINDOW-STATE
001520         WHEN OTHER
001530             MOVE "ACTIVE" TO WS-WINDOW-STATE
001540     END-EVALUATE.
001550     IF FZ-TYPE-DECK
001560         MOVE FZ-DECK-NAME TO WS-RESOURCE-SHOWN
001570     ELSE
001580         MOVE FZ-LIB-PATH TO WS-RESOURCE-SHOWN
001590     END-IF.
001600     DISPLAY WS-WINDOW-STATE " " FZ-RULE-TYPE " "
001610         WS-RESOURCE-SHOWN " " FZ-FROM-DATETIME(1:12) " "
001620         FZ-TO-DATETIME(1:12) " " FZ-SET-BY " " FZ-REASON.
001630 FZM-BUILD-KEY.
001640     MOVE SPACES TO RENFRZ-REC.
001650     MOVE FM-RULE-TYPE TO FZ-RULE-TYPE.
001660     IF FZ-TYPE-DECK
001670         MOVE FM-RESOURCE(1:8) TO FZ-DECK-NAME
001680     ELSE
001690         MOVE FM-RESOURCE TO FZ-LIB-PATH
001700     END-IF.
001710     STRING FM-FROM "0000" DELIMITED BY SIZE
001720         INTO FZ-FROM-DATETIME.
001730 FZM-ADD.
001740     IF (FM-RULE-TYPE NOT = "D" AND FM-RULE-TYPE NOT = "L")
001750             OR FM-RESOURCE = SPACES
001760         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
001770             " REJECTED - TYPE D OR L AND A DECK OR LIBRARY"
001780         ADD 1 TO WS-REJECTED-COUNT
001790         GO TO FZM-ADD-EXIT.
001800     IF FM-FROM NOT NUMERIC OR FM-TO NOT NUMERIC
001810             OR FM-TO < FM-FROM
001820         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
001830             " REJECTED - FROM/TO MUST BE YYYYMMDDHHMM, "
001840             "TO NOT BEFORE FROM"
001850         ADD 1 TO WS-REJECTED-COUNT
001860         GO TO FZM-ADD-EXIT.
001870     IF FM-REASON = SPACES
001880         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
001890             " REJECTED - A FREEZE NEEDS A REASON"
001900         ADD 1 TO WS-REJECTED-COUNT
001910         GO TO FZM-ADD-EXIT.
001920     PERFORM FZM-BUILD-KEY.
001930     STRING FM-TO "9999" DELIMITED BY SIZE
001940         INTO FZ-TO-DATETIME.
001950     MOVE FM-REASON       TO FZ-REASON.
001960     MOVE WS-OPERATOR     TO FZ-SET-BY.
001970     MOVE WS-NOW-DATETIME TO FZ-SET-DATETIME.
001980     WRITE RENFRZ-REC.
001990*    THE SAME KEY AGAIN IS HOW A WINDOW IS STRETCHED OR ITS
002000*    REASON CORRECTED - REPLACE IT RATHER THAN REFUSE.
002010     IF WS-FRZ-STATUS = "22"
002020         REWRITE RENFRZ-REC
002030     END-IF.
002040     IF WS-FRZ-STATUS NOT = "00"
002050         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
002060             " NOT FILED, STATUS " WS-FRZ-STATUS
002070         ADD 1 TO WS-REJECTED-COUNT
002080         GO TO FZM-ADD-EXIT.
002090     ADD 1 TO WS-ADDED-COUNT.
002100     DISPLAY "RENFRZM: FROZE " FZ-RULE-TYPE " "
002110         FUNCTION TRIM(FM-RESOURCE) " FROM " FM-FROM
002120         " TO " FM-TO.
002130 FZM-ADD-EXIT.
002140     EXIT.
002150 FZM-DELETE.
002160     IF FM-FROM NOT NUMERIC
002170         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
002180             " REJECTED - DELETE NEEDS THE WINDOW'S FROM TIME"
002190         ADD 1 TO WS-REJECTED-COUNT
002200         GO TO FZM-DELETE-EXIT.
002210     PERFORM FZM-BUILD-KEY.
002220     READ RENFRZ-FILE
002230         INVALID KEY CONTINUE
002240     END-READ.
002250     IF WS-FRZ-STATUS NOT = "00"
002260         DISPLAY "RENFRZM: CARD " WS-CARD-COUNT
002270             " REJECTED - NO SUCH WINDOW"
002280         ADD 1 TO WS-REJECTED-COUNT
002290         GO TO FZM-DELETE-EXIT.
002300     DELETE RENFRZ-FILE RECORD
002310         INVALID KEY CONTINUE
002320     END-DELETE.
002330     ADD 1 TO WS-DELETED-COUNT.
002340     DISPLAY "RENFRZM: LIFTED " FZ-RULE-TYPE " "
002350         FUNCTION TRIM(FM-RESOURCE) " FROM " FM-FROM.
002360 FZM-DELETE-EXIT.
002370     EXIT.
002380 FZM-PURGE.
002390*    ENDED WINDOWS HOLD NOTHING; DROPPING THEM KEEPS THE
002400*    LISTING DOWN TO WHAT STILL MATTERS.
002410     MOVE "N" TO WS-FRZ-AT-END.
002420     MOVE LOW-VALUES TO FZ-KEY.
002430     START RENFRZ-FILE KEY IS NOT LESS THAN FZ-KEY
002440         INVALID KEY MOVE "Y" TO WS-FRZ-AT-END
002450     END-START.
002460     PERFORM UNTIL WS-FRZ-AT-END = "Y"
002470         READ RENFRZ-FILE NEXT RECORD
002480             AT END MOVE "Y" TO WS-FRZ-AT-END
002490         END-READ
002500         IF WS-FRZ-AT-END = "N"
002510                 AND FZ-TO-DATETIME < WS-NOW-DATETIME
002520             DELETE RENFRZ-FILE RECORD
002530                 INVALID KEY CONTINUE
002540             END-DELETE
002550             ADD 1 TO WS-DELETED-COUNT
002560         END-IF
002570     END-PERFORM.
