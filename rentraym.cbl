000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENTRAYM.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    MAINTENANCE AND LISTING UTILITY FOR THE RENTRAY
000050*            CHANGE-CONTROL TRAY (SEE RENTRAYF) - THE STAGED
000060*            PATCH DECKS RENTRAYR RETARGETS AUTOMATICALLY
000070*            WHENEVER A MEMBER THEY TOUCH IS RENUMBERED.
000080*            APPLIES THE CARDS IN THE OPTIONAL CONTROL FILE
000090*            "rentraym", THEN ALWAYS LISTS EVERY DECK IN THE
000100*            TRAY WITH ITS STATUS, MEMBERS AND LAST RETARGET.
000110*            NO CONTROL FILE MEANS LIST ONLY, SAME AS RENFRZM.
000120*            ONE CARD PER RECORD:
000130*              COL  1      ACTION  A = ADD A DECK TO THE TRAY
000140*                                  W = WITHDRAW A DECK
000150*              COLS 2-101  DECK PATH
000160*            AN ADD READS THE DECK AND TAKES THE MEMBERS FROM
000170*            ITS "./ ... NAME=" CARDS (20 AT MOST); THE OPERATOR
000180*            RUNNING THE UTILITY IS RECORDED AS THE SUBMITTER.
000190*            ADDING A PATH ALREADY IN THE TRAY REPLACES THE
000200*            ENTRY - THAT IS HOW A DECK FLAGGED FOR ATTENTION
000210*            IS PUT BACK TO PENDING ONCE SOMEONE HAS FIXED IT.
000220*            A WITHDRAWN DECK STAYS ON FILE, MARKED, AND IS NOT
000230*            RETARGETED AGAIN.  A REJECTED CARD IS REPORTED AND
000240*            SKIPPED AND LEAVES RETURN CODE 16.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.
000280     Linux.
000290 OBJECT-COMPUTER.
000300     Linux.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT   CONTROL-FILE ASSIGN TO
000340     "rentraym"
000350     ORGANIZATION IS LINE SEQUENTIAL
000360     FILE STATUS IS WS-CTL-STATUS.
000370     SELECT   RENTRAY-FILE ASSIGN TO
000380     "rentray"
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS DYNAMIC
000410     RECORD KEY IS TY-KEY
000420     FILE STATUS IS WS-TRAY-STATUS.
000430     SELECT   DECK-FILE ASSIGN TO
000440     WS-DECK-NAME
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-DECK-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONTROL-FILE.
000500 01  TM-CARD.
000510     05  TM-ACTION         PIC X(1).
000520         88  TM-ACTION-ADD       VALUE "A".
000530         88  TM-ACTION-WITHDRAW  VALUE "W".
000540     05  TM-DECK-PATH      PIC X(100).
000550 FD  RENTRAY-FILE.
000560 COPY RENTRAYF.
000570 FD  DECK-FILE.
000580 01  TM-DECK-CARD          PIC X(133).
000590 WORKING-STORAGE SECTION.
000600 01  WS-CTL-STATUS         PIC XX.
000610 01  WS-TRAY-STATUS        PIC XX.
000620 01  WS-TRAY-AT-END        PIC X(1).
000630 01  WS-DECK-NAME          PIC X(100).
000640 01  WS-DECK-STATUS        PIC XX.
000650 01  WS-DECK-AT-END        PIC X(1).
000660 01  WS-OPERATOR           PIC X(8).
000670 01  WS-NOW-DATETIME.
000680     05  WS-NOW-DATE       PIC 9(8).
000690     05  WS-NOW-TIME       PIC 9(8).
000700 01  WS-CARD-COUNT         PIC 9(4) VALUE 0.
000710 01  WS-ADDED-COUNT        PIC 9(4) VALUE 0.
000720 01  WS-WITHDRAWN-COUNT    PIC 9(4) VALUE 0.
000730 01  WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
000740 01  WS-LIST-COUNT         PIC 9(4) VALUE 0.
000750 01  WS-ATTENTION-COUNT    PIC 9(4) VALUE 0.
000760 01  WS-ENTRY-STATE        PIC X(9).
000770 01  WS-MEM-COUNT          PIC 9(2).
000780 01  WS-MEM-TABLE.
000790     05  WS-MEM-NAME       PIC X(8) OCCURS 20 TIMES.
000800 01  WS-MEM-IDX            PIC 9(2).
000810 01  WS-MEM-SEEN           PIC X(1).
000820 01  WS-MEM-OVERFLOW       PIC X(1).
000830 01  WS-MEM-LINE           PIC X(180).
000840 01  WS-MEM-PTR            PIC 9(3).
000850 01  WS-UNR-IDX            PIC 9(2).
000860 01  WS-NEW-MEMBER         PIC X(8).
000870 01  WS-SCAN-POS           PIC 9(3).
000880 01  WS-NAME-POS           PIC 9(3).
000890 01  WS-NAME-LEN           PIC 9(3).
000900 01  WS-NAME-CHAR          PIC X(1).
000910 PROCEDURE DIVISION.
000920 TYM-START.
000930     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
000940     IF WS-OPERATOR = SPACES
000950         MOVE "BATCH" TO WS-OPERATOR.
000960     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000970     ACCEPT WS-NOW-TIME FROM TIME.
000980     OPEN I-O RENTRAY-FILE.
000990     IF WS-TRAY-STATUS = "35"
001000         OPEN OUTPUT RENTRAY-FILE
001010         CLOSE RENTRAY-FILE
001020         OPEN I-O RENTRAY-FILE
001030     END-IF.
001040     IF WS-TRAY-STATUS NOT = "00"
001050         DISPLAY "RENTRAYM: CANNOT OPEN rentray, STATUS "
001060             WS-TRAY-STATUS
001070         MOVE 8 TO RETURN-CODE
001080         STOP RUN.
001090     OPEN INPUT CONTROL-FILE.
001100     IF WS-CTL-STATUS NOT = "00"
001110         GO TO TYM-LIST.
001120 TYM-CARD-LOOP.
001130     MOVE SPACES TO TM-CARD.
001140     READ CONTROL-FILE AT END GO TO TYM-CARD-DONE.
001150     IF TM-CARD = SPACES
001160         GO TO TYM-CARD-LOOP.
001170     ADD 1 TO WS-CARD-COUNT.
001180     EVALUATE TRUE
001190         WHEN TM-ACTION-ADD
001200             PERFORM TYM-ADD THRU TYM-ADD-EXIT
001210         WHEN TM-ACTION-WITHDRAW
001220             PERFORM TYM-WITHDRAW THRU TYM-WITHDRAW-EXIT
001230         WHEN OTHER
001240             DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
001250                 " REJECTED - ACTION MUST BE A OR W"
001260             ADD 1 TO WS-REJECTED-COUNT
001270     END-EVALUATE.
001280     GO TO TYM-CARD-LOOP.
001290 TYM-CARD-DONE.
001300     CLOSE CONTROL-FILE.
001310     DISPLAY "RENTRAYM: CARDS=" WS-CARD-COUNT
001320         " ADDED=" WS-ADDED-COUNT
001330         " WITHDRAWN=" WS-WITHDRAWN-COUNT
001340         " REJECTED=" WS-REJECTED-COUNT.
001350 TYM-LIST.
001360     DISPLAY "RENTRAYM: CHANGE-CONTROL TRAY".
001370     DISPLAY "STATUS    SUBMITTER SUBMITTED    DECK PATH".
001380     MOVE "N" TO WS-TRAY-AT-END.
001390     MOVE LOW-VALUES TO TY-KEY.
001400     START RENTRAY-FILE KEY IS NOT LESS THAN TY-KEY
001410         INVALID KEY MOVE "Y" TO WS-TRAY-AT-END
001420     END-START.
001430     PERFORM UNTIL WS-TRAY-AT-END = "Y"
001440         READ RENTRAY-FILE NEXT RECORD
001450             AT END MOVE "Y" TO WS-TRAY-AT-END
001460         END-READ
001470         IF WS-TRAY-AT-END = "N"
001480             PERFORM TYM-LIST-ONE
001490         END-IF
001500     END-PERFORM.
001510     CLOSE RENTRAY-FILE.
001520     DISPLAY "RENTRAYM: DECKS IN TRAY=" WS-LIST-COUNT
001530         " NEEDING ATTENTION=" WS-ATTENTION-COUNT.
001540     IF WS-REJECTED-COUNT > 0
001550         MOVE 16 TO RETURN-CODE
001560     ELSE
001570         MOVE 0 TO RETURN-CODE
001580     END-IF.
001590     STOP RUN.
001600 TYM-LIST-ONE.
001610     ADD 1 TO WS-LIST-COUNT.
001620     EVALUATE TRUE
001630         WHEN TY-STATUS-ATTENTION
001640             MOVE "ATTENTION" TO WS-ENTRY-STATE
001650             ADD 1 TO WS-ATTENTION-COUNT
001660         WHEN TY-STATUS-WITHDRAWN
001670             MOVE "WITHDRAWN" TO WS-ENTRY-STATE
001680         WHEN OTHER
001690             MOVE "PENDING" TO WS-ENTRY-STATE
001700     END-EVALUATE.
001710     DISPLAY WS-ENTRY-STATE " " TY-SUBMITTER "  "
001720         TY-SUBMIT-DATETIME(1:12) " " FUNCTION TRIM(TY-DECK-PATH).
001730     MOVE SPACES TO WS-MEM-LINE.
001740     MOVE 1 TO WS-MEM-PTR.
001750     PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
001760             UNTIL WS-MEM-IDX > TY-MEMBER-COUNT
001770                 OR WS-MEM-IDX > 20
001780         STRING TY-MEMBER(WS-MEM-IDX) " " DELIMITED BY SIZE
001790             INTO WS-MEM-LINE WITH POINTER WS-MEM-PTR
001800     END-PERFORM.
001810     DISPLAY "          MEMBERS " FUNCTION TRIM(WS-MEM-LINE).
001820     IF TY-RETARGET-COUNT > 0
001830         DISPLAY "          LAST RETARGET " TY-LAST-MEMBER " "
001840             TY-LAST-DATETIME(1:12) " RC=" TY-LAST-RETURN-CODE
001850             " RETARGETED=" TY-LAST-CHANGED
001860             " UNRESOLVED=" TY-LAST-UNRESOLVED
001870             " (RUNS=" TY-RETARGET-COUNT ")"
001880     END-IF.
001890     IF TY-STATUS-ATTENTION
001900         DISPLAY "          " TY-LAST-MESSAGE
001910         PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
001920                 UNTIL WS-UNR-IDX > TY-UNRESOLVED-COUNT
001930                     OR WS-UNR-IDX > 10
001940             DISPLAY "          UNRESOLVED "
001950                 TY-UNR-MEMBER(WS-UNR-IDX) " SEQNO "
001960                 TY-UNR-SEQNO(WS-UNR-IDX)
001970         END-PERFORM
001980     END-IF.
001990     IF TY-STATUS-WITHDRAWN
002000         DISPLAY "          WITHDRAWN BY " TY-WITHDRAWN-BY " "
002010             TY-WITHDRAWN-DATETIME(1:12)
002020     END-IF.
002030 TYM-ADD.
002040     IF TM-DECK-PATH = SPACES
002050         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002060             " REJECTED - NO DECK PATH"
002070         ADD 1 TO WS-REJECTED-COUNT
002080         GO TO TYM-ADD-EXIT.
002090     PERFORM TYM-SCAN-DECK THRU TYM-SCAN-DECK-EXIT.
002100     IF WS-DECK-STATUS NOT = "00"
002110         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002120             " REJECTED - CANNOT OPEN DECK, STATUS "
002130             WS-DECK-STATUS
002140         ADD 1 TO WS-REJECTED-COUNT
002150         GO TO TYM-ADD-EXIT.
002160     IF WS-MEM-COUNT = 0
002170         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002180             " REJECTED - DECK HAS NO ./ NAME= CARDS"
002190         ADD 1 TO WS-REJECTED-COUNT
002200         GO TO TYM-ADD-EXIT.
002210     IF WS-MEM-OVERFLOW = "Y"
002220         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002230             " REJECTED - DECK TOUCHES MORE THAN 20 MEMBERS"
002240         ADD 1 TO WS-REJECTED-COUNT
002250         GO TO TYM-ADD-EXIT.
002260     MOVE SPACES TO RENTRAY-REC.
002270     MOVE TM-DECK-PATH    TO TY-DECK-PATH.
002280     SET TY-STATUS-PENDING TO TRUE.
002290     MOVE WS-OPERATOR     TO TY-SUBMITTER.
002300     MOVE WS-NOW-DATETIME TO TY-SUBMIT-DATETIME.
002310     MOVE WS-MEM-COUNT    TO TY-MEMBER-COUNT.
002320     PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
002330             UNTIL WS-MEM-IDX > 20
002340         MOVE WS-MEM-NAME(WS-MEM-IDX) TO TY-MEMBER(WS-MEM-IDX)
002350     END-PERFORM.
002360     MOVE 0 TO TY-RETARGET-COUNT.
002370     MOVE 0 TO TY-LAST-RETURN-CODE.
002380     MOVE 0 TO TY-LAST-CHANGED.
002390     MOVE 0 TO TY-LAST-UNRESOLVED.
002400     MOVE 0 TO TY-UNRESOLVED-COUNT.
002410     WRITE RENTRAY-REC.
002420*    THE SAME PATH AGAIN REPLACES THE ENTRY - A FIXED DECK GOES
002430*    BACK TO PENDING, A WITHDRAWN ONE BACK INTO THE TRAY.
002440     IF WS-TRAY-STATUS = "22"
002450         REWRITE RENTRAY-REC
002460     END-IF.
002470     IF WS-TRAY-STATUS NOT = "00"
002480         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002490             " NOT FILED, STATUS " WS-TRAY-STATUS
002500         ADD 1 TO WS-REJECTED-COUNT
002510         GO TO TYM-ADD-EXIT.
002520     ADD 1 TO WS-ADDED-COUNT.
002530     DISPLAY "RENTRAYM: ADDED " FUNCTION TRIM(TM-DECK-PATH)
002540         " MEMBERS=" WS-MEM-COUNT.
002550 TYM-ADD-EXIT.
002560     EXIT.
002570 TYM-WITHDRAW.
002580     MOVE TM-DECK-PATH TO TY-DECK-PATH.
002590     READ RENTRAY-FILE
002600         INVALID KEY CONTINUE
002610     END-READ.
002620     IF WS-TRAY-STATUS NOT = "00"
002630         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002640             " REJECTED - DECK NOT IN TRAY"
002650         ADD 1 TO WS-REJECTED-COUNT
002660         GO TO TYM-WITHDRAW-EXIT.
002670     SET TY-STATUS-WITHDRAWN TO TRUE.
002680     MOVE WS-OPERATOR     TO TY-WITHDRAWN-BY.
002690     MOVE WS-NOW-DATETIME TO TY-WITHDRAWN-DATETIME.
002700     REWRITE RENTRAY-REC.
002710     IF WS-TRAY-STATUS NOT = "00"
002720         DISPLAY "RENTRAYM: CARD " WS-CARD-COUNT
002730             " NOT FILED, STATUS " WS-TRAY-STATUS
002740         ADD 1 TO WS-REJECTED-COUNT
002750         GO TO TYM-WITHDRAW-EXIT.
002760     ADD 1 TO WS-WITHDRAWN-COUNT.
002770     DISPLAY "RENTRAYM: WITHDREW " FUNCTION TRIM(TM-DECK-PATH).
002780 TYM-WITHDRAW-EXIT.
002790     EXIT.
002800 TYM-SCAN-DECK.
002810*    EVERY DISTINCT NAME= ON THE DECK'S CONTROL CARDS, IN THE
002820*    ORDER THEY FIRST APPEAR.
002830     MOVE 0 TO WS-MEM-COUNT.
002840     MOVE SPACES TO WS-MEM-TABLE.
002850     MOVE "N" TO WS-MEM-OVERFLOW.
002860     MOVE TM-DECK-PATH TO WS-DECK-NAME.
002870     OPEN INPUT DECK-FILE.
002880     IF WS-DECK-STATUS NOT = "00"
002890         GO TO TYM-SCAN-DECK-EXIT.
002900     MOVE "N" TO WS-DECK-AT-END.
002910     PERFORM UNTIL WS-DECK-AT-END = "Y"
002920         MOVE SPACES TO TM-DECK-CARD
002930         READ DECK-FILE
002940             AT END MOVE "Y" TO WS-DECK-AT-END
002950         END-READ
002960         IF WS-DECK-AT-END = "N" AND TM-DECK-CARD(1:2) = "./"
002970             PERFORM TYM-FIND-NAME THRU TYM-FIND-NAME-EXIT
002980             IF WS-NEW-MEMBER NOT = SPACES
002990                 PERFORM TYM-NOTE-MEMBER
003000             END-IF
003010         END-IF
003020     END-PERFORM.
003030     CLOSE DECK-FILE.
003040     MOVE "00" TO WS-DECK-STATUS.
003050 TYM-SCAN-DECK-EXIT.
003060     EXIT.
003070 TYM-NOTE-MEMBER.
003080     MOVE "N" TO WS-MEM-SEEN.
003090     PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
003100             UNTIL WS-MEM-IDX > WS-MEM-COUNT
003110         IF WS-MEM-NAME(WS-MEM-IDX) = WS-NEW-MEMBER
003120             MOVE "Y" TO WS-MEM-SEEN
003130         END-IF
003140     END-PERFORM.
003150     IF WS-MEM-SEEN = "N"
003160         IF WS-MEM-COUNT = 20
003170             MOVE "Y" TO WS-MEM-OVERFLOW
003180         ELSE
003190             ADD 1 TO WS-MEM-COUNT
003200             MOVE WS-NEW-MEMBER TO WS-MEM-NAME(WS-MEM-COUNT)
003210         END-IF
003220     END-IF.
003230 TYM-FIND-NAME.
003240*    SAME OPERAND SCAN RENRTGEN USES: THE NAME RUNS FROM
003250*    "NAME=" TO THE FIRST SPACE OR COMMA, EIGHT CHARACTERS AT
003260*    MOST.
003270     MOVE SPACES TO WS-NEW-MEMBER.
003280     MOVE 0 TO WS-NAME-POS.
003290     PERFORM VARYING WS-SCAN-POS FROM 3 BY 1
003300             UNTIL WS-SCAN-POS > 124
003310                 OR WS-NAME-POS NOT = 0
003320         IF TM-DECK-CARD(WS-SCAN-POS:5) = "NAME="
003330             COMPUTE WS-NAME-POS = WS-SCAN-POS + 5
003340         END-IF
003350     END-PERFORM.
003360     IF WS-NAME-POS = 0
003370         GO TO TYM-FIND-NAME-EXIT.
003380     MOVE 0 TO WS-NAME-LEN.
003390     PERFORM UNTIL WS-NAME-LEN = 8
003400             OR WS-NAME-POS + WS-NAME-LEN > 133
003410         MOVE TM-DECK-CARD(WS-NAME-POS + WS-NAME-LEN:1)
003420             TO WS-NAME-CHAR
003430         IF WS-NAME-CHAR = SPACE OR WS-NAME-CHAR = ","
003440             EXIT PERFORM
003450         END-IF
003460         ADD 1 TO WS-NAME-LEN
003470         MOVE WS-NAME-CHAR
003480             TO WS-NEW-MEMBER(WS-NAME-LEN:1)
003490     END-PERFORM.
003500 TYM-FIND-NAME-EXIT.
003510     EXIT.
