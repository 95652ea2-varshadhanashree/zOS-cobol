000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENAPPLY.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    UPDATE-DECK APPLY.  RENGENDF EXPORTS A DELTA AND
000050*            RENUPDRT RETARGETS PENDING DECKS, BUT UNTIL NOW
000060*            THE DECKS THEMSELVES WERE APPLIED WITH OUTSIDE
000070*            TOOLS THAT KNOW NOTHING OF RENLOCK, RENHIST OR
000080*            RENGEN.  THIS PROGRAM READS A MULTI-MEMBER
000090*            STREAM IN THE FORMAT RENUMUPD AND RENUPDRT READ
000100*            AND, PER "./ CHANGE NAME=member" MEMBER:
000110*              - CHECKS THE OPERATOR WITH RENAUTHC AND THE
000120*                CHANGE-FREEZE CALENDAR WITH RENFRZC, AND TAKES
000125*                THE STANDARD DECK LOCK, SAME AS RENUMENG;
000130*              - LOADS THE LIVE DECK (<livelib>/<member>), OR
000140*                THE CATALOGED GENERATION NAMED BY A
000150*                ",GEN=nnnn" OPERAND ON THE CHANGE CARD;
000160*              - APPLIES THE CARDS IN SEQNO ORDER: A DATA CARD
000170*                REPLACES THE LINE WITH ITS SEQNO OR IS
000180*                INSERTED WHERE ITS SEQNO FALLS, AND
000190*                "./ DELETE SEQ1=n,SEQ2=n" DROPS THAT
000200*                INCLUSIVE RANGE (BOTH ENDS MUST BE LIVE LINES,
000210*                THE WAY RENGENDF WRITES THEM);
000220*              - WRITES THE RESULT TO <outlib>/<member>, FILES A
000230*                TYPE "A" RENHIST ENTRY, CATALOGS THE RESULT AS
000240*                THE NEXT RENGENW GENERATION, FILES THE RUN'S
000250*                SEQNO LINEAGE (RENLINW) AND A RENRSLT RECORD.
000260*            EVERY CARD IS CHECKED AND THE WHOLE MERGE BUILT IN
000270*            STORAGE BEFORE ANYTHING IS WRITTEN, SO A CARD THAT
000280*            IS OUT OF SEQNO ORDER OR LANDS ON A SEQNO ALREADY
000290*            DELETED FAILS THAT MEMBER ALONE AND LEAVES ITS
000300*            DECK EXACTLY AS IT WAS.  "./ ADD" AND "./ REPL"
000310*            MEMBERS ARE NOT UPDATES AND ARE SKIPPED (CODE 4).
000313*            THE RESULT IS WRITTEN TO "<member>.tmp" FIRST AND
000316*            COPIED OVER THE DECK ONLY ONCE IT IS COMPLETE.
000320*            THE NUMBER OF GENERATIONS KEPT COMES FROM THE
000330*            "renumprm" H RECORD (RP-GEN-KEEP, ZERO = NO TRIM).
000340*            CONTROL FILE "renapply" HOLDS:
000350*              REC 1  - UPDATE STREAM PATH        (COLS 1-100)
000360*              REC 2  - LIVE LIBRARY DIRECTORY    (COLS 1-80)
000370*              REC 3  - OUTPUT LIBRARY DIRECTORY  (COLS 1-80,
000380*                       BLANK = UPDATE THE LIVE LIBRARY)
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.
000420     Linux.
000430 OBJECT-COMPUTER.
000440     Linux.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT   CONTROL-FILE ASSIGN TO
000480     "renapply"
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-CTL-STATUS.
000510     SELECT   STREAM-FILE ASSIGN TO
000520     WS-STREAM-NAME
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-STREAM-STATUS.
000550     SELECT   BASE-FILE ASSIGN TO
000560     WS-BASE-NAME
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-BASE-STATUS.
000590     SELECT   RESULT-FILE ASSIGN TO
000600     WS-OUT-NAME
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-OUT-STATUS.
000630     SELECT   LMAP-FILE ASSIGN TO
000640     WS-LMAP-NAME
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-LMAP-STATUS.
000670     SELECT   PARM-FILE ASSIGN TO
000680     "renumprm"
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-PARM-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTROL-FILE.
000740 01  CF-REC PIC X(100).
000750 FD  STREAM-FILE.
000760 01  AP-CARD.
000770     05  AP-SEQNO PIC X(6).
000780     05  AP-REST  PIC X(127).
000790 FD  BASE-FILE
000800     RECORD IS VARYING IN SIZE FROM 72 TO 133
000810         DEPENDING ON WS-BASE-REC-LEN
000820     BLOCK CONTAINS 1 RECORDS.
000830 01  BASEREC.
000840     05  BS-SEQNO PICTURE 9(6).
000850     05  BS-BODY PIC X(127).
000860 FD  RESULT-FILE
000870     RECORD IS VARYING IN SIZE FROM 72 TO 133
000880         DEPENDING ON WS-OUT-REC-LEN
000890     BLOCK CONTAINS 1 RECORDS.
000900 01  RESREC PICTURE X(133).
000910 FD  LMAP-FILE
000920     BLOCK CONTAINS 1 RECORDS.
000930 COPY RENXMAP.
000940 FD  PARM-FILE
000950     BLOCK CONTAINS 1 RECORDS.
000960 COPY RENPARM.
000970 WORKING-STORAGE SECTION.
000980 01  WS-CTL-STATUS         PIC XX.
000990 01  WS-STREAM-NAME        PIC X(100).
001000 01  WS-STREAM-STATUS      PIC XX.
001010 01  WS-LIVE-LIBRARY       PIC X(80).
001020 01  WS-OUT-LIBRARY        PIC X(80).
001030 01  WS-BASE-NAME          PIC X(108).
001040 01  WS-BASE-STATUS        PIC XX.
001050 01  WS-BASE-REC-LEN       PIC 9(3) VALUE 72.
001060 01  WS-LIVE-NAME          PIC X(100).
001070 01  WS-OUT-NAME           PIC X(100).
001075 01  WS-FINAL-NAME         PIC X(100).
001080 01  WS-OUT-STATUS         PIC XX.
001090 01  WS-OUT-REC-LEN        PIC 9(3) VALUE 72.
001100 01  WS-LMAP-NAME          PIC X(108).
001110 01  WS-LMAP-STATUS        PIC XX.
001120 01  WS-PARM-STATUS        PIC XX.
001130 01  WS-GEN-KEEP           PIC 9(2) VALUE 0.
001140 01  WS-STREAM-AT-END      PIC X(1) VALUE "N".
001150 01  WS-BASE-AT-END        PIC X(1) VALUE "N".
001160 01  WS-CARD-COUNT         PIC 9(6) VALUE 0.
001170 01  WS-STRAY-COUNT        PIC 9(6) VALUE 0.
001180 01  WS-MEMBER-COUNT       PIC 9(4) VALUE 0.
001190 01  WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
001200 01  WS-FAILED-COUNT       PIC 9(4) VALUE 0.
001210 01  WS-WORST-RC           PIC 9(4) VALUE 0.
001220*    THE MEMBER BEING COLLECTED: MODE "C" IS A CHANGE MEMBER
001230*    WHOSE CARDS ARE TABLED, "S" A MEMBER BEING SKIPPED, SPACE
001240*    NO MEMBER YET.
001250 01  WS-MEMBER             PIC X(8) VALUE SPACES.
001260 01  WS-MEMBER-MODE        PIC X(1) VALUE SPACE.
001270     88  WS-MODE-CHANGE    VALUE "C".
001280     88  WS-MODE-SKIP      VALUE "S".
001290 01  WS-MEMBER-FAILED      PIC X(1) VALUE "N".
001300 01  WS-MEMBER-RC          PIC 9(4) VALUE 0.
001310 01  WS-FAIL-MSG           PIC X(60).
001320 01  WS-GEN-WANTED         PIC 9(4) VALUE 0.
001330 01  WS-LOCK-HELD          PIC X(1) VALUE "N".
001340 01  WS-NEW-MEMBER         PIC X(8).
001350 01  WS-SCAN-POS           PIC 9(3).
001360 01  WS-NAME-POS           PIC 9(3).
001370 01  WS-NAME-LEN           PIC 9(3).
001380 01  WS-NAME-CHAR          PIC X(1).
001390 01  WS-OPERAND-KEY        PIC X(5).
001400 01  WS-OPERAND-KEY-LEN    PIC 9(1).
001410 01  WS-OPERAND-FOUND      PIC X(1).
001420 01  WS-OPERAND-VALUE      PIC 9(6).
001430 01  WS-OPERAND-DIGITS     PIC 9(1).
001440 01  WS-DIGIT              PIC 9(1).
001450 01  WS-LAST-SEQ           PIC 9(6) VALUE 0.
001460 01  WS-LAST-DEL-FROM      PIC 9(6) VALUE 0.
001470 01  WS-LAST-WAS-DELETE    PIC X(1) VALUE "N".
001480 01  WS-TEXT-LEN           PIC 9(3).
001490 01  WS-TEXT-WORK          PIC X(133).
001500 01  WS-UPD-COUNT          PIC 9(4) VALUE 0.
001510 01  WS-UPD-IDX            PIC 9(4).
001520 01  WS-UPD-TABLE.
001530     05  WS-UPD-ENTRY OCCURS 2000 TIMES.
001540         10  WS-UPD-TYPE       PIC X(1).
001550             88  WS-UPD-DELETE     VALUE "D".
001560             88  WS-UPD-DATA       VALUE "C".
001570         10  WS-UPD-SEQ1       PIC 9(6).
001580         10  WS-UPD-SEQ2       PIC 9(6).
001590         10  WS-UPD-LEN        PIC 9(3).
001600         10  WS-UPD-TEXT       PIC X(133).
001610 01  WS-BASE-COUNT         PIC 9(4) VALUE 0.
001620 01  WS-BASE-IDX           PIC 9(4).
001630 01  WS-BASE-TABLE.
001640     05  WS-BASE-ENTRY OCCURS 2000 TIMES.
001650         10  WS-BASE-SEQNO     PIC 9(6).
001660         10  WS-BASE-LEN       PIC 9(3).
001670         10  WS-BASE-TEXT      PIC X(133).
001680 01  WS-NEW-COUNT          PIC 9(4) VALUE 0.
001690 01  WS-NEW-IDX            PIC 9(4).
001700 01  WS-NEW-TABLE.
001710     05  WS-NEW-ENTRY OCCURS 4000 TIMES.
001720         10  WS-NEW-OLD-SEQNO  PIC 9(6).
001730         10  WS-NEW-LEN        PIC 9(3).
001740         10  WS-NEW-TEXT       PIC X(133).
001750 01  WS-REPLACED-COUNT     PIC 9(6) VALUE 0.
001760 01  WS-INSERTED-COUNT     PIC 9(6) VALUE 0.
001770 01  WS-DELETED-COUNT      PIC 9(6) VALUE 0.
001780 01  WS-RUN-START.
001790     05  WS-RUN-START-DATE PIC 9(8).
001800     05  WS-RUN-START-TIME PIC 9(8).
001810 01  WS-OPERATOR           PIC X(8).
001820 COPY RENHISTL.
001830 COPY RENLOCKL.
001840 COPY RENGENL.
001850 COPY RENAUTHL.
001860 COPY RENRSLTL.
001870 COPY RENLINL.
001875 COPY RENFRZL.
001880 PROCEDURE DIVISION.
001890 APL-START.
001900     ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
001910     IF WS-OPERATOR = SPACES
001920         MOVE "BATCH" TO WS-OPERATOR.
001930     OPEN INPUT CONTROL-FILE.
001940     IF WS-CTL-STATUS NOT = "00"
001950         DISPLAY "RENAPPLY: NO CONTROL FILE renapply"
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN.
001980     READ CONTROL-FILE AT END GO TO APL-BAD-CONTROL.
001990     MOVE CF-REC TO WS-STREAM-NAME.
002000     READ CONTROL-FILE AT END GO TO APL-BAD-CONTROL.
002010     MOVE CF-REC(1:80) TO WS-LIVE-LIBRARY.
002020     MOVE SPACES TO WS-OUT-LIBRARY.
002030     READ CONTROL-FILE
002040         AT END CONTINUE
002050         NOT AT END MOVE CF-REC(1:80) TO WS-OUT-LIBRARY
002060     END-READ.
002070     CLOSE CONTROL-FILE.
002080     IF WS-STREAM-NAME = SPACES OR WS-LIVE-LIBRARY = SPACES
002090         GO TO APL-BAD-CONTROL.
002100     IF WS-OUT-LIBRARY = SPACES
002110         MOVE WS-LIVE-LIBRARY TO WS-OUT-LIBRARY.
002120     PERFORM APL-LOAD-PARMS.
002130     OPEN INPUT STREAM-FILE.
002140     IF WS-STREAM-STATUS NOT = "00"
002150         DISPLAY "RENAPPLY: CANNOT OPEN UPDATE STREAM, STATUS "
002160             WS-STREAM-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN.
002190     PERFORM UNTIL WS-STREAM-AT-END = "Y"
002200         MOVE SPACES TO AP-CARD
002210         READ STREAM-FILE
002220             AT END MOVE "Y" TO WS-STREAM-AT-END
002230         END-READ
002240         IF WS-STREAM-AT-END = "N"
002250             ADD 1 TO WS-CARD-COUNT
002260             IF AP-CARD(1:2) = "./"
002270                 PERFORM APL-CONTROL-CARD THRU APL-CONTROL-EXIT
002280             ELSE
002290                 PERFORM APL-DATA-CARD THRU APL-DATA-EXIT
002300             END-IF
002310         END-IF
002320     END-PERFORM.
002330     CLOSE STREAM-FILE.
002340     PERFORM APL-END-MEMBER.
002350     IF WS-STRAY-COUNT > 0
002360         DISPLAY "RENAPPLY: " WS-STRAY-COUNT
002370             " CARDS OUTSIDE ANY CHANGE MEMBER IGNORED"
002380         IF WS-WORST-RC < 4
002390             MOVE 4 TO WS-WORST-RC
002400         END-IF
002410     END-IF.
002420     DISPLAY "RENAPPLY: CARDS READ=" WS-CARD-COUNT
002430         " MEMBERS=" WS-MEMBER-COUNT
002440         " APPLIED=" WS-APPLIED-COUNT
002450         " FAILED=" WS-FAILED-COUNT
002460         " WORST RC=" WS-WORST-RC.
002470     MOVE WS-WORST-RC TO RETURN-CODE.
002480     STOP RUN.
002490 APL-BAD-CONTROL.
002500     CLOSE CONTROL-FILE.
002510     DISPLAY "RENAPPLY: CONTROL FILE NEEDS STREAM PATH AND "
002520         "LIVE LIBRARY (OUTPUT LIBRARY OPTIONAL)".
002530     MOVE 16 TO RETURN-CODE.
002540     STOP RUN.
002550 APL-LOAD-PARMS.
002560*    ONLY THE GENERATION COUNT MATTERS HERE; THE SAME NUMERIC
002570*    GUARD RENUMENG USES KEEPS AN OLDER H RECORD FROM TURNING
002580*    A TRIM ON BY ACCIDENT.
002590     OPEN INPUT PARM-FILE.
002600     IF WS-PARM-STATUS = "00"
002610         PERFORM UNTIL WS-PARM-STATUS NOT = "00"
002620             READ PARM-FILE
002630                 AT END MOVE "10" TO WS-PARM-STATUS
002640             END-READ
002650             IF WS-PARM-STATUS = "00" AND RP-REC-TYPE = "H"
002660                     AND RP-GEN-KEEP IS NUMERIC
002670                 MOVE RP-GEN-KEEP TO WS-GEN-KEEP
002680             END-IF
002690         END-PERFORM
002700         CLOSE PARM-FILE
002710     END-IF.
002720 APL-CONTROL-CARD.
002730*    A CARD CARRYING NAME= ENDS THE MEMBER BEING COLLECTED AND
002740*    STARTS THE NEXT; A DELETE CARD JOINS THE CURRENT CHANGE
002750*    MEMBER; ANYTHING ELSE ("./ ENDUP", "./ NUMBER") IS NOT AN
002760*    UPDATE AND PASSES OVER.
002770     PERFORM APL-FIND-NAME THRU APL-FIND-NAME-EXIT.
002780     IF WS-NEW-MEMBER NOT = SPACES
002790         PERFORM APL-END-MEMBER
002800         PERFORM APL-BEGIN-MEMBER
002810         GO TO APL-CONTROL-EXIT.
002820     MOVE 0 TO WS-NAME-POS.
002830     PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
002840             UNTIL WS-SCAN-POS > 120
002850                 OR WS-NAME-POS NOT = 0
002860         IF AP-CARD(WS-SCAN-POS:8) = " DELETE "
002870             MOVE WS-SCAN-POS TO WS-NAME-POS
002880         END-IF
002890     END-PERFORM.
002900     IF WS-NAME-POS = 0
002910         GO TO APL-CONTROL-EXIT.
002920     IF NOT WS-MODE-CHANGE
002930         IF NOT WS-MODE-SKIP
002940             ADD 1 TO WS-STRAY-COUNT
002950         END-IF
002960         GO TO APL-CONTROL-EXIT.
002970     IF WS-MEMBER-FAILED = "Y"
002980         GO TO APL-CONTROL-EXIT.
002990     MOVE "SEQ1=" TO WS-OPERAND-KEY.
003000     MOVE 5 TO WS-OPERAND-KEY-LEN.
003010     PERFORM APL-FIND-OPERAND THRU APL-FIND-OPERAND-EXIT.
003020     IF WS-OPERAND-FOUND NOT = "Y"
003030         MOVE "DELETE CARD WITHOUT SEQ1=" TO WS-FAIL-MSG
003040         MOVE "Y" TO WS-MEMBER-FAILED
003050         GO TO APL-CONTROL-EXIT.
003060     IF WS-UPD-COUNT = 2000
003070         MOVE "MORE THAN 2000 UPDATE CARDS FOR MEMBER"
003080             TO WS-FAIL-MSG
003090         MOVE "Y" TO WS-MEMBER-FAILED
003100         GO TO APL-CONTROL-EXIT.
003110     ADD 1 TO WS-UPD-COUNT.
003120     SET WS-UPD-DELETE(WS-UPD-COUNT) TO TRUE.
003130     MOVE WS-OPERAND-VALUE TO WS-UPD-SEQ1(WS-UPD-COUNT).
003140*    A DELETE WITH NO SEQ2= DROPS THE ONE LINE.
003150     MOVE "SEQ2=" TO WS-OPERAND-KEY.
003160     PERFORM APL-FIND-OPERAND THRU APL-FIND-OPERAND-EXIT.
003170     IF WS-OPERAND-FOUND NOT = "Y"
003180         MOVE WS-UPD-SEQ1(WS-UPD-COUNT) TO WS-OPERAND-VALUE.
003190     MOVE WS-OPERAND-VALUE TO WS-UPD-SEQ2(WS-UPD-COUNT).
003200     MOVE 0 TO WS-UPD-LEN(WS-UPD-COUNT).
003210     MOVE SPACES TO WS-UPD-TEXT(WS-UPD-COUNT).
003220     IF WS-UPD-SEQ2(WS-UPD-COUNT) < WS-UPD-SEQ1(WS-UPD-COUNT)
003230         MOVE SPACES TO WS-FAIL-MSG
003240         STRING "DELETE RANGE " WS-UPD-SEQ1(WS-UPD-COUNT) "-"
003250             WS-UPD-SEQ2(WS-UPD-COUNT) " RUNS BACKWARD"
003260             DELIMITED BY SIZE INTO WS-FAIL-MSG
003270         MOVE "Y" TO WS-MEMBER-FAILED
003280         GO TO APL-CONTROL-EXIT.
003290     MOVE WS-UPD-SEQ1(WS-UPD-COUNT) TO WS-OPERAND-VALUE.
003300     PERFORM APL-CHECK-ORDER THRU APL-CHECK-ORDER-EXIT.
003310     MOVE "Y" TO WS-LAST-WAS-DELETE.
003320     MOVE WS-UPD-SEQ1(WS-UPD-COUNT) TO WS-LAST-DEL-FROM.
003330     MOVE WS-UPD-SEQ2(WS-UPD-COUNT) TO WS-LAST-SEQ.
003340 APL-CONTROL-EXIT.
003350     EXIT.
003360 APL-DATA-CARD.
003370     IF NOT WS-MODE-CHANGE
003380         IF NOT WS-MODE-SKIP
003390             ADD 1 TO WS-STRAY-COUNT
003400         END-IF
003410         GO TO APL-DATA-EXIT.
003420     IF WS-MEMBER-FAILED = "Y"
003430         GO TO APL-DATA-EXIT.
003440     IF AP-SEQNO NOT NUMERIC
003450         MOVE SPACES TO WS-FAIL-MSG
003460         STRING "CARD WITHOUT NUMERIC SEQNO: " AP-SEQNO
003470             DELIMITED BY SIZE INTO WS-FAIL-MSG
003480         MOVE "Y" TO WS-MEMBER-FAILED
003490         GO TO APL-DATA-EXIT.
003500     IF WS-UPD-COUNT = 2000
003510         MOVE "MORE THAN 2000 UPDATE CARDS FOR MEMBER"
003520             TO WS-FAIL-MSG
003530         MOVE "Y" TO WS-MEMBER-FAILED
003540         GO TO APL-DATA-EXIT.
003550     MOVE AP-SEQNO TO WS-OPERAND-VALUE.
003560     PERFORM APL-CHECK-ORDER THRU APL-CHECK-ORDER-EXIT.
003570     IF WS-MEMBER-FAILED = "Y"
003580         GO TO APL-DATA-EXIT.
003590     ADD 1 TO WS-UPD-COUNT.
003600     SET WS-UPD-DATA(WS-UPD-COUNT) TO TRUE.
003610     MOVE WS-OPERAND-VALUE TO WS-UPD-SEQ1(WS-UPD-COUNT).
003620     MOVE WS-OPERAND-VALUE TO WS-UPD-SEQ2(WS-UPD-COUNT).
003630     MOVE AP-CARD TO WS-TEXT-WORK.
003640     PERFORM APL-TEXT-LENGTH.
003650     MOVE WS-TEXT-LEN  TO WS-UPD-LEN(WS-UPD-COUNT).
003660     MOVE WS-TEXT-WORK TO WS-UPD-TEXT(WS-UPD-COUNT).
003670     MOVE "N" TO WS-LAST-WAS-DELETE.
003680     MOVE WS-OPERAND-VALUE TO WS-LAST-SEQ.
003690 APL-DATA-EXIT.
003700     EXIT.
003710 APL-CHECK-ORDER.
003720*    EVERY CARD MUST NAME A SEQNO ABOVE THE LAST ONE THE
003730*    MEMBER'S CARDS REACHED.  ONE THAT FALLS INSIDE THE DELETE
003740*    RANGE JUST BEFORE IT LANDS ON A LINE ALREADY DELETED;
003750*    ANYTHING ELSE AT OR BELOW THE MARK IS OUT OF ORDER.
003760     IF WS-UPD-COUNT = 0 AND WS-LAST-SEQ = 0
003770         GO TO APL-CHECK-ORDER-EXIT.
003780     IF WS-OPERAND-VALUE > WS-LAST-SEQ
003790         GO TO APL-CHECK-ORDER-EXIT.
003800     MOVE SPACES TO WS-FAIL-MSG.
003810     IF WS-LAST-WAS-DELETE = "Y"
003820             AND WS-OPERAND-VALUE >= WS-LAST-DEL-FROM
003830         STRING "SEQNO " WS-OPERAND-VALUE " ALREADY DELETED"
003840             DELIMITED BY SIZE INTO WS-FAIL-MSG
003850     ELSE
003860         STRING "SEQNO " WS-OPERAND-VALUE " OUT OF ORDER AFTER "
003870             WS-LAST-SEQ DELIMITED BY SIZE INTO WS-FAIL-MSG
003880     END-IF.
003890     MOVE "Y" TO WS-MEMBER-FAILED.
003900 APL-CHECK-ORDER-EXIT.
003910     EXIT.
003920 APL-TEXT-LENGTH.
003930*    A CARD IS WRITTEN AT 72 COLUMNS UNLESS IT CARRIES DATA
003940*    PAST 72, IN WHICH CASE IT RUNS TO ITS LAST NONBLANK.
003950     MOVE 133 TO WS-TEXT-LEN.
003960     PERFORM UNTIL WS-TEXT-LEN = 72
003970             OR WS-TEXT-WORK(WS-TEXT-LEN:1) NOT = SPACE
003980         SUBTRACT 1 FROM WS-TEXT-LEN
003990     END-PERFORM.
004000 APL-BEGIN-MEMBER.
004010     MOVE WS-NEW-MEMBER TO WS-MEMBER.
004020     ADD 1 TO WS-MEMBER-COUNT.
004030     MOVE 0   TO WS-UPD-COUNT.
004040     MOVE 0   TO WS-LAST-SEQ.
004050     MOVE 0   TO WS-LAST-DEL-FROM.
004060     MOVE "N" TO WS-LAST-WAS-DELETE.
004070     MOVE "N" TO WS-MEMBER-FAILED.
004080     MOVE SPACES TO WS-FAIL-MSG.
004090     MOVE 0   TO WS-GEN-WANTED.
004100     MOVE 0 TO WS-NAME-POS.
004110     PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
004120             UNTIL WS-SCAN-POS > 120
004130                 OR WS-NAME-POS NOT = 0
004140         IF AP-CARD(WS-SCAN-POS:8) = " CHANGE "
004150             MOVE WS-SCAN-POS TO WS-NAME-POS
004160         END-IF
004170     END-PERFORM.
004180     IF WS-NAME-POS = 0
004190         SET WS-MODE-SKIP TO TRUE
004200         DISPLAY "RENAPPLY: " WS-MEMBER
004210             " NOT A CHANGE MEMBER, SKIPPED"
004220         IF WS-WORST-RC < 4
004230             MOVE 4 TO WS-WORST-RC
004240         END-IF
004250     ELSE
004260         SET WS-MODE-CHANGE TO TRUE
004270         MOVE "GEN= " TO WS-OPERAND-KEY
004280         MOVE 4 TO WS-OPERAND-KEY-LEN
004290         PERFORM APL-FIND-OPERAND THRU APL-FIND-OPERAND-EXIT
004300         IF WS-OPERAND-FOUND = "Y"
004310             MOVE WS-OPERAND-VALUE TO WS-GEN-WANTED
004320         END-IF
004330     END-IF.
004340 APL-END-MEMBER.
004350     IF WS-MODE-CHANGE
004360         PERFORM APL-APPLY-MEMBER THRU APL-APPLY-EXIT
004370     END-IF.
004380     MOVE SPACE TO WS-MEMBER-MODE.
004390 APL-APPLY-MEMBER.
004400     MOVE 0   TO WS-MEMBER-RC.
004410     MOVE "N" TO WS-LOCK-HELD.
004420     MOVE 0   TO WS-REPLACED-COUNT.
004430     MOVE 0   TO WS-INSERTED-COUNT.
004440     MOVE 0   TO WS-DELETED-COUNT.
004450     MOVE 0   TO WS-BASE-COUNT.
004460     MOVE 0   TO WS-NEW-COUNT.
004470     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
004480     ACCEPT WS-RUN-START-TIME FROM TIME.
004490     IF WS-MEMBER-FAILED = "Y"
004500         GO TO APL-MEMBER-FAIL.
004510     IF WS-UPD-COUNT = 0
004520         MOVE "NO UPDATE CARDS - DECK LEFT ALONE" TO WS-FAIL-MSG
004530         MOVE 4 TO WS-MEMBER-RC
004540         GO TO APL-APPLY-DONE.
004550     MOVE SPACES TO WS-LIVE-NAME.
004560     STRING FUNCTION TRIM(WS-LIVE-LIBRARY) "/"
004570         FUNCTION TRIM(WS-MEMBER)
004580         DELIMITED BY SIZE INTO WS-LIVE-NAME.
004590     MOVE SPACES TO WS-OUT-NAME.
004600     STRING FUNCTION TRIM(WS-OUT-LIBRARY) "/"
004610         FUNCTION TRIM(WS-MEMBER)
004620         DELIMITED BY SIZE INTO WS-OUT-NAME.
004630*    SAME GATE RENUMENG APPLIES BEFORE IT OPENS A FILE: A
004640*    PROTECTED DECK IS UPDATED ONLY BY A PERMITTED OPERATOR,
004650*    AND THE REFUSED ATTEMPT IS RECORDED.
004660     MOVE WS-MEMBER    TO AC-DECK-NAME.
004670     MOVE WS-LIVE-NAME TO AC-IN-PATH.
004680     MOVE WS-OPERATOR  TO AC-OPERATOR.
004690     CALL "RENAUTHC" USING RENAUTHC-PARMS.
004700     IF NOT AC-ALLOWED-YES
004710         MOVE "NOT AUTHORIZED FOR DECK" TO WS-FAIL-MSG
004720         MOVE WS-MEMBER           TO RW-DECK-NAME
004730         MOVE WS-UPD-SEQ1(1)      TO RW-START-LINE-CNT
004740         MOVE 0                   TO RW-INCREMENT
004750         MOVE 0                   TO RW-RECORD-COUNT
004760         MOVE WS-OPERATOR         TO RW-OPERATOR
004770         SET RW-TYPE-REFUSED      TO TRUE
004773         MOVE SPACES              TO RW-APPROVER
004776         MOVE SPACES              TO RW-APPROVE-DATETIME
004780         CALL "RENHISTW" USING RENHISTW-PARMS
004790         GO TO APL-MEMBER-FAIL.
004792     PERFORM APL-FREEZE-CHECK.
004794     IF FC-FROZEN-YES
004796         GO TO APL-MEMBER-FAIL.
004800     MOVE WS-MEMBER   TO LW-DECK-NAME.
004810     MOVE WS-OPERATOR TO LW-OPERATOR.
004820     SET LW-FUNCTION-ACQUIRE TO TRUE.
004830     CALL "RENLOCKW" USING RENLOCKW-PARMS.
004840     IF LW-RETURN-CODE = 4
004850         MOVE SPACES TO WS-FAIL-MSG
004860         STRING "DECK IN USE BY " FUNCTION TRIM(LW-OPERATOR)
004870             " SINCE " LW-LOCK-DATETIME(9:2) ":"
004880             LW-LOCK-DATETIME(11:2) DELIMITED BY SIZE
004890             INTO WS-FAIL-MSG
004900         MOVE 12 TO WS-MEMBER-RC
004910         GO TO APL-MEMBER-FAIL.
004920     IF LW-RETURN-CODE = 0
004930         MOVE "Y" TO WS-LOCK-HELD.
004940     MOVE WS-LIVE-NAME TO WS-BASE-NAME.
004950     IF WS-GEN-WANTED NOT = 0
004960         PERFORM APL-FIND-GEN
004970     END-IF.
004980     IF WS-MEMBER-FAILED = "Y"
004990         GO TO APL-MEMBER-FAIL.
005000     PERFORM APL-LOAD-BASE THRU APL-LOAD-BASE-EXIT.
005010     IF WS-MEMBER-FAILED = "Y"
005020         GO TO APL-MEMBER-FAIL.
005030     PERFORM APL-MERGE THRU APL-MERGE-EXIT.
005040     IF WS-MEMBER-FAILED = "Y"
005050         GO TO APL-MEMBER-FAIL.
005060     PERFORM APL-WRITE-RESULT THRU APL-WRITE-RESULT-EXIT.
005070     IF WS-MEMBER-FAILED = "Y"
005080         MOVE 24 TO WS-MEMBER-RC
005090         GO TO APL-MEMBER-FAIL.
005100     MOVE WS-MEMBER           TO RW-DECK-NAME.
005110     MOVE WS-UPD-SEQ1(1)      TO RW-START-LINE-CNT.
005120     MOVE 0                   TO RW-INCREMENT.
005130     MOVE WS-NEW-COUNT        TO RW-RECORD-COUNT.
005140     MOVE WS-OPERATOR         TO RW-OPERATOR.
005150     SET RW-TYPE-APPLY        TO TRUE.
005153     MOVE SPACES              TO RW-APPROVER.
005156     MOVE SPACES              TO RW-APPROVE-DATETIME.
005160     CALL "RENHISTW" USING RENHISTW-PARMS.
005170     MOVE WS-MEMBER           TO GN-DECK-NAME.
005180     MOVE WS-OUT-NAME         TO GN-OUT-PATH.
005190     MOVE RW-RUN-DATETIME     TO GN-RUN-DATETIME.
005200     MOVE WS-NEW-COUNT        TO GN-RECORD-COUNT.
005210     MOVE WS-GEN-KEEP         TO GN-KEEP.
005220     SET GN-FUNCTION-CATALOG  TO TRUE.
005230     CALL "RENGENW" USING RENGENW-PARMS.
005240     IF GN-RETURN-CODE NOT = 0
005250         MOVE "APPLIED - GENERATION NOT CATALOGED" TO WS-FAIL-MSG
005260         MOVE 4 TO WS-MEMBER-RC
005270     ELSE
005280         MOVE SPACES TO WS-FAIL-MSG
005290         STRING "APPLIED AS GENERATION " GN-GENERATION
005300             DELIMITED BY SIZE INTO WS-FAIL-MSG
005310     END-IF.
005320     PERFORM APL-LINEAGE.
005330     PERFORM APL-FEED-RESULT.
005340     PERFORM APL-RELEASE-LOCK.
005350     ADD 1 TO WS-APPLIED-COUNT.
005360     GO TO APL-APPLY-DONE.
005370 APL-MEMBER-FAIL.
005380*    NOTHING HAS BEEN WRITTEN TO THE OUTPUT LIBRARY WHEN ANY
005390*    OF THE CHECKS ABOVE FIRES - THE DECK IS AS IT WAS, BAR
005395*    A FAILED COPY BACK FROM THE TEMPORARY (SEE ABOVE).
005400     IF WS-MEMBER-RC = 0
005410         MOVE 16 TO WS-MEMBER-RC.
005420     ADD 1 TO WS-FAILED-COUNT.
005430     IF WS-LOCK-HELD = "Y"
005440         PERFORM APL-FEED-RESULT.
005450     PERFORM APL-RELEASE-LOCK.
005460 APL-APPLY-DONE.
005470     IF WS-MEMBER-RC > WS-WORST-RC
005480         MOVE WS-MEMBER-RC TO WS-WORST-RC.
005490     DISPLAY "RENAPPLY: " WS-MEMBER " RC=" WS-MEMBER-RC
005500         " REPLACED=" WS-REPLACED-COUNT
005510         " INSERTED=" WS-INSERTED-COUNT
005520         " DELETED=" WS-DELETED-COUNT
005530         " RECS=" WS-NEW-COUNT " " WS-FAIL-MSG.
005540 APL-APPLY-EXIT.
005550     EXIT.
005560 APL-FIND-GEN.
005570*    THE BROWSE RUNS TO ITS NATURAL END SO RENGENW CLOSES THE
005580*    CATALOG BEHIND IT (SAME AS RENGENDF).
005590     MOVE SPACES TO WS-BASE-NAME.
005600     SET GN-FUNCTION-BROWSE-FIRST TO TRUE.
005610     CALL "RENGENW" USING RENGENW-PARMS.
005620     PERFORM UNTIL NOT GN-FOUND-YES
005630         IF GN-DECK-NAME = WS-MEMBER
005640                 AND GN-GENERATION = WS-GEN-WANTED
005650             MOVE GN-GEN-PATH TO WS-BASE-NAME
005660         END-IF
005670         SET GN-FUNCTION-BROWSE-NEXT TO TRUE
005680         CALL "RENGENW" USING RENGENW-PARMS
005690     END-PERFORM.
005700     IF WS-BASE-NAME = SPACES
005710         MOVE SPACES TO WS-FAIL-MSG
005720         STRING "GENERATION " WS-GEN-WANTED " NOT IN CATALOG"
005730             DELIMITED BY SIZE INTO WS-FAIL-MSG
005740         MOVE "Y" TO WS-MEMBER-FAILED
005750     END-IF.
005760 APL-LOAD-BASE.
005770*    THE DECK IS TABLED WHOLE AND MUST BE IN ASCENDING SEQNO
005780*    ORDER, OR "WHERE DOES THIS CARD GO" HAS NO ANSWER.
005790     OPEN INPUT BASE-FILE.
005800     IF WS-BASE-STATUS NOT = "00"
005810         MOVE "DECK TO UPDATE NOT FOUND" TO WS-FAIL-MSG
005820         MOVE "Y" TO WS-MEMBER-FAILED
005830         GO TO APL-LOAD-BASE-EXIT.
005840     MOVE "N" TO WS-BASE-AT-END.
005850     PERFORM UNTIL WS-BASE-AT-END = "Y"
005860         MOVE SPACES TO BASEREC
005870         READ BASE-FILE
005880             AT END MOVE "Y" TO WS-BASE-AT-END
005890         END-READ
005900         IF WS-BASE-AT-END = "N"
005910             IF WS-BASE-COUNT = 2000
005920                 MOVE "DECK EXCEEDS 2000 RECORDS - NOT UPDATED"
005930                     TO WS-FAIL-MSG
005940                 MOVE "Y" TO WS-MEMBER-FAILED
005950                 MOVE "Y" TO WS-BASE-AT-END
005960             ELSE
005970                 IF BS-SEQNO NOT NUMERIC OR (WS-BASE-COUNT > 0
005980                     AND BS-SEQNO <= WS-BASE-SEQNO(WS-BASE-COUNT))
005990                     MOVE "DECK NOT IN SEQNO ORDER - NOT UPDATED"
006000                         TO WS-FAIL-MSG
006010                     MOVE "Y" TO WS-MEMBER-FAILED
006020                     MOVE "Y" TO WS-BASE-AT-END
006030                 ELSE
006040                     ADD 1 TO WS-BASE-COUNT
006050                     MOVE BS-SEQNO TO WS-BASE-SEQNO(WS-BASE-COUNT)
006060                     MOVE WS-BASE-REC-LEN
006070                         TO WS-BASE-LEN(WS-BASE-COUNT)
006080                     MOVE BASEREC TO WS-BASE-TEXT(WS-BASE-COUNT)
006090                 END-IF
006100             END-IF
006110         END-IF
006120     END-PERFORM.
006130     CLOSE BASE-FILE.
006140 APL-LOAD-BASE-EXIT.
006150     EXIT.
006160 APL-MERGE.
006170*    ONE PASS OVER THE CARDS, COPYING DECK LINES FORWARD UP TO
006180*    EACH CARD'S SEQNO.  EACH NEW LINE REMEMBERS THE SEQNO IT
006190*    CAME FROM (ZERO FOR AN INSERT) FOR THE LINEAGE MAP.
006200     MOVE 1 TO WS-BASE-IDX.
006210     PERFORM VARYING WS-UPD-IDX FROM 1 BY 1
006220             UNTIL WS-UPD-IDX > WS-UPD-COUNT
006230                 OR WS-MEMBER-FAILED = "Y"
006240         PERFORM APL-COPY-FORWARD
006250         IF WS-UPD-DELETE(WS-UPD-IDX)
006260             PERFORM APL-MERGE-DELETE THRU APL-MERGE-DELETE-EXIT
006270         ELSE
006280             PERFORM APL-MERGE-DATA
006290         END-IF
006300     END-PERFORM.
006310     IF WS-MEMBER-FAILED = "Y"
006320         GO TO APL-MERGE-EXIT.
006330     PERFORM UNTIL WS-BASE-IDX > WS-BASE-COUNT
006340         PERFORM APL-KEEP-BASE-LINE
006350     END-PERFORM.
006360 APL-MERGE-EXIT.
006370     EXIT.
006380 APL-COPY-FORWARD.
006390     PERFORM UNTIL WS-BASE-IDX > WS-BASE-COUNT
006400             OR WS-BASE-SEQNO(WS-BASE-IDX)
006410                 >= WS-UPD-SEQ1(WS-UPD-IDX)
006420         PERFORM APL-KEEP-BASE-LINE
006430     END-PERFORM.
006440 APL-KEEP-BASE-LINE.
006450     ADD 1 TO WS-NEW-COUNT.
006460     MOVE WS-BASE-SEQNO(WS-BASE-IDX)
006470         TO WS-NEW-OLD-SEQNO(WS-NEW-COUNT).
006480     MOVE WS-BASE-LEN(WS-BASE-IDX)  TO WS-NEW-LEN(WS-NEW-COUNT).
006490     MOVE WS-BASE-TEXT(WS-BASE-IDX) TO WS-NEW-TEXT(WS-NEW-COUNT).
006500     ADD 1 TO WS-BASE-IDX.
006510 APL-MERGE-DELETE.
006520*    BOTH ENDS OF THE RANGE MUST STILL BE IN THE DECK.  A RANGE
006530*    WHOSE ENDS ARE GONE WAS ALREADY DELETED - MOST OFTEN THE
006540*    SAME DECK APPLIED TWICE - AND IS REFUSED, NOT SKIPPED.
006550     IF WS-BASE-IDX > WS-BASE-COUNT
006560             OR WS-BASE-SEQNO(WS-BASE-IDX)
006570                 NOT = WS-UPD-SEQ1(WS-UPD-IDX)
006580         MOVE SPACES TO WS-FAIL-MSG
006590         STRING "DELETE SEQ1=" WS-UPD-SEQ1(WS-UPD-IDX)
006600             " NOT IN DECK - ALREADY DELETED"
006610             DELIMITED BY SIZE INTO WS-FAIL-MSG
006620         MOVE "Y" TO WS-MEMBER-FAILED
006630         GO TO APL-MERGE-DELETE-EXIT.
006640     PERFORM UNTIL WS-BASE-IDX > WS-BASE-COUNT
006650             OR WS-BASE-SEQNO(WS-BASE-IDX)
006660                 > WS-UPD-SEQ2(WS-UPD-IDX)
006670         MOVE WS-BASE-SEQNO(WS-BASE-IDX) TO WS-LAST-SEQ
006680         ADD 1 TO WS-DELETED-COUNT
006690         ADD 1 TO WS-BASE-IDX
006700     END-PERFORM.
006710     IF WS-LAST-SEQ NOT = WS-UPD-SEQ2(WS-UPD-IDX)
006720         MOVE SPACES TO WS-FAIL-MSG
006730         STRING "DELETE SEQ2=" WS-UPD-SEQ2(WS-UPD-IDX)
006740             " NOT IN DECK - ALREADY DELETED"
006750             DELIMITED BY SIZE INTO WS-FAIL-MSG
006760         MOVE "Y" TO WS-MEMBER-FAILED
006770     END-IF.
006780 APL-MERGE-DELETE-EXIT.
006790     EXIT.
006800 APL-MERGE-DATA.
006810     ADD 1 TO WS-NEW-COUNT.
006820     MOVE WS-UPD-LEN(WS-UPD-IDX)  TO WS-NEW-LEN(WS-NEW-COUNT).
006830     MOVE WS-UPD-TEXT(WS-UPD-IDX) TO WS-NEW-TEXT(WS-NEW-COUNT).
006840     IF WS-BASE-IDX <= WS-BASE-COUNT
006850             AND WS-BASE-SEQNO(WS-BASE-IDX)
006860                 = WS-UPD-SEQ1(WS-UPD-IDX)
006870         MOVE WS-BASE-SEQNO(WS-BASE-IDX)
006880             TO WS-NEW-OLD-SEQNO(WS-NEW-COUNT)
006890         ADD 1 TO WS-REPLACED-COUNT
006900         ADD 1 TO WS-BASE-IDX
006910     ELSE
006920         MOVE 0 TO WS-NEW-OLD-SEQNO(WS-NEW-COUNT)
006930         ADD 1 TO WS-INSERTED-COUNT
006940     END-IF.
006943 APL-WRITE-RESULT.
006946*    THE RESULT GOES TO "<deck>.tmp" AND IS COPIED OVER THE
006949*    DECK ONLY WHEN EVERY RECORD WROTE, SO A FAILED WRITE
006952*    CANNOT LEAVE THE DECK CUT SHORT - AS RENRTGEN DOES FOR
006955*    AN IN-PLACE RETARGET.
006958     MOVE WS-OUT-NAME TO WS-FINAL-NAME.
006961     MOVE SPACES TO WS-OUT-NAME.
006964     STRING FUNCTION TRIM(WS-FINAL-NAME) ".tmp"
006967         DELIMITED BY SIZE INTO WS-OUT-NAME.
006970     OPEN OUTPUT RESULT-FILE.
006973     IF WS-OUT-STATUS NOT = "00"
006976         MOVE "CANNOT OPEN TEMPORARY OUTPUT DECK" TO WS-FAIL-MSG
006979         MOVE "Y" TO WS-MEMBER-FAILED
006982         MOVE WS-FINAL-NAME TO WS-OUT-NAME
006985         GO TO APL-WRITE-RESULT-EXIT.
006988     PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
006991             UNTIL WS-NEW-IDX > WS-NEW-COUNT
006994                 OR WS-MEMBER-FAILED = "Y"
006997         MOVE WS-NEW-LEN(WS-NEW-IDX) TO WS-OUT-REC-LEN
007000         WRITE RESREC FROM WS-NEW-TEXT(WS-NEW-IDX)
007003         IF WS-OUT-STATUS NOT = "00"
007006             MOVE SPACES TO WS-FAIL-MSG
007009             STRING "OUTPUT WRITE FAILED AT RECORD " WS-NEW-IDX
007012                 DELIMITED BY SIZE INTO WS-FAIL-MSG
007015             MOVE "Y" TO WS-MEMBER-FAILED
007018         END-IF
007021     END-PERFORM.
007024     CLOSE RESULT-FILE.
007027     IF WS-MEMBER-FAILED = "Y"
007030         DELETE FILE RESULT-FILE
007033         MOVE WS-FINAL-NAME TO WS-OUT-NAME
007036         GO TO APL-WRITE-RESULT-EXIT.
007039     MOVE WS-OUT-NAME   TO WS-BASE-NAME.
007042     MOVE WS-FINAL-NAME TO WS-OUT-NAME.
007045     OPEN INPUT BASE-FILE.
007048     IF WS-BASE-STATUS NOT = "00"
007051         MOVE "CANNOT REREAD TEMPORARY OUTPUT DECK" TO WS-FAIL-MSG
007054         MOVE "Y" TO WS-MEMBER-FAILED
007057         GO TO APL-WRITE-RESULT-EXIT.
007060     OPEN OUTPUT RESULT-FILE.
007063     IF WS-OUT-STATUS NOT = "00"
007066         CLOSE BASE-FILE
007069         DELETE FILE BASE-FILE
007072         MOVE "CANNOT OPEN OUTPUT DECK" TO WS-FAIL-MSG
007075         MOVE "Y" TO WS-MEMBER-FAILED
007078         GO TO APL-WRITE-RESULT-EXIT.
007081     MOVE "N" TO WS-BASE-AT-END.
007084     PERFORM UNTIL WS-BASE-AT-END = "Y" OR WS-MEMBER-FAILED = "Y"
007087         READ BASE-FILE
007090             AT END MOVE "Y" TO WS-BASE-AT-END
007093             NOT AT END
007096                 MOVE WS-BASE-REC-LEN TO WS-OUT-REC-LEN
007099                 WRITE RESREC FROM BASEREC
007102                 IF WS-OUT-STATUS NOT = "00"
007105                     PERFORM APL-COPY-FAILED
007108                 END-IF
007111         END-READ
007114     END-PERFORM.
007117     CLOSE BASE-FILE RESULT-FILE.
007120     IF WS-MEMBER-FAILED = "N"
007123         DELETE FILE BASE-FILE.
007126 APL-WRITE-RESULT-EXIT.
007129     EXIT.
007132 APL-COPY-FAILED.
007135*    THE DECK IS NOW SHORT; THE COMPLETE RESULT STAYS IN THE
007138*    TEMPORARY FOR THE DECK TO BE PUT RIGHT FROM.
007141     MOVE SPACES TO WS-FAIL-MSG.
007144     STRING "DECK REWRITE FAILED - RESULT KEPT IN "
007147         FUNCTION TRIM(WS-MEMBER) ".tmp"
007150         DELIMITED BY SIZE INTO WS-FAIL-MSG.
007153     MOVE "Y" TO WS-MEMBER-FAILED.
007160 APL-LINEAGE.
007170*    EVERY SURVIVING LINE KEEPS ITS SEQNO, SO THE MAP IS OLD =
007180*    NEW FOR EACH ONE; DELETED LINES ARE ABSENT, WHICH THE
007190*    LINEAGE INQUIRY READS IN A FULL MAP AS "DROPPED BY THIS
007200*    RUN".  INSERTED LINES HAD NO OLD SEQNO AND ARE LEFT OUT.
007210     IF RW-RETURN-CODE NOT = 0
007220         DISPLAY "RENAPPLY: " WS-MEMBER
007230             " NO RENHIST KEY - LINEAGE NOT FILED"
007240     ELSE
007250         MOVE SPACES TO WS-LMAP-NAME
007260         STRING FUNCTION TRIM(WS-OUT-NAME) ".lmap"
007270             DELIMITED BY SIZE INTO WS-LMAP-NAME
007280         OPEN OUTPUT LMAP-FILE
007290         PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
007300                 UNTIL WS-NEW-IDX > WS-NEW-COUNT
007310             IF WS-NEW-OLD-SEQNO(WS-NEW-IDX) NOT = 0
007320                 MOVE WS-NEW-OLD-SEQNO(WS-NEW-IDX) TO XM-OLD-SEQNO
007330                 MOVE WS-NEW-OLD-SEQNO(WS-NEW-IDX) TO XM-NEW-SEQNO
007340                 WRITE XMAP-REC
007350             END-IF
007360         END-PERFORM
007370         CLOSE LMAP-FILE
007380         MOVE WS-MEMBER        TO LN-DECK-NAME
007390         MOVE RW-RUN-DATETIME  TO LN-RUN-DATETIME
007400         MOVE RW-RUN-TYPE      TO LN-RUN-TYPE
007410         SET LN-MAP-FULL       TO TRUE
007420         MOVE WS-LMAP-NAME     TO LN-SOURCE-MAP
007430         MOVE WS-OUT-NAME      TO LN-DECK-PATH
007440         MOVE WS-NEW-COUNT     TO LN-RECORD-COUNT
007450         CALL "RENLINW" USING RENLINW-PARMS
007460         IF LN-RETURN-CODE NOT = 0
007470             DISPLAY "RENAPPLY: " WS-MEMBER " LINEAGE NOT FILED"
007480         END-IF
007490         DELETE FILE LMAP-FILE
007500     END-IF.
007510 APL-FEED-RESULT.
007520*    SAME "renrslt" FEED RENUMENG WRITES, SO THE SCHEDULER SEES
007530*    APPLY RUNS - FAILURES INCLUDED - ALONGSIDE RENUMBERS.
007540     MOVE WS-MEMBER           TO RL-DECK-NAME.
007550     MOVE WS-OPERATOR         TO RL-OPERATOR.
007560     MOVE WS-RUN-START        TO RL-START-DATETIME.
007570     MOVE WS-MEMBER-RC        TO RL-RUN-RETURN-CODE.
007580     MOVE WS-BASE-COUNT       TO RL-RECORDS-READ.
007590     MOVE WS-NEW-COUNT        TO RL-RECORDS-WRITTEN.
007600     COMPUTE RL-CHANGED-COUNT = WS-REPLACED-COUNT
007610         + WS-INSERTED-COUNT + WS-DELETED-COUNT.
007620     MOVE 0 TO RL-FIRST-SEQNO.
007630     MOVE 0 TO RL-LAST-SEQNO.
007640     IF WS-MEMBER-FAILED NOT = "Y" AND WS-NEW-COUNT > 0
007650         MOVE WS-NEW-TEXT(1)(1:6) TO RL-FIRST-SEQNO
007660         MOVE WS-NEW-TEXT(WS-NEW-COUNT)(1:6) TO RL-LAST-SEQNO
007670     END-IF.
007680     MOVE WS-FAIL-MSG         TO RL-MESSAGE.
007690     CALL "RENRSLTW" USING RENRSLTW-PARMS.
007700 APL-RELEASE-LOCK.
007710*    ONLY RELEASE A LOCK THIS MEMBER ACTUALLY TOOK - A BUSY
007720*    REFUSAL MUST NOT FREE THE OTHER RUN'S LOCK.
007730     IF WS-LOCK-HELD = "Y"
007740         MOVE WS-MEMBER TO LW-DECK-NAME
007750         SET LW-FUNCTION-RELEASE TO TRUE
007760         CALL "RENLOCKW" USING RENLOCKW-PARMS
007770         MOVE "N" TO WS-LOCK-HELD
007780     END-IF.
007790 APL-FIND-NAME.
007800*    SAME OPERAND SCAN RENUMUPD AND RENUPDRT USE: THE NAME RUNS
007810*    FROM "NAME=" TO THE FIRST SPACE OR COMMA, EIGHT
007820*    CHARACTERS AT MOST.
007830     MOVE SPACES TO WS-NEW-MEMBER.
007840     MOVE 0 TO WS-NAME-POS.
007850     PERFORM VARYING WS-SCAN-POS FROM 3 BY 1
007860             UNTIL WS-SCAN-POS > 124
007870                 OR WS-NAME-POS NOT = 0
007880         IF AP-CARD(WS-SCAN-POS:5) = "NAME="
007890             COMPUTE WS-NAME-POS = WS-SCAN-POS + 5
007900         END-IF
007910     END-PERFORM.
007920     IF WS-NAME-POS = 0
007930         GO TO APL-FIND-NAME-EXIT.
007940     MOVE 0 TO WS-NAME-LEN.
007950     PERFORM UNTIL WS-NAME-LEN = 8
007960             OR WS-NAME-POS + WS-NAME-LEN > 133
007970         MOVE AP-CARD(WS-NAME-POS + WS-NAME-LEN:1)
007980             TO WS-NAME-CHAR
007990         IF WS-NAME-CHAR = SPACE OR WS-NAME-CHAR = ","
008000             EXIT PERFORM
008010         END-IF
008020         ADD 1 TO WS-NAME-LEN
008030         MOVE WS-NAME-CHAR
008040             TO WS-NEW-MEMBER(WS-NAME-LEN:1)
008050     END-PERFORM.
008060 APL-FIND-NAME-EXIT.
008070     EXIT.
008080 APL-FIND-OPERAND.
008090*    FIND WS-OPERAND-KEY (FIRST WS-OPERAND-KEY-LEN CHARACTERS,
008100*    E.G. "SEQ1=") ON THE CARD AND PICK UP THE UP-TO-SIX-DIGIT
008110*    NUMBER AFTER IT.  HAND-PUNCHED DECKS OFTEN DROP THE
008120*    LEADING ZEROS THAT RENGENDF WRITES.
008130     MOVE "N" TO WS-OPERAND-FOUND.
008140     MOVE 0 TO WS-OPERAND-VALUE.
008150     MOVE 0 TO WS-NAME-POS.
008160     PERFORM VARYING WS-SCAN-POS FROM 3 BY 1
008170             UNTIL WS-SCAN-POS > 124
008180                 OR WS-NAME-POS NOT = 0
008190         IF AP-CARD(WS-SCAN-POS:WS-OPERAND-KEY-LEN) =
008200                 WS-OPERAND-KEY(1:WS-OPERAND-KEY-LEN)
008210             COMPUTE WS-NAME-POS =
008220                 WS-SCAN-POS + WS-OPERAND-KEY-LEN
008230         END-IF
008240     END-PERFORM.
008250     IF WS-NAME-POS = 0
008260         GO TO APL-FIND-OPERAND-EXIT.
008270     MOVE 0 TO WS-OPERAND-DIGITS.
008280     PERFORM UNTIL WS-OPERAND-DIGITS = 6
008290             OR WS-NAME-POS > 133
008300             OR AP-CARD(WS-NAME-POS:1) NOT NUMERIC
008310         MOVE AP-CARD(WS-NAME-POS:1) TO WS-DIGIT
008320         COMPUTE WS-OPERAND-VALUE =
008330             WS-OPERAND-VALUE * 10 + WS-DIGIT
008340         ADD 1 TO WS-OPERAND-DIGITS
008350         ADD 1 TO WS-NAME-POS
008360     END-PERFORM.
008370     IF WS-OPERAND-DIGITS > 0
008380         MOVE "Y" TO WS-OPERAND-FOUND.
008390 APL-FIND-OPERAND-EXIT.
008400     EXIT.
008410 APL-FREEZE-CHECK.
008420*    SAME REFUSAL RENUMENG MAKES: A DECK INSIDE A CHANGE-FREEZE
008430*    WINDOW IS NOT TOUCHED, AND THE ATTEMPT IS RECORDED.
008440     MOVE WS-MEMBER    TO FC-DECK-NAME.
008450     MOVE WS-LIVE-NAME TO FC-IN-PATH.
008460     MOVE SPACES       TO FC-AT-DATETIME.
008470     CALL "RENFRZC" USING RENFRZC-PARMS.
008480     IF FC-FROZEN-YES
008490         MOVE SPACES TO WS-FAIL-MSG
008500         STRING "DECK FROZEN UNTIL " FC-TO-DATETIME(1:8) " "
008510             FC-TO-DATETIME(9:2) ":" FC-TO-DATETIME(11:2)
008520             " - " FUNCTION TRIM(FC-REASON)
008530             DELIMITED BY SIZE INTO WS-FAIL-MSG
008540         MOVE WS-MEMBER           TO RW-DECK-NAME
008550         MOVE WS-UPD-SEQ1(1)      TO RW-START-LINE-CNT
008560         MOVE 0                   TO RW-INCREMENT
008570         MOVE 0                   TO RW-RECORD-COUNT
008580         MOVE WS-OPERATOR         TO RW-OPERATOR
008590         SET RW-TYPE-FROZEN       TO TRUE
008593         MOVE SPACES              TO RW-APPROVER
008596         MOVE SPACES              TO RW-APPROVE-DATETIME
008600         CALL "RENHISTW" USING RENHISTW-PARMS
008610     END-IF.
