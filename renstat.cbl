000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RENSTAT.
000030*AUTHOR.     RENUM SUBSYSTEM.
000040*REMARKS.    MONTHLY WORKLOAD AND CHARGEBACK STATISTICS, IN PLACE
000050*            OF THE FIGURES MANAGEMENT USED TO HAVE BUILT BY HAND
000060*            FROM RENHIST, THE renrslt FEED AND renqueue.arc.
000070*            FOR THE MONTH REPORTED AND THE MONTH BEFORE IT,
000080*            BROKEN DOWN BY OPERATOR, BY LIBRARY AND IN TOTAL:
000090*              - RUNS BY RH-RUN-TYPE (RENUMBERS, REVERSALS,
000100*                ATTEMPTS REFUSED FOR AUTHORITY OR A FREEZE,
000110*                UPDATE DECKS APPLIED, FOREIGN EDITS TAKEN IN,
000113*                DECKS PROMOTED TO PRODUCTION BY RENPROM AND
000116*                PROMOTIONS BACKED OUT BY RENPROMB)
000120*                AND THE RECORDS THE RENUMBER, REVERSAL AND
000130*                UPDATE-DECK RUNS PROCESSED, FROM RENHIST;
000140*              - ENGINE RUNS, FAILED RUNS (ENDED ABOVE CODE 4),
000150*                TOTAL AND AVERAGE ELAPSED TIME (RR-END MINUS
000160*                RR-START), FROM THE renrslt FEED;
000170*              - AVERAGE QUEUE WAIT, SUBMIT TO START.  EACH RUN
000180*                ON THE FEED IS MATCHED TO THE JOB THAT STARTED
000190*                IT - SAME DECK, LATEST FINISHED JOB SUBMITTED AT
000200*                OR BEFORE THE RUN'S START - ON THE QUEUE ARCHIVE
000210*                OR, FOR JOBS RENQARCH HAS NOT MOVED YET, THE
000220*                LIVE QUEUE.  A RUN WITH NO JOB (RENUM, RENUMLIB)
000230*                HAS NO WAIT.
000240*            THE LIBRARY IS THE DIRECTORY PART OF THE JOB'S INPUT
000250*            PATH.  HISTORY RECORDS, AND RUNS NO JOB ACCOUNTS
000260*            FOR, GO TO THE LIBRARY OF THE DECK'S MOST RECENT JOB;
000270*            A DECK NEVER QUEUED GOES UNDER "(NOT QUEUED)".
000272*            RENQDRN'S ONE SUMMARY ENTRY PER PACKAGE, FILED UNDER
000274*            THE PACKAGE NAME, IS NOT COUNTED - ITS MEMBERS' OWN
000276*            ENTRIES ALREADY ARE.
000280*            A RUN COUNTS IN THE MONTH IT FINISHED IN.  EVERY
000290*            FIGURE IS PRINTED NEXT TO THE PRIOR MONTH WITH THE
000300*            CHANGE, AND THE SAME FIGURES ARE WRITTEN TO THE
000310*            FIXED-LAYOUT EXTRACT "renstat.ext" (SEE RENSTATF)
000320*            FOR THE CHARGEBACK LOAD, REPLACED ON EVERY RUN.
000330*            CONTROL FILE "renstat" IS OPTIONAL, ONE RECORD:
000340*              COLS 1-6  MONTH YYYYMM (BLANK OR NO FILE = THE
000350*                        MONTH BEFORE THE CURRENT ONE)
000360*            RETURN CODE 4 WHEN THE FEED OR THE HISTORY FILE
000370*            COULD NOT BE READ OR A TABLE FILLED, SO THE FIGURES
000380*            ARE INCOMPLETE; 12 WHEN THE EXTRACT CANNOT BE
000390*            WRITTEN; 16 FOR A BAD CONTROL RECORD.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.
000430     Linux.
000440 OBJECT-COMPUTER.
000450     Linux.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT   CONTROL-FILE ASSIGN TO
000490     "renstat"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-CTL-STATUS.
000520     SELECT   ARCHIVE-FILE ASSIGN TO
000530     "renqueue.arc"
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-ARC-STATUS.
000560     SELECT   RENRSLT-FILE ASSIGN TO
000570     "renrslt"
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS WS-RSLT-STATUS.
000600     SELECT   RENHIST-FILE ASSIGN TO
000610     "renhist"
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS DYNAMIC
000640     RECORD KEY IS RH-KEY
000650     FILE STATUS IS WS-HIST-STATUS.
000660     SELECT   EXTRACT-FILE ASSIGN TO
000670     "renstat.ext"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-EXT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTROL-FILE.
000730 01  ST-REQUEST.
000740     05  ST-REPORT-MONTH   PIC X(6).
000750 FD  ARCHIVE-FILE
000760     BLOCK CONTAINS 1 RECORDS.
000770 COPY RENQUEUF.
000780 FD  RENRSLT-FILE
000790     BLOCK CONTAINS 1 RECORDS.
000800 COPY RENRSLTF.
000810 FD  RENHIST-FILE.
000820 COPY RENHISTF.
000830 FD  EXTRACT-FILE
000840     BLOCK CONTAINS 1 RECORDS.
000850 COPY RENSTATF.
000860 WORKING-STORAGE SECTION.
000870 01  WS-CTL-STATUS         PIC XX.
000880 01  WS-ARC-STATUS         PIC XX.
000890 01  WS-RSLT-STATUS        PIC XX.
000900 01  WS-HIST-STATUS        PIC XX.
000910 01  WS-EXT-STATUS         PIC XX.
000920 01  WS-AT-END             PIC X(1).
000930 01  WS-RC                 PIC 9(4) VALUE 0.
000940 01  WS-NOW-DATE           PIC X(8).
000950*    WS-MONTH(1) IS THE MONTH REPORTED, (2) THE PRIOR MONTH IT
000960*    IS COMPARED WITH, (3) THE MONTH BEFORE THAT - JOBS
000970*    SUBMITTED THEN MAY STILL HAVE STARTED IN THE PRIOR MONTH.
000980 01  WS-MONTH-TABLE.
000990     05  WS-MONTH          PIC X(6) OCCURS 3 TIMES.
001000 01  WS-MONTH-WORK.
001010     05  WS-MW-YEAR        PIC 9(4).
001020     05  WS-MW-MM          PIC 9(2).
001030 01  WS-REC-MONTH          PIC X(6).
001040 01  WS-MON-IDX            PIC 9(1).
001050 01  WS-AVG-IDX            PIC 9(1).
001060 01  WS-DT-IN              PIC X(16).
001070 01  WS-DT-OK              PIC X(1).
001080 01  WS-DT-SECS            PIC 9(12).
001090 01  WS-DT-WORK.
001100     05  WS-DT-DATE        PIC 9(8).
001110     05  WS-DT-HH          PIC 9(2).
001120     05  WS-DT-MM          PIC 9(2).
001130     05  WS-DT-SS          PIC 9(2).
001140     05  FILLER            PIC X(2).
001150 01  WS-START-SECS         PIC 9(12).
001160 01  WS-START-OK           PIC X(1).
001170 01  WS-END-SECS           PIC 9(12).
001180 01  WS-SUBMIT-SECS        PIC 9(12).
001190 01  WS-SLASH-POS          PIC 9(3).
001200 01  WS-SCAN-IDX           PIC 9(3).
001210 01  WS-LIB-NAME           PIC X(100).
001220 01  WS-LOOK-DECK          PIC X(8).
001230 01  WS-POST-OPERATOR      PIC X(8).
001240*    ONE QUEUE JOB, FROM THE ARCHIVE OR THE LIVE QUEUE.
001250 01  WS-JOB-IN.
001260     05  WS-JI-DECK        PIC X(8).
001270     05  WS-JI-PATH        PIC X(100).
001280     05  WS-JI-SUBMIT      PIC X(16).
001290     05  WS-JI-STATUS      PIC X(1).
001291     05  WS-JI-PACKAGE     PIC X(8).
001292 01  WS-PKG-FULL           PIC X(1) VALUE "N".
001293 01  WS-PKG-COUNT          PIC 9(4) VALUE 0.
001294 01  WS-PKG-IDX            PIC 9(4).
001295 01  WS-PKG-FOUND          PIC X(1).
001296 01  WS-PKG-TABLE.
001297     05  WS-PKG-NAME       PIC X(8) OCCURS 500 TIMES.
001300 01  WS-JOB-FULL           PIC X(1) VALUE "N".
001310 01  WS-JOB-COUNT          PIC 9(4) VALUE 0.
001320 01  WS-JOB-IDX            PIC 9(4).
001330 01  WS-JOB-FOUND          PIC 9(4).
001340 01  WS-JOB-TABLE.
001350     05  WS-JOB-ENTRY OCCURS 3000 TIMES.
001360         10  WS-JOB-DECK       PIC X(8).
001370         10  WS-JOB-LIB        PIC X(100).
001380         10  WS-JOB-SUBMIT     PIC X(16).
001390         10  WS-JOB-USED       PIC X(1).
001400 01  WS-DECK-FULL          PIC X(1) VALUE "N".
001410 01  WS-DECK-COUNT         PIC 9(4) VALUE 0.
001420 01  WS-DECK-IDX           PIC 9(4).
001430 01  WS-DECK-FOUND         PIC 9(4).
001440 01  WS-DECK-TABLE.
001450     05  WS-DECK-ENTRY OCCURS 1000 TIMES.
001460         10  WS-DECK-NAME      PIC X(8).
001470         10  WS-DECK-LIB       PIC X(100).
001480         10  WS-DECK-SUBMIT    PIC X(16).
001490*    WHAT ONE RECORD ADDS TO ITS OPERATOR, LIBRARY AND TOTAL.
001500 01  WS-DELTA.
001510     05  WS-D-RENUMBER     PIC 9(6).
001520     05  WS-D-REVERSAL     PIC 9(6).
001530     05  WS-D-REFUSED      PIC 9(6).
001540     05  WS-D-FROZEN       PIC 9(6).
001550     05  WS-D-APPLY        PIC 9(6).
001560     05  WS-D-FOREIGN      PIC 9(6).
001563     05  WS-D-PROMOTE      PIC 9(6).
001566     05  WS-D-PROMOTE-BACK PIC 9(6).
001570     05  WS-D-RECORDS      PIC 9(9).
001580     05  WS-D-ENGINE-RUNS  PIC 9(6).
001590     05  WS-D-FAILED       PIC 9(6).
001600     05  WS-D-TIMED        PIC 9(6).
001610     05  WS-D-ELAPSED      PIC 9(9).
001620     05  WS-D-WAITS        PIC 9(6).
001630     05  WS-D-WAIT-SECS    PIC 9(9).
001640*    ENTRIES ARE KEPT IN KIND/KEY ORDER SO THE REPORT AND THE
001650*    EXTRACT COME OUT SORTED.
001660 01  WS-POST-SORT-KEY.
001670     05  WS-POST-KIND      PIC X(1).
001680     05  WS-POST-KEY       PIC X(100).
001690 01  WS-STAT-FULL          PIC X(1) VALUE "N".
001700 01  WS-STAT-COUNT         PIC 9(4) VALUE 0.
001710 01  WS-STAT-IDX           PIC 9(4).
001720 01  WS-STAT-FOUND         PIC 9(4).
001730 01  WS-STAT-SLOT          PIC 9(4).
001740 01  WS-STAT-TABLE.
001750     05  WS-STAT-ENTRY OCCURS 1000 TIMES.
001760         10  WS-ST-SORT-KEY.
001770             15  WS-ST-KIND        PIC X(1).
001780             15  WS-ST-KEY         PIC X(100).
001790         10  WS-ST-FIG OCCURS 2 TIMES.
001800             15  WS-ST-RENUMBER    PIC 9(6).
001810             15  WS-ST-REVERSAL    PIC 9(6).
001820             15  WS-ST-REFUSED     PIC 9(6).
001830             15  WS-ST-FROZEN      PIC 9(6).
001840             15  WS-ST-APPLY       PIC 9(6).
001850             15  WS-ST-FOREIGN     PIC 9(6).
001853             15  WS-ST-PROMOTE     PIC 9(6).
001856             15  WS-ST-PROMOTE-BACK PIC 9(6).
001860             15  WS-ST-RECORDS     PIC 9(9).
001870             15  WS-ST-ENGINE-RUNS PIC 9(6).
001880             15  WS-ST-FAILED      PIC 9(6).
001890             15  WS-ST-TIMED       PIC 9(6).
001900             15  WS-ST-ELAPSED     PIC 9(9).
001910             15  WS-ST-WAITS       PIC 9(6).
001920             15  WS-ST-WAIT-SECS   PIC 9(9).
001930 01  WS-AVERAGES.
001940     05  WS-AVG-ENTRY OCCURS 2 TIMES.
001950         10  WS-AVG-ELAPSED    PIC 9(9).
001960         10  WS-AVG-WAIT       PIC 9(9).
001970 01  WS-PRINT-KIND         PIC X(1).
001980 01  WS-OPER-COUNT         PIC 9(4) VALUE 0.
001990 01  WS-LIB-COUNT          PIC 9(4) VALUE 0.
002000 01  WS-EXTRACT-COUNT      PIC 9(4) VALUE 0.
002010 01  WS-FIG-LABEL          PIC X(24).
002020 01  WS-FIG-CUR            PIC 9(9).
002030 01  WS-FIG-PRI            PIC 9(9).
002040 01  WS-FIG-CHG            PIC S9(9).
002050 01  WS-ED-CUR             PIC ZZZ,ZZZ,ZZ9.
002060 01  WS-ED-PRI             PIC ZZZ,ZZZ,ZZ9.
002070 01  WS-ED-CHG             PIC ++,+++,+++,++9.
002080 COPY RENQUEUL.
002090 PROCEDURE DIVISION.
002100 RST-START.
002110     MOVE SPACES TO WS-MONTH-WORK.
002120     OPEN INPUT CONTROL-FILE.
002130     IF WS-CTL-STATUS = "00"
002140         READ CONTROL-FILE
002150             AT END CONTINUE
002160             NOT AT END
002170                 MOVE ST-REPORT-MONTH TO WS-MONTH-WORK
002180         END-READ
002190         CLOSE CONTROL-FILE
002200     END-IF.
002210*    RUN IN THE FIRST DAYS OF A MONTH, THE MONTH WANTED IS THE
002220*    ONE JUST CLOSED.
002230     IF WS-MONTH-WORK = SPACES
002240         ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
002250         MOVE WS-NOW-DATE(1:6) TO WS-MONTH-WORK
002260         PERFORM RST-BACK-ONE-MONTH
002270     END-IF.
002280     IF WS-MONTH-WORK NOT NUMERIC
002290         GO TO RST-BAD-CONTROL.
002300     IF WS-MW-MM < 1 OR WS-MW-MM > 12
002310         GO TO RST-BAD-CONTROL.
002320     MOVE WS-MONTH-WORK TO WS-MONTH(1).
002330     PERFORM RST-BACK-ONE-MONTH.
002340     MOVE WS-MONTH-WORK TO WS-MONTH(2).
002350     PERFORM RST-BACK-ONE-MONTH.
002360     MOVE WS-MONTH-WORK TO WS-MONTH(3).
002370     DISPLAY "RENSTAT: MONTHLY WORKLOAD STATISTICS FOR "
002380         WS-MONTH(1) " AGAINST " WS-MONTH(2).
002390*    THE TOTAL IS REPORTED EVEN FOR A MONTH WITH NO WORK.
002400     MOVE "T"   TO WS-POST-KIND.
002410     MOVE "ALL" TO WS-POST-KEY.
002420     PERFORM RST-FIND-STAT THRU RST-FIND-STAT-EXIT.
002430     PERFORM RST-LOAD-ARCHIVE THRU RST-LOAD-ARCHIVE-EXIT.
002440     PERFORM RST-LOAD-QUEUE.
002450     PERFORM RST-READ-FEED THRU RST-READ-FEED-EXIT.
002460     PERFORM RST-READ-HISTORY THRU RST-READ-HISTORY-EXIT.
002470     PERFORM RST-PRINT-REPORT.
002480     PERFORM RST-WRITE-EXTRACT THRU RST-WRITE-EXTRACT-EXIT.
002490     DISPLAY " ".
002500     DISPLAY "RENSTAT: OPERATORS=" WS-OPER-COUNT
002510         " LIBRARIES=" WS-LIB-COUNT
002520         " EXTRACT RECORDS=" WS-EXTRACT-COUNT.
002530     MOVE WS-RC TO RETURN-CODE.
002540     STOP RUN.
002550 RST-BAD-CONTROL.
002560     DISPLAY "RENSTAT: CONTROL RECORD BAD - COLS 1-6 MONTH "
002570         "YYYYMM".
002580     MOVE 16 TO RETURN-CODE.
002590     STOP RUN.
002600 RST-BACK-ONE-MONTH.
002610     IF WS-MW-MM = 1
002620         SUBTRACT 1 FROM WS-MW-YEAR
002630         MOVE 12 TO WS-MW-MM
002640     ELSE
002650         SUBTRACT 1 FROM WS-MW-MM
002660     END-IF.
002670 RST-LOAD-ARCHIVE.
002680*    NO ARCHIVE YET MEANS RENQARCH HAS NEVER MOVED ANYTHING.
002690     OPEN INPUT ARCHIVE-FILE.
002700     IF WS-ARC-STATUS NOT = "00"
002710         GO TO RST-LOAD-ARCHIVE-EXIT.
002720     MOVE "N" TO WS-AT-END.
002730     PERFORM UNTIL WS-AT-END = "Y"
002740         MOVE SPACES TO RENQUEUE-REC
002750         READ ARCHIVE-FILE
002760             AT END MOVE "Y" TO WS-AT-END
002770         END-READ
002780         IF WS-AT-END = "N"
002790             MOVE QJ-DECK-NAME       TO WS-JI-DECK
002800             MOVE QJ-IN-PATH         TO WS-JI-PATH
002810             MOVE QJ-SUBMIT-DATETIME TO WS-JI-SUBMIT
002820             MOVE QJ-STATUS          TO WS-JI-STATUS
002825             MOVE QJ-PACKAGE         TO WS-JI-PACKAGE
002830             PERFORM RST-POST-JOB
002840         END-IF
002850     END-PERFORM.
002860     CLOSE ARCHIVE-FILE.
002870 RST-LOAD-ARCHIVE-EXIT.
002880     EXIT.
002890 RST-LOAD-QUEUE.
002900*    RECENT JOBS ARE NOT OLD ENOUGH FOR RENQARCH TO HAVE MOVED
002910*    THEM AND ARE STILL ON THE QUEUE ITSELF.
002920     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
002930     CALL "RENQUEUW" USING RENQUEUW-PARMS.
002940     PERFORM UNTIL NOT QW-FOUND-YES
002950         MOVE QW-DECK-NAME       TO WS-JI-DECK
002960         MOVE QW-IN-PATH         TO WS-JI-PATH
002970         MOVE QW-SUBMIT-DATETIME TO WS-JI-SUBMIT
002980         MOVE QW-STATUS          TO WS-JI-STATUS
002985         MOVE QW-PACKAGE         TO WS-JI-PACKAGE
002990         PERFORM RST-POST-JOB
003000         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
003010         CALL "RENQUEUW" USING RENQUEUW-PARMS
003020     END-PERFORM.
003030 RST-POST-JOB.
003033     IF WS-JI-PACKAGE NOT = SPACES
003036         PERFORM RST-NOTE-PACKAGE.
003040     PERFORM RST-LIBRARY-OF-PATH.
003050*    THE DECK'S MOST RECENT JOB OF ANY AGE OR STATUS NAMES ITS
003060*    LIBRARY FOR THE RECORDS NO PARTICULAR JOB ACCOUNTS FOR.
003070     MOVE 0 TO WS-DECK-FOUND.
003080     PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
003090             UNTIL WS-DECK-IDX > WS-DECK-COUNT
003100                 OR WS-DECK-FOUND NOT = 0
003110         IF WS-DECK-NAME(WS-DECK-IDX) = WS-JI-DECK
003120             MOVE WS-DECK-IDX TO WS-DECK-FOUND
003130         END-IF
003140     END-PERFORM.
003150     IF WS-DECK-FOUND = 0
003160         IF WS-DECK-COUNT = 1000
003170             IF WS-DECK-FULL = "N"
003180                 DISPLAY "RENSTAT: MORE THAN 1000 QUEUED DECKS, "
003190                     "REMAINDER SHOWN AS NOT QUEUED"
003200                 MOVE "Y" TO WS-DECK-FULL
003210                 MOVE 4 TO WS-RC
003220             END-IF
003230         ELSE
003240             ADD 1 TO WS-DECK-COUNT
003250             MOVE WS-DECK-COUNT TO WS-DECK-FOUND
003260             MOVE WS-JI-DECK    TO WS-DECK-NAME(WS-DECK-FOUND)
003270             MOVE LOW-VALUES    TO WS-DECK-SUBMIT(WS-DECK-FOUND)
003280         END-IF
003290     END-IF.
003300     IF WS-DECK-FOUND NOT = 0
003310         IF WS-JI-SUBMIT > WS-DECK-SUBMIT(WS-DECK-FOUND)
003320             MOVE WS-LIB-NAME  TO WS-DECK-LIB(WS-DECK-FOUND)
003330             MOVE WS-JI-SUBMIT TO WS-DECK-SUBMIT(WS-DECK-FOUND)
003340         END-IF
003350     END-IF.
003360*    ONLY A JOB THAT RAN CAN HAVE STARTED A RUN ON THE FEED.
003370     IF (WS-JI-STATUS = "D" OR WS-JI-STATUS = "F")
003380             AND WS-JI-SUBMIT(1:6) >= WS-MONTH(3)
003390             AND WS-JI-SUBMIT(1:6) <= WS-MONTH(1)
003400         IF WS-JOB-COUNT = 3000
003410             IF WS-JOB-FULL = "N"
003420                 DISPLAY "RENSTAT: MORE THAN 3000 JOBS IN THE "
003430                     "MONTHS REPORTED, REMAINDER HAVE NO WAIT"
003440                 MOVE "Y" TO WS-JOB-FULL
003450                 MOVE 4 TO WS-RC
003460             END-IF
003470         ELSE
003480             ADD 1 TO WS-JOB-COUNT
003490             MOVE WS-JI-DECK   TO WS-JOB-DECK(WS-JOB-COUNT)
003500             MOVE WS-LIB-NAME  TO WS-JOB-LIB(WS-JOB-COUNT)
003510             MOVE WS-JI-SUBMIT TO WS-JOB-SUBMIT(WS-JOB-COUNT)
003520             MOVE "N"          TO WS-JOB-USED(WS-JOB-COUNT)
003530         END-IF
003540     END-IF.
003550 RST-LIBRARY-OF-PATH.
003560*    EVERYTHING BEFORE THE LAST "/"; A BARE MEMBER NAME LIVES
003570*    IN THE CURRENT DIRECTORY.
003580     MOVE 0 TO WS-SLASH-POS.
003590     PERFORM VARYING WS-SCAN-IDX FROM 100 BY -1
003600             UNTIL WS-SCAN-IDX < 1 OR WS-SLASH-POS NOT = 0
003610         IF WS-JI-PATH(WS-SCAN-IDX:1) = "/"
003620             MOVE WS-SCAN-IDX TO WS-SLASH-POS
003630         END-IF
003640     END-PERFORM.
003650     MOVE SPACES TO WS-LIB-NAME.
003660     EVALUATE WS-SLASH-POS
003670         WHEN 0
003680             MOVE "." TO WS-LIB-NAME
003690         WHEN 1
003700             MOVE "/" TO WS-LIB-NAME
003710         WHEN OTHER
003720             MOVE WS-JI-PATH(1:WS-SLASH-POS - 1) TO WS-LIB-NAME
003730     END-EVALUATE.
003740 RST-DECK-LIBRARY.
003750     MOVE "(NOT QUEUED)" TO WS-LIB-NAME.
003760     PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
003770             UNTIL WS-DECK-IDX > WS-DECK-COUNT
003780         IF WS-DECK-NAME(WS-DECK-IDX) = WS-LOOK-DECK
003790             MOVE WS-DECK-LIB(WS-DECK-IDX) TO WS-LIB-NAME
003800         END-IF
003810     END-PERFORM.
003820 RST-READ-FEED.
003830     OPEN INPUT RENRSLT-FILE.
003840     IF WS-RSLT-STATUS NOT = "00"
003850         DISPLAY "RENSTAT: NO RESULTS FEED, STATUS "
003860             WS-RSLT-STATUS
003870         MOVE 4 TO WS-RC
003880         GO TO RST-READ-FEED-EXIT.
003890     MOVE "N" TO WS-AT-END.
003900     PERFORM UNTIL WS-AT-END = "Y"
003910         MOVE SPACES TO RENRSLT-REC
003920         READ RENRSLT-FILE
003930             AT END MOVE "Y" TO WS-AT-END
003940         END-READ
003950         IF WS-AT-END = "N"
003960             PERFORM RST-POST-RUN THRU RST-POST-RUN-EXIT
003970         END-IF
003980     END-PERFORM.
003990     CLOSE RENRSLT-FILE.
004000 RST-READ-FEED-EXIT.
004010     EXIT.
004020 RST-POST-RUN.
004030*    A RUN BELONGS TO THE MONTH IT FINISHED IN, AS ON RENDGST.
004040     MOVE RR-END-DATETIME(1:6) TO WS-REC-MONTH.
004050     PERFORM RST-WHICH-MONTH.
004060     IF WS-MON-IDX = 0
004070         GO TO RST-POST-RUN-EXIT.
004080     INITIALIZE WS-DELTA.
004090     MOVE 1 TO WS-D-ENGINE-RUNS.
004100     IF RR-RETURN-CODE > 4
004110         MOVE 1 TO WS-D-FAILED.
004120     MOVE RR-START-DATETIME TO WS-DT-IN.
004130     PERFORM RST-DT-SECS.
004140     MOVE WS-DT-OK   TO WS-START-OK.
004150     MOVE WS-DT-SECS TO WS-START-SECS.
004160     MOVE RR-END-DATETIME TO WS-DT-IN.
004170     PERFORM RST-DT-SECS.
004180     MOVE WS-DT-SECS TO WS-END-SECS.
004190     IF WS-START-OK = "Y" AND WS-DT-OK = "Y"
004200             AND WS-END-SECS >= WS-START-SECS
004210         MOVE 1 TO WS-D-TIMED
004220         COMPUTE WS-D-ELAPSED = WS-END-SECS - WS-START-SECS
004230     END-IF.
004240*    THE JOB THAT STARTED THE RUN: SAME DECK, NOT ALREADY
004250*    MATCHED, THE LATEST SUBMITTED AT OR BEFORE THE START.
004260     MOVE 0 TO WS-JOB-FOUND.
004270     IF WS-START-OK = "Y"
004280         PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
004290                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
004300             IF WS-JOB-DECK(WS-JOB-IDX) = RR-DECK-NAME
004310                     AND WS-JOB-USED(WS-JOB-IDX) = "N"
004320                     AND WS-JOB-SUBMIT(WS-JOB-IDX)
004330                         <= RR-START-DATETIME
004340                 IF WS-JOB-FOUND = 0
004350                     MOVE WS-JOB-IDX TO WS-JOB-FOUND
004360                 ELSE
004370                     IF WS-JOB-SUBMIT(WS-JOB-IDX) >
004380                             WS-JOB-SUBMIT(WS-JOB-FOUND)
004390                         MOVE WS-JOB-IDX TO WS-JOB-FOUND
004400                     END-IF
004410                 END-IF
004420             END-IF
004430         END-PERFORM
004440     END-IF.
004450     IF WS-JOB-FOUND = 0
004460         MOVE RR-DECK-NAME TO WS-LOOK-DECK
004470         PERFORM RST-DECK-LIBRARY
004480     ELSE
004490         MOVE "Y" TO WS-JOB-USED(WS-JOB-FOUND)
004500         MOVE WS-JOB-LIB(WS-JOB-FOUND) TO WS-LIB-NAME
004510         MOVE WS-JOB-SUBMIT(WS-JOB-FOUND) TO WS-DT-IN
004520         PERFORM RST-DT-SECS
004530         MOVE WS-DT-SECS TO WS-SUBMIT-SECS
004540         IF WS-DT-OK = "Y" AND WS-START-SECS >= WS-SUBMIT-SECS
004550             MOVE 1 TO WS-D-WAITS
004560             COMPUTE WS-D-WAIT-SECS =
004570                 WS-START-SECS - WS-SUBMIT-SECS
004580         END-IF
004590     END-IF.
004600     MOVE RR-OPERATOR TO WS-POST-OPERATOR.
004610     PERFORM RST-POST-DELTA.
004620 RST-POST-RUN-EXIT.
004630     EXIT.
004640 RST-READ-HISTORY.
004650     OPEN INPUT RENHIST-FILE.
004660     IF WS-HIST-STATUS NOT = "00"
004670         DISPLAY "RENSTAT: NO HISTORY FILE, STATUS "
004680             WS-HIST-STATUS
004690         MOVE 4 TO WS-RC
004700         GO TO RST-READ-HISTORY-EXIT.
004710     MOVE "N" TO WS-AT-END.
004720     MOVE LOW-VALUES TO RH-KEY.
004730     START RENHIST-FILE KEY IS NOT LESS THAN RH-KEY
004740         INVALID KEY MOVE "Y" TO WS-AT-END
004750     END-START.
004760     PERFORM UNTIL WS-AT-END = "Y"
004770         READ RENHIST-FILE NEXT RECORD
004780             AT END MOVE "Y" TO WS-AT-END
004790         END-READ
004800         IF WS-AT-END = "N"
004810             PERFORM RST-POST-HIST THRU RST-POST-HIST-EXIT
004820         END-IF
004830     END-PERFORM.
004840     CLOSE RENHIST-FILE.
004850 RST-READ-HISTORY-EXIT.
004860     EXIT.
004870 RST-POST-HIST.
004880     MOVE RH-RUN-DATETIME(1:6) TO WS-REC-MONTH.
004890     PERFORM RST-WHICH-MONTH.
004900     IF WS-MON-IDX = 0
004910         GO TO RST-POST-HIST-EXIT.
004920     INITIALIZE WS-DELTA.
004921*    RENQDRN'S PACKAGE SUMMARY (PACKAGE NAME, INCREMENT ZERO)
004922*    REPEATS WHAT THE MEMBERS' OWN ENTRIES ALREADY COUNT.
004923     MOVE "N" TO WS-PKG-FOUND.
004924     MOVE RH-DECK-NAME TO WS-LOOK-DECK.
004925     IF (RH-TYPE-RENUMBER OR RH-TYPE-REVERSAL)
004926             AND RH-INCREMENT = 0
004927         PERFORM RST-IS-PACKAGE.
004928     IF WS-PKG-FOUND = "Y"
004929         GO TO RST-POST-HIST-EXIT.
004930*    REFUSED ATTEMPTS AND FOREIGN EDITS PROCESSED NO RECORDS
004940*    OF OURS AND A PROMOTION ONLY COPIES A DECK, SO ONLY THE
004945*    OTHER TYPES ADD TO THE RECORD COUNT.
004950     EVALUATE TRUE
004960         WHEN RH-TYPE-RENUMBER
004970             MOVE 1 TO WS-D-RENUMBER
004980             MOVE RH-RECORD-COUNT TO WS-D-RECORDS
004990         WHEN RH-TYPE-REVERSAL
005000             MOVE 1 TO WS-D-REVERSAL
005010             MOVE RH-RECORD-COUNT TO WS-D-RECORDS
005020         WHEN RH-TYPE-APPLY
005030             MOVE 1 TO WS-D-APPLY
005040             MOVE RH-RECORD-COUNT TO WS-D-RECORDS
005050         WHEN RH-TYPE-REFUSED
005060             MOVE 1 TO WS-D-REFUSED
005070         WHEN RH-TYPE-FROZEN
005080             MOVE 1 TO WS-D-FROZEN
005090         WHEN RH-TYPE-FOREIGN
005100             MOVE 1 TO WS-D-FOREIGN
005102         WHEN RH-TYPE-PROMOTE
005104             MOVE 1 TO WS-D-PROMOTE
005106         WHEN RH-TYPE-PROMOTE-BACKOUT
005108             MOVE 1 TO WS-D-PROMOTE-BACK
005110         WHEN OTHER
005120             GO TO RST-POST-HIST-EXIT
005130     END-EVALUATE.
005140     MOVE RH-DECK-NAME TO WS-LOOK-DECK.
005150     PERFORM RST-DECK-LIBRARY.
005160     MOVE RH-OPERATOR TO WS-POST-OPERATOR.
005170     PERFORM RST-POST-DELTA.
005180 RST-POST-HIST-EXIT.
005190     EXIT.
005200 RST-WHICH-MONTH.
005210     MOVE 0 TO WS-MON-IDX.
005220     IF WS-REC-MONTH = WS-MONTH(1)
005230         MOVE 1 TO WS-MON-IDX.
005240     IF WS-REC-MONTH = WS-MONTH(2)
005250         MOVE 2 TO WS-MON-IDX.
005260 RST-DT-SECS.
005270     MOVE "N" TO WS-DT-OK.
005280     MOVE 0   TO WS-DT-SECS.
005290     IF WS-DT-IN(1:14) NUMERIC
005300         MOVE WS-DT-IN TO WS-DT-WORK
005310         COMPUTE WS-DT-SECS =
005320             FUNCTION INTEGER-OF-DATE(WS-DT-DATE) * 86400
005330             + WS-DT-HH * 3600 + WS-DT-MM * 60 + WS-DT-SS
005340         MOVE "Y" TO WS-DT-OK
005350     END-IF.
005360 RST-POST-DELTA.
005370     MOVE "O"              TO WS-POST-KIND.
005380     MOVE WS-POST-OPERATOR TO WS-POST-KEY.
005390     PERFORM RST-FIND-STAT THRU RST-FIND-STAT-EXIT.
005400     IF WS-STAT-FOUND NOT = 0
005410         PERFORM RST-ADD-DELTA.
005420     MOVE "L"              TO WS-POST-KIND.
005430     MOVE WS-LIB-NAME      TO WS-POST-KEY.
005440     PERFORM RST-FIND-STAT THRU RST-FIND-STAT-EXIT.
005450     IF WS-STAT-FOUND NOT = 0
005460         PERFORM RST-ADD-DELTA.
005470     MOVE "T"              TO WS-POST-KIND.
005480     MOVE "ALL"            TO WS-POST-KEY.
005490     PERFORM RST-FIND-STAT THRU RST-FIND-STAT-EXIT.
005500     IF WS-STAT-FOUND NOT = 0
005510         PERFORM RST-ADD-DELTA.
005520 RST-FIND-STAT.
005530     MOVE 0 TO WS-STAT-FOUND.
005540     MOVE 0 TO WS-STAT-SLOT.
005550     PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
005560             UNTIL WS-STAT-IDX > WS-STAT-COUNT
005570                 OR WS-STAT-FOUND NOT = 0
005580                 OR WS-STAT-SLOT NOT = 0
005590         IF WS-ST-SORT-KEY(WS-STAT-IDX) = WS-POST-SORT-KEY
005600             MOVE WS-STAT-IDX TO WS-STAT-FOUND
005610         ELSE
005620             IF WS-ST-SORT-KEY(WS-STAT-IDX) > WS-POST-SORT-KEY
005630                 MOVE WS-STAT-IDX TO WS-STAT-SLOT
005640             END-IF
005650         END-IF
005660     END-PERFORM.
005670     IF WS-STAT-FOUND NOT = 0
005680         GO TO RST-FIND-STAT-EXIT.
005690     IF WS-STAT-COUNT = 1000
005700         IF WS-STAT-FULL = "N"
005710             DISPLAY "RENSTAT: MORE THAN 1000 OPERATORS AND "
005720                 "LIBRARIES, REMAINDER NOT COUNTED"
005730             MOVE "Y" TO WS-STAT-FULL
005740             MOVE 4 TO WS-RC
005750         END-IF
005760         GO TO RST-FIND-STAT-EXIT.
005770*    OPEN A GAP AT THE SLOT BY MOVING THE LATER ENTRIES DOWN.
005780     IF WS-STAT-SLOT = 0
005790         COMPUTE WS-STAT-SLOT = WS-STAT-COUNT + 1.
005800     PERFORM VARYING WS-STAT-IDX FROM WS-STAT-COUNT BY -1
005810             UNTIL WS-STAT-IDX < WS-STAT-SLOT
005820         MOVE WS-STAT-ENTRY(WS-STAT-IDX)
005830             TO WS-STAT-ENTRY(WS-STAT-IDX + 1)
005840     END-PERFORM.
005850     ADD 1 TO WS-STAT-COUNT.
005860     INITIALIZE WS-STAT-ENTRY(WS-STAT-SLOT).
005870     MOVE WS-POST-SORT-KEY TO WS-ST-SORT-KEY(WS-STAT-SLOT).
005880     MOVE WS-STAT-SLOT TO WS-STAT-FOUND.
005890     IF WS-POST-KIND = "O"
005900         ADD 1 TO WS-OPER-COUNT.
005910     IF WS-POST-KIND = "L"
005920         ADD 1 TO WS-LIB-COUNT.
005930 RST-FIND-STAT-EXIT.
005940     EXIT.
005950 RST-ADD-DELTA.
005960     ADD WS-D-RENUMBER
005970         TO WS-ST-RENUMBER(WS-STAT-FOUND, WS-MON-IDX).
005980     ADD WS-D-REVERSAL
005990         TO WS-ST-REVERSAL(WS-STAT-FOUND, WS-MON-IDX).
006000     ADD WS-D-REFUSED
006010         TO WS-ST-REFUSED(WS-STAT-FOUND, WS-MON-IDX).
006020     ADD WS-D-FROZEN
006030         TO WS-ST-FROZEN(WS-STAT-FOUND, WS-MON-IDX).
006040     ADD WS-D-APPLY
006050         TO WS-ST-APPLY(WS-STAT-FOUND, WS-MON-IDX).
006060     ADD WS-D-FOREIGN
006070         TO WS-ST-FOREIGN(WS-STAT-FOUND, WS-MON-IDX).
006072     ADD WS-D-PROMOTE
006074         TO WS-ST-PROMOTE(WS-STAT-FOUND, WS-MON-IDX).
006076     ADD WS-D-PROMOTE-BACK
006078         TO WS-ST-PROMOTE-BACK(WS-STAT-FOUND, WS-MON-IDX).
006080     ADD WS-D-RECORDS
006090         TO WS-ST-RECORDS(WS-STAT-FOUND, WS-MON-IDX).
006100     ADD WS-D-ENGINE-RUNS
006110         TO WS-ST-ENGINE-RUNS(WS-STAT-FOUND, WS-MON-IDX).
006120     ADD WS-D-FAILED
006130         TO WS-ST-FAILED(WS-STAT-FOUND, WS-MON-IDX).
006140     ADD WS-D-TIMED
006150         TO WS-ST-TIMED(WS-STAT-FOUND, WS-MON-IDX).
006160     ADD WS-D-ELAPSED
006170         TO WS-ST-ELAPSED(WS-STAT-FOUND, WS-MON-IDX).
006180     ADD WS-D-WAITS
006190         TO WS-ST-WAITS(WS-STAT-FOUND, WS-MON-IDX).
006200     ADD WS-D-WAIT-SECS
006210         TO WS-ST-WAIT-SECS(WS-STAT-FOUND, WS-MON-IDX).
006220 RST-AVERAGES.
006230     PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
006240             UNTIL WS-AVG-IDX > 2
006250         MOVE 0 TO WS-AVG-ELAPSED(WS-AVG-IDX)
006260         MOVE 0 TO WS-AVG-WAIT(WS-AVG-IDX)
006270         IF WS-ST-TIMED(WS-STAT-IDX, WS-AVG-IDX) > 0
006280             COMPUTE WS-AVG-ELAPSED(WS-AVG-IDX) =
006290                 WS-ST-ELAPSED(WS-STAT-IDX, WS-AVG-IDX)
006300                 / WS-ST-TIMED(WS-STAT-IDX, WS-AVG-IDX)
006310         END-IF
006320         IF WS-ST-WAITS(WS-STAT-IDX, WS-AVG-IDX) > 0
006330             COMPUTE WS-AVG-WAIT(WS-AVG-IDX) =
006340                 WS-ST-WAIT-SECS(WS-STAT-IDX, WS-AVG-IDX)
006350                 / WS-ST-WAITS(WS-STAT-IDX, WS-AVG-IDX)
006360         END-IF
006370     END-PERFORM.
006380 RST-PRINT-REPORT.
006390     DISPLAY " ".
006400     DISPLAY "RENSTAT: 1. BY OPERATOR".
006410     MOVE "O" TO WS-PRINT-KIND.
006420     PERFORM RST-PRINT-KIND.
006430     DISPLAY " ".
006440     DISPLAY "RENSTAT: 2. BY LIBRARY".
006450     MOVE "L" TO WS-PRINT-KIND.
006460     PERFORM RST-PRINT-KIND.
006470     DISPLAY " ".
006480     DISPLAY "RENSTAT: 3. ALL RENUMBER WORK".
006490     MOVE "T" TO WS-PRINT-KIND.
006500     PERFORM RST-PRINT-KIND.
006510 RST-PRINT-KIND.
006520     PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
006530             UNTIL WS-STAT-IDX > WS-STAT-COUNT
006540         IF WS-ST-KIND(WS-STAT-IDX) = WS-PRINT-KIND
006550             PERFORM RST-PRINT-ENTRY
006560         END-IF
006570     END-PERFORM.
006580 RST-PRINT-ENTRY.
006590     PERFORM RST-AVERAGES.
006600     DISPLAY " ".
006610     EVALUATE WS-PRINT-KIND
006620         WHEN "O"
006630             DISPLAY "  OPERATOR " WS-ST-KEY(WS-STAT-IDX)(1:8)
006640         WHEN "L"
006650             DISPLAY "  LIBRARY "
006660                 FUNCTION TRIM(WS-ST-KEY(WS-STAT-IDX))
006670         WHEN OTHER
006680             DISPLAY "  ALL OPERATORS AND LIBRARIES"
006690     END-EVALUATE.
006700     DISPLAY "    FIGURE                       " WS-MONTH(1)
006710         "       " WS-MONTH(2) "          CHANGE".
006720     MOVE "RENUMBER RUNS"           TO WS-FIG-LABEL.
006730     MOVE WS-ST-RENUMBER(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006740     MOVE WS-ST-RENUMBER(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006750     PERFORM RST-SHOW-FIGURE.
006760     MOVE "REVERSALS"               TO WS-FIG-LABEL.
006770     MOVE WS-ST-REVERSAL(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006780     MOVE WS-ST-REVERSAL(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006790     PERFORM RST-SHOW-FIGURE.
006800     MOVE "REFUSED - AUTHORITY"     TO WS-FIG-LABEL.
006810     MOVE WS-ST-REFUSED(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006820     MOVE WS-ST-REFUSED(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006830     PERFORM RST-SHOW-FIGURE.
006840     MOVE "REFUSED - FREEZE"        TO WS-FIG-LABEL.
006850     MOVE WS-ST-FROZEN(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006860     MOVE WS-ST-FROZEN(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006870     PERFORM RST-SHOW-FIGURE.
006880     MOVE "UPDATE DECKS APPLIED"    TO WS-FIG-LABEL.
006890     MOVE WS-ST-APPLY(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006900     MOVE WS-ST-APPLY(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006910     PERFORM RST-SHOW-FIGURE.
006920     MOVE "FOREIGN EDITS"           TO WS-FIG-LABEL.
006930     MOVE WS-ST-FOREIGN(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006940     MOVE WS-ST-FOREIGN(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006950     PERFORM RST-SHOW-FIGURE.
006951     MOVE "PROMOTIONS"              TO WS-FIG-LABEL.
006952     MOVE WS-ST-PROMOTE(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006953     MOVE WS-ST-PROMOTE(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006954     PERFORM RST-SHOW-FIGURE.
006955     MOVE "PROMOTIONS BACKED OUT"   TO WS-FIG-LABEL.
006956     MOVE WS-ST-PROMOTE-BACK(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006957     MOVE WS-ST-PROMOTE-BACK(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006958     PERFORM RST-SHOW-FIGURE.
006960     MOVE "RECORDS PROCESSED"       TO WS-FIG-LABEL.
006970     MOVE WS-ST-RECORDS(WS-STAT-IDX, 1) TO WS-FIG-CUR.
006980     MOVE WS-ST-RECORDS(WS-STAT-IDX, 2) TO WS-FIG-PRI.
006990     PERFORM RST-SHOW-FIGURE.
007000     MOVE "ENGINE RUNS"             TO WS-FIG-LABEL.
007010     MOVE WS-ST-ENGINE-RUNS(WS-STAT-IDX, 1) TO WS-FIG-CUR.
007020     MOVE WS-ST-ENGINE-RUNS(WS-STAT-IDX, 2) TO WS-FIG-PRI.
007030     PERFORM RST-SHOW-FIGURE.
007040     MOVE "FAILED RUNS"             TO WS-FIG-LABEL.
007050     MOVE WS-ST-FAILED(WS-STAT-IDX, 1) TO WS-FIG-CUR.
007060     MOVE WS-ST-FAILED(WS-STAT-IDX, 2) TO WS-FIG-PRI.
007070     PERFORM RST-SHOW-FIGURE.
007080     MOVE "ELAPSED SECONDS"         TO WS-FIG-LABEL.
007090     MOVE WS-ST-ELAPSED(WS-STAT-IDX, 1) TO WS-FIG-CUR.
007100     MOVE WS-ST-ELAPSED(WS-STAT-IDX, 2) TO WS-FIG-PRI.
007110     PERFORM RST-SHOW-FIGURE.
007120     MOVE "AVERAGE ELAPSED SECONDS" TO WS-FIG-LABEL.
007130     MOVE WS-AVG-ELAPSED(1) TO WS-FIG-CUR.
007140     MOVE WS-AVG-ELAPSED(2) TO WS-FIG-PRI.
007150     PERFORM RST-SHOW-FIGURE.
007160     MOVE "QUEUED JOBS STARTED"     TO WS-FIG-LABEL.
007170     MOVE WS-ST-WAITS(WS-STAT-IDX, 1) TO WS-FIG-CUR.
007180     MOVE WS-ST-WAITS(WS-STAT-IDX, 2) TO WS-FIG-PRI.
007190     PERFORM RST-SHOW-FIGURE.
007200     MOVE "AVERAGE QUEUE WAIT SECS" TO WS-FIG-LABEL.
007210     MOVE WS-AVG-WAIT(1) TO WS-FIG-CUR.
007220     MOVE WS-AVG-WAIT(2) TO WS-FIG-PRI.
007230     PERFORM RST-SHOW-FIGURE.
007240 RST-SHOW-FIGURE.
007250     COMPUTE WS-FIG-CHG = WS-FIG-CUR - WS-FIG-PRI.
007260     MOVE WS-FIG-CUR TO WS-ED-CUR.
007270     MOVE WS-FIG-PRI TO WS-ED-PRI.
007280     MOVE WS-FIG-CHG TO WS-ED-CHG.
007290     DISPLAY "    " WS-FIG-LABEL WS-ED-CUR "  " WS-ED-PRI
007300         "  " WS-ED-CHG.
007310 RST-WRITE-EXTRACT.
007320     OPEN OUTPUT EXTRACT-FILE.
007330     IF WS-EXT-STATUS NOT = "00"
007340         DISPLAY "RENSTAT: CANNOT OPEN EXTRACT renstat.ext, "
007350             "STATUS " WS-EXT-STATUS
007360         MOVE 12 TO WS-RC
007370         GO TO RST-WRITE-EXTRACT-EXIT.
007380     PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
007390             UNTIL WS-STAT-IDX > WS-STAT-COUNT OR WS-RC = 12
007400         PERFORM RST-EXTRACT-ONE THRU RST-EXTRACT-ONE-EXIT
007410     END-PERFORM.
007420     CLOSE EXTRACT-FILE.
007430 RST-WRITE-EXTRACT-EXIT.
007440     EXIT.
007450 RST-EXTRACT-ONE.
007460     PERFORM RST-AVERAGES.
007470     INITIALIZE RENSTAT-REC.
007480     MOVE WS-MONTH(1)               TO SX-MONTH.
007490     MOVE WS-MONTH(2)               TO SX-PRIOR-MONTH.
007500     MOVE WS-ST-KIND(WS-STAT-IDX)   TO SX-KIND.
007510     MOVE WS-ST-KEY(WS-STAT-IDX)    TO SX-KEY.
007520     PERFORM VARYING WS-MON-IDX FROM 1 BY 1
007530             UNTIL WS-MON-IDX > 2
007540         MOVE WS-ST-RENUMBER(WS-STAT-IDX, WS-MON-IDX)
007550             TO SX-RENUMBER-RUNS(WS-MON-IDX)
007560         MOVE WS-ST-REVERSAL(WS-STAT-IDX, WS-MON-IDX)
007570             TO SX-REVERSAL-RUNS(WS-MON-IDX)
007580         MOVE WS-ST-REFUSED(WS-STAT-IDX, WS-MON-IDX)
007590             TO SX-REFUSED-AUTH(WS-MON-IDX)
007600         MOVE WS-ST-FROZEN(WS-STAT-IDX, WS-MON-IDX)
007610             TO SX-REFUSED-FREEZE(WS-MON-IDX)
007620         MOVE WS-ST-APPLY(WS-STAT-IDX, WS-MON-IDX)
007630             TO SX-APPLY-RUNS(WS-MON-IDX)
007640         MOVE WS-ST-FOREIGN(WS-STAT-IDX, WS-MON-IDX)
007650             TO SX-FOREIGN-EDITS(WS-MON-IDX)
007660         MOVE WS-ST-RECORDS(WS-STAT-IDX, WS-MON-IDX)
007670             TO SX-RECORDS(WS-MON-IDX)
007680         MOVE WS-ST-ENGINE-RUNS(WS-STAT-IDX, WS-MON-IDX)
007690             TO SX-ENGINE-RUNS(WS-MON-IDX)
007700         MOVE WS-ST-FAILED(WS-STAT-IDX, WS-MON-IDX)
007710             TO SX-FAILED-RUNS(WS-MON-IDX)
007720         MOVE WS-ST-ELAPSED(WS-STAT-IDX, WS-MON-IDX)
007730             TO SX-ELAPSED-SECS(WS-MON-IDX)
007740         MOVE WS-AVG-ELAPSED(WS-MON-IDX)
007750             TO SX-AVG-ELAPSED-SECS(WS-MON-IDX)
007760         MOVE WS-ST-WAITS(WS-STAT-IDX, WS-MON-IDX)
007770             TO SX-QUEUED-JOBS(WS-MON-IDX)
007780         MOVE WS-AVG-WAIT(WS-MON-IDX)
007790             TO SX-AVG-WAIT-SECS(WS-MON-IDX)
007792         MOVE WS-ST-PROMOTE(WS-STAT-IDX, WS-MON-IDX)
007794             TO SX-PROMOTIONS(WS-MON-IDX)
007796         MOVE WS-ST-PROMOTE-BACK(WS-STAT-IDX, WS-MON-IDX)
007798             TO SX-PROMOTE-BACKOUTS(WS-MON-IDX)
007800     END-PERFORM.
007810     WRITE RENSTAT-REC.
007811     IF WS-EXT-STATUS NOT = "00"
007812         DISPLAY "RENSTAT: EXTRACT WRITE FAILED, STATUS "
007813             WS-EXT-STATUS
007814         MOVE 12 TO WS-RC
007815         GO TO RST-EXTRACT-ONE-EXIT.
007820     ADD 1 TO WS-EXTRACT-COUNT.
007830 RST-EXTRACT-ONE-EXIT.
007840     EXIT.
007850 RST-NOTE-PACKAGE.
007860     MOVE WS-JI-PACKAGE TO WS-LOOK-DECK.
007870     PERFORM RST-IS-PACKAGE.
007880     IF WS-PKG-FOUND = "N"
007890         IF WS-PKG-COUNT = 500
007900             IF WS-PKG-FULL = "N"
007910                 DISPLAY "RENSTAT: MORE THAN 500 PACKAGES, "
007920                     "THE REST ARE COUNTED AS RUNS"
007930                 MOVE "Y" TO WS-PKG-FULL
007940                 MOVE 4 TO WS-RC
007950             END-IF
007960         ELSE
007970             ADD 1 TO WS-PKG-COUNT
007980             MOVE WS-JI-PACKAGE TO WS-PKG-NAME(WS-PKG-COUNT)
007990         END-IF
008000     END-IF.
008010 RST-IS-PACKAGE.
008020     MOVE "N" TO WS-PKG-FOUND.
008030     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
008040             UNTIL WS-PKG-IDX > WS-PKG-COUNT
008050                 OR WS-PKG-FOUND = "Y"
008060         IF WS-PKG-NAME(WS-PKG-IDX) = WS-LOOK-DECK
008070             MOVE "Y" TO WS-PKG-FOUND
008080         END-IF
008090     END-PERFORM.
