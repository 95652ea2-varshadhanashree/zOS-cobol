000090*            FIELD HOLDS THE LAST JOB ID HANDED OUT) SO
000100*            ENQUEUE CAN ASSIGN UNIQUE IDS WITHOUT A SEPARATE
000110*            CONTROL FILE.
000112*            ENQUEUE FILES A JOB FOR A DECK COVERED BY AN
000114*            APPROVAL RULE (RENAPRC) AWAITING APPROVAL ("P");
000116*            DECIDE RECORDS THE SECOND OPERATOR'S APPROVE OR
000118*            REJECT ON IT.
000119*            CLAIM/RELEASE SERVE THE PARALLEL RENQDRN STREAMS.
000120 ENVIRONMENT DIVISION.
000130 CONFIGURATION SECTION.
000140 SOURCE-COMPUTER.
000220     ORGANIZATION IS INDEXED
000230     ACCESS MODE IS DYNAMIC
000240     RECORD KEY IS QJ-KEY
000245     LOCK MODE IS MANUAL
000250     FILE STATUS IS WS-QUEUE-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000330 01  WS-DATETIME.
000340     05  WS-DT-DATE        PIC 9(8).
000350     05  WS-DT-TIME        PIC 9(8).
000355 COPY RENAPRL.
000360 LINKAGE SECTION.
000370 COPY RENQUEUL.
000380 PROCEDURE DIVISION USING RENQUEUW-PARMS.
000570             PERFORM QEW-UPDATE
000575         WHEN QW-FUNCTION-DELETE
000576             PERFORM QEW-DELETE
000577         WHEN QW-FUNCTION-DECIDE
000578             PERFORM QEW-DECIDE
000580         WHEN QW-FUNCTION-BROWSE-FIRST
000590             PERFORM QEW-BROWSE-FIRST
000600         WHEN QW-FUNCTION-BROWSE-NEXT
000610             PERFORM QEW-BROWSE-NEXT
000612         WHEN QW-FUNCTION-CLAIM
000614             PERFORM QEW-CLAIM
000616         WHEN QW-FUNCTION-RELEASE
000618             PERFORM QEW-RELEASE
000620     END-EVALUATE.
000630     IF QW-FUNCTION-ENQUEUE OR QW-FUNCTION-READ
000635             OR QW-FUNCTION-DECIDE
000640         PERFORM QEW-CLOSE
000641     ELSE
000642         IF QW-FUNCTION-UPDATE OR QW-FUNCTION-DELETE
000643                 OR QW-FUNCTION-CLAIM OR QW-FUNCTION-RELEASE
000644*            A CALLER LIKE RENUMON'S MON-RUN-ONE-JOB ISSUES
000645*            CLAIM/UPDATE (OR, FOR RENQARCH, DELETE) CALLS FROM
000646*            INSIDE A BROWSE-FIRST/BROWSE-NEXT LOOP.  DON'T CLOSE
000647*            -- AND LOSE THE BROWSE CURSOR -- WHILE IT IS ACTIVE.
000648             IF WS-BROWSE-ACTIVE NOT = "Y"
000649                 PERFORM QEW-CLOSE
000650             END-IF
000940     MOVE QW-XMAP-PATH        TO QJ-XMAP-PATH.
000942     MOVE QW-RESTART          TO QJ-RESTART.
000944     MOVE QW-OPERATOR         TO QJ-OPERATOR.
000945     MOVE QW-STAMP-OPTS       TO QJ-STAMP-OPTS.
000946     MOVE WS-DATETIME         TO QJ-SUBMIT-DATETIME.
000947*    PRIORITY 0 MEANS THE SUBMITTER DIDN'T PICK ONE -- FILE
000948*    THE MIDDLE OF THE 1-9 RANGE SO EXPLICIT CHOICES SORT
000955     MOVE QW-EARLIEST-DATETIME TO QJ-EARLIEST-DATETIME.
000956     MOVE QW-PREVIEW          TO QJ-PREVIEW.
000957     MOVE QW-PACKAGE          TO QJ-PACKAGE.
000958     PERFORM QEW-ENQUEUE-STATUS.
000959     MOVE 0      TO QJ-RETURN-CODE.
000960     MOVE SPACES TO QJ-MESSAGE.
000961     MOVE 0      TO QJ-RECORDS-WRITTEN.
001054         MOVE "N" TO WS-BROWSE-ACTIVE
001055     END-IF.
001056 QEW-BROWSE-NEXT.
001057*    A RECORD HELD BY ANOTHER RUN'S CLAIM OR RELEASE ("51"/"9D")
001058*    IS A JOB CHANGING HANDS, NOT END OF QUEUE - READ ON PAST IT.
001059     PERFORM WITH TEST AFTER
001060             UNTIL WS-QUEUE-STATUS NOT = "51" AND NOT = "9D"
001061         READ RENQUEUE-FILE NEXT RECORD
001062             AT END MOVE "N" TO QW-FOUND
001063         END-READ
001064     END-PERFORM.
001065     IF WS-QUEUE-STATUS = "00"
001066         PERFORM QEW-MOVE-OUT
001067         MOVE "Y" TO QW-FOUND
001068     END-IF.
001069     MOVE QW-FOUND TO WS-BROWSE-ACTIVE.
001070 QEW-MOVE-OUT.
001072     MOVE QJ-JOB-ID           TO QW-JOB-ID.
001074     MOVE QJ-DECK-NAME        TO QW-DECK-NAME.
001110     MOVE QJ-UNCHANGED-COUNT  TO QW-UNCHANGED-COUNT.
001112     MOVE QJ-PREVIEW          TO QW-PREVIEW.
001114     MOVE QJ-PACKAGE          TO QW-PACKAGE.
001116     MOVE QJ-APPROVER         TO QW-APPROVER.
001117     MOVE QJ-STAMP-OPTS       TO QW-STAMP-OPTS.
001118     MOVE QJ-APPROVE-DATETIME TO QW-APPROVE-DATETIME.
001119     MOVE QJ-CLAIM            TO QW-CLAIM.
001120 QEW-ENQUEUE-STATUS.
001130*    A CALLER PASSING "P" FILES THE JOB AWAITING APPROVAL
001140*    OUTRIGHT (RENPKGEN HOLDS EVERY MEMBER OF A PACKAGE THAT
001150*    WAY WHEN ANY ONE OF THEM IS COVERED).  OTHERWISE ASK THE
001160*    APPROVAL RULES - A PREVIEW TOUCHES NOTHING, SO IT NEVER
001170*    WAITS ON A SECOND OPERATOR.
001180     MOVE SPACES TO QJ-APPROVER.
001190     MOVE SPACES TO QJ-APPROVE-DATETIME.
001195     MOVE SPACES TO QJ-CLAIM.
001196*    A COLUMNS 73-80 VERIFY WRITES NOTHING EITHER - IT IS
001197*    FILED AS A PREVIEW SO EVERY DRAINER TREATS IT AS ONE.
001198     IF QW-STAMP = "V"
001199         MOVE "Y" TO QW-PREVIEW QJ-PREVIEW.
001200     SET QJ-STATUS-QUEUED TO TRUE.
001210     IF QW-STATUS = "P"
001220         SET QJ-STATUS-PENDING TO TRUE
001230     ELSE
001240         IF QW-PREVIEW NOT = "Y"
001250             MOVE QW-DECK-NAME TO AQ-DECK-NAME
001260             MOVE QW-IN-PATH   TO AQ-IN-PATH
001270             MOVE SPACES       TO AQ-OPERATOR
001280             CALL "RENAPRC" USING RENAPRC-PARMS
001290             IF AQ-REQUIRED-YES
001300                 SET QJ-STATUS-PENDING TO TRUE
001310             END-IF
001320         END-IF
001330     END-IF.
001340     MOVE QJ-STATUS TO QW-STATUS.
001350 QEW-DECIDE.
001360     MOVE QW-JOB-ID TO QJ-JOB-ID.
001370     READ RENQUEUE-FILE
001380         INVALID KEY CONTINUE
001390     END-READ.
001400     IF WS-QUEUE-STATUS NOT = "00"
001410         MOVE 8 TO QW-RETURN-CODE
001420     ELSE
001430         IF NOT QJ-STATUS-PENDING
001440             MOVE 4 TO QW-RETURN-CODE
001450         ELSE
001460             ACCEPT WS-DT-DATE FROM DATE YYYYMMDD
001470             ACCEPT WS-DT-TIME FROM TIME
001480             MOVE QW-STATUS      TO QJ-STATUS
001490             MOVE QW-MESSAGE     TO QJ-MESSAGE
001500             MOVE QW-APPROVER    TO QJ-APPROVER
001510             MOVE WS-DATETIME    TO QJ-APPROVE-DATETIME
001520             REWRITE RENQUEUE-REC
001530             IF WS-QUEUE-STATUS NOT = "00"
001540                 MOVE 8 TO QW-RETURN-CODE
001550             ELSE
001560                 MOVE "Y" TO QW-FOUND
001570                 MOVE WS-DATETIME TO QW-APPROVE-DATETIME
001580             END-IF
001590         END-IF
001600     END-IF.
001610 QEW-CLAIM.
001620*    READ WITH LOCK HOLDS THE JOB UNTIL THE UNLOCK BELOW, SO OF
001630*    TWO RUNS GOING FOR ONE JOB ONLY ONE CAN SEE IT STILL "Q"
001640*    AND CLAIM IT.  THE OTHER IS REFUSED THE HELD RECORD ("51",
001650*    "9D" UNDER SOME HANDLERS) OR READS IT AFTER AS "C" - A
001660*    TAKEN JOB, NOT A FILE PROBLEM, SO BOTH COME BACK CODE 4.
001670     MOVE QW-JOB-ID TO QJ-JOB-ID.
001680     READ RENQUEUE-FILE WITH LOCK
001690         INVALID KEY CONTINUE
001700     END-READ.
001710     EVALUATE TRUE
001720         WHEN WS-QUEUE-STATUS = "51" OR "9D"
001730             MOVE 4 TO QW-RETURN-CODE
001740         WHEN WS-QUEUE-STATUS NOT = "00"
001750             MOVE 8 TO QW-RETURN-CODE
001760         WHEN NOT QJ-STATUS-QUEUED
001770             PERFORM QEW-MOVE-OUT
001780             MOVE "Y" TO QW-FOUND
001790             MOVE 4 TO QW-RETURN-CODE
001800         WHEN OTHER
001810             ACCEPT WS-DT-DATE FROM DATE YYYYMMDD
001820             ACCEPT WS-DT-TIME FROM TIME
001830             SET QJ-STATUS-CLAIMED TO TRUE
001840             MOVE QW-STREAM-ID   TO QJ-STREAM-ID
001850             MOVE WS-DATETIME    TO QJ-CLAIM-DATETIME
001860             REWRITE RENQUEUE-REC
001870             EVALUATE WS-QUEUE-STATUS
001880                 WHEN "00"
001890                     PERFORM QEW-MOVE-OUT
001900                     MOVE "Y" TO QW-FOUND
001910                     MOVE 0   TO QW-RETURN-CODE
001920                 WHEN "51"
001930                     MOVE 4 TO QW-RETURN-CODE
001940                 WHEN OTHER
001950                     MOVE 8 TO QW-RETURN-CODE
001960             END-EVALUATE
001970     END-EVALUATE.
001975     UNLOCK RENQUEUE-FILE.
001980 QEW-RELEASE.
001990*    ONLY THE CLAIMING STREAM'S OWN UNSTARTED JOB GOES BACK -
002000*    A JOB ALREADY RUNNING, OR CLAIMED BY ANOTHER STREAM, IS
002010*    LEFT AS IT IS.
002020     MOVE QW-JOB-ID TO QJ-JOB-ID.
002030     READ RENQUEUE-FILE WITH LOCK
002040         INVALID KEY CONTINUE
002050     END-READ.
002060     IF WS-QUEUE-STATUS NOT = "00"
002070         MOVE 8 TO QW-RETURN-CODE
002080     ELSE
002090         IF NOT QJ-STATUS-CLAIMED
002100                 OR QJ-STREAM-ID NOT = QW-STREAM-ID
002110             MOVE 4 TO QW-RETURN-CODE
002120         ELSE
002130             IF QW-STATUS = "P"
002140                 SET QJ-STATUS-PENDING TO TRUE
002150             ELSE
002160                 SET QJ-STATUS-QUEUED TO TRUE
002170             END-IF
002180             IF QW-MESSAGE NOT = SPACES
002190                 MOVE QW-MESSAGE TO QJ-MESSAGE
002200             END-IF
002210             MOVE SPACES TO QJ-CLAIM
002220             REWRITE RENQUEUE-REC
002230             IF WS-QUEUE-STATUS NOT = "00"
002240                 MOVE 8 TO QW-RETURN-CODE
002250             ELSE
002260                 MOVE "Y" TO QW-FOUND
002270             END-IF
002280         END-IF
002290     END-IF.
002300     UNLOCK RENQUEUE-FILE.
