000200*            QUEUED OR RUNNING UNDER THE SAME NAME) IS
000210*            REFUSED - TWO HALF-SUBMITTED COPIES OF ONE
000220*            PACKAGE WOULD DEFEAT THE WHOLE POINT.
000221*            SO IS A PACKAGE WITH ANY MEMBER INSIDE A CHANGE-
000222*            FREEZE WINDOW (RENFRZC) AT THE PACKAGE'S EARLIEST
000223*            START - IT COULD ONLY SIT HELD ON THE QUEUE, AND
000224*            CHANGE CONTROL SHOULD HEAR THAT AT SUBMIT TIME.
000225*            WHEN ANY MEMBER IS COVERED BY AN APPROVAL RULE
000226*            (RENAPRC) EVERY MEMBER IS FILED AWAITING APPROVAL,
000227*            SO THE PACKAGE IS APPROVED OR REJECTED AS A WHOLE.
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.
000534 01  WS-QUEUED-IDX         PIC 9(4).
000536 01  WS-QUEUED-TABLE.
000538     05  WS-QUEUED-JOB OCCURS 200 TIMES PIC 9(6).
000539 01  WS-FRZ-DECK           PIC X(8).
000540 COPY RENQUEUL.
000545 COPY RENFRZL.
000546 01  WS-APR-NEEDED         PIC X(1) VALUE "N".
000547 COPY RENAPRL.
000550 LINKAGE SECTION.
000560 COPY RENPKGLS.
000570 PROCEDURE DIVISION USING RENPKG-PARMS.
000610     MOVE "N" TO WS-CARD-AT-END.
000620     MOVE "N" TO WS-DUP-SEEN.
000625     MOVE "N" TO WS-ENQ-FAILED.
000626     MOVE SPACES TO WS-FRZ-DECK.
000628     MOVE "N" TO WS-APR-NEEDED.
000630     INITIALIZE PG-RESULT.
000640     MOVE FUNCTION TRIM(PG-CARD-PATH) TO WS-CARD-NAME.
000650     OPEN INPUT CARD-FILE.
001065*    THE QUEUE AND THE WHOLE SUBMISSION FAILS.
001066     IF WS-ENQ-FAILED = "Y"
001067         PERFORM PKG-BACK-OUT-QUEUE
001068         PERFORM PKG-FAIL-MESSAGE
001070         MOVE 0  TO PG-MEMBER-COUNT
001071         MOVE 0  TO PG-FIRST-JOB-ID
001072         MOVE 16 TO PG-RETURN-CODE
001100         MOVE 16 TO PG-RETURN-CODE
001110         EXIT PROGRAM.
001120     MOVE 0 TO PG-RETURN-CODE.
001125     PERFORM PKG-QUEUED-MESSAGE.
001130     EXIT PROGRAM.
001140 PKG-BAD-CARDS.
001150     CLOSE CARD-FILE.
001220     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001230     PERFORM UNTIL NOT QW-FOUND-YES
001240         IF QW-PACKAGE = WS-PKG-NAME
001250                 AND (QW-STATUS = "Q" OR QW-STATUS = "R"
001255                     OR QW-STATUS = "P" OR QW-STATUS = "C")
001260             MOVE "Y" TO WS-DUP-SEEN
001270         END-IF
001280         SET QW-FUNCTION-BROWSE-NEXT TO TRUE
001540     MOVE WS-PKG-EARLIEST TO QW-EARLIEST-DATETIME.
001550     MOVE WS-PKG-NAME     TO QW-PACKAGE.
001560     MOVE PG-OPERATOR     TO QW-OPERATOR.
001561*    THE FREEZE TEST IS MADE AT THE PACKAGE'S EARLIEST START
001562*    (BLANK = NOW), THE MOMENT THE DRAINER FIRST MAY RUN IT.
001563     MOVE WS-MEMBER       TO FC-DECK-NAME.
001564     MOVE QW-IN-PATH      TO FC-IN-PATH.
001565     MOVE WS-PKG-EARLIEST TO FC-AT-DATETIME.
001566     CALL "RENFRZC" USING RENFRZC-PARMS.
001567     IF FC-FROZEN-YES
001568         PERFORM PKG-FROZEN-MEMBER
001569         GO TO PKG-ENQUEUE-EXIT.
001570*    MORE MEMBERS THAN THE BACKOUT TABLE CAN TRACK IS AS
001571*    FATAL AS A FAILED ENQUEUE - A MEMBER THAT COULD NOT BE
001572*    TAKEN BACK OFF THE QUEUE WOULD LEAVE A SHORTENED
001576             "REFUSED"
001577         MOVE "Y" TO WS-ENQ-FAILED
001578         GO TO PKG-ENQUEUE-EXIT.
001579     MOVE "P" TO QW-STATUS.
001580     SET QW-FUNCTION-ENQUEUE TO TRUE.
001590     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001600     IF QW-RETURN-CODE = 0
001630         IF PG-FIRST-JOB-ID = 0
001640             MOVE QW-JOB-ID TO PG-FIRST-JOB-ID
001650         END-IF
001655         PERFORM PKG-CHECK-APPROVAL
001660     ELSE
001670         DISPLAY "RENPKGEN: " WS-MEMBER " ENQUEUE FAILED, RC="
001680             QW-RETURN-CODE
001830                 QW-JOB-ID " - CLEAR IT BY HAND"
001840         END-IF
001850     END-PERFORM.
001860 PKG-FROZEN-MEMBER.
001870     DISPLAY "RENPKGEN: " WS-MEMBER " FROZEN UNTIL "
001880         FC-TO-DATETIME(1:12) " BY " FC-SET-BY " - "
001890         FC-REASON.
001900     MOVE WS-MEMBER TO WS-FRZ-DECK.
001910     MOVE "Y" TO WS-ENQ-FAILED.
001920 PKG-FAIL-MESSAGE.
001930     IF WS-FRZ-DECK NOT = SPACES
001940         MOVE SPACES TO PG-MESSAGE
001950         STRING "MEMBER " FUNCTION TRIM(WS-FRZ-DECK)
001960             " IN FREEZE UNTIL " FC-TO-DATETIME(1:12)
001970             " - NOT QUEUED" DELIMITED BY SIZE INTO PG-MESSAGE
001980     ELSE
001990         MOVE "MEMBER ENQUEUE FAILED - PACKAGE NOT QUEUED"
002000             TO PG-MESSAGE
002010     END-IF.
002020 PKG-CHECK-APPROVAL.
002030     MOVE WS-MEMBER  TO AQ-DECK-NAME.
002040     MOVE QW-IN-PATH TO AQ-IN-PATH.
002050     MOVE SPACES     TO AQ-OPERATOR.
002060     CALL "RENAPRC" USING RENAPRC-PARMS.
002070     IF AQ-REQUIRED-YES
002080         MOVE "Y" TO WS-APR-NEEDED.
002090 PKG-QUEUED-MESSAGE.
002100*    EVERY MEMBER WENT IN AWAITING APPROVAL, SO THE DRAINER
002110*    COULD NOT START ON THE FRONT OF THE PACKAGE WHILE THE
002120*    REST WAS STILL BEING QUEUED.  WITH NO MEMBER COVERED BY
002130*    AN APPROVAL RULE THE WHOLE PACKAGE IS NOW RELEASED;
002140*    OTHERWISE IT WAITS, WHOLE, FOR ONE DECISION ON RENUMON.
002150     IF WS-APR-NEEDED = "Y"
002160         MOVE "PACKAGE QUEUED - AWAITING APPROVAL" TO PG-MESSAGE
002170     ELSE
002180         PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
002190                 UNTIL WS-QUEUED-IDX > PG-MEMBER-COUNT
002200             MOVE WS-QUEUED-JOB(WS-QUEUED-IDX) TO QW-JOB-ID
002210             SET QW-FUNCTION-READ TO TRUE
002220             CALL "RENQUEUW" USING RENQUEUW-PARMS
002230             IF QW-FOUND-YES AND QW-STATUS = "P"
002240                 MOVE "Q" TO QW-STATUS
002250                 SET QW-FUNCTION-UPDATE TO TRUE
002260                 CALL "RENQUEUW" USING RENQUEUW-PARMS
002270             END-IF
002280         END-PERFORM
002290         MOVE "PACKAGE QUEUED" TO PG-MESSAGE
002300     END-IF.
