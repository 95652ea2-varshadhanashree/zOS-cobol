000480     MOVE RW-OPERATOR         TO RH-OPERATOR.
000485     MOVE RW-RUN-TYPE         TO RH-RUN-TYPE.
000487     MOVE WS-DATETIME         TO RW-RUN-DATETIME.
000488     MOVE RW-APPROVER         TO RH-APPROVER.
000489     MOVE RW-APPROVE-DATETIME TO RH-APPROVE-DATETIME.
000490     WRITE RENHIST-REC.
000500     IF WS-HIST-STATUS NOT = "00"
000510         MOVE 8 TO RW-RETURN-CODE.
