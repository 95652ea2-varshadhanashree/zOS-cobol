000480     MOVE 0   TO RE-START-NUM.
000490     MOVE 0   TO RE-INCREMENT.
000500     MOVE "A" TO RE-WIDE-MODE.
000505*    CHANGE-ONLY/BUILD-XMAP/RESTART/PREVIEW/STAMP STAY BLANK SO
000506*    THE OPTIONAL "renumprm" H RECORD (COPYBOOKS/RENPARM.cpy)
000507*    CAN TURN THEM ON FOR THE RUN; RENUMENG DEFAULTS THEM TO
000508*    "N" IF NEITHER THIS DRIVER NOR THE PARM FILE SETS THEM.
000520     MOVE SPACE TO RE-BUILD-XMAP.
000530     MOVE SPACE TO RE-RESTART.
000532     MOVE SPACE TO RE-PREVIEW.
000533     MOVE SPACES TO RE-STAMP-OPTS.
000535     MOVE SPACES TO RE-BASELINE-PATH.
000536     MOVE SPACES TO RE-XMAP-PATH.
000537     MOVE SPACES TO RE-APPROVER.
000538     MOVE SPACES TO RE-APPROVE-DATETIME.
000540     CALL "RENUMENG" USING RENENG-PARMS.
000550     ADD 1 TO WS-MEMBER-COUNT.
000560     ADD RE-RECORDS-WRITTEN TO WS-TOTAL-RECS.
