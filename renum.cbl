000190     MOVE 0         TO RE-START-NUM.
000200     MOVE 0         TO RE-INCREMENT.
000210     MOVE "A"       TO RE-WIDE-MODE.
000215*    CHANGE-ONLY/BUILD-XMAP/RESTART/PREVIEW/STAMP STAY BLANK SO
000216*    THE OPTIONAL "renumprm" H RECORD (COPYBOOKS/RENPARM.cpy)
000217*    CAN TURN THEM ON FOR THIS RUN; RENUMENG DEFAULTS THEM TO
000218*    "N" IF NEITHER THIS DRIVER NOR THE PARM FILE SETS THEM.
000230     MOVE SPACE     TO RE-BUILD-XMAP.
000240     MOVE SPACE     TO RE-RESTART.
000242     MOVE SPACE     TO RE-PREVIEW.
000243     MOVE SPACES    TO RE-STAMP-OPTS.
000245     ACCEPT RE-OPERATOR FROM ENVIRONMENT "USER".
000246     IF RE-OPERATOR = SPACES
000247         MOVE "BATCH"   TO RE-OPERATOR.
000248     MOVE SPACES    TO RE-APPROVER.
000249     MOVE SPACES    TO RE-APPROVE-DATETIME.
000250     CALL "RENUMENG" USING RENENG-PARMS.
000260 STOPIT.
000265     MOVE RE-RETURN-CODE TO RETURN-CODE.
