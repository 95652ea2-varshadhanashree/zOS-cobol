000180*            CONTROL FILE "renqarch" HOLDS ONE RECORD:
000190*              COLS 1-4  AGE IN DAYS (JOBS SUBMITTED BEFORE
000200*                        TODAY MINUS THIS MANY DAYS MOVE)
000203*            A JOB REJECTED AT APPROVAL ("X") IS AS FINISHED
000206*            AS A FAILED ONE AND MOVES THE SAME WAY.
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.
001050     SET QW-FUNCTION-BROWSE-FIRST TO TRUE.
001060     CALL "RENQUEUW" USING RENQUEUW-PARMS.
001070     PERFORM UNTIL NOT QW-FOUND-YES
001080         IF (QW-STATUS = "D" OR QW-STATUS = "F"
001085                 OR QW-STATUS = "X")
001090                 AND QW-SUBMIT-DATETIME(1:8) < WS-CUTOFF-DATE
001100             PERFORM QAR-ARCHIVE-ONE
001110         ELSE
001530     MOVE QW-RECORDS-WRITTEN  TO QJ-RECORDS-WRITTEN.
001540     MOVE QW-CHANGED-COUNT    TO QJ-CHANGED-COUNT.
001550     MOVE QW-UNCHANGED-COUNT  TO QJ-UNCHANGED-COUNT.
001552     MOVE QW-STAMP-OPTS       TO QJ-STAMP-OPTS.
001555     MOVE QW-PREVIEW          TO QJ-PREVIEW.
001556     MOVE QW-PACKAGE          TO QJ-PACKAGE.
001557     MOVE QW-APPROVER         TO QJ-APPROVER.
001558     MOVE QW-APPROVE-DATETIME TO QJ-APPROVE-DATETIME.
001559     MOVE QW-CLAIM            TO QJ-CLAIM.
001560 QAR-DELETE-MOVED.
001570     PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
001580             UNTIL WS-MOVE-IDX > WS-MOVED-COUNT
