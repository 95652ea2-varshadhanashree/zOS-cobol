000220*            AT BEFORE IT IS APPLIED.  CONTROL CARDS AND
000230*            CARDS WITHOUT A NUMERIC SEQNO PASS THROUGH IN
000240*            PLACE, UNTOUCHED.
000242*            EACH MEMBER IS ALSO CHECKED FOR DRIFT (RENDRFC): A
000244*            MEMBER EDITED BY HAND SINCE ITS NEWEST GENERATION
000246*            IS WARNED ABOUT AND LIKEWISE LEAVES RC 4.  THE
000247*            WORK ITSELF IS DONE BY THE RENRTGEN ENGINE, WHICH
000248*            THE CHANGE-CONTROL TRAY (RENTRAYR) ALSO DRIVES.
000250*            CONTROL FILE "renupdrt" HOLDS:
000260*              REC 1  - INPUT CARD STREAM PATH    (COLS 1-100)
000270*              REC 2  - XMAP LIBRARY DIRECTORY    (COLS 1-80)
000370     SELECT   CONTROL-FILE ASSIGN TO
000380     "renupdrt"
000390     ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CONTROL-FILE.
000540 01  CF-REC PIC X(100).
000640 WORKING-STORAGE SECTION.
000780 COPY RENRTGLS.
000920 PROCEDURE DIVISION.
000930 RTG-START.
000940     OPEN INPUT CONTROL-FILE.
000950     READ CONTROL-FILE AT END GO TO RTG-BAD-CONTROL.
000960     MOVE CF-REC TO TG-IN-PATH.
000970     READ CONTROL-FILE AT END GO TO RTG-BAD-CONTROL.
000980     MOVE CF-REC(1:80) TO TG-XMAP-LIBRARY.
000990     READ CONTROL-FILE AT END GO TO RTG-BAD-CONTROL.
001000     MOVE CF-REC TO TG-OUT-PATH.
001010     CLOSE CONTROL-FILE.
001033     MOVE SPACES TO TG-MEMBER.
001056     MOVE SPACES TO TG-MAP-PATH.
001079     MOVE SPACE  TO TG-MAP-MOVED.
001102     CALL "RENRTGEN" USING RENRTG-PARMS.
001125     IF TG-RETURN-CODE = 16
001148         DISPLAY "RENUPDRT: " TG-MESSAGE
001171         MOVE 16 TO RETURN-CODE
001194         STOP RUN.
001220     DISPLAY "RENUPDRT: CARDS READ=" TG-CARD-COUNT
001230         " MEMBERS=" TG-MEMBER-COUNT
001240         " RETARGETED=" TG-CHANGED-COUNT
001245         " BODY FIXES=" TG-BODY-FIXES
001250         " UNRESOLVED=" TG-UNRESOLVED-COUNT.
001252     IF TG-DRIFT-COUNT > 0
001254         DISPLAY "RENUPDRT: MEMBERS DRIFTED SINCE THEIR NEWEST "
001256             "GENERATION=" TG-DRIFT-COUNT.
001260     MOVE TG-RETURN-CODE TO RETURN-CODE.
001310     STOP RUN.
001320 RTG-BAD-CONTROL.
001330     CLOSE CONTROL-FILE.
001350         "REQUIRED".
001360     MOVE 16 TO RETURN-CODE.
001370     STOP RUN.
