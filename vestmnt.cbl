000090* five-year schedule is 1=20, 2=40, 3=60, 4=80, 5=100.
000100*
000110* 2026-09  JDF  New program.
000112* 2026-10  JDF  Takes the operator ID at start-up, verified
000114*                against the operator master with its password;
000116*                update actions need the VESTUPD grant on the
000118*                access table once OPERACC.DAT is on file.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000180 ORGANIZATION IS INDEXED
000190 ACCESS MODE IS DYNAMIC
000200 RECORD KEY IS VEST-YEARS.
000202
000205 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000207 FILE STATUS IS ws-oper-status
000210 ORGANIZATION IS INDEXED
000211 ACCESS MODE IS DYNAMIC
000212 RECORD KEY IS OPER-ID.
000213
000214 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000215 FILE STATUS IS ws-acc-status
000216 ORGANIZATION IS INDEXED
000217 ACCESS MODE IS DYNAMIC
000218 RECORD KEY IS ACC-KEY.
000219
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD VESTFILE.
000250     COPY VESTREC.
000251
000252 FD OPERFILE.
000254     COPY OPERREC.
000255
000257 FD ACCESS-FILE.
000258     COPY ACCSREC.
000260
000270 WORKING-STORAGE SECTION.
000280 01  ws-vest-status                  pic x(02).
000310 01  ws-eof                          pic x(01) value space.
000320 01  ws-pick-years                   pic 9(02) value zero.
000330 01  ws-found                        pic x(01) value space.
000331 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000332 01  ws-acc-status                   pic x(02).
000334 01  ws-update-granted               pic x(01) value "Y".
000335 01  ws-oper-status                  pic x(02).
000337 01  ws-sign-password                pic x(08) value spaces.
000338 01  ws-sign-ok                      pic x(01) value space.
000340
000350 PROCEDURE DIVISION.
000360 PROGRAM-BEGIN.
000390             DISPLAY "shopcfg not found - default "
000400                 "file locations in effect"
000410     END-CALL.
000411     DISPLAY "Operator ID: " WITH NO ADVANCING.
000412     ACCEPT ws-operator-id.
000413     IF ws-operator-id = SPACES
000415         MOVE "SYSTEM  " TO ws-operator-id
000416     END-IF.
000417     PERFORM VERIFY-OPERATOR.
000418     PERFORM CHECK-UPDATE-GRANT.
000420     PERFORM OPEN-VESTFILE.
000430     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000440     CLOSE VESTFILE.
000570     DISPLAY "Vesting schedule - L)ist  A)dd  C)hange  "
000580         "D)elete  Q)uit: " WITH NO ADVANCING.
000590     ACCEPT ws-choice.
000591     IF ws-update-granted NOT = "Y"
000592         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000594             OR "D" OR "d")
000595         DISPLAY "Not granted VESTUPD - updates refused."
000597         MOVE SPACE TO ws-choice
000598     END-IF.
000600     EVALUATE ws-choice
000610         WHEN "L"
000620         WHEN "l"
001470         DISPLAY "Capped at 100."
001480         MOVE 100 TO VEST-PCT
001490     END-IF.
001500
001510 VERIFY-OPERATOR.
001520*--------------------------------
001530* With the operator master (OPERMAST.DAT) on file the password
001540* is checked against it, and an ID that is unknown, locked, or
001550* given the wrong password gets no grant below.  A shop with no
001560* master yet runs as before.
001570*--------------------------------
001580     OPEN INPUT OPERFILE.
001590     IF ws-oper-status = "00"
001600         DISPLAY "Password: " WITH NO ADVANCING
001610         ACCEPT ws-sign-password
001620         MOVE "N" TO ws-sign-ok
001630         MOVE ws-operator-id TO OPER-ID
001640         READ OPERFILE
001650             INVALID KEY
001660                 CONTINUE
001670             NOT INVALID KEY
001680                 IF OPER-PASSWORD = ws-sign-password
001690                     AND NOT OPER-IS-LOCKED
001700                     MOVE "Y" TO ws-sign-ok
001710                 END-IF
001720         END-READ
001730         CLOSE OPERFILE
001740     END-IF.
001750
001760 CHECK-UPDATE-GRANT.
001770*--------------------------------
001780* Adding, changing, and deleting schedule entries need the
001790* VESTUPD grant on the access table (OPERACC.DAT, kept in
001800* opermnt); without it the screen is listing only.  A shop with
001810* no table yet runs as before.
001820*--------------------------------
001830     MOVE "Y" TO ws-update-granted.
001840     IF ws-sign-ok = "N"
001850         MOVE "N" TO ws-update-granted
001860         DISPLAY "Operator not verified - listing only."
001870     ELSE
001880         OPEN INPUT ACCESS-FILE
001890         IF ws-acc-status = "00"
001900             MOVE ws-operator-id TO ACC-OPER-ID
001910             MOVE "VESTUPD "     TO ACC-FUNCTION
001920             READ ACCESS-FILE
001930                 INVALID KEY
001940                     MOVE "N" TO ws-update-granted
001950                     DISPLAY "No VESTUPD grant for "
001960                         ws-operator-id
001970                         " - listing only."
001980             END-READ
001990             CLOSE ACCESS-FILE
002000         END-IF
002010     END-IF.
