000080* illustration is traceable to an approved basis.
000090*
000100* 2026-09  JDF  New program.
000102* 2026-10  JDF  Takes the operator ID at start-up, verified
000104*                against the operator master with its password;
000106*                update actions need the ASSUMUPD grant on the
000108*                access table once OPERACC.DAT is on file.
000110*--------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000170 ORGANIZATION IS INDEXED
000180 ACCESS MODE IS DYNAMIC
000190 RECORD KEY IS ASSUM-SET-CODE.
000192
000195 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000197 FILE STATUS IS ws-oper-status
000200 ORGANIZATION IS INDEXED
000201 ACCESS MODE IS DYNAMIC
000202 RECORD KEY IS OPER-ID.
000203
000204 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000205 FILE STATUS IS ws-acc-status
000206 ORGANIZATION IS INDEXED
000207 ACCESS MODE IS DYNAMIC
000208 RECORD KEY IS ACC-KEY.
000209
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD ASSUMFILE.
000240     COPY ASSUMREC.
000241
000242 FD OPERFILE.
000244     COPY OPERREC.
000245
000247 FD ACCESS-FILE.
000248     COPY ACCSREC.
000250
000260 WORKING-STORAGE SECTION.
000270 01  ws-assum-status                 pic x(02).
000320 01  ws-found                        pic x(01) value space.
000330 01  ws-wd-sub                       pic 9(01) value zero.
000340 01  ws-pct-disp                     pic zz9.99.
000341 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000342 01  ws-acc-status                   pic x(02).
000344 01  ws-update-granted               pic x(01) value "Y".
000345 01  ws-oper-status                  pic x(02).
000347 01  ws-sign-password                pic x(08) value spaces.
000348 01  ws-sign-ok                      pic x(01) value space.
000350
000360 PROCEDURE DIVISION.
000370 PROGRAM-BEGIN.
000400             DISPLAY "shopcfg not found - default "
000410                 "file locations in effect"
000420     END-CALL.
000421     DISPLAY "Operator ID: " WITH NO ADVANCING.
000422     ACCEPT ws-operator-id.
000423     IF ws-operator-id = SPACES
000425         MOVE "SYSTEM  " TO ws-operator-id
000426     END-IF.
000427     PERFORM VERIFY-OPERATOR.
000428     PERFORM CHECK-UPDATE-GRANT.
000430     PERFORM OPEN-ASSUMFILE.
000440     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000450     CLOSE ASSUMFILE.
000580     DISPLAY "Assumption sets - L)ist  A)dd  C)hange  D)elete  "
000590         "Q)uit: " WITH NO ADVANCING.
000600     ACCEPT ws-choice.
000601     IF ws-update-granted NOT = "Y"
000602         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000604             OR "D" OR "d")
000605         DISPLAY "Not granted ASSUMUPD - updates refused."
000607         MOVE SPACE TO ws-choice
000608     END-IF.
000610     EVALUATE ws-choice
000620         WHEN "L"
000630         WHEN "l"
001630     DISPLAY "Withdrawal rate " ws-wd-sub
001640         " percent (0 to skip): " WITH NO ADVANCING.
001650     ACCEPT ASSUM-WD-PCT(ws-wd-sub).
001660
001670 VERIFY-OPERATOR.
001680*--------------------------------
001690* With the operator master (OPERMAST.DAT) on file the password
001700* is checked against it, and an ID that is unknown, locked, or
001710* given the wrong password gets no grant below.  A shop with no
001720* master yet runs as before.
001730*--------------------------------
001740     OPEN INPUT OPERFILE.
001750     IF ws-oper-status = "00"
001760         DISPLAY "Password: " WITH NO ADVANCING
001770         ACCEPT ws-sign-password
001780         MOVE "N" TO ws-sign-ok
001790         MOVE ws-operator-id TO OPER-ID
001800         READ OPERFILE
001810             INVALID KEY
001820                 CONTINUE
001830             NOT INVALID KEY
001840                 IF OPER-PASSWORD = ws-sign-password
001850                     AND NOT OPER-IS-LOCKED
001860                     MOVE "Y" TO ws-sign-ok
001870                 END-IF
001880         END-READ
001890         CLOSE OPERFILE
001900     END-IF.
001910
001920 CHECK-UPDATE-GRANT.
001930*--------------------------------
001940* Adding, changing, and deleting assumption sets need the
001950* ASSUMUPD grant on the access table (OPERACC.DAT, kept in
001960* opermnt); without it the screen is listing only.  A shop with
001970* no table yet runs as before.
001980*--------------------------------
001990     MOVE "Y" TO ws-update-granted.
002000     IF ws-sign-ok = "N"
002010         MOVE "N" TO ws-update-granted
002020         DISPLAY "Operator not verified - listing only."
002030     ELSE
002040         OPEN INPUT ACCESS-FILE
002050         IF ws-acc-status = "00"
002060             MOVE ws-operator-id TO ACC-OPER-ID
002070             MOVE "ASSUMUPD"     TO ACC-FUNCTION
002080             READ ACCESS-FILE
002090                 INVALID KEY
002100                     MOVE "N" TO ws-update-granted
002110                     DISPLAY "No ASSUMUPD grant for "
002120                         ws-operator-id
002130                         " - listing only."
002140             END-READ
002150             CLOSE ACCESS-FILE
002160         END-IF
002170     END-IF.
