000090* table and offers free numbers from it.
000100*
000110* 2026-09  JDF  New program.
000112* 2026-10  JDF  Takes the operator ID at start-up, verified
000114*                against the operator master with its password;
000116*                update actions need the EXTUPD grant on the
000118*                access table once OPERACC.DAT is on file.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000240 ORGANIZATION IS INDEXED
000250 ACCESS MODE IS DYNAMIC
000260 RECORD KEY IS DEPT-CODE.
000262
000265 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000267 FILE STATUS IS ws-oper-status
000270 ORGANIZATION IS INDEXED
000271 ACCESS MODE IS DYNAMIC
000272 RECORD KEY IS OPER-ID.
000273
000274 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000275 FILE STATUS IS ws-acc-status
000276 ORGANIZATION IS INDEXED
000277 ACCESS MODE IS DYNAMIC
000278 RECORD KEY IS ACC-KEY.
000279
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD EXTFILE.
000320
000330 FD DEPTFILE.
000340     COPY DEPTREC.
000341
000342 FD OPERFILE.
000344     COPY OPERREC.
000345
000347 FD ACCESS-FILE.
000348     COPY ACCSREC.
000350
000360 WORKING-STORAGE SECTION.
000370 01  ws-extr-status                  pic x(02).
000430 01  ws-pick-start                   pic x(05) value spaces.
000440 01  ws-found                        pic x(01) value space.
000450 01  ws-fields-ok                    pic x(01) value space.
000451 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000452 01  ws-acc-status                   pic x(02).
000454 01  ws-update-granted               pic x(01) value "Y".
000455 01  ws-oper-status                  pic x(02).
000457 01  ws-sign-password                pic x(08) value spaces.
000458 01  ws-sign-ok                      pic x(01) value space.
000460
000470 PROCEDURE DIVISION.
000480 PROGRAM-BEGIN.
000510             DISPLAY "shopcfg not found - default "
000520                 "file locations in effect"
000530     END-CALL.
000531     DISPLAY "Operator ID: " WITH NO ADVANCING.
000532     ACCEPT ws-operator-id.
000533     IF ws-operator-id = SPACES
000535         MOVE "SYSTEM  " TO ws-operator-id
000536     END-IF.
000537     PERFORM VERIFY-OPERATOR.
000538     PERFORM CHECK-UPDATE-GRANT.
000540     PERFORM OPEN-EXTFILE.
000550     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000560     CLOSE EXTFILE.
000690     DISPLAY "Extension ranges - L)ist  A)dd  C)hange  D)elete  "
000700         "Q)uit: " WITH NO ADVANCING.
000710     ACCEPT ws-choice.
000711     IF ws-update-granted NOT = "Y"
000712         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000714             OR "D" OR "d")
000715         DISPLAY "Not granted EXTUPD - updates refused."
000717         MOVE SPACE TO ws-choice
000718     END-IF.
000720     EVALUATE ws-choice
000730         WHEN "L"
000740         WHEN "l"
001970         END-READ
001980         CLOSE DEPTFILE
001990     END-IF.
002000
002010 VERIFY-OPERATOR.
002020*--------------------------------
002030* With the operator master (OPERMAST.DAT) on file the password
002040* is checked against it, and an ID that is unknown, locked, or
002050* given the wrong password gets no grant below.  A shop with no
002060* master yet runs as before.
002070*--------------------------------
002080     OPEN INPUT OPERFILE.
002090     IF ws-oper-status = "00"
002100         DISPLAY "Password: " WITH NO ADVANCING
002110         ACCEPT ws-sign-password
002120         MOVE "N" TO ws-sign-ok
002130         MOVE ws-operator-id TO OPER-ID
002140         READ OPERFILE
002150             INVALID KEY
002160                 CONTINUE
002170             NOT INVALID KEY
002180                 IF OPER-PASSWORD = ws-sign-password
002190                     AND NOT OPER-IS-LOCKED
002200                     MOVE "Y" TO ws-sign-ok
002210                 END-IF
002220         END-READ
002230         CLOSE OPERFILE
002240     END-IF.
002250
002260 CHECK-UPDATE-GRANT.
002270*--------------------------------
002280* Adding, changing, and deleting extension ranges need the
002290* EXTUPD grant on the access table (OPERACC.DAT, kept in
002300* opermnt); without it the screen is listing only.  A shop with
002310* no table yet runs as before.
002320*--------------------------------
002330     MOVE "Y" TO ws-update-granted.
002340     IF ws-sign-ok = "N"
002350         MOVE "N" TO ws-update-granted
002360         DISPLAY "Operator not verified - listing only."
002370     ELSE
002380         OPEN INPUT ACCESS-FILE
002390         IF ws-acc-status = "00"
002400             MOVE ws-operator-id TO ACC-OPER-ID
002410             MOVE "EXTUPD  "     TO ACC-FUNCTION
002420             READ ACCESS-FILE
002430                 INVALID KEY
002440                     MOVE "N" TO ws-update-granted
002450                     DISPLAY "No EXTUPD grant for "
002460                         ws-operator-id
002470                         " - listing only."
002480             END-READ
002490             CLOSE ACCESS-FILE
002500         END-IF
002510     END-IF.
