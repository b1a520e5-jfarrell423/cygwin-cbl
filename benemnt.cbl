000100* operator finishes the job.
000110*
000120* 2026-09  JDF  New program.
000121* 2026-10  JDF  Takes the operator ID at start-up; adds,
000122*                changes, and deletes need the BENEUPD grant on
000124*                the access table once OPERACC.DAT is on file.
000125* 2026-10  JDF  The operator ID is verified against the
000127*                operator master with its password before the
000128*                BENEUPD grant is looked up.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS PART-ACCOUNT.
000272
000275 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000277 FILE STATUS IS ws-oper-status
000280 ORGANIZATION IS INDEXED
000281 ACCESS MODE IS DYNAMIC
000282 RECORD KEY IS OPER-ID.
000283
000284 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000285 FILE STATUS IS ws-acc-status
000286 ORGANIZATION IS INDEXED
000287 ACCESS MODE IS DYNAMIC
000288 RECORD KEY IS ACC-KEY.
000289
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD BENEFILE.
000330
000340 FD PARTFILE.
000350     COPY PARTREC.
000351
000352 FD OPERFILE.
000354     COPY OPERREC.
000355
000357 FD ACCESS-FILE.
000358     COPY ACCSREC.
000360
000370 WORKING-STORAGE SECTION.
000380 01  ws-bene-status                  pic x(02).
000480 01  ws-hold-share                   pic 9(03)v99 value zero.
000490 01  ws-hold-class                   pic x(01) value space.
000500 01  ws-total-disp                   pic zz9.99.
000501 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000502 01  ws-acc-status                   pic x(02).
000504 01  ws-update-granted               pic x(01) value "Y".
000505 01  ws-oper-status                  pic x(02).
000507 01  ws-sign-password                pic x(08) value spaces.
000508 01  ws-sign-ok                      pic x(01) value space.
000510
000520 PROCEDURE DIVISION.
000530 PROGRAM-BEGIN.
000560             DISPLAY "shopcfg not found - default "
000570                 "file locations in effect"
000580     END-CALL.
000581     DISPLAY "Operator ID: " WITH NO ADVANCING.
000582     ACCEPT ws-operator-id.
000583     IF ws-operator-id = SPACES
000585         MOVE "SYSTEM  " TO ws-operator-id
000586     END-IF.
000587     PERFORM VERIFY-OPERATOR.
000588     PERFORM CHECK-UPDATE-GRANT.
000590     PERFORM OPEN-BENEFILE.
000600     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000610     CLOSE BENEFILE.
000740     DISPLAY "Beneficiaries - L)ist  A)dd  C)hange  D)elete  "
000750         "Q)uit: " WITH NO ADVANCING.
000760     ACCEPT ws-choice.
000761     IF ws-update-granted NOT = "Y"
000763         AND (ws-choice = "A" OR "a" OR "C" OR "c" OR "D" OR "d")
000765         DISPLAY "Not granted BENEUPD - updates refused."
000766         MOVE SPACE TO ws-choice
000768     END-IF.
000770     EVALUATE ws-choice
000780         WHEN "L"
000790         WHEN "l"
002920         DISPLAY "Note - primary shares now total "
002930             ws-total-disp "%; they must reach exactly 100."
002940     END-IF.
002950
002960 VERIFY-OPERATOR.
002970*--------------------------------
002980* With the operator master (OPERMAST.DAT) on file the password
002990* is checked against it, and an ID that is unknown, locked, or
003000* given the wrong password gets no grant below.  A shop with no
003010* master yet runs as before.
003020*--------------------------------
003030     OPEN INPUT OPERFILE.
003040     IF ws-oper-status = "00"
003050         DISPLAY "Password: " WITH NO ADVANCING
003060         ACCEPT ws-sign-password
003070         MOVE "N" TO ws-sign-ok
003080         MOVE ws-operator-id TO OPER-ID
003090         READ OPERFILE
003100             INVALID KEY
003110                 CONTINUE
003120             NOT INVALID KEY
003130                 IF OPER-PASSWORD = ws-sign-password
003140                     AND NOT OPER-IS-LOCKED
003150                     MOVE "Y" TO ws-sign-ok
003160                 END-IF
003170         END-READ
003180         CLOSE OPERFILE
003190     END-IF.
003200
003210 CHECK-UPDATE-GRANT.
003220*--------------------------------
003230* Adds, changes, and deletes need the BENEUPD grant on the
003240* access table (OPERACC.DAT, kept in opermnt); without it the
003250* screen is listing only.  A shop with no table yet runs as
003260* before.
003270*--------------------------------
003280     MOVE "Y" TO ws-update-granted.
003290     IF ws-sign-ok = "N"
003300         MOVE "N" TO ws-update-granted
003310         DISPLAY "Operator not verified - listing only."
003320     ELSE
003330         OPEN INPUT ACCESS-FILE
003340         IF ws-acc-status = "00"
003350             MOVE ws-operator-id TO ACC-OPER-ID
003360             MOVE "BENEUPD "     TO ACC-FUNCTION
003370             READ ACCESS-FILE
003380                 INVALID KEY
003390                     MOVE "N" TO ws-update-granted
003400                     DISPLAY "No BENEUPD grant for "
003410                         ws-operator-id
003420                         " - listing only."
003430             END-READ
003440             CLOSE ACCESS-FILE
003450         END-IF
003460     END-IF.
