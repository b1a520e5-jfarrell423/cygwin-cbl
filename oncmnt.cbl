000080* directory entry, and the end date may not precede the start.
000090*
000100* 2026-09  JDF  New program.
000102* 2026-10  JDF  Takes the operator ID at start-up, verified
000104*                against the operator master with its password;
000106*                update actions need the ONCUPD grant on the
000108*                access table once OPERACC.DAT is on file.
000110*--------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000300 ORGANIZATION IS INDEXED
000310 ACCESS MODE IS DYNAMIC
000320 RECORD KEY IS DEPT-CODE.
000322
000325 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000327 FILE STATUS IS ws-oper-status
000330 ORGANIZATION IS INDEXED
000331 ACCESS MODE IS DYNAMIC
000332 RECORD KEY IS OPER-ID.
000333
000334 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000335 FILE STATUS IS ws-acc-status
000336 ORGANIZATION IS INDEXED
000337 ACCESS MODE IS DYNAMIC
000338 RECORD KEY IS ACC-KEY.
000339
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD ONCALLFILE.
000410
000420 FD DEPTFILE.
000430     COPY DEPTREC.
000431
000432 FD OPERFILE.
000434     COPY OPERREC.
000435
000437 FD ACCESS-FILE.
000438     COPY ACCSREC.
000440
000450 WORKING-STORAGE SECTION.
000460     COPY FILESTAT.
000560 01  ws-fields-ok                    pic x(01) value space.
000570 01  ws-check-id                     pic 9(06) value zero.
000580 01  ws-id-ok                        pic x(01) value space.
000581 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000582 01  ws-acc-status                   pic x(02).
000584 01  ws-update-granted               pic x(01) value "Y".
000585 01  ws-oper-status                  pic x(02).
000587 01  ws-sign-password                pic x(08) value spaces.
000588 01  ws-sign-ok                      pic x(01) value space.
000590
000600 PROCEDURE DIVISION.
000610 PROGRAM-BEGIN.
000640             DISPLAY "shopcfg not found - default "
000650                 "file locations in effect"
000660     END-CALL.
000661     DISPLAY "Operator ID: " WITH NO ADVANCING.
000662     ACCEPT ws-operator-id.
000663     IF ws-operator-id = SPACES
000665         MOVE "SYSTEM  " TO ws-operator-id
000666     END-IF.
000667     PERFORM VERIFY-OPERATOR.
000668     PERFORM CHECK-UPDATE-GRANT.
000670     PERFORM OPEN-ONCALLFILE.
000680     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000690     CLOSE ONCALLFILE.
000820     DISPLAY "On-call schedule - L)ist  A)dd  C)hange  D)elete  "
000830         "Q)uit: " WITH NO ADVANCING.
000840     ACCEPT ws-choice.
000841     IF ws-update-granted NOT = "Y"
000842         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000844             OR "D" OR "d")
000845         DISPLAY "Not granted ONCUPD - updates refused."
000847         MOVE SPACE TO ws-choice
000848     END-IF.
000850     EVALUATE ws-choice
000860         WHEN "L"
000870         WHEN "l"
002480             END-IF
002490     END-READ.
002500     CLOSE PHONEFILE.
002510
002520 VERIFY-OPERATOR.
002530*--------------------------------
002540* With the operator master (OPERMAST.DAT) on file the password
002550* is checked against it, and an ID that is unknown, locked, or
002560* given the wrong password gets no grant below.  A shop with no
002570* master yet runs as before.
002580*--------------------------------
002590     OPEN INPUT OPERFILE.
002600     IF ws-oper-status = "00"
002610         DISPLAY "Password: " WITH NO ADVANCING
002620         ACCEPT ws-sign-password
002630         MOVE "N" TO ws-sign-ok
002640         MOVE ws-operator-id TO OPER-ID
002650         READ OPERFILE
002660             INVALID KEY
002670                 CONTINUE
002680             NOT INVALID KEY
002690                 IF OPER-PASSWORD = ws-sign-password
002700                     AND NOT OPER-IS-LOCKED
002710                     MOVE "Y" TO ws-sign-ok
002720                 END-IF
002730         END-READ
002740         CLOSE OPERFILE
002750     END-IF.
002760
002770 CHECK-UPDATE-GRANT.
002780*--------------------------------
002790* Adding, changing, and deleting on-call entries need the ONCUPD
002800* grant on the access table (OPERACC.DAT, kept in opermnt);
002810* without it the screen is listing only.  A shop with no table
002820* yet runs as before.
002830*--------------------------------
002840     MOVE "Y" TO ws-update-granted.
002850     IF ws-sign-ok = "N"
002860         MOVE "N" TO ws-update-granted
002870         DISPLAY "Operator not verified - listing only."
002880     ELSE
002890         OPEN INPUT ACCESS-FILE
002900         IF ws-acc-status = "00"
002910             MOVE ws-operator-id TO ACC-OPER-ID
002920             MOVE "ONCUPD  "     TO ACC-FUNCTION
002930             READ ACCESS-FILE
002940                 INVALID KEY
002950                     MOVE "N" TO ws-update-granted
002960                     DISPLAY "No ONCUPD grant for "
002970                         ws-operator-id
002980                         " - listing only."
002990             END-READ
003000             CLOSE ACCESS-FILE
003010         END-IF
003020     END-IF.
