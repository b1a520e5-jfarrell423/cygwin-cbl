000090* review-and-apply screen as the HR reconciliation differences.
000100*
000110* 2026-09  JDF  New program.
000112* 2026-10  JDF  Update actions need the CERTUPD grant on the
000114*                access table once OPERACC.DAT is on file; the
000116*                operator ID is verified against the operator
000118*                master with its password first.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000350 SELECT PEND-FILE ASSIGN TO "PHONEPENDDAT"
000360 ORGANIZATION IS LINE SEQUENTIAL
000370 FILE STATUS IS ws-pend-status.
000372
000375 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000377 FILE STATUS IS ws-oper-status
000380 ORGANIZATION IS INDEXED
000381 ACCESS MODE IS DYNAMIC
000382 RECORD KEY IS OPER-ID.
000383
000384 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000385 FILE STATUS IS ws-acc-status
000386 ORGANIZATION IS INDEXED
000387 ACCESS MODE IS DYNAMIC
000388 RECORD KEY IS ACC-KEY.
000389
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD CERTFILE.
000500 FD PEND-FILE.
000510     COPY PENDREC.
000520
000521 FD OPERFILE.
000522     COPY OPERREC.
000524
000525 FD ACCESS-FILE.
000527     COPY ACCSREC.
000528
000530 WORKING-STORAGE SECTION.
000540     COPY FILESTAT.
000550
000620 01  ws-found                        pic x(01) value space.
000630 01  ws-fields-ok                    pic x(01) value space.
000640 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000641 01  ws-acc-status                   pic x(02).
000643 01  ws-update-granted               pic x(01) value "Y".
000645 01  ws-oper-status                  pic x(02).
000646 01  ws-sign-password                pic x(08) value spaces.
000648 01  ws-sign-ok                      pic x(01) value space.
000650 01  ws-run-date                     pic 9(08) value zero.
000660 01  ws-corr-id                      pic 9(06) value zero.
000670 01  ws-corr-answer                  pic x(10) value spaces.
000970     IF ws-operator-id = SPACES
000980         MOVE "SYSTEM  " TO ws-operator-id
000990     END-IF.
000993     PERFORM VERIFY-OPERATOR.
000996     PERFORM CHECK-UPDATE-GRANT.
001000     PERFORM OPEN-CERTFILE.
001010     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001020     CLOSE CERTFILE.
001150     DISPLAY "Certification - L)ist  R)ecord  S)tage "
001160         "correction  Q)uit: " WITH NO ADVANCING.
001170     ACCEPT ws-choice.
001171     IF ws-update-granted NOT = "Y"
001173         AND (ws-choice = "R" OR "r" OR "S" OR "s")
001175         DISPLAY "Not granted CERTUPD - updates refused."
001176         MOVE SPACE TO ws-choice
001178     END-IF.
001180     EVALUATE ws-choice
001190         WHEN "L"
001200         WHEN "l"
003390     OPEN EXTEND PEND-FILE.
003400     WRITE PEND-REC.
003410     CLOSE PEND-FILE.
003420
003430 VERIFY-OPERATOR.
003440*--------------------------------
003450* With the operator master (OPERMAST.DAT) on file the password
003460* is checked against it, and an ID that is unknown, locked, or
003470* given the wrong password gets no grant below.  A shop with no
003480* master yet runs as before.
003490*--------------------------------
003500     OPEN INPUT OPERFILE.
003510     IF ws-oper-status = "00"
003520         DISPLAY "Password: " WITH NO ADVANCING
003530         ACCEPT ws-sign-password
003540         MOVE "N" TO ws-sign-ok
003550         MOVE ws-operator-id TO OPER-ID
003560         READ OPERFILE
003570             INVALID KEY
003580                 CONTINUE
003590             NOT INVALID KEY
003600                 IF OPER-PASSWORD = ws-sign-password
003610                     AND NOT OPER-IS-LOCKED
003620                     MOVE "Y" TO ws-sign-ok
003630                 END-IF
003640         END-READ
003650         CLOSE OPERFILE
003660     END-IF.
003670
003680 CHECK-UPDATE-GRANT.
003690*--------------------------------
003700* Recording sheets and staging corrections need the CERTUPD
003710* grant on the access table (OPERACC.DAT, kept in opermnt);
003720* without it the screen is listing only.  A shop with no table
003730* yet runs as before.
003740*--------------------------------
003750     MOVE "Y" TO ws-update-granted.
003760     IF ws-sign-ok = "N"
003770         MOVE "N" TO ws-update-granted
003780         DISPLAY "Operator not verified - listing only."
003790     ELSE
003800         OPEN INPUT ACCESS-FILE
003810         IF ws-acc-status = "00"
003820             MOVE ws-operator-id TO ACC-OPER-ID
003830             MOVE "CERTUPD "     TO ACC-FUNCTION
003840             READ ACCESS-FILE
003850                 INVALID KEY
003860                     MOVE "N" TO ws-update-granted
003870                     DISPLAY "No CERTUPD grant for "
003880                         ws-operator-id
003890                         " - listing only."
003900             END-READ
003910             CLOSE ACCESS-FILE
003920         END-IF
003930     END-IF.
