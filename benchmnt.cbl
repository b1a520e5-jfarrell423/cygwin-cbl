000106* 2026-09  JDF  Honors the batchwin window-open flag - updates
000107*                refuse while the window runs, with an audited
000108*                supervisor override for emergencies.
000109* 2026-10  JDF  Update actions need the BENCHUPD grant on the
000111*                access table once OPERACC.DAT is on file; the
000113*                operator ID is verified against the operator
000114*                master with its password first.
000116*--------------------------------
000118 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140 SELECT BENCHFILE ASSIGN TO "BENCHTBLDAT"
000224 ORGANIZATION IS LINE SEQUENTIAL
000225 FILE STATUS IS ws-flag-status.
000226
000227 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000228 FILE STATUS IS ws-acc-status
000230 ORGANIZATION IS INDEXED
000231 ACCESS MODE IS DYNAMIC
000233 RECORD KEY IS ACC-KEY.
000234
000236 DATA DIVISION.
000237 FILE SECTION.
000239 FD BENCHFILE.
000240     COPY BENCHREC.
000242
000243 FD AUDITFILE.
000245 01  AUDIT-LINE                      PIC X(246).
000246
000247 FD OPERFILE.
000249     COPY OPERREC.
000250
000252 FD WINDOW-FLAG-FILE.
000253 01  WINDOW-FLAG-REC.
000255     05  FLG-STATE                   PIC X(04).
000256     05  FILLER                      PIC X(01).
000258     05  FLG-STEP                    PIC X(30).
000259
000261 FD ACCESS-FILE.
000262     COPY ACCSREC.
000264
000265 WORKING-STORAGE SECTION.
000266     COPY AUDITREC.
000272 01  ws-audit-sub                    pic 9(04) comp value zero.
000273 01  ws-hold-before                  pic x(90) value spaces.
000274 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000275 01  ws-acc-status                   pic x(02).
000276 01  ws-update-granted               pic x(01) value "Y".
000278 01  ws-sign-password                pic x(08) value spaces.
000279 01  ws-sign-ok                      pic x(01) value space.
000281 01  ws-oper-status                  pic x(02).
000282 01  ws-flag-status                  pic x(02).
000283 01  ws-window-locked                pic x(01) value "N".
000368     IF ws-operator-id = SPACES
000369         MOVE "SYSTEM  " TO ws-operator-id
000371     END-IF.
000372     PERFORM VERIFY-OPERATOR.
000373     PERFORM CHECK-UPDATE-GRANT.
000375     PERFORM CHECK-BATCH-WINDOW.
000379     PERFORM OPEN-BENCHFILE.
000380     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000520     DISPLAY "Benchmark table - L)ist  A)dd  C)hange  "
000530         "D)elete  Q)uit: " WITH NO ADVANCING.
000540     ACCEPT ws-choice.
000541     IF ws-update-granted NOT = "Y"
000542         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000544             OR "D" OR "d")
000545         DISPLAY "Not granted BENCHUPD - updates refused."
000547         MOVE SPACE TO ws-choice
000548     END-IF.
000550     EVALUATE ws-choice
000560         WHEN "L"
000570         WHEN "l"
003140         END-READ
003150         CLOSE OPERFILE
003160     END-IF.
003170
003180 VERIFY-OPERATOR.
003190*--------------------------------
003200* With the operator master (OPERMAST.DAT) on file the password
003210* is checked against it, and an ID that is unknown, locked, or
003220* given the wrong password gets no grant below.  A shop with no
003230* master yet runs as before.
003240*--------------------------------
003250     OPEN INPUT OPERFILE.
003260     IF ws-oper-status = "00"
003270         DISPLAY "Password: " WITH NO ADVANCING
003280         ACCEPT ws-sign-password
003290         MOVE "N" TO ws-sign-ok
003300         MOVE ws-operator-id TO OPER-ID
003310         READ OPERFILE
003320             INVALID KEY
003330                 CONTINUE
003340             NOT INVALID KEY
003350                 IF OPER-PASSWORD = ws-sign-password
003360                     AND NOT OPER-IS-LOCKED
003370                     MOVE "Y" TO ws-sign-ok
003380                 END-IF
003390         END-READ
003400         CLOSE OPERFILE
003410     END-IF.
003420
003430 CHECK-UPDATE-GRANT.
003440*--------------------------------
003450* Adding, changing, and deleting benchmarks need the BENCHUPD
003460* grant on the access table (OPERACC.DAT, kept in opermnt);
003470* without it the screen is listing only.  A shop with no table
003480* yet runs as before.
003490*--------------------------------
003500     MOVE "Y" TO ws-update-granted.
003510     IF ws-sign-ok = "N"
003520         MOVE "N" TO ws-update-granted
003530         DISPLAY "Operator not verified - listing only."
003540     ELSE
003550         OPEN INPUT ACCESS-FILE
003560         IF ws-acc-status = "00"
003570             MOVE ws-operator-id TO ACC-OPER-ID
003580             MOVE "BENCHUPD"     TO ACC-FUNCTION
003590             READ ACCESS-FILE
003600                 INVALID KEY
003610                     MOVE "N" TO ws-update-granted
003620                     DISPLAY "No BENCHUPD grant for "
003630                         ws-operator-id
003640                         " - listing only."
003650             END-READ
003660             CLOSE ACCESS-FILE
003670         END-IF
003680     END-IF.
