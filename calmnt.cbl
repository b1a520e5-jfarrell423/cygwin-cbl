000106* 2026-09  JDF  Honors the batchwin window-open flag - updates
000107*                refuse while the window runs, with an audited
000108*                supervisor override for emergencies.
000109* 2026-10  JDF  Update actions need the CALUPD grant on the
000111*                access table once OPERACC.DAT is on file; the
000113*                operator ID is verified against the operator
000114*                master with its password first.
000116*--------------------------------
000118 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140 SELECT CALFILE ASSIGN TO "CALENDARDAT"
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
000239 FD CALFILE.
000240     COPY CALREC.
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
000357     IF ws-operator-id = SPACES
000358         MOVE "SYSTEM  " TO ws-operator-id
000359     END-IF.
000360     PERFORM VERIFY-OPERATOR.
000362     PERFORM CHECK-UPDATE-GRANT.
000364     PERFORM CHECK-BATCH-WINDOW.
000369     PERFORM OPEN-CALFILE.
000370     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000510     DISPLAY "Calendar - L)ist  A)dd  C)hange  D)elete  "
000520         "Q)uit: " WITH NO ADVANCING.
000530     ACCEPT ws-choice.
000531     IF ws-update-granted NOT = "Y"
000532         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000534             OR "D" OR "d")
000535         DISPLAY "Not granted CALUPD - updates refused."
000537         MOVE SPACE TO ws-choice
000538     END-IF.
000540     EVALUATE ws-choice
000550         WHEN "L"
000560         WHEN "l"
003040         END-READ
003050         CLOSE OPERFILE
003060     END-IF.

003080 VERIFY-OPERATOR.
003090*--------------------------------
003100* With the operator master (OPERMAST.DAT) on file the password
003110* is checked against it, and an ID that is unknown, locked, or
003120* given the wrong password gets no grant below.  A shop with no
003130* master yet runs as before.
003140*--------------------------------
003150     OPEN INPUT OPERFILE.
003160     IF ws-oper-status = "00"
003170         DISPLAY "Password: " WITH NO ADVANCING
003180         ACCEPT ws-sign-password
003190         MOVE "N" TO ws-sign-ok
003200         MOVE ws-operator-id TO OPER-ID
003210         READ OPERFILE
003220             INVALID KEY
003230                 CONTINUE
003240             NOT INVALID KEY
003250                 IF OPER-PASSWORD = ws-sign-password
003260                     AND NOT OPER-IS-LOCKED
003270                     MOVE "Y" TO ws-sign-ok
003280                 END-IF
003290         END-READ
003300         CLOSE OPERFILE
003310     END-IF.
003320
003330 CHECK-UPDATE-GRANT.
003340*--------------------------------
003350* Adding, changing, and deleting calendar entries need the
003360* CALUPD grant on the access table (OPERACC.DAT, kept in
003370* opermnt); without it the screen is listing only.  A shop with
003380* no table yet runs as before.
003390*--------------------------------
003400     MOVE "Y" TO ws-update-granted.
003410     IF ws-sign-ok = "N"
003420         MOVE "N" TO ws-update-granted
003430         DISPLAY "Operator not verified - listing only."
003440     ELSE
003450         OPEN INPUT ACCESS-FILE
003460         IF ws-acc-status = "00"
003470             MOVE ws-operator-id TO ACC-OPER-ID
003480             MOVE "CALUPD  "     TO ACC-FUNCTION
003490             READ ACCESS-FILE
003500                 INVALID KEY
003510                     MOVE "N" TO ws-update-granted
003520                     DISPLAY "No CALUPD grant for "
003530                         ws-operator-id
003540                         " - listing only."
003550             END-READ
003560             CLOSE ACCESS-FILE
003570         END-IF
003580     END-IF.
