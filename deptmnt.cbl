000114* 2026-09  JDF  Honors the batchwin window-open flag - updates
000115*                refuse while the window runs, with an audited
000116*                supervisor override for emergencies.
000118* 2026-10  JDF  Update actions need the DEPTUPD grant on the
000120*                access table once OPERACC.DAT is on file; the
000122*                operator ID is verified against the operator
000124*                master with its password first.
000126*--------------------------------
000128 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000224 ORGANIZATION IS LINE SEQUENTIAL
000225 FILE STATUS IS ws-flag-status.
000226
000227 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000228 FILE STATUS IS ws-acc-status
000230 ORGANIZATION IS INDEXED
000231 ACCESS MODE IS DYNAMIC
000233 RECORD KEY IS ACC-KEY.
000234
000235 DATA DIVISION.
000237 FILE SECTION.
000238 FD DEPTFILE.
000240     COPY DEPTREC.
000241
000243 FD AUDITFILE.
000244 01  AUDIT-LINE                      PIC X(246).
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
000353             DISPLAY "shopcfg not found - default "
000354                 "file locations in effect"
000355     END-CALL.
000366     DISPLAY "Operator ID: " WITH NO ADVANCING.
000377     ACCEPT ws-operator-id.
000389     IF ws-operator-id = SPACES
000400         MOVE "SYSTEM  " TO ws-operator-id
000412     END-IF.
000423     PERFORM VERIFY-OPERATOR.
000435     PERFORM CHECK-UPDATE-GRANT.
000436     PERFORM CHECK-BATCH-WINDOW.
000437     PERFORM OPEN-DEPTFILE.
000438     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000560     DISPLAY "Department table - L)ist  A)dd  C)hange  "
000570         "D)elete  Q)uit: " WITH NO ADVANCING.
000580     ACCEPT ws-choice.
000581     IF ws-update-granted NOT = "Y"
000582         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000584             OR "D" OR "d")
000585         DISPLAY "Not granted DEPTUPD - updates refused."
000587         MOVE SPACE TO ws-choice
000588     END-IF.
000590     EVALUATE ws-choice
000600         WHEN "L"
000610         WHEN "l"
003140         END-READ
003150         CLOSE OPERFILE
003160     END-IF.

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
003450* Adding, changing, and deleting department codes need the
003460* DEPTUPD grant on the access table (OPERACC.DAT, kept in
003470* opermnt); without it the screen is listing only.  A shop with
003480* no table yet runs as before.
003490*--------------------------------
003500     MOVE "Y" TO ws-update-granted.
003510     IF ws-sign-ok = "N"
003520         MOVE "N" TO ws-update-granted
003530         DISPLAY "Operator not verified - listing only."
003540     ELSE
003550         OPEN INPUT ACCESS-FILE
003560         IF ws-acc-status = "00"
003570             MOVE ws-operator-id TO ACC-OPER-ID
003580             MOVE "DEPTUPD "     TO ACC-FUNCTION
003590             READ ACCESS-FILE
003600                 INVALID KEY
003610                     MOVE "N" TO ws-update-granted
003620                     DISPLAY "No DEPTUPD grant for "
003630                         ws-operator-id
003640                         " - listing only."
003650             END-READ
003660             CLOSE ACCESS-FILE
003670         END-IF
003680     END-IF.
