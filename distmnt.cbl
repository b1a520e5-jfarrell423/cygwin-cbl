000090* prints from this table.
000100*
000110* 2026-09  JDF  New program.
000112* 2026-10  JDF  Takes the operator ID at start-up, verified
000114*                against the operator master with its password;
000116*                update actions need the DISTUPD grant on the
000118*                access table once OPERACC.DAT is on file.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000214 ORGANIZATION IS LINE SEQUENTIAL
000216 FILE STATUS IS ws-flag-status.
000218
000219 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000220 FILE STATUS IS ws-oper-status
000222 ORGANIZATION IS INDEXED
000223 ACCESS MODE IS DYNAMIC
000225 RECORD KEY IS OPER-ID.
000226
000228 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000229 FILE STATUS IS ws-acc-status
000231 ORGANIZATION IS INDEXED
000232 ACCESS MODE IS DYNAMIC
000234 RECORD KEY IS ACC-KEY.
000235
000237 DATA DIVISION.
000238 FILE SECTION.
000240 FD DISTFILE.
000250     COPY DISTREC.
000260
000260     05  FLG-STATE                   PIC X(04).
000261     05  FILLER                      PIC X(01).
000262     05  FLG-STEP                    PIC X(30).
000263
000264 FD OPERFILE.
000265     COPY OPERREC.
000266
000267 FD ACCESS-FILE.
000268     COPY ACCSREC.
000269
000270 WORKING-STORAGE SECTION.
000280 01  ws-dist-status                  pic x(02).
000281 01  ws-flag-status                  pic x(02).
000320 01  ws-pick-report                  pic x(12) value spaces.
000330 01  ws-pick-recipient               pic x(20) value spaces.
000340 01  ws-found                        pic x(01) value space.
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
000430     PERFORM OPEN-DISTFILE.
000435     PERFORM CHECK-BATCH-WINDOW.
000440     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000580     DISPLAY "Distribution - L)ist  A)dd  C)hange  D)elete  "
000590         "Q)uit: " WITH NO ADVANCING.
000600     ACCEPT ws-choice.
000601     IF ws-update-granted NOT = "Y"
000602         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000604             OR "D" OR "d")
000605         DISPLAY "Not granted DISTUPD - updates refused."
000607         MOVE SPACE TO ws-choice
000608     END-IF.
000610     EVALUATE ws-choice
000620         WHEN "L"
000630         WHEN "l"
001640*--------------------------------
001650* Updates are refused while batchwin's window-open flag is up
001660* - the burst run reads this table mid-window.
001670* Listing stays open.  This screen keeps no audit trail to
001680* put a supervisor override on, so updates wait for the
001690* window to close.
001700*--------------------------------
001710     PERFORM SAMPLE-WINDOW-FLAG.
001720     IF ws-window-locked = "Y"
001890         END-IF
001900         CLOSE WINDOW-FLAG-FILE
001910     END-IF.
001920
001930 VERIFY-OPERATOR.
001940*--------------------------------
001950* With the operator master (OPERMAST.DAT) on file the password
001960* is checked against it, and an ID that is unknown, locked, or
001970* given the wrong password gets no grant below.  A shop with no
001980* master yet runs as before.
001990*--------------------------------
002000     OPEN INPUT OPERFILE.
002010     IF ws-oper-status = "00"
002020         DISPLAY "Password: " WITH NO ADVANCING
002030         ACCEPT ws-sign-password
002040         MOVE "N" TO ws-sign-ok
002050         MOVE ws-operator-id TO OPER-ID
002060         READ OPERFILE
002070             INVALID KEY
002080                 CONTINUE
002090             NOT INVALID KEY
002100                 IF OPER-PASSWORD = ws-sign-password
002110                     AND NOT OPER-IS-LOCKED
002120                     MOVE "Y" TO ws-sign-ok
002130                 END-IF
002140         END-READ
002150         CLOSE OPERFILE
002160     END-IF.
002170
002180 CHECK-UPDATE-GRANT.
002190*--------------------------------
002200* Adding, changing, and deleting distribution entries need the
002210* DISTUPD grant on the access table (OPERACC.DAT, kept in
002220* opermnt); without it the screen is listing only.  A shop with
002230* no table yet runs as before.
002240*--------------------------------
002250     MOVE "Y" TO ws-update-granted.
002260     IF ws-sign-ok = "N"
002270         MOVE "N" TO ws-update-granted
002280         DISPLAY "Operator not verified - listing only."
002290     ELSE
002300         OPEN INPUT ACCESS-FILE
002310         IF ws-acc-status = "00"
002320             MOVE ws-operator-id TO ACC-OPER-ID
002330             MOVE "DISTUPD "     TO ACC-FUNCTION
002340             READ ACCESS-FILE
002350                 INVALID KEY
002360                     MOVE "N" TO ws-update-granted
002370                     DISPLAY "No DISTUPD grant for "
002380                         ws-operator-id
002390                         " - listing only."
002400             END-READ
002410             CLOSE ACCESS-FILE
002420         END-IF
002430     END-IF.
