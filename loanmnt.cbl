000100* by loanpost, not through this screen.
000110*
000120* 2026-09  JDF  New program.
000121* 2026-10  JDF  Takes the operator ID at start-up; issuing and
000122*                closing need the LOANUPD grant on the access
000124*                table once OPERACC.DAT is on file.
000125* 2026-10  JDF  The operator ID is verified against the
000127*                operator master with its password before the
000128*                LOANUPD grant is looked up.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000310
000312 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000314 ORGANIZATION IS LINE SEQUENTIAL
000315 FILE STATUS IS ws-flag-status.
000316
000317 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000318 FILE STATUS IS ws-oper-status
000319 ORGANIZATION IS INDEXED
000320 ACCESS MODE IS DYNAMIC
000321 RECORD KEY IS OPER-ID.
000322
000323 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000324 FILE STATUS IS ws-acc-status
000325 ORGANIZATION IS INDEXED
000326 ACCESS MODE IS DYNAMIC
000327 RECORD KEY IS ACC-KEY.
000328
000329 DATA DIVISION.
000330 FILE SECTION.
000340 FD LOANFILE.
000350     COPY LOANREC.
000420     05  FLG-STATE                   PIC X(04).
000421     05  FILLER                      PIC X(01).
000422     05  FLG-STEP                    PIC X(30).
000423
000424 FD OPERFILE.
000425     COPY OPERREC.
000426
000427 FD ACCESS-FILE.
000428     COPY ACCSREC.
000429
000430 WORKING-STORAGE SECTION.
000440 01  ws-loan-status                  pic x(02).
000441 01  ws-flag-status                  pic x(02).
000510 01  ws-pick-no                      pic 9(02) value zero.
000520 01  ws-max-no                       pic 9(02) value zero.
000530 01  ws-run-date                     pic 9(08) value zero.
000531 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000532 01  ws-acc-status                   pic x(02).
000534 01  ws-update-granted               pic x(01) value "Y".
000535 01  ws-oper-status                  pic x(02).
000537 01  ws-sign-password                pic x(08) value spaces.
000538 01  ws-sign-ok                      pic x(01) value space.
000540
000550*--------------------------------
000560* Amortization schedule work fields.
000880                 "file locations in effect"
000890     END-CALL.
000900     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000901     DISPLAY "Operator ID: " WITH NO ADVANCING.
000902     ACCEPT ws-operator-id.
000903     IF ws-operator-id = SPACES
000905         MOVE "SYSTEM  " TO ws-operator-id
000906     END-IF.
000907     PERFORM VERIFY-OPERATOR.
000908     PERFORM CHECK-UPDATE-GRANT.
000910     PERFORM OPEN-LOANFILE.
000915     PERFORM CHECK-BATCH-WINDOW.
000920     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001060     DISPLAY "Loans - L)ist  I)ssue  C)lose  Q)uit: "
001070         WITH NO ADVANCING.
001080     ACCEPT ws-choice.
001081     IF ws-update-granted NOT = "Y"
001083         AND (ws-choice = "I" OR "i" OR "C" OR "c")
001085         DISPLAY "Not granted LOANUPD - updates refused."
001086         MOVE SPACE TO ws-choice
001088     END-IF.
001090     EVALUATE ws-choice
001100         WHEN "L"
001110         WHEN "l"
003230         END-IF
003240         CLOSE WINDOW-FLAG-FILE
003250     END-IF.
003260
003270 VERIFY-OPERATOR.
003280*--------------------------------
003290* With the operator master (OPERMAST.DAT) on file the password
003300* is checked against it, and an ID that is unknown, locked, or
003310* given the wrong password gets no grant below.  A shop with no
003320* master yet runs as before.
003330*--------------------------------
003340     OPEN INPUT OPERFILE.
003350     IF ws-oper-status = "00"
003360         DISPLAY "Password: " WITH NO ADVANCING
003370         ACCEPT ws-sign-password
003380         MOVE "N" TO ws-sign-ok
003390         MOVE ws-operator-id TO OPER-ID
003400         READ OPERFILE
003410             INVALID KEY
003420                 CONTINUE
003430             NOT INVALID KEY
003440                 IF OPER-PASSWORD = ws-sign-password
003450                     AND NOT OPER-IS-LOCKED
003460                     MOVE "Y" TO ws-sign-ok
003470                 END-IF
003480         END-READ
003490         CLOSE OPERFILE
003500     END-IF.
003510
003520 CHECK-UPDATE-GRANT.
003530*--------------------------------
003540* Issuing and closing loans need the LOANUPD grant on the
003550* access table (OPERACC.DAT, kept in opermnt); without it the
003560* screen is listing only.  A shop with no table yet runs as
003570* before.
003580*--------------------------------
003590     MOVE "Y" TO ws-update-granted.
003600     IF ws-sign-ok = "N"
003610         MOVE "N" TO ws-update-granted
003620         DISPLAY "Operator not verified - listing only."
003630     ELSE
003640         OPEN INPUT ACCESS-FILE
003650         IF ws-acc-status = "00"
003660             MOVE ws-operator-id TO ACC-OPER-ID
003670             MOVE "LOANUPD "     TO ACC-FUNCTION
003680             READ ACCESS-FILE
003690                 INVALID KEY
003700                     MOVE "N" TO ws-update-granted
003710                     DISPLAY "No LOANUPD grant for "
003720                         ws-operator-id
003730                         " - listing only."
003740             END-READ
003750             CLOSE ACCESS-FILE
003760         END-IF
003770     END-IF.
