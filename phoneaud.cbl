000110* after images side by side, field by field.
000120*
000130* 2026-08  JDF  New program.
000131* 2026-10  JDF  Signs the operator on against the operator
000133*                master; home and cell numbers show as asterisks
000135*                below the sensitive-field policy level
000136*                (SENSPOL.DAT), and each hit shown in the clear
000138*                is logged to SENSVIEW.DAT.
000140*--------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 SELECT AUDITFILE ASSIGN TO "PHONEAUDITDAT"
000190 ORGANIZATION IS LINE SEQUENTIAL
000191 FILE STATUS IS ws-audit-status.
000193
000195 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000196 FILE STATUS IS ws-oper-status
000198 ORGANIZATION IS INDEXED
000200 ACCESS MODE IS DYNAMIC
000201 RECORD KEY IS OPER-ID.
000202
000203 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
000204 ORGANIZATION IS LINE SEQUENTIAL
000205 FILE STATUS IS ws-spol-status.
000206
000207 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000208 ORGANIZATION IS LINE SEQUENTIAL
000209 FILE STATUS IS ws-vlog-status.
000210
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD AUDITFILE.
000250 01  AUDIT-LINE                      PIC X(246).
000251
000252 FD OPERFILE.
000253     COPY OPERREC.
000254
000255 FD SENSPOL-FILE.
000256     COPY SPOLREC.
000257
000258 FD VLOG-FILE.
000259     COPY VLOGREC.
000260
000270 WORKING-STORAGE SECTION.
000280     COPY AUDITREC.
000460 01  ws-sel-to-date                  pic x(08) value spaces.
000470 01  ws-line-date                    pic x(08) value spaces.
000475 01  ws-legacy-line                  pic x(01) value "n".
000476 01  ws-trim-len                     pic 9(02) value zero.
000477
000478*--------------------------------
000480* Sign-on and the sensitive-field policy.
000481*--------------------------------
000482     COPY SENSTAB.
000483 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000484 01  ws-oper-status                  pic x(02).
000485 01  ws-sign-password                pic x(08) value spaces.
000486 01  ws-sign-ok                      pic x(01) value space.
000487 01  ws-spol-status                  pic x(02).
000488 01  ws-spol-eof                     pic x(01) value space.
000489 01  ws-vlog-status                  pic x(02).
000490
000500*--------------------------------
000510* Before and after images decomposed into the PHONEREC layout.
000633             DISPLAY "shopcfg not found - default "
000634                 "file locations in effect"
000635     END-CALL.
000636     PERFORM OPERATOR-SIGN-ON.
000638     PERFORM LOAD-SENSITIVE-POLICY.
000640     PERFORM GET-SEARCH-CRITERIA.
000650     PERFORM SEARCH-AUDIT-TRAIL.
000660     STOP RUN.
001800     MOVE "HOME"        TO ws-fld-name.
001810     MOVE home-number OF WS-BEF-REC TO ws-fld-before.
001820     MOVE home-number OF WS-AFT-REC TO ws-fld-after.
001822     IF SENS-SHOW-HOME NOT = "Y"
001825         PERFORM MASK-FIELD-LINE
001827     END-IF.
001830     DISPLAY ws-field-line.
001840     MOVE "WORK"        TO ws-fld-name.
001850     MOVE work-number OF WS-BEF-REC TO ws-fld-before.
001880     MOVE "CELL"        TO ws-fld-name.
001890     MOVE cell-number OF WS-BEF-REC TO ws-fld-before.
001900     MOVE cell-number OF WS-AFT-REC TO ws-fld-after.
001902     IF SENS-SHOW-CELL NOT = "Y"
001905         PERFORM MASK-FIELD-LINE
001907     END-IF.
001910     DISPLAY ws-field-line.
001920     MOVE "PAGER"       TO ws-fld-name.
001930     MOVE pager-number OF WS-BEF-REC TO ws-fld-before.
002090     MOVE AUDIT-BEFORE(83:8) TO ws-fld-before.
002100     MOVE AUDIT-AFTER(83:8)  TO ws-fld-after.
002110     DISPLAY ws-field-line.
002120     PERFORM LOG-ONE-HIT.
002130
002140 OPERATOR-SIGN-ON.
002150*--------------------------------
002160* The before and after images carry home and cell numbers, so
002170* the inquiry has to know who is asking.  With the operator
002180* master on file the ID and password are checked against it;
002190* an unknown or locked ID, or a wrong password, is treated as
002200* inquiry only.  A shop with no master runs at update level.
002210*--------------------------------
002220     DISPLAY "Operator ID: " WITH NO ADVANCING.
002230     ACCEPT ws-operator-id.
002240     IF ws-operator-id = SPACES
002250         MOVE "SYSTEM  " TO ws-operator-id
002260     END-IF.
002270     MOVE 2 TO SENS-AUTHORITY.
002280     OPEN INPUT OPERFILE.
002290     IF ws-oper-status = "00"
002300         DISPLAY "Password: " WITH NO ADVANCING
002310         ACCEPT ws-sign-password
002320         MOVE 1   TO SENS-AUTHORITY
002330         MOVE "N" TO ws-sign-ok
002340         MOVE ws-operator-id TO OPER-ID
002350         READ OPERFILE
002360             INVALID KEY
002370                 CONTINUE
002380             NOT INVALID KEY
002390                 IF OPER-PASSWORD = ws-sign-password
002400                     AND NOT OPER-IS-LOCKED
002410                     MOVE OPER-AUTHORITY TO SENS-AUTHORITY
002420                     MOVE "Y" TO ws-sign-ok
002430                 END-IF
002440         END-READ
002450         CLOSE OPERFILE
002460         IF ws-sign-ok NOT = "Y"
002470             DISPLAY "Operator not verified - home and cell "
002480                 "numbers masked."
002490         END-IF
002500     END-IF.
002510
002520 LOAD-SENSITIVE-POLICY.
002530*--------------------------------
002540* Reads the sensitive-field policy (SENSPOL.DAT, see SPOLREC)
002550* over the defaults in SENSTAB and sets which items this
002560* operator sees in the clear.
002570*--------------------------------
002580     OPEN INPUT SENSPOL-FILE.
002590     IF ws-spol-status = "00"
002600         MOVE SPACE TO ws-spol-eof
002610         READ SENSPOL-FILE
002620             AT END MOVE "y" TO ws-spol-eof
002630         END-READ
002640         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
002650         CLOSE SENSPOL-FILE
002660     END-IF.
002670     MOVE ZERO TO SENS-SUB.
002680     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
002690
002700 APPLY-ONE-POLICY-LINE.
002710     MOVE ZERO TO SENS-SUB.
002720     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
002730     READ SENSPOL-FILE
002740         AT END MOVE "y" TO ws-spol-eof
002750     END-READ.
002760
002770 CHECK-ONE-POLICY-ITEM.
002780     ADD 1 TO SENS-SUB.
002790     IF SP-ITEM = SENS-ITEM (SENS-SUB)
002800         AND SP-MIN-AUTH IS NUMERIC
002810         AND SP-MIN-AUTH > ZERO
002820         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH (SENS-SUB)
002830     END-IF.
002840
002850 SET-ONE-SENS-FLAG.
002860     ADD 1 TO SENS-SUB.
002870     IF SENS-AUTHORITY < SENS-MIN-AUTH (SENS-SUB)
002880         MOVE "N" TO SENS-SHOW (SENS-SUB)
002890     ELSE
002900         MOVE "Y" TO SENS-SHOW (SENS-SUB)
002910     END-IF.
002920
002930 MASK-FIELD-LINE.
002940     IF ws-fld-before NOT = SPACES
002950         MOVE ALL "*" TO ws-fld-before (1:10)
002960     END-IF.
002970     IF ws-fld-after NOT = SPACES
002980         MOVE ALL "*" TO ws-fld-after (1:10)
002990     END-IF.
003000
003010 LOG-ONE-HIT.
003020*--------------------------------
003030* A hit that showed a home or cell number in the clear is
003040* logged against the employee in the after image (the before
003050* image for a delete).
003060*--------------------------------
003070     MOVE SPACES TO SENS-LOG-ITEMS.
003080     MOVE 1 TO SENS-LOG-PTR.
003090     IF SENS-SHOW-HOME = "Y" AND SENS-MIN-AUTH (1) > 1
003100         AND (home-number OF WS-BEF-REC NOT = SPACES
003110             OR home-number OF WS-AFT-REC NOT = SPACES)
003120         STRING "HOME " DELIMITED BY SIZE
003130             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
003140     END-IF.
003150     IF SENS-SHOW-CELL = "Y" AND SENS-MIN-AUTH (2) > 1
003160         AND (cell-number OF WS-BEF-REC NOT = SPACES
003170             OR cell-number OF WS-AFT-REC NOT = SPACES)
003180         STRING "CELL " DELIMITED BY SIZE
003190             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
003200     END-IF.
003210     IF SENS-LOG-ITEMS NOT = SPACES
003220         IF AUDIT-AFTER (1:6) IS NUMERIC
003230             MOVE AUDIT-AFTER (1:6)  TO VLOG-EMPLOYEE-ID
003240         ELSE
003250             MOVE AUDIT-BEFORE (1:6) TO VLOG-EMPLOYEE-ID
003260         END-IF
003270         MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP
003280         MOVE ws-operator-id        TO VLOG-OPERATOR
003290         MOVE "PHONEAUD"            TO VLOG-PROGRAM
003300         MOVE SPACES                TO VLOG-ACCOUNT
003310         MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS
003320         MOVE "AUDIT"               TO VLOG-VIEW
003330         OPEN EXTEND VLOG-FILE
003340         IF ws-vlog-status = "35"
003350             OPEN OUTPUT VLOG-FILE
003360         END-IF
003370         IF ws-vlog-status = "00"
003380             WRITE VLOG-REC
003390             CLOSE VLOG-FILE
003400         END-IF
003410     END-IF.
