000100* along untouched.
000110*
000120* 2026-09  JDF  New program.
000122* 2026-10  JDF  Takes the operator ID at start-up, verified
000124*                against the operator master with its password;
000126*                update actions need the FAQUPD grant on the
000128*                access table once OPERACC.DAT is on file.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000170 SELECT FAQ-FILE ASSIGN TO "ELIZAFAQDAT"
000180 ORGANIZATION IS LINE SEQUENTIAL
000190 FILE STATUS IS ws-faq-status.
000192
000195 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000197 FILE STATUS IS ws-oper-status
000200 ORGANIZATION IS INDEXED
000201 ACCESS MODE IS DYNAMIC
000202 RECORD KEY IS OPER-ID.
000203
000204 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000205 FILE STATUS IS ws-acc-status
000206 ORGANIZATION IS INDEXED
000207 ACCESS MODE IS DYNAMIC
000208 RECORD KEY IS ACC-KEY.
000209
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD FAQ-FILE.
000270     05  FAQ-ANSWER-1                PIC X(70).
000280     05  FAQ-ANSWER-2                PIC X(70).
000290     05  FAQ-ANSWER-3                PIC X(70).
000291
000292 FD OPERFILE.
000294     COPY OPERREC.
000295
000297 FD ACCESS-FILE.
000298     COPY ACCSREC.
000300
000310 WORKING-STORAGE SECTION.
000320 01  ws-faq-status                   pic x(02).
000430         10  ws-fq-answer-2          pic x(70).
000440         10  ws-fq-answer-3          pic x(70).
000450 01  ws-faq-sub                      pic 9(02) comp value zero.
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
000540     PERFORM LOAD-FAQ-TABLE.
000550     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000560     PERFORM SAVE-FAQ-TABLE.
001010     DISPLAY "FAQ answers - L)ist  A)dd  C)hange  D)elete  "
001020         "Q)uit: " WITH NO ADVANCING.
001030     ACCEPT ws-choice.
001031     IF ws-update-granted NOT = "Y"
001032         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001034             OR "D" OR "d")
001035         DISPLAY "Not granted FAQUPD - updates refused."
001037         MOVE SPACE TO ws-choice
001038     END-IF.
001040     EVALUATE ws-choice
001050         WHEN "L"
001060         WHEN "l"
001900     DISPLAY "Answer line 3 (Enter for none): "
001910         WITH NO ADVANCING.
001920     ACCEPT ws-fq-answer-3(ws-faq-sub).
001930
001940 VERIFY-OPERATOR.
001950*--------------------------------
001960* With the operator master (OPERMAST.DAT) on file the password
001970* is checked against it, and an ID that is unknown, locked, or
001980* given the wrong password gets no grant below.  A shop with no
001990* master yet runs as before.
002000*--------------------------------
002010     OPEN INPUT OPERFILE.
002020     IF ws-oper-status = "00"
002030         DISPLAY "Password: " WITH NO ADVANCING
002040         ACCEPT ws-sign-password
002050         MOVE "N" TO ws-sign-ok
002060         MOVE ws-operator-id TO OPER-ID
002070         READ OPERFILE
002080             INVALID KEY
002090                 CONTINUE
002100             NOT INVALID KEY
002110                 IF OPER-PASSWORD = ws-sign-password
002120                     AND NOT OPER-IS-LOCKED
002130                     MOVE "Y" TO ws-sign-ok
002140                 END-IF
002150         END-READ
002160         CLOSE OPERFILE
002170     END-IF.
002180
002190 CHECK-UPDATE-GRANT.
002200*--------------------------------
002210* Adding, changing, and deleting FAQ entries need the FAQUPD
002220* grant on the access table (OPERACC.DAT, kept in opermnt);
002230* without it the screen is listing only.  A shop with no table
002240* yet runs as before.
002250*--------------------------------
002260     MOVE "Y" TO ws-update-granted.
002270     IF ws-sign-ok = "N"
002280         MOVE "N" TO ws-update-granted
002290         DISPLAY "Operator not verified - listing only."
002300     ELSE
002310         OPEN INPUT ACCESS-FILE
002320         IF ws-acc-status = "00"
002330             MOVE ws-operator-id TO ACC-OPER-ID
002340             MOVE "FAQUPD  "     TO ACC-FUNCTION
002350             READ ACCESS-FILE
002360                 INVALID KEY
002370                     MOVE "N" TO ws-update-granted
002380                     DISPLAY "No FAQUPD grant for "
002390                         ws-operator-id
002400                         " - listing only."
002410             END-READ
002420             CLOSE ACCESS-FILE
002430         END-IF
002440     END-IF.
