000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. URGMNT.
000030*--------------------------------
000040* Maintenance for the ELIZA urgent-phrase list (ELIZAURG.DAT):
000050* list, add, change, and delete the phrases about harassment,
000060* threats, self-harm, and injuries that eliza.cbl checks before
000070* anything else - a match gets the approved safety response,
000080* an F alert on SHOPALRT.DAT, and a confidential top-priority
000090* ticket.  The list is protected: sign-on takes a supervisor-
000100* authority operator and password from the operator master (no
000110* master, no maintenance), and every add, change, and delete
000120* writes a chained AUDITREC to the reference-data audit trail
000130* (REFAUDIT.DAT).  The whole list (50 phrases at most, the
000140* same limit as eliza's load) is edited in storage and written
000150* back on quit when anything changed.
000160*
000170* 2026-10  JDF  New program.
000173* 2026-10  JDF  Update actions need the URGUPD grant on the
000176*                access table once OPERACC.DAT is on file.
000180*--------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 SELECT URG-FILE ASSIGN TO "ELIZAURGDAT"
000230 ORGANIZATION IS LINE SEQUENTIAL
000240 FILE STATUS IS ws-urg-status.
000250
000260 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000270 ORGANIZATION IS LINE SEQUENTIAL
000280 FILE STATUS IS ws-audit-status.
000290
000300 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000310 FILE STATUS IS ws-oper-status
000320 ORGANIZATION IS INDEXED
000330 ACCESS MODE IS DYNAMIC
000340 RECORD KEY IS OPER-ID.
000350
000351 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000352 FILE STATUS IS ws-acc-status
000354 ORGANIZATION IS INDEXED
000355 ACCESS MODE IS DYNAMIC
000357 RECORD KEY IS ACC-KEY.
000358
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD URG-FILE.
000390     COPY URGREC.
000400
000410 FD AUDITFILE.
000420 01  AUDIT-LINE                      PIC X(246).
000430
000440 FD OPERFILE.
000450     COPY OPERREC.
000460
000462 FD ACCESS-FILE.
000465     COPY ACCSREC.
000467
000470 WORKING-STORAGE SECTION.
000480     COPY AUDITREC.
000490
000500 01  ws-audit-status                 pic x(02).
000510 01  ws-last-audit-seq               pic 9(09) value zero.
000520 01  ws-last-audit-check             pic 9(09) value zero.
000530 01  ws-audit-work-sum               pic 9(18) value zero.
000540 01  ws-audit-sub                    pic 9(04) comp value zero.
000550 01  ws-operator-id                  pic x(08) value spaces.
000553 01  ws-acc-status                   pic x(02).
000556 01  ws-update-granted               pic x(01) value "Y".
000560 01  ws-signon-password              pic x(08) value spaces.
000570 01  ws-signon-ok                    pic x(01) value "N".
000580 01  ws-oper-status                  pic x(02).
000590 01  ws-urg-status                   pic x(02).
000600 01  ws-done                         pic x(01) value space.
000610 01  ws-changed                      pic x(01) value "N".
000620 01  ws-choice                       pic x(01) value space.
000630 01  ws-pick                         pic 9(02) value zero.
000640 01  ws-today                        pic 9(08) value zero.
000650
000660 01  ws-urg-count                    pic 9(02) comp value zero.
000670 01  ws-urg-table.
000680     05  ws-urg-entry                occurs 50 times.
000690         10  ws-ur-pattern           pic x(30).
000700         10  ws-ur-category          pic x(08).
000710         10  ws-ur-added-by          pic x(08).
000720         10  ws-ur-added-date        pic 9(08).
000730 01  ws-urg-sub                      pic 9(02) comp value zero.
000740 01  ws-hold-entry                   pic x(54) value spaces.
000750
000760 PROCEDURE DIVISION.
000770 PROGRAM-BEGIN.
000780     CALL "shopcfg"
000790         ON EXCEPTION
000800             DISPLAY "shopcfg not found - default "
000810                 "file locations in effect"
000820     END-CALL.
000830     ACCEPT ws-today FROM DATE YYYYMMDD.
000840     PERFORM SUPERVISOR-SIGN-ON.
000850     IF ws-signon-ok NOT = "Y"
000860         DISPLAY "The urgent phrase list is maintained by "
000870             "supervisors only."
000880         MOVE 8 TO RETURN-CODE
000890         STOP RUN
000900     END-IF.
000905     PERFORM CHECK-UPDATE-GRANT.
000910     PERFORM LOAD-URG-TABLE.
000920     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000930     IF ws-changed = "Y"
000940         PERFORM SAVE-URG-TABLE
000950     END-IF.
000960     STOP RUN.
000970
000980 SUPERVISOR-SIGN-ON.
000990*--------------------------------
001000* Supervisor-authority operators only, verified against the
001010* operator master.  Unlike the screens that run open while a
001020* shop has no master yet, this list is never editable without
001030* one - nobody could say who changed it.
001040*--------------------------------
001050     MOVE "N" TO ws-signon-ok.
001060     OPEN INPUT OPERFILE.
001070     IF ws-oper-status NOT = "00"
001080         DISPLAY "No operator master on file."
001090     ELSE
001100         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
001110         ACCEPT ws-operator-id
001120         DISPLAY "Password: " WITH NO ADVANCING
001130         ACCEPT ws-signon-password
001140         MOVE ws-operator-id TO OPER-ID
001150         READ OPERFILE
001160             INVALID KEY
001170                 DISPLAY "Unknown operator."
001180             NOT INVALID KEY
001190                 IF OPER-IS-LOCKED
001200                     DISPLAY "That ID is locked out."
001210                 ELSE
001220                 IF OPER-PASSWORD = ws-signon-password
001230                     AND OPER-AUTH-SUPERVISOR
001240                     MOVE "Y" TO ws-signon-ok
001250                 ELSE
001260                     DISPLAY "Not a supervisor, or wrong "
001270                         "password."
001280                 END-IF
001290                 END-IF
001300         END-READ
001310         CLOSE OPERFILE
001320     END-IF.
001330
001340 LOAD-URG-TABLE.
001350     MOVE ZERO TO ws-urg-count.
001360     OPEN INPUT URG-FILE.
001370     IF ws-urg-status = "00"
001380         PERFORM LOAD-ONE-URG
001390             UNTIL ws-urg-status NOT = "00"
001400                 OR ws-urg-count NOT < 50
001410         CLOSE URG-FILE
001420     END-IF.
001430
001440 LOAD-ONE-URG.
001450     READ URG-FILE
001460         AT END MOVE "10" TO ws-urg-status
001470     END-READ.
001480     IF ws-urg-status = "00"
001490         ADD 1 TO ws-urg-count
001500         MOVE URG-PATTERN    TO ws-ur-pattern(ws-urg-count)
001510         MOVE URG-CATEGORY   TO ws-ur-category(ws-urg-count)
001520         MOVE URG-ADDED-BY   TO ws-ur-added-by(ws-urg-count)
001530         MOVE URG-ADDED-DATE TO ws-ur-added-date(ws-urg-count)
001540     END-IF.
001550
001560 SAVE-URG-TABLE.
001570     OPEN OUTPUT URG-FILE.
001580     MOVE ZERO TO ws-urg-sub.
001590     PERFORM SAVE-ONE-URG
001600         UNTIL ws-urg-sub NOT < ws-urg-count.
001610     CLOSE URG-FILE.
001620     DISPLAY ws-urg-count " urgent phrases on file.".
001630
001640 SAVE-ONE-URG.
001650     ADD 1 TO ws-urg-sub.
001660     MOVE ws-ur-pattern(ws-urg-sub)    TO URG-PATTERN.
001670     MOVE ws-ur-category(ws-urg-sub)   TO URG-CATEGORY.
001680     MOVE ws-ur-added-by(ws-urg-sub)   TO URG-ADDED-BY.
001690     MOVE ws-ur-added-date(ws-urg-sub) TO URG-ADDED-DATE.
001700     WRITE URG-REC.
001710
001720 MENU-LOOP.
001730     DISPLAY " ".
001740     DISPLAY "Urgent phrases - L)ist  A)dd  C)hange  D)elete  "
001750         "Q)uit: " WITH NO ADVANCING.
001760     ACCEPT ws-choice.
001761     IF ws-update-granted NOT = "Y"
001762         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001764             OR "D" OR "d")
001765         DISPLAY "Not granted URGUPD - updates refused."
001767         MOVE SPACE TO ws-choice
001768     END-IF.
001770     EVALUATE ws-choice
001780         WHEN "L"
001790         WHEN "l"
001800             PERFORM LIST-URGS
001810         WHEN "A"
001820         WHEN "a"
001830             PERFORM ADD-URG
001840         WHEN "C"
001850         WHEN "c"
001860             PERFORM CHANGE-URG
001870         WHEN "D"
001880         WHEN "d"
001890             PERFORM DELETE-URG
001900         WHEN "Q"
001910         WHEN "q"
001920             MOVE "Y" TO ws-done
001930         WHEN OTHER
001940             CONTINUE
001950     END-EVALUATE.
001960
001970 LIST-URGS.
001980     IF ws-urg-count = ZERO
001990         DISPLAY "  (no urgent phrases on file)"
002000     END-IF.
002010     MOVE ZERO TO ws-urg-sub.
002020     PERFORM LIST-ONE-URG
002030         UNTIL ws-urg-sub NOT < ws-urg-count.
002040
002050 LIST-ONE-URG.
002060     ADD 1 TO ws-urg-sub.
002070     DISPLAY "  " ws-urg-sub ". '"
002080         ws-ur-pattern(ws-urg-sub) "' "
002090         ws-ur-category(ws-urg-sub)
002100         " (" ws-ur-added-by(ws-urg-sub) " "
002110         ws-ur-added-date(ws-urg-sub) ")".
002120
002130 ADD-URG.
002140     IF ws-urg-count NOT < 50
002150         DISPLAY "List is full (50 phrases)."
002160     ELSE
002170         MOVE ws-urg-count TO ws-urg-sub
002180         ADD 1 TO ws-urg-sub
002190         MOVE SPACES TO ws-urg-entry(ws-urg-sub)
002200         PERFORM GET-URG-FIELDS
002210         IF ws-ur-pattern(ws-urg-sub) = SPACES
002220             DISPLAY "No phrase keyed - nothing added."
002230         ELSE
002240             ADD 1 TO ws-urg-count
002250             MOVE SPACES TO AUDIT-BEFORE
002260             MOVE ws-urg-entry(ws-urg-sub) TO AUDIT-AFTER
002270             MOVE "ADD" TO AUDIT-ACTION
002280             PERFORM WRITE-AUDIT-RECORD
002290         END-IF
002300     END-IF.
002310
002320 CHANGE-URG.
002330     DISPLAY "Entry number to change: " WITH NO ADVANCING.
002340     ACCEPT ws-pick.
002350     IF ws-pick < 1 OR ws-pick > ws-urg-count
002360         DISPLAY "No such entry."
002370     ELSE
002380         MOVE ws-pick TO ws-urg-sub
002390         MOVE ws-urg-entry(ws-urg-sub) TO ws-hold-entry
002400         PERFORM GET-URG-FIELDS
002410         IF ws-ur-pattern(ws-urg-sub) = SPACES
002420             MOVE ws-hold-entry TO ws-urg-entry(ws-urg-sub)
002430             DISPLAY "No phrase keyed - entry left as it was."
002440         ELSE
002450             MOVE ws-hold-entry TO AUDIT-BEFORE
002460             MOVE ws-urg-entry(ws-urg-sub) TO AUDIT-AFTER
002470             MOVE "CHANGE" TO AUDIT-ACTION
002480             PERFORM WRITE-AUDIT-RECORD
002490         END-IF
002500     END-IF.
002510
002520 DELETE-URG.
002530*--------------------------------
002540* The last entry slides into the deleted slot - order carries
002550* no meaning on this list.
002560*--------------------------------
002570     DISPLAY "Entry number to delete: " WITH NO ADVANCING.
002580     ACCEPT ws-pick.
002590     IF ws-pick < 1 OR ws-pick > ws-urg-count
002600         DISPLAY "No such entry."
002610     ELSE
002620         MOVE ws-urg-entry(ws-pick) TO AUDIT-BEFORE
002630         MOVE SPACES TO AUDIT-AFTER
002640         MOVE "DELETE" TO AUDIT-ACTION
002650         PERFORM WRITE-AUDIT-RECORD
002660         MOVE ws-urg-entry(ws-urg-count)
002670             TO ws-urg-entry(ws-pick)
002680         SUBTRACT 1 FROM ws-urg-count
002700         DISPLAY "Deleted."
002710     END-IF.
002720
002730 GET-URG-FIELDS.
002740     DISPLAY "Phrase (matched anywhere in the typed line, "
002750         "any case): " WITH NO ADVANCING.
002760     ACCEPT ws-ur-pattern(ws-urg-sub).
002770     DISPLAY "Category (HARASS/THREAT/SELFHARM/INJURY): "
002780         WITH NO ADVANCING.
002790     ACCEPT ws-ur-category(ws-urg-sub).
002800     INSPECT ws-ur-category(ws-urg-sub)
002810         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002820                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002830     IF ws-ur-category(ws-urg-sub) = SPACES
002840         MOVE "URGENT" TO ws-ur-category(ws-urg-sub)
002850     END-IF.
002860     MOVE ws-operator-id TO ws-ur-added-by(ws-urg-sub).
002870     MOVE ws-today       TO ws-ur-added-date(ws-urg-sub).
002880
002890 WRITE-AUDIT-RECORD.
002900*--------------------------------
002910* Appends the change to the reference-data audit trail
002920* (REFAUDIT.DAT) with the same before/after and chaining
002930* convention calmnt.cbl uses, so audtchk verifies it and refaud
002940* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
002950* and AUDIT-AFTER first.  Every audited change marks the list
002960* for the write-back at quit.
002970*--------------------------------
002980     MOVE "Y" TO ws-changed.
002990     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
003000     MOVE ws-operator-id         TO AUDIT-OPERATOR.
003010     MOVE "URGMNT  "   TO AUDIT-PROGRAM-NAME.
003020     PERFORM SET-AUDIT-SEQUENCE.
003030     MOVE AUDIT-RECORD           TO AUDIT-LINE.
003040     OPEN EXTEND AUDITFILE.
003050     IF ws-audit-status = "35"
003060         OPEN OUTPUT AUDITFILE
003070     END-IF.
003080     WRITE AUDIT-LINE.
003090     CLOSE AUDITFILE.
003100
003110 SET-AUDIT-SEQUENCE.
003120*--------------------------------
003130* Tamper-evident chaining, the same sequence-and-check scheme
003140* write-audit-record in phonescr.cbl folds over each record.
003150*--------------------------------
003160     PERFORM GET-LAST-AUDIT-POSITION.
003170     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
003180     PERFORM COMPUTE-AUDIT-CHECK.
003190
003200 GET-LAST-AUDIT-POSITION.
003210     MOVE ZERO TO ws-last-audit-seq.
003220     MOVE ZERO TO ws-last-audit-check.
003230     OPEN INPUT AUDITFILE.
003240     IF ws-audit-status = "00"
003250         PERFORM READ-LAST-AUDIT-LINE
003260             UNTIL ws-audit-status NOT = "00"
003270         CLOSE AUDITFILE
003280     END-IF.
003290
003300 READ-LAST-AUDIT-LINE.
003310     READ AUDITFILE
003320         AT END CONTINUE
003330     END-READ.
003340     IF ws-audit-status = "00"
003350         AND AUDIT-LINE(229:9) IS NUMERIC
003360         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
003370         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
003380     END-IF.
003390
003400 COMPUTE-AUDIT-CHECK.
003410     MOVE ZERO TO ws-audit-work-sum.
003420     MOVE ZERO TO ws-audit-sub.
003430     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
003440     COMPUTE AUDIT-CHECK-VALUE =
003450         FUNCTION MOD((ws-last-audit-check * 17)
003460             + ws-audit-work-sum, 999999999).
003470
003480 ADD-ONE-AUDIT-BYTE.
003490     ADD 1 TO ws-audit-sub.
003500     COMPUTE ws-audit-work-sum = ws-audit-work-sum
003510         + (ws-audit-sub
003520            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).

003540 CHECK-UPDATE-GRANT.
003550*--------------------------------
003560* Adding, changing, and deleting phrases need the URGUPD grant
003570* on the access table (OPERACC.DAT, kept in opermnt); without it
003580* the screen is listing only.  A shop with no table yet runs as
003590* before.
003600*--------------------------------
003610     MOVE "Y" TO ws-update-granted.
003620     OPEN INPUT ACCESS-FILE.
003630     IF ws-acc-status = "00"
003640         MOVE ws-operator-id TO ACC-OPER-ID
003650         MOVE "URGUPD  "     TO ACC-FUNCTION
003660         READ ACCESS-FILE
003670             INVALID KEY
003680                 MOVE "N" TO ws-update-granted
003690                 DISPLAY "No URGUPD grant for "
003700                     ws-operator-id
003710                     " - listing only."
003720         END-READ
003730         CLOSE ACCESS-FILE
003740     END-IF.
