000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLMAPMNT.
000030*--------------------------------
000040* Maintenance for the general-ledger account mapping
000050* (GLMAP.DAT): list, add, change, and delete the debit and
000060* credit accounts each retirement money event posts to on the
000070* monthly journal extract (glextr.cbl).  The events are fixed -
000080* FEEBILL, FORFEIT, LOANISS, LOANREP, DISTPAY, DISTWH - and an
000090* event with no mapping stops the extract, so accounting keys
000100* the ledger's account strings here rather than the program
000110* carrying them.  Every add, change, and delete writes a
000120* chained AUDITREC to the reference-data audit trail
000130* (REFAUDIT.DAT); updates honor the batchwin window-open flag
000140* with the audited supervisor override.
000150*
000160* 2026-10  JDF  New program.
000162* 2026-10  JDF  Update actions need the GLMAPUPD grant on the
000164*                access table once OPERACC.DAT is on file; the
000166*                operator ID is verified against the operator
000168*                master with its password first.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 SELECT GLMAPFILE ASSIGN TO "GLMAPDAT"
000220 FILE STATUS IS ws-map-status
000230 ORGANIZATION IS INDEXED
000240 ACCESS MODE IS DYNAMIC
000250 RECORD KEY IS GM-EVENT.
000260
000270 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000280 ORGANIZATION IS LINE SEQUENTIAL
000290 FILE STATUS IS ws-audit-status.
000300
000310 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000320 FILE STATUS IS ws-oper-status
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS OPER-ID.
000360
000370 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000380 ORGANIZATION IS LINE SEQUENTIAL
000390 FILE STATUS IS ws-flag-status.
000400
000401 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000402 FILE STATUS IS ws-acc-status
000404 ORGANIZATION IS INDEXED
000405 ACCESS MODE IS DYNAMIC
000407 RECORD KEY IS ACC-KEY.
000408
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD GLMAPFILE.
000440     COPY GLMAPREC.
000450
000460 FD AUDITFILE.
000470 01  AUDIT-LINE                      PIC X(246).
000480
000490 FD OPERFILE.
000500     COPY OPERREC.
000510
000520 FD WINDOW-FLAG-FILE.
000530 01  WINDOW-FLAG-REC.
000540     05  FLG-STATE                   PIC X(04).
000550     05  FILLER                      PIC X(01).
000560     05  FLG-STEP                    PIC X(30).
000570
000572 FD ACCESS-FILE.
000575     COPY ACCSREC.
000577
000580 WORKING-STORAGE SECTION.
000590     COPY AUDITREC.
000600
000610 01  ws-audit-status                 pic x(02).
000620 01  ws-last-audit-seq               pic 9(09) value zero.
000630 01  ws-last-audit-check             pic 9(09) value zero.
000640 01  ws-audit-work-sum               pic 9(18) value zero.
000650 01  ws-audit-sub                    pic 9(04) comp value zero.
000660 01  ws-hold-before                  pic x(90) value spaces.
000670 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000672 01  ws-acc-status                   pic x(02).
000674 01  ws-update-granted               pic x(01) value "Y".
000676 01  ws-sign-password                pic x(08) value spaces.
000678 01  ws-sign-ok                      pic x(01) value space.
000680 01  ws-oper-status                  pic x(02).
000690 01  ws-flag-status                  pic x(02).
000700 01  ws-window-locked                pic x(01) value "N".
000710 01  ws-window-override              pic x(01) value "N".
000720 01  ws-window-step                  pic x(30) value spaces.
000730 01  ws-override-answer              pic x(01) value space.
000740 01  ws-override-ok                  pic x(01) value space.
000750 01  ws-ovr-id                       pic x(08) value spaces.
000760 01  ws-ovr-password                 pic x(08) value spaces.
000770 01  ws-map-status                   pic x(02).
000780 01  ws-done                         pic x(01) value space.
000790 01  ws-choice                       pic x(01) value space.
000800 01  ws-eof                          pic x(01) value space.
000810 01  ws-pick-event                   pic x(08) value spaces.
000820 01  ws-found                        pic x(01) value space.
000830 01  ws-entry                        pic x(24) value spaces.
000840
000850 PROCEDURE DIVISION.
000860 PROGRAM-BEGIN.
000870     CALL "shopcfg"
000880         ON EXCEPTION
000890             DISPLAY "shopcfg not found - default "
000900                 "file locations in effect"
000910     END-CALL.
000920     DISPLAY "Operator ID: " WITH NO ADVANCING.
000930     ACCEPT ws-operator-id.
000940     IF ws-operator-id = SPACES
000950         MOVE "SYSTEM  " TO ws-operator-id
000960     END-IF.
000963     PERFORM VERIFY-OPERATOR.
000966     PERFORM CHECK-UPDATE-GRANT.
000970     PERFORM CHECK-BATCH-WINDOW.
000980     PERFORM OPEN-GLMAPFILE.
000990     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001000     CLOSE GLMAPFILE.
001010     STOP RUN.
001020
001030 OPEN-GLMAPFILE.
001040     OPEN I-O GLMAPFILE.
001050     IF ws-map-status = "35"
001060         OPEN OUTPUT GLMAPFILE
001070         CLOSE GLMAPFILE
001080         OPEN I-O GLMAPFILE
001090     END-IF.
001100
001110 MENU-LOOP.
001120     PERFORM REFRESH-WINDOW-FLAG.
001130     DISPLAY " ".
001140     DISPLAY "GL account mapping - L)ist  A)dd  C)hange  "
001150         "D)elete  Q)uit: " WITH NO ADVANCING.
001160     ACCEPT ws-choice.
001161     IF ws-update-granted NOT = "Y"
001162         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001164             OR "D" OR "d")
001165         DISPLAY "Not granted GLMAPUPD - updates refused."
001167         MOVE SPACE TO ws-choice
001168     END-IF.
001170     EVALUATE ws-choice
001180         WHEN "L"
001190         WHEN "l"
001200             PERFORM LIST-MAPPINGS
001210         WHEN "A"
001220         WHEN "a"
001230             IF ws-window-locked = "Y"
001240                 DISPLAY "Batch window open - "
001250                     "updates locked."
001260             ELSE
001270             PERFORM ADD-MAPPING
001280             END-IF
001290         WHEN "C"
001300         WHEN "c"
001310             IF ws-window-locked = "Y"
001320                 DISPLAY "Batch window open - "
001330                     "updates locked."
001340             ELSE
001350             PERFORM CHANGE-MAPPING
001360             END-IF
001370         WHEN "D"
001380         WHEN "d"
001390             IF ws-window-locked = "Y"
001400                 DISPLAY "Batch window open - "
001410                     "updates locked."
001420             ELSE
001430             PERFORM DELETE-MAPPING
001440             END-IF
001450         WHEN "Q"
001460         WHEN "q"
001470             MOVE "Y" TO ws-done
001480         WHEN OTHER
001490             CONTINUE
001500     END-EVALUATE.
001510
001520 LIST-MAPPINGS.
001530     MOVE SPACE TO ws-eof.
001540     MOVE LOW-VALUES TO GM-EVENT.
001550     START GLMAPFILE KEY IS NOT LESS THAN GM-EVENT
001560         INVALID KEY MOVE "y" TO ws-eof
001570     END-START.
001580     IF ws-eof NOT = "y"
001590         READ GLMAPFILE NEXT RECORD
001600             AT END MOVE "y" TO ws-eof
001610         END-READ
001620     END-IF.
001630     IF ws-eof = "y"
001640         DISPLAY "  (table is empty)"
001650     ELSE
001660         DISPLAY "  EVENT    DEBIT                CREDIT"
001670             "               DESCRIPTION"
001680     END-IF.
001690     PERFORM LIST-ONE-MAPPING UNTIL ws-eof = "y".
001700
001710 LIST-ONE-MAPPING.
001720     DISPLAY "  " GM-EVENT " " GM-DEBIT-ACCOUNT " "
001730         GM-CREDIT-ACCOUNT " " GM-DESCRIPTION.
001740     READ GLMAPFILE NEXT RECORD
001750         AT END MOVE "y" TO ws-eof
001760     END-READ.
001770
001780 TAKE-EVENT.
001790*--------------------------------
001800* Only the events glextr.cbl posts are accepted.
001810*--------------------------------
001820     MOVE "y" TO ws-found.
001830     DISPLAY "Event (FEEBILL FORFEIT LOANISS LOANREP DISTPAY "
001840         "DISTWH): " WITH NO ADVANCING.
001850     MOVE SPACES TO ws-pick-event.
001860     ACCEPT ws-pick-event.
001870     MOVE FUNCTION UPPER-CASE(ws-pick-event) TO ws-pick-event.
001880     IF ws-pick-event NOT = "FEEBILL" AND NOT = "FORFEIT"
001890         AND NOT = "LOANISS" AND NOT = "LOANREP"
001900         AND NOT = "DISTPAY" AND NOT = "DISTWH"
001910         DISPLAY "Not an event the extract posts."
001920         MOVE "n" TO ws-found
001930     END-IF.
001940
001950 ADD-MAPPING.
001960     PERFORM TAKE-EVENT.
001970     IF ws-found = "y"
001980         MOVE SPACES        TO GLMAP-REC
001990         MOVE ws-pick-event TO GM-EVENT
002000         IF GM-EVENT NOT = "DISTWH"
002010             DISPLAY "Debit account: " WITH NO ADVANCING
002020             ACCEPT GM-DEBIT-ACCOUNT
002030         END-IF
002040         DISPLAY "Credit account: " WITH NO ADVANCING
002050         ACCEPT GM-CREDIT-ACCOUNT
002060         DISPLAY "Description: " WITH NO ADVANCING
002070         ACCEPT GM-DESCRIPTION
002080         IF GM-CREDIT-ACCOUNT = SPACES
002090             OR (GM-DEBIT-ACCOUNT = SPACES
002100                 AND GM-EVENT NOT = "DISTWH")
002110             DISPLAY "Both accounts are required."
002120         ELSE
002130             WRITE GLMAP-REC
002140                 INVALID KEY DISPLAY "Event already mapped."
002150             END-WRITE
002160             IF ws-map-status = "00"
002170                 MOVE SPACES    TO AUDIT-BEFORE
002180                 MOVE GLMAP-REC TO AUDIT-AFTER
002190                 MOVE "ADD"     TO AUDIT-ACTION
002200                 PERFORM WRITE-AUDIT-RECORD
002210             END-IF
002220         END-IF
002230     END-IF.
002240
002250 CHANGE-MAPPING.
002260     PERFORM TAKE-EVENT.
002270     IF ws-found = "y"
002280         MOVE ws-pick-event TO GM-EVENT
002290         READ GLMAPFILE
002300             INVALID KEY
002310                 DISPLAY "Event not mapped."
002320                 MOVE "n" TO ws-found
002330         END-READ
002340     END-IF.
002350     IF ws-found = "y"
002360         MOVE GLMAP-REC TO ws-hold-before
002370         DISPLAY "Now: " GM-DEBIT-ACCOUNT " / " GM-CREDIT-ACCOUNT
002380             " " GM-DESCRIPTION
002390         IF GM-EVENT NOT = "DISTWH"
002400             DISPLAY "Debit account (blank = same): "
002410                 WITH NO ADVANCING
002420             MOVE SPACES TO ws-entry
002430             ACCEPT ws-entry
002440             IF ws-entry NOT = SPACES
002450                 MOVE ws-entry TO GM-DEBIT-ACCOUNT
002460             END-IF
002470         END-IF
002480         DISPLAY "Credit account (blank = same): "
002490             WITH NO ADVANCING
002500         MOVE SPACES TO ws-entry
002510         ACCEPT ws-entry
002520         IF ws-entry NOT = SPACES
002530             MOVE ws-entry TO GM-CREDIT-ACCOUNT
002540         END-IF
002550         DISPLAY "Description (blank = same): "
002560             WITH NO ADVANCING
002570         MOVE SPACES TO ws-entry
002580         ACCEPT ws-entry
002590         IF ws-entry NOT = SPACES
002600             MOVE ws-entry TO GM-DESCRIPTION
002610         END-IF
002620         REWRITE GLMAP-REC
002630             INVALID KEY DISPLAY "Problem with index!"
002640         END-REWRITE
002650         IF ws-map-status = "00"
002660             MOVE ws-hold-before TO AUDIT-BEFORE
002670             MOVE GLMAP-REC      TO AUDIT-AFTER
002680             MOVE "CHANGE"       TO AUDIT-ACTION
002690             PERFORM WRITE-AUDIT-RECORD
002700         END-IF
002710     END-IF.
002720
002730 DELETE-MAPPING.
002740     PERFORM TAKE-EVENT.
002750     IF ws-found = "y"
002760         MOVE ws-pick-event TO GM-EVENT
002770         READ GLMAPFILE
002780             INVALID KEY
002790                 DISPLAY "Event not mapped."
002800                 MOVE "n" TO ws-found
002810         END-READ
002820     END-IF.
002830     IF ws-found = "y"
002840         MOVE GLMAP-REC TO ws-hold-before
002850         DELETE GLMAPFILE
002860         DISPLAY "Deleted."
002870         IF ws-map-status = "00"
002880             MOVE ws-hold-before TO AUDIT-BEFORE
002890             MOVE SPACES         TO AUDIT-AFTER
002900             MOVE "DELETE"       TO AUDIT-ACTION
002910             PERFORM WRITE-AUDIT-RECORD
002920         END-IF
002930     END-IF.
002940 WRITE-AUDIT-RECORD.
002950*--------------------------------
002960* Appends the change to the reference-data audit trail
002970* (REFAUDIT.DAT) with the same before/after and chaining
002980* convention phonescr.cbl uses on the directory trail, so
002990* audtchk verifies it and refaud reads it back.  The caller
003000* sets AUDIT-ACTION, AUDIT-BEFORE, and AUDIT-AFTER first.
003010*--------------------------------
003020     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
003030     MOVE ws-operator-id         TO AUDIT-OPERATOR.
003040     MOVE "GLMAPMNT"  TO AUDIT-PROGRAM-NAME.
003050     PERFORM SET-AUDIT-SEQUENCE.
003060     MOVE AUDIT-RECORD           TO AUDIT-LINE.
003070     OPEN EXTEND AUDITFILE.
003080     IF ws-audit-status = "35"
003090         OPEN OUTPUT AUDITFILE
003100     END-IF.
003110     WRITE AUDIT-LINE.
003120     CLOSE AUDITFILE.
003130
003140 SET-AUDIT-SEQUENCE.
003150*--------------------------------
003160* Tamper-evident chaining, the same sequence-and-check scheme
003170* write-audit-record in phonescr.cbl folds over each record.
003180*--------------------------------
003190     PERFORM GET-LAST-AUDIT-POSITION.
003200     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
003210     PERFORM COMPUTE-AUDIT-CHECK.
003220
003230 GET-LAST-AUDIT-POSITION.
003240     MOVE ZERO TO ws-last-audit-seq.
003250     MOVE ZERO TO ws-last-audit-check.
003260     OPEN INPUT AUDITFILE.
003270     IF ws-audit-status = "00"
003280         PERFORM READ-LAST-AUDIT-LINE
003290             UNTIL ws-audit-status NOT = "00"
003300         CLOSE AUDITFILE
003310     END-IF.
003320
003330 READ-LAST-AUDIT-LINE.
003340     READ AUDITFILE
003350         AT END CONTINUE
003360     END-READ.
003370     IF ws-audit-status = "00"
003380         AND AUDIT-LINE(229:9) IS NUMERIC
003390         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
003400         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
003410     END-IF.
003420
003430 COMPUTE-AUDIT-CHECK.
003440     MOVE ZERO TO ws-audit-work-sum.
003450     MOVE ZERO TO ws-audit-sub.
003460     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
003470     COMPUTE AUDIT-CHECK-VALUE =
003480         FUNCTION MOD((ws-last-audit-check * 17)
003490             + ws-audit-work-sum, 999999999).
003500
003510 ADD-ONE-AUDIT-BYTE.
003520     ADD 1 TO ws-audit-sub.
003530     COMPUTE ws-audit-work-sum = ws-audit-work-sum
003540         + (ws-audit-sub
003550            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
003560 SAMPLE-WINDOW-FLAG.
003570     MOVE "N"    TO ws-window-locked.
003580     MOVE SPACES TO ws-window-step.
003590     OPEN INPUT WINDOW-FLAG-FILE.
003600     IF ws-flag-status = "00"
003610         READ WINDOW-FLAG-FILE
003620             AT END CONTINUE
003630         END-READ
003640         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
003650             MOVE "Y"      TO ws-window-locked
003660             MOVE FLG-STEP TO ws-window-step
003670         END-IF
003680         CLOSE WINDOW-FLAG-FILE
003690     END-IF.
003700
003710 REFRESH-WINDOW-FLAG.
003720*--------------------------------
003730* The flag is re-sampled before every pass, not just at
003740* sign-on, so a screen left up all day locks the moment the
003750* window opens under it.  An override granted this session
003760* stands until the operator quits.
003770*--------------------------------
003780     IF ws-window-override = "Y"
003790         MOVE "N" TO ws-window-locked
003800     ELSE
003810         PERFORM SAMPLE-WINDOW-FLAG
003820     END-IF.
003830
003840 CHECK-BATCH-WINDOW.
003850*--------------------------------
003860* Updates are refused while batchwin's window-open flag is up -
003870* a save that lands mid-rebuild simply vanishes.  Listing stays
003880* open.  A supervisor (verified against the operator master) can
003890* override for a genuine emergency; the override itself goes on
003900* the reference-data audit trail with who and when.
003910*--------------------------------
003920     PERFORM SAMPLE-WINDOW-FLAG.
003930     IF ws-window-locked = "Y"
003940         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
003950         DISPLAY "  " ws-window-step
003960         DISPLAY "Updates are locked; listing is open."
003970         PERFORM OFFER-WINDOW-OVERRIDE
003980     END-IF.
003990
004000 OFFER-WINDOW-OVERRIDE.
004010     DISPLAY "Supervisor override for an emergency (Y/N)? "
004020         WITH NO ADVANCING.
004030     ACCEPT ws-override-answer.
004040     IF ws-override-answer = "Y" OR ws-override-answer = "y"
004050         PERFORM VERIFY-OVERRIDE-SUPERVISOR
004060         IF ws-override-ok = "Y"
004070             MOVE "N" TO ws-window-locked
004080             MOVE "Y" TO ws-window-override
004090             MOVE SPACES TO AUDIT-BEFORE
004100             MOVE SPACES TO AUDIT-AFTER
004110             STRING "WINDOW OVERRIDE DURING STEP "
004120                 ws-window-step
004130                 DELIMITED BY SIZE INTO AUDIT-AFTER
004140             MOVE "OVRRID" TO AUDIT-ACTION
004150             PERFORM WRITE-AUDIT-RECORD
004160         END-IF
004170     END-IF.
004180
004190 VERIFY-OVERRIDE-SUPERVISOR.
004200*--------------------------------
004210* The override takes a supervisor sign-on against the operator
004220* master; a shop with no master yet has no supervisors to ask,
004230* so the lock stands.
004240*--------------------------------
004250     MOVE "N" TO ws-override-ok.
004260     OPEN INPUT OPERFILE.
004270     IF ws-oper-status NOT = "00"
004280         DISPLAY "No operator master - the lock stands."
004290     ELSE
004300         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
004310         ACCEPT ws-ovr-id
004320         DISPLAY "Password: " WITH NO ADVANCING
004330         ACCEPT ws-ovr-password
004340         MOVE ws-ovr-id TO OPER-ID
004350         READ OPERFILE
004360             INVALID KEY
004370                 DISPLAY "Unknown operator."
004380             NOT INVALID KEY
004390                 IF OPER-PASSWORD = ws-ovr-password
004400                     AND OPER-AUTH-SUPERVISOR
004410                     MOVE "Y" TO ws-override-ok
004420                     MOVE ws-ovr-id TO ws-operator-id
004430                 ELSE
004440                     DISPLAY "Not a supervisor, or wrong "
004450                         "password."
004460                 END-IF
004470         END-READ
004480         CLOSE OPERFILE
004490     END-IF.

004510 VERIFY-OPERATOR.
004520*--------------------------------
004530* With the operator master (OPERMAST.DAT) on file the password
004540* is checked against it, and an ID that is unknown, locked, or
004550* given the wrong password gets no grant below.  A shop with no
004560* master yet runs as before.
004570*--------------------------------
004580     OPEN INPUT OPERFILE.
004590     IF ws-oper-status = "00"
004600         DISPLAY "Password: " WITH NO ADVANCING
004610         ACCEPT ws-sign-password
004620         MOVE "N" TO ws-sign-ok
004630         MOVE ws-operator-id TO OPER-ID
004640         READ OPERFILE
004650             INVALID KEY
004660                 CONTINUE
004670             NOT INVALID KEY
004680                 IF OPER-PASSWORD = ws-sign-password
004690                     AND NOT OPER-IS-LOCKED
004700                     MOVE "Y" TO ws-sign-ok
004710                 END-IF
004720         END-READ
004730         CLOSE OPERFILE
004740     END-IF.
004750
004760 CHECK-UPDATE-GRANT.
004770*--------------------------------
004780* Adding, changing, and deleting GL mappings need the GLMAPUPD
004790* grant on the access table (OPERACC.DAT, kept in opermnt);
004800* without it the screen is listing only.  A shop with no table
004810* yet runs as before.
004820*--------------------------------
004830     MOVE "Y" TO ws-update-granted.
004840     IF ws-sign-ok = "N"
004850         MOVE "N" TO ws-update-granted
004860         DISPLAY "Operator not verified - listing only."
004870     ELSE
004880         OPEN INPUT ACCESS-FILE
004890         IF ws-acc-status = "00"
004900             MOVE ws-operator-id TO ACC-OPER-ID
004910             MOVE "GLMAPUPD"     TO ACC-FUNCTION
004920             READ ACCESS-FILE
004930                 INVALID KEY
004940                     MOVE "N" TO ws-update-granted
004950                     DISPLAY "No GLMAPUPD grant for "
004960                         ws-operator-id
004970                         " - listing only."
004980             END-READ
004990             CLOSE ACCESS-FILE
005000         END-IF
005010     END-IF.
