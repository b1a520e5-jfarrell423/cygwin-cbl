000060* money is spread across (fund code, name, and the benchmark
000070* index the fund is judged against).  A benchmark index with no
000080* entry on BENCHTBL.DAT is accepted with a warning - the table
000090* may simply not carry that period yet.  Each fund also
000092* carries its type and annual expense ratio for the fee
000094* disclosure notice.
000100*
000110* 2026-09  JDF  New program.
000111* 2026-10  JDF  Fund type and expense ratio keyed and listed.
000112* 2026-10  JDF  Takes the operator ID at start-up, verified
000114*                against the operator master with its password;
000116*                update actions need the FUNDUPD grant on the
000118*                access table once OPERACC.DAT is on file.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000274 ORGANIZATION IS LINE SEQUENTIAL
000276 FILE STATUS IS ws-flag-status.
000278
000279 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000280 FILE STATUS IS ws-oper-status
000282 ORGANIZATION IS INDEXED
000283 ACCESS MODE IS DYNAMIC
000285 RECORD KEY IS OPER-ID.
000286
000288 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000289 FILE STATUS IS ws-acc-status
000291 ORGANIZATION IS INDEXED
000292 ACCESS MODE IS DYNAMIC
000294 RECORD KEY IS ACC-KEY.
000295
000297 DATA DIVISION.
000298 FILE SECTION.
000300 FD FUNDFILE.
000310     COPY FUNDREC.
000320
000350     05  FLG-STATE                   PIC X(04).
000351     05  FILLER                      PIC X(01).
000352     05  FLG-STEP                    PIC X(30).
000353
000354 FD OPERFILE.
000355     COPY OPERREC.
000356
000357 FD ACCESS-FILE.
000358     COPY ACCSREC.
000359
000360 WORKING-STORAGE SECTION.
000370 01  ws-fund-status                  pic x(02).
000371 01  ws-flag-status                  pic x(02).
000420 01  ws-pick-code                    pic x(08) value spaces.
000430 01  ws-found                        pic x(01) value space.
000440 01  ws-bench-seen                   pic x(01) value space.
000441 01  ws-ratio-entry                  pic x(08) value spaces.
000442 01  ws-ratio-ok                     pic x(01) value space.
000443 01  ws-ratio-disp                   pic z9.999.
000444 01  ws-type-entry                   pic x(01) value space.
000446 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000448 01  ws-acc-status                   pic x(02).
000450 01  ws-update-granted               pic x(01) value "Y".
000452 01  ws-oper-status                  pic x(02).
000454 01  ws-sign-password                pic x(08) value spaces.
000456 01  ws-sign-ok                      pic x(01) value space.
000458
000460 PROCEDURE DIVISION.
000470 PROGRAM-BEGIN.
000480     CALL "shopcfg"
000500             DISPLAY "shopcfg not found - default "
000510                 "file locations in effect"
000520     END-CALL.
000521     DISPLAY "Operator ID: " WITH NO ADVANCING.
000522     ACCEPT ws-operator-id.
000523     IF ws-operator-id = SPACES
000525         MOVE "SYSTEM  " TO ws-operator-id
000526     END-IF.
000527     PERFORM VERIFY-OPERATOR.
000528     PERFORM CHECK-UPDATE-GRANT.
000530     PERFORM OPEN-FUNDFILE.
000535     PERFORM CHECK-BATCH-WINDOW.
000540     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000680     DISPLAY "Fund master - L)ist  A)dd  C)hange  D)elete  "
000690         "Q)uit: " WITH NO ADVANCING.
000700     ACCEPT ws-choice.
000701     IF ws-update-granted NOT = "Y"
000702         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000704             OR "D" OR "d")
000705         DISPLAY "Not granted FUNDUPD - updates refused."
000707         MOVE SPACE TO ws-choice
000708     END-IF.
000710     EVALUATE ws-choice
000720         WHEN "L"
000730         WHEN "l"
001050     PERFORM LIST-ONE-FUND UNTIL ws-eof = "y".
001060
001070 LIST-ONE-FUND.
001075     MOVE FUND-EXPENSE-PCT TO ws-ratio-disp.
001080     DISPLAY "  " FUND-CODE " " FUND-NAME
001090         " BENCH " FUND-BENCH-INDEX " TYPE " FUND-TYPE
001095         " EXP " ws-ratio-disp "%".
001100     READ FUNDFILE NEXT RECORD
001110         AT END MOVE "y" TO ws-eof
001120     END-READ.
001140 ADD-FUND.
001150     DISPLAY "Fund code: " WITH NO ADVANCING.
001160     ACCEPT FUND-CODE.
001165     MOVE SPACE TO FUND-TYPE.
001166     MOVE ZERO  TO FUND-EXPENSE-PCT.
001170     PERFORM GET-FUND-FIELDS.
001180     WRITE FUND-REC
001190         INVALID KEY DISPLAY "Fund already on file."
001300             MOVE "n" TO ws-found
001310     END-READ.
001320     IF ws-found = "y"
001325         MOVE FUND-EXPENSE-PCT TO ws-ratio-disp
001330         DISPLAY "Now: " FUND-NAME " BENCH " FUND-BENCH-INDEX
001335             " TYPE " FUND-TYPE " EXP " ws-ratio-disp "%"
001340         PERFORM GET-FUND-FIELDS
001350         REWRITE FUND-REC
001360             INVALID KEY DISPLAY "Problem with index!"
001620         DISPLAY "(no BENCHTBL.DAT entry for that index yet - "
001630             "benchmnt can add one)"
001640     END-IF.
001642     PERFORM GET-FUND-TYPE.
001644     PERFORM GET-FUND-TYPE UNTIL FUND-TYPE-VALID.
001646     MOVE "n" TO ws-ratio-ok.
001648     PERFORM GET-EXPENSE-RATIO UNTIL ws-ratio-ok = "y".
001650
001660 CHECK-BENCH-KNOWN.
001670     MOVE "n" TO ws-bench-seen.
001870*--------------------------------
001880* Updates are refused while batchwin's window-open flag is up
001890* - the nightly balance-feed load validates against this table.
001900* Listing stays open.  This screen keeps no audit trail to
001910* put a supervisor override on, so updates wait for the
001920* window to close.
001930*--------------------------------
001940     PERFORM SAMPLE-WINDOW-FLAG.
001950     IF ws-window-locked = "Y"
002120         END-IF
002130         CLOSE WINDOW-FLAG-FILE
002140     END-IF.
002150
002160 GET-FUND-TYPE.
002170     DISPLAY "Fund type - E)quity F)ixed income B)alanced "
002180         "S)table value: " WITH NO ADVANCING.
002190     MOVE SPACE TO ws-type-entry.
002200     ACCEPT ws-type-entry.
002210     INSPECT ws-type-entry CONVERTING "efbs" TO "EFBS".
002220     IF ws-type-entry NOT = SPACE
002230         MOVE ws-type-entry TO FUND-TYPE
002240     END-IF.
002250     IF NOT FUND-TYPE-VALID
002260         DISPLAY "Type must be E, F, B or S."
002270     END-IF.
002280
002290 GET-EXPENSE-RATIO.
002300*--------------------------------
002310* The annual expense ratio as a percent of assets; blank keeps
002320* the ratio already on the record.
002330*--------------------------------
002340     DISPLAY "Expense ratio % (e.g. 0.450, blank = keep): "
002350         WITH NO ADVANCING.
002360     MOVE SPACES TO ws-ratio-entry.
002370     ACCEPT ws-ratio-entry.
002380     MOVE "y" TO ws-ratio-ok.
002390     IF ws-ratio-entry NOT = SPACES
002400         IF FUNCTION TEST-NUMVAL(ws-ratio-entry) NOT = ZERO
002410             DISPLAY "Enter the ratio as a number."
002420             MOVE "n" TO ws-ratio-ok
002430         ELSE
002440             IF FUNCTION NUMVAL(ws-ratio-entry) > 10
002450                 DISPLAY "Ratio must be at most 10.000%."
002460                 MOVE "n" TO ws-ratio-ok
002470             ELSE
002480                 COMPUTE FUND-EXPENSE-PCT =
002490                     FUNCTION NUMVAL(ws-ratio-entry)
002500             END-IF
002510         END-IF
002520     END-IF.
002530
002540 VERIFY-OPERATOR.
002550*--------------------------------
002560* With the operator master (OPERMAST.DAT) on file the password
002570* is checked against it, and an ID that is unknown, locked, or
002580* given the wrong password gets no grant below.  A shop with no
002590* master yet runs as before.
002600*--------------------------------
002610     OPEN INPUT OPERFILE.
002620     IF ws-oper-status = "00"
002630         DISPLAY "Password: " WITH NO ADVANCING
002640         ACCEPT ws-sign-password
002650         MOVE "N" TO ws-sign-ok
002660         MOVE ws-operator-id TO OPER-ID
002670         READ OPERFILE
002680             INVALID KEY
002690                 CONTINUE
002700             NOT INVALID KEY
002710                 IF OPER-PASSWORD = ws-sign-password
002720                     AND NOT OPER-IS-LOCKED
002730                     MOVE "Y" TO ws-sign-ok
002740                 END-IF
002750         END-READ
002760         CLOSE OPERFILE
002770     END-IF.
002780
002790 CHECK-UPDATE-GRANT.
002800*--------------------------------
002810* Adding, changing, and deleting funds need the FUNDUPD grant on
002820* the access table (OPERACC.DAT, kept in opermnt); without it
002830* the screen is listing only.  A shop with no table yet runs as
002840* before.
002850*--------------------------------
002860     MOVE "Y" TO ws-update-granted.
002870     IF ws-sign-ok = "N"
002880         MOVE "N" TO ws-update-granted
002890         DISPLAY "Operator not verified - listing only."
002900     ELSE
002910         OPEN INPUT ACCESS-FILE
002920         IF ws-acc-status = "00"
002930             MOVE ws-operator-id TO ACC-OPER-ID
002940             MOVE "FUNDUPD "     TO ACC-FUNCTION
002950             READ ACCESS-FILE
002960                 INVALID KEY
002970                     MOVE "N" TO ws-update-granted
002980                     DISPLAY "No FUNDUPD grant for "
002990                         ws-operator-id
003000                         " - listing only."
003010             END-READ
003020             CLOSE ACCESS-FILE
003030         END-IF
003040     END-IF.
