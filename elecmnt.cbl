000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ELECMNT.
000030*--------------------------------
000040* Investment elections (INVELECT.DAT) and rebalance requests.
000050* Election and rebalance instructions used to come in on paper
000060* and be phoned to the custodian.  Here an election is keyed
000070* per account with its effective date - up to ten funds off
000080* FUNDTBL.DAT, percents totalling exactly 100 - and a new
000090* election on the same date replaces the old one.  Elections
000100* already in force stay on file as history; only one not yet
000110* in force can be deleted.  Every fund line added or removed
000120* goes on the reference-data audit trail (REFAUDIT.DAT).
000130*
000140* The rebalance option takes the account's FUNDBAL.DAT balances,
000150* works out each fund's target under the election in force
000160* today (the last fund takes the rounding so the targets add to
000170* the balance), shows current, target, and trade for each fund,
000180* and on confirmation appends the sells and buys to TRADEOUT.DAT
000190* for the custodian; the request itself is audited as REBAL.
000200* Updates wait for the batch window to close; listing is open.
000210*
000220* 2026-10  JDF  New program.
000222* 2026-10  JDF  Update actions need the ELECUPD grant on the
000224*                access table once OPERACC.DAT is on file; the
000226*                operator ID is verified against the operator
000228*                master with its password first.
000230*--------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270 SELECT ELECFILE ASSIGN TO "INVELECTDAT"
000280 FILE STATUS IS ws-elec-status
000290 ORGANIZATION IS INDEXED
000300 ACCESS MODE IS DYNAMIC
000310 RECORD KEY IS EL-KEY.
000320
000330 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000340 FILE STATUS IS ws-part-status
000350 ORGANIZATION IS INDEXED
000360 ACCESS MODE IS DYNAMIC
000370 RECORD KEY IS PART-ACCOUNT.
000380
000390 SELECT FUNDFILE ASSIGN TO "FUNDTBLDAT"
000400 FILE STATUS IS ws-fund-status
000410 ORGANIZATION IS INDEXED
000420 ACCESS MODE IS DYNAMIC
000430 RECORD KEY IS FUND-CODE.
000440
000450 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000460 FILE STATUS IS ws-fb-status
000470 ORGANIZATION IS INDEXED
000480 ACCESS MODE IS DYNAMIC
000490 RECORD KEY IS FB-KEY.
000500
000510 SELECT TRADE-FILE ASSIGN TO "TRADEOUTDAT"
000520 ORGANIZATION IS LINE SEQUENTIAL
000530 FILE STATUS IS ws-trade-status.
000540
000550 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000560 ORGANIZATION IS LINE SEQUENTIAL
000570 FILE STATUS IS ws-audit-status.
000580
000590 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000600 ORGANIZATION IS LINE SEQUENTIAL
000610 FILE STATUS IS ws-flag-status.
000612
000615 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000617 FILE STATUS IS ws-oper-status
000620 ORGANIZATION IS INDEXED
000621 ACCESS MODE IS DYNAMIC
000622 RECORD KEY IS OPER-ID.
000623
000624 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000625 FILE STATUS IS ws-acc-status
000626 ORGANIZATION IS INDEXED
000627 ACCESS MODE IS DYNAMIC
000628 RECORD KEY IS ACC-KEY.
000629
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD ELECFILE.
000660     COPY ELECREC.
000670
000680 FD PARTFILE.
000690     COPY PARTREC.
000700
000710 FD FUNDFILE.
000720     COPY FUNDREC.
000730
000740 FD FUNDBAL-FILE.
000750     COPY FUNDBREC.
000760
000770 FD TRADE-FILE.
000780     COPY TRADEREC.
000790
000800 FD AUDITFILE.
000810 01  AUDIT-LINE                      PIC X(246).
000820
000830 FD WINDOW-FLAG-FILE.
000840 01  WINDOW-FLAG-REC.
000850     05  FLG-STATE                   PIC X(04).
000860     05  FILLER                      PIC X(01).
000870     05  FLG-STEP                    PIC X(30).
000871
000872 FD OPERFILE.
000874     COPY OPERREC.
000875
000877 FD ACCESS-FILE.
000878     COPY ACCSREC.
000880
000890 WORKING-STORAGE SECTION.
000900     COPY AUDITREC.
000910
000920 01  ws-audit-status                 pic x(02).
000930 01  ws-last-audit-seq               pic 9(09) value zero.
000940 01  ws-last-audit-check             pic 9(09) value zero.
000950 01  ws-audit-work-sum               pic 9(18) value zero.
000960 01  ws-audit-sub                    pic 9(04) comp value zero.
000970 01  ws-audit-image.
000980     05  ws-ai-account               pic x(10).
000990     05  filler                      pic x(01) value space.
001000     05  ws-ai-eff-date              pic 9(08).
001010     05  filler                      pic x(01) value space.
001020     05  ws-ai-fund                  pic x(08).
001030     05  filler                      pic x(01) value space.
001040     05  ws-ai-pct                   pic 9(3).99.
001050
001060 01  ws-elec-status                  pic x(02).
001070 01  ws-part-status                  pic x(02).
001080 01  ws-fund-status                  pic x(02).
001090 01  ws-fb-status                    pic x(02).
001100 01  ws-trade-status                 pic x(02).
001110 01  ws-flag-status                  pic x(02).
001120 01  ws-window-locked                pic x(01) value "N".
001130 01  ws-window-step                  pic x(30) value spaces.
001140 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
001141 01  ws-acc-status                   pic x(02).
001143 01  ws-update-granted               pic x(01) value "Y".
001145 01  ws-oper-status                  pic x(02).
001146 01  ws-sign-password                pic x(08) value spaces.
001148 01  ws-sign-ok                      pic x(01) value space.
001150 01  ws-done                         pic x(01) value space.
001160 01  ws-choice                       pic x(01) value space.
001170 01  ws-answer                       pic x(01) value space.
001180 01  ws-eof                          pic x(01) value space.
001190 01  ws-found                        pic x(01) value space.
001200 01  ws-account                      pic x(10) value spaces.
001210 01  ws-run-date                     pic 9(08) value zero.
001220 01  ws-date-entry                   pic x(08) value spaces.
001230 01  ws-eff-date                     pic 9(08) value zero.
001240 01  ws-inforce-date                 pic 9(08) value zero.
001250 01  ws-listed-count                 pic 9(03) value zero.
001260 01  ws-elec-state                   pic x(08) value spaces.
001270 01  ws-sub                          pic 9(02) comp value zero.
001280
001290*--------------------------------
001300* The election being keyed.
001310*--------------------------------
001320 01  ws-fund-done                    pic x(01) value space.
001330 01  ws-fund-entry                   pic x(08) value spaces.
001340 01  ws-pct-entry                    pic 9(3)v99 value zero.
001350 01  ws-pct-total                    pic 9(5)v99 value zero.
001360 01  ws-new-count                    pic 9(02) comp value zero.
001370 01  ws-new-table.
001380     05  ws-new-entry                occurs 10 times.
001390         10  ws-nw-fund              pic x(08).
001400         10  ws-nw-pct               pic 9(3)v99.
001410 01  ws-dup-found                    pic x(01) value space.
001420
001430*--------------------------------
001440* Rebalance work table - every fund held or elected.
001450*--------------------------------
001460 01  ws-rb-count                     pic 9(02) comp value zero.
001470 01  ws-rb-table.
001480     05  ws-rb-entry                 occurs 30 times.
001490         10  ws-rb-fund              pic x(08).
001500         10  ws-rb-current           pic 9(9)v99.
001510         10  ws-rb-target            pic 9(9)v99.
001520         10  ws-rb-trade             pic s9(9)v99.
001530 01  ws-rb-sub                       pic 9(02) comp value zero.
001540 01  ws-rb-found                     pic 9(02) comp value zero.
001550 01  ws-rb-total                     pic 9(9)v99 value zero.
001560 01  ws-rb-assigned                  pic 9(9)v99 value zero.
001570 01  ws-rb-trades                    pic 9(03) value zero.
001580 01  ws-rb-overflow                  pic x(01) value space.
001590 01  ws-fb-eof                       pic x(01) value space.
001600 01  ws-trade-action                 pic x(01) value space.
001610
001620 01  ws-money-1                      pic $$$,$$$,$$9.99.
001630 01  ws-money-2                      pic $$$,$$$,$$9.99.
001640 01  ws-money-3                      pic $$$,$$$,$$9.99-.
001650 01  ws-pct-disp                     pic zz9.99.
001660
001670 PROCEDURE DIVISION.
001680 PROGRAM-BEGIN.
001690     CALL "shopcfg"
001700         ON EXCEPTION
001710             DISPLAY "shopcfg not found - default "
001720                 "file locations in effect"
001730     END-CALL.
001740     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001750     DISPLAY "Operator ID: " WITH NO ADVANCING.
001760     ACCEPT ws-operator-id.
001770     IF ws-operator-id = SPACES
001780         MOVE "SYSTEM  " TO ws-operator-id
001790     END-IF.
001793     PERFORM VERIFY-OPERATOR.
001796     PERFORM CHECK-UPDATE-GRANT.
001800     PERFORM OPEN-ELECFILE.
001810     PERFORM CHECK-BATCH-WINDOW.
001820     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001830     CLOSE ELECFILE.
001840     STOP RUN.
001850
001860 OPEN-ELECFILE.
001870     OPEN I-O ELECFILE.
001880     IF ws-elec-status = "35"
001890         OPEN OUTPUT ELECFILE
001900         CLOSE ELECFILE
001910         OPEN I-O ELECFILE
001920     END-IF.
001930
001940 MENU-LOOP.
001950     PERFORM SAMPLE-WINDOW-FLAG.
001960     DISPLAY " ".
001970     DISPLAY "Elections - L)ist  A)dd  D)elete  R)ebalance  "
001980         "Q)uit: " WITH NO ADVANCING.
001990     ACCEPT ws-choice.
001991     IF ws-update-granted NOT = "Y"
001992         AND (ws-choice = "A" OR "a" OR "D" OR "d"
001994             OR "R" OR "r")
001995         DISPLAY "Not granted ELECUPD - updates refused."
001997         MOVE SPACE TO ws-choice
001998     END-IF.
002000     EVALUATE ws-choice
002010         WHEN "L"
002020         WHEN "l"
002030             PERFORM GET-ACCOUNT
002040             IF ws-found = "y"
002050                 PERFORM LIST-ELECTIONS
002060             END-IF
002070         WHEN "A"
002080         WHEN "a"
002090             IF ws-window-locked = "Y"
002100                 DISPLAY "Batch window open - updates locked."
002110             ELSE
002120             PERFORM GET-ACCOUNT
002130             IF ws-found = "y"
002140                 PERFORM ADD-ELECTION
002150             END-IF
002160             END-IF
002170         WHEN "D"
002180         WHEN "d"
002190             IF ws-window-locked = "Y"
002200                 DISPLAY "Batch window open - updates locked."
002210             ELSE
002220             PERFORM GET-ACCOUNT
002230             IF ws-found = "y"
002240                 PERFORM DELETE-ELECTION
002250             END-IF
002260             END-IF
002270         WHEN "R"
002280         WHEN "r"
002290             IF ws-window-locked = "Y"
002300                 DISPLAY "Batch window open - updates locked."
002310             ELSE
002320             PERFORM GET-ACCOUNT
002330             IF ws-found = "y"
002340                 PERFORM REBALANCE-ACCOUNT
002350             END-IF
002360             END-IF
002370         WHEN "Q"
002380         WHEN "q"
002390             MOVE "Y" TO ws-done
002400         WHEN OTHER
002410             CONTINUE
002420     END-EVALUATE.
002430
002440 GET-ACCOUNT.
002450     MOVE "y" TO ws-found.
002460     DISPLAY "Participant account: " WITH NO ADVANCING.
002470     ACCEPT ws-account.
002480     OPEN INPUT PARTFILE.
002490     IF ws-part-status = "00"
002500         MOVE ws-account TO PART-ACCOUNT
002510         READ PARTFILE
002520             INVALID KEY
002530                 DISPLAY "Account not on participant master."
002540                 MOVE "n" TO ws-found
002550             NOT INVALID KEY
002560                 DISPLAY "Participant: " PART-NAME
002570         END-READ
002580         CLOSE PARTFILE
002590     END-IF.
002600
002610*--------------------------------
002620* The election in force for ws-account on ws-eff-date: its
002630* effective date in ws-inforce-date (zero when none) and the
002640* record itself in ELECT-REC.
002650*--------------------------------
002660 FIND-ELECTION-IN-FORCE.
002670     MOVE ZERO TO ws-inforce-date.
002680     MOVE SPACE TO ws-eof.
002690     MOVE ws-account TO EL-ACCOUNT.
002700     MOVE ZERO       TO EL-EFF-DATE.
002710     START ELECFILE KEY IS NOT LESS THAN EL-KEY
002720         INVALID KEY MOVE "y" TO ws-eof
002730     END-START.
002740     PERFORM TAKE-ONE-CANDIDATE UNTIL ws-eof = "y".
002750     IF ws-inforce-date NOT = ZERO
002760         MOVE ws-account      TO EL-ACCOUNT
002770         MOVE ws-inforce-date TO EL-EFF-DATE
002780         READ ELECFILE
002790             INVALID KEY MOVE ZERO TO ws-inforce-date
002800         END-READ
002810     END-IF.
002820
002830 TAKE-ONE-CANDIDATE.
002840     READ ELECFILE NEXT RECORD
002850         AT END MOVE "y" TO ws-eof
002860     END-READ.
002870     IF ws-eof NOT = "y"
002880         IF EL-ACCOUNT NOT = ws-account
002890             OR EL-EFF-DATE > ws-eff-date
002900             MOVE "y" TO ws-eof
002910         ELSE
002920             MOVE EL-EFF-DATE TO ws-inforce-date
002930         END-IF
002940     END-IF.
002950
002960 LIST-ELECTIONS.
002970     MOVE ws-run-date TO ws-eff-date.
002980     PERFORM FIND-ELECTION-IN-FORCE.
002990     MOVE ZERO TO ws-listed-count.
003000     MOVE SPACE TO ws-eof.
003010     MOVE ws-account TO EL-ACCOUNT.
003020     MOVE ZERO       TO EL-EFF-DATE.
003030     START ELECFILE KEY IS NOT LESS THAN EL-KEY
003040         INVALID KEY MOVE "y" TO ws-eof
003050     END-START.
003060     PERFORM LIST-ONE-ELECTION UNTIL ws-eof = "y".
003070     IF ws-listed-count = ZERO
003080         DISPLAY "  (no elections on file)"
003090     END-IF.
003100
003110 LIST-ONE-ELECTION.
003120     READ ELECFILE NEXT RECORD
003130         AT END MOVE "y" TO ws-eof
003140     END-READ.
003150     IF ws-eof NOT = "y" AND EL-ACCOUNT NOT = ws-account
003160         MOVE "y" TO ws-eof
003170     END-IF.
003180     IF ws-eof NOT = "y"
003190         ADD 1 TO ws-listed-count
003200         EVALUATE TRUE
003210             WHEN EL-EFF-DATE = ws-inforce-date
003220                 MOVE "IN FORCE" TO ws-elec-state
003230             WHEN EL-EFF-DATE > ws-run-date
003240                 MOVE "PENDING"  TO ws-elec-state
003250             WHEN OTHER
003260                 MOVE "HISTORY"  TO ws-elec-state
003270         END-EVALUATE
003280         DISPLAY "  Effective " EL-EFF-DATE "  " ws-elec-state
003290             "   keyed " EL-ENTERED-DATE " by " EL-OPERATOR
003300         MOVE ZERO TO ws-sub
003310         PERFORM SHOW-ONE-ELECTED-FUND
003320             UNTIL ws-sub NOT < EL-FUND-COUNT
003330     END-IF.
003340
003350 SHOW-ONE-ELECTED-FUND.
003360     ADD 1 TO ws-sub.
003370     MOVE EL-PCT(ws-sub) TO ws-pct-disp.
003380     DISPLAY "      " EL-FUND(ws-sub) "  " ws-pct-disp "%".
003390
003400*--------------------------------
003410* A new election, taking effect today or later.
003420*--------------------------------
003430 ADD-ELECTION.
003440     DISPLAY "Effective date (YYYYMMDD, Enter for today): "
003450         WITH NO ADVANCING.
003460     ACCEPT ws-date-entry.
003470     IF ws-date-entry = SPACES
003480         MOVE ws-run-date TO ws-eff-date
003490     ELSE
003500         IF ws-date-entry IS NUMERIC
003510             MOVE ws-date-entry TO ws-eff-date
003520         ELSE
003530             MOVE ZERO TO ws-eff-date
003540         END-IF
003550     END-IF.
003560     IF ws-eff-date < ws-run-date
003570         DISPLAY "An election cannot take effect in the past."
003580     ELSE
003590         PERFORM TAKE-ELECTED-FUNDS
003600         IF ws-new-count = ZERO
003610             DISPLAY "No funds keyed - nothing saved."
003620         ELSE
003630             IF ws-pct-total NOT = 100
003640                 MOVE ws-pct-total TO ws-pct-disp
003650                 DISPLAY "Percents total " ws-pct-disp
003660                     " - they must total 100.00; not saved."
003670             ELSE
003680                 PERFORM SAVE-ELECTION
003690             END-IF
003700         END-IF
003710     END-IF.
003720
003730 TAKE-ELECTED-FUNDS.
003740     MOVE ZERO  TO ws-new-count.
003750     MOVE ZERO  TO ws-pct-total.
003760     MOVE SPACE TO ws-fund-done.
003770     OPEN INPUT FUNDFILE.
003780     IF ws-fund-status NOT = "00"
003790         DISPLAY "No fund master on file - elections wait for it."
003800     ELSE
003810         PERFORM TAKE-ONE-ELECTED-FUND UNTIL ws-fund-done = "y"
003820         CLOSE FUNDFILE
003830     END-IF.
003840
003850 TAKE-ONE-ELECTED-FUND.
003860     DISPLAY "Fund code (Enter to finish): " WITH NO ADVANCING.
003870     ACCEPT ws-fund-entry.
003880     IF ws-fund-entry = SPACES
003890         MOVE "y" TO ws-fund-done
003900     ELSE
003910         MOVE "y" TO ws-found
003920         MOVE ws-fund-entry TO FUND-CODE
003930         READ FUNDFILE
003940             INVALID KEY
003950                 DISPLAY "Fund not on the fund master."
003960                 MOVE "n" TO ws-found
003970         END-READ
003980         IF ws-found = "y"
003990             PERFORM CHECK-DUPLICATE-FUND
004000         END-IF
004010         IF ws-found = "y" AND ws-new-count NOT < 10
004020             DISPLAY "Ten funds at most on one election."
004030             MOVE "n" TO ws-found
004040         END-IF
004050         IF ws-found = "y"
004060             DISPLAY "Percent (e.g. 25.00): " WITH NO ADVANCING
004070             ACCEPT ws-pct-entry
004080             IF ws-pct-entry = ZERO
004090                 DISPLAY "Percent must be more than zero."
004100             ELSE
004110                 ADD 1 TO ws-new-count
004120                 MOVE ws-fund-entry TO ws-nw-fund(ws-new-count)
004130                 MOVE ws-pct-entry  TO ws-nw-pct(ws-new-count)
004140                 ADD ws-pct-entry   TO ws-pct-total
004150                 MOVE ws-pct-total  TO ws-pct-disp
004160                 DISPLAY "  Running total " ws-pct-disp "%"
004170             END-IF
004180         END-IF
004190     END-IF.
004200
004210 CHECK-DUPLICATE-FUND.
004220     MOVE ZERO TO ws-sub.
004230     PERFORM CHECK-ONE-DUPLICATE
004240         UNTIL ws-sub NOT < ws-new-count.
004250
004260 CHECK-ONE-DUPLICATE.
004270     ADD 1 TO ws-sub.
004280     IF ws-nw-fund(ws-sub) = ws-fund-entry
004290         DISPLAY "That fund is already on this election."
004300         MOVE "n" TO ws-found
004310     END-IF.
004320
004330*--------------------------------
004340* Write the election; one already on file for the same date is
004350* replaced, its old fund lines audited out first.
004360*--------------------------------
004370 SAVE-ELECTION.
004380     MOVE ws-account  TO EL-ACCOUNT.
004390     MOVE ws-eff-date TO EL-EFF-DATE.
004400     READ ELECFILE
004410         INVALID KEY MOVE "n" TO ws-found
004420         NOT INVALID KEY MOVE "y" TO ws-found
004430     END-READ.
004440     IF ws-found = "y"
004450         MOVE "DELETE" TO AUDIT-ACTION
004460         PERFORM AUDIT-ELECTION-LINES
004470     END-IF.
004480     MOVE SPACES         TO ELECT-REC.
004490     MOVE ws-account     TO EL-ACCOUNT.
004500     MOVE ws-eff-date    TO EL-EFF-DATE.
004510     MOVE ws-new-count   TO EL-FUND-COUNT.
004520     MOVE ZERO TO ws-sub.
004530     PERFORM MOVE-ONE-NEW-FUND 10 TIMES.
004540     MOVE ws-operator-id TO EL-OPERATOR.
004550     MOVE ws-run-date    TO EL-ENTERED-DATE.
004560     IF ws-found = "y"
004570         REWRITE ELECT-REC
004580             INVALID KEY DISPLAY "Problem with index!"
004590         END-REWRITE
004600         DISPLAY "Election for " ws-eff-date " replaced."
004610     ELSE
004620         WRITE ELECT-REC
004630             INVALID KEY DISPLAY "Problem with index!"
004640         END-WRITE
004650         DISPLAY "Election effective " ws-eff-date " saved."
004660     END-IF.
004670     MOVE "ADD" TO AUDIT-ACTION.
004680     PERFORM AUDIT-ELECTION-LINES.
004690
004700 MOVE-ONE-NEW-FUND.
004710     ADD 1 TO ws-sub.
004720     IF ws-sub > ws-new-count
004730         MOVE SPACES TO EL-FUND(ws-sub)
004740         MOVE ZERO   TO EL-PCT(ws-sub)
004750     ELSE
004760         MOVE ws-nw-fund(ws-sub) TO EL-FUND(ws-sub)
004770         MOVE ws-nw-pct(ws-sub)  TO EL-PCT(ws-sub)
004780     END-IF.
004790
004800 DELETE-ELECTION.
004810     DISPLAY "Effective date of the election to delete: "
004820         WITH NO ADVANCING.
004830     ACCEPT ws-date-entry.
004840     MOVE ws-account TO EL-ACCOUNT.
004850     IF ws-date-entry IS NUMERIC
004860         MOVE ws-date-entry TO EL-EFF-DATE
004870     ELSE
004880         MOVE ZERO TO EL-EFF-DATE
004890     END-IF.
004900     READ ELECFILE
004910         INVALID KEY
004920             DISPLAY "No election with that date."
004930         NOT INVALID KEY
004940             IF EL-EFF-DATE NOT > ws-run-date
004950                 DISPLAY "That election has taken effect - it "
004960                     "stays on file; key a new one instead."
004970             ELSE
004980                 MOVE "DELETE" TO AUDIT-ACTION
004990                 PERFORM AUDIT-ELECTION-LINES
005000                 DELETE ELECFILE
005010                     INVALID KEY DISPLAY "Problem with index!"
005020                 END-DELETE
005030                 DISPLAY "Deleted."
005040             END-IF
005050     END-READ.
005060
005070*--------------------------------
005080* One audit record per fund line of ELECT-REC, before image for
005090* a DELETE, after image for an ADD.
005100*--------------------------------
005110 AUDIT-ELECTION-LINES.
005120     MOVE ZERO TO ws-sub.
005130     PERFORM AUDIT-ONE-ELECTION-LINE
005140         UNTIL ws-sub NOT < EL-FUND-COUNT.
005150
005160 AUDIT-ONE-ELECTION-LINE.
005170     ADD 1 TO ws-sub.
005180     MOVE EL-ACCOUNT      TO ws-ai-account.
005190     MOVE EL-EFF-DATE     TO ws-ai-eff-date.
005200     MOVE EL-FUND(ws-sub) TO ws-ai-fund.
005210     MOVE EL-PCT(ws-sub)  TO ws-ai-pct.
005220     IF AUDIT-ACTION = "DELETE"
005230         MOVE ws-audit-image TO AUDIT-BEFORE
005240         MOVE SPACES         TO AUDIT-AFTER
005250     ELSE
005260         MOVE SPACES         TO AUDIT-BEFORE
005270         MOVE ws-audit-image TO AUDIT-AFTER
005280     END-IF.
005290     PERFORM WRITE-AUDIT-RECORD.
005300
005310*--------------------------------
005320* Rebalance to the election in force today.
005330*--------------------------------
005340 REBALANCE-ACCOUNT.
005350     MOVE ws-run-date TO ws-eff-date.
005360     PERFORM FIND-ELECTION-IN-FORCE.
005370     IF ws-inforce-date = ZERO
005380         DISPLAY "No election in force - nothing to rebalance to."
005390     ELSE
005400         PERFORM LOAD-CURRENT-BALANCES
005410         IF ws-rb-total = ZERO
005420             DISPLAY "No fund balances on file for the account."
005430         ELSE
005440             PERFORM SET-REBALANCE-TARGETS
005450             PERFORM SHOW-REBALANCE
005460             IF ws-rb-overflow = "y"
005470                 DISPLAY "Too many funds to rebalance here."
005480             ELSE
005490                 IF ws-rb-trades = ZERO
005500                     DISPLAY "Already on the election."
005510                 ELSE
005520                     PERFORM CONFIRM-REBALANCE
005530                 END-IF
005540             END-IF
005550         END-IF
005560     END-IF.
005570
005580 CONFIRM-REBALANCE.
005590     DISPLAY "Send these trades to the custodian (Y/N)? "
005600         WITH NO ADVANCING.
005610     ACCEPT ws-answer.
005620     IF ws-answer = "Y" OR ws-answer = "y"
005630         PERFORM WRITE-REBALANCE-TRADES
005640     ELSE
005650         DISPLAY "Nothing sent."
005660     END-IF.
005670
005680 LOAD-CURRENT-BALANCES.
005690     MOVE ZERO  TO ws-rb-count.
005700     MOVE ZERO  TO ws-rb-total.
005710     MOVE SPACE TO ws-rb-overflow.
005720     MOVE SPACE TO ws-fb-eof.
005730     OPEN INPUT FUNDBAL-FILE.
005740     IF ws-fb-status = "00"
005750         MOVE ws-account TO FB-ACCOUNT
005760         MOVE LOW-VALUES TO FB-FUND
005770         START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
005780             INVALID KEY MOVE "y" TO ws-fb-eof
005790         END-START
005800         PERFORM LOAD-ONE-BALANCE UNTIL ws-fb-eof = "y"
005810         CLOSE FUNDBAL-FILE
005820     END-IF.
005830
005840 LOAD-ONE-BALANCE.
005850     READ FUNDBAL-FILE NEXT RECORD
005860         AT END MOVE "y" TO ws-fb-eof
005870     END-READ.
005880     IF ws-fb-eof NOT = "y"
005890         IF FB-ACCOUNT NOT = ws-account
005900             MOVE "y" TO ws-fb-eof
005910         ELSE
005920             IF ws-rb-count < 30
005930                 ADD 1 TO ws-rb-count
005940                 MOVE FB-FUND TO ws-rb-fund(ws-rb-count)
005950                 MOVE FB-CURRENT-BALANCE
005960                     TO ws-rb-current(ws-rb-count)
005970                 MOVE ZERO TO ws-rb-target(ws-rb-count)
005980                 ADD FB-CURRENT-BALANCE TO ws-rb-total
005990             ELSE
006000                 MOVE "y" TO ws-rb-overflow
006010             END-IF
006020         END-IF
006030     END-IF.
006040
006050 SET-REBALANCE-TARGETS.
006060     MOVE ZERO TO ws-rb-assigned.
006070     MOVE ZERO TO ws-sub.
006080     PERFORM TARGET-ONE-ELECTED-FUND
006090         UNTIL ws-sub NOT < EL-FUND-COUNT.
006100     MOVE ZERO TO ws-rb-trades.
006110     MOVE ZERO TO ws-rb-sub.
006120     PERFORM PRICE-ONE-TRADE
006130         UNTIL ws-rb-sub NOT < ws-rb-count.
006140
006150 TARGET-ONE-ELECTED-FUND.
006160     ADD 1 TO ws-sub.
006170     MOVE ZERO TO ws-rb-found.
006180     MOVE ZERO TO ws-rb-sub.
006190     PERFORM FIND-ONE-REBALANCE-FUND
006200         UNTIL ws-rb-sub NOT < ws-rb-count
006210             OR ws-rb-found > ZERO.
006220     IF ws-rb-found = ZERO
006230         IF ws-rb-count < 30
006240             ADD 1 TO ws-rb-count
006250             MOVE ws-rb-count     TO ws-rb-found
006260             MOVE EL-FUND(ws-sub) TO ws-rb-fund(ws-rb-found)
006270             MOVE ZERO TO ws-rb-current(ws-rb-found)
006280         ELSE
006290             MOVE "y" TO ws-rb-overflow
006300         END-IF
006310     END-IF.
006320     IF ws-rb-found > ZERO
006330         IF ws-sub = EL-FUND-COUNT
006340             COMPUTE ws-rb-target(ws-rb-found) =
006350                 ws-rb-total - ws-rb-assigned
006360         ELSE
006370             COMPUTE ws-rb-target(ws-rb-found) ROUNDED =
006380                 ws-rb-total * EL-PCT(ws-sub) / 100
006390             ADD ws-rb-target(ws-rb-found) TO ws-rb-assigned
006400         END-IF
006410     END-IF.
006420
006430 FIND-ONE-REBALANCE-FUND.
006440     ADD 1 TO ws-rb-sub.
006450     IF ws-rb-fund(ws-rb-sub) = EL-FUND(ws-sub)
006460         MOVE ws-rb-sub TO ws-rb-found
006470     END-IF.
006480
006490 PRICE-ONE-TRADE.
006500     ADD 1 TO ws-rb-sub.
006510     COMPUTE ws-rb-trade(ws-rb-sub) =
006520         ws-rb-target(ws-rb-sub) - ws-rb-current(ws-rb-sub).
006530     IF ws-rb-trade(ws-rb-sub) NOT = ZERO
006540         ADD 1 TO ws-rb-trades
006550     END-IF.
006560
006570 SHOW-REBALANCE.
006580     DISPLAY "Election in force from " ws-inforce-date.
006590     DISPLAY "  FUND             CURRENT          TARGET"
006600         "           TRADE".
006610     MOVE ZERO TO ws-rb-sub.
006620     PERFORM SHOW-ONE-REBALANCE-FUND
006630         UNTIL ws-rb-sub NOT < ws-rb-count.
006640     MOVE ws-rb-total TO ws-money-1.
006650     DISPLAY "  TOTAL    " ws-money-1.
006660
006670 SHOW-ONE-REBALANCE-FUND.
006680     ADD 1 TO ws-rb-sub.
006690     MOVE ws-rb-current(ws-rb-sub) TO ws-money-1.
006700     MOVE ws-rb-target(ws-rb-sub)  TO ws-money-2.
006710     MOVE ws-rb-trade(ws-rb-sub)   TO ws-money-3.
006720     DISPLAY "  " ws-rb-fund(ws-rb-sub) " " ws-money-1 " "
006730         ws-money-2 " " ws-money-3.
006740
006750*--------------------------------
006760* Sells first, then buys, so the custodian raises the cash
006770* before spending it.
006780*--------------------------------
006790 WRITE-REBALANCE-TRADES.
006800     OPEN EXTEND TRADE-FILE.
006810     IF ws-trade-status = "35"
006820         OPEN OUTPUT TRADE-FILE
006830     END-IF.
006840     MOVE "S" TO ws-trade-action.
006850     MOVE ZERO TO ws-rb-sub.
006860     PERFORM WRITE-ONE-REBALANCE-TRADE
006870         UNTIL ws-rb-sub NOT < ws-rb-count.
006880     MOVE "B" TO ws-trade-action.
006890     MOVE ZERO TO ws-rb-sub.
006900     PERFORM WRITE-ONE-REBALANCE-TRADE
006910         UNTIL ws-rb-sub NOT < ws-rb-count.
006920     CLOSE TRADE-FILE.
006930     MOVE SPACES          TO AUDIT-BEFORE.
006940     MOVE SPACES          TO AUDIT-AFTER.
006950     STRING "REBALANCE " ws-account " TO ELECTION OF "
006960         ws-inforce-date DELIMITED BY SIZE INTO AUDIT-AFTER.
006970     MOVE "REBAL" TO AUDIT-ACTION.
006980     PERFORM WRITE-AUDIT-RECORD.
006990     DISPLAY ws-rb-trades " trades written to TRADEOUT.DAT.".
007000
007010 WRITE-ONE-REBALANCE-TRADE.
007020     ADD 1 TO ws-rb-sub.
007030     IF (ws-trade-action = "S" AND ws-rb-trade(ws-rb-sub) < ZERO)
007040         OR (ws-trade-action = "B"
007050             AND ws-rb-trade(ws-rb-sub) > ZERO)
007060         MOVE SPACES                TO TRADE-REC
007070         MOVE ws-run-date           TO TR-TRADE-DATE
007080         MOVE ws-account            TO TR-ACCOUNT
007090         MOVE ws-rb-fund(ws-rb-sub) TO TR-FUND
007100         MOVE ws-trade-action       TO TR-ACTION
007110         IF ws-rb-trade(ws-rb-sub) < ZERO
007120             COMPUTE TR-AMOUNT = ZERO - ws-rb-trade(ws-rb-sub)
007130         ELSE
007140             MOVE ws-rb-trade(ws-rb-sub) TO TR-AMOUNT
007150         END-IF
007160         MOVE "R"                   TO TR-ORIGIN
007170         MOVE ws-operator-id        TO TR-OPERATOR
007180         WRITE TRADE-REC
007190     END-IF.
007200
007210 WRITE-AUDIT-RECORD.
007220*--------------------------------
007230* Appends the change to the reference-data audit trail
007240* (REFAUDIT.DAT) with the same before/after and chaining
007250* convention partmnt.cbl uses, so audtchk verifies it and
007260* refaud reads it back.  The caller sets AUDIT-ACTION,
007270* AUDIT-BEFORE, and AUDIT-AFTER first.
007280*--------------------------------
007290     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
007300     MOVE ws-operator-id         TO AUDIT-OPERATOR.
007310     MOVE "ELECMNT "  TO AUDIT-PROGRAM-NAME.
007320     PERFORM SET-AUDIT-SEQUENCE.
007330     MOVE AUDIT-RECORD           TO AUDIT-LINE.
007340     OPEN EXTEND AUDITFILE.
007350     IF ws-audit-status = "35"
007360         OPEN OUTPUT AUDITFILE
007370     END-IF.
007380     WRITE AUDIT-LINE.
007390     CLOSE AUDITFILE.
007400
007410 SET-AUDIT-SEQUENCE.
007420     PERFORM GET-LAST-AUDIT-POSITION.
007430     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
007440     PERFORM COMPUTE-AUDIT-CHECK.
007450
007460 GET-LAST-AUDIT-POSITION.
007470     MOVE ZERO TO ws-last-audit-seq.
007480     MOVE ZERO TO ws-last-audit-check.
007490     OPEN INPUT AUDITFILE.
007500     IF ws-audit-status = "00"
007510         PERFORM READ-LAST-AUDIT-LINE
007520             UNTIL ws-audit-status NOT = "00"
007530         CLOSE AUDITFILE
007540     END-IF.
007550
007560 READ-LAST-AUDIT-LINE.
007570     READ AUDITFILE
007580         AT END CONTINUE
007590     END-READ.
007600     IF ws-audit-status = "00"
007610         AND AUDIT-LINE(229:9) IS NUMERIC
007620         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
007630         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
007640     END-IF.
007650
007660 COMPUTE-AUDIT-CHECK.
007670     MOVE ZERO TO ws-audit-work-sum.
007680     MOVE ZERO TO ws-audit-sub.
007690     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
007700     COMPUTE AUDIT-CHECK-VALUE =
007710         FUNCTION MOD((ws-last-audit-check * 17)
007720             + ws-audit-work-sum, 999999999).
007730
007740 ADD-ONE-AUDIT-BYTE.
007750     ADD 1 TO ws-audit-sub.
007760     COMPUTE ws-audit-work-sum = ws-audit-work-sum
007770         + (ws-audit-sub
007780            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
007790
007800 CHECK-BATCH-WINDOW.
007810*--------------------------------
007820* Updates are refused while batchwin's window-open flag is up
007830* - the nightly contribution split reads these elections and
007840* appends to the same trade file.  Listing stays open.
007850*--------------------------------
007860     PERFORM SAMPLE-WINDOW-FLAG.
007870     IF ws-window-locked = "Y"
007880         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
007890         DISPLAY "  " ws-window-step
007900         DISPLAY "Updates are locked; listing is open."
007910     END-IF.
007920
007930 SAMPLE-WINDOW-FLAG.
007940     MOVE "N"    TO ws-window-locked.
007950     MOVE SPACES TO ws-window-step.
007960     OPEN INPUT WINDOW-FLAG-FILE.
007970     IF ws-flag-status = "00"
007980         READ WINDOW-FLAG-FILE
007990             AT END CONTINUE
008000         END-READ
008010         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
008020             MOVE "Y"      TO ws-window-locked
008030             MOVE FLG-STEP TO ws-window-step
008040         END-IF
008050         CLOSE WINDOW-FLAG-FILE
008060     END-IF.

008080 VERIFY-OPERATOR.
008090*--------------------------------
008100* With the operator master (OPERMAST.DAT) on file the password
008110* is checked against it, and an ID that is unknown, locked, or
008120* given the wrong password gets no grant below.  A shop with no
008130* master yet runs as before.
008140*--------------------------------
008150     OPEN INPUT OPERFILE.
008160     IF ws-oper-status = "00"
008170         DISPLAY "Password: " WITH NO ADVANCING
008180         ACCEPT ws-sign-password
008190         MOVE "N" TO ws-sign-ok
008200         MOVE ws-operator-id TO OPER-ID
008210         READ OPERFILE
008220             INVALID KEY
008230                 CONTINUE
008240             NOT INVALID KEY
008250                 IF OPER-PASSWORD = ws-sign-password
008260                     AND NOT OPER-IS-LOCKED
008270                     MOVE "Y" TO ws-sign-ok
008280                 END-IF
008290         END-READ
008300         CLOSE OPERFILE
008310     END-IF.
008320
008330 CHECK-UPDATE-GRANT.
008340*--------------------------------
008350* Adding and deleting elections and rebalancing need the ELECUPD
008360* grant on the access table (OPERACC.DAT, kept in opermnt);
008370* without it the screen is listing only.  A shop with no table
008380* yet runs as before.
008390*--------------------------------
008400     MOVE "Y" TO ws-update-granted.
008410     IF ws-sign-ok = "N"
008420         MOVE "N" TO ws-update-granted
008430         DISPLAY "Operator not verified - listing only."
008440     ELSE
008450         OPEN INPUT ACCESS-FILE
008460         IF ws-acc-status = "00"
008470             MOVE ws-operator-id TO ACC-OPER-ID
008480             MOVE "ELECUPD "     TO ACC-FUNCTION
008490             READ ACCESS-FILE
008500                 INVALID KEY
008510                     MOVE "N" TO ws-update-granted
008520                     DISPLAY "No ELECUPD grant for "
008530                         ws-operator-id
008540                         " - listing only."
008550             END-READ
008560             CLOSE ACCESS-FILE
008570         END-IF
008580     END-IF.
