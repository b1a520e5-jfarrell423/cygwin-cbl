000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QDROMNT.
000030*--------------------------------
000040* QDRO processing - the court-ordered split of a participant's
000050* account with an alternate payee (QDRO.DAT).  The ex-spouse's
000060* account used to be keyed onto PARTMAST by hand and the
000070* balances moved off the system.  Here the operator keys the
000080* order: the court's reference and date, the participant, the
000090* alternate payee's new account number, name, address and
000100* birth date, and the split - a percent of the balance or a
000110* fixed amount - as of the valuation date.
000120*
000130* The balance at the valuation date is worked out by money
000140* source from PERFTXN.DAT the way srcbal.cbl does it, the
000150* amount awarded is split across the sources in proportion,
000160* and each source's share across the participant's funds by
000170* their FUNDBAL.DAT balances.  The dollars at the valuation
000180* date move; there is no earnings adjustment to the transfer
000190* date.  A correction's reversal line (txncorr.cbl) counts
000195* against its type, as in srcbal.cbl.  On confirmation:
000200*
000210*   - the alternate payee's account is added to PARTMAST.DAT,
000220*     account type and hire date following the participant's
000230*     (vesting goes with the money);
000240*   - one transfer-out line on the participant and the matching
000250*     transfer-in on the alternate payee go to PERFTXN.DAT for
000260*     each source and fund;
000270*   - SRCBAL.DAT moves at once, so the day's checks see the new
000280*     balances before the nightly rebuild;
000290*   - the sells and buys go to TRADEOUT.DAT for the custodian;
000300*   - the order is written with the split by source and fund,
000310*     and the order and the new account go on the reference-data
000320*     audit trail (REFAUDIT.DAT);
000330*   - the confirmation for the plan file prints to QDROCONF.PRT.
000340*
000350* An order is never changed once posted; the print option
000360* reprints its confirmation from QDRO.DAT at any time.  Entry
000370* waits for the batch window to close.
000380*
000390* 2026-10  JDF  New program.
000391* 2026-10  JDF  Correction reversal lines net out the original.
000392* 2026-10  JDF  The alternate payee's account starts with its
000393*                address good.
000395* 2026-10  JDF  Update actions need the QDROUPD grant on the
000396*                access table once OPERACC.DAT is on file; the
000397*                operator ID is verified against the operator
000398*                master with its password first.
000400*--------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440 SELECT QDROFILE ASSIGN TO "QDRODAT"
000450 FILE STATUS IS ws-qdro-status
000460 ORGANIZATION IS INDEXED
000470 ACCESS MODE IS DYNAMIC
000480 RECORD KEY IS QD-ORDER-NO.
000490
000500 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000510 FILE STATUS IS ws-part-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS PART-ACCOUNT.
000550
000560 SELECT SRCBAL-FILE ASSIGN TO "SRCBALDAT"
000570 FILE STATUS IS ws-sb-status
000580 ORGANIZATION IS INDEXED
000590 ACCESS MODE IS DYNAMIC
000600 RECORD KEY IS SB-KEY.
000610
000620 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000630 FILE STATUS IS ws-fb-status
000640 ORGANIZATION IS INDEXED
000650 ACCESS MODE IS DYNAMIC
000660 RECORD KEY IS FB-KEY.
000670
000680 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000690 ORGANIZATION IS LINE SEQUENTIAL
000700 FILE STATUS IS ws-txn-status.
000710
000720 SELECT TRADE-FILE ASSIGN TO "TRADEOUTDAT"
000730 ORGANIZATION IS LINE SEQUENTIAL
000740 FILE STATUS IS ws-trade-status.
000750
000760 SELECT PRINT-FILE ASSIGN TO "QDROCONFPRT"
000770 ORGANIZATION IS LINE SEQUENTIAL.
000780
000790 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000800 ORGANIZATION IS LINE SEQUENTIAL
000810 FILE STATUS IS ws-audit-status.
000820
000830 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000840 ORGANIZATION IS LINE SEQUENTIAL
000850 FILE STATUS IS ws-flag-status.
000852
000855 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000857 FILE STATUS IS ws-oper-status
000860 ORGANIZATION IS INDEXED
000861 ACCESS MODE IS DYNAMIC
000862 RECORD KEY IS OPER-ID.
000863
000864 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000865 FILE STATUS IS ws-acc-status
000866 ORGANIZATION IS INDEXED
000867 ACCESS MODE IS DYNAMIC
000868 RECORD KEY IS ACC-KEY.
000869
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD QDROFILE.
000900     COPY QDROREC.
000910
000920 FD PARTFILE.
000930     COPY PARTREC.
000940
000950 FD SRCBAL-FILE.
000960     COPY SRCBREC.
000970
000980 FD FUNDBAL-FILE.
000990     COPY FUNDBREC.
001000
001010 FD TXN-FILE.
001020     COPY TXNREC.
001030
001040 FD TRADE-FILE.
001050     COPY TRADEREC.
001060
001070 FD PRINT-FILE.
001080 01  PRINT-LINE                      PIC X(80).
001090
001100 FD AUDITFILE.
001110 01  AUDIT-LINE                      PIC X(246).
001120
001130 FD WINDOW-FLAG-FILE.
001140 01  WINDOW-FLAG-REC.
001150     05  FLG-STATE                   PIC X(04).
001160     05  FILLER                      PIC X(01).
001170     05  FLG-STEP                    PIC X(30).
001180
001181 FD OPERFILE.
001182     COPY OPERREC.
001184
001185 FD ACCESS-FILE.
001187     COPY ACCSREC.
001188
001190 WORKING-STORAGE SECTION.
001200     COPY AUDITREC.
001210
001220 01  ws-audit-status                 pic x(02).
001230 01  ws-last-audit-seq               pic 9(09) value zero.
001240 01  ws-last-audit-check             pic 9(09) value zero.
001250 01  ws-audit-work-sum               pic 9(18) value zero.
001260 01  ws-audit-sub                    pic 9(04) comp value zero.
001270 01  ws-audit-image.
001280     05  ws-ai-order-no              pic 9(06).
001290     05  filler                      pic x(01) value space.
001300     05  ws-ai-court-ref             pic x(20).
001310     05  filler                      pic x(01) value space.
001320     05  ws-ai-account               pic x(10).
001330     05  filler                      pic x(04) value " TO ".
001340     05  ws-ai-alt-account           pic x(10).
001350     05  filler                      pic x(01) value space.
001360     05  ws-ai-val-date              pic 9(08).
001370     05  filler                      pic x(01) value space.
001380     05  ws-ai-transfer              pic 9(9).99.
001390
001400 01  ws-qdro-status                  pic x(02).
001410 01  ws-part-status                  pic x(02).
001420 01  ws-sb-status                    pic x(02).
001430 01  ws-fb-status                    pic x(02).
001440 01  ws-txn-status                   pic x(02).
001450 01  ws-trade-status                 pic x(02).
001460 01  ws-flag-status                  pic x(02).
001470 01  ws-window-locked                pic x(01) value "N".
001480 01  ws-window-step                  pic x(30) value spaces.
001490 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
001491 01  ws-acc-status                   pic x(02).
001493 01  ws-update-granted               pic x(01) value "Y".
001495 01  ws-oper-status                  pic x(02).
001496 01  ws-sign-password                pic x(08) value spaces.
001498 01  ws-sign-ok                      pic x(01) value space.
001500 01  ws-done                         pic x(01) value space.
001510 01  ws-choice                       pic x(01) value space.
001520 01  ws-answer                       pic x(01) value space.
001530 01  ws-eof                          pic x(01) value space.
001540 01  ws-found                        pic x(01) value space.
001550 01  ws-account                      pic x(10) value spaces.
001560 01  ws-run-date                     pic 9(08) value zero.
001570 01  ws-date-entry                   pic x(08) value spaces.
001580 01  ws-order-entry                  pic x(06) value spaces.
001590 01  ws-next-order                   pic 9(06) value zero.
001600 01  ws-listed-count                 pic 9(03) value zero.
001610 01  ws-sub                          pic 9(02) comp value zero.
001620 01  ws-fd-sub                       pic 9(02) comp value zero.
001630
001640*--------------------------------
001650* The participant's master fields the new account inherits.
001660*--------------------------------
001670 01  ws-part-name                    pic x(25) value spaces.
001680 01  ws-part-type                    pic x(01) value space.
001690 01  ws-part-hire-date               pic 9(08) value zero.
001700
001710*--------------------------------
001720* Balances by source at the valuation date and the share of
001730* each moving; 1 E deferral, 2 M match, 3 R rollover.
001740*--------------------------------
001750 01  ws-src-table.
001760     05  ws-src-entry                occurs 3 times.
001770         10  ws-sr-code              pic x(01).
001780         10  ws-sr-balance           pic s9(9)v99.
001790         10  ws-sr-transfer          pic 9(9)v99.
001800         10  ws-sr-current           pic s9(9)v99.
001810 01  ws-src-names.
001820     05  filler                      pic x(18)
001830                                     value "EMPLOYEE DEFERRAL ".
001840     05  filler                      pic x(18)
001850                                     value "EMPLOYER MATCH    ".
001860     05  filler                      pic x(18)
001870                                     value "ROLLOVER          ".
001880 01  ws-src-name-table redefines ws-src-names.
001890     05  ws-src-name                 pic x(18) occurs 3 times.
001900 01  ws-src-sub                      pic 9(02) comp value zero.
001910 01  ws-val-total                    pic s9(9)v99 value zero.
001920 01  ws-positive-total               pic 9(9)v99 value zero.
001930 01  ws-transfer-total               pic 9(9)v99 value zero.
001940 01  ws-assigned                     pic 9(9)v99 value zero.
001950 01  ws-last-source                  pic 9(02) comp value zero.
001960 01  ws-short-source                 pic x(01) value space.
001970
001980*--------------------------------
001990* The participant's funds and their weights; no fund balances
002000* on file leaves one untagged line per source for fundval.cbl.
002010*--------------------------------
002020 01  ws-fund-count                   pic 9(02) comp value zero.
002030 01  ws-fund-table.
002040     05  ws-fund-entry               occurs 10 times.
002050         10  ws-fd-fund              pic x(08).
002060         10  ws-fd-balance           pic 9(9)v99.
002070         10  ws-fd-transfer          pic 9(9)v99.
002080 01  ws-fund-total                   pic 9(11)v99 value zero.
002090 01  ws-fund-overflow                pic x(01) value space.
002100 01  ws-fb-eof                       pic x(01) value space.
002110 01  ws-line-amount                  pic 9(9)v99 value zero.
002120 01  ws-line-left                    pic 9(9)v99 value zero.
002130 01  ws-pair-count                   pic 9(03) value zero.
002140
002150*--------------------------------
002160* The order being keyed.
002170*--------------------------------
002180 01  ws-court-ref                    pic x(20) value spaces.
002190 01  ws-order-date                   pic 9(08) value zero.
002200 01  ws-alt-account                  pic x(10) value spaces.
002210 01  ws-alt-name                     pic x(25) value spaces.
002220 01  ws-alt-address-1                pic x(25) value spaces.
002230 01  ws-alt-address-2                pic x(25) value spaces.
002240 01  ws-alt-city-st-zip              pic x(25) value spaces.
002250 01  ws-alt-birth-date               pic 9(08) value zero.
002260 01  ws-split-type                   pic x(01) value space.
002270 01  ws-split-pct                    pic 9(3)v99 value zero.
002280 01  ws-split-amount                 pic 9(9)v99 value zero.
002290 01  ws-val-date                     pic 9(08) value zero.
002300 01  ws-entry-ok                     pic x(01) value space.
002310
002320 01  ws-fmt-date                     pic 9(08) value zero.
002330 01  ws-fmt-out                      pic x(10) value spaces.
002340 01  ws-money-1                      pic $$$,$$$,$$9.99-.
002350 01  ws-money-2                      pic $$$,$$$,$$9.99-.
002360 01  ws-pct-disp                     pic zz9.99.
002370
002380     COPY RPTHEAD.
002390
002400 01  ws-text-line                    pic x(80) value spaces.
002410
002420 PROCEDURE DIVISION.
002430 PROGRAM-BEGIN.
002440     CALL "shopcfg"
002450         ON EXCEPTION
002460             DISPLAY "shopcfg not found - default "
002470                 "file locations in effect"
002480     END-CALL.
002490     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002500     DISPLAY "Operator ID: " WITH NO ADVANCING.
002510     ACCEPT ws-operator-id.
002520     IF ws-operator-id = SPACES
002530         MOVE "SYSTEM  " TO ws-operator-id
002540     END-IF.
002543     PERFORM VERIFY-OPERATOR.
002546     PERFORM CHECK-UPDATE-GRANT.
002550     PERFORM OPEN-QDROFILE.
002560     PERFORM CHECK-BATCH-WINDOW.
002570     PERFORM MENU-LOOP UNTIL ws-done = "Y".
002580     CLOSE QDROFILE.
002590     STOP RUN.
002600
002610 OPEN-QDROFILE.
002620     OPEN I-O QDROFILE.
002630     IF ws-qdro-status = "35"
002640         OPEN OUTPUT QDROFILE
002650         CLOSE QDROFILE
002660         OPEN I-O QDROFILE
002670     END-IF.
002680
002690 MENU-LOOP.
002700     PERFORM SAMPLE-WINDOW-FLAG.
002710     DISPLAY " ".
002720     DISPLAY "QDRO - E)nter order  L)ist  P)rint confirmation  "
002730         "Q)uit: " WITH NO ADVANCING.
002740     ACCEPT ws-choice.
002741     IF ws-update-granted NOT = "Y"
002743         AND (ws-choice = "E" OR "e")
002745         DISPLAY "Not granted QDROUPD - updates refused."
002746         MOVE SPACE TO ws-choice
002748     END-IF.
002750     EVALUATE ws-choice
002760         WHEN "E"
002770         WHEN "e"
002780             IF ws-window-locked = "Y"
002790                 DISPLAY "Batch window open - updates locked."
002800             ELSE
002810             PERFORM GET-ACCOUNT
002820             IF ws-found = "y"
002830                 PERFORM ENTER-ORDER
002840             END-IF
002850             END-IF
002860         WHEN "L"
002870         WHEN "l"
002880             DISPLAY "Account (either side of the order): "
002890                 WITH NO ADVANCING
002900             ACCEPT ws-account
002910             PERFORM LIST-ORDERS
002920         WHEN "P"
002930         WHEN "p"
002940             PERFORM REPRINT-ORDER
002950         WHEN "Q"
002960         WHEN "q"
002970             MOVE "Y" TO ws-done
002980         WHEN OTHER
002990             CONTINUE
003000     END-EVALUATE.
003010
003020 GET-ACCOUNT.
003030     MOVE "n" TO ws-found.
003040     DISPLAY "Participant account: " WITH NO ADVANCING.
003050     ACCEPT ws-account.
003060     OPEN INPUT PARTFILE.
003070     IF ws-part-status NOT = "00"
003080         DISPLAY "No participant master on file."
003090     ELSE
003100         MOVE ws-account TO PART-ACCOUNT
003110         READ PARTFILE
003120             INVALID KEY
003130                 DISPLAY "Account not on participant master."
003140             NOT INVALID KEY
003150                 DISPLAY "Participant: " PART-NAME
003160                 MOVE "y" TO ws-found
003170                 MOVE PART-NAME      TO ws-part-name
003180                 MOVE PART-ACCT-TYPE TO ws-part-type
003190                 MOVE PART-HIRE-DATE TO ws-part-hire-date
003200         END-READ
003210         CLOSE PARTFILE
003220     END-IF.
003230
003240*--------------------------------
003250* Take the order, work out the split, show it, and post it on
003260* the operator's say-so.
003270*--------------------------------
003280 ENTER-ORDER.
003290     MOVE "y" TO ws-entry-ok.
003300     PERFORM TAKE-ORDER-DETAIL.
003310     IF ws-entry-ok = "y"
003320         PERFORM TAKE-ALTERNATE-PAYEE
003330     END-IF.
003340     IF ws-entry-ok = "y"
003350         PERFORM TAKE-SPLIT
003360     END-IF.
003370     IF ws-entry-ok = "y"
003380         PERFORM VALUE-SOURCES
003390         PERFORM SPLIT-BY-SOURCE
003400     END-IF.
003410     IF ws-entry-ok = "y"
003420         PERFORM LOAD-FUND-WEIGHTS
003430     END-IF.
003440     IF ws-entry-ok = "y"
003450         PERFORM SHOW-SPLIT
003460         DISPLAY "Post this order (Y/N)? " WITH NO ADVANCING
003470         ACCEPT ws-answer
003480         IF ws-answer = "Y" OR ws-answer = "y"
003490             PERFORM POST-ORDER
003500         ELSE
003510             DISPLAY "Nothing posted."
003520         END-IF
003530     END-IF.
003540
003550 TAKE-ORDER-DETAIL.
003560     DISPLAY "Court order reference: " WITH NO ADVANCING.
003570     MOVE SPACES TO ws-court-ref.
003580     ACCEPT ws-court-ref.
003590     IF ws-court-ref = SPACES
003600         DISPLAY "The order needs the court's reference."
003610         MOVE "n" TO ws-entry-ok
003620     ELSE
003630         DISPLAY "Date of the order (YYYYMMDD): "
003640             WITH NO ADVANCING
003650         MOVE SPACES TO ws-date-entry
003660         ACCEPT ws-date-entry
003670         IF ws-date-entry IS NUMERIC
003680             MOVE ws-date-entry TO ws-order-date
003690         ELSE
003700             MOVE ZERO TO ws-order-date
003710         END-IF
003720         IF ws-order-date = ZERO OR ws-order-date > ws-run-date
003730             DISPLAY "Order date must be a date not after today."
003740             MOVE "n" TO ws-entry-ok
003750         END-IF
003760     END-IF.
003770
003780 TAKE-ALTERNATE-PAYEE.
003790     DISPLAY "New account for the alternate payee: "
003800         WITH NO ADVANCING.
003810     MOVE SPACES TO ws-alt-account.
003820     ACCEPT ws-alt-account.
003830     IF ws-alt-account = SPACES OR ws-alt-account = ws-account
003840         DISPLAY "The alternate payee needs an account of "
003850             "their own."
003860         MOVE "n" TO ws-entry-ok
003870     ELSE
003880         OPEN INPUT PARTFILE
003890         MOVE ws-alt-account TO PART-ACCOUNT
003900         READ PARTFILE
003910             INVALID KEY CONTINUE
003920             NOT INVALID KEY
003930                 DISPLAY "That account is already on the master."
003940                 MOVE "n" TO ws-entry-ok
003950         END-READ
003960         CLOSE PARTFILE
003970     END-IF.
003980     IF ws-entry-ok = "y"
003990         DISPLAY "Alternate payee name: " WITH NO ADVANCING
004000         MOVE SPACES TO ws-alt-name
004010         ACCEPT ws-alt-name
004020         IF ws-alt-name = SPACES
004030             DISPLAY "The alternate payee needs a name."
004040             MOVE "n" TO ws-entry-ok
004050         END-IF
004060     END-IF.
004070     IF ws-entry-ok = "y"
004080         DISPLAY "Address line 1: " WITH NO ADVANCING
004090         MOVE SPACES TO ws-alt-address-1
004100         ACCEPT ws-alt-address-1
004110         DISPLAY "Address line 2: " WITH NO ADVANCING
004120         MOVE SPACES TO ws-alt-address-2
004130         ACCEPT ws-alt-address-2
004140         DISPLAY "City, state, ZIP: " WITH NO ADVANCING
004150         MOVE SPACES TO ws-alt-city-st-zip
004160         ACCEPT ws-alt-city-st-zip
004170         DISPLAY "Birth date (YYYYMMDD): " WITH NO ADVANCING
004180         MOVE SPACES TO ws-date-entry
004190         ACCEPT ws-date-entry
004200         IF ws-date-entry IS NUMERIC
004210             MOVE ws-date-entry TO ws-alt-birth-date
004220         ELSE
004230             MOVE ZERO TO ws-alt-birth-date
004240         END-IF
004250         IF ws-alt-birth-date = ZERO
004260             OR ws-alt-birth-date NOT < ws-run-date
004270             DISPLAY "Birth date is needed for the payee's "
004280                 "distribution rules."
004290             MOVE "n" TO ws-entry-ok
004300         END-IF
004310     END-IF.
004320
004330 TAKE-SPLIT.
004340     MOVE ZERO TO ws-split-pct.
004350     MOVE ZERO TO ws-split-amount.
004360     DISPLAY "Split by P)ercent or fixed A)mount: "
004370         WITH NO ADVANCING.
004380     ACCEPT ws-split-type.
004390     EVALUATE ws-split-type
004400         WHEN "P"
004410         WHEN "p"
004420             MOVE "P" TO ws-split-type
004430             DISPLAY "Percent awarded (e.g. 50.00): "
004440                 WITH NO ADVANCING
004450             ACCEPT ws-split-pct
004460             IF ws-split-pct = ZERO OR ws-split-pct > 100
004470                 DISPLAY "Percent must be over zero and at "
004480                     "most 100."
004490                 MOVE "n" TO ws-entry-ok
004500             END-IF
004510         WHEN "A"
004520         WHEN "a"
004530             MOVE "A" TO ws-split-type
004540             DISPLAY "Amount awarded: " WITH NO ADVANCING
004550             ACCEPT ws-split-amount
004560             IF ws-split-amount = ZERO
004570                 DISPLAY "Amount must be more than zero."
004580                 MOVE "n" TO ws-entry-ok
004590             END-IF
004600         WHEN OTHER
004610             DISPLAY "Split must be P or A."
004620             MOVE "n" TO ws-entry-ok
004630     END-EVALUATE.
004640     IF ws-entry-ok = "y"
004650         DISPLAY "Valuation date (YYYYMMDD): " WITH NO ADVANCING
004660         MOVE SPACES TO ws-date-entry
004670         ACCEPT ws-date-entry
004680         IF ws-date-entry IS NUMERIC
004690             MOVE ws-date-entry TO ws-val-date
004700         ELSE
004710             MOVE ZERO TO ws-val-date
004720         END-IF
004730         IF ws-val-date = ZERO OR ws-val-date > ws-run-date
004740             DISPLAY "Valuation date must be a date not after "
004750                 "today."
004760             MOVE "n" TO ws-entry-ok
004770         END-IF
004780     END-IF.
004790
004800*--------------------------------
004810* Source balances at the valuation date, totalled from the
004820* transaction file as srcbal.cbl does; the current SRCBAL.DAT
004830* balances alongside, since money may have left since then.
004840*--------------------------------
004850 VALUE-SOURCES.
004860     MOVE "E" TO ws-sr-code(1).
004870     MOVE "M" TO ws-sr-code(2).
004880     MOVE "R" TO ws-sr-code(3).
004890     MOVE ZERO TO ws-src-sub.
004900     PERFORM CLEAR-ONE-SOURCE 3 TIMES.
004910     OPEN INPUT TXN-FILE.
004920     IF ws-txn-status = "00"
004930         MOVE SPACE TO ws-eof
004940         READ TXN-FILE
004950             AT END MOVE "y" TO ws-eof
004960         END-READ
004970         PERFORM VALUE-ONE-TXN UNTIL ws-eof = "y"
004980         CLOSE TXN-FILE
004990     END-IF.
005000     MOVE ZERO TO ws-val-total.
005010     MOVE ZERO TO ws-positive-total.
005020     MOVE ZERO TO ws-last-source.
005030     MOVE ZERO TO ws-src-sub.
005040     PERFORM TOTAL-ONE-SOURCE 3 TIMES.
005050     OPEN INPUT SRCBAL-FILE.
005060     IF ws-sb-status = "00"
005070         MOVE ZERO TO ws-src-sub
005080         PERFORM READ-ONE-CURRENT-SOURCE 3 TIMES
005090         CLOSE SRCBAL-FILE
005100     ELSE
005110         MOVE ZERO TO ws-src-sub
005120         PERFORM ASSUME-ONE-CURRENT-SOURCE 3 TIMES
005130     END-IF.
005140
005150 CLEAR-ONE-SOURCE.
005160     ADD 1 TO ws-src-sub.
005170     MOVE ZERO TO ws-sr-balance(ws-src-sub).
005180     MOVE ZERO TO ws-sr-transfer(ws-src-sub).
005190     MOVE ZERO TO ws-sr-current(ws-src-sub).
005200
005210 VALUE-ONE-TXN.
005220     IF TXN-ACCOUNT = ws-account
005230         AND TXN-DATE NOT > ws-val-date
005240         EVALUATE TRUE
005250             WHEN TXN-SRC-MATCH
005260                 MOVE 2 TO ws-src-sub
005270             WHEN TXN-SRC-ROLLOVER
005280                 MOVE 3 TO ws-src-sub
005290             WHEN OTHER
005300                 MOVE 1 TO ws-src-sub
005310         END-EVALUATE
005320         EVALUATE TXN-TYPE
005330             WHEN "C"
005340             WHEN "I"
005350                 IF TXN-REVERSAL
005351                     SUBTRACT TXN-AMOUNT
005353                         FROM ws-sr-balance(ws-src-sub)
005355                 ELSE
005356                     ADD TXN-AMOUNT TO ws-sr-balance(ws-src-sub)
005358                 END-IF
005360             WHEN "W"
005370             WHEN "O"
005380                 IF TXN-REVERSAL
005390                     ADD TXN-AMOUNT TO ws-sr-balance(ws-src-sub)
005392                 ELSE
005394                     SUBTRACT TXN-AMOUNT
005396                         FROM ws-sr-balance(ws-src-sub)
005398                 END-IF
005400             WHEN OTHER
005410                 CONTINUE
005420         END-EVALUATE
005430     END-IF.
005440     READ TXN-FILE
005450         AT END MOVE "y" TO ws-eof
005460     END-READ.
005470
005480 TOTAL-ONE-SOURCE.
005490     ADD 1 TO ws-src-sub.
005500     ADD ws-sr-balance(ws-src-sub) TO ws-val-total.
005510     IF ws-sr-balance(ws-src-sub) > ZERO
005520         ADD ws-sr-balance(ws-src-sub) TO ws-positive-total
005530         MOVE ws-src-sub TO ws-last-source
005540     END-IF.
005550
005560 READ-ONE-CURRENT-SOURCE.
005570     ADD 1 TO ws-src-sub.
005580     MOVE ws-account            TO SB-ACCOUNT.
005590     MOVE ws-sr-code(ws-src-sub) TO SB-SOURCE.
005600     READ SRCBAL-FILE
005610         INVALID KEY MOVE ZERO TO ws-sr-current(ws-src-sub)
005620         NOT INVALID KEY
005630             MOVE SB-BALANCE TO ws-sr-current(ws-src-sub)
005640     END-READ.
005650
005660 ASSUME-ONE-CURRENT-SOURCE.
005670     ADD 1 TO ws-src-sub.
005680     MOVE ws-sr-balance(ws-src-sub) TO ws-sr-current(ws-src-sub).
005690
005700*--------------------------------
005710* The award across the sources in proportion to their balances
005720* at the valuation date; the last source takes the rounding.
005730*--------------------------------
005740 SPLIT-BY-SOURCE.
005750     IF ws-positive-total = ZERO
005760         DISPLAY "No balance at the valuation date - nothing "
005770             "to divide."
005780         MOVE "n" TO ws-entry-ok
005790     ELSE
005800         IF ws-split-type = "P"
005810             COMPUTE ws-transfer-total ROUNDED =
005820                 ws-positive-total * ws-split-pct / 100
005830         ELSE
005840             MOVE ws-split-amount TO ws-transfer-total
005850         END-IF
005860         IF ws-transfer-total > ws-positive-total
005870             MOVE ws-positive-total TO ws-money-1
005880             DISPLAY "The award is more than the balance of "
005890                 ws-money-1 " at the valuation date."
005900             MOVE "n" TO ws-entry-ok
005910         END-IF
005920     END-IF.
005930     IF ws-entry-ok = "y"
005940         MOVE ZERO  TO ws-assigned
005950         MOVE SPACE TO ws-short-source
005960         MOVE ZERO TO ws-src-sub
005970         PERFORM SPLIT-ONE-SOURCE 3 TIMES
005980         IF ws-short-source = "y"
005990             DISPLAY "A source no longer holds its share - "
006000                 "money has left since the valuation date."
006010             MOVE "n" TO ws-entry-ok
006020         END-IF
006030     END-IF.
006040
006050 SPLIT-ONE-SOURCE.
006060     ADD 1 TO ws-src-sub.
006070     IF ws-sr-balance(ws-src-sub) > ZERO
006080         IF ws-src-sub = ws-last-source
006090             COMPUTE ws-sr-transfer(ws-src-sub) =
006100                 ws-transfer-total - ws-assigned
006110         ELSE
006120             COMPUTE ws-sr-transfer(ws-src-sub) ROUNDED =
006130                 ws-transfer-total * ws-sr-balance(ws-src-sub)
006140                     / ws-positive-total
006150             ADD ws-sr-transfer(ws-src-sub) TO ws-assigned
006160         END-IF
006170         IF ws-sr-transfer(ws-src-sub) > ws-sr-current(ws-src-sub)
006180             MOVE "y" TO ws-short-source
006190         END-IF
006200     END-IF.
006210
006220 LOAD-FUND-WEIGHTS.
006230     MOVE ZERO  TO ws-fund-count.
006240     MOVE ZERO  TO ws-fund-total.
006250     MOVE SPACE TO ws-fund-overflow.
006260     MOVE SPACE TO ws-fb-eof.
006270     OPEN INPUT FUNDBAL-FILE.
006280     IF ws-fb-status = "00"
006290         MOVE ws-account TO FB-ACCOUNT
006300         MOVE LOW-VALUES TO FB-FUND
006310         START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
006320             INVALID KEY MOVE "y" TO ws-fb-eof
006330         END-START
006340         PERFORM LOAD-ONE-FUND-WEIGHT UNTIL ws-fb-eof = "y"
006350         CLOSE FUNDBAL-FILE
006360     END-IF.
006370     IF ws-fund-overflow = "y"
006380         DISPLAY "More than ten funds held - split the account "
006390             "with the custodian first."
006400         MOVE "n" TO ws-entry-ok
006410     END-IF.
006420     IF ws-fund-count = ZERO
006430         MOVE 1      TO ws-fund-count
006440         MOVE SPACES TO ws-fd-fund(1)
006450         MOVE 1      TO ws-fd-balance(1)
006460         MOVE 1      TO ws-fund-total
006470     END-IF.
006480     MOVE ZERO TO ws-fd-sub.
006490     PERFORM CLEAR-ONE-FUND-TRANSFER 10 TIMES.
006500
006510 LOAD-ONE-FUND-WEIGHT.
006520     READ FUNDBAL-FILE NEXT RECORD
006530         AT END MOVE "y" TO ws-fb-eof
006540     END-READ.
006550     IF ws-fb-eof NOT = "y"
006560         IF FB-ACCOUNT NOT = ws-account
006570             MOVE "y" TO ws-fb-eof
006580         ELSE
006590             IF FB-CURRENT-BALANCE > ZERO
006600                 IF ws-fund-count < 10
006610                     ADD 1 TO ws-fund-count
006620                     MOVE FB-FUND TO ws-fd-fund(ws-fund-count)
006630                     MOVE FB-CURRENT-BALANCE
006640                         TO ws-fd-balance(ws-fund-count)
006650                     ADD FB-CURRENT-BALANCE TO ws-fund-total
006660                 ELSE
006670                     MOVE "y" TO ws-fund-overflow
006680                 END-IF
006690             END-IF
006700         END-IF
006710     END-IF.
006720
006730 CLEAR-ONE-FUND-TRANSFER.
006740     ADD 1 TO ws-fd-sub.
006750     MOVE ZERO TO ws-fd-transfer(ws-fd-sub).
006760
006770 SHOW-SPLIT.
006780     MOVE ws-val-total TO ws-money-1.
006790     DISPLAY " ".
006800     DISPLAY "Balance at " ws-val-date "      " ws-money-1.
006810     DISPLAY "  SOURCE               AT VALUATION     "
006820         "  TRANSFERRED".
006830     MOVE ZERO TO ws-src-sub.
006840     PERFORM SHOW-ONE-SOURCE 3 TIMES.
006850     MOVE ws-transfer-total TO ws-money-2.
006860     DISPLAY "  TOTAL TO " ws-alt-account "                  "
006870         ws-money-2.
006880
006890 SHOW-ONE-SOURCE.
006900     ADD 1 TO ws-src-sub.
006910     MOVE ws-sr-balance(ws-src-sub)  TO ws-money-1.
006920     MOVE ws-sr-transfer(ws-src-sub) TO ws-money-2.
006930     DISPLAY "  " ws-src-name(ws-src-sub) " " ws-money-1 " "
006940         ws-money-2.
006950
006960*--------------------------------
006970* Post: the new account, the transfer pairs, the source
006980* balances, the custodian trades, and the order itself.
006990*--------------------------------
007000 POST-ORDER.
007010     PERFORM FIND-NEXT-ORDER-NO.
007020     PERFORM ADD-ALTERNATE-PAYEE.
007030     IF ws-entry-ok = "y"
007040         PERFORM POST-TRANSFERS
007050         PERFORM MOVE-SOURCE-BALANCES
007060         PERFORM WRITE-ORDER
007070         PERFORM PRINT-CONFIRMATION
007080         DISPLAY "Order " QD-ORDER-NO " posted - " ws-pair-count
007090             " transfer pairs; confirmation on QDROCONF.PRT."
007100     END-IF.
007110
007120 FIND-NEXT-ORDER-NO.
007130     MOVE ZERO TO ws-next-order.
007140     MOVE SPACE TO ws-eof.
007150     MOVE ZERO TO QD-ORDER-NO.
007160     START QDROFILE KEY IS NOT LESS THAN QD-ORDER-NO
007170         INVALID KEY MOVE "y" TO ws-eof
007180     END-START.
007190     PERFORM TAKE-ONE-ORDER-NO UNTIL ws-eof = "y".
007200     ADD 1 TO ws-next-order.
007210
007220 TAKE-ONE-ORDER-NO.
007230     READ QDROFILE NEXT RECORD
007240         AT END MOVE "y" TO ws-eof
007250     END-READ.
007260     IF ws-eof NOT = "y"
007270         MOVE QD-ORDER-NO TO ws-next-order
007280     END-IF.
007290
007300 ADD-ALTERNATE-PAYEE.
007310     OPEN I-O PARTFILE.
007320     MOVE SPACES             TO PART-REC.
007330     MOVE ws-alt-account     TO PART-ACCOUNT.
007340     MOVE ws-alt-name        TO PART-NAME.
007350     MOVE ZERO               TO PART-EMPLOYEE-ID.
007360     MOVE ws-alt-birth-date  TO PART-BIRTH-DATE.
007370     MOVE ws-part-type       TO PART-ACCT-TYPE.
007380     MOVE ws-alt-address-1   TO PART-ADDRESS-1.
007390     MOVE ws-alt-address-2   TO PART-ADDRESS-2.
007400     MOVE ws-alt-city-st-zip TO PART-CITY-ST-ZIP.
007410     MOVE ws-part-hire-date  TO PART-HIRE-DATE.
007420     MOVE "N"                TO PART-OWNER-FLAG.
007425     MOVE ZERO               TO PART-ADDR-BAD-DATE.
007430     WRITE PART-REC
007440         INVALID KEY
007450             DISPLAY "Account " ws-alt-account
007460                 " is already on the master - nothing posted."
007470             MOVE "n" TO ws-entry-ok
007480         NOT INVALID KEY
007490             MOVE SPACES   TO AUDIT-BEFORE
007500             MOVE PART-REC TO AUDIT-AFTER
007510             MOVE "ADD"    TO AUDIT-ACTION
007520             PERFORM WRITE-AUDIT-RECORD
007530     END-WRITE.
007540     CLOSE PARTFILE.
007550
007560*--------------------------------
007570* One pair per source and fund: out of the participant, into
007580* the payee, each naming the other.  Each source's share goes
007590* across the funds by weight, the last fund taking the
007600* rounding; the custodian gets a sell and a buy for each.
007610*--------------------------------
007620 POST-TRANSFERS.
007630     MOVE ZERO TO ws-pair-count.
007640     OPEN EXTEND TXN-FILE.
007650     IF ws-txn-status = "35"
007660         OPEN OUTPUT TXN-FILE
007670     END-IF.
007680     OPEN EXTEND TRADE-FILE.
007690     IF ws-trade-status = "35"
007700         OPEN OUTPUT TRADE-FILE
007710     END-IF.
007720     MOVE ZERO TO ws-src-sub.
007730     PERFORM POST-ONE-SOURCE 3 TIMES.
007740     CLOSE TRADE-FILE.
007750     CLOSE TXN-FILE.
007760
007770 POST-ONE-SOURCE.
007780     ADD 1 TO ws-src-sub.
007790     IF ws-sr-transfer(ws-src-sub) > ZERO
007800         MOVE ws-sr-transfer(ws-src-sub) TO ws-line-left
007810         MOVE ZERO TO ws-fd-sub
007820         PERFORM POST-ONE-FUND
007830             UNTIL ws-fd-sub NOT < ws-fund-count
007840     END-IF.
007850
007860 POST-ONE-FUND.
007870     ADD 1 TO ws-fd-sub.
007880     IF ws-fd-sub = ws-fund-count
007890         MOVE ws-line-left TO ws-line-amount
007900     ELSE
007910         COMPUTE ws-line-amount ROUNDED =
007920             ws-sr-transfer(ws-src-sub) * ws-fd-balance(ws-fd-sub)
007930                 / ws-fund-total
007940         IF ws-line-amount > ws-line-left
007950             MOVE ws-line-left TO ws-line-amount
007960         END-IF
007970         SUBTRACT ws-line-amount FROM ws-line-left
007980     END-IF.
007990     IF ws-line-amount > ZERO
008000         ADD ws-line-amount TO ws-fd-transfer(ws-fd-sub)
008010         ADD 1 TO ws-pair-count
008020         MOVE SPACES                 TO TXN-REC
008030         MOVE ws-account             TO TXN-ACCOUNT
008040         MOVE ws-run-date            TO TXN-DATE
008050         MOVE "O"                    TO TXN-TYPE
008060         MOVE ws-line-amount         TO TXN-AMOUNT
008070         MOVE ws-alt-account         TO TXN-COUNTERPART
008080         MOVE ws-sr-code(ws-src-sub) TO TXN-SOURCE
008090         MOVE ws-fd-fund(ws-fd-sub)  TO TXN-FUND
008100         WRITE TXN-REC
008110         MOVE ws-alt-account         TO TXN-ACCOUNT
008120         MOVE "I"                    TO TXN-TYPE
008130         MOVE ws-account             TO TXN-COUNTERPART
008140         WRITE TXN-REC
008150         IF ws-fd-fund(ws-fd-sub) NOT = SPACES
008160             MOVE SPACES                TO TRADE-REC
008170             MOVE ws-run-date           TO TR-TRADE-DATE
008180             MOVE ws-account            TO TR-ACCOUNT
008190             MOVE ws-fd-fund(ws-fd-sub) TO TR-FUND
008200             MOVE "S"                   TO TR-ACTION
008210             MOVE ws-line-amount        TO TR-AMOUNT
008220             MOVE "Q"                   TO TR-ORIGIN
008230             MOVE ws-operator-id        TO TR-OPERATOR
008240             WRITE TRADE-REC
008250             MOVE ws-alt-account        TO TR-ACCOUNT
008260             MOVE "B"                   TO TR-ACTION
008270             WRITE TRADE-REC
008280         END-IF
008290     END-IF.
008300
008310*--------------------------------
008320* SRCBAL.DAT follows the transfers now rather than at the
008330* nightly rebuild.
008340*--------------------------------
008350 MOVE-SOURCE-BALANCES.
008360     OPEN I-O SRCBAL-FILE.
008370     IF ws-sb-status = "00"
008380         MOVE ZERO TO ws-src-sub
008390         PERFORM MOVE-ONE-SOURCE-BALANCE 3 TIMES
008400         CLOSE SRCBAL-FILE
008410     END-IF.
008420
008430 MOVE-ONE-SOURCE-BALANCE.
008440     ADD 1 TO ws-src-sub.
008450     IF ws-sr-transfer(ws-src-sub) > ZERO
008460         MOVE ws-account             TO SB-ACCOUNT
008470         MOVE ws-sr-code(ws-src-sub) TO SB-SOURCE
008480         READ SRCBAL-FILE
008490             INVALID KEY CONTINUE
008500             NOT INVALID KEY
008510                 SUBTRACT ws-sr-transfer(ws-src-sub)
008520                     FROM SB-BALANCE
008530                 MOVE ws-run-date TO SB-ASOF-DATE
008540                 REWRITE SRCBAL-REC
008550                     INVALID KEY DISPLAY "Problem with index!"
008560                 END-REWRITE
008570         END-READ
008580         MOVE ws-alt-account             TO SB-ACCOUNT
008590         MOVE ws-sr-code(ws-src-sub)     TO SB-SOURCE
008600         MOVE ws-sr-transfer(ws-src-sub) TO SB-BALANCE
008610         MOVE ws-run-date                TO SB-ASOF-DATE
008620         WRITE SRCBAL-REC
008630             INVALID KEY DISPLAY "Problem with index!"
008640         END-WRITE
008650     END-IF.
008660
008670 WRITE-ORDER.
008680     MOVE SPACES             TO QDRO-REC.
008690     MOVE ws-next-order      TO QD-ORDER-NO.
008700     MOVE ws-court-ref       TO QD-COURT-REF.
008710     MOVE ws-order-date      TO QD-ORDER-DATE.
008720     MOVE ws-account         TO QD-ACCOUNT.
008730     MOVE ws-alt-account     TO QD-ALT-ACCOUNT.
008740     MOVE ws-alt-name        TO QD-ALT-NAME.
008750     MOVE ws-alt-address-1   TO QD-ALT-ADDRESS-1.
008760     MOVE ws-alt-address-2   TO QD-ALT-ADDRESS-2.
008770     MOVE ws-alt-city-st-zip TO QD-ALT-CITY-ST-ZIP.
008780     MOVE ws-alt-birth-date  TO QD-ALT-BIRTH-DATE.
008790     MOVE ws-split-type      TO QD-SPLIT-TYPE.
008800     MOVE ws-split-pct       TO QD-SPLIT-PCT.
008810     MOVE ws-split-amount    TO QD-SPLIT-AMOUNT.
008820     MOVE ws-val-date        TO QD-VALUATION-DATE.
008830     MOVE ws-val-total       TO QD-BALANCE-AT-DATE.
008840     MOVE ws-transfer-total  TO QD-TRANSFER-TOTAL.
008850     MOVE ZERO TO ws-src-sub.
008860     PERFORM MOVE-ONE-ORDER-SOURCE 3 TIMES.
008870     MOVE ws-fund-count      TO QD-FUND-COUNT.
008880     MOVE ZERO TO ws-fd-sub.
008890     PERFORM MOVE-ONE-ORDER-FUND 10 TIMES.
008900     MOVE ws-run-date        TO QD-POSTED-DATE.
008910     MOVE ws-operator-id     TO QD-OPERATOR.
008920     WRITE QDRO-REC
008930         INVALID KEY DISPLAY "Problem with index!"
008940     END-WRITE.
008950     MOVE QD-ORDER-NO        TO ws-ai-order-no.
008960     MOVE QD-COURT-REF       TO ws-ai-court-ref.
008970     MOVE QD-ACCOUNT         TO ws-ai-account.
008980     MOVE QD-ALT-ACCOUNT     TO ws-ai-alt-account.
008990     MOVE QD-VALUATION-DATE  TO ws-ai-val-date.
009000     MOVE QD-TRANSFER-TOTAL  TO ws-ai-transfer.
009010     MOVE SPACES             TO AUDIT-BEFORE.
009020     MOVE ws-audit-image     TO AUDIT-AFTER.
009030     MOVE "QDRO"             TO AUDIT-ACTION.
009040     PERFORM WRITE-AUDIT-RECORD.
009050
009060 MOVE-ONE-ORDER-SOURCE.
009070     ADD 1 TO ws-src-sub.
009080     MOVE ws-sr-code(ws-src-sub)     TO QD-SRC-CODE(ws-src-sub).
009090     MOVE ws-sr-balance(ws-src-sub)
009100         TO QD-SRC-BALANCE(ws-src-sub).
009110     MOVE ws-sr-transfer(ws-src-sub)
009120         TO QD-SRC-TRANSFER(ws-src-sub).
009130
009140 MOVE-ONE-ORDER-FUND.
009150     ADD 1 TO ws-fd-sub.
009160     IF ws-fd-sub > ws-fund-count
009170         MOVE SPACES TO QD-FUND(ws-fd-sub)
009180         MOVE ZERO   TO QD-FUND-TRANSFER(ws-fd-sub)
009190     ELSE
009200         MOVE ws-fd-fund(ws-fd-sub)     TO QD-FUND(ws-fd-sub)
009210         MOVE ws-fd-transfer(ws-fd-sub)
009220             TO QD-FUND-TRANSFER(ws-fd-sub)
009230     END-IF.
009240
009250*--------------------------------
009260* Every order naming the account on either side.
009270*--------------------------------
009280 LIST-ORDERS.
009290     MOVE ZERO TO ws-listed-count.
009300     MOVE SPACE TO ws-eof.
009310     MOVE ZERO TO QD-ORDER-NO.
009320     START QDROFILE KEY IS NOT LESS THAN QD-ORDER-NO
009330         INVALID KEY MOVE "y" TO ws-eof
009340     END-START.
009350     PERFORM LIST-ONE-ORDER UNTIL ws-eof = "y".
009360     IF ws-listed-count = ZERO
009370         DISPLAY "  (no orders on file for the account)"
009380     END-IF.
009390
009400 LIST-ONE-ORDER.
009410     READ QDROFILE NEXT RECORD
009420         AT END MOVE "y" TO ws-eof
009430     END-READ.
009440     IF ws-eof NOT = "y"
009450         AND (QD-ACCOUNT = ws-account
009460             OR QD-ALT-ACCOUNT = ws-account)
009470         ADD 1 TO ws-listed-count
009480         MOVE QD-TRANSFER-TOTAL TO ws-money-1
009490         DISPLAY "  " QD-ORDER-NO " " QD-COURT-REF " "
009500             QD-ACCOUNT " TO " QD-ALT-ACCOUNT
009510         DISPLAY "         valued " QD-VALUATION-DATE
009520             "  moved " ws-money-1 "  posted " QD-POSTED-DATE
009530             " by " QD-OPERATOR
009540     END-IF.
009550
009560 REPRINT-ORDER.
009570     DISPLAY "Order number: " WITH NO ADVANCING.
009580     MOVE SPACES TO ws-order-entry.
009590     ACCEPT ws-order-entry.
009600     IF ws-order-entry IS NUMERIC
009610         MOVE ws-order-entry TO QD-ORDER-NO
009620         READ QDROFILE
009630             INVALID KEY DISPLAY "No order with that number."
009640             NOT INVALID KEY
009650                 PERFORM PRINT-CONFIRMATION
009660                 DISPLAY "Confirmation on QDROCONF.PRT."
009670         END-READ
009680     ELSE
009690         DISPLAY "Order numbers are six digits."
009700     END-IF.
009710
009720*--------------------------------
009730* The confirmation for the plan file, printed from QDRO-REC
009740* alone so a reprint years later reads the same.
009750*--------------------------------
009760 PRINT-CONFIRMATION.
009770     MOVE SPACES TO ws-part-name.
009780     OPEN INPUT PARTFILE.
009790     IF ws-part-status = "00"
009800         MOVE QD-ACCOUNT TO PART-ACCOUNT
009810         READ PARTFILE
009820             INVALID KEY CONTINUE
009830             NOT INVALID KEY MOVE PART-NAME TO ws-part-name
009840         END-READ
009850         CLOSE PARTFILE
009860     END-IF.
009870     OPEN OUTPUT PRINT-FILE.
009880     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
009890         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
009900     MOVE "QDRO ACCOUNT SPLIT CONFIRMATION" TO RPT-TITLE.
009910     MOVE 1 TO RPT-PAGE-NUMBER.
009920     WRITE PRINT-LINE FROM RPT-HEADING-1.
009930     WRITE PRINT-LINE FROM RPT-HEADING-2.
009940     MOVE SPACES TO ws-text-line.
009950     PERFORM SHOW-LINE.
009960     MOVE QD-ORDER-DATE TO ws-fmt-date.
009970     PERFORM FORMAT-DATE.
009980     MOVE SPACES TO ws-text-line.
009990     STRING "ORDER " QD-ORDER-NO "   COURT REFERENCE "
010000         QD-COURT-REF "   DATED " ws-fmt-out
010010         DELIMITED BY SIZE INTO ws-text-line.
010020     PERFORM SHOW-LINE.
010030     MOVE SPACES TO ws-text-line.
010040     PERFORM SHOW-LINE.
010050     MOVE SPACES TO ws-text-line.
010060     STRING "PARTICIPANT       " QD-ACCOUNT "  " ws-part-name
010070         DELIMITED BY SIZE INTO ws-text-line.
010080     PERFORM SHOW-LINE.
010090     MOVE SPACES TO ws-text-line.
010100     STRING "ALTERNATE PAYEE   " QD-ALT-ACCOUNT "  " QD-ALT-NAME
010110         DELIMITED BY SIZE INTO ws-text-line.
010120     PERFORM SHOW-LINE.
010130     IF QD-ALT-ADDRESS-1 NOT = SPACES
010140         MOVE SPACES TO ws-text-line
010150         MOVE QD-ALT-ADDRESS-1 TO ws-text-line(31:25)
010160         PERFORM SHOW-LINE
010170     END-IF.
010180     IF QD-ALT-ADDRESS-2 NOT = SPACES
010190         MOVE SPACES TO ws-text-line
010200         MOVE QD-ALT-ADDRESS-2 TO ws-text-line(31:25)
010210         PERFORM SHOW-LINE
010220     END-IF.
010230     IF QD-ALT-CITY-ST-ZIP NOT = SPACES
010240         MOVE SPACES TO ws-text-line
010250         MOVE QD-ALT-CITY-ST-ZIP TO ws-text-line(31:25)
010260         PERFORM SHOW-LINE
010270     END-IF.
010280     MOVE QD-ALT-BIRTH-DATE TO ws-fmt-date.
010290     PERFORM FORMAT-DATE.
010300     MOVE SPACES TO ws-text-line.
010310     STRING "                              BORN " ws-fmt-out
010320         DELIMITED BY SIZE INTO ws-text-line.
010330     PERFORM SHOW-LINE.
010340     MOVE SPACES TO ws-text-line.
010350     PERFORM SHOW-LINE.
010360     MOVE QD-VALUATION-DATE TO ws-fmt-date.
010370     PERFORM FORMAT-DATE.
010380     MOVE SPACES TO ws-text-line.
010390     IF QD-SPLIT-BY-PERCENT
010400         MOVE QD-SPLIT-PCT TO ws-pct-disp
010410         STRING "AWARD             " ws-pct-disp
010420             "% OF THE BALANCE AS OF " ws-fmt-out
010430             DELIMITED BY SIZE INTO ws-text-line
010440     ELSE
010450         MOVE QD-SPLIT-AMOUNT TO ws-money-1
010460         STRING "AWARD             " ws-money-1
010470             " AS OF " ws-fmt-out
010480             DELIMITED BY SIZE INTO ws-text-line
010490     END-IF.
010500     PERFORM SHOW-LINE.
010510     MOVE QD-BALANCE-AT-DATE TO ws-money-1.
010520     MOVE SPACES TO ws-text-line.
010530     STRING "BALANCE AS OF " ws-fmt-out "  " ws-money-1
010540         DELIMITED BY SIZE INTO ws-text-line.
010550     PERFORM SHOW-LINE.
010560     MOVE SPACES TO ws-text-line.
010570     PERFORM SHOW-LINE.
010580     MOVE "  MONEY SOURCE" TO ws-text-line.
010590     MOVE "AT VALUATION"   TO ws-text-line(27:12).
010600     MOVE "TRANSFERRED"    TO ws-text-line(44:11).
010610     PERFORM SHOW-LINE.
010620     MOVE ZERO TO ws-src-sub.
010630     PERFORM PRINT-ONE-SOURCE 3 TIMES.
010640     MOVE SPACES TO ws-text-line.
010650     PERFORM SHOW-LINE.
010660     MOVE "  FUND" TO ws-text-line.
010670     MOVE "TRANSFERRED" TO ws-text-line(44:11).
010680     PERFORM SHOW-LINE.
010690     MOVE ZERO TO ws-fd-sub.
010700     PERFORM PRINT-ONE-FUND
010710         UNTIL ws-fd-sub NOT < QD-FUND-COUNT.
010720     MOVE SPACES TO ws-text-line.
010730     PERFORM SHOW-LINE.
010740     MOVE QD-TRANSFER-TOTAL TO ws-money-2.
010750     MOVE "TOTAL TRANSFERRED" TO ws-text-line.
010760     MOVE ws-money-2 TO ws-text-line(40:15).
010770     PERFORM SHOW-LINE.
010780     MOVE QD-POSTED-DATE TO ws-fmt-date.
010790     PERFORM FORMAT-DATE.
010800     MOVE SPACES TO ws-text-line.
010810     STRING "POSTED " ws-fmt-out " BY " QD-OPERATOR
010820         " AS TRANSFERS OUT OF " QD-ACCOUNT
010830         " INTO " QD-ALT-ACCOUNT
010840         DELIMITED BY SIZE INTO ws-text-line.
010850     PERFORM SHOW-LINE.
010860     MOVE SPACES TO ws-text-line.
010870     PERFORM SHOW-LINE.
010880     PERFORM SHOW-LINE.
010890     MOVE "PLAN ADMINISTRATOR ____________________   "
010900         TO ws-text-line.
010910     MOVE "DATE ____________" TO ws-text-line(44:17).
010920     PERFORM SHOW-LINE.
010930     CLOSE PRINT-FILE.
010940
010950 PRINT-ONE-SOURCE.
010960     ADD 1 TO ws-src-sub.
010970     MOVE QD-SRC-BALANCE(ws-src-sub)  TO ws-money-1.
010980     MOVE QD-SRC-TRANSFER(ws-src-sub) TO ws-money-2.
010990     MOVE SPACES TO ws-text-line.
011000     STRING "  " ws-src-name(ws-src-sub) " "
011010         QD-SRC-CODE(ws-src-sub)
011020         DELIMITED BY SIZE INTO ws-text-line.
011030     MOVE ws-money-1 TO ws-text-line(24:15).
011040     MOVE ws-money-2 TO ws-text-line(40:15).
011050     PERFORM SHOW-LINE.
011060
011070 PRINT-ONE-FUND.
011080     ADD 1 TO ws-fd-sub.
011090     MOVE QD-FUND-TRANSFER(ws-fd-sub) TO ws-money-2.
011100     MOVE SPACES TO ws-text-line.
011110     IF QD-FUND(ws-fd-sub) = SPACES
011120         MOVE "  (NO FUND ON FILE)" TO ws-text-line
011130     ELSE
011140         STRING "  " QD-FUND(ws-fd-sub)
011150             DELIMITED BY SIZE INTO ws-text-line
011160     END-IF.
011170     MOVE ws-money-2 TO ws-text-line(40:15).
011180     PERFORM SHOW-LINE.
011190
011200 FORMAT-DATE.
011210     MOVE SPACES TO ws-fmt-out.
011220     IF ws-fmt-date NOT = ZERO
011230         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
011240             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
011250     END-IF.
011260
011270 SHOW-LINE.
011280     MOVE ws-text-line TO PRINT-LINE.
011290     WRITE PRINT-LINE.
011300
011310 WRITE-AUDIT-RECORD.
011320*--------------------------------
011330* Appends the change to the reference-data audit trail
011340* (REFAUDIT.DAT) with the same before/after and chaining
011350* convention partmnt.cbl uses, so audtchk verifies it and
011360* refaud reads it back.  The caller sets AUDIT-ACTION,
011370* AUDIT-BEFORE, and AUDIT-AFTER first.
011380*--------------------------------
011390     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
011400     MOVE ws-operator-id         TO AUDIT-OPERATOR.
011410     MOVE "QDROMNT "  TO AUDIT-PROGRAM-NAME.
011420     PERFORM SET-AUDIT-SEQUENCE.
011430     MOVE AUDIT-RECORD           TO AUDIT-LINE.
011440     OPEN EXTEND AUDITFILE.
011450     IF ws-audit-status = "35"
011460         OPEN OUTPUT AUDITFILE
011470     END-IF.
011480     WRITE AUDIT-LINE.
011490     CLOSE AUDITFILE.
011500
011510 SET-AUDIT-SEQUENCE.
011520     PERFORM GET-LAST-AUDIT-POSITION.
011530     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
011540     PERFORM COMPUTE-AUDIT-CHECK.
011550
011560 GET-LAST-AUDIT-POSITION.
011570     MOVE ZERO TO ws-last-audit-seq.
011580     MOVE ZERO TO ws-last-audit-check.
011590     OPEN INPUT AUDITFILE.
011600     IF ws-audit-status = "00"
011610         PERFORM READ-LAST-AUDIT-LINE
011620             UNTIL ws-audit-status NOT = "00"
011630         CLOSE AUDITFILE
011640     END-IF.
011650
011660 READ-LAST-AUDIT-LINE.
011670     READ AUDITFILE
011680         AT END CONTINUE
011690     END-READ.
011700     IF ws-audit-status = "00"
011710         AND AUDIT-LINE(229:9) IS NUMERIC
011720         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
011730         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
011740     END-IF.
011750
011760 COMPUTE-AUDIT-CHECK.
011770     MOVE ZERO TO ws-audit-work-sum.
011780     MOVE ZERO TO ws-audit-sub.
011790     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
011800     COMPUTE AUDIT-CHECK-VALUE =
011810         FUNCTION MOD((ws-last-audit-check * 17)
011820             + ws-audit-work-sum, 999999999).
011830
011840 ADD-ONE-AUDIT-BYTE.
011850     ADD 1 TO ws-audit-sub.
011860     COMPUTE ws-audit-work-sum = ws-audit-work-sum
011870         + (ws-audit-sub
011880            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
011890
011900 CHECK-BATCH-WINDOW.
011910*--------------------------------
011920* Entry is refused while batchwin's window-open flag is up -
011930* an order appends to PERFTXN.DAT and moves SRCBAL.DAT, which
011940* the nightly runs read and rebuild.  Listing and reprints
011950* stay open.
011960*--------------------------------
011970     PERFORM SAMPLE-WINDOW-FLAG.
011980     IF ws-window-locked = "Y"
011990         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
012000         DISPLAY "  " ws-window-step
012010         DISPLAY "Orders are locked; listing is open."
012020     END-IF.
012030
012040 SAMPLE-WINDOW-FLAG.
012050     MOVE "N"    TO ws-window-locked.
012060     MOVE SPACES TO ws-window-step.
012070     OPEN INPUT WINDOW-FLAG-FILE.
012080     IF ws-flag-status = "00"
012090         READ WINDOW-FLAG-FILE
012100             AT END CONTINUE
012110         END-READ
012120         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
012130             MOVE "Y"      TO ws-window-locked
012140             MOVE FLG-STEP TO ws-window-step
012150         END-IF
012160         CLOSE WINDOW-FLAG-FILE
012170     END-IF.

012190 VERIFY-OPERATOR.
012200*--------------------------------
012210* With the operator master (OPERMAST.DAT) on file the password
012220* is checked against it, and an ID that is unknown, locked, or
012230* given the wrong password gets no grant below.  A shop with no
012240* master yet runs as before.
012250*--------------------------------
012260     OPEN INPUT OPERFILE.
012270     IF ws-oper-status = "00"
012280         DISPLAY "Password: " WITH NO ADVANCING
012290         ACCEPT ws-sign-password
012300         MOVE "N" TO ws-sign-ok
012310         MOVE ws-operator-id TO OPER-ID
012320         READ OPERFILE
012330             INVALID KEY
012340                 CONTINUE
012350             NOT INVALID KEY
012360                 IF OPER-PASSWORD = ws-sign-password
012370                     AND NOT OPER-IS-LOCKED
012380                     MOVE "Y" TO ws-sign-ok
012390                 END-IF
012400         END-READ
012410         CLOSE OPERFILE
012420     END-IF.
012430
012440 CHECK-UPDATE-GRANT.
012450*--------------------------------
012460* Entering an order need the QDROUPD grant on the access table
012470* (OPERACC.DAT, kept in opermnt); without it the screen is
012480* listing only.  A shop with no table yet runs as before.
012490*--------------------------------
012500     MOVE "Y" TO ws-update-granted.
012510     IF ws-sign-ok = "N"
012520         MOVE "N" TO ws-update-granted
012530         DISPLAY "Operator not verified - listing only."
012540     ELSE
012550         OPEN INPUT ACCESS-FILE
012560         IF ws-acc-status = "00"
012570             MOVE ws-operator-id TO ACC-OPER-ID
012580             MOVE "QDROUPD "     TO ACC-FUNCTION
012590             READ ACCESS-FILE
012600                 INVALID KEY
012610                     MOVE "N" TO ws-update-granted
012620                     DISPLAY "No QDROUPD grant for "
012630                         ws-operator-id
012640                         " - listing only."
012650             END-READ
012660             CLOSE ACCESS-FILE
012670         END-IF
012680     END-IF.
