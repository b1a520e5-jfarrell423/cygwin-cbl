000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLEXTR.
000030*--------------------------------
000040* Monthly general-ledger journal extract.  The month's
000050* retirement money movements (GLEXTR_MONTH as YYYYMM, default
000060* the current month) are summarized into one journal entry per
000070* event per day and written to GLEXTR.DAT in the ledger's
000080* import layout - account string, debit, credit, description -
000090* between the same HDR and TRL control records the HR feed
000100* carries, the trailer holding the line count and the debit
000110* and credit totals.  The events and where they come from:
000120*
000130*   FEEBILL   fees billed            FEEHIST.DAT  (perffee)
000140*   FORFEIT   match forfeited        FORFLOG.DAT  (forfeit)
000150*   LOANISS   loans issued           LOANMAST.DAT (loanmnt)
000160*   LOANREP   loan repayments        PERFTXN.DAT  type L lines
000170*   DISTPAY   distribution checks    DISTPAY.DAT  (payrun)
000180*   DISTWH    tax withheld from the distribution checks
000190*
000200* The accounts come from GLMAP.DAT (glmapmnt.cbl).  A reversed
000210* repayment nets against the day's repayments, and a day that
000220* nets negative posts with the debit and credit swapped.  Every
000230* entry must balance and every leg must have an account; if any
000240* does not, GLEXTR.DAT is not written at all - the journal
000250* prints with the out-of-balance and unmapped detail instead and
000260* the run ends RETURN-CODE 8.  Printed to GLEXTR.PRT.
000270*
000280* 2026-10  JDF  New program.
000290*--------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330 SELECT GLMAPFILE ASSIGN TO "GLMAPDAT"
000340 FILE STATUS IS ws-map-status
000350 ORGANIZATION IS INDEXED
000360 ACCESS MODE IS DYNAMIC
000370 RECORD KEY IS GM-EVENT.
000380
000390 SELECT FEEHIST-FILE ASSIGN TO "FEEHISTDAT"
000400 ORGANIZATION IS LINE SEQUENTIAL
000410 FILE STATUS IS ws-feeh-status.
000420
000430 SELECT FORFLOG-FILE ASSIGN TO "FORFLOGDAT"
000440 FILE STATUS IS ws-fl-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS FL-KEY.
000480
000490 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
000500 FILE STATUS IS ws-loan-status
000510 ORGANIZATION IS INDEXED
000520 ACCESS MODE IS DYNAMIC
000530 RECORD KEY IS LOAN-KEY.
000540
000550 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000560 ORGANIZATION IS LINE SEQUENTIAL
000570 FILE STATUS IS ws-txn-status.
000580
000590 SELECT DPAY-FILE ASSIGN TO "DISTPAYDAT"
000600 ORGANIZATION IS LINE SEQUENTIAL
000610 FILE STATUS IS ws-dpay-status.
000620
000630 SELECT GLEXTR-FILE ASSIGN TO "GLEXTRDAT"
000640 ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 SELECT PRINT-FILE ASSIGN TO "GLEXTRPRT"
000670 ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD GLMAPFILE.
000720     COPY GLMAPREC.
000730
000740 FD FEEHIST-FILE.
000750     COPY FEEHREC.
000760
000770 FD FORFLOG-FILE.
000780     COPY FORFLREC.
000790
000800 FD LOANFILE.
000810     COPY LOANREC.
000820
000830 FD TXN-FILE.
000840     COPY TXNREC.
000850
000860 FD DPAY-FILE.
000870     COPY DPAYREC.
000880
000890 FD GLEXTR-FILE.
000900 01  GL-REC.
000910     05  GL-ACCOUNT                  PIC X(20).
000920     05  GL-DEBIT                    PIC 9(11)V99.
000930     05  GL-CREDIT                   PIC 9(11)V99.
000940     05  GL-DESCRIPTION              PIC X(40).
000950 01  GL-CONTROL-REC.
000960     05  GL-CTL-TYPE                 PIC X(03).
000970     05  GL-CTL-DATE                 PIC 9(08).
000980     05  GL-CTL-SOURCE               PIC X(09).
000990     05  GL-CTL-PERIOD               PIC 9(06).
001000 01  GL-TRAILER-REC.
001010     05  GL-TRL-TYPE                 PIC X(03).
001020     05  GL-TRL-COUNT                PIC 9(07).
001030     05  GL-TRL-DEBITS               PIC 9(11)V99.
001040     05  GL-TRL-CREDITS              PIC 9(11)V99.
001050
001060 FD PRINT-FILE.
001070 01  PRINT-LINE                      PIC X(80).
001080
001090 WORKING-STORAGE SECTION.
001100     COPY RPTHEAD.
001110
001120 01  ws-map-status                   pic x(02).
001130 01  ws-feeh-status                  pic x(02).
001140 01  ws-fl-status                    pic x(02).
001150 01  ws-loan-status                  pic x(02).
001160 01  ws-txn-status                   pic x(02).
001170 01  ws-dpay-status                  pic x(02).
001180 01  ws-map-open                     pic x(01) value "N".
001190 01  ws-eof                          pic x(01) value space.
001200 01  ws-run-date                     pic 9(08) value zero.
001210 01  ws-month                        pic 9(06) value zero.
001220 01  ws-env-check                    pic x(06) value spaces.
001230
001240*--------------------------------
001250* The month's journal: one entry per event per day.  The debit
001260* is what posts to the event's debit account and the credit
001270* what posts to its credit account - the same amount except on
001280* a distribution, where the gross is debited, the check
001290* credited, and the tax withheld credited to DISTWH's account.
001300*--------------------------------
001310 01  ws-entry-max                    pic 9(03) value 300.
001320 01  ws-entry-count                  pic 9(03) value zero.
001330 01  ws-entry-table.
001340     05  ws-journal-entry            occurs 300 times.
001350         10  ws-je-event             pic x(08).
001360         10  ws-je-date              pic 9(08).
001370         10  ws-je-debit             pic s9(11)v99.
001380         10  ws-je-credit            pic s9(11)v99.
001390         10  ws-je-withheld          pic s9(11)v99.
001400         10  ws-je-lines             pic 9(05).
001410 01  ws-je-sub                       pic 9(03) comp value zero.
001420 01  ws-find-sub                     pic 9(03) comp value zero.
001430 01  ws-found                        pic x(01) value space.
001440 01  ws-table-full                   pic x(01) value "N".
001450 01  ws-dropped-lines                pic 9(05) value zero.
001460
001470 01  ws-post-event                   pic x(08) value spaces.
001480 01  ws-post-date                    pic 9(08) value zero.
001490 01  ws-post-debit                   pic s9(11)v99 value zero.
001500 01  ws-post-credit                  pic s9(11)v99 value zero.
001510 01  ws-post-withheld                pic s9(11)v99 value zero.
001520
001530*--------------------------------
001540* The legs of one entry: debit account, credit account, and
001550* on a distribution the withholding account.  A leg's amount
001560* is signed - positive posts as a debit, negative as a credit.
001570*--------------------------------
001580 01  ws-leg-table.
001590     05  ws-leg                      occurs 3 times.
001600         10  ws-leg-account          pic x(20).
001610         10  ws-leg-amount           pic s9(11)v99.
001620 01  ws-leg-sub                      pic 9(01) comp value zero.
001630 01  ws-leg-count                    pic 9(01) value zero.
001640 01  ws-entry-net                    pic s9(11)v99 value zero.
001650 01  ws-entry-ok                     pic x(01) value space.
001660 01  ws-description                  pic x(40) value spaces.
001670 01  ws-wh-account                   pic x(20) value spaces.
001680 01  ws-map-debit                    pic x(20) value spaces.
001690 01  ws-map-credit                   pic x(20) value spaces.
001700 01  ws-map-description              pic x(24) value spaces.
001710
001720 01  ws-error-count                  pic 9(05) value zero.
001730 01  ws-writing                      pic x(01) value "N".
001740 01  ws-gl-count                     pic 9(07) value zero.
001750 01  ws-total-debits                 pic 9(11)v99 value zero.
001760 01  ws-total-credits                pic 9(11)v99 value zero.
001770 01  ws-source-count                 pic 9(07) value zero.
001780
001790 01  ws-fmt-date                     pic 9(08) value zero.
001800 01  ws-fmt-out                      pic x(10) value spaces.
001810 01  ws-money-1                      pic $$$,$$$,$$9.99.
001820 01  ws-money-2                      pic $$$,$$$,$$9.99.
001830 01  ws-big-money-1                  pic $$$,$$$,$$$,$$9.99.
001840 01  ws-big-money-2                  pic $$$,$$$,$$$,$$9.99.
001850 01  ws-count-disp                   pic zzzzzz9.
001860
001870 01  ws-text-line                    pic x(80) value spaces.
001880
001890 PROCEDURE DIVISION.
001900 PROGRAM-BEGIN.
001910     CALL "shopcfg"
001920         ON EXCEPTION
001930             DISPLAY "shopcfg not found - default "
001940                 "file locations in effect"
001950     END-CALL.
001960     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001970     MOVE ws-run-date(1:6) TO ws-month.
001980     ACCEPT ws-env-check FROM ENVIRONMENT "GLEXTR_MONTH".
001990     IF ws-env-check(1:6) IS NUMERIC
002000         MOVE ws-env-check(1:6) TO ws-month
002010     END-IF.
002020     PERFORM OPEN-REPORT.
002030     PERFORM GATHER-FEES.
002040     PERFORM GATHER-FORFEITURES.
002050     PERFORM GATHER-LOAN-ISSUES.
002060     PERFORM GATHER-LOAN-REPAYMENTS.
002070     PERFORM GATHER-DISTRIBUTIONS.
002080     OPEN INPUT GLMAPFILE.
002090     IF ws-map-status = "00"
002100         MOVE "Y" TO ws-map-open
002110     END-IF.
002120*--------------------------------
002130* First pass prints and proves the journal; only a clean one
002140* gets the second pass that writes the extract.
002150*--------------------------------
002160     MOVE "N" TO ws-writing.
002170     PERFORM PROVE-ONE-ENTRY
002180         VARYING ws-je-sub FROM 1 BY 1
002190         UNTIL ws-je-sub > ws-entry-count.
002200     IF ws-table-full = "Y"
002210         ADD 1 TO ws-error-count
002220     END-IF.
002230     IF ws-error-count = ZERO
002240         PERFORM WRITE-EXTRACT
002250     END-IF.
002260     IF ws-map-open = "Y"
002270         CLOSE GLMAPFILE
002280     END-IF.
002290     PERFORM PRINT-TRAILER.
002300     CLOSE PRINT-FILE.
002310     IF ws-error-count = ZERO
002320         DISPLAY "GL extract complete - " ws-gl-count
002330             " journal lines for " ws-month "."
002340     ELSE
002350         DISPLAY "GL extract NOT written - " ws-error-count
002360             " entries out of balance or unmapped for "
002370             ws-month "."
002380         MOVE 8 TO RETURN-CODE
002390     END-IF.
002400     STOP RUN.
002410
002420 OPEN-REPORT.
002430     OPEN OUTPUT PRINT-FILE.
002440     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002450         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002460     MOVE "GENERAL LEDGER JOURNAL" TO RPT-TITLE.
002470     MOVE 1 TO RPT-PAGE-NUMBER.
002480     WRITE PRINT-LINE FROM RPT-HEADING-1.
002490     WRITE PRINT-LINE FROM RPT-HEADING-2.
002500     MOVE SPACES TO ws-text-line.
002510     STRING "JOURNAL FOR MONTH " ws-month
002520         DELIMITED BY SIZE INTO ws-text-line.
002530     PERFORM SHOW-LINE.
002540     MOVE SPACES TO ws-text-line.
002550     PERFORM SHOW-LINE.
002560     MOVE "  DATE       EVENT    ACCOUNT" TO ws-text-line.
002570     MOVE "DEBIT"  TO ws-text-line(53:5).
002580     MOVE "CREDIT" TO ws-text-line(67:6).
002590     PERFORM SHOW-LINE.
002600
002610*--------------------------------
002620* Fees billed in the month, one FEEHIST.DAT line per account.
002630*--------------------------------
002640 GATHER-FEES.
002650     MOVE ZERO TO ws-source-count.
002660     OPEN INPUT FEEHIST-FILE.
002670     IF ws-feeh-status = "00"
002680         MOVE SPACE TO ws-eof
002690         PERFORM TAKE-ONE-FEE UNTIL ws-eof = "y"
002700         CLOSE FEEHIST-FILE
002710     END-IF.
002720
002730 TAKE-ONE-FEE.
002740     READ FEEHIST-FILE
002750         AT END MOVE "y" TO ws-eof
002760     END-READ.
002770     IF ws-eof NOT = "y"
002780         IF FH-BILL-DATE(1:6) = ws-month
002790             AND FH-FEE-AMOUNT > ZERO
002800             MOVE "FEEBILL"     TO ws-post-event
002810             MOVE FH-BILL-DATE  TO ws-post-date
002820             MOVE FH-FEE-AMOUNT TO ws-post-debit
002830             MOVE FH-FEE-AMOUNT TO ws-post-credit
002840             MOVE ZERO          TO ws-post-withheld
002850             PERFORM ADD-TO-JOURNAL
002860         END-IF
002870     END-IF.
002880
002890*--------------------------------
002900* Forfeitures logged in the month by forfeit.cbl.
002910*--------------------------------
002920 GATHER-FORFEITURES.
002930     OPEN INPUT FORFLOG-FILE.
002940     IF ws-fl-status = "00"
002950         MOVE SPACE TO ws-eof
002960         PERFORM TAKE-ONE-FORFEITURE UNTIL ws-eof = "y"
002970         CLOSE FORFLOG-FILE
002980     END-IF.
002990
003000 TAKE-ONE-FORFEITURE.
003010     READ FORFLOG-FILE NEXT RECORD
003020         AT END MOVE "y" TO ws-eof
003030     END-READ.
003040     IF ws-eof NOT = "y"
003050         IF FL-POST-DATE(1:6) = ws-month
003060             AND FL-AMOUNT > ZERO
003070             MOVE "FORFEIT"     TO ws-post-event
003080             MOVE FL-POST-DATE  TO ws-post-date
003090             MOVE FL-AMOUNT     TO ws-post-debit
003100             MOVE FL-AMOUNT     TO ws-post-credit
003110             MOVE ZERO          TO ws-post-withheld
003120             PERFORM ADD-TO-JOURNAL
003130         END-IF
003140     END-IF.
003150
003160*--------------------------------
003170* Loans issued in the month, at their original amount - paid
003180* off or not, the issue still happened in the month.
003190*--------------------------------
003200 GATHER-LOAN-ISSUES.
003210     OPEN INPUT LOANFILE.
003220     IF ws-loan-status = "00"
003230         MOVE SPACE TO ws-eof
003240         PERFORM TAKE-ONE-LOAN UNTIL ws-eof = "y"
003250         CLOSE LOANFILE
003260     END-IF.
003270
003280 TAKE-ONE-LOAN.
003290     READ LOANFILE NEXT RECORD
003300         AT END MOVE "y" TO ws-eof
003310     END-READ.
003320     IF ws-eof NOT = "y"
003330         IF LOAN-ISSUE-DATE(1:6) = ws-month
003340             AND LOAN-ORIG-AMOUNT > ZERO
003350             MOVE "LOANISS"        TO ws-post-event
003360             MOVE LOAN-ISSUE-DATE  TO ws-post-date
003370             MOVE LOAN-ORIG-AMOUNT TO ws-post-debit
003380             MOVE LOAN-ORIG-AMOUNT TO ws-post-credit
003390             MOVE ZERO             TO ws-post-withheld
003400             PERFORM ADD-TO-JOURNAL
003410         END-IF
003420     END-IF.
003430
003440*--------------------------------
003450* Loan repayments are the type L lines on PERFTXN.DAT that
003460* loanpost.cbl applies.  A reversal takes its repayment back.
003470*--------------------------------
003480 GATHER-LOAN-REPAYMENTS.
003490     OPEN INPUT TXN-FILE.
003500     IF ws-txn-status = "00"
003510         MOVE SPACE TO ws-eof
003520         PERFORM TAKE-ONE-REPAYMENT UNTIL ws-eof = "y"
003530         CLOSE TXN-FILE
003540     END-IF.
003550
003560 TAKE-ONE-REPAYMENT.
003570     READ TXN-FILE
003580         AT END MOVE "y" TO ws-eof
003590     END-READ.
003600     IF ws-eof NOT = "y"
003610         IF TXN-TYPE = "L"
003620             AND TXN-DATE(1:6) = ws-month
003630             MOVE "LOANREP"  TO ws-post-event
003640             MOVE TXN-DATE   TO ws-post-date
003650             MOVE TXN-AMOUNT TO ws-post-debit
003660             IF TXN-REVERSAL
003670                 COMPUTE ws-post-debit = ZERO - TXN-AMOUNT
003680             END-IF
003690             MOVE ws-post-debit TO ws-post-credit
003700             MOVE ZERO          TO ws-post-withheld
003710             PERFORM ADD-TO-JOURNAL
003720         END-IF
003730     END-IF.
003740
003750*--------------------------------
003760* Distribution checks paid in the month: gross, check, and
003770* tax withheld as payrun.cbl recorded them.
003780*--------------------------------
003790 GATHER-DISTRIBUTIONS.
003800     OPEN INPUT DPAY-FILE.
003810     IF ws-dpay-status = "00"
003820         MOVE SPACE TO ws-eof
003830         PERFORM TAKE-ONE-DISTRIBUTION UNTIL ws-eof = "y"
003840         CLOSE DPAY-FILE
003850     END-IF.
003860
003870 TAKE-ONE-DISTRIBUTION.
003880     READ DPAY-FILE
003890         AT END MOVE "y" TO ws-eof
003900     END-READ.
003910     IF ws-eof NOT = "y"
003920         IF DP-PAY-DATE(1:6) = ws-month
003930             MOVE "DISTPAY"   TO ws-post-event
003940             MOVE DP-PAY-DATE TO ws-post-date
003950             MOVE DP-GROSS    TO ws-post-debit
003960             MOVE DP-NET      TO ws-post-credit
003970             MOVE DP-WITHHELD TO ws-post-withheld
003980             PERFORM ADD-TO-JOURNAL
003990         END-IF
004000     END-IF.
004010
004020*--------------------------------
004030* Adds one source line into its event and day's entry,
004040* starting the entry if it is the first.  A full table stops
004050* the extract rather than drop money from the journal.
004060*--------------------------------
004070 ADD-TO-JOURNAL.
004080     MOVE "n" TO ws-found.
004090     PERFORM FIND-ONE-ENTRY
004100         VARYING ws-find-sub FROM 1 BY 1
004110         UNTIL ws-find-sub > ws-entry-count
004120             OR ws-found = "y".
004130     IF ws-found = "n"
004140         IF ws-entry-count < ws-entry-max
004150             ADD 1 TO ws-entry-count
004160             MOVE ws-entry-count TO ws-je-sub
004170             MOVE ws-post-event  TO ws-je-event(ws-je-sub)
004180             MOVE ws-post-date   TO ws-je-date(ws-je-sub)
004190             MOVE ZERO TO ws-je-debit(ws-je-sub)
004200             MOVE ZERO TO ws-je-credit(ws-je-sub)
004210             MOVE ZERO TO ws-je-withheld(ws-je-sub)
004220             MOVE ZERO TO ws-je-lines(ws-je-sub)
004230             MOVE "y" TO ws-found
004240         ELSE
004250             MOVE "Y" TO ws-table-full
004260             ADD 1 TO ws-dropped-lines
004270         END-IF
004280     END-IF.
004290     IF ws-found = "y"
004300         ADD ws-post-debit    TO ws-je-debit(ws-je-sub)
004310         ADD ws-post-credit   TO ws-je-credit(ws-je-sub)
004320         ADD ws-post-withheld TO ws-je-withheld(ws-je-sub)
004330         ADD 1 TO ws-je-lines(ws-je-sub)
004340     END-IF.
004350
004360 FIND-ONE-ENTRY.
004370     IF ws-je-event(ws-find-sub) = ws-post-event
004380         AND ws-je-date(ws-find-sub) = ws-post-date
004390         MOVE "y" TO ws-found
004400         MOVE ws-find-sub TO ws-je-sub
004410     END-IF.
004420
004430*--------------------------------
004440* Builds one entry's legs from the mapping, prints them, and
004450* proves the entry: the legs must net to zero and every leg
004460* carrying money must have an account.  On the writing pass
004470* the legs go to the extract instead.
004480*--------------------------------
004490 PROVE-ONE-ENTRY.
004500     PERFORM BUILD-LEGS.
004510     IF ws-leg-count > ZERO
004520         IF ws-writing = "Y"
004530             PERFORM WRITE-ONE-LEG
004540                 VARYING ws-leg-sub FROM 1 BY 1
004550                 UNTIL ws-leg-sub > 3
004560         ELSE
004570             PERFORM CHECK-ONE-ENTRY
004580         END-IF
004590     END-IF.
004600
004610 BUILD-LEGS.
004620     MOVE ws-je-event(ws-je-sub) TO GM-EVENT.
004630     PERFORM LOOK-UP-MAPPING.
004640     MOVE SPACES TO ws-leg-table.
004650     MOVE ws-map-debit         TO ws-leg-account(1).
004660     MOVE ws-je-debit(ws-je-sub) TO ws-leg-amount(1).
004670     MOVE ws-map-credit        TO ws-leg-account(2).
004680     COMPUTE ws-leg-amount(2) = ZERO - ws-je-credit(ws-je-sub).
004690     MOVE ZERO TO ws-leg-amount(3).
004700     MOVE ws-map-description   TO ws-description.
004710     IF ws-je-event(ws-je-sub) = "DISTPAY"
004720         MOVE "DISTWH" TO GM-EVENT
004730         PERFORM LOOK-UP-MAPPING
004740         MOVE ws-map-credit TO ws-leg-account(3)
004750         COMPUTE ws-leg-amount(3) =
004760             ZERO - ws-je-withheld(ws-je-sub)
004770     END-IF.
004780     MOVE ws-je-date(ws-je-sub) TO ws-fmt-date.
004790     PERFORM FORMAT-DATE.
004800     MOVE ws-fmt-out TO ws-description(26:10).
004810     MOVE ZERO TO ws-leg-count.
004820     MOVE ZERO TO ws-entry-net.
004830     PERFORM COUNT-ONE-LEG
004840         VARYING ws-leg-sub FROM 1 BY 1
004850         UNTIL ws-leg-sub > 3.
004860
004870 COUNT-ONE-LEG.
004880     IF ws-leg-amount(ws-leg-sub) NOT = ZERO
004890         ADD 1 TO ws-leg-count
004900         ADD ws-leg-amount(ws-leg-sub) TO ws-entry-net
004910     END-IF.
004920
004930 LOOK-UP-MAPPING.
004940     MOVE SPACES TO ws-map-debit.
004950     MOVE SPACES TO ws-map-credit.
004960     MOVE GM-EVENT TO ws-map-description.
004970     IF ws-map-open = "Y"
004980         READ GLMAPFILE
004990             INVALID KEY CONTINUE
005000         END-READ
005010         IF ws-map-status = "00"
005020             MOVE GM-DEBIT-ACCOUNT  TO ws-map-debit
005030             MOVE GM-CREDIT-ACCOUNT TO ws-map-credit
005040             IF GM-DESCRIPTION NOT = SPACES
005050                 MOVE GM-DESCRIPTION TO ws-map-description
005060             END-IF
005070         END-IF
005080     END-IF.
005090
005100 CHECK-ONE-ENTRY.
005110     MOVE "y" TO ws-entry-ok.
005120     PERFORM PRINT-ONE-LEG
005130         VARYING ws-leg-sub FROM 1 BY 1
005140         UNTIL ws-leg-sub > 3.
005150     IF ws-entry-net NOT = ZERO
005160         MOVE "n" TO ws-entry-ok
005170         MOVE SPACES TO ws-text-line
005180         IF ws-entry-net < ZERO
005190             COMPUTE ws-money-1 = ZERO - ws-entry-net
005200             STRING "** OUT OF BALANCE - CREDITS OVER DEBITS BY "
005210                 ws-money-1
005220                 DELIMITED BY SIZE INTO ws-text-line
005230         ELSE
005240             MOVE ws-entry-net TO ws-money-1
005250             STRING "** OUT OF BALANCE - DEBITS OVER CREDITS BY "
005260                 ws-money-1
005270                 DELIMITED BY SIZE INTO ws-text-line
005280         END-IF
005290         PERFORM SHOW-LINE
005300     END-IF.
005310     IF ws-entry-ok = "n"
005320         ADD 1 TO ws-error-count
005330     END-IF.
005340
005350 PRINT-ONE-LEG.
005360     IF ws-leg-amount(ws-leg-sub) NOT = ZERO
005370         MOVE SPACES TO ws-text-line
005380         MOVE ws-fmt-out TO ws-text-line(3:10)
005390         MOVE ws-je-event(ws-je-sub) TO ws-text-line(14:8)
005400         IF ws-leg-sub = 3
005410             MOVE "DISTWH" TO ws-text-line(14:8)
005420         END-IF
005430         IF ws-leg-account(ws-leg-sub) = SPACES
005440             MOVE "** NOT MAPPED **" TO ws-text-line(23:20)
005450             MOVE "n" TO ws-entry-ok
005460         ELSE
005470             MOVE ws-leg-account(ws-leg-sub)
005480                 TO ws-text-line(23:20)
005490         END-IF
005500         IF ws-leg-amount(ws-leg-sub) > ZERO
005510             MOVE ws-leg-amount(ws-leg-sub) TO ws-money-1
005520             MOVE ws-money-1 TO ws-text-line(44:14)
005530             ADD ws-leg-amount(ws-leg-sub) TO ws-total-debits
005540         ELSE
005550             COMPUTE ws-money-2 = ZERO - ws-leg-amount(ws-leg-sub)
005560             MOVE ws-money-2 TO ws-text-line(59:14)
005570             SUBTRACT ws-leg-amount(ws-leg-sub)
005580                 FROM ws-total-credits
005590         END-IF
005600         PERFORM SHOW-LINE
005610     END-IF.
005620
005630*--------------------------------
005640* The journal proved, the extract goes out: HDR, the legs,
005650* and a TRL with the line count and both totals.
005660*--------------------------------
005670 WRITE-EXTRACT.
005680     OPEN OUTPUT GLEXTR-FILE.
005690     MOVE SPACES       TO GL-CONTROL-REC.
005700     MOVE "HDR"        TO GL-CTL-TYPE.
005710     MOVE ws-run-date  TO GL-CTL-DATE.
005720     MOVE "RETIRE   "  TO GL-CTL-SOURCE.
005730     MOVE ws-month     TO GL-CTL-PERIOD.
005740     WRITE GL-CONTROL-REC.
005750     MOVE ZERO TO ws-gl-count.
005760     MOVE "Y" TO ws-writing.
005770     PERFORM PROVE-ONE-ENTRY
005780         VARYING ws-je-sub FROM 1 BY 1
005790         UNTIL ws-je-sub > ws-entry-count.
005800     MOVE SPACES           TO GL-TRAILER-REC.
005810     MOVE "TRL"            TO GL-TRL-TYPE.
005820     MOVE ws-gl-count      TO GL-TRL-COUNT.
005830     MOVE ws-total-debits  TO GL-TRL-DEBITS.
005840     MOVE ws-total-credits TO GL-TRL-CREDITS.
005850     WRITE GL-TRAILER-REC.
005860     CLOSE GLEXTR-FILE.
005870
005880 WRITE-ONE-LEG.
005890     IF ws-leg-amount(ws-leg-sub) NOT = ZERO
005900         MOVE SPACES TO GL-REC
005910         MOVE ws-leg-account(ws-leg-sub) TO GL-ACCOUNT
005920         MOVE ZERO TO GL-DEBIT
005930         MOVE ZERO TO GL-CREDIT
005940         IF ws-leg-amount(ws-leg-sub) > ZERO
005950             MOVE ws-leg-amount(ws-leg-sub) TO GL-DEBIT
005960         ELSE
005970             COMPUTE GL-CREDIT = ZERO - ws-leg-amount(ws-leg-sub)
005980         END-IF
005990         MOVE ws-description TO GL-DESCRIPTION
006000         WRITE GL-REC
006010         ADD 1 TO ws-gl-count
006020     END-IF.
006030
006040 PRINT-TRAILER.
006050     MOVE SPACES TO ws-text-line.
006060     PERFORM SHOW-LINE.
006070     IF ws-entry-count = ZERO
006080         MOVE "  (no retirement money movements in the month)"
006090             TO ws-text-line
006100         PERFORM SHOW-LINE
006110     END-IF.
006120     MOVE ws-total-debits  TO ws-big-money-1.
006130     MOVE ws-total-credits TO ws-big-money-2.
006140     MOVE SPACES TO ws-text-line.
006150     STRING "TOTAL DEBITS " ws-big-money-1
006160         "  CREDITS " ws-big-money-2
006170         DELIMITED BY SIZE INTO ws-text-line.
006180     PERFORM SHOW-LINE.
006190     IF ws-table-full = "Y"
006200         MOVE ws-dropped-lines TO ws-count-disp
006210         MOVE SPACES TO ws-text-line
006220         STRING "** JOURNAL TABLE FULL - " ws-count-disp
006230             " SOURCE LINES NOT SUMMARIZED"
006240             DELIMITED BY SIZE INTO ws-text-line
006250         PERFORM SHOW-LINE
006260     END-IF.
006270     MOVE SPACES TO ws-text-line.
006280     IF ws-error-count = ZERO
006290         MOVE ws-gl-count TO ws-count-disp
006300         STRING "EXTRACT WRITTEN TO GLEXTR.DAT - " ws-count-disp
006310             " JOURNAL LINES"
006320             DELIMITED BY SIZE INTO ws-text-line
006330     ELSE
006340         STRING "** EXTRACT NOT WRITTEN - " ws-error-count
006350             " ENTRIES OUT OF BALANCE OR UNMAPPED"
006360             DELIMITED BY SIZE INTO ws-text-line
006370     END-IF.
006380     PERFORM SHOW-LINE.
006390
006400 FORMAT-DATE.
006410     MOVE SPACES TO ws-fmt-out.
006420     IF ws-fmt-date NOT = ZERO
006430         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
006440             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
006450     END-IF.
006460
006470 SHOW-LINE.
006480     MOVE ws-text-line TO PRINT-LINE.
006490     WRITE PRINT-LINE.
