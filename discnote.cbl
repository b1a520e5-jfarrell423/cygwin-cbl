000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISCNOTE.
000030*--------------------------------
000040* Annual participant fee and investment disclosure notice.  The
000050* yearly notice used to go out as one generic photocopy; this
000060* run prints a personalized notice for every PARTMAST.DAT
000070* account to DISCNOTE.PRT, one page each, for the mail house:
000080*
000090*   - the funds the participant holds (FUNDBAL.DAT), with each
000100*     fund's type and expense ratio from the fund master and the
000110*     ratio applied to their balance in dollars;
000120*   - each fund's 1-year and 5-year (annualized) return - its
000130*     benchmark index returns on BENCHTBL.DAT compounded over the
000140*     periods ending in the year and the five years to its end;
000150*     a return the table cannot cover shows as N/A;
000160*   - the administration fees perffee.cbl actually billed the
000170*     account in the year, from the fee history (FEEHIST.DAT).
000180*
000190* An account with no mailing address (address line 1 or city,
000200* state and ZIP blank) gets no notice.  DISCCTL.PRT lists every
000210* account, printed or skipped, with the counts; any skip ends
000220* the run with RETURN-CODE 4.
000230*
000240*   DISCNOTE_YEAR     plan year YYYY       (default last year)
000250*
000260* 2026-10  JDF  New program.
000270*--------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000320     FILE STATUS IS ws-part-status
000330     ORGANIZATION IS INDEXED
000340     ACCESS MODE IS DYNAMIC
000350     RECORD KEY IS PART-ACCOUNT.
000360
000370 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000380     FILE STATUS IS ws-fb-status
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS DYNAMIC
000410     RECORD KEY IS FB-KEY.
000420
000430 SELECT FUND-FILE ASSIGN TO "FUNDTBLDAT"
000440     FILE STATUS IS ws-fund-status
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS FUND-CODE.
000480
000490 SELECT BENCH-FILE ASSIGN TO "BENCHTBLDAT"
000500     FILE STATUS IS ws-bench-status
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS BENCH-KEY.
000540
000550 SELECT FEEHIST-FILE ASSIGN TO "FEEHISTDAT"
000560     FILE STATUS IS ws-feeh-status
000570     ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 SELECT PRINT-FILE ASSIGN TO "DISCNOTEPRT"
000600     ORGANIZATION IS LINE SEQUENTIAL.
000610
000620 SELECT CONTROL-FILE ASSIGN TO "DISCCTLPRT"
000630     ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARTICIPANT-FILE.
000680     COPY PARTREC.
000690
000700 FD  FUNDBAL-FILE.
000710     COPY FUNDBREC.
000720
000730 FD  FUND-FILE.
000740     COPY FUNDREC.
000750
000760 FD  BENCH-FILE.
000770     COPY BENCHREC.
000780
000790 FD  FEEHIST-FILE.
000800     COPY FEEHREC.
000810
000820 FD  PRINT-FILE.
000830 01  PRINT-LINE                      PIC X(80).
000840
000850 FD  CONTROL-FILE.
000860 01  CONTROL-LINE                    PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890     COPY RPTHEAD.
000900
000910 01  ws-part-status                  pic x(02).
000920 01  ws-fb-status                    pic x(02).
000930 01  ws-fund-status                  pic x(02).
000940 01  ws-bench-status                 pic x(02).
000950 01  ws-feeh-status                  pic x(02).
000960 01  ws-fb-open                      pic x(01) value space.
000970 01  ws-fund-open                    pic x(01) value space.
000980 01  ws-bench-open                   pic x(01) value space.
000990 01  ws-eof                          pic x(01) value space.
001000 01  ws-fb-eof                       pic x(01) value space.
001010 01  ws-bench-eof                    pic x(01) value space.
001020 01  ws-feeh-eof                     pic x(01) value space.
001030 01  ws-run-date                     pic 9(08) value zero.
001040 01  ws-env-check                    pic x(12) value spaces.
001050
001060 01  ws-plan-year                    pic 9(04) value zero.
001070 01  ws-year-from                    pic 9(08) value zero.
001080 01  ws-year-to                      pic 9(08) value zero.
001090 01  ws-one-year-back                pic 9(08) value zero.
001100 01  ws-five-years-back              pic 9(08) value zero.
001110 01  ws-four-years-back              pic 9(08) value zero.
001120
001130 01  ws-notice-count                 pic 9(05) value zero.
001140 01  ws-skip-count                   pic 9(05) value zero.
001150 01  ws-account-count                pic 9(05) value zero.
001160
001170*--------------------------------
001180* The funds one participant holds, filled before printing so
001190* both tables of the notice come from the same read.
001200*--------------------------------
001210 01  ws-hold-count                   pic 9(02) comp value zero.
001220 01  ws-hold-overflow                pic 9(03) value zero.
001230 01  ws-hold-table.
001240     05  ws-hold-entry               occurs 20 times.
001250         10  ws-hd-fund              pic x(08).
001260         10  ws-hd-name              pic x(30).
001270         10  ws-hd-type              pic x(01).
001280         10  ws-hd-bench             pic x(08).
001290         10  ws-hd-balance           pic 9(9)v99.
001300         10  ws-hd-exp-pct           pic 9(2)v9(3).
001310         10  ws-hd-cost              pic 9(7)v99.
001320 01  ws-hold-sub                     pic 9(02) comp value zero.
001330 01  ws-total-balance                pic 9(11)v99 value zero.
001340 01  ws-total-cost                   pic 9(9)v99 value zero.
001350 01  ws-fee-total                    pic 9(9)v99 value zero.
001360 01  ws-fee-count                    pic 9(03) value zero.
001370
001380 01  ws-one-factor                   pic 9(4)v9(8) value zero.
001390 01  ws-five-factor                  pic 9(4)v9(8) value zero.
001400 01  ws-one-periods                  pic 9(03) value zero.
001410 01  ws-five-periods                 pic 9(03) value zero.
001420 01  ws-earliest-period              pic 9(08) value zero.
001430 01  ws-one-return                   pic s9(3)v99 value zero.
001440 01  ws-five-return                  pic s9(3)v99 value zero.
001450 01  ws-return-disp                  pic -zz9.99.
001460
001470 01  ws-type-name                    pic x(12) value spaces.
001480 01  ws-money-1                      pic $$,$$$,$$9.99.
001490 01  ws-money-2                      pic $$$,$$9.99.
001510 01  ws-pct-disp                     pic z9.999.
001520 01  ws-count-disp                   pic zzzz9.
001530 01  ws-fmt-date                     pic 9(08) value zero.
001540 01  ws-fmt-out                      pic x(10) value spaces.
001550 01  ws-text-line                    pic x(80) value spaces.
001560
001570 PROCEDURE DIVISION.
001580 PROGRAM-BEGIN.
001590     CALL "shopcfg"
001600         ON EXCEPTION
001610             DISPLAY "shopcfg not found - default "
001620                 "file locations in effect"
001630     END-CALL.
001640     PERFORM INITIALIZE-RUN.
001650     PERFORM OPEN-FILES.
001660     MOVE SPACE TO ws-eof.
001670     MOVE LOW-VALUES TO PART-ACCOUNT.
001680     START PARTICIPANT-FILE KEY IS NOT LESS THAN PART-ACCOUNT
001690         INVALID KEY MOVE "y" TO ws-eof
001700     END-START.
001710     IF ws-eof NOT = "y"
001720         READ PARTICIPANT-FILE NEXT RECORD
001730             AT END MOVE "y" TO ws-eof
001740         END-READ
001750     END-IF.
001760     PERFORM NOTICE-ONE-ACCOUNT UNTIL ws-eof = "y".
001770     PERFORM PRINT-CONTROL-TRAILER.
001780     PERFORM CLOSE-FILES.
001790     DISPLAY "Disclosure notices complete - " ws-notice-count
001800         " printed, " ws-skip-count " skipped for no address.".
001810     IF ws-skip-count > ZERO
001820         MOVE 4 TO RETURN-CODE
001830     END-IF.
001840     STOP RUN.
001850
001860 INITIALIZE-RUN.
001870     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001880     MOVE ws-run-date(1:4) TO ws-plan-year.
001890     SUBTRACT 1 FROM ws-plan-year.
001900     ACCEPT ws-env-check FROM ENVIRONMENT "DISCNOTE_YEAR".
001910     IF ws-env-check(1:4) IS NUMERIC
001920         MOVE ws-env-check(1:4) TO ws-plan-year
001930     END-IF.
001940     COMPUTE ws-year-from = ws-plan-year * 10000 + 0101.
001950     COMPUTE ws-year-to   = ws-plan-year * 10000 + 1231.
001960     COMPUTE ws-one-year-back =
001970         (ws-plan-year - 1) * 10000 + 1231.
001980     COMPUTE ws-four-years-back =
001990         (ws-plan-year - 4) * 10000 + 1231.
002000     COMPUTE ws-five-years-back =
002010         (ws-plan-year - 5) * 10000 + 1231.
002020
002030 OPEN-FILES.
002040     OPEN INPUT PARTICIPANT-FILE.
002050     IF ws-part-status NOT = "00"
002060         DISPLAY "No participant master on file - no notices."
002070         MOVE 8 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     OPEN INPUT FUNDBAL-FILE.
002110     IF ws-fb-status = "00"
002120         MOVE "y" TO ws-fb-open
002130     END-IF.
002140     OPEN INPUT FUND-FILE.
002150     IF ws-fund-status = "00"
002160         MOVE "y" TO ws-fund-open
002170     END-IF.
002180     OPEN INPUT BENCH-FILE.
002190     IF ws-bench-status = "00"
002200         MOVE "y" TO ws-bench-open
002210     END-IF.
002220     OPEN OUTPUT PRINT-FILE.
002230     OPEN OUTPUT CONTROL-FILE.
002240     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002250         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002260     MOVE "FEE DISCLOSURE NOTICE CONTROL" TO RPT-TITLE.
002270     MOVE 1 TO RPT-PAGE-NUMBER.
002280     WRITE CONTROL-LINE FROM RPT-HEADING-1.
002290     WRITE CONTROL-LINE FROM RPT-HEADING-2.
002300     MOVE SPACES TO ws-text-line.
002310     STRING "PLAN YEAR " ws-plan-year
002320         DELIMITED BY SIZE INTO ws-text-line.
002330     PERFORM SHOW-CONTROL.
002340     MOVE SPACES TO ws-text-line.
002350     PERFORM SHOW-CONTROL.
002360     MOVE "  ACCOUNT    NAME                       FUNDS  NOTICE"
002370         TO ws-text-line.
002380     PERFORM SHOW-CONTROL.
002390
002400 CLOSE-FILES.
002410     CLOSE PARTICIPANT-FILE.
002420     IF ws-fb-open = "y"
002430         CLOSE FUNDBAL-FILE
002440     END-IF.
002450     IF ws-fund-open = "y"
002460         CLOSE FUND-FILE
002470     END-IF.
002480     IF ws-bench-open = "y"
002490         CLOSE BENCH-FILE
002500     END-IF.
002510     CLOSE PRINT-FILE.
002520     CLOSE CONTROL-FILE.
002530
002540 NOTICE-ONE-ACCOUNT.
002550     ADD 1 TO ws-account-count.
002560     IF PART-ADDRESS-1 = SPACES OR PART-CITY-ST-ZIP = SPACES
002570         ADD 1 TO ws-skip-count
002580         PERFORM START-CONTROL-LINE
002590         MOVE "SKIPPED - NO ADDRESS" TO ws-text-line(50:20)
002600     ELSE
002610         PERFORM LOAD-HOLDINGS
002620         PERFORM TOTAL-YEAR-FEES
002630         PERFORM PRINT-NOTICE
002640         ADD 1 TO ws-notice-count
002650         PERFORM START-CONTROL-LINE
002660         MOVE ws-hold-count TO ws-count-disp
002670         MOVE ws-count-disp TO ws-text-line(40:5)
002680         MOVE "PRINTED" TO ws-text-line(50:7)
002690     END-IF.
002700     PERFORM SHOW-CONTROL.
002710     READ PARTICIPANT-FILE NEXT RECORD
002720         AT END MOVE "y" TO ws-eof
002730     END-READ.
002740
002750 START-CONTROL-LINE.
002760     MOVE SPACES TO ws-text-line.
002770     STRING "  " PART-ACCOUNT " " PART-NAME
002780         DELIMITED BY SIZE INTO ws-text-line.
002790
002800*--------------------------------
002810* The account's fund balances, each with its fund master
002820* details and the dollar cost of its expense ratio.
002830*--------------------------------
002840 LOAD-HOLDINGS.
002850     MOVE ZERO TO ws-hold-count.
002860     MOVE ZERO TO ws-hold-overflow.
002870     MOVE ZERO TO ws-total-balance.
002880     MOVE ZERO TO ws-total-cost.
002890     MOVE SPACE TO ws-fb-eof.
002900     IF ws-fb-open NOT = "y"
002910         MOVE "y" TO ws-fb-eof
002920     ELSE
002930         MOVE PART-ACCOUNT TO FB-ACCOUNT
002940         MOVE LOW-VALUES   TO FB-FUND
002950         START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
002960             INVALID KEY MOVE "y" TO ws-fb-eof
002970         END-START
002980     END-IF.
002990     PERFORM LOAD-ONE-HOLDING UNTIL ws-fb-eof = "y".
003000
003010 LOAD-ONE-HOLDING.
003020     READ FUNDBAL-FILE NEXT RECORD
003030         AT END MOVE "y" TO ws-fb-eof
003040     END-READ.
003050     IF ws-fb-eof NOT = "y"
003060         IF FB-ACCOUNT NOT = PART-ACCOUNT
003070             MOVE "y" TO ws-fb-eof
003080         ELSE
003090             IF FB-CURRENT-BALANCE > ZERO
003100                 IF ws-hold-count < 20
003110                     ADD 1 TO ws-hold-count
003120                     PERFORM FILL-ONE-HOLDING
003130                 ELSE
003140                     ADD 1 TO ws-hold-overflow
003150                 END-IF
003160             END-IF
003170         END-IF
003180     END-IF.
003190
003200 FILL-ONE-HOLDING.
003210     MOVE FB-FUND            TO ws-hd-fund(ws-hold-count).
003220     MOVE FB-CURRENT-BALANCE TO ws-hd-balance(ws-hold-count).
003230     MOVE "(NOT ON FUND MASTER)" TO ws-hd-name(ws-hold-count).
003240     MOVE SPACE              TO ws-hd-type(ws-hold-count).
003250     MOVE SPACES             TO ws-hd-bench(ws-hold-count).
003260     MOVE ZERO               TO ws-hd-exp-pct(ws-hold-count).
003270     IF ws-fund-open = "y"
003280         MOVE FB-FUND TO FUND-CODE
003290         READ FUND-FILE
003300             INVALID KEY CONTINUE
003310             NOT INVALID KEY
003320                 MOVE FUND-NAME   TO ws-hd-name(ws-hold-count)
003330                 MOVE FUND-TYPE   TO ws-hd-type(ws-hold-count)
003340                 MOVE FUND-BENCH-INDEX
003350                     TO ws-hd-bench(ws-hold-count)
003360                 MOVE FUND-EXPENSE-PCT
003370                     TO ws-hd-exp-pct(ws-hold-count)
003380         END-READ
003390     END-IF.
003400     COMPUTE ws-hd-cost(ws-hold-count) ROUNDED =
003410         ws-hd-balance(ws-hold-count)
003420             * ws-hd-exp-pct(ws-hold-count) / 100.
003430     ADD ws-hd-balance(ws-hold-count) TO ws-total-balance.
003440     ADD ws-hd-cost(ws-hold-count)    TO ws-total-cost.
003450
003460*--------------------------------
003470* What perffee billed the account in the plan year.
003480*--------------------------------
003490 TOTAL-YEAR-FEES.
003500     MOVE ZERO TO ws-fee-total.
003510     MOVE ZERO TO ws-fee-count.
003520     OPEN INPUT FEEHIST-FILE.
003530     IF ws-feeh-status = "00"
003540         MOVE SPACE TO ws-feeh-eof
003550         READ FEEHIST-FILE
003560             AT END MOVE "y" TO ws-feeh-eof
003570         END-READ
003580         PERFORM TAKE-ONE-FEE UNTIL ws-feeh-eof = "y"
003590         CLOSE FEEHIST-FILE
003600     END-IF.
003610
003620 TAKE-ONE-FEE.
003630     IF FH-ACCOUNT = PART-ACCOUNT
003640         AND FH-BILL-DATE NOT < ws-year-from
003650         AND FH-BILL-DATE NOT > ws-year-to
003660         ADD 1 TO ws-fee-count
003670         ADD FH-FEE-AMOUNT TO ws-fee-total
003680     END-IF.
003690     READ FEEHIST-FILE
003700         AT END MOVE "y" TO ws-feeh-eof
003710     END-READ.
003720
003730 PRINT-NOTICE.
003740     MOVE SPACES TO ws-text-line.
003750     IF ws-notice-count > ZERO
003760         MOVE ws-text-line TO PRINT-LINE
003770         WRITE PRINT-LINE AFTER ADVANCING PAGE
003780     END-IF.
003790     MOVE SPACES TO ws-text-line.
003800     STRING "ANNUAL FEE AND INVESTMENT DISCLOSURE - PLAN YEAR "
003810         ws-plan-year DELIMITED BY SIZE INTO ws-text-line.
003820     PERFORM SHOW-LINE.
003830     PERFORM SHOW-BLANK.
003840     MOVE PART-NAME TO ws-text-line.
003850     PERFORM SHOW-LINE.
003860     MOVE PART-ADDRESS-1 TO ws-text-line.
003870     PERFORM SHOW-LINE.
003880     IF PART-ADDRESS-2 NOT = SPACES
003890         MOVE PART-ADDRESS-2 TO ws-text-line
003900         PERFORM SHOW-LINE
003910     END-IF.
003920     MOVE PART-CITY-ST-ZIP TO ws-text-line.
003930     PERFORM SHOW-LINE.
003940     PERFORM SHOW-BLANK.
003950     MOVE SPACES TO ws-text-line.
003960     STRING "ACCOUNT " PART-ACCOUNT
003970         DELIMITED BY SIZE INTO ws-text-line.
003980     PERFORM SHOW-LINE.
003990     PERFORM SHOW-BLANK.
004000     PERFORM PRINT-HOLDINGS.
004010     PERFORM PRINT-PERFORMANCE.
004020     PERFORM PRINT-ADMIN-FEES.
004030
004040 PRINT-HOLDINGS.
004050     MOVE "YOUR INVESTMENTS AND WHAT THEY COST" TO ws-text-line.
004060     PERFORM SHOW-LINE.
004070     MOVE "  FUND     NAME" TO ws-text-line.
004080     MOVE "TYPE"    TO ws-text-line(35:4).
004090     MOVE "BALANCE" TO ws-text-line(51:7).
004100     MOVE "EXPENSE" TO ws-text-line(59:7).
004110     MOVE "YEARLY"  TO ws-text-line(71:6).
004120     PERFORM SHOW-LINE.
004130     MOVE "RATIO"   TO ws-text-line(60:5).
004140     MOVE "COST"    TO ws-text-line(73:4).
004150     PERFORM SHOW-LINE.
004160     IF ws-hold-count = ZERO
004170         MOVE "  (no fund balances on file)" TO ws-text-line
004180         PERFORM SHOW-LINE
004190     END-IF.
004200     MOVE ZERO TO ws-hold-sub.
004210     PERFORM PRINT-ONE-HOLDING
004220         UNTIL ws-hold-sub NOT < ws-hold-count.
004230     IF ws-hold-overflow > ZERO
004240         MOVE ws-hold-overflow TO ws-count-disp
004250         MOVE SPACES TO ws-text-line
004260         STRING "  (" ws-count-disp " MORE FUNDS - ASK FOR A "
004270             "FULL STATEMENT)"
004280             DELIMITED BY SIZE INTO ws-text-line
004290         PERFORM SHOW-LINE
004300     END-IF.
004310     MOVE ws-total-balance TO ws-money-1.
004320     MOVE ws-total-cost    TO ws-money-2.
004330     MOVE "  TOTAL" TO ws-text-line.
004340     MOVE ws-money-1 TO ws-text-line(45:13).
004350     MOVE ws-money-2 TO ws-text-line(67:10).
004360     PERFORM SHOW-LINE.
004370     PERFORM SHOW-BLANK.
004380
004390 PRINT-ONE-HOLDING.
004400     ADD 1 TO ws-hold-sub.
004410     EVALUATE ws-hd-type(ws-hold-sub)
004420         WHEN "E" MOVE "EQUITY"       TO ws-type-name
004430         WHEN "F" MOVE "FIXED INCOME" TO ws-type-name
004440         WHEN "B" MOVE "BALANCED"     TO ws-type-name
004450         WHEN "S" MOVE "STABLE VALUE" TO ws-type-name
004460         WHEN OTHER MOVE SPACES       TO ws-type-name
004470     END-EVALUATE.
004480     MOVE ws-hd-balance(ws-hold-sub) TO ws-money-1.
004490     MOVE ws-hd-exp-pct(ws-hold-sub) TO ws-pct-disp.
004500     MOVE ws-hd-cost(ws-hold-sub)    TO ws-money-2.
004510     MOVE SPACES TO ws-text-line.
004520     STRING "  " ws-hd-fund(ws-hold-sub) " "
004530         ws-hd-name(ws-hold-sub)(1:22)
004540         DELIMITED BY SIZE INTO ws-text-line.
004550     MOVE ws-type-name TO ws-text-line(35:12).
004560     MOVE ws-money-1   TO ws-text-line(45:13).
004570     MOVE ws-pct-disp  TO ws-text-line(59:6).
004580     MOVE "%"          TO ws-text-line(65:1).
004590     MOVE ws-money-2   TO ws-text-line(67:10).
004600     PERFORM SHOW-LINE.
004610
004620 PRINT-PERFORMANCE.
004630     MOVE "FUND PERFORMANCE (BENCHMARK INDEX RETURNS, PERCENT)"
004640         TO ws-text-line.
004650     PERFORM SHOW-LINE.
004660     MOVE ws-year-to TO ws-fmt-date.
004670     PERFORM FORMAT-DATE.
004680     MOVE SPACES TO ws-text-line.
004690     STRING "  PERIODS ENDING " ws-fmt-out
004700         DELIMITED BY SIZE INTO ws-text-line.
004710     MOVE "1-YEAR"  TO ws-text-line(50:6).
004720     MOVE "5-YEAR"  TO ws-text-line(61:6).
004730     PERFORM SHOW-LINE.
004740     MOVE "  FUND     INDEX" TO ws-text-line.
004750     MOVE "ANNUALIZED" TO ws-text-line(59:10).
004760     PERFORM SHOW-LINE.
004770     IF ws-hold-count = ZERO
004780         MOVE "  (none)" TO ws-text-line
004790         PERFORM SHOW-LINE
004800     END-IF.
004810     MOVE ZERO TO ws-hold-sub.
004820     PERFORM PRINT-ONE-PERFORMANCE
004830         UNTIL ws-hold-sub NOT < ws-hold-count.
004840     PERFORM SHOW-BLANK.
004850
004860 PRINT-ONE-PERFORMANCE.
004870     ADD 1 TO ws-hold-sub.
004880     PERFORM FIND-FUND-RETURNS.
004890     MOVE SPACES TO ws-text-line.
004900     STRING "  " ws-hd-fund(ws-hold-sub) " "
004910         ws-hd-bench(ws-hold-sub)
004920         DELIMITED BY SIZE INTO ws-text-line.
004930     IF ws-one-periods = ZERO
004940         MOVE "N/A" TO ws-text-line(53:3)
004950     ELSE
004960         MOVE ws-one-return TO ws-return-disp
004970         MOVE ws-return-disp TO ws-text-line(49:7)
004980     END-IF.
004990     IF ws-five-periods = ZERO
005000         OR ws-earliest-period > ws-four-years-back
005010         MOVE "N/A" TO ws-text-line(64:3)
005020     ELSE
005030         MOVE ws-five-return TO ws-return-disp
005040         MOVE ws-return-disp TO ws-text-line(60:7)
005050     END-IF.
005060     PERFORM SHOW-LINE.
005070
005080*--------------------------------
005090* Compounds the index's period returns: those ending in the
005100* plan year for the 1-year figure, those ending in the five
005110* years to its end for the 5-year, annualized.  The 5-year
005120* needs a period ending in the first year of the five.
005130*--------------------------------
005140 FIND-FUND-RETURNS.
005150     MOVE 1    TO ws-one-factor.
005160     MOVE 1    TO ws-five-factor.
005170     MOVE ZERO TO ws-one-periods.
005180     MOVE ZERO TO ws-five-periods.
005190     MOVE ZERO TO ws-earliest-period.
005200     MOVE ZERO TO ws-one-return.
005210     MOVE ZERO TO ws-five-return.
005220     MOVE SPACE TO ws-bench-eof.
005230     IF ws-bench-open NOT = "y"
005240         OR ws-hd-bench(ws-hold-sub) = SPACES
005250         MOVE "y" TO ws-bench-eof
005260     ELSE
005270         MOVE ws-hd-bench(ws-hold-sub) TO BENCH-INDEX-CODE
005280         COMPUTE BENCH-PERIOD-END = ws-five-years-back + 1
005290         START BENCH-FILE KEY IS NOT LESS THAN BENCH-KEY
005300             INVALID KEY MOVE "y" TO ws-bench-eof
005310         END-START
005320     END-IF.
005330     PERFORM TAKE-ONE-BENCH-PERIOD UNTIL ws-bench-eof = "y".
005340     IF ws-one-periods > ZERO
005350         COMPUTE ws-one-return ROUNDED =
005360             (ws-one-factor - 1) * 100
005370     END-IF.
005380     IF ws-five-periods > ZERO
005390         COMPUTE ws-five-return ROUNDED =
005400             ((ws-five-factor ** 0.2) - 1) * 100
005410     END-IF.
005420
005430 TAKE-ONE-BENCH-PERIOD.
005440     READ BENCH-FILE NEXT RECORD
005450         AT END MOVE "y" TO ws-bench-eof
005460     END-READ.
005470     IF ws-bench-eof NOT = "y"
005480         IF BENCH-INDEX-CODE NOT = ws-hd-bench(ws-hold-sub)
005490             OR BENCH-PERIOD-END > ws-year-to
005500             MOVE "y" TO ws-bench-eof
005510         ELSE
005520             IF ws-earliest-period = ZERO
005530                 MOVE BENCH-PERIOD-END TO ws-earliest-period
005540             END-IF
005550             ADD 1 TO ws-five-periods
005560             COMPUTE ws-five-factor ROUNDED = ws-five-factor
005570                 * (1 + BENCH-RETURN-PCT / 100)
005580             IF BENCH-PERIOD-END > ws-one-year-back
005590                 ADD 1 TO ws-one-periods
005600                 COMPUTE ws-one-factor ROUNDED = ws-one-factor
005610                     * (1 + BENCH-RETURN-PCT / 100)
005620             END-IF
005630         END-IF
005640     END-IF.
005650
005660 PRINT-ADMIN-FEES.
005670     MOVE "PLAN ADMINISTRATION FEES" TO ws-text-line.
005680     PERFORM SHOW-LINE.
005690     MOVE SPACES TO ws-text-line.
005700     IF ws-fee-count = ZERO
005710         STRING "  NO ADMINISTRATION FEES WERE BILLED TO YOUR "
005720             "ACCOUNT IN " ws-plan-year "."
005730             DELIMITED BY SIZE INTO ws-text-line
005740     ELSE
005750         MOVE ws-fee-total TO ws-money-2
005760         MOVE ws-fee-count TO ws-count-disp
005770         STRING "  BILLED TO YOUR ACCOUNT IN " ws-plan-year ": "
005780             ws-money-2 " IN" ws-count-disp " BILLING(S)"
005790             DELIMITED BY SIZE INTO ws-text-line
005800     END-IF.
005810     PERFORM SHOW-LINE.
005820     MOVE "  COLLECTED BY PAYROLL DEDUCTION, OR BILLED TO YOU"
005830         TO ws-text-line.
005840     PERFORM SHOW-LINE.
005850     MOVE "  DIRECTLY IF YOU ARE NOT ON THE PAYROLL."
005860         TO ws-text-line.
005870     PERFORM SHOW-LINE.
005880     PERFORM SHOW-BLANK.
005890     MOVE "  FUND EXPENSES ARE TAKEN INSIDE EACH FUND AND REDUCE"
005900         TO ws-text-line.
005910     PERFORM SHOW-LINE.
005920     MOVE "  ITS RETURN; THE YEARLY COST ABOVE IS THE RATIO"
005930         TO ws-text-line.
005940     PERFORM SHOW-LINE.
005950     MOVE "  APPLIED TO YOUR CURRENT BALANCE.  PAST RESULTS DO"
005960         TO ws-text-line.
005970     PERFORM SHOW-LINE.
005980     MOVE "  NOT PREDICT FUTURE RETURNS." TO ws-text-line.
005990     PERFORM SHOW-LINE.
006000
006010 PRINT-CONTROL-TRAILER.
006020     MOVE SPACES TO ws-text-line.
006030     PERFORM SHOW-CONTROL.
006040     MOVE ws-account-count TO ws-count-disp.
006050     MOVE SPACES TO ws-text-line.
006060     STRING "ACCOUNTS ON THE MASTER       " ws-count-disp
006070         DELIMITED BY SIZE INTO ws-text-line.
006080     PERFORM SHOW-CONTROL.
006090     MOVE ws-notice-count TO ws-count-disp.
006100     MOVE SPACES TO ws-text-line.
006110     STRING "NOTICES PRINTED              " ws-count-disp
006120         DELIMITED BY SIZE INTO ws-text-line.
006130     PERFORM SHOW-CONTROL.
006140     MOVE ws-skip-count TO ws-count-disp.
006150     MOVE SPACES TO ws-text-line.
006160     STRING "SKIPPED - NO ADDRESS         " ws-count-disp
006170         DELIMITED BY SIZE INTO ws-text-line.
006180     PERFORM SHOW-CONTROL.
006190
006200 FORMAT-DATE.
006210     MOVE SPACES TO ws-fmt-out.
006220     IF ws-fmt-date NOT = ZERO
006230         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
006240             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
006250     END-IF.
006260
006270 SHOW-BLANK.
006280     MOVE SPACES TO ws-text-line.
006290     PERFORM SHOW-LINE.
006300
006310 SHOW-LINE.
006320     MOVE ws-text-line TO PRINT-LINE.
006330     WRITE PRINT-LINE.
006340     MOVE SPACES TO ws-text-line.
006350
006360 SHOW-CONTROL.
006370     MOVE ws-text-line TO CONTROL-LINE.
006380     WRITE CONTROL-LINE.
