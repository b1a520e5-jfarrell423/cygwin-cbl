000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLANSUMM.
000030*--------------------------------
000040* Plan-year financial summary for the accountant preparing the
000050* annual government return.  The figures used to be pieced
000060* together from PERFRPT.PRT, the tax1099, perffee and loandelq
000070* printouts; this run produces them in one place for the plan
000080* year (the calendar year) to PLANSUMM.PRT:
000090*
000100*   - net assets at the start and end of the year - each master
000110*     account's latest PERFHIST.DAT snapshot at or before the
000120*     prior December 31 and this December 31, as trustrec.cbl
000130*     totals them;
000140*   - contributions by money source (E, M, R) and distributions
000150*     from the year's PERFTXN.DAT lines.  Matched transfer pairs
000160*     are internal plan movement and cancel; only an unmatched
000170*     remainder shows, as its own line;
000180*   - investment gain - the dollar gain of the year's snapshots,
000190*     which the performance run already holds net of flows;
000200*   - loans outstanding and issued from LOANMAST.DAT, with the
000210*     year's repayments.  LOANMAST carries the balance as of
000220*     today, so run this soon after the year closes;
000230*   - administration fees from the fee billing runs logged on
000240*     PERFAUDIT.DAT.  They are payroll-deducted, paid outside the
000250*     trust, and stay out of the asset roll-forward;
000260*   - participants with a balance at the start and end of the
000270*     year, active or terminated by their PHONEFILE status at
000280*     each date; accounts with no employee record (alternate
000290*     payees among them) are counted apart.
000300*
000310* The roll-forward closes the report: beginning assets plus
000320* inflows less outflows against ending assets.  Any difference
000330* prints and the run ends with RETURN-CODE 4.  A correction's
000333* reversal line (txncorr.cbl) comes off the year it is dated in
000336* and is not counted as a line of its own.
000340*
000350*   PLANSUMM_YEAR     plan year YYYY       (default last year)
000360*
000370* 2026-10  JDF  New program.
000375* 2026-10  JDF  Correction reversal lines net out the original.
000380*--------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000430     FILE STATUS IS ws-part-status
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE IS DYNAMIC
000460     RECORD KEY IS PART-ACCOUNT.
000470
000480 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
000490     FILE STATUS IS ws-hist-status
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS HIST-KEY.
000530
000540 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000550     FILE STATUS IS ws-phone-status
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS EMPLOYEE-ID
000590     ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000600
000610 SELECT LOAN-FILE ASSIGN TO "LOANMASTDAT"
000620     FILE STATUS IS ws-loan-status
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS DYNAMIC
000650     RECORD KEY IS LOAN-KEY.
000660
000670 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000680     FILE STATUS IS ws-txn-status
000690     ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 SELECT AUDIT-FILE ASSIGN TO "PERFAUDITDAT"
000720     FILE STATUS IS ws-audit-status
000730     ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 SELECT PRINT-FILE ASSIGN TO "PLANSUMMPRT"
000760     ORGANIZATION IS LINE SEQUENTIAL.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PARTICIPANT-FILE.
000810     COPY PARTREC.
000820
000830 FD  HISTORY-FILE.
000840 01  HIST-REC.
000850     05  HIST-KEY.
000860         10  HIST-ACCOUNT            PIC X(10).
000870         10  HIST-RUN-DATE           PIC 9(08).
000880     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
000890     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
000900     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
000910     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
000920
000930 FD  PHONEFILE.
000940     COPY PHONEREC.
000950
000960 FD  LOAN-FILE.
000970     COPY LOANREC.
000980
000990 FD  TXN-FILE.
001000     COPY TXNREC.
001010
001020 FD  AUDIT-FILE.
001030 01  AUDIT-LINE                      PIC X(246).
001040
001050 FD  PRINT-FILE.
001060 01  PRINT-LINE                      PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090     COPY AUDITREC.
001100     COPY RPTHEAD.
001110
001120 01  ws-part-status                  pic x(02).
001130 01  ws-hist-status                  pic x(02).
001140 01  ws-phone-status                 pic x(02).
001150 01  ws-loan-status                  pic x(02).
001160 01  ws-txn-status                   pic x(02).
001170 01  ws-audit-status                 pic x(02).
001180 01  ws-eof                          pic x(01) value space.
001190 01  ws-hist-eof                     pic x(01) value space.
001200 01  ws-phone-open                   pic x(01) value space.
001210 01  ws-run-date                     pic 9(08) value zero.
001220 01  ws-env-check                    pic x(12) value spaces.
001230
001240 01  ws-plan-year                    pic 9(04) value zero.
001250 01  ws-year-from                    pic 9(08) value zero.
001260 01  ws-year-to                      pic 9(08) value zero.
001270 01  ws-prior-year-end               pic 9(08) value zero.
001280
001290*--------------------------------
001300* One account's year, from its snapshots.
001310*--------------------------------
001320 01  ws-acct-has-begin               pic x(01) value space.
001330 01  ws-acct-has-end                 pic x(01) value space.
001340 01  ws-acct-begin                   pic 9(9)v99 value zero.
001350 01  ws-acct-end                     pic 9(9)v99 value zero.
001360 01  ws-emp-found                    pic x(01) value space.
001370 01  ws-emp-status                   pic x(01) value space.
001380 01  ws-emp-term-date                pic 9(08) value zero.
001390 01  ws-class-date                   pic 9(08) value zero.
001400 01  ws-class                        pic x(01) value space.
001410
001420 01  ws-begin-assets                 pic 9(11)v99 value zero.
001430 01  ws-end-assets                   pic 9(11)v99 value zero.
001440 01  ws-gain-total                   pic s9(11)v99 value zero.
001450 01  ws-snap-count                   pic 9(07) value zero.
001460
001470 01  ws-beg-active                   pic 9(05) value zero.
001480 01  ws-beg-termed                   pic 9(05) value zero.
001490 01  ws-beg-other                    pic 9(05) value zero.
001500 01  ws-end-active                   pic 9(05) value zero.
001510 01  ws-end-termed                   pic 9(05) value zero.
001520 01  ws-end-other                    pic 9(05) value zero.
001530 01  ws-beg-total                    pic 9(05) value zero.
001540 01  ws-end-total                    pic 9(05) value zero.
001550
001560*--------------------------------
001570* The year's transactions; source 1 E, 2 M, 3 R.
001580*--------------------------------
001590 01  ws-src-table.
001600     05  ws-src-entry                occurs 3 times.
001610         10  ws-src-count            pic 9(07).
001620         10  ws-src-total            pic s9(11)v99.
001630 01  ws-src-names.
001640     05  filler                      pic x(20)
001650                                     value "  EMPLOYEE DEFERRAL ".
001660     05  filler                      pic x(20)
001670                                     value "  EMPLOYER MATCH    ".
001680     05  filler                      pic x(20)
001690                                     value "  ROLLOVER          ".
001700 01  ws-src-name-table redefines ws-src-names.
001710     05  ws-src-name                 pic x(20) occurs 3 times.
001720 01  ws-src-sub                      pic 9(02) comp value zero.
001730 01  ws-contrib-total                pic s9(11)v99 value zero.
001740 01  ws-dist-count                   pic 9(07) value zero.
001750 01  ws-dist-total                   pic s9(11)v99 value zero.
001760 01  ws-xfer-in-count                pic 9(07) value zero.
001770 01  ws-xfer-in-total                pic 9(11)v99 value zero.
001780 01  ws-xfer-out-count               pic 9(07) value zero.
001790 01  ws-xfer-out-total               pic 9(11)v99 value zero.
001800 01  ws-xfer-net                     pic s9(11)v99 value zero.
001810 01  ws-repay-count                  pic 9(07) value zero.
001820 01  ws-repay-total                  pic s9(11)v99 value zero.
001823 01  ws-txn-amount                   pic s9(9)v99 value zero.
001826 01  ws-txn-tally                    pic 9(01) value zero.
001830
001840 01  ws-loan-count                   pic 9(05) value zero.
001850 01  ws-loan-balance                 pic 9(11)v99 value zero.
001860 01  ws-issued-count                 pic 9(05) value zero.
001870 01  ws-issued-total                 pic 9(11)v99 value zero.
001880
001890 01  ws-fee-runs                     pic 9(05) value zero.
001900 01  ws-fee-total                    pic 9(11)v99 value zero.
001910 01  ws-fee-digits                   pic x(11) value zeros.
001920 01  ws-fee-amount redefines ws-fee-digits
001930                                     pic 9(9)v99.
001940
001950 01  ws-inflows                      pic s9(11)v99 value zero.
001960 01  ws-outflows                     pic 9(11)v99 value zero.
001970 01  ws-computed-end                 pic s9(11)v99 value zero.
001980 01  ws-difference                   pic s9(11)v99 value zero.
001990
002000 01  ws-label                        pic x(40) value spaces.
002010 01  ws-amount                       pic s9(11)v99 value zero.
002020 01  ws-money-1                      pic $$$,$$$,$$$,$$9.99-.
002030 01  ws-count-disp                   pic zzzzzz9.
002040 01  ws-count-5                      pic zzzz9.
002050 01  ws-fmt-date                     pic 9(08) value zero.
002060 01  ws-fmt-out                      pic x(10) value spaces.
002070 01  ws-fmt-out-2                    pic x(10) value spaces.
002080 01  ws-text-line                    pic x(80) value spaces.
002090
002100 PROCEDURE DIVISION.
002110 PROGRAM-BEGIN.
002120     CALL "shopcfg"
002130         ON EXCEPTION
002140             DISPLAY "shopcfg not found - default "
002150                 "file locations in effect"
002160     END-CALL.
002170     PERFORM INITIALIZE-RUN.
002180     PERFORM TOTAL-ACCOUNTS.
002190     PERFORM TOTAL-TRANSACTIONS.
002200     PERFORM TOTAL-LOANS.
002210     PERFORM TOTAL-FEES.
002220     PERFORM PRINT-ASSETS.
002230     PERFORM PRINT-CONTRIBUTIONS.
002240     PERFORM PRINT-DISTRIBUTIONS.
002250     PERFORM PRINT-LOANS.
002260     PERFORM PRINT-FEES.
002270     PERFORM PRINT-PARTICIPANTS.
002280     PERFORM PRINT-ROLL-FORWARD.
002290     CLOSE PRINT-FILE.
002300     DISPLAY "Plan-year summary for " ws-plan-year
002310         " complete - see PLANSUMM.PRT.".
002320     IF ws-difference NOT = ZERO
002330         DISPLAY "Assets do not roll forward - difference "
002340             "printed."
002350         MOVE 4 TO RETURN-CODE
002360     END-IF.
002370     STOP RUN.
002380
002390 INITIALIZE-RUN.
002400     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002410     MOVE ws-run-date(1:4) TO ws-plan-year.
002420     SUBTRACT 1 FROM ws-plan-year.
002430     ACCEPT ws-env-check FROM ENVIRONMENT "PLANSUMM_YEAR".
002440     IF ws-env-check(1:4) IS NUMERIC
002450         MOVE ws-env-check(1:4) TO ws-plan-year
002460     END-IF.
002470     COMPUTE ws-year-from = ws-plan-year * 10000 + 0101.
002480     COMPUTE ws-year-to   = ws-plan-year * 10000 + 1231.
002490     COMPUTE ws-prior-year-end =
002500         (ws-plan-year - 1) * 10000 + 1231.
002510     MOVE ZERO TO ws-src-sub.
002520     PERFORM CLEAR-ONE-SOURCE 3 TIMES.
002530     OPEN OUTPUT PRINT-FILE.
002540     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002550         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002560     MOVE "PLAN-YEAR FINANCIAL SUMMARY" TO RPT-TITLE.
002570     MOVE 1 TO RPT-PAGE-NUMBER.
002580     WRITE PRINT-LINE FROM RPT-HEADING-1.
002590     WRITE PRINT-LINE FROM RPT-HEADING-2.
002600     MOVE ws-year-from TO ws-fmt-date.
002610     PERFORM FORMAT-DATE.
002620     MOVE ws-fmt-out TO ws-fmt-out-2.
002630     MOVE ws-year-to TO ws-fmt-date.
002640     PERFORM FORMAT-DATE.
002650     MOVE SPACES TO ws-text-line.
002660     STRING "PLAN YEAR " ws-plan-year "  (" ws-fmt-out-2
002670         " THROUGH " ws-fmt-out ")"
002680         DELIMITED BY SIZE INTO ws-text-line.
002690     PERFORM SHOW-LINE.
002700
002710 CLEAR-ONE-SOURCE.
002720     ADD 1 TO ws-src-sub.
002730     MOVE ZERO TO ws-src-count(ws-src-sub).
002740     MOVE ZERO TO ws-src-total(ws-src-sub).
002750
002760*--------------------------------
002770* Assets, investment gain and participant counts, one master
002780* account at a time.
002790*--------------------------------
002800 TOTAL-ACCOUNTS.
002810     OPEN INPUT PARTICIPANT-FILE.
002820     IF ws-part-status NOT = "00"
002830         DISPLAY "No participant master - no assets or counts."
002840     ELSE
002850         OPEN INPUT HISTORY-FILE
002860         OPEN INPUT PHONEFILE
002870         IF ws-phone-status = "00"
002880             MOVE "y" TO ws-phone-open
002890         END-IF
002900         MOVE SPACE TO ws-eof
002910         MOVE LOW-VALUES TO PART-ACCOUNT
002920         START PARTICIPANT-FILE KEY IS NOT LESS THAN PART-ACCOUNT
002930             INVALID KEY MOVE "y" TO ws-eof
002940         END-START
002950         IF ws-eof NOT = "y"
002960             READ PARTICIPANT-FILE NEXT RECORD
002970                 AT END MOVE "y" TO ws-eof
002980             END-READ
002990         END-IF
003000         PERFORM TOTAL-ONE-ACCOUNT UNTIL ws-eof = "y"
003010         IF ws-phone-open = "y"
003020             CLOSE PHONEFILE
003030         END-IF
003040         CLOSE HISTORY-FILE
003050         CLOSE PARTICIPANT-FILE
003060     END-IF.
003070
003080 TOTAL-ONE-ACCOUNT.
003090     PERFORM FIND-YEAR-SNAPSHOTS.
003100     PERFORM FIND-EMPLOYMENT-STATUS.
003110     IF ws-acct-has-begin = "y"
003120         ADD ws-acct-begin TO ws-begin-assets
003130         IF ws-acct-begin > ZERO
003140             MOVE ws-prior-year-end TO ws-class-date
003150             PERFORM CLASSIFY-PARTICIPANT
003160             EVALUATE ws-class
003170                 WHEN "A" ADD 1 TO ws-beg-active
003180                 WHEN "T" ADD 1 TO ws-beg-termed
003190                 WHEN OTHER ADD 1 TO ws-beg-other
003200             END-EVALUATE
003210         END-IF
003220     END-IF.
003230     IF ws-acct-has-end = "y"
003240         ADD ws-acct-end TO ws-end-assets
003250         IF ws-acct-end > ZERO
003260             MOVE ws-year-to TO ws-class-date
003270             PERFORM CLASSIFY-PARTICIPANT
003280             EVALUATE ws-class
003290                 WHEN "A" ADD 1 TO ws-end-active
003300                 WHEN "T" ADD 1 TO ws-end-termed
003310                 WHEN OTHER ADD 1 TO ws-end-other
003320             END-EVALUATE
003330         END-IF
003340     END-IF.
003350     READ PARTICIPANT-FILE NEXT RECORD
003360         AT END MOVE "y" TO ws-eof
003370     END-READ.
003380
003390 FIND-YEAR-SNAPSHOTS.
003400*--------------------------------
003410* The latest snapshot at or before each year end, and the gain
003420* of every snapshot inside the year.  The walk stops the
003430* moment a snapshot passes the year.
003440*--------------------------------
003450     MOVE "n"   TO ws-acct-has-begin.
003460     MOVE "n"   TO ws-acct-has-end.
003470     MOVE ZERO  TO ws-acct-begin.
003480     MOVE ZERO  TO ws-acct-end.
003490     MOVE SPACE TO ws-hist-eof.
003500     MOVE PART-ACCOUNT TO HIST-ACCOUNT.
003510     MOVE ZERO         TO HIST-RUN-DATE.
003520     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
003530         INVALID KEY MOVE "y" TO ws-hist-eof
003540     END-START.
003550     IF ws-hist-eof NOT = "y"
003560         READ HISTORY-FILE NEXT RECORD
003570             AT END MOVE "y" TO ws-hist-eof
003580         END-READ
003590     END-IF.
003600     PERFORM TAKE-ONE-YEAR-SNAP
003610         UNTIL ws-hist-eof = "y"
003620             OR HIST-ACCOUNT NOT = PART-ACCOUNT
003630             OR HIST-RUN-DATE > ws-year-to.
003640
003650 TAKE-ONE-YEAR-SNAP.
003660     MOVE "y" TO ws-acct-has-end.
003670     MOVE HIST-CURRENT-BALANCE TO ws-acct-end.
003680     IF HIST-RUN-DATE NOT > ws-prior-year-end
003690         MOVE "y" TO ws-acct-has-begin
003700         MOVE HIST-CURRENT-BALANCE TO ws-acct-begin
003710     ELSE
003720         ADD HIST-DOLLAR-GAIN TO ws-gain-total
003730         ADD 1 TO ws-snap-count
003740     END-IF.
003750     READ HISTORY-FILE NEXT RECORD
003760         AT END MOVE "y" TO ws-hist-eof
003770     END-READ.
003780
003790 FIND-EMPLOYMENT-STATUS.
003800     MOVE "n"   TO ws-emp-found.
003810     MOVE SPACE TO ws-emp-status.
003820     MOVE ZERO  TO ws-emp-term-date.
003830     IF PART-EMPLOYEE-ID NOT = ZERO
003840         AND ws-phone-open = "y"
003850         MOVE PART-EMPLOYEE-ID TO EMPLOYEE-ID
003860         READ PHONEFILE
003870             INVALID KEY CONTINUE
003880             NOT INVALID KEY
003890                 MOVE "y"        TO ws-emp-found
003900                 MOVE emp-status TO ws-emp-status
003910                 MOVE term-date  TO ws-emp-term-date
003920         END-READ
003930     END-IF.
003940
003950 CLASSIFY-PARTICIPANT.
003960*--------------------------------
003970* A for active, T for terminated on or before the date, O for
003980* an account with no employee record.
003990*--------------------------------
004000     IF ws-emp-found NOT = "y"
004010         MOVE "O" TO ws-class
004020     ELSE
004030         IF ws-emp-status = "I"
004040             AND ws-emp-term-date NOT > ws-class-date
004050             MOVE "T" TO ws-class
004060         ELSE
004070             MOVE "A" TO ws-class
004080         END-IF
004090     END-IF.
004100
004110 TOTAL-TRANSACTIONS.
004120     OPEN INPUT TXN-FILE.
004130     IF ws-txn-status = "00"
004140         MOVE SPACE TO ws-eof
004150         READ TXN-FILE
004160             AT END MOVE "y" TO ws-eof
004170         END-READ
004180         PERFORM TOTAL-ONE-TXN UNTIL ws-eof = "y"
004190         CLOSE TXN-FILE
004200     END-IF.
004210
004220 TOTAL-ONE-TXN.
004230     IF TXN-DATE NOT < ws-year-from
004240         AND TXN-DATE NOT > ws-year-to
004241         MOVE TXN-AMOUNT TO ws-txn-amount
004242         MOVE 1 TO ws-txn-tally
004244         IF TXN-REVERSAL
004245             MULTIPLY -1 BY ws-txn-amount
004247             MOVE ZERO TO ws-txn-tally
004248         END-IF
004250         EVALUATE TXN-TYPE
004260             WHEN "C"
004270                 EVALUATE TRUE
004280                     WHEN TXN-SRC-MATCH
004290                         MOVE 2 TO ws-src-sub
004300                     WHEN TXN-SRC-ROLLOVER
004310                         MOVE 3 TO ws-src-sub
004320                     WHEN OTHER
004330                         MOVE 1 TO ws-src-sub
004340                 END-EVALUATE
004350                 ADD ws-txn-tally TO ws-src-count(ws-src-sub)
004360                 ADD ws-txn-amount TO ws-src-total(ws-src-sub)
004370                 ADD ws-txn-amount TO ws-contrib-total
004380             WHEN "W"
004390                 ADD ws-txn-tally TO ws-dist-count
004400                 ADD ws-txn-amount TO ws-dist-total
004410             WHEN "I"
004420                 ADD 1 TO ws-xfer-in-count
004430                 ADD TXN-AMOUNT TO ws-xfer-in-total
004440             WHEN "O"
004450                 ADD 1 TO ws-xfer-out-count
004460                 ADD TXN-AMOUNT TO ws-xfer-out-total
004470             WHEN "L"
004480                 ADD ws-txn-tally TO ws-repay-count
004490                 ADD ws-txn-amount TO ws-repay-total
004500             WHEN OTHER
004510                 CONTINUE
004520         END-EVALUATE
004530     END-IF.
004540     READ TXN-FILE
004550         AT END MOVE "y" TO ws-eof
004560     END-READ.
004570
004580 TOTAL-LOANS.
004590     OPEN INPUT LOAN-FILE.
004600     IF ws-loan-status = "00"
004610         MOVE SPACE TO ws-eof
004620         MOVE LOW-VALUES TO LOAN-KEY
004630         START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
004640             INVALID KEY MOVE "y" TO ws-eof
004650         END-START
004660         PERFORM TOTAL-ONE-LOAN UNTIL ws-eof = "y"
004670         CLOSE LOAN-FILE
004680     END-IF.
004690
004700 TOTAL-ONE-LOAN.
004710     READ LOAN-FILE NEXT RECORD
004720         AT END MOVE "y" TO ws-eof
004730     END-READ.
004740     IF ws-eof NOT = "y"
004750         IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
004760             ADD 1 TO ws-loan-count
004770             ADD LOAN-BALANCE TO ws-loan-balance
004780         END-IF
004790         IF LOAN-ISSUE-DATE NOT < ws-year-from
004800             AND LOAN-ISSUE-DATE NOT > ws-year-to
004810             ADD 1 TO ws-issued-count
004820             ADD LOAN-ORIG-AMOUNT TO ws-issued-total
004830         END-IF
004840     END-IF.
004850
004860*--------------------------------
004870* Each fee billing run leaves one RUN record on PERFAUDIT.DAT
004880* with "TOTAL FEES=" and the billed total in its after image.
004890*--------------------------------
004900 TOTAL-FEES.
004910     OPEN INPUT AUDIT-FILE.
004920     IF ws-audit-status = "00"
004930         MOVE SPACE TO ws-eof
004940         READ AUDIT-FILE
004950             AT END MOVE "y" TO ws-eof
004960         END-READ
004970         PERFORM TOTAL-ONE-FEE-RUN UNTIL ws-eof = "y"
004980         CLOSE AUDIT-FILE
004990     END-IF.
005000
005010 TOTAL-ONE-FEE-RUN.
005020     MOVE AUDIT-LINE TO AUDIT-RECORD.
005030     IF AUDIT-PROGRAM-NAME = "PERFFEE"
005040         AND AUDIT-ACTION = "RUN"
005050         AND AUDIT-TIMESTAMP(1:8) IS NUMERIC
005060         AND AUDIT-TIMESTAMP(1:8) NOT < ws-year-from
005070         AND AUDIT-TIMESTAMP(1:8) NOT > ws-year-to
005080         AND AUDIT-AFTER(1:11) = "TOTAL FEES="
005090         AND AUDIT-AFTER(12:11) IS NUMERIC
005100         MOVE AUDIT-AFTER(12:11) TO ws-fee-digits
005110         ADD 1 TO ws-fee-runs
005120         ADD ws-fee-amount TO ws-fee-total
005130     END-IF.
005140     READ AUDIT-FILE
005150         AT END MOVE "y" TO ws-eof
005160     END-READ.
005170
005180 PRINT-ASSETS.
005190     PERFORM SHOW-BLANK.
005200     MOVE "NET ASSETS" TO ws-text-line.
005210     PERFORM SHOW-LINE.
005220     MOVE ws-prior-year-end TO ws-fmt-date.
005230     PERFORM FORMAT-DATE.
005240     MOVE SPACES TO ws-label.
005250     STRING "  BEGINNING OF YEAR (" ws-fmt-out ")"
005260         DELIMITED BY SIZE INTO ws-label.
005270     MOVE ws-begin-assets TO ws-amount.
005280     PERFORM SHOW-AMOUNT.
005290     MOVE ws-year-to TO ws-fmt-date.
005300     PERFORM FORMAT-DATE.
005310     MOVE SPACES TO ws-label.
005320     STRING "  END OF YEAR       (" ws-fmt-out ")"
005330         DELIMITED BY SIZE INTO ws-label.
005340     MOVE ws-end-assets TO ws-amount.
005350     PERFORM SHOW-AMOUNT.
005360     MOVE "  INVESTMENT GAIN, NET OF FLOWS" TO ws-label.
005370     MOVE ws-gain-total TO ws-amount.
005380     PERFORM SHOW-AMOUNT.
005390     MOVE ws-snap-count TO ws-count-disp.
005400     MOVE SPACES TO ws-text-line.
005410     STRING "    FROM " ws-count-disp
005420         " SNAPSHOTS DATED IN THE YEAR"
005430         DELIMITED BY SIZE INTO ws-text-line.
005440     PERFORM SHOW-LINE.
005450
005460 PRINT-CONTRIBUTIONS.
005470     PERFORM SHOW-BLANK.
005480     MOVE "CONTRIBUTIONS BY SOURCE" TO ws-text-line.
005490     PERFORM SHOW-LINE.
005500     MOVE ZERO TO ws-src-sub.
005510     PERFORM PRINT-ONE-SOURCE 3 TIMES.
005520     MOVE "  TOTAL CONTRIBUTIONS" TO ws-label.
005530     MOVE ws-contrib-total TO ws-amount.
005540     PERFORM SHOW-AMOUNT.
005550
005560 PRINT-ONE-SOURCE.
005570     ADD 1 TO ws-src-sub.
005580     MOVE ws-src-count(ws-src-sub) TO ws-count-disp.
005590     MOVE SPACES TO ws-label.
005600     STRING ws-src-name(ws-src-sub) ws-count-disp " LINES"
005610         DELIMITED BY SIZE INTO ws-label.
005620     MOVE ws-src-total(ws-src-sub) TO ws-amount.
005630     PERFORM SHOW-AMOUNT.
005640
005650 PRINT-DISTRIBUTIONS.
005660     PERFORM SHOW-BLANK.
005670     MOVE "DISTRIBUTIONS AND TRANSFERS" TO ws-text-line.
005680     PERFORM SHOW-LINE.
005690     MOVE ws-dist-count TO ws-count-disp.
005700     MOVE SPACES TO ws-label.
005710     STRING "  DISTRIBUTIONS     " ws-count-disp " LINES"
005720         DELIMITED BY SIZE INTO ws-label.
005730     MOVE ws-dist-total TO ws-amount.
005740     PERFORM SHOW-AMOUNT.
005750     COMPUTE ws-xfer-net = ws-xfer-in-total - ws-xfer-out-total.
005760     MOVE ws-xfer-in-count TO ws-count-disp.
005770     MOVE SPACES TO ws-text-line.
005780     STRING "  TRANSFER LINES    " ws-count-disp " IN, "
005790         DELIMITED BY SIZE INTO ws-text-line.
005800     MOVE ws-xfer-out-count TO ws-count-disp.
005810     MOVE ws-count-disp TO ws-text-line(36:7).
005820     MOVE " OUT - INTERNAL, LEFT OUT" TO ws-text-line(43:25).
005830     PERFORM SHOW-LINE.
005840     IF ws-xfer-net NOT = ZERO
005850         MOVE "  UNMATCHED TRANSFERS, IN LESS OUT" TO ws-label
005860         MOVE ws-xfer-net TO ws-amount
005870         PERFORM SHOW-AMOUNT
005880     END-IF.
005890
005900 PRINT-LOANS.
005910     PERFORM SHOW-BLANK.
005920     MOVE "PARTICIPANT LOANS" TO ws-text-line.
005930     PERFORM SHOW-LINE.
005940     MOVE ws-run-date TO ws-fmt-date.
005950     PERFORM FORMAT-DATE.
005960     MOVE ws-loan-count TO ws-count-5.
005970     MOVE SPACES TO ws-label.
005980     STRING "  OUTSTANDING " ws-count-5 " AT " ws-fmt-out
005990         DELIMITED BY SIZE INTO ws-label.
006000     MOVE ws-loan-balance TO ws-amount.
006010     PERFORM SHOW-AMOUNT.
006020     MOVE ws-issued-count TO ws-count-5.
006030     MOVE SPACES TO ws-label.
006040     STRING "  ISSUED IN YEAR   " ws-count-5
006050         DELIMITED BY SIZE INTO ws-label.
006060     MOVE ws-issued-total TO ws-amount.
006070     PERFORM SHOW-AMOUNT.
006080     MOVE ws-repay-count TO ws-count-disp.
006090     MOVE SPACES TO ws-label.
006100     STRING "  REPAYMENTS      " ws-count-disp " LINES"
006110         DELIMITED BY SIZE INTO ws-label.
006120     MOVE ws-repay-total TO ws-amount.
006130     PERFORM SHOW-AMOUNT.
006140
006150 PRINT-FEES.
006160     PERFORM SHOW-BLANK.
006170     MOVE "ADMINISTRATION FEES" TO ws-text-line.
006180     PERFORM SHOW-LINE.
006190     MOVE ws-fee-runs TO ws-count-5.
006200     MOVE SPACES TO ws-label.
006210     STRING "  BILLED IN " ws-count-5 " FEE RUNS"
006220         DELIMITED BY SIZE INTO ws-label.
006230     MOVE ws-fee-total TO ws-amount.
006240     PERFORM SHOW-AMOUNT.
006250     MOVE "    PAID BY PAYROLL DEDUCTION - NOT FROM THE TRUST"
006260         TO ws-text-line.
006270     PERFORM SHOW-LINE.
006280
006290 PRINT-PARTICIPANTS.
006300     PERFORM SHOW-BLANK.
006310     MOVE "PARTICIPANTS WITH A BALANCE" TO ws-text-line.
006320     MOVE "START" TO ws-text-line(37:5).
006330     MOVE "END"   TO ws-text-line(47:3).
006340     PERFORM SHOW-LINE.
006350     MOVE "  ACTIVE" TO ws-text-line.
006360     MOVE ws-beg-active TO ws-count-5.
006370     MOVE ws-count-5 TO ws-text-line(37:5).
006380     MOVE ws-end-active TO ws-count-5.
006390     MOVE ws-count-5 TO ws-text-line(45:5).
006400     PERFORM SHOW-LINE.
006410     MOVE "  TERMINATED" TO ws-text-line.
006420     MOVE ws-beg-termed TO ws-count-5.
006430     MOVE ws-count-5 TO ws-text-line(37:5).
006440     MOVE ws-end-termed TO ws-count-5.
006450     MOVE ws-count-5 TO ws-text-line(45:5).
006460     PERFORM SHOW-LINE.
006470     MOVE "  NO EMPLOYEE RECORD" TO ws-text-line.
006480     MOVE ws-beg-other TO ws-count-5.
006490     MOVE ws-count-5 TO ws-text-line(37:5).
006500     MOVE ws-end-other TO ws-count-5.
006510     MOVE ws-count-5 TO ws-text-line(45:5).
006520     PERFORM SHOW-LINE.
006530     COMPUTE ws-beg-total =
006540         ws-beg-active + ws-beg-termed + ws-beg-other.
006550     COMPUTE ws-end-total =
006560         ws-end-active + ws-end-termed + ws-end-other.
006570     MOVE "  TOTAL" TO ws-text-line.
006580     MOVE ws-beg-total TO ws-count-5.
006590     MOVE ws-count-5 TO ws-text-line(37:5).
006600     MOVE ws-end-total TO ws-count-5.
006610     MOVE ws-count-5 TO ws-text-line(45:5).
006620     PERFORM SHOW-LINE.
006630
006640*--------------------------------
006650* Beginning assets plus inflows less outflows must come to the
006660* ending assets.
006670*--------------------------------
006680 PRINT-ROLL-FORWARD.
006690     COMPUTE ws-inflows =
006700         ws-contrib-total + ws-gain-total + ws-xfer-net.
006710     MOVE ws-dist-total TO ws-outflows.
006720     COMPUTE ws-computed-end =
006730         ws-begin-assets + ws-inflows - ws-outflows.
006740     COMPUTE ws-difference = ws-end-assets - ws-computed-end.
006750     PERFORM SHOW-BLANK.
006760     MOVE "ASSET ROLL-FORWARD" TO ws-text-line.
006770     PERFORM SHOW-LINE.
006780     MOVE "  BEGINNING NET ASSETS" TO ws-label.
006790     MOVE ws-begin-assets TO ws-amount.
006800     PERFORM SHOW-AMOUNT.
006810     MOVE "  PLUS CONTRIBUTIONS" TO ws-label.
006820     MOVE ws-contrib-total TO ws-amount.
006830     PERFORM SHOW-AMOUNT.
006840     MOVE "  PLUS INVESTMENT GAIN" TO ws-label.
006850     MOVE ws-gain-total TO ws-amount.
006860     PERFORM SHOW-AMOUNT.
006870     IF ws-xfer-net NOT = ZERO
006880         MOVE "  PLUS UNMATCHED TRANSFERS" TO ws-label
006890         MOVE ws-xfer-net TO ws-amount
006900         PERFORM SHOW-AMOUNT
006910     END-IF.
006920     MOVE "  LESS DISTRIBUTIONS" TO ws-label.
006930     MOVE ws-outflows TO ws-amount.
006940     PERFORM SHOW-AMOUNT.
006950     MOVE "  COMPUTED ENDING NET ASSETS" TO ws-label.
006960     MOVE ws-computed-end TO ws-amount.
006970     PERFORM SHOW-AMOUNT.
006980     MOVE "  ENDING NET ASSETS PER SNAPSHOTS" TO ws-label.
006990     MOVE ws-end-assets TO ws-amount.
007000     PERFORM SHOW-AMOUNT.
007010     IF ws-difference = ZERO
007020         MOVE "  ASSETS ROLL FORWARD - NO DIFFERENCE."
007030             TO ws-text-line
007040         PERFORM SHOW-LINE
007050     ELSE
007060         MOVE "  ** DIFFERENCE" TO ws-label
007070         MOVE ws-difference TO ws-amount
007080         PERFORM SHOW-AMOUNT
007090     END-IF.
007100
007110 SHOW-AMOUNT.
007120     MOVE ws-amount TO ws-money-1.
007130     MOVE SPACES TO ws-text-line.
007140     MOVE ws-label TO ws-text-line.
007150     MOVE ws-money-1 TO ws-text-line(44:19).
007160     PERFORM SHOW-LINE.
007170
007180 SHOW-BLANK.
007190     MOVE SPACES TO ws-text-line.
007200     PERFORM SHOW-LINE.
007210
007220 FORMAT-DATE.
007230     MOVE SPACES TO ws-fmt-out.
007240     IF ws-fmt-date NOT = ZERO
007250         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
007260             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
007270     END-IF.
007280
007290 SHOW-LINE.
007300     MOVE ws-text-line TO PRINT-LINE.
007310     WRITE PRINT-LINE.
