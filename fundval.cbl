000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUNDVAL.
000030*--------------------------------
000040* Unit-based account valuation.  FUNDBAL.DAT only ever held the
000050* dollar balances the custodian worked out, so nothing could be
000060* valued as of a date of our choosing and nobody could check
000070* the custodian's arithmetic.  This run walks PERFTXN.DAT up to
000080* the valuation date and turns every contribution and transfer
000090* in into units bought, and every withdrawal and transfer out
000100* into units sold, at that day's NAV on FUNDPRC.DAT (the most
000110* recent price within ten days before it when the day itself
000120* has none).  A line naming its fund in TXN-FUND goes to that
000130* fund; an untagged contribution is split by the investment
000131* election in force on its date (INVELECT.DAT), the same split
000132* contsplt.cbl sent to the custodian; any other untagged line,
000133* or a contribution with no election in force, is split across
000134* the funds the account holds on FUNDBAL.DAT in proportion to
000135* their balances.  Loan
000150* repayments stay out, as on the source balances - the loan
000160* money is carried on LOANMAST.DAT.  A correction's reversal
000163* line (txncorr.cbl) sells the units its original bought, or
000166* buys back what it sold, at the NAV of the day it is dated.
000170*
000180* The units are rebuilt to FUNDUNIT.DAT with their value at the
000190* valuation date's NAV, the holdings print by account, and
000200* every FUNDFEED.DAT balance dated the valuation date that
000210* differs from our value by more than the tolerance prints on
000220* the differences section, along with holdings the custodian
000230* did not report.  Lines that could not be converted (no price,
000240* nowhere to allocate) print first.  RETURN-CODE 4 for
000250* differences or unconverted lines, 8 when there are no prices.
000260*
000270*   FUNDVAL_ASOF      valuation date  (default the as-of date
000280*                     on FUNDFEED.DAT, else today)
000290*   FUNDVAL_TOL       difference tolerance  (default 1.00)
000300*
000310* 2026-10  JDF  New program.
000311* 2026-10  JDF  Untagged contributions follow the election.
000315* 2026-10  JDF  Correction reversal lines net out the original.
000320*--------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000370 ORGANIZATION IS LINE SEQUENTIAL
000380 FILE STATUS IS ws-txn-status.
000390
000400 SELECT FEED-FILE ASSIGN TO "FUNDFEEDDAT"
000410 ORGANIZATION IS LINE SEQUENTIAL
000420 FILE STATUS IS ws-feed-status.
000430
000440 SELECT FUNDPRC-FILE ASSIGN TO "FUNDPRCDAT"
000450 FILE STATUS IS ws-fp-status
000460 ORGANIZATION IS INDEXED
000470 ACCESS MODE IS DYNAMIC
000480 RECORD KEY IS FP-KEY.
000490
000500 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000510 FILE STATUS IS ws-fb-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS FB-KEY.
000550
000551 SELECT ELECFILE ASSIGN TO "INVELECTDAT"
000552 FILE STATUS IS ws-elec-status
000553 ORGANIZATION IS INDEXED
000554 ACCESS MODE IS DYNAMIC
000555 RECORD KEY IS EL-KEY.
000556
000560 SELECT FUNDUNIT-FILE ASSIGN TO "FUNDUNITDAT"
000570 FILE STATUS IS ws-fu-status
000580 ORGANIZATION IS INDEXED
000590 ACCESS MODE IS DYNAMIC
000600 RECORD KEY IS FU-KEY.
000610
000620 SELECT PRINT-FILE ASSIGN TO "FUNDVALPRT"
000630 ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD TXN-FILE.
000680     COPY TXNREC.
000690
000700 FD FEED-FILE.
000710 01  FEED-REC.
000720     05  FEED-ACCOUNT                PIC X(10).
000730     05  FEED-FUND                   PIC X(08).
000740     05  FEED-ASOF                   PIC 9(08).
000750     05  FEED-BEGIN                  PIC 9(9)V99.
000760     05  FEED-CURRENT                PIC 9(9)V99.
000770
000780 FD FUNDPRC-FILE.
000790     COPY FPRCREC.
000800
000810 FD FUNDBAL-FILE.
000820     COPY FUNDBREC.
000830
000831 FD ELECFILE.
000832     COPY ELECREC.
000833
000840 FD FUNDUNIT-FILE.
000850     COPY FUNITREC.
000860
000870 FD PRINT-FILE.
000880 01  PRINT-LINE                      PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 01  ws-txn-status                   pic x(02).
000920 01  ws-feed-status                  pic x(02).
000930 01  ws-fp-status                    pic x(02).
000940 01  ws-fb-status                    pic x(02).
000950 01  ws-fu-status                    pic x(02).
000960 01  ws-fb-open                      pic x(01) value "N".
000961 01  ws-elec-status                  pic x(02).
000962 01  ws-elec-open                    pic x(01) value "N".
000963 01  ws-elec-eof                     pic x(01) value space.
000964 01  ws-inforce-date                 pic 9(08) value zero.
000970 01  ws-eof                          pic x(01) value space.
000980 01  ws-run-date                     pic 9(08) value zero.
000990 01  ws-asof-date                    pic 9(08) value zero.
001000 01  ws-env-check                    pic x(12) value spaces.
001010 01  ws-tolerance                    pic 9(7)v99 value 1.00.
001020 01  ws-sign                         pic s9(01) value zero.
001030
001040 01  ws-converted-count              pic 9(07) value zero.
001050 01  ws-unconverted-count            pic 9(05) value zero.
001060 01  ws-diff-count                   pic 9(05) value zero.
001070 01  ws-compared-count               pic 9(05) value zero.
001080 01  ws-other-date-count             pic 9(05) value zero.
001090 01  ws-overflow-count               pic 9(05) value zero.
001100 01  ws-holding-count                pic 9(05) value zero.
001110
001120*--------------------------------
001130* Price lookup - the fund and date in, the NAV out, stepping
001140* back a day at a time over weekends and holidays.
001150*--------------------------------
001160 01  ws-price-fund                   pic x(08) value spaces.
001170 01  ws-price-date                   pic 9(08) value zero.
001180 01  ws-price-int                    pic 9(08) value zero.
001190 01  ws-price-tries                  pic 9(02) value zero.
001200 01  ws-price-found                  pic x(01) value space.
001210 01  ws-price-nav                    pic 9(5)v9(6) value zero.
001220
001230*--------------------------------
001240* Units per account and fund, built in storage then written
001250* out fresh.
001260*--------------------------------
001270 01  ws-unit-count                   pic 9(04) comp value zero.
001280 01  ws-unit-table.
001290     05  ws-unit-entry               occurs 5000 times.
001300         10  ws-un-account           pic x(10).
001310         10  ws-un-fund              pic x(08).
001320         10  ws-un-units             pic s9(9)v9(6).
001330         10  ws-un-reported          pic x(01).
001340 01  ws-unit-sub                     pic 9(04) comp value zero.
001350 01  ws-unit-found                   pic 9(04) comp value zero.
001360
001370*--------------------------------
001380* The custodian's fund split for the account last looked up,
001390* used for lines that name no fund.
001400*--------------------------------
001410 01  ws-alloc-account                pic x(10) value spaces.
001420 01  ws-alloc-count                  pic 9(02) comp value zero.
001430 01  ws-alloc-table.
001440     05  ws-alloc-entry              occurs 20 times.
001450         10  ws-al-fund              pic x(08).
001460         10  ws-al-balance           pic 9(9)v99.
001470 01  ws-alloc-sub                    pic 9(02) comp value zero.
001480 01  ws-alloc-total                  pic 9(11)v99 value zero.
001490 01  ws-alloc-left                   pic 9(9)v99 value zero.
001500 01  ws-alloc-eof                    pic x(01) value space.
001510
001520 01  ws-post-fund                    pic x(08) value spaces.
001530 01  ws-post-amount                  pic 9(9)v99 value zero.
001540 01  ws-post-units                   pic s9(9)v9(6) value zero.
001550 01  ws-reason                       pic x(28) value spaces.
001560
001570 01  ws-value                        pic s9(9)v99 value zero.
001580 01  ws-diff                         pic s9(9)v99 value zero.
001590 01  ws-abs-diff                     pic 9(9)v99 value zero.
001600 01  ws-last-account                 pic x(10) value spaces.
001610 01  ws-account-total                pic s9(11)v99 value zero.
001620 01  ws-grand-total                  pic s9(11)v99 value zero.
001630
001640 01  ws-fmt-date                     pic 9(08) value zero.
001650 01  ws-fmt-out                      pic x(10) value spaces.
001660 01  ws-units-disp                   pic --,---,--9.9999.
001670 01  ws-nav-disp                     pic zzzz9.9999.
001680 01  ws-money-1                      pic $$$,$$$,$$9.99-.
001690 01  ws-money-2                      pic $$$,$$$,$$9.99-.
001700 01  ws-money-3                      pic $$$,$$$,$$9.99-.
001710 01  ws-count-disp                   pic zzzz9.
001720
001730     COPY RPTHEAD.
001740
001750 01  ws-text-line                    pic x(80) value spaces.
001760
001770 PROCEDURE DIVISION.
001780 PROGRAM-BEGIN.
001790     CALL "shopcfg"
001800         ON EXCEPTION
001810             DISPLAY "shopcfg not found - default "
001820                 "file locations in effect"
001830     END-CALL.
001840     PERFORM INITIALIZE-RUN.
001850     PERFORM CONVERT-TRANSACTIONS.
001860     PERFORM WRITE-HOLDINGS.
001870     PERFORM PRINT-HOLDINGS.
001880     PERFORM COMPARE-CUSTODIAN.
001890     PERFORM PRINT-TRAILER.
001900     CLOSE PRINT-FILE.
001910     CLOSE FUNDPRC-FILE.
001920     DISPLAY "Fund valuation complete - as of " ws-asof-date
001930         ", " ws-holding-count " holdings, "
001940         ws-diff-count " custodian differences.".
001950     IF ws-diff-count > ZERO
001960         OR ws-unconverted-count > ZERO
001970         OR ws-overflow-count > ZERO
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000     STOP RUN.
002010
002020 INITIALIZE-RUN.
002030     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002040     MOVE ws-run-date TO ws-asof-date.
002050     OPEN INPUT FEED-FILE.
002060     IF ws-feed-status = "00"
002070         READ FEED-FILE
002080             AT END CONTINUE
002090         END-READ
002100         IF ws-feed-status = "00"
002110             AND FEED-ASOF IS NUMERIC
002120             AND FEED-ASOF NOT = ZERO
002130             MOVE FEED-ASOF TO ws-asof-date
002140         END-IF
002150         CLOSE FEED-FILE
002160     END-IF.
002170     ACCEPT ws-env-check FROM ENVIRONMENT "FUNDVAL_ASOF".
002180     IF ws-env-check(1:8) IS NUMERIC
002190         MOVE ws-env-check(1:8) TO ws-asof-date
002200     END-IF.
002210     ACCEPT ws-env-check FROM ENVIRONMENT "FUNDVAL_TOL".
002220     IF ws-env-check NOT = SPACES
002230         COMPUTE ws-tolerance =
002240             FUNCTION NUMVAL(ws-env-check)
002250     END-IF.
002260     OPEN OUTPUT PRINT-FILE.
002270     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002280         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002290     MOVE "FUND VALUATION AND CUSTODIAN CHECK" TO RPT-TITLE.
002300     MOVE 1 TO RPT-PAGE-NUMBER.
002310     WRITE PRINT-LINE FROM RPT-HEADING-1.
002320     WRITE PRINT-LINE FROM RPT-HEADING-2.
002330     OPEN INPUT FUNDPRC-FILE.
002340     IF ws-fp-status NOT = "00"
002350         MOVE "  (no fund prices on file - nothing can be valued)"
002360             TO ws-text-line
002370         PERFORM SHOW-LINE
002380         CLOSE PRINT-FILE
002390         DISPLAY "No FUNDPRC.DAT - valuation not run."
002400         MOVE 8 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     OPEN INPUT FUNDBAL-FILE.
002440     IF ws-fb-status = "00"
002450         MOVE "Y" TO ws-fb-open
002460     END-IF.
002461     OPEN INPUT ELECFILE.
002462     IF ws-elec-status = "00"
002463         MOVE "Y" TO ws-elec-open
002464     END-IF.
002470     MOVE ws-asof-date TO ws-fmt-date.
002480     PERFORM FORMAT-DATE.
002490     MOVE ws-tolerance TO ws-money-1.
002500     MOVE SPACES TO ws-text-line.
002510     STRING "VALUED AS OF " ws-fmt-out
002520         "   DIFFERENCE TOLERANCE " ws-money-1
002530         DELIMITED BY SIZE INTO ws-text-line.
002540     PERFORM SHOW-LINE.
002550     MOVE SPACES TO ws-text-line.
002560     PERFORM SHOW-LINE.
002570
002580*--------------------------------
002590* Money movements to units, up to the valuation date.
002600*--------------------------------
002610 CONVERT-TRANSACTIONS.
002620     MOVE "TRANSACTIONS NOT CONVERTED" TO ws-text-line.
002630     PERFORM SHOW-LINE.
002640     OPEN INPUT TXN-FILE.
002650     IF ws-txn-status = "00"
002660         MOVE SPACE TO ws-eof
002670         READ TXN-FILE
002680             AT END MOVE "y" TO ws-eof
002690         END-READ
002700         PERFORM CONVERT-ONE-TXN UNTIL ws-eof = "y"
002710         CLOSE TXN-FILE
002720     END-IF.
002730     IF ws-unconverted-count = ZERO
002740         MOVE "  (none)" TO ws-text-line
002750         PERFORM SHOW-LINE
002760     END-IF.
002770     MOVE SPACES TO ws-text-line.
002780     PERFORM SHOW-LINE.
002790     IF ws-fb-open = "Y"
002800         CLOSE FUNDBAL-FILE
002810     END-IF.
002811     IF ws-elec-open = "Y"
002812         CLOSE ELECFILE
002813     END-IF.
002820
002830 CONVERT-ONE-TXN.
002840     MOVE ZERO TO ws-sign.
002850     EVALUATE TXN-TYPE
002860         WHEN "C"
002870         WHEN "I"
002880             MOVE 1 TO ws-sign
002890         WHEN "W"
002900         WHEN "O"
002910             MOVE -1 TO ws-sign
002920         WHEN OTHER
002930             CONTINUE
002940     END-EVALUATE.
002942     IF TXN-REVERSAL
002945         MULTIPLY -1 BY ws-sign
002947     END-IF.
002950     IF ws-sign NOT = ZERO
002960         AND TXN-DATE NOT > ws-asof-date
002970         IF TXN-FUND NOT = SPACES
002980             MOVE TXN-FUND   TO ws-post-fund
002990             MOVE TXN-AMOUNT TO ws-post-amount
003000             PERFORM POST-UNITS
003010         ELSE
003020             PERFORM ALLOCATE-TXN
003030         END-IF
003040     END-IF.
003050     READ TXN-FILE
003060         AT END MOVE "y" TO ws-eof
003070     END-READ.
003080
003090 ALLOCATE-TXN.
003091     MOVE ZERO TO ws-inforce-date.
003092     IF TXN-TYPE = "C"
003093         PERFORM FIND-ELECTION-IN-FORCE
003094     END-IF.
003095     IF ws-inforce-date NOT = ZERO
003096         MOVE TXN-AMOUNT TO ws-alloc-left
003097         MOVE ZERO TO ws-alloc-sub
003098         PERFORM ALLOCATE-ONE-ELECTED
003099             UNTIL ws-alloc-sub NOT < EL-FUND-COUNT
003100     ELSE
003101         PERFORM ALLOCATE-BY-BALANCE
003102     END-IF.
003103
003104 ALLOCATE-BY-BALANCE.
003105     IF TXN-ACCOUNT NOT = ws-alloc-account
003110         PERFORM LOAD-ALLOCATION
003120     END-IF.
003130     IF ws-alloc-total = ZERO
003140         MOVE "NO FUND TO ALLOCATE TO" TO ws-reason
003150         PERFORM SHOW-UNCONVERTED
003160     ELSE
003170         MOVE TXN-AMOUNT TO ws-alloc-left
003180         MOVE ZERO TO ws-alloc-sub
003190         PERFORM ALLOCATE-ONE-FUND
003200             UNTIL ws-alloc-sub NOT < ws-alloc-count
003210     END-IF.
003220
003230*--------------------------------
003240* Each fund's share of the line; the last fund takes what is
003250* left so the pieces add back to the line to the cent.
003260*--------------------------------
003270 ALLOCATE-ONE-FUND.
003280     ADD 1 TO ws-alloc-sub.
003290     MOVE ws-al-fund(ws-alloc-sub) TO ws-post-fund.
003300     IF ws-alloc-sub = ws-alloc-count
003310         MOVE ws-alloc-left TO ws-post-amount
003320     ELSE
003330         COMPUTE ws-post-amount ROUNDED =
003340             TXN-AMOUNT * ws-al-balance(ws-alloc-sub)
003350                 / ws-alloc-total
003360         SUBTRACT ws-post-amount FROM ws-alloc-left
003370     END-IF.
003380     IF ws-post-amount > ZERO
003390         PERFORM POST-UNITS
003400     END-IF.
003410
003420 LOAD-ALLOCATION.
003430     MOVE TXN-ACCOUNT TO ws-alloc-account.
003440     MOVE ZERO TO ws-alloc-count.
003450     MOVE ZERO TO ws-alloc-total.
003460     IF ws-fb-open = "Y"
003470         MOVE TXN-ACCOUNT TO FB-ACCOUNT
003480         MOVE LOW-VALUES  TO FB-FUND
003490         MOVE SPACE TO ws-alloc-eof
003500         START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
003510             INVALID KEY MOVE "y" TO ws-alloc-eof
003520         END-START
003530         PERFORM LOAD-ONE-ALLOCATION UNTIL ws-alloc-eof = "y"
003540     END-IF.
003550
003560 LOAD-ONE-ALLOCATION.
003570     READ FUNDBAL-FILE NEXT RECORD
003580         AT END MOVE "y" TO ws-alloc-eof
003590     END-READ.
003600     IF ws-alloc-eof NOT = "y"
003610         IF FB-ACCOUNT NOT = ws-alloc-account
003620             MOVE "y" TO ws-alloc-eof
003630         ELSE
003640             IF FB-CURRENT-BALANCE > ZERO
003650                 AND ws-alloc-count < 20
003660                 ADD 1 TO ws-alloc-count
003670                 MOVE FB-FUND TO ws-al-fund(ws-alloc-count)
003680                 MOVE FB-CURRENT-BALANCE
003690                     TO ws-al-balance(ws-alloc-count)
003700                 ADD FB-CURRENT-BALANCE TO ws-alloc-total
003710             END-IF
003720         END-IF
003730     END-IF.
003740
003750 POST-UNITS.
003760     MOVE ws-post-fund TO ws-price-fund.
003770     MOVE TXN-DATE     TO ws-price-date.
003780     PERFORM FIND-PRICE.
003790     IF ws-price-found NOT = "y"
003800         MOVE "NO PRICE FOR FUND"      TO ws-reason
003810         MOVE ws-post-fund             TO ws-reason(19:8)
003820         PERFORM SHOW-UNCONVERTED
003830     ELSE
003840         COMPUTE ws-post-units ROUNDED =
003850             ws-post-amount / ws-price-nav * ws-sign
003860         PERFORM ADD-UNITS
003870         ADD 1 TO ws-converted-count
003880     END-IF.
003890
003900 ADD-UNITS.
003910     MOVE ZERO TO ws-unit-found.
003920     MOVE ZERO TO ws-unit-sub.
003930     PERFORM CHECK-ONE-UNIT-SLOT
003940         UNTIL ws-unit-sub NOT < ws-unit-count
003950             OR ws-unit-found > ZERO.
003960     IF ws-unit-found > ZERO
003970         ADD ws-post-units TO ws-un-units(ws-unit-found)
003980     ELSE
003990         IF ws-unit-count < 5000
004000             ADD 1 TO ws-unit-count
004010             MOVE TXN-ACCOUNT   TO ws-un-account(ws-unit-count)
004020             MOVE ws-post-fund  TO ws-un-fund(ws-unit-count)
004030             MOVE ws-post-units TO ws-un-units(ws-unit-count)
004040             MOVE "N"           TO ws-un-reported(ws-unit-count)
004050         ELSE
004060             ADD 1 TO ws-overflow-count
004070         END-IF
004080     END-IF.
004090
004100 CHECK-ONE-UNIT-SLOT.
004110     ADD 1 TO ws-unit-sub.
004120     IF ws-un-account(ws-unit-sub) = TXN-ACCOUNT
004130         AND ws-un-fund(ws-unit-sub) = ws-post-fund
004140         MOVE ws-unit-sub TO ws-unit-found
004150     END-IF.
004160
004170 SHOW-UNCONVERTED.
004180     ADD 1 TO ws-unconverted-count.
004190     MOVE TXN-AMOUNT TO ws-money-1.
004200     MOVE TXN-DATE TO ws-fmt-date.
004210     PERFORM FORMAT-DATE.
004220     MOVE SPACES TO ws-text-line.
004230     STRING "  " TXN-ACCOUNT " " ws-fmt-out " " TXN-TYPE
004240         " " ws-money-1 " " ws-reason
004250         DELIMITED BY SIZE INTO ws-text-line.
004260     PERFORM SHOW-LINE.
004270
004280*--------------------------------
004290* The NAV for ws-price-fund on ws-price-date, or the latest in
004300* the ten days before it.
004310*--------------------------------
004320 FIND-PRICE.
004330     MOVE SPACE TO ws-price-found.
004340     MOVE ZERO TO ws-price-tries.
004350     PERFORM TRY-ONE-PRICE-DATE
004360         UNTIL ws-price-found = "y"
004370             OR ws-price-tries > 10.
004380
004390 TRY-ONE-PRICE-DATE.
004400     MOVE ws-price-fund TO FP-FUND.
004410     MOVE ws-price-date TO FP-DATE.
004420     READ FUNDPRC-FILE
004430         INVALID KEY
004440             ADD 1 TO ws-price-tries
004450             COMPUTE ws-price-int =
004460                 FUNCTION INTEGER-OF-DATE(ws-price-date) - 1
004470             COMPUTE ws-price-date =
004480                 FUNCTION DATE-OF-INTEGER(ws-price-int)
004490         NOT INVALID KEY
004500             MOVE "y"    TO ws-price-found
004510             MOVE FP-NAV TO ws-price-nav
004520     END-READ.
004530
004540*--------------------------------
004550* Units to FUNDUNIT.DAT, valued at the valuation date.
004560*--------------------------------
004570 WRITE-HOLDINGS.
004580     OPEN OUTPUT FUNDUNIT-FILE.
004590     MOVE ZERO TO ws-unit-sub.
004600     PERFORM WRITE-ONE-HOLDING
004610         UNTIL ws-unit-sub NOT < ws-unit-count.
004620     CLOSE FUNDUNIT-FILE.
004630
004640 WRITE-ONE-HOLDING.
004650     ADD 1 TO ws-unit-sub.
004660     MOVE ws-un-fund(ws-unit-sub) TO ws-price-fund.
004670     MOVE ws-asof-date            TO ws-price-date.
004680     PERFORM FIND-PRICE.
004690     MOVE ws-un-account(ws-unit-sub) TO FU-ACCOUNT.
004700     MOVE ws-un-fund(ws-unit-sub)    TO FU-FUND.
004710     MOVE ws-un-units(ws-unit-sub)   TO FU-UNITS.
004720     MOVE ws-asof-date               TO FU-ASOF-DATE.
004730     MOVE ZERO TO FU-NAV.
004740     MOVE ZERO TO FU-VALUE.
004750     IF ws-price-found = "y"
004760         MOVE ws-price-nav TO FU-NAV
004770         COMPUTE FU-VALUE ROUNDED =
004780             ws-un-units(ws-unit-sub) * ws-price-nav
004790     END-IF.
004800     WRITE FUNDUNIT-REC
004810         INVALID KEY
004820             DISPLAY "Index problem at " FU-ACCOUNT "/" FU-FUND
004830     END-WRITE.
004840     ADD 1 TO ws-holding-count.
004850
004860 PRINT-HOLDINGS.
004870     MOVE "HOLDINGS" TO ws-text-line.
004880     PERFORM SHOW-LINE.
004890     MOVE "  ACCOUNT    FUND" TO ws-text-line.
004900     MOVE "UNITS"        TO ws-text-line(33:5).
004910     MOVE "NAV"          TO ws-text-line(46:3).
004920     MOVE "MARKET VALUE" TO ws-text-line(52:12).
004930     PERFORM SHOW-LINE.
004940     MOVE SPACES TO ws-last-account.
004950     MOVE ZERO TO ws-account-total.
004960     MOVE ZERO TO ws-grand-total.
004970     OPEN INPUT FUNDUNIT-FILE.
004980     MOVE SPACE TO ws-eof.
004990     IF ws-fu-status NOT = "00"
005000         MOVE "y" TO ws-eof
005010     ELSE
005020         READ FUNDUNIT-FILE NEXT RECORD
005030             AT END MOVE "y" TO ws-eof
005040         END-READ
005050     END-IF.
005060     IF ws-eof = "y"
005070         MOVE "  (none)" TO ws-text-line
005080         PERFORM SHOW-LINE
005090     END-IF.
005100     PERFORM PRINT-ONE-HOLDING UNTIL ws-eof = "y".
005110     IF ws-last-account NOT = SPACES
005120         PERFORM PRINT-ACCOUNT-TOTAL
005130     END-IF.
005140     MOVE ws-grand-total TO ws-money-1.
005150     MOVE SPACES TO ws-text-line.
005160     STRING "  ALL ACCOUNTS" DELIMITED BY SIZE INTO ws-text-line.
005170     MOVE ws-money-1 TO ws-text-line(50:15).
005180     PERFORM SHOW-LINE.
005190     MOVE SPACES TO ws-text-line.
005200     PERFORM SHOW-LINE.
005210     IF ws-fu-status = "00" OR ws-fu-status = "10"
005220         CLOSE FUNDUNIT-FILE
005230     END-IF.
005240
005250 PRINT-ONE-HOLDING.
005260     IF FU-ACCOUNT NOT = ws-last-account
005270         IF ws-last-account NOT = SPACES
005280             PERFORM PRINT-ACCOUNT-TOTAL
005290         END-IF
005300         MOVE FU-ACCOUNT TO ws-last-account
005310         MOVE ZERO TO ws-account-total
005320     END-IF.
005330     MOVE FU-UNITS TO ws-units-disp.
005340     MOVE FU-NAV   TO ws-nav-disp.
005350     MOVE FU-VALUE TO ws-money-1.
005360     MOVE SPACES TO ws-text-line.
005370     STRING "  " FU-ACCOUNT " " FU-FUND " " ws-units-disp
005380         " " ws-nav-disp " " ws-money-1
005390         DELIMITED BY SIZE INTO ws-text-line.
005400     IF FU-NAV = ZERO
005410         MOVE "NO PRICE" TO ws-text-line(67:8)
005420     END-IF.
005430     PERFORM SHOW-LINE.
005440     ADD FU-VALUE TO ws-account-total.
005450     ADD FU-VALUE TO ws-grand-total.
005460     READ FUNDUNIT-FILE NEXT RECORD
005470         AT END MOVE "y" TO ws-eof
005480     END-READ.
005490
005500 PRINT-ACCOUNT-TOTAL.
005510     MOVE ws-account-total TO ws-money-1.
005520     MOVE SPACES TO ws-text-line.
005530     MOVE "ACCOUNT TOTAL" TO ws-text-line(14:13).
005540     MOVE ws-money-1 TO ws-text-line(50:15).
005550     PERFORM SHOW-LINE.
005560
005570*--------------------------------
005580* The custodian's balances against ours.
005590*--------------------------------
005600 COMPARE-CUSTODIAN.
005610     MOVE "DIFFERENCES FROM THE CUSTODIAN (FUNDFEED.DAT)"
005620         TO ws-text-line.
005630     PERFORM SHOW-LINE.
005640     MOVE "  ACCOUNT    FUND" TO ws-text-line.
005650     MOVE "CUSTODIAN"  TO ws-text-line(30:9).
005660     MOVE "OUR VALUE"  TO ws-text-line(45:9).
005670     MOVE "DIFFERENCE" TO ws-text-line(59:10).
005680     PERFORM SHOW-LINE.
005690     OPEN INPUT FEED-FILE.
005700     IF ws-feed-status NOT = "00"
005710         MOVE "  (no custodian feed on hand)" TO ws-text-line
005720         PERFORM SHOW-LINE
005730     ELSE
005740         OPEN INPUT FUNDUNIT-FILE
005750         MOVE SPACE TO ws-eof
005760         READ FEED-FILE
005770             AT END MOVE "y" TO ws-eof
005780         END-READ
005790         PERFORM COMPARE-ONE-FEED-LINE UNTIL ws-eof = "y"
005800         CLOSE FEED-FILE
005810         MOVE ZERO TO ws-unit-sub
005820         PERFORM CHECK-ONE-UNREPORTED
005830             UNTIL ws-unit-sub NOT < ws-unit-count
005840         CLOSE FUNDUNIT-FILE
005850         IF ws-diff-count = ZERO
005860             MOVE "  (none)" TO ws-text-line
005870             PERFORM SHOW-LINE
005880         END-IF
005890     END-IF.
005900     MOVE SPACES TO ws-text-line.
005910     PERFORM SHOW-LINE.
005920
005930 COMPARE-ONE-FEED-LINE.
005940     IF FEED-ASOF NOT = ws-asof-date
005950         ADD 1 TO ws-other-date-count
005960     ELSE
005970         ADD 1 TO ws-compared-count
005980         MOVE FEED-ACCOUNT TO FU-ACCOUNT
005990         MOVE FEED-FUND    TO FU-FUND
006000         MOVE ZERO TO ws-value
006010         READ FUNDUNIT-FILE
006020             INVALID KEY CONTINUE
006030             NOT INVALID KEY MOVE FU-VALUE TO ws-value
006040         END-READ
006050         PERFORM MARK-REPORTED
006060         COMPUTE ws-diff = FEED-CURRENT - ws-value
006070         IF ws-diff < ZERO
006080             COMPUTE ws-abs-diff = ZERO - ws-diff
006090         ELSE
006100             MOVE ws-diff TO ws-abs-diff
006110         END-IF
006120         IF ws-abs-diff > ws-tolerance
006130             ADD 1 TO ws-diff-count
006140             MOVE FEED-CURRENT TO ws-money-1
006150             MOVE ws-value     TO ws-money-2
006160             MOVE ws-diff      TO ws-money-3
006170             MOVE SPACES TO ws-text-line
006180             STRING "  " FEED-ACCOUNT " " FEED-FUND " "
006190                 ws-money-1 ws-money-2 ws-money-3
006200                 DELIMITED BY SIZE INTO ws-text-line
006210             PERFORM SHOW-LINE
006220         END-IF
006230     END-IF.
006240     READ FEED-FILE
006250         AT END MOVE "y" TO ws-eof
006260     END-READ.
006270
006280 MARK-REPORTED.
006290     MOVE ZERO TO ws-unit-sub.
006300     PERFORM MARK-ONE-REPORTED
006310         UNTIL ws-unit-sub NOT < ws-unit-count.
006320
006330 MARK-ONE-REPORTED.
006340     ADD 1 TO ws-unit-sub.
006350     IF ws-un-account(ws-unit-sub) = FEED-ACCOUNT
006360         AND ws-un-fund(ws-unit-sub) = FEED-FUND
006370         MOVE "Y" TO ws-un-reported(ws-unit-sub)
006380         MOVE ws-unit-count TO ws-unit-sub
006390     END-IF.
006400
006410*--------------------------------
006420* A holding the custodian did not report is a difference of
006430* its whole value, once the feed is for the valuation date.
006440*--------------------------------
006450 CHECK-ONE-UNREPORTED.
006460     ADD 1 TO ws-unit-sub.
006470     IF ws-un-reported(ws-unit-sub) = "N"
006480         AND ws-compared-count > ZERO
006490         MOVE ws-un-account(ws-unit-sub) TO FU-ACCOUNT
006500         MOVE ws-un-fund(ws-unit-sub)    TO FU-FUND
006510         MOVE ZERO TO ws-value
006520         READ FUNDUNIT-FILE
006530             INVALID KEY CONTINUE
006540             NOT INVALID KEY MOVE FU-VALUE TO ws-value
006550         END-READ
006560         IF ws-value > ws-tolerance
006570             OR ws-value < ZERO - ws-tolerance
006580             ADD 1 TO ws-diff-count
006590             MOVE ZERO     TO ws-money-1
006600             MOVE ws-value TO ws-money-2
006610             COMPUTE ws-diff = ZERO - ws-value
006620             MOVE ws-diff  TO ws-money-3
006630             MOVE SPACES TO ws-text-line
006640             STRING "  " FU-ACCOUNT " " FU-FUND " "
006650                 ws-money-1 ws-money-2 ws-money-3
006660                 DELIMITED BY SIZE INTO ws-text-line
006670             MOVE "NOT REPORTED" TO ws-text-line(69:12)
006680             PERFORM SHOW-LINE
006690         END-IF
006700     END-IF.
006710
006720 PRINT-TRAILER.
006730     MOVE ws-holding-count TO ws-count-disp.
006740     MOVE SPACES TO ws-text-line.
006750     STRING "HOLDINGS VALUED              " ws-count-disp
006760         DELIMITED BY SIZE INTO ws-text-line.
006770     PERFORM SHOW-LINE.
006780     MOVE ws-unconverted-count TO ws-count-disp.
006790     MOVE SPACES TO ws-text-line.
006800     STRING "TRANSACTIONS NOT CONVERTED   " ws-count-disp
006810         DELIMITED BY SIZE INTO ws-text-line.
006820     PERFORM SHOW-LINE.
006830     MOVE ws-compared-count TO ws-count-disp.
006840     MOVE SPACES TO ws-text-line.
006850     STRING "CUSTODIAN BALANCES COMPARED  " ws-count-disp
006860         DELIMITED BY SIZE INTO ws-text-line.
006870     PERFORM SHOW-LINE.
006880     MOVE ws-diff-count TO ws-count-disp.
006890     MOVE SPACES TO ws-text-line.
006900     STRING "OVER THE TOLERANCE           " ws-count-disp
006910         DELIMITED BY SIZE INTO ws-text-line.
006920     PERFORM SHOW-LINE.
006930     IF ws-other-date-count > ZERO
006940         MOVE ws-other-date-count TO ws-count-disp
006950         MOVE SPACES TO ws-text-line
006960         STRING "FEED LINES FOR OTHER DATES   " ws-count-disp
006970             DELIMITED BY SIZE INTO ws-text-line
006980         PERFORM SHOW-LINE
006990     END-IF.
007000     IF ws-overflow-count > ZERO
007010         MOVE SPACES TO ws-text-line
007020         STRING "** CHECK INCOMPLETE - " ws-overflow-count
007030             " HOLDINGS PAST THE WORK TABLE"
007040             DELIMITED BY SIZE INTO ws-text-line
007050         PERFORM SHOW-LINE
007060     END-IF.
007070
007080 FORMAT-DATE.
007090     MOVE SPACES TO ws-fmt-out.
007100     IF ws-fmt-date NOT = ZERO
007110         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
007120             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
007130     END-IF.
007140
007150 SHOW-LINE.
007160     MOVE ws-text-line TO PRINT-LINE.
007170     WRITE PRINT-LINE.
007180
007190 ALLOCATE-ONE-ELECTED.
007200     ADD 1 TO ws-alloc-sub.
007210     MOVE EL-FUND(ws-alloc-sub) TO ws-post-fund.
007220     IF ws-alloc-sub = EL-FUND-COUNT
007230         MOVE ws-alloc-left TO ws-post-amount
007240     ELSE
007250         COMPUTE ws-post-amount ROUNDED =
007260             TXN-AMOUNT * EL-PCT(ws-alloc-sub) / 100
007270         IF ws-post-amount > ws-alloc-left
007280             MOVE ws-alloc-left TO ws-post-amount
007290         END-IF
007300         SUBTRACT ws-post-amount FROM ws-alloc-left
007310     END-IF.
007320     IF ws-post-amount > ZERO
007330         PERFORM POST-UNITS
007340     END-IF.
007350
007360*--------------------------------
007370* The latest election for the account not after the line's
007380* date, left in ELECT-REC.
007390*--------------------------------
007400 FIND-ELECTION-IN-FORCE.
007410     IF ws-elec-open = "Y"
007420         MOVE SPACE TO ws-elec-eof
007430         MOVE TXN-ACCOUNT TO EL-ACCOUNT
007440         MOVE ZERO        TO EL-EFF-DATE
007450         START ELECFILE KEY IS NOT LESS THAN EL-KEY
007460             INVALID KEY MOVE "y" TO ws-elec-eof
007470         END-START
007480         PERFORM TAKE-ONE-CANDIDATE UNTIL ws-elec-eof = "y"
007490         IF ws-inforce-date NOT = ZERO
007500             MOVE TXN-ACCOUNT     TO EL-ACCOUNT
007510             MOVE ws-inforce-date TO EL-EFF-DATE
007520             READ ELECFILE
007530                 INVALID KEY MOVE ZERO TO ws-inforce-date
007540             END-READ
007550         END-IF
007560     END-IF.
007570
007580 TAKE-ONE-CANDIDATE.
007590     READ ELECFILE NEXT RECORD
007600         AT END MOVE "y" TO ws-elec-eof
007610     END-READ.
007620     IF ws-elec-eof NOT = "y"
007630         IF EL-ACCOUNT NOT = TXN-ACCOUNT
007640             OR EL-EFF-DATE > TXN-DATE
007650             MOVE "y" TO ws-elec-eof
007660         ELSE
007670             MOVE EL-EFF-DATE TO ws-inforce-date
007680         END-IF
007690     END-IF.
