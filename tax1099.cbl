000120* summary reconciles the pages' grand total back to the raw
000130* transaction file, including withdrawals for accounts missing
000140* from the master (listed, never silently dropped).
000141*
000142* Payments made through the payment run (payrun.cbl) carry
000143* their taxable amount and the federal tax withheld on
000144* DISTPAY.DAT; each page shows the year's taxable and withheld
000145* totals from it.  Withdrawals paid outside the run count as
000146* fully taxable with nothing withheld.  A correction's reversal
000148* line (txncorr.cbl) comes off the year it is dated in.
000150*
000160*   TAX1099_YEAR   tax year (default: the year before the run)
000170*
000180* 2026-09  JDF  New program.
000181* 2026-10  JDF  Taxable and withheld amounts from DISTPAY.DAT.
000182* 2026-10  JDF  Correction reversal lines net out the original.
000184* 2026-10  JDF  No sheet prints for an address flagged bad by
000186*                returned mail; those accounts are listed on a
000188*                "HELD - BAD ADDRESS" page and reconciled (RC 4).
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000300     ACCESS MODE IS DYNAMIC
000310     RECORD KEY IS PART-ACCOUNT.
000320
000321 SELECT DPAY-FILE ASSIGN TO "DISTPAYDAT"
000322     ORGANIZATION IS LINE SEQUENTIAL
000323     FILE STATUS IS ws-dpay-status.
000324
000330 SELECT PRINT-FILE ASSIGN TO "TAX1099PRT"
000340     ORGANIZATION IS LINE SEQUENTIAL.
000350
000410 FD  PARTICIPANT-FILE.
000420     COPY PARTREC.
000430
000431 FD  DPAY-FILE.
000432     COPY DPAYREC.
000433
000440 FD  PRINT-FILE.
000450 01  PRINT-LINE                      PIC X(80).
000460
000490
000500 01  ws-txn-status                   pic x(02).
000510 01  ws-part-status                  pic x(02).
000511 01  ws-dpay-status                  pic x(02).
000520 01  ws-eof                          pic x(01) value space.
000530 01  ws-env-check                    pic x(12) value spaces.
000540 01  ws-run-date                     pic 9(08) value zero.
000640 01  ws-acct-table.
000650     05  ws-acct-entry               occurs 2000 times.
000660         10  ws-ac-account           pic x(10).
000670         10  ws-ac-total             pic s9(9)v99.
000680         10  ws-ac-txns              pic 9(04).
000681         10  ws-ac-paid-gross        pic 9(9)v99.
000682         10  ws-ac-taxable           pic 9(9)v99.
000683         10  ws-ac-withheld          pic 9(9)v99.
000690 01  ws-acct-sub                     pic 9(04) comp value zero.
000700 01  ws-acct-found                   pic x(01) value space.
000710
000720 01  ws-grand-total                  pic s9(11)v99 value zero.
000730 01  ws-pages-total                  pic s9(11)v99 value zero.
000740 01  ws-trad-total                   pic s9(11)v99 value zero.
000750 01  ws-roth-total                   pic s9(11)v99 value zero.
000760 01  ws-nomaster-total               pic s9(11)v99 value zero.
000763 01  ws-txn-amount                   pic s9(9)v99 value zero.
000766 01  ws-txn-tally                    pic s9(01) value zero.
000770 01  ws-nomaster-count               pic 9(04) value zero.
000771 01  ws-taxable-total                pic 9(11)v99 value zero.
000772 01  ws-withheld-total               pic 9(11)v99 value zero.
000773 01  ws-page-taxable                 pic 9(9)v99 value zero.
000774 01  ws-unpaid-gross                 pic 9(9)v99 value zero.
000780 01  ws-page-count                   pic 9(04) value zero.
000781 01  ws-held-count                   pic 9(04) value zero.
000782 01  ws-held-total                   pic s9(11)v99 value zero.
000783 01  ws-held-overflow                pic 9(04) value zero.
000784 01  ws-held-listed                  pic 9(03) comp value zero.
000785 01  ws-held-sub                     pic 9(03) comp value zero.
000786 01  ws-held-table.
000787     05  ws-held-entry               occurs 300 times.
000788         10  ws-hd-account           pic x(10).
000789         10  ws-hd-name              pic x(25).
000790         10  ws-hd-gross             pic s9(9)v99.
000791         10  ws-hd-bad-date          pic 9(08).
000792 01  ws-held-line.
000793     05  filler                      pic x(03) value spaces.
000794     05  ws-hl-account               pic x(12).
000795     05  ws-hl-name                  pic x(26).
000796     05  ws-hl-bad-date              pic x(10).
000797     05  ws-hl-gross                 pic $$$$,$$$,$$9.99-.
000798
000800 01  ws-money-1                      pic $$$,$$$,$$$,$$9.99.
000810 01  ws-money-2                      pic $$$,$$$,$$$,$$9.99.
000820 01  ws-count-disp                   pic zzz9.
000930     PERFORM TOTAL-DISTRIBUTIONS.
000940     PERFORM PRINT-EACH-PAGE.
000950     PERFORM PRINT-CONTROL-SUMMARY.
000955     PERFORM PRINT-HELD-LISTING.
000960     CLOSE PRINT-FILE.
000970     IF ws-part-open = "Y"
000980         CLOSE PARTICIPANT-FILE.
000990     DISPLAY "Tax listing complete - " ws-page-count
001000         " pages, " ws-nomaster-count
001010         " accounts not on the master.".
001012     IF ws-held-count > ZERO
001014         DISPLAY ws-held-count " sheets held, bad address - "
001016             "see TAX1099.PRT."
001018     END-IF.
001020     IF ws-nomaster-count > ZERO
001025         OR ws-held-count > ZERO
001030         MOVE 4 TO RETURN-CODE
001040     END-IF.
001050     STOP RUN.
001340     END-READ.
001350     PERFORM TOTAL-ONE-TXN UNTIL ws-eof = "y".
001360     CLOSE TXN-FILE.
001361     PERFORM TOTAL-PAYMENTS.
001370
001380 TOTAL-ONE-TXN.
001390     IF TXN-TYPE = "W"
001400         AND TXN-DATE(1:4) = ws-tax-year
001410         MOVE TXN-AMOUNT TO ws-txn-amount
001411         MOVE 1 TO ws-txn-tally
001412         IF TXN-REVERSAL
001414             MULTIPLY -1 BY ws-txn-amount
001415             MOVE ZERO TO ws-txn-tally
001417         END-IF
001418         ADD ws-txn-amount TO ws-grand-total
001420         PERFORM TALLY-ONE-ACCOUNT
001430     END-IF.
001440     READ TXN-FILE
001550         AND ws-acct-count < 2000
001560         ADD 1 TO ws-acct-count
001570         MOVE TXN-ACCOUNT TO ws-ac-account(ws-acct-count)
001580         MOVE ws-txn-amount TO ws-ac-total(ws-acct-count)
001590         MOVE ws-txn-tally  TO ws-ac-txns(ws-acct-count)
001591         MOVE ZERO TO ws-ac-paid-gross(ws-acct-count)
001592         MOVE ZERO TO ws-ac-taxable(ws-acct-count)
001593         MOVE ZERO TO ws-ac-withheld(ws-acct-count)
001600     END-IF.
001610
001620 CHECK-ONE-ACCT-SLOT.
001630     ADD 1 TO ws-acct-sub.
001640     IF ws-ac-account(ws-acct-sub) = TXN-ACCOUNT
001650         ADD ws-txn-amount TO ws-ac-total(ws-acct-sub)
001660         IF TXN-REVERSAL
001661             IF ws-ac-txns(ws-acct-sub) > ZERO
001662                 SUBTRACT 1 FROM ws-ac-txns(ws-acct-sub)
001664             END-IF
001665         ELSE
001667             ADD 1 TO ws-ac-txns(ws-acct-sub)
001668         END-IF
001670         MOVE "y" TO ws-acct-found
001680     END-IF.
001690
001860         ADD 1 TO ws-nomaster-count
001870         ADD ws-ac-total(ws-acct-sub) TO ws-nomaster-total
001880     ELSE
001881         IF PART-ADDRESS-BAD
001883             ADD 1 TO ws-held-count
001885             ADD ws-ac-total(ws-acct-sub) TO ws-held-total
001886             PERFORM NOTE-HELD-ENTRY
001888         ELSE
001890             ADD 1 TO ws-page-count
001900             ADD ws-ac-total(ws-acct-sub) TO ws-pages-total
001910             IF PART-ROTH
001920                 ADD ws-ac-total(ws-acct-sub) TO ws-roth-total
001930             ELSE
001940                 ADD ws-ac-total(ws-acct-sub) TO ws-trad-total
001950             END-IF
001960             PERFORM PRINT-PAGE-BODY
001965         END-IF
001970     END-IF.
001980
001990 PRINT-PAGE-BODY.
002290         "  (" ws-count-disp " PAYMENTS)"
002300         DELIMITED BY SIZE INTO ws-text-line.
002310     WRITE PRINT-LINE FROM ws-text-line.
002311     PERFORM PRINT-TAXABLE-WITHHELD.
002320     MOVE SPACES TO ws-text-line.
002330     IF PART-ROTH
002340         MOVE "ACCOUNT TYPE: ROTH - SEE PREPARER FOR BASIS;"
002720     STRING "NOT ON PARTICIPANT MASTER      " ws-money-1
002730         "  (" ws-count-disp " ACCOUNTS)"
002740         DELIMITED BY SIZE INTO ws-text-line.
002741     PERFORM SHOW-LINE.
002742     MOVE ws-held-total TO ws-money-1.
002743     MOVE ws-held-count TO ws-count-disp.
002745     MOVE SPACES TO ws-text-line.
002746     STRING "HELD - BAD ADDRESS             " ws-money-1
002747         "  (" ws-count-disp " ACCOUNTS)"
002748         DELIMITED BY SIZE INTO ws-text-line.
002750     PERFORM SHOW-LINE.
002751     MOVE ws-taxable-total TO ws-money-1.
002752     MOVE SPACES TO ws-text-line.
002753     STRING "TAXABLE ON PARTICIPANT PAGES   " ws-money-1
002754         DELIMITED BY SIZE INTO ws-text-line.
002755     PERFORM SHOW-LINE.
002756     MOVE ws-withheld-total TO ws-money-1.
002757     MOVE SPACES TO ws-text-line.
002758     STRING "FEDERAL TAX WITHHELD           " ws-money-1
002759         DELIMITED BY SIZE INTO ws-text-line.
002760     PERFORM SHOW-LINE.
002761     IF ws-pages-total + ws-nomaster-total + ws-held-total
002770         NOT = ws-grand-total
002780         MOVE "*** LISTING DOES NOT RECONCILE TO THE "
002790             TO ws-text-line
002900 SHOW-LINE.
002910     MOVE ws-text-line TO PRINT-LINE.
002920     WRITE PRINT-LINE.
002930
002940*--------------------------------
002950* The year's payments from the payment run, by account.  An
002960* account paid this year on a withdrawal posted last year
002970* gets a page of its own.
002980*--------------------------------
002990 TOTAL-PAYMENTS.
003000     OPEN INPUT DPAY-FILE.
003010     IF ws-dpay-status = "00"
003020         MOVE SPACE TO ws-eof
003030         READ DPAY-FILE
003040             AT END MOVE "y" TO ws-eof
003050         END-READ
003060         PERFORM TOTAL-ONE-PAYMENT UNTIL ws-eof = "y"
003070         CLOSE DPAY-FILE
003080     END-IF.
003090
003100 TOTAL-ONE-PAYMENT.
003110     IF DP-PAY-DATE(1:4) = ws-tax-year
003120         PERFORM TALLY-ONE-PAYMENT
003130     END-IF.
003140     READ DPAY-FILE
003150         AT END MOVE "y" TO ws-eof
003160     END-READ.
003170
003180 TALLY-ONE-PAYMENT.
003190     MOVE SPACE TO ws-acct-found.
003200     MOVE ZERO  TO ws-acct-sub.
003210     PERFORM CHECK-ONE-PAYMENT-SLOT
003220         UNTIL ws-acct-sub NOT < ws-acct-count
003230             OR ws-acct-found = "y".
003240     IF ws-acct-found NOT = "y"
003250         AND ws-acct-count < 2000
003260         ADD 1 TO ws-acct-count
003270         MOVE DP-ACCOUNT  TO ws-ac-account(ws-acct-count)
003280         MOVE ZERO        TO ws-ac-total(ws-acct-count)
003290         MOVE ZERO        TO ws-ac-txns(ws-acct-count)
003300         MOVE DP-GROSS    TO ws-ac-paid-gross(ws-acct-count)
003310         MOVE DP-TAXABLE  TO ws-ac-taxable(ws-acct-count)
003320         MOVE DP-WITHHELD TO ws-ac-withheld(ws-acct-count)
003330     END-IF.
003340
003350 CHECK-ONE-PAYMENT-SLOT.
003360     ADD 1 TO ws-acct-sub.
003370     IF ws-ac-account(ws-acct-sub) = DP-ACCOUNT
003380         ADD DP-GROSS    TO ws-ac-paid-gross(ws-acct-sub)
003390         ADD DP-TAXABLE  TO ws-ac-taxable(ws-acct-sub)
003400         ADD DP-WITHHELD TO ws-ac-withheld(ws-acct-sub)
003410         MOVE "y" TO ws-acct-found
003420     END-IF.
003430
003440*--------------------------------
003450* Taxable: what the payment run worked out, plus any gross
003460* paid outside it in full.
003470*--------------------------------
003480 PRINT-TAXABLE-WITHHELD.
003490     MOVE ZERO TO ws-unpaid-gross.
003500     IF ws-ac-total(ws-acct-sub) > ws-ac-paid-gross(ws-acct-sub)
003510         COMPUTE ws-unpaid-gross = ws-ac-total(ws-acct-sub)
003520             - ws-ac-paid-gross(ws-acct-sub)
003530     END-IF.
003540     COMPUTE ws-page-taxable =
003550         ws-ac-taxable(ws-acct-sub) + ws-unpaid-gross.
003560     ADD ws-page-taxable TO ws-taxable-total.
003570     ADD ws-ac-withheld(ws-acct-sub) TO ws-withheld-total.
003580     MOVE ws-page-taxable TO ws-money-1.
003590     MOVE SPACES TO ws-text-line.
003600     STRING "TAXABLE AMOUNT      " ws-money-1
003610         DELIMITED BY SIZE INTO ws-text-line.
003620     WRITE PRINT-LINE FROM ws-text-line.
003630     MOVE ws-ac-withheld(ws-acct-sub) TO ws-money-1.
003640     MOVE SPACES TO ws-text-line.
003650     STRING "FEDERAL TAX WITHHELD" ws-money-1
003660         DELIMITED BY SIZE INTO ws-text-line.
003670     WRITE PRINT-LINE FROM ws-text-line.
003680
003690 NOTE-HELD-ENTRY.
003700     IF ws-held-listed < 300
003710         ADD 1 TO ws-held-listed
003720         MOVE PART-ACCOUNT TO ws-hd-account(ws-held-listed)
003730         MOVE PART-NAME    TO ws-hd-name(ws-held-listed)
003740         MOVE ws-ac-total(ws-acct-sub)
003750             TO ws-hd-gross(ws-held-listed)
003760         MOVE PART-ADDR-BAD-DATE TO ws-hd-bad-date(ws-held-listed)
003770     ELSE
003780         ADD 1 TO ws-held-overflow
003790     END-IF.
003800
003810*--------------------------------
003820* Sheets not printed because the address is known bad.  The
003830* amounts are still in the year's figures for the preparer;
003840* rerun for the account once partmnt has a new address.
003850*--------------------------------
003860 PRINT-HELD-LISTING.
003870     MOVE SPACES TO PRINT-LINE.
003880     WRITE PRINT-LINE AFTER ADVANCING PAGE.
003890     MOVE SPACES TO ws-text-line.
003900     STRING "HELD - BAD ADDRESS  (TAX YEAR " ws-tax-year
003910         ", SHEETS NOT PRINTED)"
003920         DELIMITED BY SIZE INTO ws-text-line.
003930     PERFORM SHOW-LINE.
003940     MOVE SPACES TO ws-text-line.
003950     PERFORM SHOW-LINE.
003960     MOVE "   ACCOUNT     NAME                      BAD SINCE"
003970         TO ws-text-line.
003980     MOVE "GROSS" TO ws-text-line(62:5).
003990     PERFORM SHOW-LINE.
004000     IF ws-held-listed = ZERO
004010         MOVE "   (none)" TO ws-text-line
004020         PERFORM SHOW-LINE
004030     END-IF.
004040     MOVE ZERO TO ws-held-sub.
004050     PERFORM PRINT-ONE-HELD-LINE
004060         UNTIL ws-held-sub NOT < ws-held-listed.
004070     IF ws-held-overflow > ZERO
004080         MOVE SPACES TO ws-text-line
004090         STRING "   *** " ws-held-overflow
004100             " MORE SHEETS HELD BUT NOT LISTED ***"
004110             DELIMITED BY SIZE INTO ws-text-line
004120         PERFORM SHOW-LINE
004130     END-IF.
004140
004150 PRINT-ONE-HELD-LINE.
004160     ADD 1 TO ws-held-sub.
004170     MOVE ws-hd-account(ws-held-sub) TO ws-hl-account.
004180     MOVE ws-hd-name(ws-held-sub)    TO ws-hl-name.
004190     MOVE SPACES TO ws-hl-bad-date.
004200     STRING ws-hd-bad-date(ws-held-sub)(5:2) "/"
004210         ws-hd-bad-date(ws-held-sub)(7:2) "/"
004220         ws-hd-bad-date(ws-held-sub)(1:4)
004230         DELIMITED BY SIZE INTO ws-hl-bad-date.
004240     MOVE ws-hd-gross(ws-held-sub)   TO ws-hl-gross.
004250     MOVE ws-held-line TO ws-text-line.
004260     PERFORM SHOW-LINE.
