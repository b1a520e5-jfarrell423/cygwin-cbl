000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MATCHCAL.
000030*--------------------------------
000040* Employer match calculation.  The source-M contributions used
000050* to arrive on PERFTXN.DAT already worked out in a spreadsheet
000060* nobody could tie to the plan document.  This run applies the
000070* plan formula itself - the match percent of the deferrals, on
000080* deferrals up to a cap percent of pay - and writes the type-C,
000090* source-M transactions to PERFTXN.DAT, printing the detail on
000100* MATCHCAL.PRT for payroll to sign off.
000110*
000120* Period mode (the default) takes each deferral on this pay
000130* run's PAYDEFER.DAT, the pay for the same employee and pay date
000140* from PAYCOMP.DAT, and writes the match dated the pay date.  A
000150* pay date that already carries a source-M line for the employee
000160* is skipped, so a rerun cannot double-post.  A correction's
000163* reversal and replacement lines (txncorr.cbl) are dated the day
000166* the correction was approved and do not mark a pay date done.
000170*
000180* True-up mode recomputes the match on the plan year's total pay
000190* (PAYCOMP.DAT) and total deposited deferrals (PERFTXN.DAT) and
000200* writes the shortfall against the match already posted as a
000210* make-up contribution dated the last day of the plan year - the
000220* people who front-loaded their deferrals hit the per-period cap
000230* early and lost match the annual formula owes them.  An employee
000240* matched above the annual formula is listed, never clawed back.
000245* A reversal line comes off the totals deposited and posted.
000250*
000260* The match posts to the employee's Traditional account, or to
000270* the first account on PARTMAST.DAT when there is none.
000280* RETURN-CODE 4 when a deferral has no pay or no participant
000290* account and so could not be matched.
000300*
000310* MATCHPLN.PRM is one line: match percent 9(3)V99, cap percent of
000320* pay 9(3)V99.  A missing parameter file runs with a 50 percent
000330* match on deferrals up to 6 percent of pay.
000340*
000350*   MATCHCAL_MODE     P period, T year-end true-up (default P)
000360*   MATCHCAL_YEAR     true-up plan year  (default last year)
000370*
000380* 2026-10  JDF  New program.
000382* 2026-10  JDF  Correction reversal lines net out the original.
000385* 2026-10  JDF  Counts and control totals posted to the night's
000387*                control ledger (CTLLEDG.DAT) for ctlbal.
000390*--------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430 SELECT DEFER-FILE ASSIGN TO "PAYDEFERDAT"
000440 ORGANIZATION IS LINE SEQUENTIAL
000450 FILE STATUS IS ws-defer-status.
000460
000470 SELECT COMP-FILE ASSIGN TO "PAYCOMPDAT"
000480 ORGANIZATION IS LINE SEQUENTIAL
000490 FILE STATUS IS ws-comp-status.
000500
000510 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000520 ORGANIZATION IS LINE SEQUENTIAL
000530 FILE STATUS IS ws-txn-status.
000540
000550 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000560 FILE STATUS IS ws-part-status
000570 ORGANIZATION IS INDEXED
000580 ACCESS MODE IS DYNAMIC
000590 RECORD KEY IS PART-ACCOUNT.
000600
000610 SELECT PARM-FILE ASSIGN TO "MATCHPLNPRM"
000620 ORGANIZATION IS LINE SEQUENTIAL
000630 FILE STATUS IS ws-parm-status.
000640
000650 SELECT PRINT-FILE ASSIGN TO "MATCHCALPRT"
000660 ORGANIZATION IS LINE SEQUENTIAL.
000662
000664 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000666 ORGANIZATION IS LINE SEQUENTIAL
000668 FILE STATUS IS ws-cl-status.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD DEFER-FILE.
000710     COPY DEFRREC.
000720
000730 FD COMP-FILE.
000740     COPY COMPREC.
000750
000760 FD TXN-FILE.
000770     COPY TXNREC.
000780
000790 FD PARTFILE.
000800     COPY PARTREC.
000810
000820 FD PARM-FILE.
000830 01  PARM-REC.
000840     05  PARM-MATCH-PCT              PIC 9(3)V99.
000850     05  PARM-CAP-PCT                PIC 9(3)V99.
000860
000870 FD PRINT-FILE.
000880 01  PRINT-LINE                      PIC X(80).
000882
000885 FD CTLLEDG-FILE.
000887     COPY CTLLREC.
000890
000900 WORKING-STORAGE SECTION.
000910 01  ws-defer-status                 pic x(02).
000920 01  ws-comp-status                  pic x(02).
000930 01  ws-txn-status                   pic x(02).
000940 01  ws-part-status                  pic x(02).
000950 01  ws-parm-status                  pic x(02).
000960 01  ws-eof                          pic x(01) value space.
000970 01  ws-run-date                     pic 9(08) value zero.
000980 01  ws-env-check                    pic x(12) value spaces.
000990 01  ws-mode                         pic x(01) value "P".
001000 01  ws-year                         pic 9(04) value zero.
001010 01  ws-year-end-date                pic 9(08) value zero.
001020 01  ws-first-pay-date               pic 9(08) value zero.
001030 01  ws-match-pct                    pic 9(3)v99 value 50.
001040 01  ws-cap-pct                      pic 9(3)v99 value 6.
001050 01  ws-pay                          pic 9(9)v99 value zero.
001060 01  ws-deferral                     pic 9(9)v99 value zero.
001070 01  ws-cap-amount                   pic 9(9)v99 value zero.
001080 01  ws-eligible                     pic 9(9)v99 value zero.
001090 01  ws-match                        pic 9(9)v99 value zero.
001100 01  ws-makeup                       pic s9(9)v99 value zero.
001110 01  ws-post-date                    pic 9(08) value zero.
001120 01  ws-post-amount                  pic 9(9)v99 value zero.
001130
001140 01  ws-defer-count                  pic 9(05) value zero.
001150 01  ws-written-count                pic 9(05) value zero.
001155 01  ws-written-amount               pic 9(13)v99 value zero.
001160 01  ws-posted-count                 pic 9(05) value zero.
001165 01  ws-txn-amount                   pic s9(9)v99 value zero.
001170 01  ws-nopay-count                  pic 9(05) value zero.
001171 01  ws-cl-status                    pic x(02).
001172 01  ws-cl-open                      pic x(01) value "N".
001173 01  ws-cl-night                     pic 9(08) value zero.
001175 01  ws-cl-env                       pic x(08) value spaces.
001176 01  ws-cl-item                      pic x(12) value spaces.
001177 01  ws-cl-count                     pic 9(07) value zero.
001178 01  ws-cl-amount                    pic 9(13)v99 value zero.
001180 01  ws-noacct-count                 pic 9(05) value zero.
001190 01  ws-reject-count                 pic 9(05) value zero.
001200 01  ws-over-count                   pic 9(05) value zero.
001210 01  ws-overflow-count               pic 9(05) value zero.
001220 01  ws-match-total                  pic 9(9)v99 value zero.
001230
001240*--------------------------------
001250* Participant accounts, loaded from PARTMAST.DAT.
001260*--------------------------------
001270 01  ws-acct-count                   pic 9(04) comp value zero.
001280 01  ws-acct-table.
001290     05  ws-acct-entry               occurs 3000 times.
001300         10  ws-ac-account           pic x(10).
001310         10  ws-ac-employee-id       pic 9(06).
001320         10  ws-ac-name              pic x(18).
001330         10  ws-ac-type              pic x(01).
001340 01  ws-acct-sub                     pic 9(04) comp value zero.
001350 01  ws-acct-found                   pic 9(04) comp value zero.
001360
001370*--------------------------------
001380* Period mode: pay lines, and the pay dates already matched,
001390* from the earliest pay date on the deferral feed onward.
001400*--------------------------------
001410 01  ws-pay-count                    pic 9(04) comp value zero.
001420 01  ws-pay-table.
001430     05  ws-pay-entry                occurs 5000 times.
001440         10  ws-py-employee-id       pic 9(06).
001450         10  ws-py-date              pic 9(08).
001460         10  ws-py-amount            pic 9(7)v99.
001470 01  ws-pay-sub                      pic 9(04) comp value zero.
001480 01  ws-pay-found                    pic 9(04) comp value zero.
001490
001500 01  ws-done-count                   pic 9(04) comp value zero.
001510 01  ws-done-table.
001520     05  ws-done-entry               occurs 5000 times.
001530         10  ws-dn-employee-id       pic 9(06).
001540         10  ws-dn-date              pic 9(08).
001550 01  ws-done-sub                     pic 9(04) comp value zero.
001560 01  ws-done-found                   pic x(01) value space.
001570
001580*--------------------------------
001590* True-up mode: plan-year totals per employee.
001600*--------------------------------
001610 01  ws-emp-count                    pic 9(04) comp value zero.
001620 01  ws-emp-table.
001630     05  ws-emp-entry                occurs 3000 times.
001640         10  ws-em-employee-id       pic 9(06).
001650         10  ws-em-pay               pic 9(9)v99.
001660         10  ws-em-deferral          pic s9(9)v99.
001670         10  ws-em-matched           pic s9(9)v99.
001680 01  ws-emp-sub                      pic 9(04) comp value zero.
001690 01  ws-emp-found                    pic 9(04) comp value zero.
001700 01  ws-find-employee-id             pic 9(06) value zero.
001710
001720 01  ws-fmt-date                     pic 9(08) value zero.
001730 01  ws-fmt-out                      pic x(10) value spaces.
001740 01  ws-money-1                      pic $$,$$$,$$9.99.
001750 01  ws-money-2                      pic $$,$$$,$$9.99.
001760 01  ws-money-3                      pic $$,$$$,$$9.99.
001770 01  ws-money-4                      pic $$,$$$,$$9.99.
001780 01  ws-money-total                  pic $$$,$$$,$$9.99.
001790 01  ws-pct-disp-1                   pic zz9.99.
001800 01  ws-pct-disp-2                   pic zz9.99.
001810 01  ws-count-disp                   pic zzzz9.
001820
001830     COPY RPTHEAD.
001840
001850 01  ws-text-line                    pic x(80) value spaces.
001860
001870 PROCEDURE DIVISION.
001880 PROGRAM-BEGIN.
001890     CALL "shopcfg"
001900         ON EXCEPTION
001910             DISPLAY "shopcfg not found - default "
001920                 "file locations in effect"
001930     END-CALL.
001940     PERFORM INITIALIZE-RUN.
001950     PERFORM LOAD-ACCOUNTS.
001960     IF ws-mode = "T"
001970         PERFORM TRUE-UP-RUN
001980     ELSE
001990         PERFORM PERIOD-RUN
002000     END-IF.
002010     PERFORM PRINT-TRAILER.
002020     CLOSE PRINT-FILE.
002025     PERFORM POST-CONTROL-TOTALS.
002030     DISPLAY "Match calculation complete - " ws-written-count
002040         " match lines written to PERFTXN.DAT.".
002050     IF ws-overflow-count > ZERO
002060         DISPLAY "CHECK INCOMPLETE - " ws-overflow-count
002070             " entries past the work tables."
002080     END-IF.
002090     IF ws-nopay-count > ZERO
002100         OR ws-noacct-count > ZERO
002110         OR ws-reject-count > ZERO
002120         OR ws-overflow-count > ZERO
002130         MOVE 4 TO RETURN-CODE
002140     END-IF.
002150     STOP RUN.
002160
002170 INITIALIZE-RUN.
002180     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002190     ACCEPT ws-env-check FROM ENVIRONMENT "MATCHCAL_MODE".
002200     IF ws-env-check(1:1) = "T" OR ws-env-check(1:1) = "t"
002210         MOVE "T" TO ws-mode
002220     END-IF.
002230     MOVE ws-run-date(1:4) TO ws-year.
002240     SUBTRACT 1 FROM ws-year.
002250     ACCEPT ws-env-check FROM ENVIRONMENT "MATCHCAL_YEAR".
002260     IF ws-env-check(1:4) IS NUMERIC
002270         MOVE ws-env-check(1:4) TO ws-year
002280     END-IF.
002290     COMPUTE ws-year-end-date = ws-year * 10000 + 1231.
002300     PERFORM READ-MATCH-PARAMETERS.
002310     OPEN OUTPUT PRINT-FILE.
002320     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002330         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002340     IF ws-mode = "T"
002350         MOVE "EMPLOYER MATCH YEAR-END TRUE-UP" TO RPT-TITLE
002360     ELSE
002370         MOVE "EMPLOYER MATCH CALCULATION" TO RPT-TITLE
002380     END-IF.
002390     MOVE 1 TO RPT-PAGE-NUMBER.
002400     WRITE PRINT-LINE FROM RPT-HEADING-1.
002410     WRITE PRINT-LINE FROM RPT-HEADING-2.
002420     MOVE ws-match-pct TO ws-pct-disp-1.
002430     MOVE ws-cap-pct   TO ws-pct-disp-2.
002440     MOVE SPACES TO ws-text-line.
002450     STRING "FORMULA " ws-pct-disp-1 "% OF DEFERRALS UP TO "
002460         ws-pct-disp-2 "% OF PAY"
002470         DELIMITED BY SIZE INTO ws-text-line.
002480     IF ws-mode = "T"
002490         MOVE "PLAN YEAR" TO ws-text-line(60:9)
002500         MOVE ws-year     TO ws-text-line(70:4)
002510     END-IF.
002520     PERFORM SHOW-LINE.
002530     MOVE SPACES TO ws-text-line.
002540     PERFORM SHOW-LINE.
002550
002560 READ-MATCH-PARAMETERS.
002570     OPEN INPUT PARM-FILE.
002580     IF ws-parm-status = "00"
002590         READ PARM-FILE
002600             AT END CONTINUE
002610         END-READ
002620         IF ws-parm-status = "00"
002630             AND PARM-MATCH-PCT IS NUMERIC
002640             AND PARM-CAP-PCT IS NUMERIC
002650             MOVE PARM-MATCH-PCT TO ws-match-pct
002660             MOVE PARM-CAP-PCT   TO ws-cap-pct
002670         END-IF
002680         CLOSE PARM-FILE
002690     ELSE
002700         DISPLAY "(no MATCHPLN.PRM - default formula applied)"
002710     END-IF.
002720
002730 LOAD-ACCOUNTS.
002740     OPEN INPUT PARTFILE.
002750     IF ws-part-status NOT = "00"
002760         DISPLAY "No participant master on file - nothing to "
002770             "match."
002780         CLOSE PRINT-FILE
002790         MOVE 1 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE SPACE TO ws-eof.
002830     READ PARTFILE NEXT RECORD
002840         AT END MOVE "y" TO ws-eof
002850     END-READ.
002860     PERFORM LOAD-ONE-ACCOUNT UNTIL ws-eof = "y".
002870     CLOSE PARTFILE.
002880
002890 LOAD-ONE-ACCOUNT.
002900     IF ws-acct-count < 3000
002910         ADD 1 TO ws-acct-count
002920         MOVE PART-ACCOUNT     TO ws-ac-account(ws-acct-count)
002930         MOVE PART-EMPLOYEE-ID TO ws-ac-employee-id(ws-acct-count)
002940         MOVE PART-NAME        TO ws-ac-name(ws-acct-count)
002950         MOVE PART-ACCT-TYPE   TO ws-ac-type(ws-acct-count)
002960     ELSE
002970         ADD 1 TO ws-overflow-count
002980     END-IF.
002990     READ PARTFILE NEXT RECORD
003000         AT END MOVE "y" TO ws-eof
003010     END-READ.
003020
003030*--------------------------------
003040* The account a match posts to: the employee's Traditional
003050* account, else the first account found for the employee.
003060*--------------------------------
003070 FIND-MATCH-ACCOUNT.
003080     MOVE ZERO TO ws-acct-found.
003090     MOVE ZERO TO ws-acct-sub.
003100     PERFORM CHECK-ONE-MATCH-ACCOUNT
003110         UNTIL ws-acct-sub NOT < ws-acct-count.
003120
003130 CHECK-ONE-MATCH-ACCOUNT.
003140     ADD 1 TO ws-acct-sub.
003150     IF ws-ac-employee-id(ws-acct-sub) = ws-find-employee-id
003160         IF ws-acct-found = ZERO
003170             MOVE ws-acct-sub TO ws-acct-found
003180         ELSE
003190             IF ws-ac-type(ws-acct-sub) = "T"
003200                 AND ws-ac-type(ws-acct-found) NOT = "T"
003210                 MOVE ws-acct-sub TO ws-acct-found
003220             END-IF
003230         END-IF
003240     END-IF.
003250
003260 FIND-TXN-ACCOUNT.
003270     MOVE ZERO TO ws-acct-found.
003280     MOVE ZERO TO ws-acct-sub.
003290     PERFORM CHECK-ONE-TXN-ACCOUNT
003300         UNTIL ws-acct-sub NOT < ws-acct-count
003310             OR ws-acct-found > ZERO.
003320
003330 CHECK-ONE-TXN-ACCOUNT.
003340     ADD 1 TO ws-acct-sub.
003350     IF ws-ac-account(ws-acct-sub) = TXN-ACCOUNT
003360         MOVE ws-acct-sub TO ws-acct-found
003370     END-IF.
003380
003390*--------------------------------
003400* Match = match percent of the deferral, on deferrals up to
003410* the cap percent of pay.  ws-pay and ws-deferral in, ws-match
003420* out.
003430*--------------------------------
003440 APPLY-FORMULA.
003450     COMPUTE ws-cap-amount ROUNDED = ws-pay * ws-cap-pct / 100.
003460     IF ws-deferral < ws-cap-amount
003470         MOVE ws-deferral TO ws-eligible
003480     ELSE
003490         MOVE ws-cap-amount TO ws-eligible
003500     END-IF.
003510     COMPUTE ws-match ROUNDED = ws-eligible * ws-match-pct / 100.
003520
003530 WRITE-MATCH-TXN.
003540     MOVE SPACES TO TXN-REC.
003550     MOVE ws-ac-account(ws-acct-found) TO TXN-ACCOUNT.
003560     MOVE ws-post-date                 TO TXN-DATE.
003570     MOVE ws-post-amount               TO TXN-AMOUNT.
003580     MOVE "C"                          TO TXN-TYPE.
003590     MOVE "M"                          TO TXN-SOURCE.
003600     WRITE TXN-REC.
003610     ADD 1 TO ws-written-count.
003615     ADD ws-post-amount TO ws-written-amount.
003620
003630*--------------------------------
003640* Period mode.
003650*--------------------------------
003660 PERIOD-RUN.
003670     PERFORM FIND-FIRST-PAY-DATE.
003680     PERFORM LOAD-PERIOD-PAY.
003690     PERFORM LOAD-POSTED-MATCH.
003700     MOVE "EMP    NAME             PAY DATE" TO ws-text-line.
003710     MOVE "PAY"      TO ws-text-line(50:3).
003720     MOVE "DEFERRAL" TO ws-text-line(59:8).
003730     MOVE "MATCH"    TO ws-text-line(76:5).
003740     PERFORM SHOW-LINE.
003750     OPEN EXTEND TXN-FILE.
003760     IF ws-txn-status NOT = "00"
003770         OPEN OUTPUT TXN-FILE
003780     END-IF.
003790     OPEN INPUT DEFER-FILE.
003800     MOVE SPACE TO ws-eof.
003810     READ DEFER-FILE
003820         AT END MOVE "y" TO ws-eof
003830     END-READ.
003840     PERFORM MATCH-ONE-DEFERRAL UNTIL ws-eof = "y".
003850     CLOSE DEFER-FILE.
003860     CLOSE TXN-FILE.
003870
003880 FIND-FIRST-PAY-DATE.
003890     OPEN INPUT DEFER-FILE.
003900     IF ws-defer-status NOT = "00"
003910         MOVE "  (no payroll deduction file on hand)"
003920             TO ws-text-line
003930         PERFORM SHOW-LINE
003940         CLOSE PRINT-FILE
003950         DISPLAY "No payroll deduction file - nothing to match."
003960         STOP RUN
003970     END-IF.
003980     MOVE SPACE TO ws-eof.
003990     READ DEFER-FILE
004000         AT END MOVE "y" TO ws-eof
004010     END-READ.
004020     PERFORM CHECK-ONE-PAY-DATE UNTIL ws-eof = "y".
004030     CLOSE DEFER-FILE.
004040     IF ws-first-pay-date = ZERO
004050         MOVE ws-run-date TO ws-first-pay-date
004060     END-IF.
004070
004080 CHECK-ONE-PAY-DATE.
004090     IF DEFR-PAY-DATE IS NUMERIC
004100         IF ws-first-pay-date = ZERO
004110             OR DEFR-PAY-DATE < ws-first-pay-date
004120             MOVE DEFR-PAY-DATE TO ws-first-pay-date
004130         END-IF
004140     END-IF.
004150     READ DEFER-FILE
004160         AT END MOVE "y" TO ws-eof
004170     END-READ.
004180
004190 LOAD-PERIOD-PAY.
004200     OPEN INPUT COMP-FILE.
004210     IF ws-comp-status NOT = "00"
004220         DISPLAY "No compensation file - no deferral can be "
004230             "matched."
004240     ELSE
004250         MOVE SPACE TO ws-eof
004260         READ COMP-FILE
004270             AT END MOVE "y" TO ws-eof
004280         END-READ
004290         PERFORM LOAD-ONE-PERIOD-PAY UNTIL ws-eof = "y"
004300         CLOSE COMP-FILE
004310     END-IF.
004320
004330 LOAD-ONE-PERIOD-PAY.
004340     IF COMP-PAY-DATE IS NUMERIC
004350         AND COMP-PAY IS NUMERIC
004360         AND COMP-PAY-DATE NOT < ws-first-pay-date
004370         IF ws-pay-count < 5000
004380             ADD 1 TO ws-pay-count
004390             MOVE COMP-EMPLOYEE-ID
004400                 TO ws-py-employee-id(ws-pay-count)
004410             MOVE COMP-PAY-DATE    TO ws-py-date(ws-pay-count)
004420             MOVE COMP-PAY         TO ws-py-amount(ws-pay-count)
004430         ELSE
004440             ADD 1 TO ws-overflow-count
004450         END-IF
004460     END-IF.
004470     READ COMP-FILE
004480         AT END MOVE "y" TO ws-eof
004490     END-READ.
004500
004510 LOAD-POSTED-MATCH.
004520     OPEN INPUT TXN-FILE.
004530     IF ws-txn-status = "00"
004540         MOVE SPACE TO ws-eof
004550         READ TXN-FILE
004560             AT END MOVE "y" TO ws-eof
004570         END-READ
004580         PERFORM LOAD-ONE-POSTED-MATCH UNTIL ws-eof = "y"
004590         CLOSE TXN-FILE
004600     END-IF.
004610
004620 LOAD-ONE-POSTED-MATCH.
004630     IF TXN-TYPE = "C"
004640         AND TXN-SRC-MATCH
004645         AND TXN-ORIGINAL-ENTRY
004650         AND TXN-DATE NOT < ws-first-pay-date
004660         PERFORM FIND-TXN-ACCOUNT
004670         IF ws-acct-found > ZERO
004680             MOVE ws-ac-employee-id(ws-acct-found)
004690                 TO ws-find-employee-id
004700             MOVE TXN-DATE TO ws-fmt-date
004710             PERFORM ADD-DONE-ENTRY
004720         END-IF
004730     END-IF.
004740     READ TXN-FILE
004750         AT END MOVE "y" TO ws-eof
004760     END-READ.
004770
004780 ADD-DONE-ENTRY.
004790     IF ws-done-count < 5000
004800         ADD 1 TO ws-done-count
004810         MOVE ws-find-employee-id
004820             TO ws-dn-employee-id(ws-done-count)
004830         MOVE ws-fmt-date         TO ws-dn-date(ws-done-count)
004840     ELSE
004850         ADD 1 TO ws-overflow-count
004860     END-IF.
004870
004880 MATCH-ONE-DEFERRAL.
004890     IF DEFR-EMPLOYEE-ID IS NOT NUMERIC
004900         OR DEFR-PAY-DATE IS NOT NUMERIC
004910         OR DEFR-AMOUNT IS NOT NUMERIC
004920         ADD 1 TO ws-reject-count
004930     ELSE
004940         ADD 1 TO ws-defer-count
004950         PERFORM CHECK-ONE-DEFERRAL
004960     END-IF.
004970     READ DEFER-FILE
004980         AT END MOVE "y" TO ws-eof
004990     END-READ.
005000
005010 CHECK-ONE-DEFERRAL.
005020     MOVE DEFR-EMPLOYEE-ID TO ws-find-employee-id.
005030     MOVE DEFR-PAY-DATE    TO ws-fmt-date.
005040     PERFORM FIND-MATCH-ACCOUNT.
005050     MOVE ZERO TO ws-pay-found.
005060     MOVE ZERO TO ws-pay-sub.
005070     PERFORM CHECK-ONE-PERIOD-PAY
005080         UNTIL ws-pay-sub NOT < ws-pay-count
005090             OR ws-pay-found > ZERO.
005100     MOVE SPACE TO ws-done-found.
005110     MOVE ZERO TO ws-done-sub.
005120     PERFORM CHECK-ONE-DONE
005130         UNTIL ws-done-sub NOT < ws-done-count
005140             OR ws-done-found = "y".
005150     MOVE DEFR-AMOUNT TO ws-money-2.
005160     MOVE SPACES TO ws-text-line.
005170     EVALUATE TRUE
005180         WHEN ws-acct-found = ZERO
005190             ADD 1 TO ws-noacct-count
005200             MOVE "NO ACCOUNT" TO ws-text-line(71:10)
005210         WHEN ws-pay-found = ZERO
005220             ADD 1 TO ws-nopay-count
005230             MOVE "NO PAY" TO ws-text-line(75:6)
005240         WHEN ws-done-found = "y"
005250             ADD 1 TO ws-posted-count
005260             MOVE "POSTED BEFORE" TO ws-text-line(68:13)
005270         WHEN OTHER
005280             MOVE ws-py-amount(ws-pay-found) TO ws-pay
005290             MOVE DEFR-AMOUNT TO ws-deferral
005300             PERFORM APPLY-FORMULA
005310             MOVE ws-pay   TO ws-money-1
005320             MOVE ws-match TO ws-money-3
005330             MOVE ws-money-1 TO ws-text-line(40:13)
005340             MOVE ws-money-3 TO ws-text-line(68:13)
005350             IF ws-match > ZERO
005360                 MOVE ws-match      TO ws-post-amount
005370                 MOVE DEFR-PAY-DATE TO ws-post-date
005380                 PERFORM WRITE-MATCH-TXN
005390                 ADD ws-match TO ws-match-total
005400                 PERFORM ADD-DONE-ENTRY
005410             END-IF
005420     END-EVALUATE.
005430     PERFORM FORMAT-DATE.
005440     MOVE DEFR-EMPLOYEE-ID TO ws-text-line(1:6).
005450     IF ws-acct-found > ZERO
005460         MOVE ws-ac-name(ws-acct-found)(1:16)
005470             TO ws-text-line(8:16)
005480     END-IF.
005490     MOVE ws-fmt-out TO ws-text-line(25:10).
005500     MOVE ws-money-2 TO ws-text-line(54:13).
005510     PERFORM SHOW-LINE.
005520
005530 CHECK-ONE-PERIOD-PAY.
005540     ADD 1 TO ws-pay-sub.
005550     IF ws-py-employee-id(ws-pay-sub) = DEFR-EMPLOYEE-ID
005560         AND ws-py-date(ws-pay-sub) = DEFR-PAY-DATE
005570         MOVE ws-pay-sub TO ws-pay-found
005580     END-IF.
005590
005600 CHECK-ONE-DONE.
005610     ADD 1 TO ws-done-sub.
005620     IF ws-dn-employee-id(ws-done-sub) = DEFR-EMPLOYEE-ID
005630         AND ws-dn-date(ws-done-sub) = DEFR-PAY-DATE
005640         MOVE "y" TO ws-done-found
005650     END-IF.
005660
005670*--------------------------------
005680* True-up mode.
005690*--------------------------------
005700 TRUE-UP-RUN.
005710     PERFORM TOTAL-YEAR-PAY.
005720     PERFORM TOTAL-YEAR-CONTRIBUTIONS.
005730     MOVE "EMP    NAME" TO ws-text-line.
005740     MOVE "ANNUAL PAY     DEFERRALS FORMULA MATCH"
005750         TO ws-text-line(30:38).
005760     PERFORM SHOW-LINE.
005770     MOVE SPACES TO ws-text-line.
005780     MOVE "MATCH POSTED" TO ws-text-line(56:12).
005790     MOVE "MAKE-UP" TO ws-text-line(74:7).
005800     PERFORM SHOW-LINE.
005810     OPEN EXTEND TXN-FILE.
005820     IF ws-txn-status NOT = "00"
005830         OPEN OUTPUT TXN-FILE
005840     END-IF.
005850     MOVE ZERO TO ws-emp-sub.
005860     PERFORM TRUE-UP-ONE-EMPLOYEE
005870         UNTIL ws-emp-sub NOT < ws-emp-count.
005880     CLOSE TXN-FILE.
005890     IF ws-emp-count = ZERO
005900         MOVE "  (no pay on file for the plan year)"
005910             TO ws-text-line
005920         PERFORM SHOW-LINE
005930     END-IF.
005940
005950 TOTAL-YEAR-PAY.
005960     OPEN INPUT COMP-FILE.
005970     IF ws-comp-status NOT = "00"
005980         DISPLAY "No compensation file - nothing to true up."
005990     ELSE
006000         MOVE SPACE TO ws-eof
006010         READ COMP-FILE
006020             AT END MOVE "y" TO ws-eof
006030         END-READ
006040         PERFORM TOTAL-ONE-PAY UNTIL ws-eof = "y"
006050         CLOSE COMP-FILE
006060     END-IF.
006070
006080 TOTAL-ONE-PAY.
006090     IF COMP-EMPLOYEE-ID IS NUMERIC
006100         AND COMP-PAY-DATE IS NUMERIC
006110         AND COMP-PAY IS NUMERIC
006120         AND COMP-PAY-DATE(1:4) = ws-year
006130         MOVE COMP-EMPLOYEE-ID TO ws-find-employee-id
006140         PERFORM FIND-EMPLOYEE-TOTAL
006150         IF ws-emp-found > ZERO
006160             ADD COMP-PAY TO ws-em-pay(ws-emp-found)
006170         END-IF
006180     END-IF.
006190     READ COMP-FILE
006200         AT END MOVE "y" TO ws-eof
006210     END-READ.
006220
006230 TOTAL-YEAR-CONTRIBUTIONS.
006240     OPEN INPUT TXN-FILE.
006250     IF ws-txn-status = "00"
006260         MOVE SPACE TO ws-eof
006270         READ TXN-FILE
006280             AT END MOVE "y" TO ws-eof
006290         END-READ
006300         PERFORM TOTAL-ONE-CONTRIBUTION UNTIL ws-eof = "y"
006310         CLOSE TXN-FILE
006320     END-IF.
006330
006340 TOTAL-ONE-CONTRIBUTION.
006350     IF TXN-TYPE = "C"
006360         AND TXN-DATE(1:4) = ws-year
006370         AND (TXN-SRC-DEFERRAL OR TXN-SRC-MATCH)
006380         PERFORM FIND-TXN-ACCOUNT
006390         IF ws-acct-found > ZERO
006400             MOVE ws-ac-employee-id(ws-acct-found)
006410                 TO ws-find-employee-id
006420             PERFORM FIND-EMPLOYEE-TOTAL
006430             IF ws-emp-found > ZERO
006432                 MOVE TXN-AMOUNT TO ws-txn-amount
006434                 IF TXN-REVERSAL
006436                     MULTIPLY -1 BY ws-txn-amount
006438                 END-IF
006440                 IF TXN-SRC-MATCH
006450                     ADD ws-txn-amount
006455                         TO ws-em-matched(ws-emp-found)
006460                 ELSE
006470                     ADD ws-txn-amount
006480                         TO ws-em-deferral(ws-emp-found)
006490                 END-IF
006500             END-IF
006510         END-IF
006520     END-IF.
006530     READ TXN-FILE
006540         AT END MOVE "y" TO ws-eof
006550     END-READ.
006560
006570 FIND-EMPLOYEE-TOTAL.
006580     MOVE ZERO TO ws-emp-found.
006590     MOVE ZERO TO ws-emp-sub.
006600     PERFORM CHECK-ONE-EMPLOYEE-TOTAL
006610         UNTIL ws-emp-sub NOT < ws-emp-count
006620             OR ws-emp-found > ZERO.
006630     IF ws-emp-found = ZERO
006640         IF ws-emp-count < 3000
006650             ADD 1 TO ws-emp-count
006660             MOVE ws-emp-count TO ws-emp-found
006670             MOVE ws-find-employee-id
006680                 TO ws-em-employee-id(ws-emp-found)
006690             MOVE ZERO TO ws-em-pay(ws-emp-found)
006700             MOVE ZERO TO ws-em-deferral(ws-emp-found)
006710             MOVE ZERO TO ws-em-matched(ws-emp-found)
006720         ELSE
006730             ADD 1 TO ws-overflow-count
006740         END-IF
006750     END-IF.
006760
006770 CHECK-ONE-EMPLOYEE-TOTAL.
006780     ADD 1 TO ws-emp-sub.
006790     IF ws-em-employee-id(ws-emp-sub) = ws-find-employee-id
006800         MOVE ws-emp-sub TO ws-emp-found
006810     END-IF.
006820
006830 TRUE-UP-ONE-EMPLOYEE.
006840     ADD 1 TO ws-emp-sub.
006850     MOVE ws-em-employee-id(ws-emp-sub) TO ws-find-employee-id.
006860     PERFORM FIND-MATCH-ACCOUNT.
006870     MOVE ws-em-pay(ws-emp-sub)      TO ws-pay.
006880     MOVE ws-em-deferral(ws-emp-sub) TO ws-deferral.
006890     PERFORM APPLY-FORMULA.
006900     COMPUTE ws-makeup = ws-match - ws-em-matched(ws-emp-sub).
006910     MOVE ws-pay                     TO ws-money-1.
006920     MOVE ws-deferral                TO ws-money-2.
006930     MOVE ws-match                   TO ws-money-3.
006940     MOVE SPACES TO ws-text-line.
006950     MOVE ws-find-employee-id TO ws-text-line(1:6).
006960     IF ws-acct-found > ZERO
006970         MOVE ws-ac-name(ws-acct-found) TO ws-text-line(8:18)
006980     ELSE
006990         MOVE "(NO ACCOUNT)" TO ws-text-line(8:12)
007000     END-IF.
007010     MOVE ws-money-1 TO ws-text-line(27:13).
007020     MOVE ws-money-2 TO ws-text-line(41:13).
007030     MOVE ws-money-3 TO ws-text-line(55:13).
007040     PERFORM SHOW-LINE.
007050     MOVE ws-em-matched(ws-emp-sub)  TO ws-money-1.
007060     MOVE SPACES TO ws-text-line.
007070     MOVE ws-money-1 TO ws-text-line(55:13).
007080     EVALUATE TRUE
007090         WHEN ws-makeup > ZERO AND ws-acct-found = ZERO
007100             ADD 1 TO ws-noacct-count
007110             MOVE "NO ACCOUNT" TO ws-text-line(8:10)
007120         WHEN ws-makeup > ZERO
007130             MOVE ws-makeup TO ws-money-4
007140             MOVE ws-money-4 TO ws-text-line(68:13)
007150             MOVE ws-makeup        TO ws-post-amount
007160             MOVE ws-year-end-date TO ws-post-date
007170             PERFORM WRITE-MATCH-TXN
007180             ADD ws-makeup TO ws-match-total
007190         WHEN ws-makeup < ZERO
007200             ADD 1 TO ws-over-count
007210             MOVE "MATCHED OVER FORMULA" TO ws-text-line(8:20)
007220     END-EVALUATE.
007230     PERFORM SHOW-LINE.
007240
007250 PRINT-TRAILER.
007260     MOVE SPACES TO ws-text-line.
007270     PERFORM SHOW-LINE.
007280     IF ws-mode = "P"
007290         MOVE ws-defer-count TO ws-count-disp
007300         MOVE SPACES TO ws-text-line
007310         STRING "DEFERRALS ON FEED           " ws-count-disp
007320             DELIMITED BY SIZE INTO ws-text-line
007330         PERFORM SHOW-LINE
007340         MOVE ws-posted-count TO ws-count-disp
007350         MOVE SPACES TO ws-text-line
007360         STRING "ALREADY MATCHED (SKIPPED)   " ws-count-disp
007370             DELIMITED BY SIZE INTO ws-text-line
007380         PERFORM SHOW-LINE
007390         MOVE ws-nopay-count TO ws-count-disp
007400         MOVE SPACES TO ws-text-line
007410         STRING "NO PAY ON PAYCOMP.DAT       " ws-count-disp
007420             DELIMITED BY SIZE INTO ws-text-line
007430         PERFORM SHOW-LINE
007440     ELSE
007450         MOVE ws-emp-count TO ws-count-disp
007460         MOVE SPACES TO ws-text-line
007470         STRING "EMPLOYEES TRUED UP          " ws-count-disp
007480             DELIMITED BY SIZE INTO ws-text-line
007490         PERFORM SHOW-LINE
007500         MOVE ws-over-count TO ws-count-disp
007510         MOVE SPACES TO ws-text-line
007520         STRING "MATCHED OVER FORMULA        " ws-count-disp
007530             DELIMITED BY SIZE INTO ws-text-line
007540         PERFORM SHOW-LINE
007550     END-IF.
007560     MOVE ws-noacct-count TO ws-count-disp.
007570     MOVE SPACES TO ws-text-line.
007580     STRING "NO PARTICIPANT ACCOUNT      " ws-count-disp
007590         DELIMITED BY SIZE INTO ws-text-line.
007600     PERFORM SHOW-LINE.
007610     MOVE ws-written-count TO ws-count-disp.
007620     MOVE ws-match-total   TO ws-money-total.
007630     MOVE SPACES TO ws-text-line.
007640     STRING "MATCH LINES WRITTEN         " ws-count-disp
007650         "   TOTAL " ws-money-total
007660         DELIMITED BY SIZE INTO ws-text-line.
007670     PERFORM SHOW-LINE.
007680     IF ws-reject-count > ZERO
007690         MOVE ws-reject-count TO ws-count-disp
007700         MOVE SPACES TO ws-text-line
007710         STRING "UNREADABLE FEED LINES       " ws-count-disp
007720             DELIMITED BY SIZE INTO ws-text-line
007730         PERFORM SHOW-LINE
007740     END-IF.
007750     IF ws-overflow-count > ZERO
007760         MOVE SPACES TO ws-text-line
007770         STRING "** CHECK INCOMPLETE - " ws-overflow-count
007780             " ENTRIES PAST THE WORK TABLES"
007790             DELIMITED BY SIZE INTO ws-text-line
007800         PERFORM SHOW-LINE
007810     END-IF.
007820     MOVE SPACES TO ws-text-line.
007830     PERFORM SHOW-LINE.
007840     MOVE "PAYROLL SIGN-OFF: ______________________"
007850         TO ws-text-line.
007860     MOVE "DATE: ________" TO ws-text-line(43:14).
007870     PERFORM SHOW-LINE.
007880
007890 FORMAT-DATE.
007900     MOVE SPACES TO ws-fmt-out.
007910     IF ws-fmt-date NOT = ZERO
007920         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
007930             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
007940     END-IF.
007950
007960 SHOW-LINE.
007970     MOVE ws-text-line TO PRINT-LINE.
007980     WRITE PRINT-LINE.
007990
008000 POST-CONTROL-TOTALS.
008010*--------------------------------
008020* The match lines added to PERFTXN.DAT, so ctlbal can take them
008030* back off the file for the jobs that read it before this one.
008040*--------------------------------
008050     PERFORM OPEN-CONTROL-LEDGER.
008060     MOVE "TXN-ADDED" TO ws-cl-item.
008070     MOVE ws-written-count TO ws-cl-count.
008080     MOVE ws-written-amount TO ws-cl-amount.
008090     PERFORM WRITE-CONTROL-LINE.
008100     PERFORM CLOSE-CONTROL-LEDGER.
008110
008120 OPEN-CONTROL-LEDGER.
008130*--------------------------------
008140* The night's control ledger (CTLLEDG.DAT) takes this run's
008150* counts and control totals for the ctlbal hand-off checks.
008160* The night is the batch window's (CTLLEDG_NIGHT), else today.
008170*--------------------------------
008180     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
008190     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
008200     IF ws-cl-env IS NUMERIC
008210         MOVE ws-cl-env TO ws-cl-night
008220     END-IF.
008230     OPEN EXTEND CTLLEDG-FILE.
008240     IF ws-cl-status = "35"
008250         OPEN OUTPUT CTLLEDG-FILE
008260     END-IF.
008270     IF ws-cl-status = "00"
008280         MOVE "Y" TO ws-cl-open
008290     END-IF.
008300
008310 WRITE-CONTROL-LINE.
008320     IF ws-cl-open = "Y"
008330         MOVE ws-cl-night  TO CL-NIGHT
008340         MOVE "MATCHCAL" TO CL-JOB
008350         MOVE ws-cl-item   TO CL-ITEM
008360         MOVE ws-cl-count  TO CL-COUNT
008370         MOVE ws-cl-amount TO CL-AMOUNT
008380         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
008390         WRITE CTLLEDG-REC
008400     END-IF.
008410
008420 CLOSE-CONTROL-LEDGER.
008430     IF ws-cl-open = "Y"
008440         CLOSE CTLLEDG-FILE
008450         MOVE "N" TO ws-cl-open
008460     END-IF.
