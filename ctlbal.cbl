000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLBAL.
000030*--------------------------------
000040* Run-to-run control-total balancing for the retirement batch
000050* window.  Each retirement job posts its record counts and
000060* dollar control totals to the night's control ledger
000070* (CTLLEDG.DAT, see CTLLREC.CPY); this step proves that what
000080* one job passed on is what the next one received:
000090*
000100*   fundload  FUNDFEED.DAT lines = FUNDBAL.DAT posted + rejects
000110*   loanpost  PERFTXN.DAT as it read the file, and the type L
000120*             repayments = posted + already posted + no loan
000130*   srcbal    PERFTXN.DAT as it read the file, and the lines
000140*             read = tallied into source slices + other types
000150*   perfedit  PERFBATCH.DAT lines = clean + rejected + held
000160*             back by an over-tolerance run (counts only -
000170*             a rejected line may carry no readable amount)
000180*   retperf   PERFBATCH.CLN received = what perfedit wrote,
000190*             and = history posted + not on the master + a
000200*             snapshot already on file
000210*   perffee   fees billed = payroll extract + billed direct,
000220*             and = fee history written
000230*
000240* "PERFTXN.DAT as it read the file" is the file as it stands
000250* now less whatever matchcal and forceout appended after that
000260* job posted.  The night is CTLLEDG_NIGHT (YYYYMMDD, set by
000270* batchwin), default today; a job that posted twice counts
000280* its later posting.  A hand-off neither side posted is shown
000290* NOT RUN.  Any hand-off out of balance writes a failure alert
000300* to SHOPALRT.DAT and ends RETURN-CODE 8, which stops the
000310* window.  Printed to CTLBAL.PRT.
000320*
000330* 2026-10  JDF  New program.
000340*--------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000390 ORGANIZATION IS LINE SEQUENTIAL
000400 FILE STATUS IS ws-cl-status.
000410
000420 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000430 ORGANIZATION IS LINE SEQUENTIAL
000440 FILE STATUS IS ws-txn-status.
000450
000460 SELECT ALERT-FILE ASSIGN TO "SHOPALRTDAT"
000470 ORGANIZATION IS LINE SEQUENTIAL
000480 FILE STATUS IS ws-alert-status.
000490
000500 SELECT PRINT-FILE ASSIGN TO "CTLBALPRT"
000510 ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD CTLLEDG-FILE.
000560     COPY CTLLREC.
000570
000580 FD TXN-FILE.
000590     COPY TXNREC.
000600
000610 FD ALERT-FILE.
000620     COPY ALERTREC.
000630
000640 FD PRINT-FILE.
000650 01  PRINT-LINE                      PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680     COPY RPTHEAD.
000690
000700 01  ws-cl-status                    pic x(02).
000710 01  ws-txn-status                   pic x(02).
000720 01  ws-alert-status                 pic x(02).
000730 01  ws-eof                          pic x(01) value space.
000740 01  ws-run-date                     pic 9(08) value zero.
000750 01  ws-night                        pic 9(08) value zero.
000760 01  ws-env-check                    pic x(08) value spaces.
000770
000780*--------------------------------
000790* The night's postings, in the order the jobs made them.
000800*--------------------------------
000810 01  ws-led-max                      pic 9(03) value 500.
000820 01  ws-led-count                    pic 9(03) value zero.
000830 01  ws-led-table.
000840     05  ws-led-entry                occurs 500 times.
000850         10  ws-le-job               pic x(08).
000860         10  ws-le-item              pic x(12).
000870         10  ws-le-count             pic 9(07).
000880         10  ws-le-amount            pic 9(13)v99.
000890         10  ws-le-posted-at         pic x(14).
000900 01  ws-led-sub                      pic 9(03) comp value zero.
000910 01  ws-led-overflow                 pic 9(05) value zero.
000920
000930*--------------------------------
000940* PERFTXN.DAT as it stands at this step.
000950*--------------------------------
000960 01  ws-txn-count                    pic 9(07) value zero.
000970 01  ws-txn-amount                   pic 9(13)v99 value zero.
000980
000990*--------------------------------
001000* One hand-off check: the left side against the sum of up to
001010* three right-side items.
001020*--------------------------------
001030 01  ws-chk-desc                     pic x(60) value spaces.
001040 01  ws-chk-amounts                  pic x(01) value "Y".
001050 01  ws-chk-left-job                 pic x(08) value spaces.
001060 01  ws-chk-left-item                pic x(12) value spaces.
001070 01  ws-chk-right-table.
001080     05  ws-chk-right                occurs 3 times.
001090         10  ws-chk-right-job        pic x(08).
001100         10  ws-chk-right-item       pic x(12).
001110 01  ws-right-sub                    pic 9(01) comp value zero.
001120 01  ws-chk-posted                   pic x(01) value space.
001130 01  ws-left-count                   pic 9(07) value zero.
001140 01  ws-left-amount                  pic 9(13)v99 value zero.
001150 01  ws-right-count                  pic s9(07) value zero.
001160 01  ws-right-amount                 pic s9(13)v99 value zero.
001170 01  ws-chk-result                   pic x(14) value spaces.
001180
001190 01  ws-want-job                     pic x(08) value spaces.
001200 01  ws-want-item                    pic x(12) value spaces.
001210 01  ws-got-found                    pic x(01) value space.
001220 01  ws-got-sub                      pic 9(03) comp value zero.
001230 01  ws-got-count                    pic 9(07) value zero.
001240 01  ws-got-amount                   pic 9(13)v99 value zero.
001250
001260 01  ws-check-count                  pic 9(03) value zero.
001270 01  ws-ok-count                     pic 9(03) value zero.
001280 01  ws-notrun-count                 pic 9(03) value zero.
001290 01  ws-error-count                  pic 9(03) value zero.
001300
001310 01  ws-alert-severity               pic x(01) value space.
001320 01  ws-alert-message                pic x(60) value spaces.
001330
001340 01  ws-count-disp-1                 pic z,zzz,zz9.
001350 01  ws-count-disp-2                 pic -,zzz,zz9.
001360 01  ws-big-money-1                  pic $$$,$$$,$$$,$$9.99.
001370 01  ws-big-money-2                  pic $$$,$$$,$$$,$$9.99-.
001380
001390 01  ws-text-line                    pic x(80) value spaces.
001400
001410 PROCEDURE DIVISION.
001420 PROGRAM-BEGIN.
001430     CALL "shopcfg"
001440         ON EXCEPTION
001450             DISPLAY "shopcfg not found - default "
001460                 "file locations in effect"
001470     END-CALL.
001480     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001490     MOVE ws-run-date TO ws-night.
001500     ACCEPT ws-env-check FROM ENVIRONMENT "CTLLEDG_NIGHT".
001510     IF ws-env-check IS NUMERIC
001520         MOVE ws-env-check TO ws-night
001530     END-IF.
001540     PERFORM OPEN-REPORT.
001550     PERFORM LOAD-NIGHT-POSTINGS.
001560     PERFORM TOTAL-TRANSACTION-FILE.
001570     PERFORM LIST-NIGHT-POSTINGS.
001580     MOVE "HAND-OFF CHECKS" TO ws-text-line.
001590     PERFORM SHOW-LINE.
001600     PERFORM CHECK-FUND-LOAD.
001610     PERFORM CHECK-LOAN-POSTING.
001620     PERFORM CHECK-SOURCE-BALANCES.
001630     PERFORM CHECK-PERFORMANCE-BATCH.
001640     PERFORM CHECK-FEE-RUN.
001650     PERFORM PRINT-TRAILER.
001660     CLOSE PRINT-FILE.
001670     DISPLAY "Control balancing complete - " ws-check-count
001680         " hand-offs, " ws-error-count " out of balance, "
001690         ws-notrun-count " not run.".
001700     IF ws-error-count > ZERO
001710         MOVE "F" TO ws-alert-severity
001720         MOVE SPACES TO ws-alert-message
001730         STRING "CONTROL TOTALS " ws-error-count
001740             " HAND-OFFS OUT OF BALANCE, SEE CTLBAL.PRT"
001750             DELIMITED BY SIZE INTO ws-alert-message
001760         PERFORM WRITE-SHOP-ALERT
001770         MOVE 8 TO RETURN-CODE
001780     END-IF.
001790     STOP RUN.
001800
001810 OPEN-REPORT.
001820     OPEN OUTPUT PRINT-FILE.
001830     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001840         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001850     MOVE "RUN-TO-RUN CONTROL BALANCING" TO RPT-TITLE.
001860     MOVE 1 TO RPT-PAGE-NUMBER.
001870     WRITE PRINT-LINE FROM RPT-HEADING-1.
001880     WRITE PRINT-LINE FROM RPT-HEADING-2.
001890     MOVE SPACES TO ws-text-line.
001900     STRING "CONTROL LEDGER FOR THE NIGHT OF " ws-night(5:2) "/"
001910         ws-night(7:2) "/" ws-night(1:4)
001920         DELIMITED BY SIZE INTO ws-text-line.
001930     PERFORM SHOW-LINE.
001940     MOVE SPACES TO ws-text-line.
001950     PERFORM SHOW-LINE.
001960
001970 LOAD-NIGHT-POSTINGS.
001980     OPEN INPUT CTLLEDG-FILE.
001990     IF ws-cl-status = "00"
002000         MOVE SPACE TO ws-eof
002010         PERFORM LOAD-ONE-POSTING UNTIL ws-eof = "y"
002020         CLOSE CTLLEDG-FILE
002030     END-IF.
002040
002050 LOAD-ONE-POSTING.
002060     READ CTLLEDG-FILE
002070         AT END MOVE "y" TO ws-eof
002080     END-READ.
002090     IF ws-eof NOT = "y"
002100         AND CL-NIGHT = ws-night
002110         IF ws-led-count < ws-led-max
002120             ADD 1 TO ws-led-count
002130             MOVE CL-JOB       TO ws-le-job(ws-led-count)
002140             MOVE CL-ITEM      TO ws-le-item(ws-led-count)
002150             MOVE CL-COUNT     TO ws-le-count(ws-led-count)
002160             MOVE CL-AMOUNT    TO ws-le-amount(ws-led-count)
002170             MOVE CL-POSTED-AT TO ws-le-posted-at(ws-led-count)
002180         ELSE
002190             ADD 1 TO ws-led-overflow
002200         END-IF
002210     END-IF.
002220
002230*--------------------------------
002240* The same count and plain amount sum the reading jobs post.
002250*--------------------------------
002260 TOTAL-TRANSACTION-FILE.
002270     OPEN INPUT TXN-FILE.
002280     IF ws-txn-status = "00"
002290         MOVE SPACE TO ws-eof
002300         PERFORM TOTAL-ONE-TRANSACTION UNTIL ws-eof = "y"
002310         CLOSE TXN-FILE
002320     END-IF.
002330
002340 TOTAL-ONE-TRANSACTION.
002350     READ TXN-FILE
002360         AT END MOVE "y" TO ws-eof
002370     END-READ.
002380     IF ws-eof NOT = "y"
002390         ADD 1 TO ws-txn-count
002400         ADD TXN-AMOUNT TO ws-txn-amount
002410     END-IF.
002420
002430 LIST-NIGHT-POSTINGS.
002440     MOVE "POSTED TONIGHT" TO ws-text-line.
002450     PERFORM SHOW-LINE.
002460     IF ws-led-count = ZERO
002470         MOVE "  (none)" TO ws-text-line
002480         PERFORM SHOW-LINE
002490     END-IF.
002500     PERFORM LIST-ONE-POSTING
002510         VARYING ws-led-sub FROM 1 BY 1
002520         UNTIL ws-led-sub > ws-led-count.
002530     MOVE ws-txn-count  TO ws-count-disp-1.
002540     MOVE ws-txn-amount TO ws-big-money-1.
002550     MOVE SPACES TO ws-text-line.
002560     STRING "  PERFTXN.DAT NOW         " ws-count-disp-1 " "
002570         ws-big-money-1 DELIMITED BY SIZE INTO ws-text-line.
002580     PERFORM SHOW-LINE.
002590     MOVE SPACES TO ws-text-line.
002600     PERFORM SHOW-LINE.
002610
002620 LIST-ONE-POSTING.
002630     MOVE ws-le-count(ws-led-sub)  TO ws-count-disp-1.
002640     MOVE ws-le-amount(ws-led-sub) TO ws-big-money-1.
002650     MOVE SPACES TO ws-text-line.
002660     STRING "  " ws-le-job(ws-led-sub) " "
002670         ws-le-item(ws-led-sub) "   " ws-count-disp-1 " "
002680         ws-big-money-1 "  " ws-le-posted-at(ws-led-sub)(9:6)
002690         DELIMITED BY SIZE INTO ws-text-line.
002700     PERFORM SHOW-LINE.
002710
002720*--------------------------------
002730* The hand-offs, one paragraph per job.
002740*--------------------------------
002750 CHECK-FUND-LOAD.
002760     MOVE "FUNDLOAD  FEED LINES = POSTED + REJECTED"
002770         TO ws-chk-desc.
002780     MOVE "Y"          TO ws-chk-amounts.
002790     MOVE "FUNDLOAD"   TO ws-chk-left-job.
002800     MOVE "FEED-IN"    TO ws-chk-left-item.
002810     MOVE SPACES       TO ws-chk-right-table.
002820     MOVE "FUNDLOAD"   TO ws-chk-right-job(1).
002830     MOVE "POSTED"     TO ws-chk-right-item(1).
002840     MOVE "FUNDLOAD"   TO ws-chk-right-job(2).
002850     MOVE "REJECTED"   TO ws-chk-right-item(2).
002860     PERFORM RUN-ONE-CHECK.
002870
002880 CHECK-LOAN-POSTING.
002890     MOVE "LOANPOST" TO ws-want-job.
002900     PERFORM CHECK-TRANSACTION-READ.
002910     MOVE "LOANPOST  REPAYMENTS = POSTED + ALREADY + NO LOAN"
002920         TO ws-chk-desc.
002930     MOVE "Y"          TO ws-chk-amounts.
002940     MOVE "LOANPOST"   TO ws-chk-left-job.
002950     MOVE "REPAY-IN"   TO ws-chk-left-item.
002960     MOVE SPACES       TO ws-chk-right-table.
002970     MOVE "LOANPOST"   TO ws-chk-right-job(1).
002980     MOVE "REPAY-POST" TO ws-chk-right-item(1).
002990     MOVE "LOANPOST"   TO ws-chk-right-job(2).
003000     MOVE "REPAY-SKIP" TO ws-chk-right-item(2).
003010     MOVE "LOANPOST"   TO ws-chk-right-job(3).
003020     MOVE "REPAY-NOLN" TO ws-chk-right-item(3).
003030     PERFORM RUN-ONE-CHECK.
003040
003050 CHECK-SOURCE-BALANCES.
003060     MOVE "SRCBAL" TO ws-want-job.
003070     PERFORM CHECK-TRANSACTION-READ.
003080     MOVE "SRCBAL    LINES READ = TALLIED + OTHER TYPES"
003090         TO ws-chk-desc.
003100     MOVE "Y"          TO ws-chk-amounts.
003110     MOVE "SRCBAL"     TO ws-chk-left-job.
003120     MOVE "TXN-READ"   TO ws-chk-left-item.
003130     MOVE SPACES       TO ws-chk-right-table.
003140     MOVE "SRCBAL"     TO ws-chk-right-job(1).
003150     MOVE "TALLIED"    TO ws-chk-right-item(1).
003160     MOVE "SRCBAL"     TO ws-chk-right-job(2).
003170     MOVE "OTHER-TYPE" TO ws-chk-right-item(2).
003180     PERFORM RUN-ONE-CHECK.
003190
003200 CHECK-PERFORMANCE-BATCH.
003210     MOVE "PERFEDIT  RAW LINES = CLEAN + REJECTED + HELD BACK"
003220         TO ws-chk-desc.
003230     MOVE "N"          TO ws-chk-amounts.
003240     MOVE "PERFEDIT"   TO ws-chk-left-job.
003250     MOVE "RAW-IN"     TO ws-chk-left-item.
003260     MOVE SPACES       TO ws-chk-right-table.
003270     MOVE "PERFEDIT"   TO ws-chk-right-job(1).
003280     MOVE "CLEAN-OUT"  TO ws-chk-right-item(1).
003290     MOVE "PERFEDIT"   TO ws-chk-right-job(2).
003300     MOVE "REJECTED"   TO ws-chk-right-item(2).
003310     MOVE "PERFEDIT"   TO ws-chk-right-job(3).
003320     MOVE "HELD-BACK"  TO ws-chk-right-item(3).
003330     PERFORM RUN-ONE-CHECK.
003340     MOVE "RETPERF   BATCH RECEIVED = PERFEDIT CLEAN LINES"
003350         TO ws-chk-desc.
003360     MOVE "Y"          TO ws-chk-amounts.
003370     MOVE "RETPERF"    TO ws-chk-left-job.
003380     MOVE "BATCH-IN"   TO ws-chk-left-item.
003390     MOVE SPACES       TO ws-chk-right-table.
003400     MOVE "PERFEDIT"   TO ws-chk-right-job(1).
003410     MOVE "CLEAN-OUT"  TO ws-chk-right-item(1).
003420     PERFORM RUN-ONE-CHECK.
003430     MOVE "RETPERF   RECEIVED = POSTED + NOT ON MASTER + ON FILE"
003440         TO ws-chk-desc.
003450     MOVE "Y"          TO ws-chk-amounts.
003460     MOVE "RETPERF"    TO ws-chk-left-job.
003470     MOVE "BATCH-IN"   TO ws-chk-left-item.
003480     MOVE SPACES       TO ws-chk-right-table.
003490     MOVE "RETPERF"    TO ws-chk-right-job(1).
003500     MOVE "HIST-POSTED" TO ws-chk-right-item(1).
003510     MOVE "RETPERF"    TO ws-chk-right-job(2).
003520     MOVE "NOT-ON-MAST" TO ws-chk-right-item(2).
003530     MOVE "RETPERF"    TO ws-chk-right-job(3).
003540     MOVE "HIST-ON-FILE" TO ws-chk-right-item(3).
003550     PERFORM RUN-ONE-CHECK.
003560
003570 CHECK-FEE-RUN.
003580     MOVE "PERFFEE   FEES BILLED = PAYROLL EXTRACT + BILL DIRECT"
003590         TO ws-chk-desc.
003600     MOVE "Y"          TO ws-chk-amounts.
003610     MOVE "PERFFEE"    TO ws-chk-left-job.
003620     MOVE "FEES-BILLED" TO ws-chk-left-item.
003630     MOVE SPACES       TO ws-chk-right-table.
003640     MOVE "PERFFEE"    TO ws-chk-right-job(1).
003650     MOVE "DEDUCT-OUT" TO ws-chk-right-item(1).
003660     MOVE "PERFFEE"    TO ws-chk-right-job(2).
003670     MOVE "BILL-DIRECT" TO ws-chk-right-item(2).
003680     PERFORM RUN-ONE-CHECK.
003690     MOVE "PERFFEE   FEES BILLED = FEE HISTORY WRITTEN"
003700         TO ws-chk-desc.
003710     MOVE "Y"          TO ws-chk-amounts.
003720     MOVE "PERFFEE"    TO ws-chk-left-job.
003730     MOVE "FEES-BILLED" TO ws-chk-left-item.
003740     MOVE SPACES       TO ws-chk-right-table.
003750     MOVE "PERFFEE"    TO ws-chk-right-job(1).
003760     MOVE "FEEHIST-OUT" TO ws-chk-right-item(1).
003770     PERFORM RUN-ONE-CHECK.
003780
003790*--------------------------------
003800* A job's TXN-READ against PERFTXN.DAT as it stood when the
003810* job read it: the file now, less every TXN-ADDED posted after
003820* the job's own posting.  The caller sets ws-want-job.
003830*--------------------------------
003840 CHECK-TRANSACTION-READ.
003850     ADD 1 TO ws-check-count.
003860     MOVE SPACES TO ws-chk-desc.
003870     STRING ws-want-job "  LINES READ = PERFTXN.DAT AT ITS READ"
003880         DELIMITED BY SIZE INTO ws-chk-desc.
003890     MOVE "TXN-READ" TO ws-want-item.
003900     PERFORM FIND-POSTING.
003910     IF ws-got-found NOT = "y"
003920         MOVE "NOT RUN" TO ws-chk-result
003930         ADD 1 TO ws-notrun-count
003940         MOVE ZERO TO ws-left-count
003950         MOVE ZERO TO ws-left-amount
003960         MOVE ZERO TO ws-right-count
003970         MOVE ZERO TO ws-right-amount
003980     ELSE
003990         MOVE ws-got-count  TO ws-left-count
004000         MOVE ws-got-amount TO ws-left-amount
004010         MOVE ws-txn-count  TO ws-right-count
004020         MOVE ws-txn-amount TO ws-right-amount
004030         PERFORM TAKE-OFF-LATER-ADDS
004040             VARYING ws-led-sub FROM ws-got-sub BY 1
004050             UNTIL ws-led-sub > ws-led-count
004060         MOVE "Y" TO ws-chk-amounts
004070         PERFORM JUDGE-ONE-CHECK
004080     END-IF.
004090     PERFORM PRINT-ONE-CHECK.
004100
004110 TAKE-OFF-LATER-ADDS.
004120     IF ws-le-item(ws-led-sub) = "TXN-ADDED"
004130         SUBTRACT ws-le-count(ws-led-sub)  FROM ws-right-count
004140         SUBTRACT ws-le-amount(ws-led-sub) FROM ws-right-amount
004150     END-IF.
004160
004170 RUN-ONE-CHECK.
004180     ADD 1 TO ws-check-count.
004190     MOVE SPACE TO ws-chk-posted.
004200     MOVE ws-chk-left-job  TO ws-want-job.
004210     MOVE ws-chk-left-item TO ws-want-item.
004220     PERFORM FIND-POSTING.
004230     MOVE ws-got-count  TO ws-left-count.
004240     MOVE ws-got-amount TO ws-left-amount.
004250     IF ws-got-found = "y"
004260         MOVE "y" TO ws-chk-posted
004270     END-IF.
004280     MOVE ZERO TO ws-right-count.
004290     MOVE ZERO TO ws-right-amount.
004300     PERFORM ADD-ONE-RIGHT-ITEM
004310         VARYING ws-right-sub FROM 1 BY 1
004320         UNTIL ws-right-sub > 3.
004330     IF ws-chk-posted NOT = "y"
004340         MOVE "NOT RUN" TO ws-chk-result
004350         ADD 1 TO ws-notrun-count
004360     ELSE
004370         PERFORM JUDGE-ONE-CHECK
004380     END-IF.
004390     PERFORM PRINT-ONE-CHECK.
004400
004410 ADD-ONE-RIGHT-ITEM.
004420     IF ws-chk-right-job(ws-right-sub) NOT = SPACES
004430         MOVE ws-chk-right-job(ws-right-sub)  TO ws-want-job
004440         MOVE ws-chk-right-item(ws-right-sub) TO ws-want-item
004450         PERFORM FIND-POSTING
004460         IF ws-got-found = "y"
004470             MOVE "y" TO ws-chk-posted
004480             ADD ws-got-count  TO ws-right-count
004490             ADD ws-got-amount TO ws-right-amount
004500         END-IF
004510     END-IF.
004520
004530 JUDGE-ONE-CHECK.
004540     IF ws-left-count = ws-right-count
004550         AND (ws-chk-amounts NOT = "Y"
004560             OR ws-left-amount = ws-right-amount)
004570         MOVE "OK" TO ws-chk-result
004580         ADD 1 TO ws-ok-count
004590     ELSE
004600         MOVE "OUT OF BALANCE" TO ws-chk-result
004610         ADD 1 TO ws-error-count
004620     END-IF.
004630
004640*--------------------------------
004650* The job's latest posting of the item for the night.
004660*--------------------------------
004670 FIND-POSTING.
004680     MOVE "n"  TO ws-got-found.
004690     MOVE ZERO TO ws-got-sub.
004700     MOVE ZERO TO ws-got-count.
004710     MOVE ZERO TO ws-got-amount.
004720     PERFORM CHECK-ONE-POSTING
004730         VARYING ws-led-sub FROM 1 BY 1
004740         UNTIL ws-led-sub > ws-led-count.
004750
004760 CHECK-ONE-POSTING.
004770     IF ws-le-job(ws-led-sub) = ws-want-job
004780         AND ws-le-item(ws-led-sub) = ws-want-item
004790         MOVE "y"                      TO ws-got-found
004800         MOVE ws-led-sub               TO ws-got-sub
004810         MOVE ws-le-count(ws-led-sub)  TO ws-got-count
004820         MOVE ws-le-amount(ws-led-sub) TO ws-got-amount
004830     END-IF.
004840
004850 PRINT-ONE-CHECK.
004860     MOVE SPACES TO ws-text-line.
004870     MOVE ws-chk-desc   TO ws-text-line(3:60).
004880     MOVE ws-chk-result TO ws-text-line(65:14).
004890     PERFORM SHOW-LINE.
004900     IF ws-chk-result NOT = "NOT RUN"
004910         MOVE ws-left-count   TO ws-count-disp-1
004920         MOVE ws-left-amount  TO ws-big-money-1
004930         MOVE SPACES TO ws-text-line
004940         STRING "      " ws-count-disp-1 " " ws-big-money-1
004950             DELIMITED BY SIZE INTO ws-text-line
004960         IF ws-chk-amounts NOT = "Y"
004970             MOVE SPACES TO ws-text-line(17:18)
004980         END-IF
004990         MOVE ws-right-count  TO ws-count-disp-2
005000         MOVE ws-right-amount TO ws-big-money-2
005010         MOVE "AGAINST"       TO ws-text-line(37:7)
005020         MOVE ws-count-disp-2 TO ws-text-line(45:9)
005030         IF ws-chk-amounts = "Y"
005040             MOVE ws-big-money-2 TO ws-text-line(55:19)
005050         END-IF
005060         PERFORM SHOW-LINE
005070     END-IF.
005080
005090 PRINT-TRAILER.
005100     MOVE SPACES TO ws-text-line.
005110     PERFORM SHOW-LINE.
005120     IF ws-led-overflow > ZERO
005130         MOVE SPACES TO ws-text-line
005140         STRING "** " ws-led-overflow
005150             " POSTINGS PAST THE 500-ENTRY TABLE - NOT CHECKED"
005160             DELIMITED BY SIZE INTO ws-text-line
005170         PERFORM SHOW-LINE
005180     END-IF.
005190     MOVE SPACES TO ws-text-line.
005200     STRING ws-check-count " HAND-OFFS  " ws-ok-count
005210         " IN BALANCE  " ws-notrun-count " NOT RUN  "
005220         ws-error-count " OUT OF BALANCE"
005230         DELIMITED BY SIZE INTO ws-text-line.
005240     PERFORM SHOW-LINE.
005250     IF ws-error-count > ZERO
005260         MOVE "** THE BATCH WINDOW STOPS AT THIS STEP"
005270             TO ws-text-line
005280         PERFORM SHOW-LINE
005290     END-IF.
005300
005310 WRITE-SHOP-ALERT.
005320*--------------------------------
005330* One line on the shared alert board (SHOPALRT.DAT) so the
005340* failure reaches shopmenu's operators that night instead of
005350* waiting in a print file.  The caller sets ws-alert-severity
005360* and ws-alert-message first.
005370*--------------------------------
005380     MOVE SPACES TO ALERT-REC.
005390     MOVE "U"                   TO ALR-STATUS.
005400     MOVE ws-alert-severity     TO ALR-SEVERITY.
005410     MOVE "CTLBAL"              TO ALR-PROGRAM.
005420     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
005430     MOVE ws-alert-message      TO ALR-MESSAGE.
005440     OPEN EXTEND ALERT-FILE.
005450     IF ws-alert-status = "35"
005460         OPEN OUTPUT ALERT-FILE
005470     END-IF.
005480     IF ws-alert-status = "00"
005490         WRITE ALERT-REC
005500         CLOSE ALERT-FILE
005510     END-IF.
005520
005530 SHOW-LINE.
005540     MOVE ws-text-line TO PRINT-LINE.
005550     WRITE PRINT-LINE.
