000197*                control section tying the extract back to the
000198*                billing total.  Accounts with no employee ID
000199*                cannot be payroll-deducted and are listed.
000200* 2026-10  JDF  Each account's fee is also appended to the
000201*                fee history (FEEHIST.DAT) for the annual fee
000202*                disclosure notice.
000204* 2026-10  JDF  Counts and control totals posted to the night's
000206*                control ledger (CTLLEDG.DAT) for ctlbal.
000208*--------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000422 SELECT DEDUCT-FILE ASSIGN TO "PERFDEDDAT"
000424     ORGANIZATION IS LINE SEQUENTIAL.
000426
000427 SELECT FEEHIST-FILE ASSIGN TO "FEEHISTDAT"
000428     ORGANIZATION IS LINE SEQUENTIAL
000429     FILE STATUS IS ws-feeh-status.
000430 SELECT AUDIT-FILE ASSIGN TO "PERFAUDITDAT"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS ws-audit-status.
000452
000454 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000456     ORGANIZATION IS LINE SEQUENTIAL
000458     FILE STATUS IS ws-cl-status.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000714     05  DED-TRL-COUNT               PIC 9(07).
000715     05  FILLER                      PIC X(10).
000716
000717 FD  FEEHIST-FILE.
000718     COPY FEEHREC.
000719
000710 FD  AUDIT-FILE.
000720 01  AUDIT-LINE                      PIC X(246).
000722
000725 FD  CTLLEDG-FILE.
000727     COPY CTLLREC.
000730
000740 WORKING-STORAGE SECTION.
000750     COPY AUDITREC.
000790 01  ws-hist-status                  pic x(02).
000800 01  ws-parm-status                  pic x(02).
000810 01  ws-audit-status                 pic x(02).
000811 01  ws-feeh-status                  pic x(02).
000820 01  ws-part-eof                     pic x(01) value space.
000830 01  ws-hist-eof                     pic x(01) value space.
000840 01  ws-run-date                     pic 9(08) value zero.
000974 01  ws-ded-total                    pic 9(9)v99 value zero.
000975 01  ws-noemp-count                  pic 9(05) value zero.
000976 01  ws-noemp-total                  pic 9(9)v99 value zero.
000977 01  ws-feeh-count                   pic 9(07) value zero.
000978 01  ws-feeh-total                   pic 9(9)v99 value zero.
000979 01  ws-cl-status                    pic x(02).
000980 01  ws-cl-open                      pic x(01) value "N".
000981 01  ws-cl-night                     pic 9(08) value zero.
000982 01  ws-cl-env                       pic x(08) value spaces.
000983 01  ws-cl-item                      pic x(12) value spaces.
000984 01  ws-cl-count                     pic 9(07) value zero.
000985 01  ws-cl-amount                    pic 9(13)v99 value zero.
000986 01  ws-ded-money                    pic $$$,$$$,$$9.99.
000987
000988 01  ws-overflow-accounts            pic 9(03) value zero.
000989 01  ws-overflow-fees                pic 9(9)v99 value zero.
000990 01  ws-hh-count                     pic 9(03) value zero.
001000 01  ws-hh-sub                       pic 9(03) comp value zero.
001010 01  ws-hh-found                     pic x(01) value space.
001350     PERFORM READ-FEE-PARAMETERS.
001360     PERFORM OPEN-FILES.
001362     PERFORM OPEN-DEDUCT-EXTRACT.
001363     PERFORM OPEN-FEE-HISTORY.
001370     PERFORM FEE-SWEEP.
001375     PERFORM CLOSE-DEDUCT-EXTRACT.
001376     CLOSE FEEHIST-FILE.
001380     PERFORM PRINT-BILLING-PAGE.
001390     PERFORM CLOSE-FILES.
001400     PERFORM APPEND-AUDIT-RECORD.
001405     PERFORM POST-CONTROL-TOTALS.
001410     DISPLAY "Fee run complete - "
001420         ws-billed-count " accounts billed, "
001430         ws-skipped-count " with no snapshot.".
002300         PERFORM PRINT-FEE-DETAIL
002310         PERFORM POST-HOUSEHOLD-FEE
002315         PERFORM WRITE-ONE-DEDUCTION
002316         PERFORM WRITE-FEE-HISTORY
002320         ADD 1 TO ws-billed-count
002330         ADD ws-account-fee TO ws-total-fees
002340     ELSE
004650             TO ws-text-line
004660     END-IF.
004670     WRITE PRINT-LINE FROM ws-text-line.
004680
004690 OPEN-FEE-HISTORY.
004700*--------------------------------
004710* The fee history accumulates across runs - what each account
004720* was charged, which the annual disclosure notice reports.
004730*--------------------------------
004740     OPEN EXTEND FEEHIST-FILE.
004750     IF ws-feeh-status = "35"
004760         OPEN OUTPUT FEEHIST-FILE
004770     END-IF.
004780
004790 WRITE-FEE-HISTORY.
004800     MOVE PART-ACCOUNT      TO FH-ACCOUNT.
004810     MOVE ws-run-date       TO FH-BILL-DATE.
004820     MOVE ws-latest-balance TO FH-BALANCE.
004830     MOVE ws-fee-rate-bps   TO FH-RATE-BPS.
004840     MOVE ws-account-fee    TO FH-FEE-AMOUNT.
004850     WRITE FEEHIST-REC.
004860     IF ws-feeh-status = "00"
004870         ADD 1 TO ws-feeh-count
004880         ADD ws-account-fee TO ws-feeh-total
004890     END-IF.
004900
004910 POST-CONTROL-TOTALS.
004920*--------------------------------
004930* Fees billed = payroll deduction extract + bill direct, and
004940* fees billed = fee history written, by count and amount.
004950*--------------------------------
004960     PERFORM OPEN-CONTROL-LEDGER.
004970     MOVE "FEES-BILLED" TO ws-cl-item.
004980     MOVE ws-billed-count TO ws-cl-count.
004990     MOVE ws-total-fees TO ws-cl-amount.
005000     PERFORM WRITE-CONTROL-LINE.
005010     MOVE "DEDUCT-OUT" TO ws-cl-item.
005020     MOVE ws-ded-count TO ws-cl-count.
005030     MOVE ws-ded-total TO ws-cl-amount.
005040     PERFORM WRITE-CONTROL-LINE.
005050     MOVE "BILL-DIRECT" TO ws-cl-item.
005060     MOVE ws-noemp-count TO ws-cl-count.
005070     MOVE ws-noemp-total TO ws-cl-amount.
005080     PERFORM WRITE-CONTROL-LINE.
005090     MOVE "FEEHIST-OUT" TO ws-cl-item.
005100     MOVE ws-feeh-count TO ws-cl-count.
005110     MOVE ws-feeh-total TO ws-cl-amount.
005120     PERFORM WRITE-CONTROL-LINE.
005130     PERFORM CLOSE-CONTROL-LEDGER.
005140
005150 OPEN-CONTROL-LEDGER.
005160*--------------------------------
005170* The night's control ledger (CTLLEDG.DAT) takes this run's
005180* counts and control totals for the ctlbal hand-off checks.
005190* The night is the batch window's (CTLLEDG_NIGHT), else today.
005200*--------------------------------
005210     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
005220     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
005230     IF ws-cl-env IS NUMERIC
005240         MOVE ws-cl-env TO ws-cl-night
005250     END-IF.
005260     OPEN EXTEND CTLLEDG-FILE.
005270     IF ws-cl-status = "35"
005280         OPEN OUTPUT CTLLEDG-FILE
005290     END-IF.
005300     IF ws-cl-status = "00"
005310         MOVE "Y" TO ws-cl-open
005320     END-IF.
005330
005340 WRITE-CONTROL-LINE.
005350     IF ws-cl-open = "Y"
005360         MOVE ws-cl-night  TO CL-NIGHT
005370         MOVE "PERFFEE" TO CL-JOB
005380         MOVE ws-cl-item   TO CL-ITEM
005390         MOVE ws-cl-count  TO CL-COUNT
005400         MOVE ws-cl-amount TO CL-AMOUNT
005410         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
005420         WRITE CTLLEDG-REC
005430     END-IF.
005440
005450 CLOSE-CONTROL-LEDGER.
005460     IF ws-cl-open = "Y"
005470         CLOSE CTLLEDG-FILE
005480         MOVE "N" TO ws-cl-open
005490     END-IF.
