000186*                date, same-amount transfer-in (type I) on the
000187*                counterpart account naming it back, and the
000188*                unmatched ones print on their own section.
000191* 2026-10  JDF  Counts and control totals posted to the night's
000194*                control ledger (CTLLEDG.DAT) for ctlbal.
000197*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000358
000360 SELECT PRINT-FILE ASSIGN TO "PERFEDITPRT"
000370     ORGANIZATION IS LINE SEQUENTIAL.
000372
000374 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000376     ORGANIZATION IS LINE SEQUENTIAL
000378     FILE STATUS IS ws-cl-status.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000496
000500 FD  PRINT-FILE.
000510 01  PRINT-LINE                      PIC X(80).
000512
000515 FD  CTLLEDG-FILE.
000517     COPY CTLLREC.
000520
000530 WORKING-STORAGE SECTION.
000540     COPY RPTHEAD.
000620
000630 01  ws-good-count                   pic 9(05) value zero.
000640 01  ws-error-count                  pic 9(05) value zero.
000642 01  ws-clean-count                  pic 9(07) value zero.
000644 01  ws-clean-amount                 pic 9(13)v99 value zero.
000646 01  ws-held-count                   pic 9(07) value zero.
000648 01  ws-held-amount                  pic 9(13)v99 value zero.
000650 01  ws-max-errors                   pic 9(05) value 10.
000660 01  ws-line-error                   pic x(01) value space.
000670 01  ws-error-reason                 pic x(30) value spaces.
000730 01  ws-batch-fields.
000740     05  ws-in-account               pic x(10).
000750     05  ws-in-begin                 pic x(11).
000753     05  ws-in-current               pic x(11).
000756 01  ws-batch-amounts redefines ws-batch-fields.
000760     05  filler                      pic x(21).
000761     05  ws-in-current-amt           pic 9(9)v99.
000762
000763 01  ws-cl-status                    pic x(02).
000764 01  ws-cl-open                      pic x(01) value "N".
000765 01  ws-cl-night                     pic 9(08) value zero.
000766 01  ws-cl-env                       pic x(08) value spaces.
000767 01  ws-cl-item                      pic x(12) value spaces.
000768 01  ws-cl-count                     pic 9(07) value zero.
000769 01  ws-cl-amount                    pic 9(13)v99 value zero.
000770
000780 01  ws-seen-count                   pic 9(03) value zero.
000790 01  ws-seen-sub                     pic 9(03) comp value zero.
000965     PERFORM CHECK-TRANSFER-PAIRS.
000970     PERFORM CLOSE-FILES.
000980     PERFORM JUDGE-THE-RUN.
000985     PERFORM POST-CONTROL-TOTALS.
000990     STOP RUN.
001000
001010 OPEN-FILES.
001490         WRITE PRINT-LINE FROM ws-error-line
001500     ELSE
001510         ADD 1 TO ws-good-count
001515         ADD ws-in-current-amt TO ws-clean-amount
001520         MOVE ws-batch-fields TO CLEAN-BATCH-LINE
001530         WRITE CLEAN-BATCH-LINE
001540         PERFORM REMEMBER-ACCOUNT
002220*--------------------------------
002230         OPEN OUTPUT CLEAN-BATCH-FILE
002240         CLOSE CLEAN-BATCH-FILE
002243         MOVE ws-good-count   TO ws-held-count
002246         MOVE ws-clean-amount TO ws-held-amount
002250         DISPLAY "Error count over tolerance of " ws-max-errors
002260             " - clean file emptied, run fails."
002270         MOVE 8 TO RETURN-CODE
003510             DELIMITED BY SIZE INTO PRINT-LINE
003520         WRITE PRINT-LINE
003530     END-IF.
003540
003550 POST-CONTROL-TOTALS.
003560*--------------------------------
003570* Raw lines in = clean lines out + rejected + clean lines held
003580* back when the run fails on tolerance.  Rejected lines carry no
003590* trustworthy amount, so the raw side is counted only; the clean
003600* side carries the current balances the batch run will receive.
003610*--------------------------------
003620     MOVE ws-good-count   TO ws-clean-count.
003630     IF ws-held-count > ZERO
003640         MOVE ZERO TO ws-clean-count
003650         MOVE ZERO TO ws-clean-amount
003660     END-IF.
003670     PERFORM OPEN-CONTROL-LEDGER.
003680     MOVE "RAW-IN" TO ws-cl-item.
003690     ADD ws-good-count ws-error-count GIVING ws-cl-count.
003700     MOVE ZERO TO ws-cl-amount.
003710     PERFORM WRITE-CONTROL-LINE.
003720     MOVE "CLEAN-OUT" TO ws-cl-item.
003730     MOVE ws-clean-count TO ws-cl-count.
003740     MOVE ws-clean-amount TO ws-cl-amount.
003750     PERFORM WRITE-CONTROL-LINE.
003760     MOVE "REJECTED" TO ws-cl-item.
003770     MOVE ws-error-count TO ws-cl-count.
003780     MOVE ZERO TO ws-cl-amount.
003790     PERFORM WRITE-CONTROL-LINE.
003800     MOVE "HELD-BACK" TO ws-cl-item.
003810     MOVE ws-held-count TO ws-cl-count.
003820     MOVE ws-held-amount TO ws-cl-amount.
003830     PERFORM WRITE-CONTROL-LINE.
003840     PERFORM CLOSE-CONTROL-LEDGER.
003850
003860 OPEN-CONTROL-LEDGER.
003870*--------------------------------
003880* The night's control ledger (CTLLEDG.DAT) takes this run's
003890* counts and control totals for the ctlbal hand-off checks.
003900* The night is the batch window's (CTLLEDG_NIGHT), else today.
003910*--------------------------------
003920     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
003930     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
003940     IF ws-cl-env IS NUMERIC
003950         MOVE ws-cl-env TO ws-cl-night
003960     END-IF.
003970     OPEN EXTEND CTLLEDG-FILE.
003980     IF ws-cl-status = "35"
003990         OPEN OUTPUT CTLLEDG-FILE
004000     END-IF.
004010     IF ws-cl-status = "00"
004020         MOVE "Y" TO ws-cl-open
004030     END-IF.
004040
004050 WRITE-CONTROL-LINE.
004060     IF ws-cl-open = "Y"
004070         MOVE ws-cl-night  TO CL-NIGHT
004080         MOVE "PERFEDIT" TO CL-JOB
004090         MOVE ws-cl-item   TO CL-ITEM
004100         MOVE ws-cl-count  TO CL-COUNT
004110         MOVE ws-cl-amount TO CL-AMOUNT
004120         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
004130         WRITE CTLLEDG-REC
004140     END-IF.
004150
004160 CLOSE-CONTROL-LEDGER.
004170     IF ws-cl-open = "Y"
004180         CLOSE CTLLEDG-FILE
004190         MOVE "N" TO ws-cl-open
004200     END-IF.
