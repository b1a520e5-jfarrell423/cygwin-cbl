000110* withdrawals, transfers out, and loan repayments leave the
000120* balance alone (a repayment restores the loaned money, which
000130* never left the source totals).  perfstmt and forfeit.cbl
000140* apply the vesting schedule to the M slice.  A correction's
000145* reversal line (txncorr.cbl) counts against its type.
000150*
000160* 2026-09  JDF  New program.
000162* 2026-10  JDF  Correction reversal lines net out the original.
000165* 2026-10  JDF  Counts and control totals posted to the night's
000167*                control ledger (CTLLEDG.DAT) for ctlbal.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000270 ORGANIZATION IS INDEXED
000280 ACCESS MODE IS DYNAMIC
000290 RECORD KEY IS SB-KEY.
000292
000294 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000296 ORGANIZATION IS LINE SEQUENTIAL
000298 FILE STATUS IS ws-cl-status.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000350
000360 FD SRCBAL-FILE.
000370     COPY SRCBREC.
000372
000375 FD CTLLEDG-FILE.
000377     COPY CTLLREC.
000380
000390 WORKING-STORAGE SECTION.
000400 01  ws-txn-status                   pic x(02).
000430 01  ws-run-date                     pic 9(08) value zero.
000440 01  ws-source-code                  pic x(01) value space.
000450 01  ws-sign                         pic s9(01) value zero.
000452 01  ws-written-count                pic 9(05) value zero.
000454 01  ws-read-count                   pic 9(07) value zero.
000456 01  ws-read-amount                  pic 9(13)v99 value zero.
000458 01  ws-tallied-count                pic 9(07) value zero.
000460 01  ws-tallied-amount               pic 9(13)v99 value zero.
000461 01  ws-other-count                  pic 9(07) value zero.
000462 01  ws-other-amount                 pic 9(13)v99 value zero.
000463 01  ws-cl-status                    pic x(02).
000464 01  ws-cl-open                      pic x(01) value "N".
000465 01  ws-cl-night                     pic 9(08) value zero.
000466 01  ws-cl-env                       pic x(08) value spaces.
000467 01  ws-cl-item                      pic x(12) value spaces.
000468 01  ws-cl-count                     pic 9(07) value zero.
000469 01  ws-cl-amount                    pic 9(13)v99 value zero.
000470
000480*--------------------------------
000490* Net per account and source, built in storage then written
000680     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000690     PERFORM TOTAL-TRANSACTIONS.
000700     PERFORM WRITE-BALANCE-FILE.
000705     PERFORM POST-CONTROL-TOTALS.
000710     DISPLAY "Source balance rebuild complete - "
000720         ws-written-count " slices written.".
000730     STOP RUN.
000860     CLOSE TXN-FILE.
000870
000880 TOTAL-ONE-TXN.
000883     ADD 1 TO ws-read-count.
000886     ADD TXN-AMOUNT TO ws-read-amount.
000890     MOVE ZERO TO ws-sign.
000900     EVALUATE TXN-TYPE
000910         WHEN "C"
000970         WHEN OTHER
000980             CONTINUE
000990     END-EVALUATE.
000992     IF TXN-REVERSAL
000995         MULTIPLY -1 BY ws-sign
000997     END-IF.
001000     IF ws-sign NOT = ZERO
001010         IF TXN-SOURCE = "M" OR TXN-SOURCE = "R"
001020             MOVE TXN-SOURCE TO ws-source-code
001040             MOVE "E" TO ws-source-code
001050         END-IF
001060         PERFORM TALLY-ONE-SLICE
001062     ELSE
001065         ADD 1 TO ws-other-count
001067         ADD TXN-AMOUNT TO ws-other-amount
001070     END-IF.
001080     READ TXN-FILE
001090         AT END MOVE "y" TO ws-eof
001220         MOVE ws-source-code TO ws-sm-source(ws-sum-count)
001230         COMPUTE ws-sm-balance(ws-sum-count) =
001240             TXN-AMOUNT * ws-sign
001241         MOVE "y" TO ws-sum-found
001243     END-IF.
001245     IF ws-sum-found = "y"
001246         ADD 1 TO ws-tallied-count
001248         ADD TXN-AMOUNT TO ws-tallied-amount
001250     END-IF.
001260
001270 CHECK-ONE-SLICE-SLOT.
001520             SB-ACCOUNT "/" SB-SOURCE "!"
001530     END-WRITE.
001540     ADD 1 TO ws-written-count.
001550
001560 POST-CONTROL-TOTALS.
001570*--------------------------------
001580* Every PERFTXN.DAT line read = lines tallied into a slice +
001590* lines of types that carry no balance.  A line dropped because
001600* the slice table is full is in neither, and shows up at ctlbal.
001610*--------------------------------
001620     PERFORM OPEN-CONTROL-LEDGER.
001630     MOVE "TXN-READ" TO ws-cl-item.
001640     MOVE ws-read-count TO ws-cl-count.
001650     MOVE ws-read-amount TO ws-cl-amount.
001660     PERFORM WRITE-CONTROL-LINE.
001670     MOVE "TALLIED" TO ws-cl-item.
001680     MOVE ws-tallied-count TO ws-cl-count.
001690     MOVE ws-tallied-amount TO ws-cl-amount.
001700     PERFORM WRITE-CONTROL-LINE.
001710     MOVE "OTHER-TYPE" TO ws-cl-item.
001720     MOVE ws-other-count TO ws-cl-count.
001730     MOVE ws-other-amount TO ws-cl-amount.
001740     PERFORM WRITE-CONTROL-LINE.
001750     PERFORM CLOSE-CONTROL-LEDGER.
001760
001770 OPEN-CONTROL-LEDGER.
001780*--------------------------------
001790* The night's control ledger (CTLLEDG.DAT) takes this run's
001800* counts and control totals for the ctlbal hand-off checks.
001810* The night is the batch window's (CTLLEDG_NIGHT), else today.
001820*--------------------------------
001830     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
001840     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
001850     IF ws-cl-env IS NUMERIC
001860         MOVE ws-cl-env TO ws-cl-night
001870     END-IF.
001880     OPEN EXTEND CTLLEDG-FILE.
001890     IF ws-cl-status = "35"
001900         OPEN OUTPUT CTLLEDG-FILE
001910     END-IF.
001920     IF ws-cl-status = "00"
001930         MOVE "Y" TO ws-cl-open
001940     END-IF.
001950
001960 WRITE-CONTROL-LINE.
001970     IF ws-cl-open = "Y"
001980         MOVE ws-cl-night  TO CL-NIGHT
001990         MOVE "SRCBAL" TO CL-JOB
002000         MOVE ws-cl-item   TO CL-ITEM
002010         MOVE ws-cl-count  TO CL-COUNT
002020         MOVE ws-cl-amount TO CL-AMOUNT
002030         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
002040         WRITE CTLLEDG-REC
002050     END-IF.
002060
002070 CLOSE-CONTROL-LEDGER.
002080     IF ws-cl-open = "Y"
002090         CLOSE CTLLEDG-FILE
002100         MOVE "N" TO ws-cl-open
002110     END-IF.
