000100* zero marks the loan paid.  Run nightly in the batch window;
000110* the last-payment date on the loan keeps a rerun from posting
000120* the same transaction twice.
000123*
000126* A correction (txncorr.cbl) to a repayment appends a reversal
000130* and perhaps a replacement line, both dated the approval date.
000131* They post outside the date rule, so the last-payment date is
000132* left alone; instead the correction's ADJ-LOAN-REV-POSTED and
000133* ADJ-LOAN-REP-POSTED stamps on TXNADJ.DAT keep a rerun from
000134* posting either twice.  A replacement posts like any payment.
000135* A reversal puts back the principal the payment retired -
000136* (balance + amount) / (1 + monthly rate) less the balance - on
000137* the lowest-numbered active loan, or reopens the account's
000138* most recent paid loan when none is active.
000139*
000140* 2026-09  JDF  New program.
000142* 2026-10  JDF  Correction reversal and replacement repayments.
000145* 2026-10  JDF  Counts and control totals posted to the night's
000147*                control ledger (CTLLEDG.DAT) for ctlbal.
000150*--------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000240 FILE STATUS IS ws-loan-status
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000265 RECORD KEY IS LOAN-KEY.
000270
000271 SELECT ADJFILE ASSIGN TO "TXNADJDAT"
000272 FILE STATUS IS ws-adj-status
000273 ORGANIZATION IS INDEXED
000274 ACCESS MODE IS DYNAMIC
000275 RECORD KEY IS ADJ-NO.
000276
000277 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000278 ORGANIZATION IS LINE SEQUENTIAL
000279 FILE STATUS IS ws-cl-status.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000330
000340 FD LOANFILE.
000350     COPY LOANREC.
000351
000352 FD ADJFILE.
000354     COPY ADJREC.
000355
000357 FD CTLLEDG-FILE.
000358     COPY CTLLREC.
000360
000370 WORKING-STORAGE SECTION.
000380 01  ws-txn-status                   pic x(02).
000390 01  ws-loan-status                  pic x(02).
000391 01  ws-adj-status                   pic x(02).
000393 01  ws-adj-open                     pic x(01) value "N".
000395 01  ws-adj-found                    pic x(01) value space.
000396 01  ws-paid-no                      pic 9(02) value zero.
000398 01  ws-restored                     pic s9(9)v99 value zero.
000400 01  ws-eof                          pic x(01) value space.
000410 01  ws-loan-eof                     pic x(01) value space.
000420 01  ws-posted-count                 pic 9(05) value zero.
000430 01  ws-skipped-count                pic 9(05) value zero.
000431 01  ws-noloan-count                 pic 9(05) value zero.
000433 01  ws-read-count                   pic 9(07) value zero.
000435 01  ws-read-amount                  pic 9(13)v99 value zero.
000436 01  ws-repay-count                  pic 9(07) value zero.
000438 01  ws-repay-amount                 pic 9(13)v99 value zero.
000440 01  ws-posted-amount                pic 9(13)v99 value zero.
000441 01  ws-skipped-amount               pic 9(13)v99 value zero.
000442 01  ws-noloan-amount                pic 9(13)v99 value zero.
000443 01  ws-cl-status                    pic x(02).
000444 01  ws-cl-open                      pic x(01) value "N".
000445 01  ws-cl-night                     pic 9(08) value zero.
000446 01  ws-cl-env                       pic x(08) value spaces.
000447 01  ws-cl-item                      pic x(12) value spaces.
000448 01  ws-cl-count                     pic 9(07) value zero.
000449 01  ws-cl-amount                    pic 9(13)v99 value zero.
000450 01  ws-loan-found                   pic x(01) value space.
000460 01  ws-pick-account                 pic x(10) value spaces.
000470 01  ws-pick-no                      pic 9(02) value zero.
000580     PERFORM OPEN-FILES.
000590     PERFORM POST-REPAYMENTS.
000600     PERFORM CLOSE-FILES.
000605     PERFORM POST-CONTROL-TOTALS.
000610     DISPLAY "Loan posting complete - "
000620         ws-posted-count " posted, "
000630         ws-skipped-count " already posted, "
000780         DISPLAY "No loan master - nothing to post."
000790         STOP RUN
000800     END-IF.
000802     OPEN I-O ADJFILE.
000804     IF ws-adj-status = "00"
000806         MOVE "Y" TO ws-adj-open
000808     END-IF.
000810
000820 CLOSE-FILES.
000830     CLOSE TXN-FILE.
000840     CLOSE LOANFILE.
000842     IF ws-adj-open = "Y"
000845         CLOSE ADJFILE
000847     END-IF.
000850
000860 POST-REPAYMENTS.
000870     MOVE SPACE TO ws-eof.
000910     PERFORM POST-ONE-TXN UNTIL ws-eof = "y".
000920
000930 POST-ONE-TXN.
000931     ADD 1 TO ws-read-count.
000932     ADD TXN-AMOUNT TO ws-read-amount.
000934     IF TXN-TYPE = "L"
000935         ADD 1 TO ws-repay-count
000937         ADD TXN-AMOUNT TO ws-repay-amount
000938     END-IF.
000940     IF TXN-TYPE = "L"
000942         AND (TXN-REVERSAL OR TXN-REPLACEMENT)
000944         PERFORM POST-CORRECTION-TXN
000946     ELSE
000948     IF TXN-TYPE = "L"
000950         PERFORM FIND-ACTIVE-LOAN
000960         IF ws-loan-found NOT = "y"
000970             ADD 1 TO ws-noloan-count
000975             ADD TXN-AMOUNT TO ws-noloan-amount
000980             DISPLAY "No active loan for account "
000990                 TXN-ACCOUNT " - repayment of "
001000                 TXN-AMOUNT " not posted."
001010         ELSE
001020             IF TXN-DATE NOT > LOAN-LAST-PAY-DATE
001030                 ADD 1 TO ws-skipped-count
001035                 ADD TXN-AMOUNT TO ws-skipped-amount
001040             ELSE
001050                 PERFORM APPLY-ONE-PAYMENT
001060             END-IF
001070         END-IF
001075     END-IF
001080     END-IF.
001090     READ TXN-FILE
001100         AT END MOVE "y" TO ws-eof
001530         MOVE LOAN-BALANCE TO ws-principal
001540     END-IF.
001550     SUBTRACT ws-principal FROM LOAN-BALANCE.
001560     IF TXN-ORIGINAL-ENTRY
001563         MOVE TXN-DATE TO LOAN-LAST-PAY-DATE
001566     END-IF.
001570     IF LOAN-BALANCE = ZERO
001580         MOVE "P" TO LOAN-STATUS
001590         DISPLAY "Loan " LOAN-ACCOUNT "/" LOAN-NO
001640             LOAN-ACCOUNT "/" LOAN-NO "!"
001650     END-REWRITE.
001660     ADD 1 TO ws-posted-count.
001661     ADD TXN-AMOUNT TO ws-posted-amount.
001662
001663 POST-CORRECTION-TXN.
001664     PERFORM READ-CORRECTION.
001665     IF ws-adj-found NOT = "y"
001666         ADD 1 TO ws-skipped-count
001667         ADD TXN-AMOUNT TO ws-skipped-amount
001668         DISPLAY "Correction " TXN-CORRECTION-NO " not on "
001669             "TXNADJ.DAT - line for " TXN-ACCOUNT " not posted."
001670     ELSE
001671     IF (TXN-REVERSAL AND ADJ-LOAN-REV-POSTED = "Y")
001672         OR (TXN-REPLACEMENT AND ADJ-LOAN-REP-POSTED = "Y")
001673         ADD 1 TO ws-skipped-count
001674         ADD TXN-AMOUNT TO ws-skipped-amount
001675     ELSE
001676         PERFORM FIND-ACTIVE-LOAN
001677         IF TXN-REVERSAL
001678             IF ws-loan-found NOT = "y"
001679                 PERFORM FIND-LAST-PAID-LOAN
001680             END-IF
001682         END-IF
001683         IF ws-loan-found NOT = "y"
001684             ADD 1 TO ws-noloan-count
001685             ADD TXN-AMOUNT TO ws-noloan-amount
001686             DISPLAY "No loan for account " TXN-ACCOUNT
001687                 " - correction " TXN-CORRECTION-NO
001688                 " not posted."
001689         ELSE
001690             IF TXN-REVERSAL
001691                 PERFORM APPLY-ONE-REVERSAL
001692                 MOVE "Y" TO ADJ-LOAN-REV-POSTED
001693             ELSE
001694                 PERFORM APPLY-ONE-PAYMENT
001695                 MOVE "Y" TO ADJ-LOAN-REP-POSTED
001696             END-IF
001697             REWRITE ADJ-REC
001698                 INVALID KEY DISPLAY "Problem with index at "
001699                     "correction " ADJ-NO "!"
001700             END-REWRITE
001701         END-IF
001702     END-IF
001704     END-IF.
001705
001706 READ-CORRECTION.
001707     MOVE "y" TO ws-adj-found.
001708     IF ws-adj-open NOT = "Y"
001709         MOVE "n" TO ws-adj-found
001710     ELSE
001711         MOVE TXN-CORRECTION-NO TO ADJ-NO
001712         READ ADJFILE
001713             INVALID KEY MOVE "n" TO ws-adj-found
001714         END-READ
001715     END-IF.
001716
001717 FIND-LAST-PAID-LOAN.
001718*--------------------------------
001719* No active loan to take the reversal: the repayment being
001720* undone may have been the one that paid a loan off, so the
001721* account's highest-numbered paid loan is reopened.
001722*--------------------------------
001723     MOVE ZERO TO ws-paid-no.
001725     MOVE SPACE TO ws-loan-eof.
001726     MOVE TXN-ACCOUNT TO LOAN-ACCOUNT.
001727     MOVE ZERO        TO LOAN-NO.
001728     START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
001729         INVALID KEY MOVE "y" TO ws-loan-eof
001730     END-START.
001731     PERFORM NOTE-ONE-PAID-LOAN UNTIL ws-loan-eof = "y".
001732     IF ws-paid-no > ZERO
001733         MOVE TXN-ACCOUNT TO LOAN-ACCOUNT
001734         MOVE ws-paid-no  TO LOAN-NO
001735         READ LOANFILE
001736             INVALID KEY CONTINUE
001737             NOT INVALID KEY MOVE "y" TO ws-loan-found
001738         END-READ
001739     END-IF.
001740
001741 NOTE-ONE-PAID-LOAN.
001742     READ LOANFILE NEXT RECORD
001743         AT END MOVE "y" TO ws-loan-eof
001744     END-READ.
001745     IF ws-loan-eof NOT = "y"
001747         IF LOAN-ACCOUNT NOT = TXN-ACCOUNT
001748             MOVE "y" TO ws-loan-eof
001749         ELSE
001750             IF LOAN-PAID
001751                 MOVE LOAN-NO TO ws-paid-no
001752             END-IF
001753         END-IF
001754     END-IF.
001755
001756 APPLY-ONE-REVERSAL.
001757     COMPUTE ws-restored ROUNDED =
001758         (LOAN-BALANCE + TXN-AMOUNT)
001759             / (1 + (LOAN-RATE-PCT / 1200))
001760         - LOAN-BALANCE.
001761     IF ws-restored < ZERO
001762         MOVE ZERO TO ws-restored
001763     END-IF.
001764     ADD ws-restored TO LOAN-BALANCE.
001765     IF LOAN-PAID AND LOAN-BALANCE > ZERO
001766         MOVE "A" TO LOAN-STATUS
001767         DISPLAY "Loan " LOAN-ACCOUNT "/" LOAN-NO
001769             " reopened by correction " TXN-CORRECTION-NO "."
001770     END-IF.
001771     REWRITE LOAN-REC
001772         INVALID KEY DISPLAY "Problem with index at "
001773             LOAN-ACCOUNT "/" LOAN-NO "!"
001774     END-REWRITE.
001775     ADD 1 TO ws-posted-count.
001776     ADD TXN-AMOUNT TO ws-posted-amount.
001777
001778 POST-CONTROL-TOTALS.
001779*--------------------------------
001780* Every PERFTXN.DAT line read (ctlbal ties it to the file), and
001781* the type L repayments among them = posted + already posted +
001782* no loan to take them, by count and amount.
001783*--------------------------------
001784     PERFORM OPEN-CONTROL-LEDGER.
001785     MOVE "TXN-READ" TO ws-cl-item.
001786     MOVE ws-read-count TO ws-cl-count.
001787     MOVE ws-read-amount TO ws-cl-amount.
001788     PERFORM WRITE-CONTROL-LINE.
001790     MOVE "REPAY-IN" TO ws-cl-item.
001800     MOVE ws-repay-count TO ws-cl-count.
001810     MOVE ws-repay-amount TO ws-cl-amount.
001820     PERFORM WRITE-CONTROL-LINE.
001830     MOVE "REPAY-POST" TO ws-cl-item.
001840     MOVE ws-posted-count TO ws-cl-count.
001850     MOVE ws-posted-amount TO ws-cl-amount.
001860     PERFORM WRITE-CONTROL-LINE.
001870     MOVE "REPAY-SKIP" TO ws-cl-item.
001880     MOVE ws-skipped-count TO ws-cl-count.
001890     MOVE ws-skipped-amount TO ws-cl-amount.
001900     PERFORM WRITE-CONTROL-LINE.
001910     MOVE "REPAY-NOLN" TO ws-cl-item.
001920     MOVE ws-noloan-count TO ws-cl-count.
001930     MOVE ws-noloan-amount TO ws-cl-amount.
001940     PERFORM WRITE-CONTROL-LINE.
001950     PERFORM CLOSE-CONTROL-LEDGER.
001960
001970 OPEN-CONTROL-LEDGER.
001980*--------------------------------
001990* The night's control ledger (CTLLEDG.DAT) takes this run's
002000* counts and control totals for the ctlbal hand-off checks.
002010* The night is the batch window's (CTLLEDG_NIGHT), else today.
002020*--------------------------------
002030     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
002040     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
002050     IF ws-cl-env IS NUMERIC
002060         MOVE ws-cl-env TO ws-cl-night
002070     END-IF.
002080     OPEN EXTEND CTLLEDG-FILE.
002090     IF ws-cl-status = "35"
002100         OPEN OUTPUT CTLLEDG-FILE
002110     END-IF.
002120     IF ws-cl-status = "00"
002130         MOVE "Y" TO ws-cl-open
002140     END-IF.
002150
002160 WRITE-CONTROL-LINE.
002170     IF ws-cl-open = "Y"
002180         MOVE ws-cl-night  TO CL-NIGHT
002190         MOVE "LOANPOST" TO CL-JOB
002200         MOVE ws-cl-item   TO CL-ITEM
002210         MOVE ws-cl-count  TO CL-COUNT
002220         MOVE ws-cl-amount TO CL-AMOUNT
002230         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
002240         WRITE CTLLEDG-REC
002250     END-IF.
002260
002270 CLOSE-CONTROL-LEDGER.
002280     IF ws-cl-open = "Y"
002290         CLOSE CTLLEDG-FILE
002300         MOVE "N" TO ws-cl-open
002310     END-IF.
