000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTSPLT.
000030*--------------------------------
000040* Contribution split.  Every contribution (type C) posted to
000050* PERFTXN.DAT since the last split that does not already name
000060* its fund is split across funds by the
000070* participant's investment election in force on the
000080* contribution's date (INVELECT.DAT, the latest effective date
000090* not after it), and one buy per fund is appended to
000100* TRADEOUT.DAT for the custodian.  The last fund of the
000110* election takes the rounding, so the buys add back to the
000120* contribution to the cent.  A contribution with no election in
000130* force is listed as an exception and left for the custodian's
000140* default fund.  The splits print to CONTSPLT.PRT.
000150* RETURN-CODE 4 on exceptions.  A correction's reversal of an
000151* untagged contribution (txncorr.cbl) splits the same way into
000153* sells, undoing the buys its original was sent as.
000155*
000156* PERFTXN.DAT is only ever appended to, so the split mark kept
000158* in CONTSPLT.CKP is the count of its lines already split: each
000160* run takes the lines after the mark, whatever their date - a
000161* match line dated on the pay date, a year-end true-up dated
000162* the plan year's last day, a correction approved on a
000163* non-processing day - and every contribution is split exactly
000164* once.  With no mark yet the run takes contributions dated
000165* today, as before, and sets the mark.
000166*
000167* A rerun of a date window, after a lost TRADEOUT.DAT, takes
000168* instead the lines dated in it and leaves the mark alone:
000169*
000170*   CONTSPLT_FROM     first contribution date  (default today)
000180*   CONTSPLT_TO       last contribution date   (default today)
000190*
000200* 2026-10  JDF  New program.
000201* 2026-10  JDF  Correction reversal lines split into sells.
000203* 2026-10  JDF  Splits the lines posted since the split mark
000205*                (CONTSPLT.CKP) instead of today's dates, so no
000206*                contribution is missed for its date; the date
000208*                window is kept as a rerun override.
000210*--------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000260 ORGANIZATION IS LINE SEQUENTIAL
000270 FILE STATUS IS ws-txn-status.
000280
000290 SELECT ELECFILE ASSIGN TO "INVELECTDAT"
000300 FILE STATUS IS ws-elec-status
000310 ORGANIZATION IS INDEXED
000320 ACCESS MODE IS DYNAMIC
000330 RECORD KEY IS EL-KEY.
000340
000350 SELECT TRADE-FILE ASSIGN TO "TRADEOUTDAT"
000360 ORGANIZATION IS LINE SEQUENTIAL
000370 FILE STATUS IS ws-trade-status.
000380
000390 SELECT PRINT-FILE ASSIGN TO "CONTSPLTPRT"
000400 ORGANIZATION IS LINE SEQUENTIAL.
000410
000412 SELECT CHECKPOINT-FILE ASSIGN TO "CONTSPLTCKP"
000414 ORGANIZATION IS LINE SEQUENTIAL
000416 FILE STATUS IS ws-ckpt-status.
000418
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD TXN-FILE.
000450     COPY TXNREC.
000460
000470 FD ELECFILE.
000480     COPY ELECREC.
000490
000500 FD TRADE-FILE.
000510     COPY TRADEREC.
000520
000530 FD PRINT-FILE.
000540 01  PRINT-LINE                      PIC X(80).
000550
000552 FD CHECKPOINT-FILE.
000555 01  CHECKPOINT-REC                  PIC 9(09).
000557
000560 WORKING-STORAGE SECTION.
000570 01  ws-txn-status                   pic x(02).
000580 01  ws-elec-status                  pic x(02).
000590 01  ws-trade-status                 pic x(02).
000600 01  ws-elec-open                    pic x(01) value "N".
000610 01  ws-eof                          pic x(01) value space.
000620 01  ws-elec-eof                     pic x(01) value space.
000630 01  ws-run-date                     pic 9(08) value zero.
000640 01  ws-from-date                    pic 9(08) value zero.
000650 01  ws-to-date                      pic 9(08) value zero.
000660 01  ws-env-check                    pic x(12) value spaces.
000661 01  ws-ckpt-status                  pic x(02).
000662 01  ws-mark-found                   pic x(01) value "N".
000663 01  ws-mark-reset                   pic x(01) value "N".
000664 01  ws-line-due                     pic x(01) value "N".
000665 01  ws-use-window                   pic x(01) value "N".
000666 01  ws-split-mark                   pic 9(09) value zero.
000667 01  ws-line-no                      pic 9(09) value zero.
000668 01  ws-mark-disp                    pic z(08)9.
000670 01  ws-inforce-date                 pic 9(08) value zero.
000680 01  ws-sub                          pic 9(02) comp value zero.
000690 01  ws-split-amount                 pic 9(9)v99 value zero.
000700 01  ws-split-left                   pic 9(9)v99 value zero.
000710
000720 01  ws-split-count                  pic 9(05) value zero.
000730 01  ws-trade-count                  pic 9(05) value zero.
000740 01  ws-exception-count              pic 9(05) value zero.
000750 01  ws-split-total                  pic 9(11)v99 value zero.
000760 01  ws-exception-total              pic 9(11)v99 value zero.
000770
000780 01  ws-fmt-date                     pic 9(08) value zero.
000790 01  ws-fmt-out                      pic x(10) value spaces.
000800 01  ws-fmt-from                     pic x(10) value spaces.
000810 01  ws-money-1                      pic $$$,$$$,$$9.99.
000820 01  ws-pct-disp                     pic zz9.99.
000830 01  ws-count-disp                   pic zzzz9.
000840
000850     COPY RPTHEAD.
000860
000870 01  ws-text-line                    pic x(80) value spaces.
000880
000890 PROCEDURE DIVISION.
000900 PROGRAM-BEGIN.
000910     CALL "shopcfg"
000920         ON EXCEPTION
000930             DISPLAY "shopcfg not found - default "
000940                 "file locations in effect"
000950     END-CALL.
000960     PERFORM INITIALIZE-RUN.
000970     OPEN INPUT TXN-FILE.
000980     IF ws-txn-status NOT = "00"
000990         MOVE "  (no transaction file on hand)" TO ws-text-line
001000         PERFORM SHOW-LINE
001010     ELSE
001020         OPEN EXTEND TRADE-FILE
001030         IF ws-trade-status = "35"
001040             OPEN OUTPUT TRADE-FILE
001050         END-IF
001060         MOVE SPACE TO ws-eof
001070         READ TXN-FILE
001080             AT END MOVE "y" TO ws-eof
001090         END-READ
001100         PERFORM SPLIT-ONE-TXN UNTIL ws-eof = "y"
001110         CLOSE TRADE-FILE
001120         CLOSE TXN-FILE
001122         IF ws-use-window = "N"
001125             PERFORM WRITE-SPLIT-MARK
001127         END-IF
001130         IF ws-split-count = ZERO AND ws-exception-count = ZERO
001140             MOVE "  (none)" TO ws-text-line
001150             PERFORM SHOW-LINE
001160         END-IF
001170     END-IF.
001180     IF ws-elec-open = "Y"
001190         CLOSE ELECFILE
001200     END-IF.
001210     PERFORM PRINT-TRAILER.
001220     CLOSE PRINT-FILE.
001230     DISPLAY "Contribution split complete - "
001240         ws-split-count " contributions, "
001250         ws-trade-count " buys, "
001260         ws-exception-count " with no election.".
001270     IF ws-exception-count > ZERO OR ws-mark-reset = "Y"
001280         MOVE 4 TO RETURN-CODE
001290     END-IF.
001300     STOP RUN.
001310
001320 INITIALIZE-RUN.
001330     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001340     MOVE ws-run-date TO ws-from-date.
001350     MOVE ws-run-date TO ws-to-date.
001360     ACCEPT ws-env-check FROM ENVIRONMENT "CONTSPLT_FROM".
001370     IF ws-env-check(1:8) IS NUMERIC
001380         MOVE ws-env-check(1:8) TO ws-from-date
001385         MOVE "Y" TO ws-use-window
001390     END-IF.
001400     ACCEPT ws-env-check FROM ENVIRONMENT "CONTSPLT_TO".
001410     IF ws-env-check(1:8) IS NUMERIC
001420         MOVE ws-env-check(1:8) TO ws-to-date
001422         MOVE "Y" TO ws-use-window
001424     END-IF.
001426     IF ws-use-window = "N"
001428         PERFORM READ-SPLIT-MARK
001430     END-IF.
001440     OPEN INPUT ELECFILE.
001450     IF ws-elec-status = "00"
001460         MOVE "Y" TO ws-elec-open
001470     END-IF.
001480     OPEN OUTPUT PRINT-FILE.
001490     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001500         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001510     MOVE "CONTRIBUTION SPLIT BY ELECTION" TO RPT-TITLE.
001520     MOVE 1 TO RPT-PAGE-NUMBER.
001530     WRITE PRINT-LINE FROM RPT-HEADING-1.
001540     WRITE PRINT-LINE FROM RPT-HEADING-2.
001550     MOVE ws-from-date TO ws-fmt-date.
001560     PERFORM FORMAT-DATE.
001570     MOVE ws-fmt-out TO ws-fmt-from.
001580     MOVE ws-to-date TO ws-fmt-date.
001590     PERFORM FORMAT-DATE.
001600     MOVE SPACES TO ws-text-line.
001601     IF ws-use-window = "Y"
001603         STRING "RERUN - CONTRIBUTIONS DATED " ws-fmt-from
001605             " THROUGH " ws-fmt-out
001607             DELIMITED BY SIZE INTO ws-text-line
001609     ELSE
001611     IF ws-mark-found = "N"
001613         STRING "NO SPLIT MARK - CONTRIBUTIONS DATED "
001615             ws-fmt-from DELIMITED BY SIZE INTO ws-text-line
001616     ELSE
001618         MOVE ws-split-mark TO ws-mark-disp
001620         STRING "CONTRIBUTIONS POSTED AFTER LINE " ws-mark-disp
001622             " OF PERFTXN.DAT"
001624             DELIMITED BY SIZE INTO ws-text-line
001626     END-IF
001628     END-IF.
001630     PERFORM SHOW-LINE.
001640     MOVE SPACES TO ws-text-line.
001650     PERFORM SHOW-LINE.
001660     MOVE "  ACCOUNT    DATE" TO ws-text-line.
001670     MOVE "AMOUNT"   TO ws-text-line(36:6).
001680     MOVE "ELECTION" TO ws-text-line(44:8).
001690     PERFORM SHOW-LINE.
001692
001695 READ-SPLIT-MARK.
001697*--------------------------------
001700* No mark yet means the first run since the mark came in: the
001701* run keeps to today's dates (the old default) so nothing split
001702* before is bought twice, then sets the mark.
001703*--------------------------------
001704     MOVE ZERO TO ws-split-mark.
001705     MOVE "N"  TO ws-mark-found.
001706     OPEN INPUT CHECKPOINT-FILE.
001707     IF ws-ckpt-status = "00"
001708         READ CHECKPOINT-FILE
001709             AT END CONTINUE
001710         END-READ
001711         IF ws-ckpt-status = "00" AND CHECKPOINT-REC IS NUMERIC
001712             MOVE CHECKPOINT-REC TO ws-split-mark
001713             MOVE "Y" TO ws-mark-found
001714         END-IF
001715         CLOSE CHECKPOINT-FILE
001716     END-IF.
001717
001718 WRITE-SPLIT-MARK.
001719*--------------------------------
001720* A file shorter than the mark has been restored or rebuilt
001721* under the run; nothing was split, the mark drops to the file
001722* as it stands, and the run ends 4 for somebody to look.
001723*--------------------------------
001724     IF ws-line-no < ws-split-mark
001725         MOVE ws-split-mark TO ws-mark-disp
001726         MOVE SPACES TO ws-text-line
001727         STRING "  ** PERFTXN.DAT SHORTER THAN THE SPLIT MARK ("
001728             ws-mark-disp ") - MARK RESET"
001729             DELIMITED BY SIZE INTO ws-text-line
001730         PERFORM SHOW-LINE
001731         MOVE "Y" TO ws-mark-reset
001732     END-IF.
001733     MOVE ws-line-no TO CHECKPOINT-REC.
001734     OPEN OUTPUT CHECKPOINT-FILE.
001735     WRITE CHECKPOINT-REC.
001736     CLOSE CHECKPOINT-FILE.
001737
001738 TEST-LINE-DUE.
001739     MOVE "N" TO ws-line-due.
001740     IF ws-use-window = "Y" OR ws-mark-found = "N"
001741         IF TXN-DATE NOT < ws-from-date
001742             AND TXN-DATE NOT > ws-to-date
001743             MOVE "Y" TO ws-line-due
001744         END-IF
001745     ELSE
001746         IF ws-line-no > ws-split-mark
001747             MOVE "Y" TO ws-line-due
001748         END-IF
001749     END-IF.
001750
001751 SPLIT-ONE-TXN.
001752     ADD 1 TO ws-line-no.
001753     IF TXN-TYPE = "C"
001754         AND TXN-FUND = SPACES
001755         PERFORM TEST-LINE-DUE
001756     ELSE
001757         MOVE "N" TO ws-line-due
001758     END-IF.
001759     IF ws-line-due = "Y"
001760         PERFORM FIND-ELECTION-IN-FORCE
001770         IF ws-inforce-date = ZERO
001780             PERFORM SHOW-NO-ELECTION
001790         ELSE
001800             PERFORM SPLIT-BY-ELECTION
001810         END-IF
001820     END-IF.
001830     READ TXN-FILE
001840         AT END MOVE "y" TO ws-eof
001850     END-READ.
001860
001870*--------------------------------
001880* The latest election for the account not after the
001890* contribution's date, left in ELECT-REC.
001900*--------------------------------
001910 FIND-ELECTION-IN-FORCE.
001920     MOVE ZERO TO ws-inforce-date.
001930     IF ws-elec-open = "Y"
001940         MOVE SPACE TO ws-elec-eof
001950         MOVE TXN-ACCOUNT TO EL-ACCOUNT
001960         MOVE ZERO        TO EL-EFF-DATE
001970         START ELECFILE KEY IS NOT LESS THAN EL-KEY
001980             INVALID KEY MOVE "y" TO ws-elec-eof
001990         END-START
002000         PERFORM TAKE-ONE-CANDIDATE UNTIL ws-elec-eof = "y"
002010         IF ws-inforce-date NOT = ZERO
002020             MOVE TXN-ACCOUNT     TO EL-ACCOUNT
002030             MOVE ws-inforce-date TO EL-EFF-DATE
002040             READ ELECFILE
002050                 INVALID KEY MOVE ZERO TO ws-inforce-date
002060             END-READ
002070         END-IF
002080     END-IF.
002090
002100 TAKE-ONE-CANDIDATE.
002110     READ ELECFILE NEXT RECORD
002120         AT END MOVE "y" TO ws-elec-eof
002130     END-READ.
002140     IF ws-elec-eof NOT = "y"
002150         IF EL-ACCOUNT NOT = TXN-ACCOUNT
002160             OR EL-EFF-DATE > TXN-DATE
002170             MOVE "y" TO ws-elec-eof
002180         ELSE
002190             MOVE EL-EFF-DATE TO ws-inforce-date
002200         END-IF
002210     END-IF.
002220
002230 SPLIT-BY-ELECTION.
002240     ADD 1 TO ws-split-count.
002250     ADD TXN-AMOUNT TO ws-split-total.
002260     MOVE TXN-DATE TO ws-fmt-date.
002270     PERFORM FORMAT-DATE.
002280     MOVE TXN-AMOUNT TO ws-money-1.
002290     MOVE SPACES TO ws-text-line.
002300     STRING "  " TXN-ACCOUNT " " ws-fmt-out "    "
002310         ws-money-1 "  " ws-inforce-date
002320         DELIMITED BY SIZE INTO ws-text-line.
002330     PERFORM SHOW-LINE.
002340     MOVE TXN-AMOUNT TO ws-split-left.
002350     MOVE ZERO TO ws-sub.
002360     PERFORM SPLIT-ONE-FUND UNTIL ws-sub NOT < EL-FUND-COUNT.
002370
002380 SPLIT-ONE-FUND.
002390     ADD 1 TO ws-sub.
002400     IF ws-sub = EL-FUND-COUNT
002410         MOVE ws-split-left TO ws-split-amount
002420     ELSE
002430         COMPUTE ws-split-amount ROUNDED =
002440             TXN-AMOUNT * EL-PCT(ws-sub) / 100
002450         IF ws-split-amount > ws-split-left
002460             MOVE ws-split-left TO ws-split-amount
002470         END-IF
002480         SUBTRACT ws-split-amount FROM ws-split-left
002490     END-IF.
002500     IF ws-split-amount > ZERO
002510         MOVE SPACES          TO TRADE-REC
002520         MOVE ws-run-date     TO TR-TRADE-DATE
002530         MOVE TXN-ACCOUNT     TO TR-ACCOUNT
002540         MOVE EL-FUND(ws-sub) TO TR-FUND
002550         IF TXN-REVERSAL
002552             MOVE "S"         TO TR-ACTION
002554         ELSE
002556             MOVE "B"         TO TR-ACTION
002558         END-IF
002560         MOVE ws-split-amount TO TR-AMOUNT
002570         MOVE "C"             TO TR-ORIGIN
002580         MOVE "CONTSPLT"      TO TR-OPERATOR
002590         WRITE TRADE-REC
002600         ADD 1 TO ws-trade-count
002610         MOVE EL-PCT(ws-sub)  TO ws-pct-disp
002620         MOVE ws-split-amount TO ws-money-1
002630         MOVE SPACES TO ws-text-line
002640         STRING "      BUY " EL-FUND(ws-sub) " " ws-pct-disp "%"
002650             DELIMITED BY SIZE INTO ws-text-line
002652         IF TXN-REVERSAL
002655             MOVE "SELL" TO ws-text-line(7:4)
002657         END-IF
002660         MOVE ws-money-1 TO ws-text-line(28:14)
002670         PERFORM SHOW-LINE
002680     END-IF.
002690
002700 SHOW-NO-ELECTION.
002710     ADD 1 TO ws-exception-count.
002720     ADD TXN-AMOUNT TO ws-exception-total.
002730     MOVE TXN-DATE TO ws-fmt-date.
002740     PERFORM FORMAT-DATE.
002750     MOVE TXN-AMOUNT TO ws-money-1.
002760     MOVE SPACES TO ws-text-line.
002770     STRING "  " TXN-ACCOUNT " " ws-fmt-out "    "
002780         ws-money-1 "  ** NO ELECTION IN FORCE"
002790         DELIMITED BY SIZE INTO ws-text-line.
002800     PERFORM SHOW-LINE.
002810
002820 PRINT-TRAILER.
002830     MOVE SPACES TO ws-text-line.
002840     PERFORM SHOW-LINE.
002850     MOVE ws-split-count TO ws-count-disp.
002860     MOVE ws-split-total TO ws-money-1.
002870     MOVE SPACES TO ws-text-line.
002880     STRING "CONTRIBUTIONS SPLIT          " ws-count-disp
002890         "  " ws-money-1
002900         DELIMITED BY SIZE INTO ws-text-line.
002910     PERFORM SHOW-LINE.
002920     MOVE ws-trade-count TO ws-count-disp.
002930     MOVE SPACES TO ws-text-line.
002940     STRING "BUY TRADES WRITTEN           " ws-count-disp
002950         DELIMITED BY SIZE INTO ws-text-line.
002960     PERFORM SHOW-LINE.
002970     MOVE ws-exception-count TO ws-count-disp.
002980     MOVE ws-exception-total TO ws-money-1.
002990     MOVE SPACES TO ws-text-line.
003000     STRING "NO ELECTION IN FORCE         " ws-count-disp
003010         "  " ws-money-1
003020         DELIMITED BY SIZE INTO ws-text-line.
003030     PERFORM SHOW-LINE.
003040
003050 FORMAT-DATE.
003060     MOVE SPACES TO ws-fmt-out.
003070     IF ws-fmt-date NOT = ZERO
003080         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
003090             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
003100     END-IF.
003110
003120 SHOW-LINE.
003130     MOVE ws-text-line TO PRINT-LINE.
003140     WRITE PRINT-LINE.
