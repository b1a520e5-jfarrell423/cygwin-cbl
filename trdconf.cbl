000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRDCONF.
000030*--------------------------------
000040* Trade confirmation.  Lists every custodian trade on
000050* TRADEOUT.DAT for the trade date - rebalance sells and buys
000060* entered through elecmnt.cbl and the contribution buys written
000070* by contsplt.cbl - with totals by origin, to TRDCONF.PRT.  The
000080* rebalance sells and buys of a day must net to zero; when they
000090* do not the difference is flagged and RETURN-CODE is 4.
000092* QDRO trades from qdromnt.cbl are held to the same rule - the
000094* participant's sells against the alternate payee's buys.
000100*
000110*   TRDCONF_DATE      trade date to confirm    (default today)
000120*
000130* 2026-10  JDF  New program.
000135* 2026-10  JDF  QDRO split trades totalled and netted.
000140*--------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 SELECT TRADE-FILE ASSIGN TO "TRADEOUTDAT"
000190 ORGANIZATION IS LINE SEQUENTIAL
000200 FILE STATUS IS ws-trade-status.
000210
000220 SELECT PRINT-FILE ASSIGN TO "TRDCONFPRT"
000230 ORGANIZATION IS LINE SEQUENTIAL.
000240
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD TRADE-FILE.
000280     COPY TRADEREC.
000290
000300 FD PRINT-FILE.
000310 01  PRINT-LINE                      PIC X(80).
000320
000330 WORKING-STORAGE SECTION.
000340 01  ws-trade-status                 pic x(02).
000350 01  ws-eof                          pic x(01) value space.
000360 01  ws-run-date                     pic 9(08) value zero.
000370 01  ws-trade-date                   pic 9(08) value zero.
000380 01  ws-env-check                    pic x(12) value spaces.
000390
000400 01  ws-trade-count                  pic 9(05) value zero.
000410 01  ws-rb-sell-count                pic 9(05) value zero.
000420 01  ws-rb-buy-count                 pic 9(05) value zero.
000430 01  ws-cn-buy-count                 pic 9(05) value zero.
000440 01  ws-rb-sell-total                pic 9(11)v99 value zero.
000450 01  ws-rb-buy-total                 pic 9(11)v99 value zero.
000460 01  ws-cn-buy-total                 pic 9(11)v99 value zero.
000470 01  ws-rb-difference                pic s9(11)v99 value zero.
000471 01  ws-qd-sell-count                pic 9(05) value zero.
000472 01  ws-qd-buy-count                 pic 9(05) value zero.
000473 01  ws-qd-sell-total                pic 9(11)v99 value zero.
000474 01  ws-qd-buy-total                 pic 9(11)v99 value zero.
000475 01  ws-qd-difference                pic s9(11)v99 value zero.
000480
000490 01  ws-fmt-date                     pic 9(08) value zero.
000500 01  ws-fmt-out                      pic x(10) value spaces.
000510 01  ws-action-name                  pic x(04) value spaces.
000520 01  ws-origin-name                  pic x(12) value spaces.
000530 01  ws-money-1                      pic $$$,$$$,$$9.99.
000540 01  ws-money-2                      pic $$$,$$$,$$9.99-.
000550 01  ws-count-disp                   pic zzzz9.
000560
000570     COPY RPTHEAD.
000580
000590 01  ws-text-line                    pic x(80) value spaces.
000600
000610 PROCEDURE DIVISION.
000620 PROGRAM-BEGIN.
000630     CALL "shopcfg"
000640         ON EXCEPTION
000650             DISPLAY "shopcfg not found - default "
000660                 "file locations in effect"
000670     END-CALL.
000680     PERFORM INITIALIZE-RUN.
000690     OPEN INPUT TRADE-FILE.
000700     IF ws-trade-status = "00"
000710         MOVE SPACE TO ws-eof
000720         READ TRADE-FILE
000730             AT END MOVE "y" TO ws-eof
000740         END-READ
000750         PERFORM CONFIRM-ONE-TRADE UNTIL ws-eof = "y"
000760         CLOSE TRADE-FILE
000770     END-IF.
000780     IF ws-trade-count = ZERO
000790         MOVE "  (none)" TO ws-text-line
000800         PERFORM SHOW-LINE
000810     END-IF.
000820     PERFORM PRINT-TRAILER.
000830     CLOSE PRINT-FILE.
000840     DISPLAY "Trade confirmation complete - "
000850         ws-trade-count " trades.".
000860     IF ws-rb-difference NOT = ZERO
000870         DISPLAY "Rebalance sells and buys do not net to zero."
000880         MOVE 4 TO RETURN-CODE
000890     END-IF.
000891     IF ws-qd-difference NOT = ZERO
000892         DISPLAY "QDRO sells and buys do not net to zero."
000893         MOVE 4 TO RETURN-CODE
000894     END-IF.
000900     STOP RUN.
000910
000920 INITIALIZE-RUN.
000930     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000940     MOVE ws-run-date TO ws-trade-date.
000950     ACCEPT ws-env-check FROM ENVIRONMENT "TRDCONF_DATE".
000960     IF ws-env-check(1:8) IS NUMERIC
000970         MOVE ws-env-check(1:8) TO ws-trade-date
000980     END-IF.
000990     OPEN OUTPUT PRINT-FILE.
001000     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001010         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001020     MOVE "CUSTODIAN TRADE CONFIRMATION" TO RPT-TITLE.
001030     MOVE 1 TO RPT-PAGE-NUMBER.
001040     WRITE PRINT-LINE FROM RPT-HEADING-1.
001050     WRITE PRINT-LINE FROM RPT-HEADING-2.
001060     MOVE ws-trade-date TO ws-fmt-date.
001070     PERFORM FORMAT-DATE.
001080     MOVE SPACES TO ws-text-line.
001090     STRING "TRADES FOR " ws-fmt-out
001100         DELIMITED BY SIZE INTO ws-text-line.
001110     PERFORM SHOW-LINE.
001120     MOVE SPACES TO ws-text-line.
001130     PERFORM SHOW-LINE.
001140     MOVE "  ACCOUNT    FUND      ACTION" TO ws-text-line.
001150     MOVE "AMOUNT"   TO ws-text-line(44:6).
001160     MOVE "ORIGIN"   TO ws-text-line(52:6).
001170     MOVE "OPERATOR" TO ws-text-line(66:8).
001180     PERFORM SHOW-LINE.
001190
001200 CONFIRM-ONE-TRADE.
001210     IF TR-TRADE-DATE = ws-trade-date
001220         PERFORM SHOW-TRADE
001230     END-IF.
001240     READ TRADE-FILE
001250         AT END MOVE "y" TO ws-eof
001260     END-READ.
001270
001280 SHOW-TRADE.
001290     ADD 1 TO ws-trade-count.
001300     IF TR-SELL
001310         MOVE "SELL" TO ws-action-name
001320     ELSE
001330         MOVE "BUY " TO ws-action-name
001340     END-IF.
001350     EVALUATE TRUE
001360         WHEN TR-FROM-REBALANCE
001370             MOVE "REBALANCE" TO ws-origin-name
001380             IF TR-SELL
001390                 ADD 1 TO ws-rb-sell-count
001400                 ADD TR-AMOUNT TO ws-rb-sell-total
001410             ELSE
001420                 ADD 1 TO ws-rb-buy-count
001430                 ADD TR-AMOUNT TO ws-rb-buy-total
001440             END-IF
001450         WHEN TR-FROM-CONTRIBUTION
001460             MOVE "CONTRIBUTION" TO ws-origin-name
001470             ADD 1 TO ws-cn-buy-count
001480             ADD TR-AMOUNT TO ws-cn-buy-total
001481         WHEN TR-FROM-QDRO
001482             MOVE "QDRO SPLIT" TO ws-origin-name
001483             IF TR-SELL
001484                 ADD 1 TO ws-qd-sell-count
001485                 ADD TR-AMOUNT TO ws-qd-sell-total
001486             ELSE
001487                 ADD 1 TO ws-qd-buy-count
001488                 ADD TR-AMOUNT TO ws-qd-buy-total
001489             END-IF
001490         WHEN OTHER
001500             MOVE "OTHER" TO ws-origin-name
001510     END-EVALUATE.
001520     MOVE TR-AMOUNT TO ws-money-1.
001530     MOVE SPACES TO ws-text-line.
001540     STRING "  " TR-ACCOUNT " " TR-FUND "  " ws-action-name
001550         DELIMITED BY SIZE INTO ws-text-line.
001560     MOVE ws-money-1     TO ws-text-line(36:14).
001570     MOVE ws-origin-name TO ws-text-line(52:12).
001580     MOVE TR-OPERATOR    TO ws-text-line(66:8).
001590     PERFORM SHOW-LINE.
001600
001610 PRINT-TRAILER.
001620     MOVE SPACES TO ws-text-line.
001630     PERFORM SHOW-LINE.
001640     MOVE ws-rb-sell-count TO ws-count-disp.
001650     MOVE ws-rb-sell-total TO ws-money-1.
001660     MOVE SPACES TO ws-text-line.
001670     STRING "REBALANCE SELLS              " ws-count-disp
001680         "  " ws-money-1
001690         DELIMITED BY SIZE INTO ws-text-line.
001700     PERFORM SHOW-LINE.
001710     MOVE ws-rb-buy-count TO ws-count-disp.
001720     MOVE ws-rb-buy-total TO ws-money-1.
001730     MOVE SPACES TO ws-text-line.
001740     STRING "REBALANCE BUYS               " ws-count-disp
001750         "  " ws-money-1
001760         DELIMITED BY SIZE INTO ws-text-line.
001770     PERFORM SHOW-LINE.
001780     MOVE ws-cn-buy-count TO ws-count-disp.
001790     MOVE ws-cn-buy-total TO ws-money-1.
001800     MOVE SPACES TO ws-text-line.
001810     STRING "CONTRIBUTION BUYS            " ws-count-disp
001820         "  " ws-money-1
001830         DELIMITED BY SIZE INTO ws-text-line.
001840     PERFORM SHOW-LINE.
001841     MOVE ws-qd-sell-count TO ws-count-disp.
001842     MOVE ws-qd-sell-total TO ws-money-1.
001843     MOVE SPACES TO ws-text-line.
001844     STRING "QDRO SPLIT SELLS             " ws-count-disp
001845         "  " ws-money-1
001846         DELIMITED BY SIZE INTO ws-text-line.
001847     PERFORM SHOW-LINE.
001848     MOVE ws-qd-buy-count TO ws-count-disp.
001849     MOVE ws-qd-buy-total TO ws-money-1.
001850     MOVE SPACES TO ws-text-line.
001851     STRING "QDRO SPLIT BUYS              " ws-count-disp
001852         "  " ws-money-1
001853         DELIMITED BY SIZE INTO ws-text-line.
001854     PERFORM SHOW-LINE.
001855     MOVE ws-trade-count TO ws-count-disp.
001860     MOVE SPACES TO ws-text-line.
001870     STRING "TRADES CONFIRMED             " ws-count-disp
001880         DELIMITED BY SIZE INTO ws-text-line.
001890     PERFORM SHOW-LINE.
001900     COMPUTE ws-rb-difference =
001910         ws-rb-buy-total - ws-rb-sell-total.
001920     IF ws-rb-difference NOT = ZERO
001930         MOVE ws-rb-difference TO ws-money-2
001940         MOVE SPACES TO ws-text-line
001950         STRING "** REBALANCE OUT OF BALANCE BY " ws-money-2
001960             DELIMITED BY SIZE INTO ws-text-line
001970         PERFORM SHOW-LINE
001980     END-IF.
001981     COMPUTE ws-qd-difference =
001982         ws-qd-buy-total - ws-qd-sell-total.
001983     IF ws-qd-difference NOT = ZERO
001984         MOVE ws-qd-difference TO ws-money-2
001985         MOVE SPACES TO ws-text-line
001986         STRING "** QDRO SPLITS OUT OF BALANCE BY " ws-money-2
001987             DELIMITED BY SIZE INTO ws-text-line
001988         PERFORM SHOW-LINE
001989     END-IF.
001990
002000 FORMAT-DATE.
002010     MOVE SPACES TO ws-fmt-out.
002020     IF ws-fmt-date NOT = ZERO
002030         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
002040             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
002050     END-IF.
002060
002070 SHOW-LINE.
002080     MOVE ws-text-line TO PRINT-LINE.
002090     WRITE PRINT-LINE.
