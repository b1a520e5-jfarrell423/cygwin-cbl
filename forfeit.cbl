000090* term-date), and the unvested remainder prints for the
000100* forfeiture posting.  Run after the srcbal rebuild.
000110*
000111* The first run to find a forfeiture logs it on FORFLOG.DAT
000113* (account and termination date, dated that run) for the
000115* general-ledger extract; a later run lists it again but does
000116* not log it twice.  New ones are starred on the report.
000118*
000120* 2026-09  JDF  New program.
000125* 2026-10  JDF  Forfeitures logged once to FORFLOG.DAT.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000380     ORGANIZATION IS INDEXED
000390     ACCESS MODE IS DYNAMIC
000400     RECORD KEY IS VEST-YEARS.
000401
000402 SELECT FORFLOG-FILE ASSIGN TO "FORFLOGDAT"
000404     FILE STATUS IS ws-fl-status
000405     ORGANIZATION IS INDEXED
000407     ACCESS MODE IS DYNAMIC
000408     RECORD KEY IS FL-KEY.
000410
000420 SELECT PRINT-FILE ASSIGN TO "FORFEITPRT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 FD  VESTFILE.
000570     COPY VESTREC.
000572
000575 FD  FORFLOG-FILE.
000577     COPY FORFLREC.
000580
000590 FD  PRINT-FILE.
000600 01  PRINT-LINE                      PIC X(80).
000660 01  ws-part-status                  pic x(02).
000670 01  ws-sb-status                    pic x(02).
000680 01  ws-vest-status                  pic x(02).
000681 01  ws-fl-status                    pic x(02).
000683 01  ws-fl-open                      pic x(01) value "N".
000685 01  ws-logged-count                 pic 9(05) value zero.
000686 01  ws-logged-flag                  pic x(03) value spaces.
000688 01  ws-dir-term-date                pic 9(08) value zero.
000690 01  ws-part-eof                     pic x(01) value space.
000700 01  ws-vest-eof                     pic x(01) value space.
000710 01  ws-run-date                     pic 9(08) value zero.
001240     IF ws-vest-status = "00"
001250         MOVE "Y" TO ws-vest-open
001260     END-IF.
001261     OPEN I-O FORFLOG-FILE.
001262     IF ws-fl-status = "35"
001263         OPEN OUTPUT FORFLOG-FILE
001264         CLOSE FORFLOG-FILE
001265         OPEN I-O FORFLOG-FILE
001266     END-IF.
001267     IF ws-fl-status = "00"
001268         MOVE "Y" TO ws-fl-open
001269     END-IF.
001270     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001280     OPEN OUTPUT PRINT-FILE.
001290     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001460     CLOSE SRCBAL-FILE.
001470     IF ws-vest-open = "Y"
001480         CLOSE VESTFILE.
001483     IF ws-fl-open = "Y"
001486         CLOSE FORFLOG-FILE.
001490     CLOSE PRINT-FILE.
001500
001510 SWEEP-PARTICIPANTS.
001960         NOT INVALID KEY
001970             MOVE SB-BALANCE TO ws-match-balance
001980     END-READ.
001985     MOVE ws-term-date TO ws-dir-term-date.
001990     IF ws-match-balance > ZERO
002000         PERFORM COMPUTE-SERVICE-YEARS
002010         PERFORM LOOK-UP-VEST-PCT
002060         IF ws-unvested-amt > ZERO
002070             ADD 1 TO ws-forfeit-count
002080             ADD ws-unvested-amt TO ws-forfeit-total
002085             PERFORM LOG-ONE-FORFEITURE
002090             PERFORM PRINT-ONE-FORFEITURE
002100         END-IF
002110     END-IF.
002650     READ VESTFILE NEXT RECORD
002660         AT END MOVE "y" TO ws-vest-eof
002670     END-READ.
002671
002672 LOG-ONE-FORFEITURE.
002673     MOVE SPACES TO ws-logged-flag.
002674     IF ws-fl-open = "Y"
002675         MOVE PART-ACCOUNT      TO FL-ACCOUNT
002676         MOVE ws-dir-term-date  TO FL-TERM-DATE
002677         MOVE ws-run-date       TO FL-POST-DATE
002678         MOVE ws-match-balance  TO FL-MATCH-BALANCE
002680         MOVE ws-vest-pct-found TO FL-VEST-PCT
002681         MOVE ws-unvested-amt   TO FL-AMOUNT
002682         WRITE FORFLOG-REC
002683             INVALID KEY CONTINUE
002684             NOT INVALID KEY
002685                 MOVE "NEW" TO ws-logged-flag
002686                 ADD 1 TO ws-logged-count
002687         END-WRITE
002688     END-IF.
002689
002690 PRINT-ONE-FORFEITURE.
002700     MOVE ws-match-balance TO ws-money-1.
002710     MOVE ws-unvested-amt  TO ws-money-2.
002760         " VESTED " ws-pct-disp
002770         "% FORFEIT " ws-money-2
002780         DELIMITED BY SIZE INTO ws-text-line.
002782     IF ws-logged-flag = "NEW"
002785         MOVE "*" TO ws-text-line(1:1)
002787     END-IF.
002790     PERFORM SHOW-LINE.
002800
002810 PRINT-TRAILER.
002910         ws-money-3 " TO FORFEIT"
002920         DELIMITED BY SIZE INTO ws-text-line.
002930     PERFORM SHOW-LINE.
002931     MOVE SPACES TO ws-text-line.
002933     STRING "* " ws-logged-count " NEW THIS RUN, LOGGED FOR THE "
002935         "GENERAL LEDGER"
002936         DELIMITED BY SIZE INTO ws-text-line.
002938     PERFORM SHOW-LINE.
002940
002950 SHOW-LINE.
002960     MOVE ws-text-line TO PRINT-LINE.
