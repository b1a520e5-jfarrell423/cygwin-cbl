000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WDRQRPT.
000030*--------------------------------
000040* Withdrawal request log.  Every request on WDREQ.DAT, in
000050* request-number order, with the date it came in, the date it
000060* was decided and by whom, and the turnaround in days; a denial
000070* prints its reason under the line.  A request still waiting
000080* shows its age instead, flagged OVERDUE once it has waited
000090* longer than the service standard.  The trailer counts
000100* approved, denied (and how many of those the entry checks
000110* denied on the spot), and still pending, with the dollars
000120* approved and the average and longest supervisor turnaround.
000130* RETURN-CODE 4 when anything is overdue.
000140*
000150*   WDRQRPT_FROM      first request date to list  (default all)
000160*   WDRQRPT_DAYS      service standard in days  (default 5)
000170*
000180* 2026-10  JDF  New program.
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 SELECT WDRQFILE ASSIGN TO "WDREQDAT"
000240 FILE STATUS IS ws-wdrq-status
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS WR-REQUEST-NO.
000280
000290 SELECT PRINT-FILE ASSIGN TO "WDRQRPTPRT"
000300 ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD WDRQFILE.
000350     COPY WDRQREC.
000360
000370 FD PRINT-FILE.
000380 01  PRINT-LINE                      PIC X(80).
000390
000400 WORKING-STORAGE SECTION.
000410 01  ws-wdrq-status                  pic x(02).
000420 01  ws-eof                          pic x(01) value space.
000430 01  ws-run-date                     pic 9(08) value zero.
000440 01  ws-from-date                    pic 9(08) value zero.
000450 01  ws-env-check                    pic x(12) value spaces.
000460 01  ws-standard-days                pic 9(03) value 5.
000470 01  ws-days                         pic 9(05) value zero.
000480 01  ws-end-date                     pic 9(08) value zero.
000490
000500 01  ws-listed-count                 pic 9(05) value zero.
000510 01  ws-approved-count               pic 9(05) value zero.
000520 01  ws-denied-count                 pic 9(05) value zero.
000530 01  ws-auto-count                   pic 9(05) value zero.
000540 01  ws-pending-count                pic 9(05) value zero.
000550 01  ws-overdue-count                pic 9(05) value zero.
000560 01  ws-decided-count                pic 9(05) value zero.
000570 01  ws-turn-total                   pic 9(07) value zero.
000580 01  ws-turn-longest                 pic 9(05) value zero.
000590 01  ws-turn-average                 pic 9(05)v9 value zero.
000600 01  ws-approved-total               pic 9(9)v99 value zero.
000610
000620 01  ws-fmt-date                     pic 9(08) value zero.
000630 01  ws-fmt-out                      pic x(10) value spaces.
000640 01  ws-req-out                      pic x(10) value spaces.
000650 01  ws-money-1                      pic $$,$$$,$$9.99.
000660 01  ws-days-disp                    pic zzz9.
000670 01  ws-avg-disp                     pic zzz9.9.
000680 01  ws-count-disp                   pic zzzz9.
000690
000700     COPY RPTHEAD.
000710
000720 01  ws-text-line                    pic x(80) value spaces.
000730
000740 PROCEDURE DIVISION.
000750 PROGRAM-BEGIN.
000760     CALL "shopcfg"
000770         ON EXCEPTION
000780             DISPLAY "shopcfg not found - default "
000790                 "file locations in effect"
000800     END-CALL.
000810     PERFORM INITIALIZE-REPORT.
000820     OPEN INPUT WDRQFILE.
000830     IF ws-wdrq-status NOT = "00"
000840         MOVE "  (no withdrawal requests on file)" TO ws-text-line
000850         PERFORM SHOW-LINE
000860     ELSE
000870         MOVE SPACE TO ws-eof
000880         READ WDRQFILE NEXT RECORD
000890             AT END MOVE "y" TO ws-eof
000900         END-READ
000910         PERFORM LIST-ONE-REQUEST UNTIL ws-eof = "y"
000920         CLOSE WDRQFILE
000930         IF ws-listed-count = ZERO
000940             MOVE "  (none)" TO ws-text-line
000950             PERFORM SHOW-LINE
000960         END-IF
000970     END-IF.
000980     PERFORM PRINT-TRAILER.
000990     CLOSE PRINT-FILE.
001000     DISPLAY "Withdrawal request log complete - "
001010         ws-listed-count " requests, "
001020         ws-pending-count " pending, "
001030         ws-overdue-count " overdue.".
001040     IF ws-overdue-count > ZERO
001050         MOVE 4 TO RETURN-CODE
001060     END-IF.
001070     STOP RUN.
001080
001090 INITIALIZE-REPORT.
001100     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001110     ACCEPT ws-env-check FROM ENVIRONMENT "WDRQRPT_FROM".
001120     IF ws-env-check(1:8) IS NUMERIC
001130         MOVE ws-env-check(1:8) TO ws-from-date
001140     END-IF.
001150     ACCEPT ws-env-check FROM ENVIRONMENT "WDRQRPT_DAYS".
001160     IF ws-env-check NOT = SPACES
001170         COMPUTE ws-standard-days =
001180             FUNCTION NUMVAL(ws-env-check)
001190     END-IF.
001200     OPEN OUTPUT PRINT-FILE.
001210     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001220         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001230     MOVE "WITHDRAWAL REQUEST LOG" TO RPT-TITLE.
001240     MOVE 1 TO RPT-PAGE-NUMBER.
001250     WRITE PRINT-LINE FROM RPT-HEADING-1.
001260     WRITE PRINT-LINE FROM RPT-HEADING-2.
001270     MOVE SPACES TO ws-text-line.
001280     IF ws-from-date NOT = ZERO
001290         MOVE ws-from-date TO ws-fmt-date
001300         PERFORM FORMAT-DATE
001310         STRING "REQUESTS FROM " ws-fmt-out
001320             DELIMITED BY SIZE INTO ws-text-line
001330     ELSE
001340         MOVE "ALL REQUESTS ON FILE" TO ws-text-line
001350     END-IF.
001360     PERFORM SHOW-LINE.
001370     MOVE SPACES TO ws-text-line.
001380     PERFORM SHOW-LINE.
001390     MOVE "  REQ    ACCOUNT    T" TO ws-text-line.
001400     MOVE "AMOUNT"    TO ws-text-line(30:6).
001410     MOVE "REQUESTED" TO ws-text-line(37:9).
001420     MOVE "DECIDED"   TO ws-text-line(48:7).
001430     MOVE "DAYS"      TO ws-text-line(59:4).
001440     MOVE "S BY"      TO ws-text-line(64:4).
001450     PERFORM SHOW-LINE.
001460
001470 LIST-ONE-REQUEST.
001480     IF WR-REQ-DATE NOT < ws-from-date
001490         PERFORM PRINT-ONE-REQUEST
001500     END-IF.
001510     READ WDRQFILE NEXT RECORD
001520         AT END MOVE "y" TO ws-eof
001530     END-READ.
001540
001550*--------------------------------
001560* Turnaround is calendar days from entry to decision; an open
001570* request's age runs to today.
001580*--------------------------------
001590 PRINT-ONE-REQUEST.
001600     ADD 1 TO ws-listed-count.
001610     IF WR-PENDING
001620         MOVE ws-run-date TO ws-end-date
001630     ELSE
001640         MOVE WR-DECISION-DATE TO ws-end-date
001650     END-IF.
001660     MOVE ZERO TO ws-days.
001670     IF WR-REQ-DATE NOT = ZERO AND ws-end-date > WR-REQ-DATE
001680         COMPUTE ws-days =
001690             FUNCTION INTEGER-OF-DATE(ws-end-date)
001700             - FUNCTION INTEGER-OF-DATE(WR-REQ-DATE)
001710     END-IF.
001720     EVALUATE TRUE
001730         WHEN WR-APPROVED
001740             ADD 1 TO ws-approved-count
001750             ADD WR-AMOUNT TO ws-approved-total
001760             PERFORM TALLY-TURNAROUND
001770         WHEN WR-DENIED
001780             ADD 1 TO ws-denied-count
001790             IF WR-DECIDED-BY = "AUTO"
001800                 ADD 1 TO ws-auto-count
001810             ELSE
001820                 PERFORM TALLY-TURNAROUND
001830             END-IF
001840         WHEN OTHER
001850             ADD 1 TO ws-pending-count
001860     END-EVALUATE.
001870     MOVE WR-REQ-DATE TO ws-fmt-date.
001880     PERFORM FORMAT-DATE.
001890     MOVE ws-fmt-out TO ws-req-out.
001900     MOVE WR-DECISION-DATE TO ws-fmt-date.
001910     PERFORM FORMAT-DATE.
001920     IF WR-PENDING
001930         MOVE "  OPEN" TO ws-fmt-out
001940     END-IF.
001950     MOVE WR-AMOUNT TO ws-money-1.
001960     MOVE ws-days   TO ws-days-disp.
001970     MOVE SPACES TO ws-text-line.
001980     STRING "  " WR-REQUEST-NO " " WR-ACCOUNT " " WR-TYPE " "
001990         ws-money-1 " " ws-req-out " " ws-fmt-out " "
002000         ws-days-disp " " WR-STATUS " " WR-DECIDED-BY
002010         DELIMITED BY SIZE INTO ws-text-line.
002020     IF WR-PENDING AND ws-days > ws-standard-days
002030         ADD 1 TO ws-overdue-count
002040         MOVE "OVERDUE" TO ws-text-line(66:7)
002050     END-IF.
002060     PERFORM SHOW-LINE.
002070     MOVE SPACES TO ws-text-line.
002080     MOVE WR-REASON TO ws-text-line(10:30).
002090     IF WR-DENIED
002100         MOVE WR-DENY-REASON TO ws-text-line(42:30)
002110     END-IF.
002120     PERFORM SHOW-LINE.
002130
002140 TALLY-TURNAROUND.
002150     ADD 1 TO ws-decided-count.
002160     ADD ws-days TO ws-turn-total.
002170     IF ws-days > ws-turn-longest
002180         MOVE ws-days TO ws-turn-longest
002190     END-IF.
002200
002210 PRINT-TRAILER.
002220     MOVE SPACES TO ws-text-line.
002230     PERFORM SHOW-LINE.
002240     MOVE ws-listed-count TO ws-count-disp.
002250     MOVE SPACES TO ws-text-line.
002260     STRING "REQUESTS LISTED              " ws-count-disp
002270         DELIMITED BY SIZE INTO ws-text-line.
002280     PERFORM SHOW-LINE.
002290     MOVE ws-approved-count TO ws-count-disp.
002300     MOVE ws-approved-total TO ws-money-1.
002310     MOVE SPACES TO ws-text-line.
002320     STRING "APPROVED                     " ws-count-disp
002330         "  " ws-money-1
002340         DELIMITED BY SIZE INTO ws-text-line.
002350     PERFORM SHOW-LINE.
002360     MOVE ws-denied-count TO ws-count-disp.
002370     MOVE SPACES TO ws-text-line.
002380     STRING "DENIED                       " ws-count-disp
002390         DELIMITED BY SIZE INTO ws-text-line.
002400     PERFORM SHOW-LINE.
002410     MOVE ws-auto-count TO ws-count-disp.
002420     MOVE SPACES TO ws-text-line.
002430     STRING "  FAILED THE ENTRY CHECKS    " ws-count-disp
002440         DELIMITED BY SIZE INTO ws-text-line.
002450     PERFORM SHOW-LINE.
002460     MOVE ws-pending-count TO ws-count-disp.
002470     MOVE SPACES TO ws-text-line.
002480     STRING "STILL PENDING                " ws-count-disp
002490         DELIMITED BY SIZE INTO ws-text-line.
002500     PERFORM SHOW-LINE.
002510     MOVE ws-overdue-count TO ws-count-disp.
002520     MOVE ws-standard-days TO ws-days-disp.
002530     MOVE SPACES TO ws-text-line.
002540     STRING "  OVERDUE (OVER " ws-days-disp " DAYS)   "
002550         ws-count-disp
002560         DELIMITED BY SIZE INTO ws-text-line.
002570     PERFORM SHOW-LINE.
002580     IF ws-decided-count > ZERO
002590         COMPUTE ws-turn-average ROUNDED =
002600             ws-turn-total / ws-decided-count
002610     END-IF.
002620     MOVE ws-turn-average TO ws-avg-disp.
002630     MOVE SPACES TO ws-text-line.
002640     STRING "AVERAGE TURNAROUND (DAYS)   " ws-avg-disp
002650         DELIMITED BY SIZE INTO ws-text-line.
002660     PERFORM SHOW-LINE.
002670     MOVE ws-turn-longest TO ws-days-disp.
002680     MOVE SPACES TO ws-text-line.
002690     STRING "LONGEST TURNAROUND (DAYS)     " ws-days-disp
002700         DELIMITED BY SIZE INTO ws-text-line.
002710     PERFORM SHOW-LINE.
002720
002730 FORMAT-DATE.
002740     MOVE SPACES TO ws-fmt-out.
002750     IF ws-fmt-date NOT = ZERO
002760         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
002770             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
002780     END-IF.
002790
002800 SHOW-LINE.
002810     MOVE ws-text-line TO PRINT-LINE.
002820     WRITE PRINT-LINE.
