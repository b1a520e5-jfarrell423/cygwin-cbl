000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTERPT.
000030*--------------------------------
000040* Daily undelivered-notification report over the outbound
000050* queue (NOTIFYQ.DAT, NOTEREC.CPY), printed to NOTERPT.PRT:
000060*
000070*   BOUNCED  - the gateway sent it back; notedisp tries it
000080*              again on the next run;
000090*   FAILED   - out of retries, or a recipient that could not
000100*              be resolved - someone has to send it by hand.
000110*              Failures stay on the queue, so only those whose
000120*              last try falls within NOTERPT_DAYS (default 7)
000130*              are listed;
000140*   WAITING  - queued before today and never dispatched, which
000150*              means the dispatch step is not running.
000160*
000170* Totals land in NOTERPT.CNT, the PHONEDACK.CNT convention, and
000180* anything undelivered ends the run RC 4.
000190*
000200* 2026-10  JDF  New program.
000210*--------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000260 ORGANIZATION IS LINE SEQUENTIAL
000270 FILE STATUS IS ws-note-status.
000280
000290 SELECT PRINT-FILE ASSIGN TO "NOTERPTPRT"
000300 ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 SELECT COUNT-FILE ASSIGN TO "NOTERPTCNT"
000330 ORGANIZATION IS LINE SEQUENTIAL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD NOTE-FILE.
000380 01  NOTE-LINE                       PIC X(544).
000390
000400 FD PRINT-FILE.
000410 01  PRINT-LINE                      PIC X(80).
000420
000430 FD COUNT-FILE.
000440 01  COUNT-REC.
000450     05  CNT-BOUNCED                 PIC 9(05).
000460     05  CNT-FAILED                  PIC 9(05).
000470     05  CNT-WAITING                 PIC 9(05).
000480     05  CNT-RUN-DATE                PIC 9(08).
000490
000500 WORKING-STORAGE SECTION.
000510     COPY NOTEREC.
000520
000530     COPY RPTHEAD.
000540
000550 01  ws-note-status                  pic x(02).
000560 01  ws-eof                          pic x(01) value space.
000570 01  ws-pass                         pic x(01) value space.
000580 01  ws-run-date                     pic 9(08) value zero.
000590 01  ws-today-int                    pic 9(08) value zero.
000600 01  ws-cutoff-int                   pic 9(08) value zero.
000610 01  ws-cutoff-date                  pic 9(08) value zero.
000620 01  ws-report-days                  pic 9(03) value 7.
000630 01  ws-env-check                    pic x(10) value spaces.
000640 01  ws-section-count                pic 9(05) value zero.
000650 01  ws-bounced-count                pic 9(05) value zero.
000660 01  ws-failed-count                 pic 9(05) value zero.
000670 01  ws-waiting-count                pic 9(05) value zero.
000680 01  ws-text-line                    pic x(80) value spaces.
000690
000700 PROCEDURE DIVISION.
000710 PROGRAM-BEGIN.
000720     CALL "shopcfg"
000730         ON EXCEPTION
000740             DISPLAY "shopcfg not found - default "
000750                 "file locations in effect"
000760     END-CALL.
000770     PERFORM INITIALIZE-RUN.
000780     MOVE "B" TO ws-pass.
000790     MOVE "BOUNCED BY THE MAIL GATEWAY - RETRY PENDING"
000800         TO ws-text-line.
000810     PERFORM SWEEP-QUEUE.
000820     MOVE "F" TO ws-pass.
000830     MOVE SPACES TO ws-text-line.
000840     STRING "FAILED - SEND BY HAND (LAST "
000850         ws-report-days " DAYS)"
000860         DELIMITED BY SIZE INTO ws-text-line.
000870     PERFORM SWEEP-QUEUE.
000880     MOVE "Q" TO ws-pass.
000890     MOVE "QUEUED BEFORE TODAY AND NEVER DISPATCHED"
000900         TO ws-text-line.
000910     PERFORM SWEEP-QUEUE.
000920     PERFORM PRINT-TRAILER.
000930     CLOSE PRINT-FILE.
000940     PERFORM WRITE-COUNT-FILE.
000950     DISPLAY "Undelivered notifications - "
000960         ws-bounced-count " bounced, "
000970         ws-failed-count " failed, "
000980         ws-waiting-count " never dispatched.".
000990     IF ws-bounced-count > ZERO
001000         OR ws-failed-count > ZERO
001010         OR ws-waiting-count > ZERO
001020         MOVE 4 TO RETURN-CODE
001030     END-IF.
001040     STOP RUN.
001050
001060 INITIALIZE-RUN.
001070     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001080     ACCEPT ws-env-check FROM ENVIRONMENT "NOTERPT_DAYS".
001090     IF ws-env-check(1:3) IS NUMERIC
001100         MOVE ws-env-check(1:3) TO ws-report-days
001110     END-IF.
001120     COMPUTE ws-today-int =
001130         FUNCTION INTEGER-OF-DATE(ws-run-date).
001140     COMPUTE ws-cutoff-int = ws-today-int - ws-report-days.
001150     COMPUTE ws-cutoff-date =
001160         FUNCTION DATE-OF-INTEGER(ws-cutoff-int).
001170     OPEN OUTPUT PRINT-FILE.
001180     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001190         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001200     MOVE "UNDELIVERED NOTIFICATIONS" TO RPT-TITLE.
001210     MOVE 1 TO RPT-PAGE-NUMBER.
001220     WRITE PRINT-LINE FROM RPT-HEADING-1.
001230     WRITE PRINT-LINE FROM RPT-HEADING-2.
001240
001250 SWEEP-QUEUE.
001260*--------------------------------
001270* One pass of the queue per section, the caller having set
001280* the section heading in ws-text-line.
001290*--------------------------------
001300     MOVE SPACES TO PRINT-LINE.
001310     WRITE PRINT-LINE.
001320     PERFORM SHOW-LINE.
001330     MOVE ZERO  TO ws-section-count.
001340     MOVE SPACE TO ws-eof.
001350     OPEN INPUT NOTE-FILE.
001360     IF ws-note-status NOT = "00"
001370         MOVE "  (no notification queue on file)" TO ws-text-line
001380         PERFORM SHOW-LINE
001390         MOVE "y" TO ws-eof
001400     ELSE
001410         READ NOTE-FILE INTO NOTE-REC
001420             AT END MOVE "y" TO ws-eof
001430         END-READ
001440         PERFORM CHECK-ONE-NOTICE UNTIL ws-eof = "y"
001450         CLOSE NOTE-FILE
001460         IF ws-section-count = ZERO
001470             MOVE "  (none)" TO ws-text-line
001480             PERFORM SHOW-LINE
001490         END-IF
001500     END-IF.
001510
001520 CHECK-ONE-NOTICE.
001530     EVALUATE TRUE
001540         WHEN ws-pass = "B" AND NOTE-BOUNCED
001550             ADD 1 TO ws-bounced-count
001560             PERFORM REPORT-ONE-NOTICE
001570         WHEN ws-pass = "F" AND NOTE-FAILED
001580             AND NOTE-LAST-TRY NOT < ws-cutoff-date
001590             ADD 1 TO ws-failed-count
001600             PERFORM REPORT-ONE-NOTICE
001610         WHEN ws-pass = "Q" AND NOTE-WAITING
001620             AND NOTE-QUEUED(1:8) < ws-run-date
001630             ADD 1 TO ws-waiting-count
001640             PERFORM REPORT-ONE-NOTICE
001650         WHEN OTHER
001660             CONTINUE
001670     END-EVALUATE.
001680     READ NOTE-FILE INTO NOTE-REC
001690         AT END MOVE "y" TO ws-eof
001700     END-READ.
001710
001720 REPORT-ONE-NOTICE.
001730     ADD 1 TO ws-section-count.
001740     MOVE SPACES TO ws-text-line.
001750     STRING "  " NOTE-QUEUED(5:2) "/" NOTE-QUEUED(7:2) "/"
001760         NOTE-QUEUED(1:4) " " NOTE-SOURCE " "
001770         NOTE-CHANNEL " TO " NOTE-RECIP-TYPE " "
001780         NOTE-RECIP-ID " " NOTE-RECIP-NAME
001790         DELIMITED BY SIZE INTO ws-text-line.
001800     PERFORM SHOW-LINE.
001810     MOVE SPACES TO ws-text-line.
001820     STRING "      RE: " NOTE-SUBJECT
001830         DELIMITED BY SIZE INTO ws-text-line.
001840     PERFORM SHOW-LINE.
001850     IF ws-pass NOT = "Q"
001860         MOVE SPACES TO ws-text-line
001870         STRING "      TRIES " NOTE-ATTEMPTS
001880             "  LAST " NOTE-LAST-TRY(5:2) "/"
001890             NOTE-LAST-TRY(7:2) "/" NOTE-LAST-TRY(1:4)
001900             "  " NOTE-RESULT
001910             DELIMITED BY SIZE INTO ws-text-line
001920         PERFORM SHOW-LINE
001930     END-IF.
001940
001950 PRINT-TRAILER.
001960     MOVE SPACES TO ws-text-line.
001970     PERFORM SHOW-LINE.
001980     MOVE SPACES TO ws-text-line.
001990     STRING ws-bounced-count " BOUNCED, "
002000         ws-failed-count " FAILED, "
002010         ws-waiting-count " NEVER DISPATCHED"
002020         DELIMITED BY SIZE INTO ws-text-line.
002030     PERFORM SHOW-LINE.
002040
002050 WRITE-COUNT-FILE.
002060*--------------------------------
002070* Totals for the morning dashboard, the PHONEDACK.CNT
002080* convention.
002090*--------------------------------
002100     OPEN OUTPUT COUNT-FILE.
002110     MOVE ws-bounced-count TO CNT-BOUNCED.
002120     MOVE ws-failed-count  TO CNT-FAILED.
002130     MOVE ws-waiting-count TO CNT-WAITING.
002140     MOVE ws-run-date      TO CNT-RUN-DATE.
002150     WRITE COUNT-REC.
002160     CLOSE COUNT-FILE.
002170
002180 SHOW-LINE.
002190     MOVE ws-text-line TO PRINT-LINE.
002200     WRITE PRINT-LINE.
