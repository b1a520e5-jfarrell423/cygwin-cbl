000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLOSERPT.
000030*--------------------------------
000040* Period-close status report, printed to CLOSERPT.PRT: every
000050* task of the close in progress (last month's, or CLOSE_PERIOD
000060* as YYYYMM) in due-day order with where it stands -
000070*
000080*   DONE / DONE LATE  signed off, on or after the due date;
000090*   LATE              open past its due date;
000100*   BLOCKED           open, waiting on a prerequisite;
000110*   DUE TODAY / OPEN  open, not yet late;
000120*
000130* then the close's full sign-off history from CLOSESGN.DAT -
000140* who signed what off, when, and the note of what they checked,
000150* and every supervisor reopening with the reason - as the
000160* evidence of the close the auditors ask for.  The tasks and
000170* due dates come from CLOSETASK.DAT (closemnt.cbl) and
000180* CALENDAR.DAT, the same way closesgn.cbl works them out.
000190*
000200* Totals land in CLOSERPT.CNT, the NOTERPT.CNT convention, and
000210* the open tasks in CLOSEOPEN.DAT, for the morning dashboard.
000220* A late close is the dashboard's business rather than a
000230* failed batch step, so the run ends RC 0 either way.
000240*
000250* 2026-10  JDF  New program.
000260*--------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300 SELECT TASK-FILE ASSIGN TO "CLOSETASKDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-task-status.
000330
000340 SELECT SIGNOFF-FILE ASSIGN TO "CLOSESGNDAT"
000350 ORGANIZATION IS LINE SEQUENTIAL
000360 FILE STATUS IS ws-sign-status.
000370
000380 SELECT CALENDAR-FILE ASSIGN TO "CALENDARDAT"
000390 FILE STATUS IS ws-cal-status
000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS CAL-DATE.
000430
000440 SELECT PRINT-FILE ASSIGN TO "CLOSERPTPRT"
000450 ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 SELECT COUNT-FILE ASSIGN TO "CLOSERPTCNT"
000480 ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 SELECT OPEN-TASK-FILE ASSIGN TO "CLOSEOPENDAT"
000510 ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD TASK-FILE.
000560 01  TASK-LINE                       PIC X(90).
000570
000580 FD SIGNOFF-FILE.
000590 01  SIGNOFF-LINE                    PIC X(75).
000600
000610 FD CALENDAR-FILE.
000620     COPY CALREC.
000630
000640 FD PRINT-FILE.
000650 01  PRINT-LINE                      PIC X(80).
000660
000670 FD COUNT-FILE.
000680 01  COUNT-REC.
000690     05  CNT-PERIOD                  PIC 9(06).
000700     05  CNT-TASKS                   PIC 9(03).
000710     05  CNT-DONE                    PIC 9(03).
000720     05  CNT-OPEN                    PIC 9(03).
000730     05  CNT-LATE                    PIC 9(03).
000740     05  CNT-BLOCKED                 PIC 9(03).
000750     05  CNT-RUN-DATE                PIC 9(08).
000760
000770 FD OPEN-TASK-FILE.
000780 01  OPEN-TASK-REC.
000790     05  OPN-TASK-ID                 PIC X(06).
000800     05  OPN-STATE                   PIC X(09).
000810     05  OPN-DUE-DATE                PIC 9(08).
000820     05  OPN-OWNER                   PIC X(08).
000830     05  OPN-DESCRIPTION             PIC X(30).
000840
000850 WORKING-STORAGE SECTION.
000860     COPY RPTHEAD.
000870     COPY CLTKREC.
000880     COPY CLSGREC.
000890
000900 01  ws-task-status                  pic x(02).
000910 01  ws-sign-status                  pic x(02).
000920 01  ws-today                        pic 9(08) value zero.
000930 01  ws-text-line                    pic x(80) value spaces.
000940 01  ws-done-count                   pic 9(03) value zero.
000950 01  ws-done-late-count              pic 9(03) value zero.
000960 01  ws-open-count                   pic 9(03) value zero.
000970 01  ws-late-count                   pic 9(03) value zero.
000980 01  ws-blocked-count                pic 9(03) value zero.
000990 01  ws-history-count                pic 9(03) value zero.
001000 01  ws-task-total                   pic 9(03) value zero.
001010 01  ws-action-word                  pic x(07) value spaces.
001020 01  ws-signoff-word                 pic x(10) value spaces.
001030
001040*--------------------------------
001050* The close being worked: its period (year and month), what
001060* kind of close that month ends (M, Q, or Y), and the period's
001070* last day, which due business days count forward from.
001080*--------------------------------
001090 01  ws-close-period                 pic 9(06) value zero.
001100 01  ws-close-period-split redefines ws-close-period.
001110     05  ws-cp-year                  pic 9(04).
001120     05  ws-cp-month                 pic 9(02).
001130 01  ws-close-kind                   pic x(01) value space.
001140 01  ws-close-kind-name              pic x(11) value spaces.
001150 01  ws-period-end                   pic 9(08) value zero.
001160 01  ws-next-month-start             pic 9(08) value zero.
001170 01  ws-next-split redefines ws-next-month-start.
001180     05  ws-nm-year                  pic 9(04).
001190     05  ws-nm-month                 pic 9(02).
001200     05  ws-nm-day                   pic 9(02).
001210 01  ws-env-period                   pic x(06) value spaces.
001220
001230*--------------------------------
001240* The close's tasks, in due-day order: the CLTKREC definition,
001250* then the due date worked out for this close and the latest
001260* sign-off state from CLOSESGN.DAT (D = signed off).
001270*--------------------------------
001280 01  ws-task-count                   pic 9(02) comp value zero.
001290 01  ws-task-table.
001300     05  ws-task-entry               occurs 60 times.
001310         10  ws-tk-def.
001320             15  ws-tk-period        pic x(01).
001330             15  ws-tk-id            pic x(06).
001340             15  ws-tk-description   pic x(30).
001350             15  ws-tk-kind          pic x(01).
001360             15  ws-tk-action        pic x(24).
001370             15  ws-tk-prereq        pic x(06)
001380                 occurs 3 times.
001390             15  ws-tk-owner         pic x(08).
001400             15  ws-tk-due-day       pic 9(02).
001410         10  ws-tk-due-date          pic 9(08).
001420         10  ws-tk-state             pic x(01).
001430         10  ws-tk-done-by           pic x(08).
001440         10  ws-tk-done-date         pic 9(08).
001450         10  ws-tk-done-time         pic 9(06).
001460         10  ws-tk-done-note         pic x(40).
001470         10  ws-tk-blocked           pic x(01).
001480 01  ws-swap-entry                   pic x(162) value spaces.
001490 01  ws-tk-sub                       pic 9(02) comp value zero.
001500 01  ws-tk-sub-2                     pic 9(02) comp value zero.
001510 01  ws-found-sub                    pic 9(02) comp value zero.
001520 01  ws-pre-sub                      pic 9(01) comp value zero.
001530 01  ws-find-id                      pic x(06) value spaces.
001540 01  ws-swapped                      pic x(01) value "N".
001550 01  ws-state-name                   pic x(09) value spaces.
001560 01  ws-waiting-list                 pic x(21) value spaces.
001570 01  ws-waiting-ptr                  pic 9(02) comp value 1.
001580 01  ws-task-eof                     pic x(01) value space.
001590 01  ws-sign-eof                     pic x(01) value space.
001600
001610*--------------------------------
001620* Business-day counting, the remitrec.cbl arithmetic: the
001630* weekday rule, overridden by CALENDAR.DAT where the date is
001640* on file.
001650*--------------------------------
001660 01  ws-cal-status                   pic x(02).
001670 01  ws-cal-open                     pic x(01) value "N".
001680 01  ws-bus-count                    pic 9(02) value zero.
001690 01  ws-check-date                   pic 9(08) value zero.
001700 01  ws-check-int                    pic 9(08) value zero.
001710 01  ws-weekday-rem                  pic 9(01) value zero.
001720 01  ws-day-is-business              pic x(01) value "Y".
001730 01  ws-date-disp                    pic x(10) value spaces.
001740
001750 PROCEDURE DIVISION.
001760 PROGRAM-BEGIN.
001770     CALL "shopcfg"
001780         ON EXCEPTION
001790             DISPLAY "shopcfg not found - default "
001800                 "file locations in effect"
001810     END-CALL.
001820     ACCEPT ws-today FROM DATE YYYYMMDD.
001830     PERFORM DEFAULT-CLOSE-PERIOD.
001840     PERFORM SET-CLOSE-DATES.
001850     PERFORM LOAD-CLOSE.
001860     PERFORM OPEN-REPORT.
001870     OPEN OUTPUT OPEN-TASK-FILE.
001880     PERFORM PRINT-TASK-SECTION.
001890     CLOSE OPEN-TASK-FILE.
001900     PERFORM PRINT-SUMMARY.
001910     PERFORM PRINT-HISTORY-SECTION.
001920     CLOSE PRINT-FILE.
001930     PERFORM WRITE-COUNT-FILE.
001940     DISPLAY "Close " ws-cp-month "/" ws-cp-year " - "
001950         ws-done-count " done, " ws-open-count " open, "
001960         ws-late-count " late, " ws-blocked-count " blocked.".
001970     STOP RUN.
001980
001990 OPEN-REPORT.
002000     OPEN OUTPUT PRINT-FILE.
002010     STRING ws-today(5:2) "/" ws-today(7:2) "/"
002020         ws-today(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002030     MOVE "PERIOD CLOSE STATUS" TO RPT-TITLE.
002040     MOVE 1 TO RPT-PAGE-NUMBER.
002050     WRITE PRINT-LINE FROM RPT-HEADING-1.
002060     WRITE PRINT-LINE FROM RPT-HEADING-2.
002070     MOVE SPACES TO PRINT-LINE.
002080     WRITE PRINT-LINE.
002090     MOVE ws-period-end TO ws-check-date.
002100     PERFORM FORMAT-DATE.
002110     MOVE SPACES TO ws-text-line.
002120     STRING "CLOSE FOR " ws-cp-month "/" ws-cp-year " - "
002130         DELIMITED BY SIZE
002140         ws-close-kind-name DELIMITED BY "  "
002150         ", PERIOD ENDED " ws-date-disp
002160         DELIMITED BY SIZE INTO ws-text-line.
002170     PERFORM SHOW-LINE.
002180     MOVE SPACES TO ws-text-line.
002190     PERFORM SHOW-LINE.
002200
002210 PRINT-TASK-SECTION.
002220     MOVE "  TASK   STATE     DUE         OWNER    DESCRIPTION"
002230         TO ws-text-line.
002240     PERFORM SHOW-LINE.
002250     IF ws-task-count = ZERO
002260         MOVE "  (no close tasks on file - see closemnt)"
002270             TO ws-text-line
002280         PERFORM SHOW-LINE
002290     END-IF.
002300     MOVE ZERO TO ws-tk-sub.
002310     PERFORM PRINT-ONE-TASK ws-task-count TIMES.
002320
002330 PRINT-ONE-TASK.
002340*--------------------------------
002350* Also counts the task, and puts an open one on the
002360* dashboard's list.
002370*--------------------------------
002380     ADD 1 TO ws-tk-sub.
002390     PERFORM SET-STATE-NAME.
002400     MOVE ws-tk-due-date(ws-tk-sub) TO ws-check-date.
002410     PERFORM FORMAT-DATE.
002420     MOVE SPACES TO ws-text-line.
002430     STRING "  " ws-tk-id(ws-tk-sub) " " ws-state-name " "
002440         ws-date-disp "  " ws-tk-owner(ws-tk-sub) " "
002450         ws-tk-description(ws-tk-sub)
002460         DELIMITED BY SIZE INTO ws-text-line.
002470     PERFORM SHOW-LINE.
002480     IF ws-tk-kind(ws-tk-sub) = "P"
002490         MOVE "RUN"    TO ws-action-word
002500     ELSE
002510         MOVE "ACTION" TO ws-action-word
002520     END-IF.
002530     MOVE SPACES TO ws-text-line.
002540     STRING "         " ws-action-word ws-tk-action(ws-tk-sub)
002550         DELIMITED BY SIZE INTO ws-text-line.
002560     PERFORM SHOW-LINE.
002570     IF ws-tk-state(ws-tk-sub) = "D"
002580         ADD 1 TO ws-done-count
002590         IF ws-state-name = "DONE LATE"
002600             ADD 1 TO ws-done-late-count
002610         END-IF
002620         MOVE ws-tk-done-date(ws-tk-sub) TO ws-check-date
002630         PERFORM FORMAT-DATE
002640         MOVE SPACES TO ws-text-line
002650         STRING "         SIGNED OFF BY " ws-tk-done-by(ws-tk-sub)
002660             " " ws-date-disp " "
002670             ws-tk-done-time(ws-tk-sub)(1:2) ":"
002680             ws-tk-done-time(ws-tk-sub)(3:2)
002690             DELIMITED BY SIZE INTO ws-text-line
002700         PERFORM SHOW-LINE
002710         MOVE SPACES TO ws-text-line
002720         STRING "         CHECKED: " ws-tk-done-note(ws-tk-sub)
002730             DELIMITED BY SIZE INTO ws-text-line
002740         PERFORM SHOW-LINE
002750     ELSE
002760         ADD 1 TO ws-open-count
002770         IF ws-state-name = "LATE"
002780             ADD 1 TO ws-late-count
002790         END-IF
002800         IF ws-tk-blocked(ws-tk-sub) = "Y"
002810             ADD 1 TO ws-blocked-count
002820             PERFORM BUILD-WAITING-LIST
002830             MOVE SPACES TO ws-text-line
002840             STRING "         WAITING ON " ws-waiting-list
002850                 DELIMITED BY SIZE INTO ws-text-line
002860             PERFORM SHOW-LINE
002870         END-IF
002880         MOVE ws-tk-id(ws-tk-sub)          TO OPN-TASK-ID
002890         MOVE ws-state-name                TO OPN-STATE
002900         MOVE ws-tk-due-date(ws-tk-sub)    TO OPN-DUE-DATE
002910         MOVE ws-tk-owner(ws-tk-sub)       TO OPN-OWNER
002920         MOVE ws-tk-description(ws-tk-sub) TO OPN-DESCRIPTION
002930         WRITE OPEN-TASK-REC
002940     END-IF.
002950
002960 PRINT-SUMMARY.
002970     MOVE ws-task-count TO ws-task-total.
002980     MOVE SPACES TO ws-text-line.
002990     PERFORM SHOW-LINE.
003000     MOVE SPACES TO ws-text-line.
003010     STRING ws-task-total " TASKS:  " ws-done-count " DONE ("
003020         ws-done-late-count " LATE)  " ws-open-count " OPEN  "
003030         ws-late-count " LATE  " ws-blocked-count " BLOCKED"
003040         DELIMITED BY SIZE INTO ws-text-line.
003050     PERFORM SHOW-LINE.
003060     IF ws-task-count > ZERO AND ws-open-count = ZERO
003070         MOVE "CLOSE COMPLETE - EVERY TASK SIGNED OFF"
003080             TO ws-text-line
003090         PERFORM SHOW-LINE
003100     END-IF.
003110
003120 PRINT-HISTORY-SECTION.
003130*--------------------------------
003140* Every sign-off record for this close in the order it was
003150* made, including those for tasks taken off the list since.
003160*--------------------------------
003170     MOVE SPACES TO ws-text-line.
003180     PERFORM SHOW-LINE.
003190     MOVE "SIGN-OFF HISTORY" TO ws-text-line.
003200     PERFORM SHOW-LINE.
003210     MOVE ZERO  TO ws-history-count.
003220     MOVE SPACE TO ws-sign-eof.
003230     OPEN INPUT SIGNOFF-FILE.
003240     IF ws-sign-status NOT = "00"
003250         MOVE "y" TO ws-sign-eof
003260     END-IF.
003270     PERFORM PRINT-ONE-SIGNOFF UNTIL ws-sign-eof = "y".
003280     IF ws-sign-status NOT = "35"
003290         CLOSE SIGNOFF-FILE
003300     END-IF.
003310     IF ws-history-count = ZERO
003320         MOVE "  (nothing signed off for this close yet)"
003330             TO ws-text-line
003340         PERFORM SHOW-LINE
003350     END-IF.
003360
003370 PRINT-ONE-SIGNOFF.
003380     READ SIGNOFF-FILE INTO CLOSE-SIGNOFF-REC
003390         AT END MOVE "y" TO ws-sign-eof
003400     END-READ.
003410     IF ws-sign-eof NOT = "y"
003420         AND CS-PERIOD = ws-close-period
003430         ADD 1 TO ws-history-count
003440         IF CS-SIGNED-OFF
003450             MOVE "SIGNED OFF" TO ws-signoff-word
003460         ELSE
003470             MOVE "REOPENED"   TO ws-signoff-word
003480         END-IF
003490         MOVE CS-DATE TO ws-check-date
003500         PERFORM FORMAT-DATE
003510         MOVE SPACES TO ws-text-line
003520         STRING "  " ws-date-disp " " CS-TIME(1:2) ":"
003530             CS-TIME(3:2) "  " CS-OPERATOR " " ws-signoff-word
003540             " " CS-TASK-ID
003550             DELIMITED BY SIZE INTO ws-text-line
003560         PERFORM SHOW-LINE
003570         MOVE SPACES TO ws-text-line
003580         STRING "      " CS-NOTE
003590             DELIMITED BY SIZE INTO ws-text-line
003600         PERFORM SHOW-LINE
003610     END-IF.
003620
003630 WRITE-COUNT-FILE.
003640*--------------------------------
003650* Totals for the morning dashboard, the NOTERPT.CNT
003660* convention: one record, rewritten every run.
003670*--------------------------------
003680     OPEN OUTPUT COUNT-FILE.
003690     MOVE ws-close-period  TO CNT-PERIOD.
003700     MOVE ws-task-total    TO CNT-TASKS.
003710     MOVE ws-done-count    TO CNT-DONE.
003720     MOVE ws-open-count    TO CNT-OPEN.
003730     MOVE ws-late-count    TO CNT-LATE.
003740     MOVE ws-blocked-count TO CNT-BLOCKED.
003750     MOVE ws-today         TO CNT-RUN-DATE.
003760     WRITE COUNT-REC.
003770     CLOSE COUNT-FILE.
003780
003790 SHOW-LINE.
003800     MOVE ws-text-line TO PRINT-LINE.
003810     WRITE PRINT-LINE.
003820
003830 DEFAULT-CLOSE-PERIOD.
003840*--------------------------------
003850* The close in progress is last month's, unless CLOSE_PERIOD
003860* names another as YYYYMM.
003870*--------------------------------
003880     MOVE ws-today(1:6) TO ws-close-period.
003890     IF ws-cp-month = 1
003900         SUBTRACT 1 FROM ws-cp-year
003910         MOVE 12 TO ws-cp-month
003920     ELSE
003930         SUBTRACT 1 FROM ws-cp-month
003940     END-IF.
003950     ACCEPT ws-env-period FROM ENVIRONMENT "CLOSE_PERIOD".
003960     IF ws-env-period IS NUMERIC
003970         AND ws-env-period(5:2) > "00"
003980         AND ws-env-period(5:2) < "13"
003990         MOVE ws-env-period TO ws-close-period
004000     END-IF.
004010
004020 SET-CLOSE-DATES.
004030*--------------------------------
004040* December closes the year, March, June, and September close
004050* a quarter; the period ends the day before next month starts.
004060*--------------------------------
004070     EVALUATE ws-cp-month
004080         WHEN 12
004090             MOVE "Y" TO ws-close-kind
004100             MOVE "YEAR END" TO ws-close-kind-name
004110         WHEN 3
004120         WHEN 6
004130         WHEN 9
004140             MOVE "Q" TO ws-close-kind
004150             MOVE "QUARTER END" TO ws-close-kind-name
004160         WHEN OTHER
004170             MOVE "M" TO ws-close-kind
004180             MOVE "MONTH END" TO ws-close-kind-name
004190     END-EVALUATE.
004200     IF ws-cp-month = 12
004210         COMPUTE ws-nm-year = ws-cp-year + 1
004220         MOVE 1 TO ws-nm-month
004230     ELSE
004240         MOVE ws-cp-year TO ws-nm-year
004250         COMPUTE ws-nm-month = ws-cp-month + 1
004260     END-IF.
004270     MOVE 1 TO ws-nm-day.
004280     COMPUTE ws-check-int =
004290         FUNCTION INTEGER-OF-DATE(ws-next-month-start) - 1.
004300     COMPUTE ws-period-end =
004310         FUNCTION DATE-OF-INTEGER(ws-check-int).
004320
004330 LOAD-CLOSE.
004340*--------------------------------
004350* The tasks this close takes, their due dates, and where each
004360* stands.  Loaded afresh whenever it is looked at, so
004370* sign-offs made elsewhere meanwhile are seen.
004380*--------------------------------
004390     MOVE ZERO TO ws-task-count.
004400     MOVE "N" TO ws-cal-open.
004410     OPEN INPUT CALENDAR-FILE.
004420     IF ws-cal-status = "00"
004430         MOVE "Y" TO ws-cal-open
004440     END-IF.
004450     MOVE SPACE TO ws-task-eof.
004460     OPEN INPUT TASK-FILE.
004470     IF ws-task-status NOT = "00"
004480         MOVE "y" TO ws-task-eof
004490     END-IF.
004500     PERFORM LOAD-ONE-CLOSE-TASK UNTIL ws-task-eof = "y".
004510     IF ws-task-status NOT = "35"
004520         CLOSE TASK-FILE
004530     END-IF.
004540     IF ws-cal-open = "Y"
004550         CLOSE CALENDAR-FILE
004560         MOVE "N" TO ws-cal-open
004570     END-IF.
004580     PERFORM ORDER-TASK-TABLE.
004590     PERFORM LOAD-SIGNOFFS.
004600     PERFORM MARK-BLOCKED-TASKS.
004610
004620 LOAD-ONE-CLOSE-TASK.
004630     READ TASK-FILE INTO CLOSE-TASK-REC
004640         AT END MOVE "y" TO ws-task-eof
004650     END-READ.
004660     IF ws-task-eof NOT = "y"
004670         AND ws-task-count < 60
004680         IF CT-MONTHLY
004690             OR (CT-QUARTERLY AND ws-close-kind NOT = "M")
004700             OR (CT-YEARLY AND ws-close-kind = "Y")
004710             ADD 1 TO ws-task-count
004720             MOVE CLOSE-TASK-REC TO ws-tk-def(ws-task-count)
004730             MOVE SPACE TO ws-tk-state(ws-task-count)
004740             MOVE SPACES TO ws-tk-done-by(ws-task-count)
004750             MOVE ZERO TO ws-tk-done-date(ws-task-count)
004760             MOVE ZERO TO ws-tk-done-time(ws-task-count)
004770             MOVE SPACES TO ws-tk-done-note(ws-task-count)
004780             MOVE "N" TO ws-tk-blocked(ws-task-count)
004790             PERFORM COMPUTE-DUE-DATE
004800             MOVE ws-check-date TO ws-tk-due-date(ws-task-count)
004810         END-IF
004820     END-IF.
004830
004840 COMPUTE-DUE-DATE.
004850     MOVE ws-period-end TO ws-check-date.
004860     MOVE ZERO TO ws-bus-count.
004870     PERFORM STEP-FORWARD-ONE-DAY
004880         UNTIL ws-bus-count NOT < CT-DUE-DAY.
004890
004900 STEP-FORWARD-ONE-DAY.
004910     COMPUTE ws-check-int =
004920         FUNCTION INTEGER-OF-DATE(ws-check-date) + 1.
004930     COMPUTE ws-check-date =
004940         FUNCTION DATE-OF-INTEGER(ws-check-int).
004950     PERFORM TEST-BUSINESS-DAY.
004960     IF ws-day-is-business = "Y"
004970         ADD 1 TO ws-bus-count
004980     END-IF.
004990
005000 TEST-BUSINESS-DAY.
005010     MOVE "Y" TO ws-day-is-business.
005020     COMPUTE ws-check-int =
005030         FUNCTION INTEGER-OF-DATE(ws-check-date).
005040     COMPUTE ws-weekday-rem = FUNCTION MOD(ws-check-int, 7).
005050     IF ws-weekday-rem = 6 OR ws-weekday-rem = 0
005060         MOVE "N" TO ws-day-is-business
005070     END-IF.
005080     IF ws-cal-open = "Y"
005090         MOVE ws-check-date TO CAL-DATE
005100         READ CALENDAR-FILE
005110             INVALID KEY CONTINUE
005120             NOT INVALID KEY
005130                 IF CAL-HOLIDAY
005140                     MOVE "N" TO ws-day-is-business
005150                 ELSE
005160                     MOVE "Y" TO ws-day-is-business
005170                 END-IF
005180         END-READ
005190     END-IF.
005200
005210 ORDER-TASK-TABLE.
005220*--------------------------------
005230* Due day, then task ID - a short exchange sort, the list being
005240* a few dozen tasks at most.
005250*--------------------------------
005260     MOVE "Y" TO ws-swapped.
005270     PERFORM ORDER-ONE-PASS UNTIL ws-swapped = "N".
005280
005290 ORDER-ONE-PASS.
005300     MOVE "N" TO ws-swapped.
005310     MOVE 1 TO ws-tk-sub.
005320     PERFORM ORDER-ONE-PAIR UNTIL ws-tk-sub NOT < ws-task-count.
005330
005340 ORDER-ONE-PAIR.
005350     COMPUTE ws-tk-sub-2 = ws-tk-sub + 1.
005360     IF ws-tk-due-day(ws-tk-sub) > ws-tk-due-day(ws-tk-sub-2)
005370         OR (ws-tk-due-day(ws-tk-sub) = ws-tk-due-day(ws-tk-sub-2)
005380             AND ws-tk-id(ws-tk-sub) > ws-tk-id(ws-tk-sub-2))
005390         MOVE ws-task-entry(ws-tk-sub)   TO ws-swap-entry
005400         MOVE ws-task-entry(ws-tk-sub-2)
005410             TO ws-task-entry(ws-tk-sub)
005420         MOVE ws-swap-entry TO ws-task-entry(ws-tk-sub-2)
005430         MOVE "Y" TO ws-swapped
005440     END-IF.
005450     ADD 1 TO ws-tk-sub.
005460
005470 LOAD-SIGNOFFS.
005480*--------------------------------
005490* The sign-off file is append-only, so the last record for a
005500* task in this close is where it stands.
005510*--------------------------------
005520     MOVE SPACE TO ws-sign-eof.
005530     OPEN INPUT SIGNOFF-FILE.
005540     IF ws-sign-status NOT = "00"
005550         MOVE "y" TO ws-sign-eof
005560     END-IF.
005570     PERFORM APPLY-ONE-SIGNOFF UNTIL ws-sign-eof = "y".
005580     IF ws-sign-status NOT = "35"
005590         CLOSE SIGNOFF-FILE
005600     END-IF.
005610
005620 APPLY-ONE-SIGNOFF.
005630     READ SIGNOFF-FILE INTO CLOSE-SIGNOFF-REC
005640         AT END MOVE "y" TO ws-sign-eof
005650     END-READ.
005660     IF ws-sign-eof NOT = "y"
005670         AND CS-PERIOD = ws-close-period
005680         MOVE CS-TASK-ID TO ws-find-id
005690         PERFORM FIND-TASK
005700         IF ws-found-sub NOT = ZERO
005710             IF CS-SIGNED-OFF
005720                 MOVE "D"         TO ws-tk-state(ws-found-sub)
005730                 MOVE CS-OPERATOR TO ws-tk-done-by(ws-found-sub)
005740                 MOVE CS-DATE     TO ws-tk-done-date(ws-found-sub)
005750                 MOVE CS-TIME     TO ws-tk-done-time(ws-found-sub)
005760                 MOVE CS-NOTE     TO ws-tk-done-note(ws-found-sub)
005770             ELSE
005780                 MOVE SPACE  TO ws-tk-state(ws-found-sub)
005790                 MOVE SPACES TO ws-tk-done-by(ws-found-sub)
005800                 MOVE ZERO   TO ws-tk-done-date(ws-found-sub)
005810                 MOVE ZERO   TO ws-tk-done-time(ws-found-sub)
005820                 MOVE SPACES TO ws-tk-done-note(ws-found-sub)
005830             END-IF
005840         END-IF
005850     END-IF.
005860
005870 FIND-TASK.
005880     MOVE ZERO TO ws-found-sub.
005890     MOVE ZERO TO ws-tk-sub-2.
005900     PERFORM CHECK-ONE-TASK-ID ws-task-count TIMES.
005910
005920 CHECK-ONE-TASK-ID.
005930     ADD 1 TO ws-tk-sub-2.
005940     IF ws-tk-id(ws-tk-sub-2) = ws-find-id
005950         AND ws-found-sub = ZERO
005960         MOVE ws-tk-sub-2 TO ws-found-sub
005970     END-IF.
005980
005990 MARK-BLOCKED-TASKS.
006000     MOVE ZERO TO ws-tk-sub.
006010     PERFORM MARK-ONE-BLOCKED-TASK ws-task-count TIMES.
006020
006030 MARK-ONE-BLOCKED-TASK.
006040     ADD 1 TO ws-tk-sub.
006050     PERFORM BUILD-WAITING-LIST.
006060     IF ws-waiting-list = SPACES
006070         MOVE "N" TO ws-tk-blocked(ws-tk-sub)
006080     ELSE
006090         MOVE "Y" TO ws-tk-blocked(ws-tk-sub)
006100     END-IF.
006110
006120 BUILD-WAITING-LIST.
006130*--------------------------------
006140* The prerequisites of task ws-tk-sub not yet signed off in
006150* this close.  A prerequisite not in this close at all (taken
006160* off the list since) holds nothing up.
006170*--------------------------------
006180     MOVE SPACES TO ws-waiting-list.
006190     MOVE 1 TO ws-waiting-ptr.
006200     MOVE ZERO TO ws-pre-sub.
006210     PERFORM CHECK-ONE-WAITING-PREREQ 3 TIMES.
006220
006230 CHECK-ONE-WAITING-PREREQ.
006240     ADD 1 TO ws-pre-sub.
006250     IF ws-tk-prereq(ws-tk-sub, ws-pre-sub) NOT = SPACES
006260         MOVE ws-tk-prereq(ws-tk-sub, ws-pre-sub) TO ws-find-id
006270         PERFORM FIND-TASK
006280         IF ws-found-sub NOT = ZERO
006290             IF ws-tk-state(ws-found-sub) NOT = "D"
006300                 STRING ws-find-id DELIMITED BY SPACE
006310                     " " DELIMITED BY SIZE
006320                     INTO ws-waiting-list
006330                     WITH POINTER ws-waiting-ptr
006340             END-IF
006350         END-IF
006360     END-IF.
006370
006380 SET-STATE-NAME.
006390*--------------------------------
006400* Where task ws-tk-sub stands today.  Late means open past its
006410* due date, whatever else; blocked, still waiting on a
006420* prerequisite.
006430*--------------------------------
006440     EVALUATE TRUE
006450         WHEN ws-tk-state(ws-tk-sub) = "D"
006460             AND ws-tk-done-date(ws-tk-sub)
006470                 > ws-tk-due-date(ws-tk-sub)
006480             MOVE "DONE LATE" TO ws-state-name
006490         WHEN ws-tk-state(ws-tk-sub) = "D"
006500             MOVE "DONE" TO ws-state-name
006510         WHEN ws-tk-due-date(ws-tk-sub) < ws-today
006520             MOVE "LATE" TO ws-state-name
006530         WHEN ws-tk-blocked(ws-tk-sub) = "Y"
006540             MOVE "BLOCKED" TO ws-state-name
006550         WHEN ws-tk-due-date(ws-tk-sub) = ws-today
006560             MOVE "DUE TODAY" TO ws-state-name
006570         WHEN OTHER
006580             MOVE "OPEN" TO ws-state-name
006590     END-EVALUATE.
006600
006610 FORMAT-DATE.
006620     MOVE SPACES TO ws-date-disp.
006630     STRING ws-check-date(5:2) "/" ws-check-date(7:2) "/"
006640         ws-check-date(1:4) DELIMITED BY SIZE INTO ws-date-disp.
