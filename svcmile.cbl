000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SVCMILE.
000030*--------------------------------
000040* Monthly service anniversary and vesting milestone report for
000050* managers, printed to SVCMILE.PRT with a page per department
000060* (the directory's DEPT-CODE, named from DEPTTABLE.DAT):
000070*
000080*   1. active employees with a service anniversary in the
000090*      coming month, the 5-year marks flagged MILESTONE;
000100*   2. active employees whose next VESTTBL.DAT step falls
000110*      within 90 days of the run, with the employer-match
000120*      money (SRCBAL.DAT source M) the step would vest - the
000130*      match balance times the step's percent increase;
000140*   3. active employees with a directory record but no hire
000150*      date on file - no PARTMAST.DAT record carries their
000160*      employee ID, or the one that does has no hire date.
000170*
000180* Service runs from PART-HIRE-DATE, matched to the directory
000190* through PART-EMPLOYEE-ID.  A February 29 hire date has its
000200* anniversary on February 28 in other years.  The coming month
000210* is SVCMILE_MONTH (YYYYMM), default the month after the run.
000220* RETURN-CODE 4 when anyone is listed with no hire date.
000230*
000240* 2026-10  JDF  New program.
000250*--------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000300 FILE STATUS IS FILE-CHECK-KEY
000310 ORGANIZATION IS INDEXED
000320 ACCESS MODE IS DYNAMIC
000330 RECORD KEY IS EMPLOYEE-ID
000340 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000350
000360 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000370 FILE STATUS IS ws-part-status
000380 ORGANIZATION IS INDEXED
000390 ACCESS MODE IS DYNAMIC
000400 RECORD KEY IS PART-ACCOUNT.
000410
000420 SELECT VESTFILE ASSIGN TO "VESTTBLDAT"
000430 FILE STATUS IS ws-vest-status
000440 ORGANIZATION IS INDEXED
000450 ACCESS MODE IS DYNAMIC
000460 RECORD KEY IS VEST-YEARS.
000470
000480 SELECT SRCBAL-FILE ASSIGN TO "SRCBALDAT"
000490 FILE STATUS IS ws-sb-status
000500 ORGANIZATION IS INDEXED
000510 ACCESS MODE IS DYNAMIC
000520 RECORD KEY IS SB-KEY.
000530
000540 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000550 FILE STATUS IS ws-dept-status
000560 ORGANIZATION IS INDEXED
000570 ACCESS MODE IS DYNAMIC
000580 RECORD KEY IS DEPT-CODE.
000590
000600 SELECT WORK-FILE ASSIGN TO "SVCWORKDAT"
000610 ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 SELECT SORT-WORK ASSIGN TO "documents\SVCSORT.DAT".
000640
000650 SELECT SORTED-FILE ASSIGN TO "SVCSRTDDAT"
000660 ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 SELECT PRINT-FILE ASSIGN TO "SVCMILEPRT"
000690 ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD PHONEFILE.
000740     COPY PHONEREC.
000750
000760 FD PARTICIPANT-FILE.
000770     COPY PARTREC.
000780
000790 FD VESTFILE.
000800     COPY VESTREC.
000810
000820 FD SRCBAL-FILE.
000830     COPY SRCBREC.
000840
000850 FD DEPTFILE.
000860     COPY DEPTREC.
000870
000880*--------------------------------
000890* One line for the report.  SM-KIND orders the sections within
000900* a department: 1 anniversary, 2 vesting step, 3 no hire date.
000910*--------------------------------
000920 FD WORK-FILE.
000930 01  WORK-REC.
000940     05  SM-DEPT                     PIC X(10).
000950     05  SM-KIND                     PIC X(01).
000960     05  SM-SORT-NAME                PIC X(20).
000970     05  SM-DETAIL                   PIC X(70).
000980
000990 SD SORT-WORK.
001000 01  SORT-REC.
001010     05  SR-DEPT                     PIC X(10).
001020     05  SR-KIND                     PIC X(01).
001030     05  SR-SORT-NAME                PIC X(20).
001040     05  FILLER                      PIC X(70).
001050
001060 FD SORTED-FILE.
001070 01  SORTED-REC                      PIC X(101).
001080
001090 FD PRINT-FILE.
001100 01  PRINT-LINE                      PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130     COPY FILESTAT.
001140     COPY RPTHEAD.
001150
001160 01  ws-part-status                  pic x(02).
001170 01  ws-vest-status                  pic x(02).
001180 01  ws-sb-status                    pic x(02).
001190 01  ws-dept-status                  pic x(02).
001200 01  ws-sb-open                      pic x(01) value "N".
001210 01  ws-dept-open                    pic x(01) value "N".
001220 01  ws-eof                          pic x(01) value space.
001230 01  ws-found                        pic x(01) value space.
001240 01  ws-env-check                    pic x(08) value spaces.
001250 01  ws-run-date                     pic 9(08) value zero.
001260 01  ws-run-date-x redefines ws-run-date.
001270     05  ws-run-yy                   pic 9(04).
001280     05  ws-run-mmdd                 pic 9(04).
001290 01  ws-run-int                      pic 9(07) value zero.
001300 01  ws-horizon-int                  pic 9(07) value zero.
001310 01  ws-horizon-days                 pic 9(03) value 90.
001320 01  ws-anniv-count                  pic 9(05) value zero.
001330 01  ws-milestone-count              pic 9(05) value zero.
001340 01  ws-step-count                   pic 9(05) value zero.
001350 01  ws-nohire-count                 pic 9(05) value zero.
001360 01  ws-step-total                   pic 9(11)v99 value zero.
001370
001380*--------------------------------
001390* The coming month, and dates taken apart for the arithmetic.
001400*--------------------------------
001410 01  ws-target-month                 pic 9(06) value zero.
001420 01  ws-target-month-x redefines ws-target-month.
001430     05  ws-target-yy                pic 9(04).
001440     05  ws-target-mm                pic 9(02).
001450 01  ws-hire-date                    pic 9(08) value zero.
001460 01  ws-hire-date-x redefines ws-hire-date.
001470     05  ws-hire-yy                  pic 9(04).
001480     05  ws-hire-mmdd                pic 9(04).
001490     05  ws-hire-mmdd-x redefines ws-hire-mmdd.
001500         10  ws-hire-mm              pic 9(02).
001510         10  ws-hire-dd              pic 9(02).
001520 01  ws-anniv-date                   pic 9(08) value zero.
001530 01  ws-anniv-date-x redefines ws-anniv-date.
001540     05  ws-anniv-yy                 pic 9(04).
001550     05  ws-anniv-mmdd               pic 9(04).
001560 01  ws-anniv-years                  pic 9(03) value zero.
001570 01  ws-service-years                pic s9(03) value zero.
001580 01  ws-step-int                     pic 9(07) value zero.
001590 01  ws-fives                        pic 9(03) value zero.
001600 01  ws-fives-left                   pic 9(01) value zero.
001610 01  ws-want-employee                pic 9(06) value zero.
001620
001630*--------------------------------
001640* The participant master by employee ID, loaded once.
001650*--------------------------------
001660 01  ws-pm-max                       pic 9(04) value 3000.
001670 01  ws-pm-count                     pic 9(04) value zero.
001680 01  ws-pm-sub                       pic 9(04) value zero.
001690 01  ws-pm-overflow                  pic 9(05) value zero.
001700 01  ws-pm-table.
001710     05  ws-pm-entry occurs 3000 times.
001720         10  ws-pm-employee-id       pic 9(06).
001730         10  ws-pm-account           pic x(10).
001740         10  ws-pm-hire-date         pic 9(08).
001750
001760*--------------------------------
001770* The vesting schedule in years order.
001780*--------------------------------
001790 01  ws-vt-count                     pic 9(03) value zero.
001800 01  ws-vt-sub                       pic 9(03) value zero.
001810 01  ws-vt-table.
001820     05  ws-vt-entry occurs 100 times.
001830         10  ws-vt-years             pic 9(02).
001840         10  ws-vt-pct               pic 9(3)v99.
001850 01  ws-vest-pct-now                 pic 9(3)v99 value zero.
001860 01  ws-next-years                   pic 9(02) value zero.
001870 01  ws-next-pct                     pic 9(3)v99 value zero.
001880 01  ws-next-found                   pic x(01) value space.
001890 01  ws-match-balance                pic s9(9)v99 value zero.
001900 01  ws-step-amount                  pic s9(9)v99 value zero.
001910
001920 01  ws-sorted-image.
001930     05  ws-so-dept                  pic x(10).
001940     05  ws-so-kind                  pic x(01).
001950     05  ws-so-sort-name             pic x(20).
001960     05  ws-so-detail                pic x(70).
001970 01  ws-prior-dept                   pic x(10) value spaces.
001980 01  ws-prior-kind                   pic x(01) value space.
001990 01  ws-first-dept                   pic x(01) value "Y".
002000 01  ws-page-number                  pic 9(04) value zero.
002010 01  ws-dept-name                    pic x(30) value spaces.
002020 01  ws-dept-mgr                     pic x(25) value spaces.
002030
002040 01  ws-emp-name                     pic x(20) value spaces.
002050 01  ws-date-in                      pic 9(08) value zero.
002060 01  ws-date-disp                    pic x(10) value spaces.
002070 01  ws-pct-1                        pic zz9.
002080 01  ws-pct-2                        pic zz9.
002090 01  ws-money-1                      pic $$,$$$,$$9.99.
002100 01  ws-money-3                      pic $$$,$$$,$$$,$$9.99.
002110 01  ws-text-line                    pic x(80) value spaces.
002120
002130 PROCEDURE DIVISION.
002140 PROGRAM-BEGIN.
002150     CALL "shopcfg"
002160         ON EXCEPTION
002170             DISPLAY "shopcfg not found - default "
002180                 "file locations in effect"
002190     END-CALL.
002200     PERFORM SET-REPORT-DATES.
002210     PERFORM LOAD-PARTICIPANTS.
002220     PERFORM LOAD-VESTING-SCHEDULE.
002230     PERFORM SWEEP-DIRECTORY.
002240     PERFORM SORT-FINDINGS.
002250     PERFORM PRINT-REPORT.
002260     DISPLAY "Service milestone report complete - "
002270         ws-anniv-count " anniversaries, " ws-step-count
002280         " vesting steps, " ws-nohire-count " without hire date.".
002290     IF ws-nohire-count > ZERO
002300         MOVE 4 TO RETURN-CODE
002310     END-IF.
002320     STOP RUN.
002330
002340 SET-REPORT-DATES.
002350     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002360     COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date).
002370     COMPUTE ws-horizon-int = ws-run-int + ws-horizon-days.
002380     MOVE ws-run-date(1:6) TO ws-target-month.
002390     ADD 1 TO ws-target-mm.
002400     IF ws-target-mm > 12
002410         MOVE 1 TO ws-target-mm
002420         ADD 1 TO ws-target-yy
002430     END-IF.
002440     ACCEPT ws-env-check FROM ENVIRONMENT "SVCMILE_MONTH".
002450     IF ws-env-check(1:6) IS NUMERIC
002460         AND ws-env-check(5:2) > "00"
002470         AND ws-env-check(5:2) < "13"
002480         MOVE ws-env-check(1:6) TO ws-target-month
002490     END-IF.
002500
002510*--------------------------------
002520* PART-EMPLOYEE-ID to hire date.  A participant with no
002530* employee ID cannot be matched to the directory and is left
002540* out; of two records for one ID the one with a hire date is
002550* kept.
002560*--------------------------------
002570 LOAD-PARTICIPANTS.
002580     OPEN INPUT PARTICIPANT-FILE.
002590     IF ws-part-status NOT = "00"
002600         DISPLAY "No participant master - no hire dates on file."
002610     ELSE
002620         MOVE SPACE TO ws-eof
002630         MOVE LOW-VALUES TO PART-ACCOUNT
002640         START PARTICIPANT-FILE KEY IS NOT LESS THAN PART-ACCOUNT
002650             INVALID KEY MOVE "y" TO ws-eof
002660         END-START
002670         IF ws-eof NOT = "y"
002680             READ PARTICIPANT-FILE NEXT RECORD
002690                 AT END MOVE "y" TO ws-eof
002700             END-READ
002710         END-IF
002720         PERFORM LOAD-ONE-PARTICIPANT UNTIL ws-eof = "y"
002730         CLOSE PARTICIPANT-FILE
002740     END-IF.
002750     IF ws-pm-overflow > ZERO
002760         DISPLAY "Participant table full - " ws-pm-overflow
002770             " participants not matched."
002780     END-IF.
002790
002800 LOAD-ONE-PARTICIPANT.
002810     IF PART-EMPLOYEE-ID > ZERO
002820         MOVE PART-EMPLOYEE-ID TO ws-want-employee
002830         PERFORM FIND-PARTICIPANT-ENTRY
002840         IF ws-found = "y"
002850             IF ws-pm-hire-date(ws-pm-sub) = ZERO
002860                 AND PART-HIRE-DATE IS NUMERIC
002870                 MOVE PART-ACCOUNT   TO ws-pm-account(ws-pm-sub)
002880                 MOVE PART-HIRE-DATE TO ws-pm-hire-date(ws-pm-sub)
002890             END-IF
002900         ELSE
002910             IF ws-pm-count < ws-pm-max
002920                 ADD 1 TO ws-pm-count
002930                 MOVE PART-EMPLOYEE-ID
002940                     TO ws-pm-employee-id(ws-pm-count)
002950                 MOVE PART-ACCOUNT TO ws-pm-account(ws-pm-count)
002960                 MOVE ZERO TO ws-pm-hire-date(ws-pm-count)
002970                 IF PART-HIRE-DATE IS NUMERIC
002980                     MOVE PART-HIRE-DATE
002990                         TO ws-pm-hire-date(ws-pm-count)
003000                 END-IF
003010             ELSE
003020                 ADD 1 TO ws-pm-overflow
003030             END-IF
003040         END-IF
003050     END-IF.
003060     READ PARTICIPANT-FILE NEXT RECORD
003070         AT END MOVE "y" TO ws-eof
003080     END-READ.
003090
003100 FIND-PARTICIPANT-ENTRY.
003110     MOVE "n" TO ws-found.
003120     PERFORM MATCH-ONE-PARTICIPANT
003130         VARYING ws-pm-sub FROM 1 BY 1
003140         UNTIL ws-pm-sub > ws-pm-count
003150             OR ws-found = "y".
003160     IF ws-found = "y"
003170         SUBTRACT 1 FROM ws-pm-sub
003180     END-IF.
003190
003200 MATCH-ONE-PARTICIPANT.
003210     IF ws-pm-employee-id(ws-pm-sub) = ws-want-employee
003220         MOVE "y" TO ws-found
003230     END-IF.
003240
003250 LOAD-VESTING-SCHEDULE.
003260     MOVE ZERO TO ws-vt-count.
003270     OPEN INPUT VESTFILE.
003280     IF ws-vest-status NOT = "00"
003290         DISPLAY "No vesting schedule - no vesting steps listed."
003300     ELSE
003310         MOVE SPACE TO ws-eof
003320         MOVE ZERO TO VEST-YEARS
003330         START VESTFILE KEY IS NOT LESS THAN VEST-YEARS
003340             INVALID KEY MOVE "y" TO ws-eof
003350         END-START
003360         IF ws-eof NOT = "y"
003370             READ VESTFILE NEXT RECORD
003380                 AT END MOVE "y" TO ws-eof
003390             END-READ
003400         END-IF
003410         PERFORM LOAD-ONE-VEST-STEP UNTIL ws-eof = "y"
003420         CLOSE VESTFILE
003430     END-IF.
003440
003450 LOAD-ONE-VEST-STEP.
003460     IF ws-vt-count < 100
003470         ADD 1 TO ws-vt-count
003480         MOVE VEST-YEARS TO ws-vt-years(ws-vt-count)
003490         MOVE VEST-PCT   TO ws-vt-pct(ws-vt-count)
003500     END-IF.
003510     READ VESTFILE NEXT RECORD
003520         AT END MOVE "y" TO ws-eof
003530     END-READ.
003540
003550*--------------------------------
003560* Every active directory record, matched to its hire date.
003570*--------------------------------
003580 SWEEP-DIRECTORY.
003590     OPEN INPUT SRCBAL-FILE.
003600     IF ws-sb-status = "00"
003610         MOVE "Y" TO ws-sb-open
003620     END-IF.
003630     OPEN OUTPUT WORK-FILE.
003640     OPEN INPUT PHONEFILE.
003650     IF NOT RECORDFOUND
003660         DISPLAY "No phone directory - nothing to report."
003670     ELSE
003680         MOVE SPACE TO ws-eof
003690         MOVE LOW-VALUES TO EMPLOYEE-ID
003700         START PHONEFILE KEY IS NOT LESS THAN EMPLOYEE-ID
003710             INVALID KEY MOVE "y" TO ws-eof
003720         END-START
003730         IF ws-eof NOT = "y"
003740             READ PHONEFILE NEXT RECORD
003750                 AT END MOVE "y" TO ws-eof
003760             END-READ
003770         END-IF
003780         PERFORM CHECK-ONE-EMPLOYEE UNTIL ws-eof = "y"
003790         CLOSE PHONEFILE
003800     END-IF.
003810     CLOSE WORK-FILE.
003820     IF ws-sb-open = "Y"
003830         CLOSE SRCBAL-FILE
003840     END-IF.
003850
003860 CHECK-ONE-EMPLOYEE.
003870     IF emp-active
003880         MOVE SPACES TO ws-emp-name
003890         STRING last-name DELIMITED BY SPACE
003900             ", " DELIMITED BY SIZE
003910             first-name DELIMITED BY SPACE
003920             INTO ws-emp-name
003930         MOVE employee-id TO ws-want-employee
003940         PERFORM FIND-PARTICIPANT-ENTRY
003950         IF ws-found NOT = "y"
003960             PERFORM NOTE-NO-HIRE-DATE
003970         ELSE
003980             IF ws-pm-hire-date(ws-pm-sub) = ZERO
003990                 PERFORM NOTE-NO-HIRE-DATE
004000             ELSE
004010                 MOVE ws-pm-hire-date(ws-pm-sub) TO ws-hire-date
004020                 PERFORM CHECK-ANNIVERSARY
004030                 PERFORM CHECK-VESTING-STEP
004040             END-IF
004050         END-IF
004060     END-IF.
004070     READ PHONEFILE NEXT RECORD
004080         AT END MOVE "y" TO ws-eof
004090     END-READ.
004100
004110 START-WORK-LINE.
004120     MOVE SPACES      TO WORK-REC.
004130     MOVE department  TO SM-DEPT.
004140     MOVE ws-emp-name TO SM-SORT-NAME.
004150
004160 NOTE-NO-HIRE-DATE.
004170     PERFORM START-WORK-LINE.
004180     MOVE "3" TO SM-KIND.
004190     IF ws-found NOT = "y"
004200         STRING employee-id " " ws-emp-name
004210             " NOT ON THE PARTICIPANT MASTER"
004220             DELIMITED BY SIZE INTO SM-DETAIL
004230     ELSE
004240         STRING employee-id " " ws-emp-name
004250             " NO HIRE DATE - ACCOUNT " ws-pm-account(ws-pm-sub)
004260             DELIMITED BY SIZE INTO SM-DETAIL
004270     END-IF.
004280     WRITE WORK-REC.
004290     ADD 1 TO ws-nohire-count.
004300
004310 CHECK-ANNIVERSARY.
004320     IF ws-hire-mm = ws-target-mm AND ws-hire-yy < ws-target-yy
004330         COMPUTE ws-anniv-years = ws-target-yy - ws-hire-yy
004340         MOVE ws-target-yy TO ws-anniv-yy
004350         MOVE ws-hire-mmdd TO ws-anniv-mmdd
004360         PERFORM FIX-LEAP-DAY
004370         PERFORM START-WORK-LINE
004380         MOVE "1" TO SM-KIND
004390         MOVE ws-anniv-date TO ws-date-in
004400         PERFORM FORMAT-DATE
004410         STRING employee-id " " ws-emp-name " " ws-date-disp
004420             "  " ws-anniv-years " YEARS"
004430             DELIMITED BY SIZE INTO SM-DETAIL
004440         DIVIDE ws-anniv-years BY 5 GIVING ws-fives
004450             REMAINDER ws-fives-left
004460         IF ws-fives-left = ZERO
004470             MOVE "*** MILESTONE" TO SM-DETAIL(53:13)
004480             ADD 1 TO ws-milestone-count
004490         END-IF
004500         WRITE WORK-REC
004510         ADD 1 TO ws-anniv-count
004520     END-IF.
004530
004540 FIX-LEAP-DAY.
004550     IF FUNCTION TEST-DATE-YYYYMMDD(ws-anniv-date) NOT = ZERO
004560         MOVE 0228 TO ws-anniv-mmdd
004570     END-IF.
004580
004590*--------------------------------
004600* Completed years today against the schedule: the next entry
004610* over today's years that raises the percent is the next step,
004620* reached on the hire anniversary for those years.
004630*--------------------------------
004640 CHECK-VESTING-STEP.
004650     COMPUTE ws-service-years = ws-run-yy - ws-hire-yy.
004660     IF ws-run-mmdd < ws-hire-mmdd
004670         SUBTRACT 1 FROM ws-service-years
004680     END-IF.
004690     IF ws-service-years < ZERO
004700         MOVE ZERO TO ws-service-years
004710     END-IF.
004720     MOVE ZERO  TO ws-vest-pct-now.
004730     MOVE SPACE TO ws-next-found.
004740     PERFORM CHECK-ONE-VEST-STEP
004750         VARYING ws-vt-sub FROM 1 BY 1
004760         UNTIL ws-vt-sub > ws-vt-count
004770             OR ws-next-found = "y".
004780     IF ws-next-found = "y"
004790         COMPUTE ws-anniv-yy = ws-hire-yy + ws-next-years
004800         MOVE ws-hire-mmdd TO ws-anniv-mmdd
004810         PERFORM FIX-LEAP-DAY
004820         COMPUTE ws-step-int =
004830             FUNCTION INTEGER-OF-DATE(ws-anniv-date)
004840         IF ws-step-int NOT > ws-horizon-int
004850             PERFORM NOTE-VESTING-STEP
004860         END-IF
004870     END-IF.
004880
004890 CHECK-ONE-VEST-STEP.
004900     IF ws-vt-years(ws-vt-sub) NOT > ws-service-years
004910         MOVE ws-vt-pct(ws-vt-sub) TO ws-vest-pct-now
004920     ELSE
004930         IF ws-vt-pct(ws-vt-sub) > ws-vest-pct-now
004940             MOVE "y" TO ws-next-found
004950             MOVE ws-vt-years(ws-vt-sub) TO ws-next-years
004960             MOVE ws-vt-pct(ws-vt-sub)   TO ws-next-pct
004970         END-IF
004980     END-IF.
004990
005000 NOTE-VESTING-STEP.
005010     MOVE ZERO TO ws-match-balance.
005020     IF ws-sb-open = "Y"
005030         MOVE ws-pm-account(ws-pm-sub) TO SB-ACCOUNT
005040         MOVE "M"                      TO SB-SOURCE
005050         READ SRCBAL-FILE
005060             INVALID KEY CONTINUE
005070             NOT INVALID KEY MOVE SB-BALANCE TO ws-match-balance
005080         END-READ
005090     END-IF.
005100     MOVE ZERO TO ws-step-amount.
005110     IF ws-match-balance > ZERO
005120         COMPUTE ws-step-amount ROUNDED = ws-match-balance
005130             * (ws-next-pct - ws-vest-pct-now) / 100
005140     END-IF.
005150     PERFORM START-WORK-LINE.
005160     MOVE "2" TO SM-KIND.
005170     MOVE ws-anniv-date TO ws-date-in.
005180     PERFORM FORMAT-DATE.
005190     MOVE ws-vest-pct-now TO ws-pct-1.
005200     MOVE ws-next-pct     TO ws-pct-2.
005210     MOVE ws-step-amount  TO ws-money-1.
005220     STRING employee-id " " ws-emp-name " " ws-date-disp
005230         " " ws-pct-1 "% TO " ws-pct-2 "% " ws-money-1
005240         DELIMITED BY SIZE INTO SM-DETAIL.
005250     WRITE WORK-REC.
005260     ADD 1 TO ws-step-count.
005270     ADD ws-step-amount TO ws-step-total.
005280
005290 SORT-FINDINGS.
005300     SORT SORT-WORK
005310         ON ASCENDING KEY SR-DEPT
005320                          SR-KIND
005330                          SR-SORT-NAME
005340         USING WORK-FILE
005350         GIVING SORTED-FILE.
005360
005370 PRINT-REPORT.
005380     OPEN OUTPUT PRINT-FILE.
005390     OPEN INPUT DEPTFILE.
005400     IF ws-dept-status = "00"
005410         MOVE "Y" TO ws-dept-open
005420     END-IF.
005430     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
005440         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
005450     MOVE "SERVICE AND VESTING MILESTONES" TO RPT-TITLE.
005460     MOVE SPACE TO ws-eof.
005470     MOVE "Y"   TO ws-first-dept.
005480     OPEN INPUT SORTED-FILE.
005490     READ SORTED-FILE INTO ws-sorted-image
005500         AT END MOVE "y" TO ws-eof
005510     END-READ.
005520     PERFORM PRINT-ONE-FINDING UNTIL ws-eof = "y".
005530     CLOSE SORTED-FILE.
005540     IF ws-first-dept = "Y"
005550         PERFORM PRINT-PAGE-HEADING
005560         MOVE "  (nothing to report this month)" TO ws-text-line
005570         PERFORM SHOW-LINE
005580     END-IF.
005590     MOVE SPACES TO ws-text-line.
005600     PERFORM SHOW-LINE.
005610     MOVE ws-step-total TO ws-money-3.
005620     MOVE SPACES TO ws-text-line.
005630     STRING "ANNIVERSARIES " ws-anniv-count
005640         " (" ws-milestone-count " MILESTONES)   VESTING STEPS "
005650         ws-step-count "   NO HIRE DATE " ws-nohire-count
005660         DELIMITED BY SIZE INTO ws-text-line.
005670     PERFORM SHOW-LINE.
005680     MOVE SPACES TO ws-text-line.
005690     STRING "MATCH MONEY VESTING IN THE NEXT " ws-horizon-days
005700         " DAYS " ws-money-3
005710         DELIMITED BY SIZE INTO ws-text-line.
005720     PERFORM SHOW-LINE.
005730     IF ws-dept-open = "Y"
005740         CLOSE DEPTFILE
005750     END-IF.
005760     CLOSE PRINT-FILE.
005770
005780 PRINT-ONE-FINDING.
005790     IF ws-first-dept = "Y" OR ws-so-dept NOT = ws-prior-dept
005800         MOVE "N"        TO ws-first-dept
005810         MOVE ws-so-dept TO ws-prior-dept
005820         MOVE SPACE      TO ws-prior-kind
005830         PERFORM START-DEPARTMENT
005840     END-IF.
005850     IF ws-so-kind NOT = ws-prior-kind
005860         MOVE ws-so-kind TO ws-prior-kind
005870         PERFORM START-SECTION
005880     END-IF.
005890     MOVE SPACES TO ws-text-line.
005900     STRING "  " ws-so-detail DELIMITED BY SIZE INTO ws-text-line.
005910     PERFORM SHOW-LINE.
005920     READ SORTED-FILE INTO ws-sorted-image
005930         AT END MOVE "y" TO ws-eof
005940     END-READ.
005950
005960 PRINT-PAGE-HEADING.
005970     ADD 1 TO ws-page-number.
005980     MOVE ws-page-number TO RPT-PAGE-NUMBER.
005990     IF ws-page-number > 1
006000         WRITE PRINT-LINE FROM SPACES
006010             AFTER ADVANCING PAGE
006020     END-IF.
006030     WRITE PRINT-LINE FROM RPT-HEADING-1.
006040     WRITE PRINT-LINE FROM RPT-HEADING-2.
006050
006060 START-DEPARTMENT.
006070     PERFORM PRINT-PAGE-HEADING.
006080     MOVE SPACES TO ws-dept-name.
006090     MOVE SPACES TO ws-dept-mgr.
006100     IF ws-dept-open = "Y" AND ws-prior-dept NOT = SPACES
006110         MOVE ws-prior-dept TO DEPT-CODE
006120         READ DEPTFILE
006130             INVALID KEY CONTINUE
006140             NOT INVALID KEY
006150                 MOVE DEPT-FULL-NAME    TO ws-dept-name
006160                 MOVE DEPT-MANAGER-NAME TO ws-dept-mgr
006170         END-READ
006180     END-IF.
006190     MOVE SPACES TO ws-text-line.
006200     PERFORM SHOW-LINE.
006210     MOVE SPACES TO ws-text-line.
006220     IF ws-prior-dept = SPACES
006230         MOVE "DEPARTMENT (NONE ON RECORD)" TO ws-text-line
006240     ELSE
006250         STRING "DEPARTMENT " ws-prior-dept "  " ws-dept-name
006260             DELIMITED BY SIZE INTO ws-text-line
006270     END-IF.
006280     PERFORM SHOW-LINE.
006290     IF ws-dept-mgr NOT = SPACES
006300         MOVE SPACES TO ws-text-line
006310         STRING "MANAGER    " ws-dept-mgr
006320             DELIMITED BY SIZE INTO ws-text-line
006330         PERFORM SHOW-LINE
006340     END-IF.
006350
006360 START-SECTION.
006370     MOVE SPACES TO ws-text-line.
006380     PERFORM SHOW-LINE.
006390     MOVE SPACES TO ws-text-line.
006400     EVALUATE ws-so-kind
006410         WHEN "1"
006420             STRING "SERVICE ANNIVERSARIES IN " ws-target-mm "/"
006430                 ws-target-yy
006440                 DELIMITED BY SIZE INTO ws-text-line
006450             PERFORM SHOW-LINE
006460             MOVE "  EMP ID NAME                 ANNIVERSARY"
006470                 TO ws-text-line
006480         WHEN "2"
006490             STRING "VESTING STEPS IN THE NEXT " ws-horizon-days
006500                 " DAYS"
006510                 DELIMITED BY SIZE INTO ws-text-line
006520             PERFORM SHOW-LINE
006530             MOVE "  EMP ID NAME                 STEP DATE"
006540                 TO ws-text-line
006550             MOVE "VESTED"        TO ws-text-line(42:6)
006560             MOVE "MATCH TO VEST" TO ws-text-line(55:13)
006570         WHEN OTHER
006580             MOVE "NO HIRE DATE ON FILE" TO ws-text-line
006590     END-EVALUATE.
006600     PERFORM SHOW-LINE.
006610
006620 FORMAT-DATE.
006630     MOVE SPACES TO ws-date-disp.
006640     IF ws-date-in > ZERO
006650         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
006660             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-disp
006670     END-IF.
006680
006690 SHOW-LINE.
006700     MOVE ws-text-line TO PRINT-LINE.
006710     WRITE PRINT-LINE.
