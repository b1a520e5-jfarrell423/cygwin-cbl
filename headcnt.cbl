000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HEADCNT.
000030*--------------------------------
000040* Monthly headcount and turnover by department, for the report
000050* management asks for every month.  For the month in
000060* HEADCNT_MONTH (YYYYMM, default the current month) it prints,
000070* per department code:
000080*
000090*   opening headcount, hires (ADD and REACT on the directory
000100*   audit trail), terminations (DEACT, and a DELETE of an entry
000110*   that was still active), transfers in and out (DEPTHIST.DAT),
000120*   closing headcount, the month's turnover percent, and the
000130*   rolling 12-month turnover percent.
000140*
000150* Headcounts are worked back from today's active entries on the
000160* directory by unwinding everything that happened after the
000170* month closed, so the report can be rerun for any past month.
000180* Turnover is terminations over the average of the opening and
000190* closing headcount; the 12-month figure uses the headcount at
000200* the end of the month a year earlier as its opening.
000210*
000220* Entries on PHONECONT.DAT (contractors and visitors) are
000230* counted in a section of their own so they do not distort the
000240* employee figures.  depttfr.cbl still lists the individual
000250* transfers.  Printed to HEADCNT.PRT.
000260*
000270* 2026-10  JDF  New program.
000280*--------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000330 FILE STATUS IS FILE-CHECK-KEY
000340 ORGANIZATION IS INDEXED
000350 ACCESS MODE IS DYNAMIC
000360 RECORD KEY IS EMPLOYEE-ID
000370 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000380
000390 SELECT CONTRFILE ASSIGN TO "PHONECONTDAT"
000400 FILE STATUS IS ws-contr-status
000410 ORGANIZATION IS INDEXED
000420 ACCESS MODE IS DYNAMIC
000430 RECORD KEY IS CONTR-EMPLOYEE-ID.
000440
000450 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000460 FILE STATUS IS ws-dept-status
000470 ORGANIZATION IS INDEXED
000480 ACCESS MODE IS DYNAMIC
000490 RECORD KEY IS DEPT-CODE.
000500
000510 SELECT AUDITFILE ASSIGN TO "PHONEAUDITDAT"
000520 ORGANIZATION IS LINE SEQUENTIAL
000530 FILE STATUS IS ws-audit-status.
000540
000550 SELECT DHIST-FILE ASSIGN TO "DEPTHISTDAT"
000560 ORGANIZATION IS LINE SEQUENTIAL
000570 FILE STATUS IS ws-dhist-status.
000580
000590 SELECT PRINT-FILE ASSIGN TO "HEADCNTPRT"
000600 ORGANIZATION IS LINE SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD PHONEFILE.
000650     COPY PHONEREC.
000660
000670 FD CONTRFILE.
000680     COPY CONTRREC.
000690
000700 FD DEPTFILE.
000710     COPY DEPTREC.
000720
000730 FD AUDITFILE.
000740 01  AUDIT-LINE                      PIC X(246).
000750
000760 FD DHIST-FILE.
000770     COPY DHISTREC.
000780
000790 FD PRINT-FILE.
000800 01  PRINT-LINE                      PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830     COPY FILESTAT.
000840
000850     COPY AUDITREC.
000860
000870     COPY RPTHEAD.
000880
000890 01  ws-contr-status                 pic x(02).
000900 01  ws-dept-status                  pic x(02).
000910 01  ws-audit-status                 pic x(02).
000920 01  ws-dhist-status                 pic x(02).
000930 01  ws-contr-open                   pic x(01) value "N".
000940 01  ws-eof                          pic x(01) value space.
000950 01  ws-run-date                     pic 9(08) value zero.
000960 01  ws-env-check                    pic x(06) value spaces.
000970 01  ws-month                        pic 9(06) value zero.
000980 01  ws-month-parts redefines ws-month.
000990     05  ws-month-year               pic 9(04).
001000     05  ws-month-mm                 pic 9(02).
001010 01  ws-month-start                  pic 9(08) value zero.
001020 01  ws-month-end                    pic 9(08) value zero.
001030 01  ws-window-start                 pic 9(08) value zero.
001040 01  ws-window-parts redefines ws-window-start.
001050     05  ws-window-year              pic 9(04).
001060     05  ws-window-mm                pic 9(02).
001070     05  ws-window-dd                pic 9(02).
001080 01  ws-event-count                  pic 9(05) value zero.
001090
001100*--------------------------------
001110* One event to post against the table: the department, whether
001120* the person is an employee (1) or a contractor/visitor (2), the
001130* date, the kind (H hire, T termination, I transfer in, O
001140* transfer out), and its effect on the headcount.
001150*--------------------------------
001160 01  ws-work-dept                    pic x(10) value spaces.
001170 01  ws-work-class                   pic 9(01) value 1.
001180 01  ws-work-id                      pic 9(06) value zero.
001190 01  ws-event-date                   pic 9(08) value zero.
001200 01  ws-event-kind                   pic x(01) value space.
001210 01  ws-event-delta                  pic s9(01) value zero.
001220
001230*--------------------------------
001240* Per department, per class: current active count, the net of
001250* events after the month closed, the net and terminations over
001260* the 12-month window, and the month's own movements.
001270*--------------------------------
001280 01  ws-dept-count                   pic 9(03) comp value zero.
001290 01  ws-dept-table.
001300     05  ws-dept-entry               occurs 100 times.
001310         10  ws-dt-code              pic x(10).
001320         10  ws-dt-class             occurs 2 times.
001330             15  ws-dt-now           pic s9(05).
001340             15  ws-dt-late-net      pic s9(05).
001350             15  ws-dt-year-net      pic s9(05).
001360             15  ws-dt-year-terms    pic s9(05).
001370             15  ws-dt-hires         pic s9(05).
001380             15  ws-dt-terms         pic s9(05).
001390             15  ws-dt-in            pic s9(05).
001400             15  ws-dt-out           pic s9(05).
001410 01  ws-dept-sub                     pic 9(03) comp value zero.
001420 01  ws-class-sub                    pic 9(01) comp value zero.
001430 01  ws-dept-found                   pic x(01) value space.
001440
001450*--------------------------------
001460* Figures for one printed line, and the section totals.
001470*--------------------------------
001480 01  ws-line-figures.
001490     05  ws-lf-open                  pic s9(05).
001500     05  ws-lf-hires                 pic s9(05).
001510     05  ws-lf-terms                 pic s9(05).
001520     05  ws-lf-in                    pic s9(05).
001530     05  ws-lf-out                   pic s9(05).
001540     05  ws-lf-close                 pic s9(05).
001550     05  ws-lf-year-open             pic s9(05).
001560     05  ws-lf-year-terms            pic s9(05).
001570 01  ws-total-figures.
001580     05  ws-tf-open                  pic s9(05).
001590     05  ws-tf-hires                 pic s9(05).
001600     05  ws-tf-terms                 pic s9(05).
001610     05  ws-tf-in                    pic s9(05).
001620     05  ws-tf-out                   pic s9(05).
001630     05  ws-tf-close                 pic s9(05).
001640     05  ws-tf-year-open             pic s9(05).
001650     05  ws-tf-year-terms            pic s9(05).
001660 01  ws-section-title                pic x(30) value spaces.
001670 01  ws-lines-printed                pic 9(03) value zero.
001680 01  ws-average-count                pic s9(05)v99 value zero.
001690 01  ws-month-pct                    pic 9(03)v9 value zero.
001700 01  ws-year-pct                     pic 9(03)v9 value zero.
001710
001720 01  ws-print-row.
001730     05  filler                      pic x(02) value spaces.
001740     05  ws-pr-dept                  pic x(10).
001750     05  ws-pr-open                  pic -zzzz9.
001760     05  ws-pr-hires                 pic -zzzz9.
001770     05  ws-pr-terms                 pic -zzzz9.
001780     05  ws-pr-in                    pic -zzzz9.
001790     05  ws-pr-out                   pic -zzzz9.
001800     05  ws-pr-close                 pic -zzzz9.
001810     05  filler                      pic x(02) value spaces.
001820     05  ws-pr-month-pct             pic zz9.9.
001830     05  filler                      pic x(03) value spaces.
001840     05  ws-pr-year-pct              pic zz9.9.
001850
001860 01  ws-text-line                    pic x(80) value spaces.
001870
001880 PROCEDURE DIVISION.
001890 PROGRAM-BEGIN.
001900     CALL "shopcfg"
001910         ON EXCEPTION
001920             DISPLAY "shopcfg not found - default "
001930                 "file locations in effect"
001940     END-CALL.
001950     PERFORM INITIALIZE-RUN.
001960     OPEN INPUT PHONEFILE.
001970     IF NOT RECORDFOUND
001980         DISPLAY "Phone directory not available - no headcount "
001990             "report written."
002000         MOVE 4 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     OPEN INPUT CONTRFILE.
002040     IF ws-contr-status = "00"
002050         MOVE "Y" TO ws-contr-open
002060     END-IF.
002070     PERFORM LOAD-DEPARTMENTS.
002080     PERFORM COUNT-CURRENT-ACTIVE.
002090     PERFORM TALLY-AUDIT-EVENTS.
002100     PERFORM TALLY-TRANSFERS.
002110     PERFORM OPEN-REPORT.
002120     MOVE 1 TO ws-class-sub.
002130     MOVE "EMPLOYEES" TO ws-section-title.
002140     PERFORM PRINT-CLASS-SECTION.
002150     MOVE 2 TO ws-class-sub.
002160     MOVE "CONTRACTORS AND VISITORS" TO ws-section-title.
002170     PERFORM PRINT-CLASS-SECTION.
002180     CLOSE PRINT-FILE.
002190     IF ws-contr-open = "Y"
002200         CLOSE CONTRFILE
002210     END-IF.
002220     CLOSE PHONEFILE.
002230     DISPLAY "Headcount report complete - " ws-event-count
002240         " events for " ws-month ".".
002250     STOP RUN.
002260
002270 INITIALIZE-RUN.
002280*--------------------------------
002290* The 12-month window opens the day after the month a year
002300* earlier closed - the first of the month eleven months back.
002310*--------------------------------
002320     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002330     MOVE ws-run-date(1:6) TO ws-month.
002340     ACCEPT ws-env-check FROM ENVIRONMENT "HEADCNT_MONTH".
002350     IF ws-env-check(1:6) IS NUMERIC
002360         MOVE ws-env-check(1:6) TO ws-month
002370     END-IF.
002380     COMPUTE ws-month-start = (ws-month * 100) + 1.
002390     COMPUTE ws-month-end   = (ws-month * 100) + 31.
002400     IF ws-month-mm = 12
002410         MOVE ws-month-year TO ws-window-year
002420         MOVE 1             TO ws-window-mm
002430     ELSE
002440         COMPUTE ws-window-year = ws-month-year - 1
002450         COMPUTE ws-window-mm   = ws-month-mm + 1
002460     END-IF.
002470     MOVE 1 TO ws-window-dd.
002480
002490 LOAD-DEPARTMENTS.
002500*--------------------------------
002510* Departments print in DEPTTABLE order; any code found only on
002520* the directory or in the history is added at the end.
002530*--------------------------------
002540     OPEN INPUT DEPTFILE.
002550     IF ws-dept-status = "00"
002560         MOVE SPACE TO ws-eof
002570         MOVE LOW-VALUES TO DEPT-CODE
002580         START DEPTFILE KEY IS NOT LESS THAN DEPT-CODE
002590             INVALID KEY MOVE "y" TO ws-eof
002600         END-START
002610         IF ws-eof NOT = "y"
002620             READ DEPTFILE NEXT RECORD
002630                 AT END MOVE "y" TO ws-eof
002640             END-READ
002650         END-IF
002660         PERFORM LOAD-ONE-DEPARTMENT UNTIL ws-eof = "y"
002670         CLOSE DEPTFILE
002680     END-IF.
002690
002700 LOAD-ONE-DEPARTMENT.
002710     MOVE DEPT-CODE TO ws-work-dept.
002720     PERFORM FIND-DEPT-SLOT.
002730     READ DEPTFILE NEXT RECORD
002740         AT END MOVE "y" TO ws-eof
002750     END-READ.
002760
002770 COUNT-CURRENT-ACTIVE.
002780     MOVE SPACE TO ws-eof.
002790     MOVE ZERO TO employee-id.
002800     START PHONEFILE KEY IS NOT LESS THAN employee-id
002810         INVALID KEY MOVE "y" TO ws-eof
002820     END-START.
002830     IF ws-eof NOT = "y"
002840         READ PHONEFILE NEXT RECORD
002850             AT END MOVE "y" TO ws-eof
002860         END-READ
002870     END-IF.
002880     PERFORM COUNT-ONE-ENTRY UNTIL ws-eof = "y".
002890
002900 COUNT-ONE-ENTRY.
002910     IF NOT emp-inactive
002920         MOVE department  TO ws-work-dept
002930         MOVE employee-id TO ws-work-id
002940         PERFORM SET-WORK-CLASS
002950         PERFORM FIND-DEPT-SLOT
002960         IF ws-dept-found = "y"
002970             ADD 1 TO ws-dt-now(ws-dept-sub, ws-work-class)
002980         END-IF
002990     END-IF.
003000     READ PHONEFILE NEXT RECORD
003010         AT END MOVE "y" TO ws-eof
003020     END-READ.
003030
003040 TALLY-AUDIT-EVENTS.
003050*--------------------------------
003060* Hires and terminations from the directory audit trail.  The
003070* department is the one on the after image for an ADD or REACT
003080* and the one on the before image for a DEACT or DELETE.
003090*--------------------------------
003100     MOVE SPACE TO ws-eof.
003110     OPEN INPUT AUDITFILE.
003120     IF ws-audit-status = "00"
003130         READ AUDITFILE
003140             AT END MOVE "y" TO ws-eof
003150         END-READ
003160         PERFORM TALLY-ONE-AUDIT-LINE UNTIL ws-eof = "y"
003170         CLOSE AUDITFILE
003180     END-IF.
003190
003200 TALLY-ONE-AUDIT-LINE.
003210     MOVE AUDIT-LINE TO AUDIT-RECORD.
003220     MOVE SPACE TO ws-event-kind.
003230     EVALUATE AUDIT-ACTION
003240         WHEN "ADD"
003250         WHEN "REACT"
003260             IF AUDIT-AFTER(82:1) NOT = "I"
003270                 MOVE "H"                TO ws-event-kind
003280                 MOVE 1                  TO ws-event-delta
003290                 MOVE AUDIT-AFTER(67:10) TO ws-work-dept
003300                 MOVE AUDIT-AFTER(1:6)   TO ws-work-id
003310             END-IF
003320         WHEN "DEACT"
003330         WHEN "DELETE"
003340             IF AUDIT-BEFORE(82:1) NOT = "I"
003350                 AND AUDIT-BEFORE(1:6) IS NUMERIC
003360                 MOVE "T"                 TO ws-event-kind
003370                 MOVE -1                  TO ws-event-delta
003380                 MOVE AUDIT-BEFORE(67:10) TO ws-work-dept
003390                 MOVE AUDIT-BEFORE(1:6)   TO ws-work-id
003400             END-IF
003410     END-EVALUATE.
003420     IF ws-event-kind NOT = SPACE
003430         AND AUDIT-TIMESTAMP(1:8) IS NUMERIC
003440         MOVE AUDIT-TIMESTAMP(1:8) TO ws-event-date
003450         PERFORM POST-ONE-EVENT
003460     END-IF.
003470     READ AUDITFILE
003480         AT END MOVE "y" TO ws-eof
003490     END-READ.
003500
003510 TALLY-TRANSFERS.
003520     MOVE SPACE TO ws-eof.
003530     OPEN INPUT DHIST-FILE.
003540     IF ws-dhist-status = "00"
003550         READ DHIST-FILE
003560             AT END MOVE "y" TO ws-eof
003570         END-READ
003580         PERFORM TALLY-ONE-MOVE UNTIL ws-eof = "y"
003590         CLOSE DHIST-FILE
003600     END-IF.
003610
003620 TALLY-ONE-MOVE.
003630     IF DH-OLD-DEPT NOT = DH-NEW-DEPT
003640         MOVE DH-EFF-DATE    TO ws-event-date
003650         MOVE DH-EMPLOYEE-ID TO ws-work-id
003660         MOVE "I"            TO ws-event-kind
003670         MOVE 1              TO ws-event-delta
003680         MOVE DH-NEW-DEPT    TO ws-work-dept
003690         PERFORM POST-ONE-EVENT
003700         MOVE "O"            TO ws-event-kind
003710         MOVE -1             TO ws-event-delta
003720         MOVE DH-OLD-DEPT    TO ws-work-dept
003730         PERFORM POST-ONE-EVENT
003740     END-IF.
003750     READ DHIST-FILE
003760         AT END MOVE "y" TO ws-eof
003770     END-READ.
003780
003790 POST-ONE-EVENT.
003800*--------------------------------
003810* Anything after the month closed is unwound from today's count;
003820* anything inside the 12-month window counts toward the rolling
003830* figure, and anything inside the month toward its movements.
003840*--------------------------------
003850     IF ws-event-date NOT < ws-window-start
003860         PERFORM SET-WORK-CLASS
003870         PERFORM FIND-DEPT-SLOT
003880     ELSE
003890         MOVE SPACE TO ws-dept-found
003900     END-IF.
003910     IF ws-dept-found = "y"
003920         IF ws-event-date > ws-month-end
003930             ADD ws-event-delta
003940                 TO ws-dt-late-net(ws-dept-sub, ws-work-class)
003950         ELSE
003960             ADD 1 TO ws-event-count
003970             ADD ws-event-delta
003980                 TO ws-dt-year-net(ws-dept-sub, ws-work-class)
003990             IF ws-event-kind = "T"
004000                 ADD 1 TO
004010                     ws-dt-year-terms(ws-dept-sub, ws-work-class)
004020             END-IF
004030             IF ws-event-date NOT < ws-month-start
004040                 PERFORM TALLY-MONTH-MOVEMENT
004050             END-IF
004060         END-IF
004070     END-IF.
004080
004090 TALLY-MONTH-MOVEMENT.
004100     EVALUATE ws-event-kind
004110         WHEN "H"
004120             ADD 1 TO ws-dt-hires(ws-dept-sub, ws-work-class)
004130         WHEN "T"
004140             ADD 1 TO ws-dt-terms(ws-dept-sub, ws-work-class)
004150         WHEN "I"
004160             ADD 1 TO ws-dt-in(ws-dept-sub, ws-work-class)
004170         WHEN "O"
004180             ADD 1 TO ws-dt-out(ws-dept-sub, ws-work-class)
004190     END-EVALUATE.
004200
004210 SET-WORK-CLASS.
004220     MOVE 1 TO ws-work-class.
004230     IF ws-contr-open = "Y"
004240         MOVE ws-work-id TO CONTR-EMPLOYEE-ID
004250         READ CONTRFILE
004260             INVALID KEY CONTINUE
004270             NOT INVALID KEY MOVE 2 TO ws-work-class
004280         END-READ
004290     END-IF.
004300
004310 FIND-DEPT-SLOT.
004320     IF ws-work-dept = SPACES
004330         MOVE "(NONE)" TO ws-work-dept
004340     END-IF.
004350     MOVE SPACE TO ws-dept-found.
004360     MOVE ZERO  TO ws-dept-sub.
004370     PERFORM CHECK-ONE-DEPT-SLOT
004380         UNTIL ws-dept-sub NOT < ws-dept-count
004390             OR ws-dept-found = "y".
004400     IF ws-dept-found NOT = "y"
004410         AND ws-dept-count < 100
004420         ADD 1 TO ws-dept-count
004430         MOVE ws-dept-count TO ws-dept-sub
004440         MOVE ws-work-dept TO ws-dt-code(ws-dept-sub)
004450         MOVE ZERO TO ws-dt-class(ws-dept-sub, 1)
004460         MOVE ZERO TO ws-dt-class(ws-dept-sub, 2)
004470         MOVE "y" TO ws-dept-found
004480     END-IF.
004490
004500 CHECK-ONE-DEPT-SLOT.
004510     ADD 1 TO ws-dept-sub.
004520     IF ws-dt-code(ws-dept-sub) = ws-work-dept
004530         MOVE "y" TO ws-dept-found
004540     END-IF.
004550
004560 OPEN-REPORT.
004570     OPEN OUTPUT PRINT-FILE.
004580     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
004590         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
004600     MOVE "HEADCOUNT AND TURNOVER" TO RPT-TITLE.
004610     MOVE 1 TO RPT-PAGE-NUMBER.
004620     WRITE PRINT-LINE FROM RPT-HEADING-1.
004630     WRITE PRINT-LINE FROM RPT-HEADING-2.
004640     MOVE SPACES TO ws-text-line.
004650     STRING "HEADCOUNT FOR MONTH " ws-month
004660         "   12-MONTH WINDOW FROM " ws-window-start
004670         DELIMITED BY SIZE INTO ws-text-line.
004680     PERFORM SHOW-LINE.
004690
004700 PRINT-CLASS-SECTION.
004710*--------------------------------
004720* The caller sets the section title and the class in
004730* ws-class-sub.  Departments with no one in the class
004740* and no movement are left off.
004750*--------------------------------
004760     MOVE SPACES TO ws-text-line.
004770     PERFORM SHOW-LINE.
004780     MOVE ws-section-title TO ws-text-line.
004790     PERFORM SHOW-LINE.
004800     MOVE "  DEPARTMENT  OPEN HIRES TERMS    IN   OUT CLOSE"
004810         TO ws-text-line.
004820     MOVE "TURN%   12MO%" TO ws-text-line(51:13).
004830     PERFORM SHOW-LINE.
004840     MOVE ZERO TO ws-total-figures.
004850     MOVE ZERO TO ws-lines-printed.
004860     MOVE ZERO TO ws-dept-sub.
004870     PERFORM PRINT-ONE-DEPT-LINE
004880         UNTIL ws-dept-sub NOT < ws-dept-count.
004890     IF ws-lines-printed = ZERO
004900         MOVE "  (none)" TO ws-text-line
004910         PERFORM SHOW-LINE
004920     ELSE
004930         MOVE ws-total-figures TO ws-line-figures
004940         MOVE "TOTAL" TO ws-pr-dept
004950         PERFORM FORMAT-ROW
004960     END-IF.
004970
004980 PRINT-ONE-DEPT-LINE.
004990     ADD 1 TO ws-dept-sub.
005000     COMPUTE ws-lf-close = ws-dt-now(ws-dept-sub, ws-class-sub)
005010         - ws-dt-late-net(ws-dept-sub, ws-class-sub).
005020     MOVE ws-dt-hires(ws-dept-sub, ws-class-sub) TO ws-lf-hires.
005030     MOVE ws-dt-terms(ws-dept-sub, ws-class-sub) TO ws-lf-terms.
005040     MOVE ws-dt-in(ws-dept-sub, ws-class-sub)    TO ws-lf-in.
005050     MOVE ws-dt-out(ws-dept-sub, ws-class-sub)   TO ws-lf-out.
005060     COMPUTE ws-lf-open = ws-lf-close - ws-lf-hires + ws-lf-terms
005070         - ws-lf-in + ws-lf-out.
005080     COMPUTE ws-lf-year-open = ws-lf-close
005090         - ws-dt-year-net(ws-dept-sub, ws-class-sub).
005100     MOVE ws-dt-year-terms(ws-dept-sub, ws-class-sub)
005110         TO ws-lf-year-terms.
005120     IF ws-lf-open NOT = ZERO OR ws-lf-close NOT = ZERO
005130         OR ws-lf-year-open NOT = ZERO
005140         OR ws-lf-year-terms NOT = ZERO
005150         OR ws-lf-hires NOT = ZERO OR ws-lf-in NOT = ZERO
005160         MOVE ws-dt-code(ws-dept-sub) TO ws-pr-dept
005170         PERFORM FORMAT-ROW
005180         ADD 1 TO ws-lines-printed
005190         ADD ws-lf-open       TO ws-tf-open
005200         ADD ws-lf-hires      TO ws-tf-hires
005210         ADD ws-lf-terms      TO ws-tf-terms
005220         ADD ws-lf-in         TO ws-tf-in
005230         ADD ws-lf-out        TO ws-tf-out
005240         ADD ws-lf-close      TO ws-tf-close
005250         ADD ws-lf-year-open  TO ws-tf-year-open
005260         ADD ws-lf-year-terms TO ws-tf-year-terms
005270     END-IF.
005280
005290 FORMAT-ROW.
005300*--------------------------------
005310* Turnover is terminations over the average of the opening and
005320* closing headcount; no headcount gives zero percent.
005330*--------------------------------
005340     MOVE ZERO TO ws-month-pct.
005350     COMPUTE ws-average-count = (ws-lf-open + ws-lf-close) / 2.
005360     IF ws-average-count > ZERO
005370         COMPUTE ws-month-pct ROUNDED =
005380             (ws-lf-terms * 100) / ws-average-count
005390             ON SIZE ERROR MOVE 999.9 TO ws-month-pct
005400         END-COMPUTE
005410     END-IF.
005420     MOVE ZERO TO ws-year-pct.
005430     COMPUTE ws-average-count =
005440         (ws-lf-year-open + ws-lf-close) / 2.
005450     IF ws-average-count > ZERO
005460         COMPUTE ws-year-pct ROUNDED =
005470             (ws-lf-year-terms * 100) / ws-average-count
005480             ON SIZE ERROR MOVE 999.9 TO ws-year-pct
005490         END-COMPUTE
005500     END-IF.
005510     MOVE ws-lf-open   TO ws-pr-open.
005520     MOVE ws-lf-hires  TO ws-pr-hires.
005530     MOVE ws-lf-terms  TO ws-pr-terms.
005540     MOVE ws-lf-in     TO ws-pr-in.
005550     MOVE ws-lf-out    TO ws-pr-out.
005560     MOVE ws-lf-close  TO ws-pr-close.
005570     MOVE ws-month-pct TO ws-pr-month-pct.
005580     MOVE ws-year-pct  TO ws-pr-year-pct.
005590     MOVE ws-print-row TO ws-text-line.
005600     PERFORM SHOW-LINE.
005610
005620 SHOW-LINE.
005630     MOVE ws-text-line TO PRINT-LINE.
005640     WRITE PRINT-LINE.
