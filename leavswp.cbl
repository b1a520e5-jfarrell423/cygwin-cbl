000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LEAVSWP.
000030*--------------------------------
000040* Nightly departure impact sweep.  Deactivating someone (deact-
000050* rec in phonescr, an approved phonepnd DEACT, or the contexp
000060* contractor sweep) only changes the directory record; the
000070* leaver's employee ID stays live in the companion files.  This
000080* job finds every such reference and prints who needs
000090* reassigning to LEAVSWP.PRT, grouped by department:
000100*
000110*   direct reports on PHONESUPV.DAT whose supervisor is
000120*     inactive (grouped under the report's department);
000130*   active contractors on PHONECONT.DAT whose sponsor is
000140*     inactive (under the contractor's department);
000150*   current and future ONCALL.DAT rotations whose primary or
000160*     backup is inactive (under the rotation's department);
000170*   departments on DEPTTABLE.DAT whose manager is inactive.
000180*     DEPTREC carries the manager's name, not an ID, so the name
000190*     ("First Last" or "Last, First") is matched to PHONEFILE on
000200*     the FULLNAME key; only a name whose every directory match
000210*     is inactive is reported.
000220*
000230* A reference to an ID no longer on the directory at all is
000240* reported the same way.
000250*
000260* Where the fix is clear - a direct report of a departed
000270* supervisor moves up to the departed supervisor's own
000280* supervisor (or the first active one above that) - a SUPCHG
000290* transaction is staged to PHONEPEND.DAT for approval on the
000300* phonepnd review screen, with the PHONESUPV.DAT record as the
000310* before and after images.  A report that already has an open
000320* SUPCHG is not staged a second time.  Sponsors, on-call cover,
000330* and managers need someone's judgment, so they are reported
000340* only.
000350*
000360* Run from the batchwin built-in steps after the contractor
000370* sweep.  Findings are the point of the job and do not fail the
000380* step.
000390*
000400* 2026-10  JDF  New program.
000410*--------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000460 FILE STATUS IS FILE-CHECK-KEY
000470 ORGANIZATION IS INDEXED
000480 ACCESS MODE IS DYNAMIC
000490 RECORD KEY IS EMPLOYEE-ID
000500 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000510
000520 SELECT SUPVFILE ASSIGN TO "PHONESUPVDAT"
000530 FILE STATUS IS ws-supv-status
000540 ORGANIZATION IS INDEXED
000550 ACCESS MODE IS DYNAMIC
000560 RECORD KEY IS SUPV-EMPLOYEE-ID.
000570
000580 SELECT CONTRFILE ASSIGN TO "PHONECONTDAT"
000590 FILE STATUS IS ws-contr-status
000600 ORGANIZATION IS INDEXED
000610 ACCESS MODE IS DYNAMIC
000620 RECORD KEY IS CONTR-EMPLOYEE-ID.
000630
000640 SELECT ONCALLFILE ASSIGN TO "ONCALLDAT"
000650 FILE STATUS IS ws-oncall-status
000660 ORGANIZATION IS INDEXED
000670 ACCESS MODE IS DYNAMIC
000680 RECORD KEY IS ONCALL-KEY.
000690
000700 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000710 FILE STATUS IS ws-dept-status
000720 ORGANIZATION IS INDEXED
000730 ACCESS MODE IS DYNAMIC
000740 RECORD KEY IS DEPT-CODE.
000750
000760 SELECT PEND-FILE ASSIGN TO "PHONEPENDDAT"
000770 ORGANIZATION IS LINE SEQUENTIAL
000780 FILE STATUS IS ws-pend-status.
000790
000800 SELECT WORK-FILE ASSIGN TO "LEAVWORKDAT"
000810 ORGANIZATION IS LINE SEQUENTIAL.
000820
000830 SELECT SORT-WORK ASSIGN TO "documents\LEAVSORT.DAT".
000840
000850 SELECT SORTED-FILE ASSIGN TO "LEAVSRTDDAT"
000860 ORGANIZATION IS LINE SEQUENTIAL.
000870
000880 SELECT PRINT-FILE ASSIGN TO "LEAVSWPPRT"
000890 ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD PHONEFILE.
000940     COPY PHONEREC.
000950
000960 FD SUPVFILE.
000970     COPY SUPVREC.
000980
000990 FD CONTRFILE.
001000     COPY CONTRREC.
001010
001020 FD ONCALLFILE.
001030     COPY ONCALREC.
001040
001050 FD DEPTFILE.
001060     COPY DEPTREC.
001070
001080 FD PEND-FILE.
001090     COPY PENDREC.
001100
001110*--------------------------------
001120* One finding ready to print.  LW-ROLE orders the findings
001130* within a department: 1 manager, 2 supervisor, 3 sponsor,
001140* 4 on-call primary, 5 on-call backup.
001150*--------------------------------
001160 FD WORK-FILE.
001170 01  WORK-REC.
001180     05  LW-DEPT                     PIC X(10).
001190     05  LW-ROLE                     PIC X(01).
001200     05  LW-LEAVER-ID                PIC 9(06).
001210     05  LW-LEAVER-NAME              PIC X(10).
001220     05  LW-SUBJECT-ID               PIC 9(06).
001230     05  LW-SUBJECT-NAME             PIC X(10).
001240     05  LW-DETAIL                   PIC X(26).
001250
001260 SD SORT-WORK.
001270 01  SORT-REC.
001280     05  SR-DEPT                     PIC X(10).
001290     05  SR-ROLE                     PIC X(01).
001300     05  SR-LEAVER-ID                PIC 9(06).
001310     05  FILLER                      PIC X(52).
001320
001330 FD SORTED-FILE.
001340 01  SORTED-REC                      PIC X(69).
001350
001360 FD PRINT-FILE.
001370 01  PRINT-LINE                      PIC X(80).
001380
001390 WORKING-STORAGE SECTION.
001400     COPY FILESTAT.
001410     COPY RPTHEAD.
001420
001430 01  ws-supv-status                  pic x(02).
001440 01  ws-contr-status                 pic x(02).
001450 01  ws-oncall-status                pic x(02).
001460 01  ws-dept-status                  pic x(02).
001470 01  ws-pend-status                  pic x(02).
001480 01  ws-eof                          pic x(01) value space.
001490 01  ws-run-date                     pic 9(08) value zero.
001500 01  ws-finding-count                pic 9(05) value zero.
001510 01  ws-staged-count                 pic 9(05) value zero.
001520 01  ws-already-count                pic 9(05) value zero.
001530 01  ws-finding-role                 pic x(01) value space.
001540
001550*--------------------------------
001560* Result of looking one employee ID up on PHONEFILE.
001570*--------------------------------
001580 01  ws-check-id                     pic 9(06) value zero.
001590 01  ws-emp-state                    pic x(01) value space.
001600     88  ws-emp-missing              value "M".
001610     88  ws-emp-inactive             value "I".
001620     88  ws-emp-active               value "A".
001630 01  ws-emp-name                     pic x(10) value spaces.
001640 01  ws-emp-dept                     pic x(10) value spaces.
001650 01  ws-leaver-id                    pic 9(06) value zero.
001660 01  ws-leaver-name                  pic x(10) value spaces.
001670
001680*--------------------------------
001690* The reporting structure, loaded once so a departed
001700* supervisor's chain can be climbed without losing the place
001710* in PHONESUPV.DAT.
001720*--------------------------------
001730 01  ws-supv-count                   pic 9(04) comp value zero.
001740 01  ws-supv-table.
001750     05  ws-supv-entry               occurs 3000 times.
001760         10  ws-st-employee-id       pic 9(06).
001770         10  ws-st-supervisor-id     pic 9(06).
001780         10  ws-st-eff-date          pic 9(08).
001790 01  ws-supv-sub                     pic 9(04) comp value zero.
001800 01  ws-find-sub                     pic 9(04) comp value zero.
001810 01  ws-search-sub                   pic 9(04) comp value zero.
001820 01  ws-table-full                   pic x(01) value "N".
001830 01  ws-chain-id                     pic 9(06) value zero.
001840 01  ws-chain-depth                  pic 9(02) value zero.
001850 01  ws-new-supv-id                  pic 9(06) value zero.
001860 01  ws-supv-image.
001870     05  ws-si-employee-id           pic 9(06).
001880     05  ws-si-supervisor-id         pic 9(06).
001890     05  ws-si-eff-date              pic 9(08).
001900
001910*--------------------------------
001920* Employee IDs that already carry an open SUPCHG, so a second
001930* night's run does not stage the same fix again.
001940*--------------------------------
001950 01  ws-open-count                   pic 9(04) comp value zero.
001960 01  ws-open-table.
001970     05  ws-open-id                  pic 9(06) occurs 500 times.
001980 01  ws-open-sub                     pic 9(04) comp value zero.
001990 01  ws-open-found                   pic x(01) value space.
002000
002010*--------------------------------
002020* Department manager name, split for the FULLNAME match.
002030*--------------------------------
002040 01  ws-comma-count                  pic 9(02) value zero.
002050 01  ws-lead-count                   pic 9(02) value zero.
002060 01  ws-mgr-first                    pic x(10) value spaces.
002070 01  ws-mgr-last                     pic x(10) value spaces.
002080 01  ws-mgr-third                    pic x(10) value spaces.
002090 01  ws-mgr-rest                     pic x(25) value spaces.
002100 01  ws-name-done                    pic x(01) value space.
002110
002120*--------------------------------
002130* Print control.
002140*--------------------------------
002150 01  ws-sorted-image.
002160     05  ws-so-dept                  pic x(10).
002170     05  ws-so-role                  pic x(01).
002180     05  ws-so-leaver-id             pic 9(06).
002190     05  ws-so-leaver-name           pic x(10).
002200     05  ws-so-subject-id            pic 9(06).
002210     05  ws-so-subject-name          pic x(10).
002220     05  ws-so-detail                pic x(26).
002230 01  ws-first-dept                   pic x(01) value "Y".
002240 01  ws-prior-dept                   pic x(10) value spaces.
002250 01  ws-dept-lines                   pic 9(05) value zero.
002260 01  ws-role-text                    pic x(11) value spaces.
002270 01  ws-show-subject                 pic x(06) value spaces.
002280 01  ws-text-line                    pic x(80) value spaces.
002290
002300 PROCEDURE DIVISION.
002310 PROGRAM-BEGIN.
002320     CALL "shopcfg"
002330         ON EXCEPTION
002340             DISPLAY "shopcfg not found - default "
002350                 "file locations in effect"
002360     END-CALL.
002370     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002380     OPEN INPUT PHONEFILE.
002390     IF NOT RECORDFOUND
002400         DISPLAY "Phone directory not available - departure "
002410             "sweep not run."
002420         MOVE 4 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     PERFORM OPEN-PENDING-FILE.
002460     OPEN OUTPUT WORK-FILE.
002470     PERFORM SWEEP-SUPERVISORS.
002480     PERFORM SWEEP-SPONSORS.
002490     PERFORM SWEEP-ON-CALL.
002500     PERFORM SWEEP-MANAGERS.
002510     CLOSE WORK-FILE.
002520     CLOSE PEND-FILE.
002530     CLOSE PHONEFILE.
002540     PERFORM SORT-FINDINGS.
002550     PERFORM PRINT-SWEEP.
002560     DISPLAY "Departure sweep complete - " ws-finding-count
002570         " references, " ws-staged-count " fixes staged, "
002580         ws-already-count " already pending.".
002590     STOP RUN.
002600
002610 OPEN-PENDING-FILE.
002620*--------------------------------
002630* First staged transaction ever has no PHONEPEND.DAT to append
002640* to, so create an empty one first; otherwise remember the open
002650* SUPCHG tickets before appending.
002660*--------------------------------
002670     OPEN INPUT PEND-FILE.
002680     IF ws-pend-status = "35"
002690         OPEN OUTPUT PEND-FILE
002700         CLOSE PEND-FILE
002710     ELSE
002720         PERFORM LOAD-OPEN-TICKETS
002730             UNTIL ws-pend-status NOT = "00"
002740         CLOSE PEND-FILE
002750     END-IF.
002760     OPEN EXTEND PEND-FILE.
002770
002780 LOAD-OPEN-TICKETS.
002790     READ PEND-FILE
002800         AT END CONTINUE
002810     END-READ.
002820     IF ws-pend-status = "00"
002830         AND PEND-OPEN
002840         AND PEND-ACTION = "SUPCHG"
002850         AND ws-open-count < 500
002860         ADD 1 TO ws-open-count
002870         MOVE PEND-BEFORE(1:6) TO ws-open-id(ws-open-count)
002880     END-IF.
002890
002900 LOOK-UP-EMPLOYEE.
002910     MOVE ws-check-id TO employee-id.
002920     READ PHONEFILE
002930         INVALID KEY
002940             MOVE "M" TO ws-emp-state
002950             MOVE "NOT ON DIR" TO ws-emp-name
002960             MOVE SPACES TO ws-emp-dept
002970         NOT INVALID KEY
002980             IF emp-inactive
002990                 MOVE "I" TO ws-emp-state
003000             ELSE
003010                 MOVE "A" TO ws-emp-state
003020             END-IF
003030             MOVE last-name  TO ws-emp-name
003040             MOVE department TO ws-emp-dept
003050     END-READ.
003060
003070 NOTE-LEAVER.
003080     MOVE ws-check-id TO ws-leaver-id.
003090     MOVE ws-emp-name TO ws-leaver-name.
003100
003110 SWEEP-SUPERVISORS.
003120     OPEN INPUT SUPVFILE.
003130     IF ws-supv-status = "00"
003140         MOVE SPACE TO ws-eof
003150         MOVE ZERO TO SUPV-EMPLOYEE-ID
003160         START SUPVFILE KEY IS NOT LESS THAN SUPV-EMPLOYEE-ID
003170             INVALID KEY MOVE "y" TO ws-eof
003180         END-START
003190         IF ws-eof NOT = "y"
003200             READ SUPVFILE NEXT RECORD
003210                 AT END MOVE "y" TO ws-eof
003220             END-READ
003230         END-IF
003240         PERFORM LOAD-ONE-SUPV UNTIL ws-eof = "y"
003250         CLOSE SUPVFILE
003260     END-IF.
003270     IF ws-table-full = "Y"
003280         DISPLAY "More than 3000 reporting links - the rest were "
003290             "not swept."
003300     END-IF.
003310     PERFORM CHECK-ONE-REPORT
003320         VARYING ws-supv-sub FROM 1 BY 1
003330         UNTIL ws-supv-sub > ws-supv-count.
003340
003350 LOAD-ONE-SUPV.
003360     IF ws-supv-count < 3000
003370         ADD 1 TO ws-supv-count
003380         MOVE SUPV-EMPLOYEE-ID
003390             TO ws-st-employee-id(ws-supv-count)
003400         MOVE SUPV-SUPERVISOR-ID
003410             TO ws-st-supervisor-id(ws-supv-count)
003420         MOVE SUPV-EFF-DATE
003430             TO ws-st-eff-date(ws-supv-count)
003440     ELSE
003450         MOVE "Y" TO ws-table-full
003460     END-IF.
003470     READ SUPVFILE NEXT RECORD
003480         AT END MOVE "y" TO ws-eof
003490     END-READ.
003500
003510 CHECK-ONE-REPORT.
003520*--------------------------------
003530* Only a report who is still active needs a new supervisor; a
003540* leaver reporting to a leaver is left alone.
003550*--------------------------------
003560     MOVE ws-st-supervisor-id(ws-supv-sub) TO ws-check-id.
003570     PERFORM LOOK-UP-EMPLOYEE.
003580     IF NOT ws-emp-active
003590         PERFORM NOTE-LEAVER
003600         MOVE ws-st-employee-id(ws-supv-sub) TO ws-check-id
003610         PERFORM LOOK-UP-EMPLOYEE
003620         IF ws-emp-active
003630             MOVE SPACES          TO WORK-REC
003640             MOVE ws-emp-dept     TO LW-DEPT
003650             MOVE "2"             TO LW-ROLE
003660             MOVE ws-leaver-id    TO LW-LEAVER-ID
003670             MOVE ws-leaver-name  TO LW-LEAVER-NAME
003680             MOVE ws-check-id     TO LW-SUBJECT-ID
003690             MOVE ws-emp-name     TO LW-SUBJECT-NAME
003700             PERFORM FIND-REPLACEMENT-SUPV
003710             PERFORM STAGE-SUPV-CHANGE
003720             PERFORM WRITE-FINDING
003730         END-IF
003740     END-IF.
003750
003760 FIND-REPLACEMENT-SUPV.
003770*--------------------------------
003780* Climbs from the departed supervisor to the first active
003790* supervisor above, a few levels at most.  A chain that ends,
003800* or comes back round to the report, gives no clear fix.
003810*--------------------------------
003820     MOVE ZERO TO ws-new-supv-id.
003830     MOVE ZERO TO ws-chain-depth.
003840     MOVE ws-leaver-id TO ws-chain-id.
003850     PERFORM CLIMB-ONE-LEVEL
003860         UNTIL ws-new-supv-id NOT = ZERO
003870             OR ws-chain-id = ZERO
003880             OR ws-chain-depth > 10.
003890
003900 CLIMB-ONE-LEVEL.
003910     ADD 1 TO ws-chain-depth.
003920     PERFORM FIND-SUPV-ENTRY.
003930     IF ws-find-sub = ZERO
003940         MOVE ZERO TO ws-chain-id
003950     ELSE
003960         MOVE ws-st-supervisor-id(ws-find-sub) TO ws-chain-id
003970         IF ws-chain-id = ws-st-employee-id(ws-supv-sub)
003980             MOVE ZERO TO ws-chain-id
003990         END-IF
004000     END-IF.
004010     IF ws-chain-id NOT = ZERO
004020         MOVE ws-chain-id TO ws-check-id
004030         PERFORM LOOK-UP-EMPLOYEE
004040         IF ws-emp-active
004050             MOVE ws-chain-id TO ws-new-supv-id
004060         END-IF
004070     END-IF.
004080
004090 FIND-SUPV-ENTRY.
004100     MOVE ZERO TO ws-find-sub.
004110     MOVE ZERO TO ws-search-sub.
004120     PERFORM CHECK-ONE-SUPV-ENTRY
004130         UNTIL ws-search-sub NOT < ws-supv-count
004140             OR ws-find-sub NOT = ZERO.
004150
004160 CHECK-ONE-SUPV-ENTRY.
004170     ADD 1 TO ws-search-sub.
004180     IF ws-st-employee-id(ws-search-sub) = ws-chain-id
004190         MOVE ws-search-sub TO ws-find-sub
004200     END-IF.
004210
004220 STAGE-SUPV-CHANGE.
004230     IF ws-new-supv-id = ZERO
004240         MOVE "NO ACTIVE SUPERVISOR ABOVE" TO LW-DETAIL
004250     ELSE
004260         PERFORM TICKET-ALREADY-OPEN
004270         IF ws-open-found = "y"
004280             ADD 1 TO ws-already-count
004290             STRING "FIX PENDING - TO " ws-new-supv-id
004300                 DELIMITED BY SIZE INTO LW-DETAIL
004310         ELSE
004320             PERFORM STAGE-SUPV-WRITE
004330             STRING "STAGED - REPORT TO " ws-new-supv-id
004340                 DELIMITED BY SIZE INTO LW-DETAIL
004350         END-IF
004360     END-IF.
004370
004380 TICKET-ALREADY-OPEN.
004390     MOVE SPACE TO ws-open-found.
004400     MOVE ZERO  TO ws-open-sub.
004410     PERFORM CHECK-ONE-OPEN-TICKET
004420         UNTIL ws-open-sub NOT < ws-open-count
004430             OR ws-open-found = "y".
004440
004450 CHECK-ONE-OPEN-TICKET.
004460     ADD 1 TO ws-open-sub.
004470     IF ws-open-id(ws-open-sub) = ws-st-employee-id(ws-supv-sub)
004480         MOVE "y" TO ws-open-found
004490     END-IF.
004500
004510 STAGE-SUPV-WRITE.
004520     MOVE SPACES      TO PEND-REC.
004530     MOVE "P"         TO PEND-STATUS.
004540     MOVE "LEAVSWP "  TO PEND-SOURCE.
004550     MOVE "SUPCHG"    TO PEND-ACTION.
004560     MOVE "SYSTEM  "  TO PEND-OPERATOR.
004570     MOVE ws-st-employee-id(ws-supv-sub)   TO ws-si-employee-id.
004580     MOVE ws-st-supervisor-id(ws-supv-sub) TO ws-si-supervisor-id.
004590     MOVE ws-st-eff-date(ws-supv-sub)      TO ws-si-eff-date.
004600     MOVE ws-supv-image  TO PEND-BEFORE.
004610     MOVE ws-new-supv-id TO ws-si-supervisor-id.
004620     MOVE ws-run-date    TO ws-si-eff-date.
004630     MOVE ws-supv-image  TO PEND-AFTER.
004640     MOVE FUNCTION CURRENT-DATE TO PEND-TIMESTAMP.
004650     WRITE PEND-REC.
004660     ADD 1 TO ws-staged-count.
004670     IF ws-open-count < 500
004680         ADD 1 TO ws-open-count
004690         MOVE ws-si-employee-id TO ws-open-id(ws-open-count)
004700     END-IF.
004710
004720 SWEEP-SPONSORS.
004730     OPEN INPUT CONTRFILE.
004740     IF ws-contr-status = "00"
004750         MOVE SPACE TO ws-eof
004760         MOVE ZERO TO CONTR-EMPLOYEE-ID
004770         START CONTRFILE KEY IS NOT LESS THAN CONTR-EMPLOYEE-ID
004780             INVALID KEY MOVE "y" TO ws-eof
004790         END-START
004800         IF ws-eof NOT = "y"
004810             READ CONTRFILE NEXT RECORD
004820                 AT END MOVE "y" TO ws-eof
004830             END-READ
004840         END-IF
004850         PERFORM CHECK-ONE-CONTRACTOR UNTIL ws-eof = "y"
004860         CLOSE CONTRFILE
004870     END-IF.
004880
004890 CHECK-ONE-CONTRACTOR.
004900     MOVE CONTR-SPONSOR-ID TO ws-check-id.
004910     PERFORM LOOK-UP-EMPLOYEE.
004920     IF NOT ws-emp-active
004930         PERFORM NOTE-LEAVER
004940         MOVE CONTR-EMPLOYEE-ID TO ws-check-id
004950         PERFORM LOOK-UP-EMPLOYEE
004960         IF ws-emp-active
004970             MOVE SPACES          TO WORK-REC
004980             MOVE ws-emp-dept     TO LW-DEPT
004990             MOVE "3"             TO LW-ROLE
005000             MOVE ws-leaver-id    TO LW-LEAVER-ID
005010             MOVE ws-leaver-name  TO LW-LEAVER-NAME
005020             MOVE ws-check-id     TO LW-SUBJECT-ID
005030             MOVE ws-emp-name     TO LW-SUBJECT-NAME
005040             STRING "ENGAGEMENT ENDS " CONTR-END-DATE
005050                 DELIMITED BY SIZE INTO LW-DETAIL
005060             PERFORM WRITE-FINDING
005070         END-IF
005080     END-IF.
005090     READ CONTRFILE NEXT RECORD
005100         AT END MOVE "y" TO ws-eof
005110     END-READ.
005120
005130 SWEEP-ON-CALL.
005140     OPEN INPUT ONCALLFILE.
005150     IF ws-oncall-status = "00"
005160         MOVE SPACE TO ws-eof
005170         MOVE LOW-VALUES TO ONCALL-KEY
005180         START ONCALLFILE KEY IS NOT LESS THAN ONCALL-KEY
005190             INVALID KEY MOVE "y" TO ws-eof
005200         END-START
005210         IF ws-eof NOT = "y"
005220             READ ONCALLFILE NEXT RECORD
005230                 AT END MOVE "y" TO ws-eof
005240             END-READ
005250         END-IF
005260         PERFORM CHECK-ONE-ROTATION UNTIL ws-eof = "y"
005270         CLOSE ONCALLFILE
005280     END-IF.
005290
005300 CHECK-ONE-ROTATION.
005310*--------------------------------
005320* A rotation already over is history; anything running today or
005330* later still routes the after-hours calls.
005340*--------------------------------
005350     IF ONCALL-END-DATE NOT < ws-run-date
005360         IF ONCALL-PRIMARY-ID NOT = ZERO
005370             MOVE ONCALL-PRIMARY-ID TO ws-check-id
005380             MOVE "4" TO ws-finding-role
005390             PERFORM CHECK-ON-CALL-PERSON
005400         END-IF
005410         IF ONCALL-BACKUP-ID NOT = ZERO
005420             MOVE ONCALL-BACKUP-ID TO ws-check-id
005430             MOVE "5" TO ws-finding-role
005440             PERFORM CHECK-ON-CALL-PERSON
005450         END-IF
005460     END-IF.
005470     READ ONCALLFILE NEXT RECORD
005480         AT END MOVE "y" TO ws-eof
005490     END-READ.
005500
005510 CHECK-ON-CALL-PERSON.
005520     PERFORM LOOK-UP-EMPLOYEE.
005530     IF NOT ws-emp-active
005540         MOVE SPACES          TO WORK-REC
005550         MOVE ws-finding-role TO LW-ROLE
005560         MOVE ONCALL-DEPT     TO LW-DEPT
005570         MOVE ws-check-id     TO LW-LEAVER-ID
005580         MOVE ws-emp-name     TO LW-LEAVER-NAME
005590         MOVE ZERO            TO LW-SUBJECT-ID
005600         STRING "ROTA " ONCALL-START-DATE "-" ONCALL-END-DATE
005610             DELIMITED BY SIZE INTO LW-DETAIL
005620         PERFORM WRITE-FINDING
005630     END-IF.
005640
005650 SWEEP-MANAGERS.
005660     OPEN INPUT DEPTFILE.
005670     IF ws-dept-status = "00"
005680         MOVE SPACE TO ws-eof
005690         MOVE LOW-VALUES TO DEPT-CODE
005700         START DEPTFILE KEY IS NOT LESS THAN DEPT-CODE
005710             INVALID KEY MOVE "y" TO ws-eof
005720         END-START
005730         IF ws-eof NOT = "y"
005740             READ DEPTFILE NEXT RECORD
005750                 AT END MOVE "y" TO ws-eof
005760             END-READ
005770         END-IF
005780         PERFORM CHECK-ONE-DEPARTMENT UNTIL ws-eof = "y"
005790         CLOSE DEPTFILE
005800     END-IF.
005810
005820 CHECK-ONE-DEPARTMENT.
005830     IF DEPT-MANAGER-NAME NOT = SPACES
005840         PERFORM SPLIT-MANAGER-NAME
005850         PERFORM MATCH-MANAGER-NAME
005860         IF ws-emp-inactive
005870             MOVE SPACES          TO WORK-REC
005880             MOVE DEPT-CODE       TO LW-DEPT
005890             MOVE "1"             TO LW-ROLE
005900             MOVE ws-leaver-id    TO LW-LEAVER-ID
005910             MOVE ws-leaver-name  TO LW-LEAVER-NAME
005920             MOVE ZERO            TO LW-SUBJECT-ID
005930             STRING "MANAGER EXT " DEPT-MANAGER-EXT
005940                 DELIMITED BY SIZE INTO LW-DETAIL
005950             PERFORM WRITE-FINDING
005960         END-IF
005970     END-IF.
005980     READ DEPTFILE NEXT RECORD
005990         AT END MOVE "y" TO ws-eof
006000     END-READ.
006010
006020 SPLIT-MANAGER-NAME.
006030*--------------------------------
006040* The manager name is free text keyed on deptmnt - "Last, First"
006050* or "First Last", with or without a middle initial.
006060*--------------------------------
006070     MOVE SPACES TO ws-mgr-first.
006080     MOVE SPACES TO ws-mgr-last.
006090     MOVE SPACES TO ws-mgr-third.
006100     MOVE SPACES TO ws-mgr-rest.
006110     MOVE ZERO   TO ws-comma-count.
006120     INSPECT DEPT-MANAGER-NAME TALLYING ws-comma-count
006130         FOR ALL ",".
006140     IF ws-comma-count > ZERO
006150         UNSTRING DEPT-MANAGER-NAME DELIMITED BY ","
006160             INTO ws-mgr-last ws-mgr-rest
006170         END-UNSTRING
006180         MOVE ZERO TO ws-lead-count
006190         INSPECT ws-mgr-rest TALLYING ws-lead-count
006200             FOR LEADING SPACE
006210         IF ws-lead-count < 25
006220             UNSTRING ws-mgr-rest(ws-lead-count + 1:)
006230                 DELIMITED BY ALL SPACE
006240                 INTO ws-mgr-first
006250             END-UNSTRING
006260         END-IF
006270     ELSE
006280         MOVE ZERO TO ws-lead-count
006290         INSPECT DEPT-MANAGER-NAME TALLYING ws-lead-count
006300             FOR LEADING SPACE
006310         UNSTRING DEPT-MANAGER-NAME(ws-lead-count + 1:)
006320             DELIMITED BY ALL SPACE
006330             INTO ws-mgr-first ws-mgr-last ws-mgr-third
006340         END-UNSTRING
006350         IF ws-mgr-third NOT = SPACES
006360             MOVE ws-mgr-third TO ws-mgr-last
006370         END-IF
006380     END-IF.
006390
006400 MATCH-MANAGER-NAME.
006410*--------------------------------
006420* Any active holder of the name means the manager is still here
006430* (or the name belongs to someone else who is); only when every
006440* match is inactive is the department reported.  A name with no
006450* directory match is not reported.
006460*--------------------------------
006470     MOVE "M" TO ws-emp-state.
006480     MOVE SPACE TO ws-name-done.
006490     MOVE ws-mgr-first TO first-name.
006500     MOVE ws-mgr-last  TO last-name.
006510     READ PHONEFILE KEY IS FULLNAME
006520         INVALID KEY MOVE "y" TO ws-name-done
006530     END-READ.
006540     PERFORM CHECK-ONE-NAME-MATCH UNTIL ws-name-done = "y".
006550
006560 CHECK-ONE-NAME-MATCH.
006570     IF first-name NOT = ws-mgr-first
006580         OR last-name NOT = ws-mgr-last
006590         MOVE "y" TO ws-name-done
006600     ELSE
006610         IF emp-inactive
006620             IF ws-emp-missing
006630                 MOVE "I" TO ws-emp-state
006640                 MOVE employee-id TO ws-leaver-id
006650                 MOVE last-name   TO ws-leaver-name
006660             END-IF
006670         ELSE
006680             MOVE "A" TO ws-emp-state
006690             MOVE "y" TO ws-name-done
006700         END-IF
006710     END-IF.
006720     IF ws-name-done NOT = "y"
006730         READ PHONEFILE NEXT RECORD
006740             AT END MOVE "y" TO ws-name-done
006750         END-READ
006760     END-IF.
006770
006780 WRITE-FINDING.
006790     WRITE WORK-REC.
006800     ADD 1 TO ws-finding-count.
006810
006820 SORT-FINDINGS.
006830     SORT SORT-WORK
006840         ON ASCENDING KEY SR-DEPT
006850                          SR-ROLE
006860                          SR-LEAVER-ID
006870         USING WORK-FILE
006880         GIVING SORTED-FILE.
006890
006900 PRINT-SWEEP.
006910     OPEN OUTPUT PRINT-FILE.
006920     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
006930         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
006940     MOVE "DEPARTURE IMPACT SWEEP" TO RPT-TITLE.
006950     MOVE 1 TO RPT-PAGE-NUMBER.
006960     WRITE PRINT-LINE FROM RPT-HEADING-1.
006970     WRITE PRINT-LINE FROM RPT-HEADING-2.
006980     MOVE SPACES TO ws-text-line.
006990     PERFORM SHOW-LINE.
007000     MOVE SPACES TO ws-text-line.
007010     STRING "  ROLE        LEAVER            "
007020         "REASSIGN          NOTE"
007030         DELIMITED BY SIZE INTO ws-text-line.
007040     PERFORM SHOW-LINE.
007050     MOVE SPACES TO ws-text-line.
007060     PERFORM SHOW-LINE.
007070     MOVE SPACE TO ws-eof.
007080     MOVE "Y"   TO ws-first-dept.
007090     OPEN INPUT SORTED-FILE.
007100     READ SORTED-FILE INTO ws-sorted-image
007110         AT END MOVE "y" TO ws-eof
007120     END-READ.
007130     PERFORM PRINT-ONE-FINDING UNTIL ws-eof = "y".
007140     CLOSE SORTED-FILE.
007150     IF ws-first-dept = "Y"
007160         MOVE "  (no references to inactive employees)"
007170             TO ws-text-line
007180         PERFORM SHOW-LINE
007190     ELSE
007200         PERFORM END-DEPARTMENT
007210     END-IF.
007220     MOVE SPACES TO ws-text-line.
007230     STRING "TOTAL REFERENCES " ws-finding-count
007240         "   FIXES STAGED " ws-staged-count
007250         "   ALREADY PENDING " ws-already-count
007260         DELIMITED BY SIZE INTO ws-text-line.
007270     PERFORM SHOW-LINE.
007280     CLOSE PRINT-FILE.
007290
007300 PRINT-ONE-FINDING.
007310     IF ws-first-dept = "Y"
007320         MOVE "N" TO ws-first-dept
007330         MOVE ws-so-dept TO ws-prior-dept
007340         PERFORM START-DEPARTMENT
007350     ELSE
007360     IF ws-so-dept NOT = ws-prior-dept
007370         PERFORM END-DEPARTMENT
007380         MOVE ws-so-dept TO ws-prior-dept
007390         PERFORM START-DEPARTMENT
007400     END-IF
007410     END-IF.
007420     ADD 1 TO ws-dept-lines.
007430     EVALUATE ws-so-role
007440         WHEN "1"
007450             MOVE "DEPT MGR"    TO ws-role-text
007460         WHEN "2"
007470             MOVE "SUPERVISOR"  TO ws-role-text
007480         WHEN "3"
007490             MOVE "SPONSOR"     TO ws-role-text
007500         WHEN "4"
007510             MOVE "ONCALL PRI"  TO ws-role-text
007520         WHEN OTHER
007530             MOVE "ONCALL BKP"  TO ws-role-text
007540     END-EVALUATE.
007550     IF ws-so-subject-id = ZERO
007560         MOVE SPACES TO ws-show-subject
007570     ELSE
007580         MOVE ws-so-subject-id TO ws-show-subject
007590     END-IF.
007600     MOVE SPACES TO ws-text-line.
007610     STRING "  " ws-role-text " " ws-so-leaver-id
007620         " " ws-so-leaver-name " " ws-show-subject
007630         " " ws-so-subject-name " " ws-so-detail
007640         DELIMITED BY SIZE INTO ws-text-line.
007650     PERFORM SHOW-LINE.
007660     READ SORTED-FILE INTO ws-sorted-image
007670         AT END MOVE "y" TO ws-eof
007680     END-READ.
007690
007700 START-DEPARTMENT.
007710     MOVE ZERO TO ws-dept-lines.
007720     MOVE SPACES TO ws-text-line.
007730     IF ws-prior-dept = SPACES
007740         MOVE "DEPARTMENT (NONE ON RECORD)" TO ws-text-line
007750     ELSE
007760         STRING "DEPARTMENT " ws-prior-dept
007770             DELIMITED BY SIZE INTO ws-text-line
007780     END-IF.
007790     PERFORM SHOW-LINE.
007800
007810 END-DEPARTMENT.
007820     MOVE SPACES TO ws-text-line.
007830     STRING "  " ws-dept-lines " TO REASSIGN"
007840         DELIMITED BY SIZE INTO ws-text-line.
007850     PERFORM SHOW-LINE.
007860     MOVE SPACES TO ws-text-line.
007870     PERFORM SHOW-LINE.
007880
007890 SHOW-LINE.
007900     MOVE ws-text-line TO PRINT-LINE.
007910     WRITE PRINT-LINE.
