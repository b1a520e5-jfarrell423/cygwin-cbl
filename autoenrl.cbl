000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUTOENRL.
000030*--------------------------------
000040* Nightly automatic-enrollment sweep.  partrecn lists active
000050* employees with no participant account, but nothing acted on
000060* the list, and the plan's automatic-enrollment provision was
000070* run by hand - one hire was missed outright.  This run works
000080* the provision end to end against ENRLSTAT.DAT (ENRLREC.CPY):
000090*
000100*   1. every noticed employee whose opt-out deadline has passed
000110*      with no opt-out keyed is enrolled - a PARTMAST.DAT
000120*      account "AE" + employee ID is added (on the REFAUDIT.DAT
000130*      trail, as partmnt adds do) and the default deferral goes
000140*      to payroll on PAYENRL.DAT with the same HDR/TRL control
000150*      records as perffee's deduction extract.  A hire who
000160*      already has an account is marked enrolled with no
000170*      default sent; one who has left is closed;
000180*   2. every active, non-contractor employee with no account
000190*      and no enrollment record, whose onboarding start date
000200*      plus the eligibility wait is today or earlier, gets an
000210*      enrollment notice (AUTOENRL.NTC) with the default rate
000220*      and the opt-out deadline, and a noticed record;
000230*   3. AUTOENRL.PRT reports the night's enrollments, notices,
000240*      and the whole status file by stage.
000250*
000260* Missed enrollments: an enrollment is due the opt-out period
000270* after the eligibility date.  Pay dates on PAYCOMP.DAT after
000280* that and up to enrollment were missed deferral opportunity;
000290* the run flags the record, prints the missed pay and deferral
000300* for corrective contribution, and sets RETURN-CODE 4.  The
000310* flag stays up on the stage listing until the correction is
000320* recorded on enrlmnt.cbl, where opt-outs are also keyed.
000330*
000340* The directory carries no hire date, so the start date comes
000350* from the employee's ONBOARD.DAT record; an employee with
000360* none is listed for review (RETURN-CODE 4) and not noticed.
000370*
000380* Plan provisions come from AUTOENRL.PRM - eligibility wait
000390* days, default deferral percent, opt-out days - defaulting to
000400* 90 days, 3 percent, and 30 days when the file is absent.
000410*
000420* 2026-10  JDF  New program.
000425* 2026-10  JDF  A new account starts with its address good.
000430*--------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470 SELECT ENRLFILE ASSIGN TO "ENRLSTATDAT"
000480 FILE STATUS IS ws-enrl-status
000490 ORGANIZATION IS INDEXED
000500 ACCESS MODE IS DYNAMIC
000510 RECORD KEY IS ENRL-EMPLOYEE-ID.
000520
000530 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000540 FILE STATUS IS FILE-CHECK-KEY
000550 ORGANIZATION IS INDEXED
000560 ACCESS MODE IS DYNAMIC
000570 RECORD KEY IS EMPLOYEE-ID
000580 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000590
000600 SELECT CONTRFILE ASSIGN TO "PHONECONTDAT"
000610 FILE STATUS IS ws-contr-status
000620 ORGANIZATION IS INDEXED
000630 ACCESS MODE IS DYNAMIC
000640 RECORD KEY IS CONTR-EMPLOYEE-ID.
000650
000660 SELECT ONBDFILE ASSIGN TO "ONBOARDDAT"
000670 FILE STATUS IS ws-onbd-status
000680 ORGANIZATION IS INDEXED
000690 ACCESS MODE IS DYNAMIC
000700 RECORD KEY IS ONBD-EMPLOYEE-ID.
000710
000720 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000730 FILE STATUS IS ws-part-status
000740 ORGANIZATION IS INDEXED
000750 ACCESS MODE IS DYNAMIC
000760 RECORD KEY IS PART-ACCOUNT.
000770
000780 SELECT COMP-FILE ASSIGN TO "PAYCOMPDAT"
000790 ORGANIZATION IS LINE SEQUENTIAL
000800 FILE STATUS IS ws-comp-status.
000810
000820 SELECT PARM-FILE ASSIGN TO "AUTOENRLPRM"
000830 ORGANIZATION IS LINE SEQUENTIAL
000840 FILE STATUS IS ws-parm-status.
000850
000860 SELECT ENRX-FILE ASSIGN TO "PAYENRLDAT"
000870 ORGANIZATION IS LINE SEQUENTIAL.
000880
000890 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000900 ORGANIZATION IS LINE SEQUENTIAL
000910 FILE STATUS IS ws-audit-status.
000920
000930 SELECT NOTICE-FILE ASSIGN TO "AUTOENRLNTC"
000940 ORGANIZATION IS LINE SEQUENTIAL.
000950
000960 SELECT PRINT-FILE ASSIGN TO "AUTOENRLPRT"
000970 ORGANIZATION IS LINE SEQUENTIAL.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD ENRLFILE.
001020     COPY ENRLREC.
001030
001040 FD PHONEFILE.
001050     COPY PHONEREC.
001060
001070 FD CONTRFILE.
001080     COPY CONTRREC.
001090
001100 FD ONBDFILE.
001110     COPY ONBDREC.
001120
001130 FD PARTFILE.
001140     COPY PARTREC.
001150
001160 FD COMP-FILE.
001170     COPY COMPREC.
001180
001190 FD PARM-FILE.
001200 01  PARM-REC.
001210     05  PARM-WAIT-DAYS              PIC 9(03).
001220     05  PARM-DEFAULT-PCT            PIC 9(3)V99.
001230     05  PARM-OPTOUT-DAYS            PIC 9(03).
001240
001250 FD ENRX-FILE.
001260 01  ENRX-REC.
001270     05  ENRX-EMPLOYEE-ID            PIC 9(06).
001280     05  ENRX-DEFERRAL-PCT           PIC 9(3)V99.
001290     05  ENRX-EFFECTIVE-DATE         PIC 9(08).
001300     05  ENRX-ACCOUNT                PIC X(10).
001310 01  ENRX-CONTROL-REC.
001320     05  ENRX-CTL-TYPE               PIC X(03).
001330     05  ENRX-CTL-DATE               PIC 9(08).
001340     05  ENRX-CTL-SOURCE             PIC X(09).
001350     05  FILLER                      PIC X(09).
001360 01  ENRX-TRAILER-REC.
001370     05  ENRX-TRL-TYPE               PIC X(03).
001380     05  ENRX-TRL-COUNT              PIC 9(07).
001390     05  FILLER                      PIC X(19).
001400
001410 FD AUDITFILE.
001420 01  AUDIT-LINE                      PIC X(246).
001430
001440 FD NOTICE-FILE.
001450 01  NOTICE-LINE                     PIC X(80).
001460
001470 FD PRINT-FILE.
001480 01  PRINT-LINE                      PIC X(80).
001490
001500 WORKING-STORAGE SECTION.
001510     COPY FILESTAT.
001520     COPY RPTHEAD.
001530     COPY AUDITREC.
001540
001550 01  ws-enrl-status                  pic x(02).
001560 01  ws-contr-status                 pic x(02).
001570 01  ws-onbd-status                  pic x(02).
001580 01  ws-part-status                  pic x(02).
001590 01  ws-comp-status                  pic x(02).
001600 01  ws-parm-status                  pic x(02).
001610 01  ws-audit-status                 pic x(02).
001620 01  ws-last-audit-seq               pic 9(09) value zero.
001630 01  ws-last-audit-check             pic 9(09) value zero.
001640 01  ws-audit-work-sum               pic 9(18) value zero.
001650 01  ws-audit-sub                    pic 9(04) comp value zero.
001660
001670 01  ws-have-contr                   pic x(01) value "N".
001680 01  ws-have-onbd                    pic x(01) value "N".
001690 01  ws-eof                          pic x(01) value space.
001700 01  ws-phone-eof                    pic x(01) value space.
001710 01  ws-comp-eof                     pic x(01) value space.
001720 01  ws-run-date                     pic 9(08) value zero.
001730 01  ws-run-int                      pic 9(07) value zero.
001740 01  ws-emp-active                   pic x(01) value space.
001750 01  ws-is-contractor                pic x(01) value space.
001760 01  ws-create-ok                    pic x(01) value space.
001770 01  ws-new-account                  pic x(10) value spaces.
001780 01  ws-emp-name                     pic x(21) value spaces.
001790 01  ws-hire-date                    pic 9(08) value zero.
001800 01  ws-elig-date                    pic 9(08) value zero.
001810
001820*--------------------------------
001830* Plan provisions, from AUTOENRL.PRM when present.
001840*--------------------------------
001850 01  ws-wait-days                    pic 9(03) value 90.
001860 01  ws-default-pct                  pic 9(3)v99 value 3.
001870 01  ws-optout-days                  pic 9(03) value 30.
001880
001890 01  ws-notice-count                 pic 9(05) value zero.
001900 01  ws-enrolled-count               pic 9(05) value zero.
001910 01  ws-had-acct-count               pic 9(05) value zero.
001920 01  ws-closed-count                 pic 9(05) value zero.
001930 01  ws-waiting-count                pic 9(05) value zero.
001940 01  ws-nostart-count                pic 9(05) value zero.
001950 01  ws-reject-count                 pic 9(05) value zero.
001960 01  ws-missed-count                 pic 9(05) value zero.
001970 01  ws-ded-count                    pic 9(07) value zero.
001980 01  ws-stage-n-count                pic 9(05) value zero.
001990 01  ws-stage-o-count                pic 9(05) value zero.
002000 01  ws-stage-e-count                pic 9(05) value zero.
002010 01  ws-stage-x-count                pic 9(05) value zero.
002020 01  ws-corr-open-count              pic 9(05) value zero.
002030 01  ws-missed-pay                   pic 9(9)v99 value zero.
002040
002050*--------------------------------
002060* Employee IDs that carry a participant account, and the
002070* account.  PARTMAST.DAT is keyed by account, so it is read
002080* once into this table; accounts added tonight join it.
002090*--------------------------------
002100 01  ws-part-count                   pic 9(04) comp value zero.
002110 01  ws-part-table.
002120     05  ws-part-entry               occurs 3000 times.
002130         10  ws-pt-employee-id       pic 9(06).
002140         10  ws-pt-account           pic x(10).
002150 01  ws-part-sub                     pic 9(04) comp value zero.
002160 01  ws-part-found                   pic 9(04) comp value zero.
002170
002180*--------------------------------
002190* Tonight's missed enrollments, printed together for the
002200* corrective-contribution review.
002210*--------------------------------
002220 01  ws-miss-count                   pic 9(03) comp value zero.
002230 01  ws-miss-table.
002240     05  ws-miss-entry               occurs 200 times.
002250         10  ws-mt-employee-id       pic 9(06).
002260         10  ws-mt-name              pic x(21).
002270         10  ws-mt-due-date          pic 9(08).
002280         10  ws-mt-pay               pic 9(9)v99.
002290         10  ws-mt-deferral          pic 9(7)v99.
002300 01  ws-miss-sub                     pic 9(03) comp value zero.
002310 01  ws-miss-overflow                pic 9(05) value zero.
002320
002330 01  ws-date-in                      pic 9(08) value zero.
002340 01  ws-date-disp                    pic x(10) value spaces.
002350 01  ws-date-disp-2                  pic x(10) value spaces.
002360 01  ws-pct-disp                     pic zz9.99.
002370 01  ws-money-disp                   pic $$$,$$$,$$9.99.
002380 01  ws-money-disp-2                 pic $$,$$$,$$9.99.
002390 01  ws-stage-text                   pic x(09) value spaces.
002400 01  ws-notice-page                  pic 9(04) value zero.
002410 01  ws-text-line                    pic x(80) value spaces.
002420
002430 PROCEDURE DIVISION.
002440 PROGRAM-BEGIN.
002450     CALL "shopcfg"
002460         ON EXCEPTION
002470             DISPLAY "shopcfg not found - default "
002480                 "file locations in effect"
002490     END-CALL.
002500     PERFORM INITIALIZE-RUN.
002510     OPEN INPUT PHONEFILE.
002520     IF NOT RECORDFOUND
002530         MOVE "  (phone directory not available - no sweep run)"
002540             TO ws-text-line
002550         PERFORM SHOW-LINE
002560         ADD 1 TO ws-reject-count
002570     ELSE
002580         PERFORM OPEN-ENROLLMENT-FILES
002590         PERFORM LOAD-PARTICIPANTS
002600         PERFORM OPEN-DEFERRAL-EXTRACT
002610         PERFORM PROCESS-DEADLINES
002620         PERFORM CLOSE-DEFERRAL-EXTRACT
002630         PERFORM PRINT-MISSED-ENROLLMENTS
002640         PERFORM NOTICE-SWEEP
002650         PERFORM PRINT-STAGE-LISTING
002660         PERFORM PRINT-EXTRACT-CONTROL
002670         PERFORM CLOSE-ENROLLMENT-FILES
002680         CLOSE PHONEFILE
002690     END-IF.
002700     CLOSE NOTICE-FILE.
002710     CLOSE PRINT-FILE.
002720     DISPLAY "Automatic enrollment complete - " ws-notice-count
002730         " noticed, " ws-enrolled-count " enrolled, "
002740         ws-missed-count " missed.".
002750     IF ws-missed-count > ZERO
002760         OR ws-nostart-count > ZERO
002770         OR ws-reject-count > ZERO
002780         OR ws-miss-overflow > ZERO
002790         MOVE 4 TO RETURN-CODE
002800     END-IF.
002810     STOP RUN.
002820
002830 INITIALIZE-RUN.
002840     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002850     COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date).
002860     PERFORM READ-PLAN-PARAMETERS.
002870     OPEN OUTPUT PRINT-FILE.
002880     OPEN OUTPUT NOTICE-FILE.
002890     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002900         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002910     MOVE "AUTOMATIC ENROLLMENT" TO RPT-TITLE.
002920     MOVE 1 TO RPT-PAGE-NUMBER.
002930     WRITE PRINT-LINE FROM RPT-HEADING-1.
002940     WRITE PRINT-LINE FROM RPT-HEADING-2.
002950     MOVE ws-default-pct TO ws-pct-disp.
002960     MOVE SPACES TO ws-text-line.
002970     STRING "ELIGIBILITY WAIT " ws-wait-days " DAYS   DEFAULT "
002980         "DEFERRAL " ws-pct-disp "%   OPT-OUT PERIOD "
002990         ws-optout-days " DAYS"
003000         DELIMITED BY SIZE INTO ws-text-line.
003010     PERFORM SHOW-LINE.
003020
003030 READ-PLAN-PARAMETERS.
003040     OPEN INPUT PARM-FILE.
003050     IF ws-parm-status = "00"
003060         READ PARM-FILE
003070             AT END CONTINUE
003080         END-READ
003090         IF ws-parm-status = "00"
003100             AND PARM-WAIT-DAYS IS NUMERIC
003110             AND PARM-DEFAULT-PCT IS NUMERIC
003120             AND PARM-OPTOUT-DAYS IS NUMERIC
003130             MOVE PARM-WAIT-DAYS   TO ws-wait-days
003140             MOVE PARM-DEFAULT-PCT TO ws-default-pct
003150             MOVE PARM-OPTOUT-DAYS TO ws-optout-days
003160         END-IF
003170         CLOSE PARM-FILE
003180     ELSE
003190         DISPLAY "(no AUTOENRL.PRM - default provisions applied)"
003200     END-IF.
003210
003220 OPEN-ENROLLMENT-FILES.
003230*--------------------------------
003240* The status file and the participant master are created on
003250* first use; the contractor list and the onboarding file are
003260* optional.
003270*--------------------------------
003280     OPEN I-O ENRLFILE.
003290     IF ws-enrl-status = "35"
003300         OPEN OUTPUT ENRLFILE
003310         CLOSE ENRLFILE
003320         OPEN I-O ENRLFILE
003330     END-IF.
003340     OPEN I-O PARTFILE.
003350     IF ws-part-status = "35"
003360         OPEN OUTPUT PARTFILE
003370         CLOSE PARTFILE
003380         OPEN I-O PARTFILE
003390     END-IF.
003400     OPEN INPUT CONTRFILE.
003410     IF ws-contr-status = "00"
003420         MOVE "Y" TO ws-have-contr
003430     END-IF.
003440     OPEN INPUT ONBDFILE.
003450     IF ws-onbd-status = "00"
003460         MOVE "Y" TO ws-have-onbd
003470     END-IF.
003480
003490 CLOSE-ENROLLMENT-FILES.
003500     CLOSE ENRLFILE.
003510     CLOSE PARTFILE.
003520     IF ws-have-contr = "Y"
003530         CLOSE CONTRFILE
003540     END-IF.
003550     IF ws-have-onbd = "Y"
003560         CLOSE ONBDFILE
003570     END-IF.
003580
003590 LOAD-PARTICIPANTS.
003600     MOVE SPACE TO ws-eof.
003610     MOVE LOW-VALUES TO PART-ACCOUNT.
003620     START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
003630         INVALID KEY MOVE "y" TO ws-eof
003640     END-START.
003650     IF ws-eof NOT = "y"
003660         READ PARTFILE NEXT RECORD
003670             AT END MOVE "y" TO ws-eof
003680         END-READ
003690     END-IF.
003700     PERFORM LOAD-ONE-PARTICIPANT UNTIL ws-eof = "y".
003710
003720 LOAD-ONE-PARTICIPANT.
003730     IF PART-EMPLOYEE-ID NOT = ZERO
003740         AND ws-part-count < 3000
003750         ADD 1 TO ws-part-count
003760         MOVE PART-EMPLOYEE-ID TO ws-pt-employee-id(ws-part-count)
003770         MOVE PART-ACCOUNT     TO ws-pt-account(ws-part-count)
003780     END-IF.
003790     READ PARTFILE NEXT RECORD
003800         AT END MOVE "y" TO ws-eof
003810     END-READ.
003820
003830 FIND-EMPLOYEE-ACCOUNT.
003840*--------------------------------
003850* employee-id in; ws-part-found is the table entry carrying
003860* it, or zero.
003870*--------------------------------
003880     MOVE ZERO TO ws-part-found.
003890     MOVE ZERO TO ws-part-sub.
003900     PERFORM CHECK-ONE-PARTICIPANT
003910         UNTIL ws-part-sub NOT < ws-part-count
003920             OR ws-part-found > ZERO.
003930
003940 CHECK-ONE-PARTICIPANT.
003950     ADD 1 TO ws-part-sub.
003960     IF ws-pt-employee-id(ws-part-sub) = EMPLOYEE-ID
003970         MOVE ws-part-sub TO ws-part-found
003980     END-IF.
003990
004000 LOOK-UP-DIRECTORY.
004010*--------------------------------
004020* employee-id in; the directory name and whether the employee
004030* is still active.
004040*--------------------------------
004050     MOVE "N" TO ws-emp-active.
004060     MOVE "(not on directory)" TO ws-emp-name.
004070     READ PHONEFILE
004080         INVALID KEY CONTINUE
004090         NOT INVALID KEY
004100             PERFORM FORMAT-EMPLOYEE-NAME
004110             IF NOT emp-inactive
004120                 MOVE "Y" TO ws-emp-active
004130             END-IF
004140     END-READ.
004150
004160 FORMAT-EMPLOYEE-NAME.
004170     MOVE SPACES TO ws-emp-name.
004180     STRING first-name DELIMITED BY SPACE
004190         " " DELIMITED BY SIZE
004200         last-name DELIMITED BY SPACE
004210         INTO ws-emp-name.
004220
004230*--------------------------------
004240* Stage 1: noticed employees whose opt-out deadline has passed.
004250*--------------------------------
004260 PROCESS-DEADLINES.
004270     MOVE SPACES TO ws-text-line.
004280     PERFORM SHOW-LINE.
004290     MOVE "ENROLLMENTS AT THE OPT-OUT DEADLINE" TO ws-text-line.
004300     PERFORM SHOW-LINE.
004310     MOVE SPACE TO ws-eof.
004320     MOVE ZERO TO ENRL-EMPLOYEE-ID.
004330     START ENRLFILE KEY IS NOT LESS THAN ENRL-EMPLOYEE-ID
004340         INVALID KEY MOVE "y" TO ws-eof
004350     END-START.
004360     IF ws-eof NOT = "y"
004370         READ ENRLFILE NEXT RECORD
004380             AT END MOVE "y" TO ws-eof
004390         END-READ
004400     END-IF.
004410     PERFORM CHECK-ONE-DEADLINE UNTIL ws-eof = "y".
004420     IF ws-enrolled-count = ZERO
004430         AND ws-had-acct-count = ZERO
004440         AND ws-closed-count = ZERO
004450         MOVE "  (no deadlines passed tonight)" TO ws-text-line
004460         PERFORM SHOW-LINE
004470     END-IF.
004480
004490 CHECK-ONE-DEADLINE.
004500     IF ENRL-NOTICED
004510         AND ENRL-DEADLINE < ws-run-date
004520         PERFORM DEADLINE-ONE-EMPLOYEE
004530     END-IF.
004540     READ ENRLFILE NEXT RECORD
004550         AT END MOVE "y" TO ws-eof
004560     END-READ.
004570
004580 DEADLINE-ONE-EMPLOYEE.
004590     MOVE ENRL-EMPLOYEE-ID TO EMPLOYEE-ID.
004600     PERFORM LOOK-UP-DIRECTORY.
004610     MOVE SPACES TO ws-text-line.
004620     IF ws-emp-active NOT = "Y"
004630         MOVE "X" TO ENRL-STATUS
004640         MOVE ws-run-date TO ENRL-STAGE-DATE
004650         ADD 1 TO ws-closed-count
004660         STRING "  EMP " ENRL-EMPLOYEE-ID " " ws-emp-name
004670             " CLOSED - LEFT BEFORE THE DEADLINE"
004680             DELIMITED BY SIZE INTO ws-text-line
004690     ELSE
004700         PERFORM FIND-EMPLOYEE-ACCOUNT
004710         IF ws-part-found > ZERO
004720             MOVE "E" TO ENRL-STATUS
004730             MOVE ws-run-date TO ENRL-STAGE-DATE
004740             MOVE ws-pt-account(ws-part-found) TO ENRL-ACCOUNT
004750             ADD 1 TO ws-had-acct-count
004760             STRING "  EMP " ENRL-EMPLOYEE-ID " " ws-emp-name
004770                 " HAS ACCOUNT " ENRL-ACCOUNT " - NO DEFAULT"
004780                 DELIMITED BY SIZE INTO ws-text-line
004790         ELSE
004800             PERFORM CREATE-ACCOUNT
004810             IF ws-create-ok = "Y"
004820                 MOVE "E" TO ENRL-STATUS
004830                 MOVE ws-run-date TO ENRL-STAGE-DATE
004840                 MOVE ws-new-account TO ENRL-ACCOUNT
004850                 ADD 1 TO ws-enrolled-count
004860                 PERFORM WRITE-ONE-DEFERRAL
004870                 PERFORM CHECK-MISSED-DEFERRAL
004880                 MOVE ENRL-DEFAULT-PCT TO ws-pct-disp
004890                 STRING "  EMP " ENRL-EMPLOYEE-ID " " ws-emp-name
004900                     " ENROLLED " ENRL-ACCOUNT " AT " ws-pct-disp
004910                     "%"
004920                     DELIMITED BY SIZE INTO ws-text-line
004930             ELSE
004940                 ADD 1 TO ws-reject-count
004950                 STRING "  EMP " ENRL-EMPLOYEE-ID " " ws-emp-name
004960                     " ACCOUNT " ws-new-account
004970                     " IN USE - NOT ENROLLED"
004980                     DELIMITED BY SIZE INTO ws-text-line
004990             END-IF
005000         END-IF
005010     END-IF.
005020     PERFORM SHOW-LINE.
005030     REWRITE ENRL-REC
005040         INVALID KEY
005050             DISPLAY "Problem with enrollment index for "
005060                 ENRL-EMPLOYEE-ID
005070     END-REWRITE.
005080
005090 CREATE-ACCOUNT.
005100*--------------------------------
005110* The automatic account is "AE" + the employee ID, Traditional,
005120* carrying the directory name and the onboarding start date as
005130* the hire date for vesting.  Birth date and address are for
005140* partmnt to complete; the add goes on the reference-data
005150* trail like any partmnt add.
005160*--------------------------------
005170     MOVE "N" TO ws-create-ok.
005180     MOVE SPACES TO ws-new-account.
005190     STRING "AE" ENRL-EMPLOYEE-ID
005200         DELIMITED BY SIZE INTO ws-new-account.
005210     MOVE SPACES           TO PART-REC.
005220     MOVE ws-new-account   TO PART-ACCOUNT.
005230     STRING last-name DELIMITED BY SPACE
005240         ", " DELIMITED BY SIZE
005250         first-name DELIMITED BY SPACE
005260         INTO PART-NAME.
005270     MOVE ENRL-EMPLOYEE-ID TO PART-EMPLOYEE-ID.
005280     MOVE ZERO             TO PART-BIRTH-DATE.
005290     MOVE "T"              TO PART-ACCT-TYPE.
005300     MOVE ENRL-HIRE-DATE   TO PART-HIRE-DATE.
005310     MOVE "N"              TO PART-OWNER-FLAG.
005315     MOVE ZERO             TO PART-ADDR-BAD-DATE.
005320     WRITE PART-REC
005330         INVALID KEY CONTINUE
005340         NOT INVALID KEY
005350             MOVE "Y" TO ws-create-ok
005360             MOVE SPACES TO AUDIT-BEFORE
005370             MOVE PART-REC TO AUDIT-AFTER
005380             MOVE "ADD" TO AUDIT-ACTION
005390             PERFORM WRITE-AUDIT-RECORD
005400             IF ws-part-count < 3000
005410                 ADD 1 TO ws-part-count
005420                 MOVE PART-EMPLOYEE-ID
005430                     TO ws-pt-employee-id(ws-part-count)
005440                 MOVE PART-ACCOUNT
005450                     TO ws-pt-account(ws-part-count)
005460             END-IF
005470     END-WRITE.
005480
005490 CHECK-MISSED-DEFERRAL.
005500*--------------------------------
005510* Pay after the date enrollment was due, up to tonight, went
005520* out with no deferral taken.  The default rate on that pay is
005530* the missed deferral the corrective contribution is sized on.
005540*--------------------------------
005550     MOVE ZERO TO ws-missed-pay.
005560     OPEN INPUT COMP-FILE.
005570     IF ws-comp-status = "00"
005580         MOVE SPACE TO ws-comp-eof
005590         READ COMP-FILE
005600             AT END MOVE "y" TO ws-comp-eof
005610         END-READ
005620         PERFORM ADD-ONE-MISSED-PAY UNTIL ws-comp-eof = "y"
005630         CLOSE COMP-FILE
005640     END-IF.
005650     IF ws-missed-pay > ZERO
005660         MOVE "Y" TO ENRL-MISSED-FLAG
005670         COMPUTE ENRL-MISSED-DEFERRAL ROUNDED =
005680             ws-missed-pay * ENRL-DEFAULT-PCT / 100
005690         ADD 1 TO ws-missed-count
005700         IF ws-miss-count < 200
005710             ADD 1 TO ws-miss-count
005720             MOVE ENRL-EMPLOYEE-ID
005730                 TO ws-mt-employee-id(ws-miss-count)
005740             MOVE ws-emp-name   TO ws-mt-name(ws-miss-count)
005750             MOVE ENRL-DUE-DATE TO ws-mt-due-date(ws-miss-count)
005760             MOVE ws-missed-pay TO ws-mt-pay(ws-miss-count)
005770             MOVE ENRL-MISSED-DEFERRAL
005780                 TO ws-mt-deferral(ws-miss-count)
005790         ELSE
005800             ADD 1 TO ws-miss-overflow
005810         END-IF
005820     END-IF.
005830
005840 ADD-ONE-MISSED-PAY.
005850     IF COMP-EMPLOYEE-ID = ENRL-EMPLOYEE-ID
005860         AND COMP-PAY-DATE > ENRL-DUE-DATE
005870         AND COMP-PAY-DATE NOT > ws-run-date
005880         ADD COMP-PAY TO ws-missed-pay
005890     END-IF.
005900     READ COMP-FILE
005910         AT END MOVE "y" TO ws-comp-eof
005920     END-READ.
005930
005940 PRINT-MISSED-ENROLLMENTS.
005950     MOVE SPACES TO ws-text-line.
005960     PERFORM SHOW-LINE.
005970     MOVE "MISSED ENROLLMENTS - CORRECTIVE CONTRIBUTION REVIEW"
005980         TO ws-text-line.
005990     PERFORM SHOW-LINE.
006000     IF ws-miss-count = ZERO
006010         MOVE "  (none)" TO ws-text-line
006020         PERFORM SHOW-LINE
006030     ELSE
006040         MOVE "  EMP ID NAME                  DUE"
006050             TO ws-text-line
006060         MOVE "MISSED PAY" TO ws-text-line(50:10)
006070         MOVE "MISSED DEFERRAL" TO ws-text-line(63:15)
006080         PERFORM SHOW-LINE
006090         MOVE ZERO TO ws-miss-sub
006100         PERFORM PRINT-ONE-MISSED
006110             UNTIL ws-miss-sub NOT < ws-miss-count
006120     END-IF.
006130     IF ws-miss-overflow > ZERO
006140         MOVE SPACES TO ws-text-line
006150         STRING "  *** " ws-miss-overflow
006160             " MORE MISSED - SEE THE STAGE LISTING ***"
006170             DELIMITED BY SIZE INTO ws-text-line
006180         PERFORM SHOW-LINE
006190     END-IF.
006200
006210 PRINT-ONE-MISSED.
006220     ADD 1 TO ws-miss-sub.
006230     MOVE ws-mt-due-date(ws-miss-sub) TO ws-date-in.
006240     PERFORM FORMAT-DATE.
006250     MOVE ws-mt-pay(ws-miss-sub)      TO ws-money-disp.
006260     MOVE ws-mt-deferral(ws-miss-sub) TO ws-money-disp-2.
006270     MOVE SPACES TO ws-text-line.
006280     STRING "  " ws-mt-employee-id(ws-miss-sub) " "
006290         ws-mt-name(ws-miss-sub) " " ws-date-disp " "
006300         ws-money-disp "  " ws-money-disp-2
006310         DELIMITED BY SIZE INTO ws-text-line.
006320     PERFORM SHOW-LINE.
006330
006340*--------------------------------
006350* Stage 2: eligible employees with no account and no record.
006360*--------------------------------
006370 NOTICE-SWEEP.
006380     MOVE SPACES TO ws-text-line.
006390     PERFORM SHOW-LINE.
006400     MOVE "ENROLLMENT NOTICES SENT" TO ws-text-line.
006410     PERFORM SHOW-LINE.
006420     MOVE SPACE TO ws-phone-eof.
006430     MOVE LOW-VALUES TO EMPLOYEE-ID.
006440     START PHONEFILE KEY IS NOT LESS THAN EMPLOYEE-ID
006450         INVALID KEY MOVE "y" TO ws-phone-eof
006460     END-START.
006470     IF ws-phone-eof NOT = "y"
006480         READ PHONEFILE NEXT RECORD
006490             AT END MOVE "y" TO ws-phone-eof
006500         END-READ
006510     END-IF.
006520     PERFORM CHECK-ONE-EMPLOYEE UNTIL ws-phone-eof = "y".
006530     IF ws-notice-count = ZERO AND ws-nostart-count = ZERO
006540         MOVE "  (none)" TO ws-text-line
006550         PERFORM SHOW-LINE
006560     END-IF.
006570     MOVE SPACES TO ws-text-line.
006580     STRING "  " ws-waiting-count
006590         " MORE WITHOUT AN ACCOUNT STILL IN THE ELIGIBILITY WAIT"
006600         DELIMITED BY SIZE INTO ws-text-line.
006610     PERFORM SHOW-LINE.
006620
006630 CHECK-ONE-EMPLOYEE.
006640     IF NOT emp-inactive
006650         PERFORM CHECK-IS-CONTRACTOR
006660         IF ws-is-contractor NOT = "y"
006670             PERFORM FIND-EMPLOYEE-ACCOUNT
006680             IF ws-part-found = ZERO
006690                 MOVE EMPLOYEE-ID TO ENRL-EMPLOYEE-ID
006700                 READ ENRLFILE
006710                     INVALID KEY
006720                         PERFORM CHECK-ELIGIBILITY
006730                 END-READ
006740             END-IF
006750         END-IF
006760     END-IF.
006770     READ PHONEFILE NEXT RECORD
006780         AT END MOVE "y" TO ws-phone-eof
006790     END-READ.
006800
006810 CHECK-IS-CONTRACTOR.
006820     MOVE SPACE TO ws-is-contractor.
006830     IF ws-have-contr = "Y"
006840         MOVE EMPLOYEE-ID TO CONTR-EMPLOYEE-ID
006850         READ CONTRFILE
006860             INVALID KEY CONTINUE
006870             NOT INVALID KEY MOVE "y" TO ws-is-contractor
006880         END-READ
006890     END-IF.
006900
006910 CHECK-ELIGIBILITY.
006920     MOVE ZERO TO ws-hire-date.
006930     IF ws-have-onbd = "Y"
006940         MOVE EMPLOYEE-ID TO ONBD-EMPLOYEE-ID
006950         READ ONBDFILE
006960             INVALID KEY CONTINUE
006970             NOT INVALID KEY
006980                 IF ONBD-START-DATE IS NUMERIC
006990                     MOVE ONBD-START-DATE TO ws-hire-date
007000                 END-IF
007010         END-READ
007020     END-IF.
007030     IF ws-hire-date = ZERO
007040         ADD 1 TO ws-nostart-count
007050         PERFORM FORMAT-EMPLOYEE-NAME
007060         MOVE SPACES TO ws-text-line
007070         STRING "  EMP " EMPLOYEE-ID " " ws-emp-name
007080             " NO START DATE ON ONBOARD.DAT - REVIEW"
007090             DELIMITED BY SIZE INTO ws-text-line
007100         PERFORM SHOW-LINE
007110     ELSE
007120         COMPUTE ws-elig-date = FUNCTION DATE-OF-INTEGER(
007130             FUNCTION INTEGER-OF-DATE(ws-hire-date)
007140                 + ws-wait-days)
007150         IF ws-elig-date > ws-run-date
007160             ADD 1 TO ws-waiting-count
007170         ELSE
007180             PERFORM SEND-NOTICE
007190         END-IF
007200     END-IF.
007210
007220 SEND-NOTICE.
007230     PERFORM FORMAT-EMPLOYEE-NAME.
007240     MOVE SPACES           TO ENRL-REC.
007250     MOVE EMPLOYEE-ID      TO ENRL-EMPLOYEE-ID.
007260     MOVE "N"              TO ENRL-STATUS.
007270     MOVE ws-hire-date     TO ENRL-HIRE-DATE.
007280     MOVE ws-elig-date     TO ENRL-ELIG-DATE.
007290     MOVE ws-run-date      TO ENRL-NOTICE-DATE.
007300     COMPUTE ENRL-DEADLINE = FUNCTION DATE-OF-INTEGER(
007310         ws-run-int + ws-optout-days).
007320     COMPUTE ENRL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
007330         FUNCTION INTEGER-OF-DATE(ws-elig-date) + ws-optout-days).
007340     MOVE ws-default-pct   TO ENRL-DEFAULT-PCT.
007350     MOVE ws-run-date      TO ENRL-STAGE-DATE.
007360     MOVE "N"              TO ENRL-MISSED-FLAG.
007370     MOVE ZERO             TO ENRL-MISSED-DEFERRAL.
007380     MOVE "AUTOENRL"       TO ENRL-OPERATOR.
007390     WRITE ENRL-REC
007400         INVALID KEY
007410             DISPLAY "Problem with enrollment index for "
007420                 ENRL-EMPLOYEE-ID
007430         NOT INVALID KEY
007440             ADD 1 TO ws-notice-count
007450             PERFORM PRINT-ONE-NOTICE
007460             MOVE ENRL-ELIG-DATE TO ws-date-in
007470             PERFORM FORMAT-DATE
007480             MOVE ws-date-disp TO ws-date-disp-2
007490             MOVE ENRL-DEADLINE TO ws-date-in
007500             PERFORM FORMAT-DATE
007510             MOVE SPACES TO ws-text-line
007520             STRING "  EMP " ENRL-EMPLOYEE-ID " " ws-emp-name
007530                 " ELIG " ws-date-disp-2 " OPT OUT BY "
007540                 ws-date-disp
007550                 DELIMITED BY SIZE INTO ws-text-line
007560             PERFORM SHOW-LINE
007570             IF ENRL-DUE-DATE < ws-run-date
007580                 MOVE ENRL-DUE-DATE TO ws-date-in
007590                 PERFORM FORMAT-DATE
007600                 MOVE SPACES TO ws-text-line
007610                 STRING "         LATE NOTICE - ENROLLMENT WAS "
007620                     "DUE " ws-date-disp
007630                     DELIMITED BY SIZE INTO ws-text-line
007640                 PERFORM SHOW-LINE
007650             END-IF
007660     END-WRITE.
007670
007680 PRINT-ONE-NOTICE.
007690     ADD 1 TO ws-notice-page.
007700     MOVE ws-notice-page TO RPT-PAGE-NUMBER.
007710     MOVE "AUTOMATIC ENROLLMENT NOTICE" TO RPT-TITLE.
007720     IF ws-notice-page > 1
007730         WRITE NOTICE-LINE FROM SPACES
007740             AFTER ADVANCING PAGE
007750     END-IF.
007760     WRITE NOTICE-LINE FROM RPT-HEADING-1.
007770     WRITE NOTICE-LINE FROM RPT-HEADING-2.
007780     MOVE SPACES TO NOTICE-LINE.
007790     WRITE NOTICE-LINE.
007800     MOVE SPACES TO ws-text-line.
007810     STRING ws-emp-name "   EMPLOYEE " EMPLOYEE-ID
007820         "   DEPT " department
007830         DELIMITED BY SIZE INTO ws-text-line.
007840     WRITE NOTICE-LINE FROM ws-text-line.
007850     MOVE SPACES TO NOTICE-LINE.
007860     WRITE NOTICE-LINE.
007870     MOVE ENRL-ELIG-DATE TO ws-date-in.
007880     PERFORM FORMAT-DATE.
007890     MOVE SPACES TO ws-text-line.
007900     STRING "YOU BECAME ELIGIBLE FOR THE RETIREMENT PLAN ON "
007910         ws-date-disp "."
007920         DELIMITED BY SIZE INTO ws-text-line.
007930     WRITE NOTICE-LINE FROM ws-text-line.
007940     MOVE SPACES TO NOTICE-LINE.
007950     WRITE NOTICE-LINE.
007960     MOVE "UNLESS YOU OPT OUT, YOU WILL BE ENROLLED AUTOMATICALLY"
007970         TO ws-text-line.
007980     WRITE NOTICE-LINE FROM ws-text-line.
007990     MOVE ENRL-DEFAULT-PCT TO ws-pct-disp.
008000     MOVE SPACES TO ws-text-line.
008010     STRING "AND " ws-pct-disp "% OF EACH PAYCHECK WILL BE "
008020         "DEFERRED TO THE PLAN."
008030         DELIMITED BY SIZE INTO ws-text-line.
008040     WRITE NOTICE-LINE FROM ws-text-line.
008050     MOVE SPACES TO NOTICE-LINE.
008060     WRITE NOTICE-LINE.
008070     MOVE ENRL-DEADLINE TO ws-date-in.
008080     PERFORM FORMAT-DATE.
008090     MOVE SPACES TO ws-text-line.
008100     STRING "TO OPT OUT, RETURN THE OPT-OUT FORM TO HR BY "
008110         ws-date-disp "."
008120         DELIMITED BY SIZE INTO ws-text-line.
008130     WRITE NOTICE-LINE FROM ws-text-line.
008140     MOVE "YOU MAY CHANGE YOUR DEFERRAL RATE AT ANY TIME."
008150         TO ws-text-line.
008160     WRITE NOTICE-LINE FROM ws-text-line.
008170     MOVE SPACES TO NOTICE-LINE.
008180     WRITE NOTICE-LINE.
008190     MOVE "PLEASE CONTACT THE RETIREMENT PLAN DESK, X4300."
008200         TO ws-text-line.
008210     WRITE NOTICE-LINE FROM ws-text-line.
008220     MOVE "AUTOMATIC ENROLLMENT" TO RPT-TITLE.
008230
008240*--------------------------------
008250* Stage 3: the whole status file, every stage.
008260*--------------------------------
008270 PRINT-STAGE-LISTING.
008280     MOVE SPACES TO ws-text-line.
008290     PERFORM SHOW-LINE.
008300     MOVE "ENROLLMENT STATUS BY EMPLOYEE" TO ws-text-line.
008310     PERFORM SHOW-LINE.
008320     MOVE "  EMP ID NAME                  STAGE     SINCE"
008330         TO ws-text-line.
008340     MOVE "ACCOUNT" TO ws-text-line(59:7).
008350     PERFORM SHOW-LINE.
008360     MOVE SPACE TO ws-eof.
008370     MOVE ZERO TO ENRL-EMPLOYEE-ID.
008380     START ENRLFILE KEY IS NOT LESS THAN ENRL-EMPLOYEE-ID
008390         INVALID KEY MOVE "y" TO ws-eof
008400     END-START.
008410     IF ws-eof NOT = "y"
008420         READ ENRLFILE NEXT RECORD
008430             AT END MOVE "y" TO ws-eof
008440         END-READ
008450     END-IF.
008460     PERFORM LIST-ONE-STAGE UNTIL ws-eof = "y".
008470     MOVE SPACES TO ws-text-line.
008480     PERFORM SHOW-LINE.
008490     MOVE SPACES TO ws-text-line.
008500     STRING "NOTICED " ws-stage-n-count
008510         "   OPTED OUT " ws-stage-o-count
008520         "   ENROLLED " ws-stage-e-count
008530         "   CLOSED " ws-stage-x-count
008540         DELIMITED BY SIZE INTO ws-text-line.
008550     PERFORM SHOW-LINE.
008560     IF ws-corr-open-count > ZERO
008570         MOVE SPACES TO ws-text-line
008580         STRING ws-corr-open-count
008590             " MISSED ENROLLMENTS STILL AWAITING CORRECTION"
008600             DELIMITED BY SIZE INTO ws-text-line
008610         PERFORM SHOW-LINE
008620     END-IF.
008630
008640 LIST-ONE-STAGE.
008650     EVALUATE TRUE
008660         WHEN ENRL-NOTICED
008670             MOVE "NOTICED  " TO ws-stage-text
008680             ADD 1 TO ws-stage-n-count
008690         WHEN ENRL-OPTED-OUT
008700             MOVE "OPTED OUT" TO ws-stage-text
008710             ADD 1 TO ws-stage-o-count
008720         WHEN ENRL-ENROLLED
008730             MOVE "ENROLLED " TO ws-stage-text
008740             ADD 1 TO ws-stage-e-count
008750         WHEN OTHER
008760             MOVE "CLOSED   " TO ws-stage-text
008770             ADD 1 TO ws-stage-x-count
008780     END-EVALUATE.
008790     MOVE ENRL-EMPLOYEE-ID TO EMPLOYEE-ID.
008800     PERFORM LOOK-UP-DIRECTORY.
008810     MOVE ENRL-STAGE-DATE TO ws-date-in.
008820     PERFORM FORMAT-DATE.
008830     MOVE SPACES TO ws-text-line.
008840     STRING "  " ENRL-EMPLOYEE-ID " " ws-emp-name " "
008850         ws-stage-text " " ws-date-disp "  " ENRL-ACCOUNT
008860         DELIMITED BY SIZE INTO ws-text-line.
008870     PERFORM SHOW-LINE.
008880     IF ENRL-NOTICED
008890         MOVE ENRL-DEADLINE TO ws-date-in
008900         PERFORM FORMAT-DATE
008910         MOVE SPACES TO ws-text-line
008920         STRING "         OPT-OUT DEADLINE " ws-date-disp
008930             DELIMITED BY SIZE INTO ws-text-line
008940         PERFORM SHOW-LINE
008950     END-IF.
008960     IF ENRL-MISSED
008970         ADD 1 TO ws-corr-open-count
008980         MOVE ENRL-MISSED-DEFERRAL TO ws-money-disp-2
008990         MOVE SPACES TO ws-text-line
009000         STRING "         *** MISSED ENROLLMENT, CORRECTION "
009010             "OPEN - MISSED DEFERRAL " ws-money-disp-2
009020             DELIMITED BY SIZE INTO ws-text-line
009030         PERFORM SHOW-LINE
009040     END-IF.
009050     READ ENRLFILE NEXT RECORD
009060         AT END MOVE "y" TO ws-eof
009070     END-READ.
009080
009090 OPEN-DEFERRAL-EXTRACT.
009100*--------------------------------
009110* Default deferrals go to payroll with the HDR/TRL control
009120* records perffee's deduction extract carries.
009130*--------------------------------
009140     OPEN OUTPUT ENRX-FILE.
009150     MOVE SPACES       TO ENRX-CONTROL-REC.
009160     MOVE "HDR"        TO ENRX-CTL-TYPE.
009170     MOVE ws-run-date  TO ENRX-CTL-DATE.
009180     MOVE "AUTOENRL "  TO ENRX-CTL-SOURCE.
009190     WRITE ENRX-CONTROL-REC.
009200
009210 WRITE-ONE-DEFERRAL.
009220     MOVE ENRL-EMPLOYEE-ID TO ENRX-EMPLOYEE-ID.
009230     MOVE ENRL-DEFAULT-PCT TO ENRX-DEFERRAL-PCT.
009240     MOVE ws-run-date      TO ENRX-EFFECTIVE-DATE.
009250     MOVE ENRL-ACCOUNT     TO ENRX-ACCOUNT.
009260     WRITE ENRX-REC.
009270     ADD 1 TO ws-ded-count.
009280
009290 CLOSE-DEFERRAL-EXTRACT.
009300     MOVE SPACES       TO ENRX-TRAILER-REC.
009310     MOVE "TRL"        TO ENRX-TRL-TYPE.
009320     MOVE ws-ded-count TO ENRX-TRL-COUNT.
009330     WRITE ENRX-TRAILER-REC.
009340     CLOSE ENRX-FILE.
009350
009360 PRINT-EXTRACT-CONTROL.
009370     MOVE SPACES TO ws-text-line.
009380     PERFORM SHOW-LINE.
009390     MOVE "PAYROLL DEFAULT DEFERRAL EXTRACT CONTROL"
009400         TO ws-text-line.
009410     PERFORM SHOW-LINE.
009420     MOVE SPACES TO ws-text-line.
009430     STRING "  " ws-ded-count " RECORDS ON PAYENRL.DAT, "
009440         "EFFECTIVE " RPT-RUN-DATE
009450         DELIMITED BY SIZE INTO ws-text-line.
009460     PERFORM SHOW-LINE.
009470
009480 FORMAT-DATE.
009490     MOVE SPACES TO ws-date-disp.
009500     IF ws-date-in > ZERO
009510         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
009520             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-disp
009530     END-IF.
009540
009550 SHOW-LINE.
009560     MOVE ws-text-line TO PRINT-LINE.
009570     WRITE PRINT-LINE.
009580
009590 WRITE-AUDIT-RECORD.
009600*--------------------------------
009610* Appends the account add to the reference-data audit trail
009620* (REFAUDIT.DAT) with the same before/after and chaining
009630* convention partmnt.cbl uses, so audtchk verifies it and
009640* refaud reads it back.  The caller sets AUDIT-ACTION,
009650* AUDIT-BEFORE, and AUDIT-AFTER first.
009660*--------------------------------
009670     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
009680     MOVE "AUTOENRL"             TO AUDIT-OPERATOR.
009690     MOVE "AUTOENRL"             TO AUDIT-PROGRAM-NAME.
009700     PERFORM SET-AUDIT-SEQUENCE.
009710     MOVE AUDIT-RECORD           TO AUDIT-LINE.
009720     OPEN EXTEND AUDITFILE.
009730     IF ws-audit-status = "35"
009740         OPEN OUTPUT AUDITFILE
009750     END-IF.
009760     WRITE AUDIT-LINE.
009770     CLOSE AUDITFILE.
009780
009790 SET-AUDIT-SEQUENCE.
009800     PERFORM GET-LAST-AUDIT-POSITION.
009810     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
009820     PERFORM COMPUTE-AUDIT-CHECK.
009830
009840 GET-LAST-AUDIT-POSITION.
009850     MOVE ZERO TO ws-last-audit-seq.
009860     MOVE ZERO TO ws-last-audit-check.
009870     OPEN INPUT AUDITFILE.
009880     IF ws-audit-status = "00"
009890         PERFORM READ-LAST-AUDIT-LINE
009900             UNTIL ws-audit-status NOT = "00"
009910         CLOSE AUDITFILE
009920     END-IF.
009930
009940 READ-LAST-AUDIT-LINE.
009950     READ AUDITFILE
009960         AT END CONTINUE
009970     END-READ.
009980     IF ws-audit-status = "00"
009990         AND AUDIT-LINE(229:9) IS NUMERIC
010000         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
010010         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
010020     END-IF.
010030
010040 COMPUTE-AUDIT-CHECK.
010050     MOVE ZERO TO ws-audit-work-sum.
010060     MOVE ZERO TO ws-audit-sub.
010070     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
010080     COMPUTE AUDIT-CHECK-VALUE =
010090         FUNCTION MOD((ws-last-audit-check * 17)
010100             + ws-audit-work-sum, 999999999).
010110
010120 ADD-ONE-AUDIT-BYTE.
010130     ADD 1 TO ws-audit-sub.
010140     COMPUTE ws-audit-work-sum = ws-audit-work-sum
010150         + (ws-audit-sub
010160            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
