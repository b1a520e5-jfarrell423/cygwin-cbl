000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CENSUS.
000030*--------------------------------
000040* Annual census extract for the actuary and the recordkeeper.
000050* The census used to be assembled every January by joining the
000060* participant master, the phone directory, and spreadsheets by
000070* hand.  For the plan year (CENSUS_YEAR, default the year before
000080* the run) this run writes CENSUS.DAT, one DTL line per account
000090* on PARTMAST.DAT between the same HDR and TRL control records
000100* the other extracts carry:
000110*
000120*   birth and hire date       PARTMAST.DAT
000130*   status, term date, dept   PHONEFILE by PART-EMPLOYEE-ID
000140*   year's compensation       PAYCOMP.DAT pay dates in the year
000150*   deferrals, match,         PERFTXN.DAT type C lines dated in
000160*     rollovers               the year, by TXN-SOURCE (a
000170*                             reversal takes its line back)
000180*   year-end balance          PERFHIST.DAT, the last snapshot on
000190*                             or before December 31
000200*
000210* The trailer holds the record count and the money totals.
000220* CENSUS.PRT is the edit report: every line with missing or
000230* implausible data - no birth or hire date, hired before age 14,
000240* a termination date on an active employee or none on a
000250* terminated one, terminated before hired, not in the directory,
000260* contributions with no compensation - to be cleared before the
000270* file goes out.  Any edit ends the run RETURN-CODE 4; the file
000280* is still written so the actuary's layout can be checked.
000290*
000300* 2026-10  JDF  New program.
000310*--------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000360 FILE STATUS IS ws-part-status
000370 ORGANIZATION IS INDEXED
000380 ACCESS MODE IS DYNAMIC
000390 RECORD KEY IS PART-ACCOUNT.
000400
000410 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000420 FILE STATUS IS FILE-CHECK-KEY
000430 ORGANIZATION IS INDEXED
000440 ACCESS MODE IS DYNAMIC
000450 RECORD KEY IS EMPLOYEE-ID
000460 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000470
000480 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
000490 FILE STATUS IS ws-hist-status
000500 ORGANIZATION IS INDEXED
000510 ACCESS MODE IS DYNAMIC
000520 RECORD KEY IS HIST-KEY.
000530
000540 SELECT COMP-FILE ASSIGN TO "PAYCOMPDAT"
000550 ORGANIZATION IS LINE SEQUENTIAL
000560 FILE STATUS IS ws-comp-status.
000570
000580 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000590 ORGANIZATION IS LINE SEQUENTIAL
000600 FILE STATUS IS ws-txn-status.
000610
000620 SELECT CENSUS-FILE ASSIGN TO "CENSUSDAT"
000630 ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 SELECT PRINT-FILE ASSIGN TO "CENSUSPRT"
000660 ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD PARTFILE.
000710     COPY PARTREC.
000720
000730 FD PHONEFILE.
000740     COPY PHONEREC.
000750
000760 FD HISTORY-FILE.
000770 01  HIST-REC.
000780     05  HIST-KEY.
000790         10  HIST-ACCOUNT            PIC X(10).
000800         10  HIST-RUN-DATE           PIC 9(08).
000810     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
000820     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
000830     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
000840     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
000850
000860 FD COMP-FILE.
000870     COPY COMPREC.
000880
000890 FD TXN-FILE.
000900     COPY TXNREC.
000910
000920*--------------------------------
000930* The census layout.  Status is A active, T terminated, or U
000940* when the employee is not in the directory.
000950*--------------------------------
000960 FD CENSUS-FILE.
000970 01  CEN-REC.
000980     05  CEN-TYPE                    PIC X(03).
000990     05  CEN-ACCOUNT                 PIC X(10).
001000     05  CEN-EMPLOYEE-ID             PIC 9(06).
001010     05  CEN-NAME                    PIC X(25).
001020     05  CEN-BIRTH-DATE              PIC 9(08).
001030     05  CEN-HIRE-DATE               PIC 9(08).
001040     05  CEN-TERM-DATE               PIC 9(08).
001050     05  CEN-STATUS                  PIC X(01).
001060     05  CEN-DEPARTMENT              PIC X(10).
001070     05  CEN-COMPENSATION            PIC 9(9)V99.
001080     05  CEN-DEFERRALS               PIC 9(9)V99.
001090     05  CEN-MATCH                   PIC 9(9)V99.
001100     05  CEN-ROLLOVERS               PIC 9(9)V99.
001110     05  CEN-BALANCE                 PIC 9(9)V99.
001120 01  CEN-CONTROL-REC.
001130     05  CEN-CTL-TYPE                PIC X(03).
001140     05  CEN-CTL-DATE                PIC 9(08).
001150     05  CEN-CTL-SOURCE              PIC X(09).
001160     05  CEN-CTL-PLAN-YEAR           PIC 9(04).
001170     05  FILLER                      PIC X(110).
001180 01  CEN-TRAILER-REC.
001190     05  CEN-TRL-TYPE                PIC X(03).
001200     05  CEN-TRL-COUNT               PIC 9(07).
001210     05  CEN-TRL-COMPENSATION        PIC 9(11)V99.
001220     05  CEN-TRL-DEFERRALS           PIC 9(11)V99.
001230     05  CEN-TRL-MATCH               PIC 9(11)V99.
001240     05  CEN-TRL-ROLLOVERS           PIC 9(11)V99.
001250     05  CEN-TRL-BALANCE             PIC 9(11)V99.
001260     05  FILLER                      PIC X(59).
001270
001280 FD PRINT-FILE.
001290 01  PRINT-LINE                      PIC X(80).
001300
001310 WORKING-STORAGE SECTION.
001320     COPY RPTHEAD.
001330     COPY FILESTAT.
001340
001350 01  ws-part-status                  pic x(02).
001360 01  ws-hist-status                  pic x(02).
001370 01  ws-comp-status                  pic x(02).
001380 01  ws-txn-status                   pic x(02).
001390 01  ws-phone-open                   pic x(01) value "N".
001400 01  ws-hist-open                    pic x(01) value "N".
001410 01  ws-eof                          pic x(01) value space.
001420 01  ws-part-eof                     pic x(01) value space.
001430 01  ws-hist-eof                     pic x(01) value space.
001440 01  ws-env-check                    pic x(12) value spaces.
001450 01  ws-run-date                     pic 9(08) value zero.
001460 01  ws-plan-year                    pic 9(04) value zero.
001470 01  ws-year-end                     pic 9(08) value zero.
001480
001490*--------------------------------
001500* The year's compensation by employee and contributions by
001510* account, totaled ahead of the master pass.
001520*--------------------------------
001530 01  ws-comp-count                   pic 9(04) comp value zero.
001540 01  ws-comp-table.
001550     05  ws-comp-entry               occurs 3000 times.
001560         10  ws-cp-employee-id       pic 9(06).
001570         10  ws-cp-total             pic 9(9)v99.
001580 01  ws-comp-sub                     pic 9(04) comp value zero.
001590
001600 01  ws-contrib-count                pic 9(04) comp value zero.
001610 01  ws-contrib-table.
001620     05  ws-contrib-entry            occurs 3000 times.
001630         10  ws-ct-account           pic x(10).
001640         10  ws-ct-deferrals         pic s9(9)v99.
001650         10  ws-ct-match             pic s9(9)v99.
001660         10  ws-ct-rollovers         pic s9(9)v99.
001670 01  ws-contrib-sub                  pic 9(04) comp value zero.
001680 01  ws-found                        pic x(01) value space.
001690 01  ws-table-full                   pic x(01) value "N".
001700 01  ws-txn-amount                   pic s9(9)v99 value zero.
001710
001720 01  ws-year-comp                    pic 9(9)v99 value zero.
001730 01  ws-year-deferrals               pic s9(9)v99 value zero.
001740 01  ws-year-match                   pic s9(9)v99 value zero.
001750 01  ws-year-rollovers               pic s9(9)v99 value zero.
001760 01  ws-year-end-balance             pic 9(9)v99 value zero.
001770 01  ws-balance-found                pic x(01) value "N".
001780 01  ws-in-directory                 pic x(01) value "N".
001790 01  ws-age-14-date                  pic 9(08) value zero.
001800
001810 01  ws-record-count                 pic 9(07) value zero.
001820 01  ws-total-comp                   pic 9(11)v99 value zero.
001830 01  ws-total-deferrals              pic 9(11)v99 value zero.
001840 01  ws-total-match                  pic 9(11)v99 value zero.
001850 01  ws-total-rollovers              pic 9(11)v99 value zero.
001860 01  ws-total-balance                pic 9(11)v99 value zero.
001870
001880 01  ws-edit-count                   pic 9(05) value zero.
001890 01  ws-edited-records               pic 9(05) value zero.
001900 01  ws-record-edits                 pic 9(02) value zero.
001910 01  ws-edit-message                 pic x(45) value spaces.
001920
001930 01  ws-edit-line.
001940     05  filler                      pic x(02) value spaces.
001950     05  ws-el-account               pic x(11).
001960     05  ws-el-employee-id           pic x(08).
001970     05  ws-el-name                  pic x(14).
001980     05  ws-el-message               pic x(45).
001990
002000 01  ws-big-money                    pic $$$,$$$,$$$,$$9.99.
002010 01  ws-count-disp                   pic zzzzzz9.
002020 01  ws-text-line                    pic x(80) value spaces.
002030
002040 PROCEDURE DIVISION.
002050 PROGRAM-BEGIN.
002060     CALL "shopcfg"
002070         ON EXCEPTION
002080             DISPLAY "shopcfg not found - default "
002090                 "file locations in effect"
002100     END-CALL.
002110     PERFORM INITIALIZE-RUN.
002120     PERFORM TOTAL-COMPENSATION.
002130     PERFORM TOTAL-CONTRIBUTIONS.
002140     PERFORM OPEN-FILES.
002150     PERFORM CENSUS-SWEEP.
002160     PERFORM WRITE-TRAILER.
002170     PERFORM PRINT-SUMMARY.
002180     PERFORM CLOSE-FILES.
002190     DISPLAY "Census extract complete - " ws-record-count
002200         " records for plan year " ws-plan-year ", "
002210         ws-edit-count " edits.".
002220     IF ws-edit-count > ZERO
002230         MOVE 4 TO RETURN-CODE
002240     END-IF.
002250     STOP RUN.
002260
002270 INITIALIZE-RUN.
002280     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002290     COMPUTE ws-plan-year =
002300         FUNCTION NUMVAL(ws-run-date(1:4)) - 1.
002310     ACCEPT ws-env-check FROM ENVIRONMENT "CENSUS_YEAR".
002320     IF ws-env-check(1:4) IS NUMERIC
002330         MOVE ws-env-check(1:4) TO ws-plan-year
002340     END-IF.
002350     COMPUTE ws-year-end = ws-plan-year * 10000 + 1231.
002360
002370*--------------------------------
002380* Compensation paid on pay dates in the plan year.
002390*--------------------------------
002400 TOTAL-COMPENSATION.
002410     OPEN INPUT COMP-FILE.
002420     IF ws-comp-status = "00"
002430         MOVE SPACE TO ws-eof
002440         READ COMP-FILE
002450             AT END MOVE "y" TO ws-eof
002460         END-READ
002470         PERFORM TOTAL-ONE-PAY UNTIL ws-eof = "y"
002480         CLOSE COMP-FILE
002490     END-IF.
002500
002510 TOTAL-ONE-PAY.
002520     IF COMP-PAY-DATE(1:4) = ws-plan-year
002530         MOVE "n" TO ws-found
002540         PERFORM FIND-ONE-COMP
002550             VARYING ws-comp-sub FROM 1 BY 1
002560             UNTIL ws-comp-sub > ws-comp-count
002570                 OR ws-found = "y"
002580         IF ws-found = "n"
002590             IF ws-comp-count < 3000
002600                 ADD 1 TO ws-comp-count
002610                 MOVE ws-comp-count TO ws-comp-sub
002620                 MOVE COMP-EMPLOYEE-ID
002630                     TO ws-cp-employee-id(ws-comp-sub)
002640                 MOVE ZERO TO ws-cp-total(ws-comp-sub)
002650                 MOVE "y" TO ws-found
002660             ELSE
002670                 MOVE "Y" TO ws-table-full
002680             END-IF
002690         END-IF
002700         IF ws-found = "y"
002710             ADD COMP-PAY TO ws-cp-total(ws-comp-sub)
002720         END-IF
002730     END-IF.
002740     READ COMP-FILE
002750         AT END MOVE "y" TO ws-eof
002760     END-READ.
002770
002780 FIND-ONE-COMP.
002790     IF ws-cp-employee-id(ws-comp-sub) = COMP-EMPLOYEE-ID
002800         MOVE "y" TO ws-found
002810     END-IF.
002820
002830*--------------------------------
002840* Contributions dated in the plan year, by money source.
002850*--------------------------------
002860 TOTAL-CONTRIBUTIONS.
002870     OPEN INPUT TXN-FILE.
002880     IF ws-txn-status = "00"
002890         MOVE SPACE TO ws-eof
002900         READ TXN-FILE
002910             AT END MOVE "y" TO ws-eof
002920         END-READ
002930         PERFORM TOTAL-ONE-TXN UNTIL ws-eof = "y"
002940         CLOSE TXN-FILE
002950     END-IF.
002960
002970 TOTAL-ONE-TXN.
002980     IF TXN-TYPE = "C"
002990         AND TXN-DATE(1:4) = ws-plan-year
003000         MOVE TXN-AMOUNT TO ws-txn-amount
003010         IF TXN-REVERSAL
003020             COMPUTE ws-txn-amount = ZERO - TXN-AMOUNT
003030         END-IF
003040         MOVE "n" TO ws-found
003050         PERFORM FIND-ONE-CONTRIB
003060             VARYING ws-contrib-sub FROM 1 BY 1
003070             UNTIL ws-contrib-sub > ws-contrib-count
003080                 OR ws-found = "y"
003090         IF ws-found = "n"
003100             IF ws-contrib-count < 3000
003110                 ADD 1 TO ws-contrib-count
003120                 MOVE ws-contrib-count TO ws-contrib-sub
003130                 MOVE TXN-ACCOUNT TO ws-ct-account(ws-contrib-sub)
003140                 MOVE ZERO TO ws-ct-deferrals(ws-contrib-sub)
003150                 MOVE ZERO TO ws-ct-match(ws-contrib-sub)
003160                 MOVE ZERO TO ws-ct-rollovers(ws-contrib-sub)
003170                 MOVE "y" TO ws-found
003180             ELSE
003190                 MOVE "Y" TO ws-table-full
003200             END-IF
003210         END-IF
003220         IF ws-found = "y"
003230             EVALUATE TRUE
003240                 WHEN TXN-SRC-MATCH
003250                     ADD ws-txn-amount
003260                         TO ws-ct-match(ws-contrib-sub)
003270                 WHEN TXN-SRC-ROLLOVER
003280                     ADD ws-txn-amount
003290                         TO ws-ct-rollovers(ws-contrib-sub)
003300                 WHEN OTHER
003310                     ADD ws-txn-amount
003320                         TO ws-ct-deferrals(ws-contrib-sub)
003330             END-EVALUATE
003340         END-IF
003350     END-IF.
003360     READ TXN-FILE
003370         AT END MOVE "y" TO ws-eof
003380     END-READ.
003390
003400 FIND-ONE-CONTRIB.
003410     IF ws-ct-account(ws-contrib-sub) = TXN-ACCOUNT
003420         MOVE "y" TO ws-found
003430     END-IF.
003440
003450 OPEN-FILES.
003460     OPEN INPUT PARTFILE.
003470     IF ws-part-status NOT = "00"
003480         DISPLAY "Participant master not available - status "
003490             ws-part-status
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     OPEN INPUT PHONEFILE.
003540     IF RECORDFOUND
003550         MOVE "Y" TO ws-phone-open
003560     END-IF.
003570     OPEN INPUT HISTORY-FILE.
003580     IF ws-hist-status = "00"
003590         MOVE "Y" TO ws-hist-open
003600     END-IF.
003610     OPEN OUTPUT CENSUS-FILE.
003620     OPEN OUTPUT PRINT-FILE.
003630     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
003640         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
003650     MOVE "CENSUS EXTRACT EDIT REPORT" TO RPT-TITLE.
003660     MOVE 1 TO RPT-PAGE-NUMBER.
003670     WRITE PRINT-LINE FROM RPT-HEADING-1.
003680     WRITE PRINT-LINE FROM RPT-HEADING-2.
003690     MOVE SPACES TO ws-text-line.
003700     STRING "PLAN YEAR " ws-plan-year
003710         DELIMITED BY SIZE INTO ws-text-line.
003720     PERFORM SHOW-LINE.
003730     MOVE SPACES TO ws-text-line.
003740     PERFORM SHOW-LINE.
003750     MOVE "  ACCOUNT    EMP ID  NAME          EDIT"
003760         TO ws-text-line.
003770     PERFORM SHOW-LINE.
003780     MOVE SPACES       TO CEN-CONTROL-REC.
003790     MOVE "HDR"        TO CEN-CTL-TYPE.
003800     MOVE ws-run-date  TO CEN-CTL-DATE.
003810     MOVE "RETIRE   "  TO CEN-CTL-SOURCE.
003820     MOVE ws-plan-year TO CEN-CTL-PLAN-YEAR.
003830     WRITE CEN-CONTROL-REC.
003840
003850 CENSUS-SWEEP.
003860     MOVE LOW-VALUES TO PART-ACCOUNT.
003870     START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
003880         INVALID KEY MOVE "y" TO ws-part-eof
003890     END-START.
003900     IF ws-part-eof NOT = "y"
003910         READ PARTFILE NEXT RECORD
003920             AT END MOVE "y" TO ws-part-eof
003930         END-READ
003940     END-IF.
003950     PERFORM CENSUS-ONE-PARTICIPANT UNTIL ws-part-eof = "y".
003960     IF ws-edit-count = ZERO
003970         MOVE "  (none)" TO ws-text-line
003980         PERFORM SHOW-LINE
003990     END-IF.
004000
004010 CENSUS-ONE-PARTICIPANT.
004020     PERFORM LOOK-UP-DIRECTORY.
004030     PERFORM LOOK-UP-YEAR-TOTALS.
004040     PERFORM FIND-YEAR-END-BALANCE.
004050     PERFORM BUILD-CENSUS-RECORD.
004060     PERFORM EDIT-CENSUS-RECORD.
004070     WRITE CEN-REC.
004080     ADD 1 TO ws-record-count.
004090     ADD CEN-COMPENSATION TO ws-total-comp.
004100     ADD CEN-DEFERRALS    TO ws-total-deferrals.
004110     ADD CEN-MATCH        TO ws-total-match.
004120     ADD CEN-ROLLOVERS    TO ws-total-rollovers.
004130     ADD CEN-BALANCE      TO ws-total-balance.
004140     READ PARTFILE NEXT RECORD
004150         AT END MOVE "y" TO ws-part-eof
004160     END-READ.
004170
004180 LOOK-UP-DIRECTORY.
004190     MOVE "N" TO ws-in-directory.
004200     IF ws-phone-open = "Y"
004210         AND PART-EMPLOYEE-ID > ZERO
004220         MOVE PART-EMPLOYEE-ID TO EMPLOYEE-ID
004230         READ PHONEFILE
004240             INVALID KEY CONTINUE
004250         END-READ
004260         IF RECORDFOUND
004270             MOVE "Y" TO ws-in-directory
004280         END-IF
004290     END-IF.
004300
004310 LOOK-UP-YEAR-TOTALS.
004320     MOVE ZERO TO ws-year-comp.
004330     MOVE "n" TO ws-found.
004340     PERFORM FIND-EMPLOYEE-COMP
004350         VARYING ws-comp-sub FROM 1 BY 1
004360         UNTIL ws-comp-sub > ws-comp-count
004370             OR ws-found = "y".
004380     MOVE ZERO TO ws-year-deferrals.
004390     MOVE ZERO TO ws-year-match.
004400     MOVE ZERO TO ws-year-rollovers.
004410     MOVE "n" TO ws-found.
004420     PERFORM FIND-ACCOUNT-CONTRIB
004430         VARYING ws-contrib-sub FROM 1 BY 1
004440         UNTIL ws-contrib-sub > ws-contrib-count
004450             OR ws-found = "y".
004460
004470 FIND-EMPLOYEE-COMP.
004480     IF ws-cp-employee-id(ws-comp-sub) = PART-EMPLOYEE-ID
004490         AND PART-EMPLOYEE-ID > ZERO
004500         MOVE ws-cp-total(ws-comp-sub) TO ws-year-comp
004510         MOVE "y" TO ws-found
004520     END-IF.
004530
004540 FIND-ACCOUNT-CONTRIB.
004550     IF ws-ct-account(ws-contrib-sub) = PART-ACCOUNT
004560         MOVE ws-ct-deferrals(ws-contrib-sub) TO ws-year-deferrals
004570         MOVE ws-ct-match(ws-contrib-sub)     TO ws-year-match
004580         MOVE ws-ct-rollovers(ws-contrib-sub) TO ws-year-rollovers
004590         MOVE "y" TO ws-found
004600     END-IF.
004610
004620*--------------------------------
004630* The last PERFHIST snapshot on or before December 31 of the
004640* plan year.
004650*--------------------------------
004660 FIND-YEAR-END-BALANCE.
004670     MOVE "N"  TO ws-balance-found.
004680     MOVE ZERO TO ws-year-end-balance.
004690     MOVE SPACE TO ws-hist-eof.
004700     IF ws-hist-open NOT = "Y"
004710         MOVE "y" TO ws-hist-eof
004720     END-IF.
004730     IF ws-hist-eof NOT = "y"
004740         MOVE PART-ACCOUNT TO HIST-ACCOUNT
004750         MOVE ZERO         TO HIST-RUN-DATE
004760         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004770             INVALID KEY MOVE "y" TO ws-hist-eof
004780         END-START
004790     END-IF.
004800     IF ws-hist-eof NOT = "y"
004810         READ HISTORY-FILE NEXT RECORD
004820             AT END MOVE "y" TO ws-hist-eof
004830         END-READ
004840     END-IF.
004850     PERFORM TAKE-ONE-BALANCE
004860         UNTIL ws-hist-eof = "y"
004870             OR HIST-ACCOUNT NOT = PART-ACCOUNT
004880             OR HIST-RUN-DATE > ws-year-end.
004890
004900 TAKE-ONE-BALANCE.
004910     MOVE "Y" TO ws-balance-found.
004920     MOVE HIST-CURRENT-BALANCE TO ws-year-end-balance.
004930     READ HISTORY-FILE NEXT RECORD
004940         AT END MOVE "y" TO ws-hist-eof
004950     END-READ.
004960
004970 BUILD-CENSUS-RECORD.
004980     MOVE SPACES           TO CEN-REC.
004990     MOVE "DTL"            TO CEN-TYPE.
005000     MOVE PART-ACCOUNT     TO CEN-ACCOUNT.
005010     MOVE PART-EMPLOYEE-ID TO CEN-EMPLOYEE-ID.
005020     MOVE PART-NAME        TO CEN-NAME.
005030     MOVE PART-BIRTH-DATE  TO CEN-BIRTH-DATE.
005040     MOVE PART-HIRE-DATE   TO CEN-HIRE-DATE.
005050     MOVE ZERO             TO CEN-TERM-DATE.
005060     IF ws-in-directory = "Y"
005070         MOVE department   TO CEN-DEPARTMENT
005080         IF emp-inactive
005090             MOVE "T"      TO CEN-STATUS
005100         ELSE
005110             MOVE "A"      TO CEN-STATUS
005120         END-IF
005130         IF term-date IS NUMERIC
005140             MOVE term-date TO CEN-TERM-DATE
005150         END-IF
005160     ELSE
005170         MOVE "U"          TO CEN-STATUS
005180     END-IF.
005190     MOVE ws-year-comp     TO CEN-COMPENSATION.
005200     MOVE ZERO             TO CEN-DEFERRALS.
005210     MOVE ZERO             TO CEN-MATCH.
005220     MOVE ZERO             TO CEN-ROLLOVERS.
005230     IF ws-year-deferrals > ZERO
005240         MOVE ws-year-deferrals TO CEN-DEFERRALS
005250     END-IF.
005260     IF ws-year-match > ZERO
005270         MOVE ws-year-match TO CEN-MATCH
005280     END-IF.
005290     IF ws-year-rollovers > ZERO
005300         MOVE ws-year-rollovers TO CEN-ROLLOVERS
005310     END-IF.
005320     MOVE ws-year-end-balance TO CEN-BALANCE.
005330
005340*--------------------------------
005350* The edits.  A record can draw more than one; each prints.
005360*--------------------------------
005370 EDIT-CENSUS-RECORD.
005380     MOVE ZERO TO ws-record-edits.
005390     IF PART-EMPLOYEE-ID NOT > ZERO
005400         MOVE "NO EMPLOYEE ID ON THE MASTER" TO ws-edit-message
005410         PERFORM PRINT-EDIT
005420     ELSE
005430         IF ws-in-directory NOT = "Y"
005440             MOVE "EMPLOYEE NOT IN THE DIRECTORY"
005450                 TO ws-edit-message
005460             PERFORM PRINT-EDIT
005470         END-IF
005480     END-IF.
005490     IF CEN-BIRTH-DATE NOT > ZERO
005500         MOVE "NO BIRTH DATE" TO ws-edit-message
005510         PERFORM PRINT-EDIT
005520     END-IF.
005530     IF CEN-HIRE-DATE NOT > ZERO
005540         MOVE "NO HIRE DATE" TO ws-edit-message
005550         PERFORM PRINT-EDIT
005560     END-IF.
005570     IF CEN-BIRTH-DATE > ZERO
005580         AND CEN-HIRE-DATE > ZERO
005590         COMPUTE ws-age-14-date = CEN-BIRTH-DATE + 140000
005600         IF CEN-HIRE-DATE < ws-age-14-date
005610             MOVE "HIRE DATE BEFORE AGE 14" TO ws-edit-message
005620             PERFORM PRINT-EDIT
005630         END-IF
005640     END-IF.
005650     IF CEN-BIRTH-DATE > ws-run-date
005660         OR CEN-HIRE-DATE > ws-run-date
005670         MOVE "BIRTH OR HIRE DATE IN THE FUTURE"
005680             TO ws-edit-message
005690         PERFORM PRINT-EDIT
005700     END-IF.
005710     IF CEN-STATUS = "A"
005720         AND CEN-TERM-DATE > ZERO
005730         MOVE "TERMINATION DATE ON AN ACTIVE EMPLOYEE"
005740             TO ws-edit-message
005750         PERFORM PRINT-EDIT
005760     END-IF.
005770     IF CEN-STATUS = "T"
005780         AND CEN-TERM-DATE NOT > ZERO
005790         MOVE "TERMINATED WITH NO TERMINATION DATE"
005800             TO ws-edit-message
005810         PERFORM PRINT-EDIT
005820     END-IF.
005830     IF CEN-TERM-DATE > ZERO
005840         AND CEN-HIRE-DATE > ZERO
005850         AND CEN-TERM-DATE < CEN-HIRE-DATE
005860         MOVE "TERMINATION DATE BEFORE HIRE DATE"
005870             TO ws-edit-message
005880         PERFORM PRINT-EDIT
005890     END-IF.
005900     IF CEN-COMPENSATION = ZERO
005910         AND CEN-DEFERRALS + CEN-MATCH > ZERO
005920         MOVE "CONTRIBUTIONS WITH NO COMPENSATION"
005930             TO ws-edit-message
005940         PERFORM PRINT-EDIT
005950     END-IF.
005960     IF CEN-COMPENSATION > ZERO
005970         AND CEN-DEFERRALS > CEN-COMPENSATION
005980         MOVE "DEFERRALS OVER COMPENSATION" TO ws-edit-message
005990         PERFORM PRINT-EDIT
006000     END-IF.
006010     IF ws-year-deferrals < ZERO
006020         OR ws-year-match < ZERO
006030         OR ws-year-rollovers < ZERO
006040         MOVE "NET NEGATIVE CONTRIBUTIONS - SHOWN AS ZERO"
006050             TO ws-edit-message
006060         PERFORM PRINT-EDIT
006070     END-IF.
006080     IF ws-balance-found NOT = "Y"
006090         MOVE "NO BALANCE ON FILE AT YEAR END"
006100             TO ws-edit-message
006110         PERFORM PRINT-EDIT
006120     END-IF.
006130     IF ws-record-edits > ZERO
006140         ADD 1 TO ws-edited-records
006150     END-IF.
006160
006170 PRINT-EDIT.
006180     ADD 1 TO ws-edit-count.
006190     ADD 1 TO ws-record-edits.
006200     MOVE SPACES           TO ws-el-account.
006210     MOVE SPACES           TO ws-el-employee-id.
006220     MOVE SPACES           TO ws-el-name.
006230     IF ws-record-edits = 1
006240         MOVE PART-ACCOUNT     TO ws-el-account
006250         MOVE PART-EMPLOYEE-ID TO ws-el-employee-id
006260         MOVE PART-NAME        TO ws-el-name
006270     END-IF.
006280     MOVE ws-edit-message  TO ws-el-message.
006290     MOVE ws-edit-line TO ws-text-line.
006300     PERFORM SHOW-LINE.
006310
006320 WRITE-TRAILER.
006330     MOVE SPACES             TO CEN-TRAILER-REC.
006340     MOVE "TRL"              TO CEN-TRL-TYPE.
006350     MOVE ws-record-count    TO CEN-TRL-COUNT.
006360     MOVE ws-total-comp      TO CEN-TRL-COMPENSATION.
006370     MOVE ws-total-deferrals TO CEN-TRL-DEFERRALS.
006380     MOVE ws-total-match     TO CEN-TRL-MATCH.
006390     MOVE ws-total-rollovers TO CEN-TRL-ROLLOVERS.
006400     MOVE ws-total-balance   TO CEN-TRL-BALANCE.
006410     WRITE CEN-TRAILER-REC.
006420
006430 PRINT-SUMMARY.
006440     MOVE SPACES TO ws-text-line.
006450     PERFORM SHOW-LINE.
006460     MOVE "CONTROL TOTALS - AS ON THE TRL RECORD" TO ws-text-line.
006470     PERFORM SHOW-LINE.
006480     MOVE ws-record-count TO ws-count-disp.
006490     MOVE SPACES TO ws-text-line.
006500     STRING "  CENSUS RECORDS        " ws-count-disp
006510         DELIMITED BY SIZE INTO ws-text-line.
006520     PERFORM SHOW-LINE.
006530     MOVE ws-total-comp TO ws-big-money.
006540     MOVE SPACES TO ws-text-line.
006550     STRING "  COMPENSATION    " ws-big-money
006560         DELIMITED BY SIZE INTO ws-text-line.
006570     PERFORM SHOW-LINE.
006580     MOVE ws-total-deferrals TO ws-big-money.
006590     MOVE SPACES TO ws-text-line.
006600     STRING "  DEFERRALS       " ws-big-money
006610         DELIMITED BY SIZE INTO ws-text-line.
006620     PERFORM SHOW-LINE.
006630     MOVE ws-total-match TO ws-big-money.
006640     MOVE SPACES TO ws-text-line.
006650     STRING "  MATCH           " ws-big-money
006660         DELIMITED BY SIZE INTO ws-text-line.
006670     PERFORM SHOW-LINE.
006680     MOVE ws-total-rollovers TO ws-big-money.
006690     MOVE SPACES TO ws-text-line.
006700     STRING "  ROLLOVERS       " ws-big-money
006710         DELIMITED BY SIZE INTO ws-text-line.
006720     PERFORM SHOW-LINE.
006730     MOVE ws-total-balance TO ws-big-money.
006740     MOVE SPACES TO ws-text-line.
006750     STRING "  YEAR-END BALANCE" ws-big-money
006760         DELIMITED BY SIZE INTO ws-text-line.
006770     PERFORM SHOW-LINE.
006780     MOVE ws-edited-records TO ws-count-disp.
006790     MOVE SPACES TO ws-text-line.
006800     STRING "  RECORDS WITH EDITS    " ws-count-disp
006810         DELIMITED BY SIZE INTO ws-text-line.
006820     PERFORM SHOW-LINE.
006830     IF ws-table-full = "Y"
006840         MOVE "*** WORK TABLE FULL - SOME TOTALS ARE SHORT ***"
006850             TO ws-text-line
006860         PERFORM SHOW-LINE
006870         ADD 1 TO ws-edit-count
006880     END-IF.
006890
006900 CLOSE-FILES.
006910     CLOSE PARTFILE.
006920     IF ws-phone-open = "Y"
006930         CLOSE PHONEFILE
006940     END-IF.
006950     IF ws-hist-open = "Y"
006960         CLOSE HISTORY-FILE
006970     END-IF.
006980     CLOSE CENSUS-FILE.
006990     CLOSE PRINT-FILE.
007000
007010 SHOW-LINE.
007020     MOVE ws-text-line TO PRINT-LINE.
007030     WRITE PRINT-LINE.
