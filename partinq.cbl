000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARTINQ.
000030*--------------------------------
000040* Self-service retirement account inquiry for the employee
000050* terminal.  phonekio answers directory questions in the lobby,
000060* but every "what is my balance" question still came to HR by
000070* phone.  Here an employee signs in with their employee ID and
000080* the PIN HR issued them (PARTPIN.DAT, maintained by pinmnt),
000090* and sees only their own accounts - every participant-master
000100* account carrying their employee ID - with the latest balance
000110* from PERFHIST.DAT, the vested amount (the unvested part of
000120* the employer match from SRCBAL.DAT and the VESTTBL.DAT
000130* schedule taken off), outstanding loans from LOANMAST.DAT, the
000140* fund allocation from FUNDBAL.DAT, and the beneficiaries on
000150* BENEFIC.DAT.
000160*
000170* There is no update path: the plan files are opened INPUT
000180* only, and the one file written besides the log is the PIN
000190* file's own failure count.  Three wrong PINs in a row lock the
000200* PIN until HR resets or unlocks it, and the terminal never
000210* says whether it was the ID or the PIN that was wrong.  Every
000220* sign-in attempt is logged to INQLOG.DAT with its outcome.
000230* The screen scrolls clear after each inquiry.
000240*
000250* 2026-10  JDF  New program.
000260*--------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300 SELECT PINFILE ASSIGN TO "PARTPINDAT"
000310 FILE STATUS IS ws-pin-status
000320 ORGANIZATION IS INDEXED
000330 ACCESS MODE IS DYNAMIC
000340 RECORD KEY IS PIN-EMPLOYEE-ID.
000350
000360 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000370 FILE STATUS IS ws-part-status
000380 ORGANIZATION IS INDEXED
000390 ACCESS MODE IS DYNAMIC
000400 RECORD KEY IS PART-ACCOUNT.
000410
000420 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
000430 FILE STATUS IS ws-hist-status
000440 ORGANIZATION IS INDEXED
000450 ACCESS MODE IS DYNAMIC
000460 RECORD KEY IS HIST-KEY.
000470
000480 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000490 FILE STATUS IS ws-fb-status
000500 ORGANIZATION IS INDEXED
000510 ACCESS MODE IS DYNAMIC
000520 RECORD KEY IS FB-KEY.
000530
000540 SELECT FUNDFILE ASSIGN TO "FUNDTBLDAT"
000550 FILE STATUS IS ws-fund-status
000560 ORGANIZATION IS INDEXED
000570 ACCESS MODE IS DYNAMIC
000580 RECORD KEY IS FUND-CODE.
000590
000600 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
000610 FILE STATUS IS ws-loan-status
000620 ORGANIZATION IS INDEXED
000630 ACCESS MODE IS DYNAMIC
000640 RECORD KEY IS LOAN-KEY.
000650
000660 SELECT SRCBAL-FILE ASSIGN TO "SRCBALDAT"
000670 FILE STATUS IS ws-sb-status
000680 ORGANIZATION IS INDEXED
000690 ACCESS MODE IS DYNAMIC
000700 RECORD KEY IS SB-KEY.
000710
000720 SELECT VESTFILE ASSIGN TO "VESTTBLDAT"
000730 FILE STATUS IS ws-vest-status
000740 ORGANIZATION IS INDEXED
000750 ACCESS MODE IS DYNAMIC
000760 RECORD KEY IS VEST-YEARS.
000770
000780 SELECT BENEFILE ASSIGN TO "BENEFICDAT"
000790 FILE STATUS IS ws-bene-status
000800 ORGANIZATION IS INDEXED
000810 ACCESS MODE IS DYNAMIC
000820 RECORD KEY IS BENE-KEY.
000830
000840 SELECT IQLOG-FILE ASSIGN TO "INQLOGDAT"
000850 ORGANIZATION IS LINE SEQUENTIAL
000860 FILE STATUS IS ws-iqlog-status.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD PINFILE.
000910     COPY PINREC.
000920
000930 FD PARTFILE.
000940     COPY PARTREC.
000950
000960 FD HISTORY-FILE.
000970 01  HIST-REC.
000980     05  HIST-KEY.
000990         10  HIST-ACCOUNT            PIC X(10).
001000         10  HIST-RUN-DATE           PIC 9(08).
001010     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
001020     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
001030     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
001040     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
001050
001060 FD FUNDBAL-FILE.
001070     COPY FUNDBREC.
001080
001090 FD FUNDFILE.
001100     COPY FUNDREC.
001110
001120 FD LOANFILE.
001130     COPY LOANREC.
001140
001150 FD SRCBAL-FILE.
001160     COPY SRCBREC.
001170
001180 FD VESTFILE.
001190     COPY VESTREC.
001200
001210 FD BENEFILE.
001220     COPY BENEREC.
001230
001240 FD IQLOG-FILE.
001250     COPY IQLOGREC.
001260
001270 WORKING-STORAGE SECTION.
001280 01  ws-pin-status                   pic x(02).
001290 01  ws-part-status                  pic x(02).
001300 01  ws-hist-status                  pic x(02).
001310 01  ws-fb-status                    pic x(02).
001320 01  ws-fund-status                  pic x(02).
001330 01  ws-loan-status                  pic x(02).
001340 01  ws-sb-status                    pic x(02).
001350 01  ws-vest-status                  pic x(02).
001360 01  ws-bene-status                  pic x(02).
001370 01  ws-iqlog-status                 pic x(02).
001380 01  ws-hist-open                    pic x(01) value "N".
001390 01  ws-fb-open                      pic x(01) value "N".
001400 01  ws-fund-open                    pic x(01) value "N".
001410 01  ws-loan-open                    pic x(01) value "N".
001420 01  ws-sb-open                      pic x(01) value "N".
001430 01  ws-vest-open                    pic x(01) value "N".
001440 01  ws-bene-open                    pic x(01) value "N".
001450
001460 01  ws-done                         pic x(01) value space.
001470 01  ws-today                        pic 9(08) value zero.
001480 01  ws-id-entry                     pic x(06) value spaces.
001490 01  ws-employee-id                  pic 9(06) value zero.
001500 01  ws-pin-entry                    pic x(06) value spaces.
001510 01  ws-signed-in                    pic x(01) value "N".
001520 01  ws-log-result                   pic x(01) value space.
001530 01  ws-account-count                pic 9(02) value zero.
001540 01  ws-answer                       pic x(01) value space.
001550 01  ws-part-eof                     pic x(01) value space.
001560 01  ws-eof                          pic x(01) value space.
001570
001580*--------------------------------
001590* One account's figures.
001600*--------------------------------
001610 01  ws-bal-found                    pic x(01) value "N".
001620 01  ws-bal-date                     pic 9(08) value zero.
001630 01  ws-balance                      pic 9(9)v99 value zero.
001640 01  ws-src-found                    pic x(01) value "N".
001650 01  ws-src-mat-bal                  pic s9(9)v99 value zero.
001660 01  ws-service-years                pic s9(03) value zero.
001670 01  ws-hire-year                    pic 9(04) value zero.
001680 01  ws-today-year                   pic 9(04) value zero.
001690 01  ws-vest-pct-found               pic 9(3)v99 value zero.
001700 01  ws-unvested-amt                 pic s9(9)v99 value zero.
001710 01  ws-vested-amt                   pic s9(9)v99 value zero.
001720 01  ws-loan-total                   pic 9(9)v99 value zero.
001730 01  ws-loan-count                   pic 9(02) value zero.
001740 01  ws-alloc-count                  pic 9(02) comp value zero.
001750 01  ws-alloc-total                  pic 9(11)v99 value zero.
001760 01  ws-alloc-sub                    pic 9(02) comp value zero.
001770 01  ws-alloc-pct                    pic 9(03)v99 value zero.
001780 01  ws-alloc-table.
001790     05  ws-alloc-entry              occurs 20 times.
001800         10  ws-al-fund              pic x(08).
001810         10  ws-al-balance           pic 9(9)v99.
001820 01  ws-bene-count                   pic 9(02) value zero.
001830
001840 01  ws-money-1                      pic $$$,$$$,$$9.99.
001850 01  ws-pct-disp                     pic zz9.9.
001860 01  ws-vest-pct-disp                pic zz9.99.
001870 01  ws-fund-label                   pic x(32) value spaces.
001880 01  ws-bene-class-label             pic x(10) value spaces.
001890
001900 PROCEDURE DIVISION.
001910 PROGRAM-BEGIN.
001920     CALL "shopcfg"
001930         ON EXCEPTION
001940             DISPLAY "shopcfg not found - default "
001950                 "file locations in effect"
001960     END-CALL.
001970     PERFORM INQUIRY-LOOP UNTIL ws-done = "Y".
001980     STOP RUN.
001990
002000 INQUIRY-LOOP.
002010     ACCEPT ws-today FROM DATE YYYYMMDD.
002020     DISPLAY " ".
002030     DISPLAY "ACME CORPORATION RETIREMENT PLAN - ACCOUNT INQUIRY".
002040     DISPLAY " ".
002050     DISPLAY "Employee ID (Enter to close): " WITH NO ADVANCING.
002060     MOVE SPACES TO ws-id-entry.
002070     ACCEPT ws-id-entry.
002080     IF ws-id-entry = SPACES
002090         MOVE "Y" TO ws-done
002100     ELSE
002110         IF ws-id-entry IS NOT NUMERIC
002120             DISPLAY "Your employee ID is six digits."
002130         ELSE
002140             MOVE ws-id-entry TO ws-employee-id
002150             DISPLAY "PIN: " WITH NO ADVANCING
002160             MOVE SPACES TO ws-pin-entry
002170             ACCEPT ws-pin-entry
002180             PERFORM CHECK-PIN
002190             IF ws-signed-in = "Y"
002200                 PERFORM SHOW-MY-ACCOUNTS
002210                 IF ws-account-count = ZERO
002220                     MOVE "N" TO ws-log-result
002230                 ELSE
002240                     MOVE "S" TO ws-log-result
002250                 END-IF
002260             END-IF
002270             PERFORM WRITE-INQUIRY-LOG
002280             IF ws-signed-in = "Y"
002290                 DISPLAY " "
002300                 DISPLAY "Press Enter when finished."
002310                     WITH NO ADVANCING
002320                 ACCEPT ws-answer
002330                 PERFORM SCROLL-SCREEN-CLEAR
002340             END-IF
002350         END-IF
002360     END-IF.
002370
002380 CHECK-PIN.
002390*--------------------------------
002400* The same answer for an unknown ID and a wrong PIN, so the
002410* terminal cannot be used to find out who has a PIN.  A wrong
002420* PIN counts toward the three that lock it; a right one clears
002430* the count and stamps the last-used date.
002440*--------------------------------
002450     MOVE "N" TO ws-signed-in.
002460     MOVE ZERO TO ws-account-count.
002470     OPEN I-O PINFILE.
002480     IF ws-pin-status NOT = "00"
002490         DISPLAY "Account inquiry is not available - please "
002500             "call HR."
002510         MOVE "U" TO ws-log-result
002520     ELSE
002530         MOVE ws-employee-id TO PIN-EMPLOYEE-ID
002540         READ PINFILE
002550             INVALID KEY
002560                 MOVE "U" TO ws-log-result
002570                 DISPLAY "Employee ID or PIN not recognized."
002580             NOT INVALID KEY
002590                 PERFORM CHECK-PIN-RECORD
002600         END-READ
002610         CLOSE PINFILE
002620     END-IF.
002630
002640 CHECK-PIN-RECORD.
002650     IF PIN-FAIL-COUNT IS NOT NUMERIC
002660         MOVE ZERO TO PIN-FAIL-COUNT
002670     END-IF.
002680     IF PIN-IS-LOCKED
002690         MOVE "L" TO ws-log-result
002700         DISPLAY "This PIN is locked - please see HR to have it "
002710             "reset."
002720     ELSE
002730         IF PIN-CODE = ws-pin-entry
002740             MOVE "Y"      TO ws-signed-in
002750             MOVE ZERO     TO PIN-FAIL-COUNT
002760             MOVE ws-today TO PIN-LAST-USED
002770         ELSE
002780             MOVE "P" TO ws-log-result
002790             ADD 1 TO PIN-FAIL-COUNT
002800             DISPLAY "Employee ID or PIN not recognized."
002810             IF PIN-FAIL-COUNT > 2
002820                 MOVE "L" TO PIN-LOCKED
002830                 DISPLAY "Too many tries - the PIN is now "
002840                     "locked.  Please see HR."
002850             END-IF
002860         END-IF
002870         REWRITE PIN-REC
002880             INVALID KEY CONTINUE
002890         END-REWRITE
002900     END-IF.
002910
002920 WRITE-INQUIRY-LOG.
002930*--------------------------------
002940* One line per sign-in attempt; the first attempt ever creates
002950* the log.
002960*--------------------------------
002970     MOVE SPACES TO IQLOG-REC.
002980     MOVE FUNCTION CURRENT-DATE TO IQ-TIMESTAMP.
002990     MOVE ws-employee-id   TO IQ-EMPLOYEE-ID.
003000     MOVE ws-log-result    TO IQ-RESULT.
003010     MOVE ws-account-count TO IQ-ACCOUNTS.
003020     OPEN EXTEND IQLOG-FILE.
003030     IF ws-iqlog-status = "35"
003040         OPEN OUTPUT IQLOG-FILE
003050     END-IF.
003060     IF ws-iqlog-status = "00"
003070         WRITE IQLOG-REC
003080         CLOSE IQLOG-FILE
003090     END-IF.
003100
003110 SCROLL-SCREEN-CLEAR.
003120     PERFORM SHOW-ONE-BLANK-LINE 30 TIMES.
003130
003140 SHOW-ONE-BLANK-LINE.
003150     DISPLAY " ".
003160
003170*--------------------------------
003180* Every participant-master account carrying the signed-in
003190* employee's ID.  The master has no employee-ID index, so the
003200* whole master is swept.
003210*--------------------------------
003220 SHOW-MY-ACCOUNTS.
003230     OPEN INPUT PARTFILE.
003240     IF ws-part-status NOT = "00"
003250         DISPLAY "Account inquiry is not available - please "
003260             "call HR."
003270     ELSE
003280         PERFORM OPEN-PLAN-FILES
003290         MOVE SPACE TO ws-part-eof
003300         MOVE LOW-VALUES TO PART-ACCOUNT
003310         START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
003320             INVALID KEY MOVE "y" TO ws-part-eof
003330         END-START
003340         PERFORM CHECK-ONE-PARTICIPANT UNTIL ws-part-eof = "y"
003350         PERFORM CLOSE-PLAN-FILES
003360         CLOSE PARTFILE
003370         IF ws-account-count = ZERO
003380             DISPLAY " "
003390             DISPLAY "No retirement plan account is on file for "
003400                 "you - please call HR."
003410         END-IF
003420     END-IF.
003430
003440 CHECK-ONE-PARTICIPANT.
003450     READ PARTFILE NEXT RECORD
003460         AT END MOVE "y" TO ws-part-eof
003470     END-READ.
003480     IF ws-part-eof NOT = "y"
003490         AND PART-EMPLOYEE-ID = ws-employee-id
003500         ADD 1 TO ws-account-count
003510         PERFORM SHOW-ONE-ACCOUNT
003520     END-IF.
003530
003540 OPEN-PLAN-FILES.
003550     OPEN INPUT HISTORY-FILE.
003560     IF ws-hist-status = "00"
003570         MOVE "Y" TO ws-hist-open
003580     END-IF.
003590     OPEN INPUT FUNDBAL-FILE.
003600     IF ws-fb-status = "00"
003610         MOVE "Y" TO ws-fb-open
003620     END-IF.
003630     OPEN INPUT FUNDFILE.
003640     IF ws-fund-status = "00"
003650         MOVE "Y" TO ws-fund-open
003660     END-IF.
003670     OPEN INPUT LOANFILE.
003680     IF ws-loan-status = "00"
003690         MOVE "Y" TO ws-loan-open
003700     END-IF.
003710     OPEN INPUT SRCBAL-FILE.
003720     IF ws-sb-status = "00"
003730         MOVE "Y" TO ws-sb-open
003740     END-IF.
003750     OPEN INPUT VESTFILE.
003760     IF ws-vest-status = "00"
003770         MOVE "Y" TO ws-vest-open
003780     END-IF.
003790     OPEN INPUT BENEFILE.
003800     IF ws-bene-status = "00"
003810         MOVE "Y" TO ws-bene-open
003820     END-IF.
003830
003840 CLOSE-PLAN-FILES.
003850     IF ws-hist-open = "Y"
003860         CLOSE HISTORY-FILE
003870         MOVE "N" TO ws-hist-open
003880     END-IF.
003890     IF ws-fb-open = "Y"
003900         CLOSE FUNDBAL-FILE
003910         MOVE "N" TO ws-fb-open
003920     END-IF.
003930     IF ws-fund-open = "Y"
003940         CLOSE FUNDFILE
003950         MOVE "N" TO ws-fund-open
003960     END-IF.
003970     IF ws-loan-open = "Y"
003980         CLOSE LOANFILE
003990         MOVE "N" TO ws-loan-open
004000     END-IF.
004010     IF ws-sb-open = "Y"
004020         CLOSE SRCBAL-FILE
004030         MOVE "N" TO ws-sb-open
004040     END-IF.
004050     IF ws-vest-open = "Y"
004060         CLOSE VESTFILE
004070         MOVE "N" TO ws-vest-open
004080     END-IF.
004090     IF ws-bene-open = "Y"
004100         CLOSE BENEFILE
004110         MOVE "N" TO ws-bene-open
004120     END-IF.
004130
004140 SHOW-ONE-ACCOUNT.
004150     DISPLAY " ".
004160     DISPLAY "ACCOUNT " PART-ACCOUNT "   " PART-NAME.
004170     DISPLAY "--------------------------------------------------".
004180     PERFORM FIND-LATEST-BALANCE.
004190     IF ws-bal-found = "Y"
004200         MOVE ws-balance TO ws-money-1
004210         DISPLAY "  BALANCE AS OF " ws-bal-date(5:2) "/"
004220             ws-bal-date(7:2) "/" ws-bal-date(1:4)
004230             "       " ws-money-1
004240     ELSE
004250         DISPLAY "  BALANCE             (no valuation on file "
004260             "yet)"
004270     END-IF.
004280     PERFORM SHOW-VESTED-AMOUNT.
004290     PERFORM SHOW-LOAN-BALANCE.
004300     PERFORM SHOW-FUND-ALLOCATION.
004310     PERFORM SHOW-BENEFICIARIES.
004320
004330*--------------------------------
004340* The newest PERFHIST.DAT snapshot for the account.
004350*--------------------------------
004360 FIND-LATEST-BALANCE.
004370     MOVE "N"  TO ws-bal-found.
004380     MOVE ZERO TO ws-balance.
004390     MOVE ZERO TO ws-bal-date.
004400     MOVE SPACE TO ws-eof.
004410     IF ws-hist-open NOT = "Y"
004420         MOVE "y" TO ws-eof
004430     ELSE
004440         MOVE PART-ACCOUNT TO HIST-ACCOUNT
004450         MOVE ZERO         TO HIST-RUN-DATE
004460         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
004470             INVALID KEY MOVE "y" TO ws-eof
004480         END-START
004490     END-IF.
004500     PERFORM TAKE-ONE-SNAPSHOT UNTIL ws-eof = "y".
004510
004520 TAKE-ONE-SNAPSHOT.
004530     READ HISTORY-FILE NEXT RECORD
004540         AT END MOVE "y" TO ws-eof
004550     END-READ.
004560     IF ws-eof NOT = "y"
004570         IF HIST-ACCOUNT NOT = PART-ACCOUNT
004580             MOVE "y" TO ws-eof
004590         ELSE
004600             MOVE "Y"                  TO ws-bal-found
004610             MOVE HIST-RUN-DATE        TO ws-bal-date
004620             MOVE HIST-CURRENT-BALANCE TO ws-balance
004630         END-IF
004640     END-IF.
004650
004660*--------------------------------
004670* The balance less the unvested part of the employer match, by
004680* the VESTTBL.DAT schedule at whole years of service from the
004690* hire date - perfstmt's arithmetic.  Deferrals and rollovers
004700* are always fully vested.  No source balances on file means
004710* the split is not known, and the terminal says so.
004720*--------------------------------
004730 SHOW-VESTED-AMOUNT.
004740     MOVE "N"  TO ws-src-found.
004750     MOVE ZERO TO ws-src-mat-bal.
004760     IF ws-sb-open = "Y"
004770         MOVE PART-ACCOUNT TO SB-ACCOUNT
004780         MOVE "E" TO SB-SOURCE
004790         READ SRCBAL-FILE
004800             INVALID KEY CONTINUE
004810             NOT INVALID KEY MOVE "Y" TO ws-src-found
004820         END-READ
004830         MOVE PART-ACCOUNT TO SB-ACCOUNT
004840         MOVE "R" TO SB-SOURCE
004850         READ SRCBAL-FILE
004860             INVALID KEY CONTINUE
004870             NOT INVALID KEY MOVE "Y" TO ws-src-found
004880         END-READ
004890         MOVE PART-ACCOUNT TO SB-ACCOUNT
004900         MOVE "M" TO SB-SOURCE
004910         READ SRCBAL-FILE
004920             INVALID KEY CONTINUE
004930             NOT INVALID KEY
004940                 MOVE "Y" TO ws-src-found
004950                 MOVE SB-BALANCE TO ws-src-mat-bal
004960         END-READ
004970     END-IF.
004980     IF ws-src-found NOT = "Y" OR ws-bal-found NOT = "Y"
004990         DISPLAY "  VESTED AMOUNT       (not available - "
005000             "please call HR)"
005010     ELSE
005020         MOVE 100 TO ws-vest-pct-found
005030         MOVE ZERO TO ws-unvested-amt
005040         IF ws-src-mat-bal > ZERO
005050             PERFORM COMPUTE-SERVICE
005060             PERFORM LOOK-UP-VEST-PCT
005070             COMPUTE ws-unvested-amt ROUNDED =
005080                 ws-src-mat-bal * (100 - ws-vest-pct-found) / 100
005090         END-IF
005100         COMPUTE ws-vested-amt = ws-balance - ws-unvested-amt
005110         IF ws-vested-amt < ZERO
005120             MOVE ZERO TO ws-vested-amt
005130         END-IF
005140         MOVE ws-vested-amt TO ws-money-1
005150         MOVE ws-vest-pct-found TO ws-vest-pct-disp
005160         DISPLAY "  VESTED AMOUNT                  "
005170             ws-money-1
005180             "  (match " ws-vest-pct-disp "% vested)"
005190     END-IF.
005200
005210 COMPUTE-SERVICE.
005220     IF PART-HIRE-DATE = ZERO
005230         MOVE ZERO TO ws-service-years
005240     ELSE
005250         MOVE PART-HIRE-DATE(1:4) TO ws-hire-year
005260         MOVE ws-today(1:4)       TO ws-today-year
005270         COMPUTE ws-service-years = ws-today-year - ws-hire-year
005280         IF ws-today(5:4) < PART-HIRE-DATE(5:4)
005290             SUBTRACT 1 FROM ws-service-years
005300         END-IF
005310         IF ws-service-years < ZERO
005320             MOVE ZERO TO ws-service-years
005330         END-IF
005340     END-IF.
005350
005360 LOOK-UP-VEST-PCT.
005370     MOVE ZERO  TO ws-vest-pct-found.
005380     MOVE SPACE TO ws-eof.
005390     IF ws-vest-open NOT = "Y"
005400         MOVE "y" TO ws-eof
005410     ELSE
005420         MOVE ZERO TO VEST-YEARS
005430         START VESTFILE KEY IS NOT LESS THAN VEST-YEARS
005440             INVALID KEY MOVE "y" TO ws-eof
005450         END-START
005460         IF ws-eof NOT = "y"
005470             READ VESTFILE NEXT RECORD
005480                 AT END MOVE "y" TO ws-eof
005490             END-READ
005500         END-IF
005510     END-IF.
005520     PERFORM TAKE-ONE-VEST-STEP
005530         UNTIL ws-eof = "y"
005540             OR VEST-YEARS > ws-service-years.
005550
005560 TAKE-ONE-VEST-STEP.
005570     MOVE VEST-PCT TO ws-vest-pct-found.
005580     READ VESTFILE NEXT RECORD
005590         AT END MOVE "y" TO ws-eof
005600     END-READ.
005610
005620 SHOW-LOAN-BALANCE.
005630     MOVE ZERO  TO ws-loan-total.
005640     MOVE ZERO  TO ws-loan-count.
005650     MOVE SPACE TO ws-eof.
005660     IF ws-loan-open NOT = "Y"
005670         MOVE "y" TO ws-eof
005680     ELSE
005690         MOVE PART-ACCOUNT TO LOAN-ACCOUNT
005700         MOVE ZERO         TO LOAN-NO
005710         START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
005720             INVALID KEY MOVE "y" TO ws-eof
005730         END-START
005740     END-IF.
005750     PERFORM TAKE-ONE-LOAN UNTIL ws-eof = "y".
005760     IF ws-loan-count = ZERO
005770         DISPLAY "  OUTSTANDING LOANS              (none)"
005780     ELSE
005790         MOVE ws-loan-total TO ws-money-1
005800         DISPLAY "  OUTSTANDING LOANS              " ws-money-1
005810             "  (" ws-loan-count " active)"
005820     END-IF.
005830
005840 TAKE-ONE-LOAN.
005850     READ LOANFILE NEXT RECORD
005860         AT END MOVE "y" TO ws-eof
005870     END-READ.
005880     IF ws-eof NOT = "y"
005890         IF LOAN-ACCOUNT NOT = PART-ACCOUNT
005900             MOVE "y" TO ws-eof
005910         ELSE
005920             IF LOAN-ACTIVE
005930                 ADD 1 TO ws-loan-count
005940                 ADD LOAN-BALANCE TO ws-loan-total
005950             END-IF
005960         END-IF
005970     END-IF.
005980
005990*--------------------------------
006000* The account's split across the funds from the latest
006010* FUNDBAL.DAT slices, each with its share of the total.
006020*--------------------------------
006030 SHOW-FUND-ALLOCATION.
006040     MOVE ZERO  TO ws-alloc-count.
006050     MOVE ZERO  TO ws-alloc-total.
006060     MOVE SPACE TO ws-eof.
006070     IF ws-fb-open NOT = "Y"
006080         MOVE "y" TO ws-eof
006090     ELSE
006100         MOVE PART-ACCOUNT TO FB-ACCOUNT
006110         MOVE LOW-VALUES   TO FB-FUND
006120         START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
006130             INVALID KEY MOVE "y" TO ws-eof
006140         END-START
006150     END-IF.
006160     PERFORM TAKE-ONE-FUND-SLICE
006170         UNTIL ws-eof = "y" OR ws-alloc-count NOT < 20.
006180     DISPLAY "  FUND ALLOCATION".
006190     IF ws-alloc-count = ZERO
006200         DISPLAY "    (no fund balances on file yet)"
006210     ELSE
006220         MOVE ZERO TO ws-alloc-sub
006230         PERFORM SHOW-ONE-ALLOCATION
006240             UNTIL ws-alloc-sub NOT < ws-alloc-count
006250     END-IF.
006260
006270 TAKE-ONE-FUND-SLICE.
006280     READ FUNDBAL-FILE NEXT RECORD
006290         AT END MOVE "y" TO ws-eof
006300     END-READ.
006310     IF ws-eof NOT = "y"
006320         IF FB-ACCOUNT NOT = PART-ACCOUNT
006330             MOVE "y" TO ws-eof
006340         ELSE
006350             ADD 1 TO ws-alloc-count
006360             MOVE FB-FUND            TO ws-al-fund(ws-alloc-count)
006370             MOVE FB-CURRENT-BALANCE
006380                 TO ws-al-balance(ws-alloc-count)
006390             ADD FB-CURRENT-BALANCE  TO ws-alloc-total
006400         END-IF
006410     END-IF.
006420
006430 SHOW-ONE-ALLOCATION.
006440     ADD 1 TO ws-alloc-sub.
006450     MOVE ws-al-fund(ws-alloc-sub) TO ws-fund-label.
006460     IF ws-fund-open = "Y"
006470         MOVE ws-al-fund(ws-alloc-sub) TO FUND-CODE
006480         READ FUNDFILE
006490             INVALID KEY CONTINUE
006500             NOT INVALID KEY
006510                 MOVE SPACES TO ws-fund-label
006520                 STRING FUND-CODE " " FUND-NAME(1:22)
006530                     DELIMITED BY SIZE INTO ws-fund-label
006540         END-READ
006550     END-IF.
006560     IF ws-alloc-total NOT = ZERO
006570         COMPUTE ws-alloc-pct ROUNDED =
006580             (ws-al-balance(ws-alloc-sub) / ws-alloc-total) * 100
006590     ELSE
006600         MOVE ZERO TO ws-alloc-pct
006610     END-IF.
006620     MOVE ws-al-balance(ws-alloc-sub) TO ws-money-1.
006630     MOVE ws-alloc-pct TO ws-pct-disp.
006640     DISPLAY "    " ws-fund-label ws-money-1 "  " ws-pct-disp "%".
006650
006660 SHOW-BENEFICIARIES.
006670     MOVE ZERO  TO ws-bene-count.
006680     MOVE SPACE TO ws-eof.
006690     DISPLAY "  BENEFICIARIES".
006700     IF ws-bene-open NOT = "Y"
006710         MOVE "y" TO ws-eof
006720     ELSE
006730         MOVE PART-ACCOUNT TO BENE-ACCOUNT
006740         MOVE ZERO         TO BENE-SEQ
006750         START BENEFILE KEY IS NOT LESS THAN BENE-KEY
006760             INVALID KEY MOVE "y" TO ws-eof
006770         END-START
006780     END-IF.
006790     PERFORM SHOW-ONE-BENEFICIARY UNTIL ws-eof = "y".
006800     IF ws-bene-count = ZERO
006810         DISPLAY "    (none on file - please see HR to name one)"
006820     END-IF.
006830
006840 SHOW-ONE-BENEFICIARY.
006850     READ BENEFILE NEXT RECORD
006860         AT END MOVE "y" TO ws-eof
006870     END-READ.
006880     IF ws-eof NOT = "y"
006890         IF BENE-ACCOUNT NOT = PART-ACCOUNT
006900             MOVE "y" TO ws-eof
006910         ELSE
006920             ADD 1 TO ws-bene-count
006930             IF BENE-PRIMARY
006940                 MOVE "PRIMARY"    TO ws-bene-class-label
006950             ELSE
006960                 MOVE "CONTINGENT" TO ws-bene-class-label
006970             END-IF
006980             MOVE BENE-SHARE-PCT TO ws-vest-pct-disp
006990             DISPLAY "    " BENE-NAME " " BENE-RELATIONSHIP " "
007000                 ws-bene-class-label " " ws-vest-pct-disp "%"
007010         END-IF
007020     END-IF.
