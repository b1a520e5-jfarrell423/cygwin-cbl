000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SWPRUN.
000030*--------------------------------
000040* Monthly systematic withdrawal run.  Pays every active plan on
000050* SYSWD.DAT (SWPREC.CPY, kept on swpmnt.cbl) that has come due:
000060*
000070*   1. each payment due on or before the through date files an
000080*      approved request on WDREQ.DAT (type S, entered and
000090*      decided by SWPRUN) and posts the W line to PERFTXN.DAT
000100*      the way forceout.cbl does; payrun.cbl pays it.  A fixed
000110*      payment steps up by the plan's COLA percent the first
000120*      time a payment falls in a new year; a percent plan pays
000130*      the balance times the rate, spread over the payments in
000140*      a year;
000150*   2. a plan whose balance can no longer cover the payment is
000160*      stopped (status S), and one past its stop date is ended
000170*      (status E) - either way it pays nothing more until it is
000180*      set up again on swpmnt;
000190*   3. a participant of RMD age (72 or older at the end of the
000200*      run year) whose plan pays less in a year than the
000210*      required distribution on the prior year-end balance is
000220*      listed - the plan administrator raises the payment or
000230*      files the difference;
000240*   4. SWPRUN.PRT lists the payments, the stopped and ended
000250*      plans, the RMD shortfalls, and the schedule of every
000260*      active plan's next payment.
000270*
000280* The balance is the latest PERFHIST.DAT snapshot less the W
000290* and O lines posted to PERFTXN.DAT after it (a reversal puts
000300* its amount back).  A plan with no snapshot is left active and
000310* listed for review.  The through date is SWPRUN_THROUGH
000320* (YYYYMMDD), default today.  RETURN-CODE 4 when anything is
000330* listed for review or short of the RMD.
000340*
000350* 2026-10  JDF  New program.
000360*--------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400 SELECT SWPFILE ASSIGN TO "SYSWDDAT"
000410     FILE STATUS IS ws-swp-status
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000440     RECORD KEY IS SW-ACCOUNT.
000450
000460 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000470     FILE STATUS IS ws-part-status
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS PART-ACCOUNT.
000510
000520 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
000530     FILE STATUS IS ws-hist-status
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS HIST-KEY.
000570
000580 SELECT WDRQFILE ASSIGN TO "WDREQDAT"
000590     FILE STATUS IS ws-wdrq-status
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS DYNAMIC
000620     RECORD KEY IS WR-REQUEST-NO.
000630
000640 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS ws-txn-status.
000670
000680 SELECT PRINT-FILE ASSIGN TO "SWPRUNPRT"
000690     ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SWPFILE.
000740     COPY SWPREC.
000750
000760 FD  PARTICIPANT-FILE.
000770     COPY PARTREC.
000780
000790 FD  HISTORY-FILE.
000800 01  HIST-REC.
000810     05  HIST-KEY.
000820         10  HIST-ACCOUNT            PIC X(10).
000830         10  HIST-RUN-DATE           PIC 9(08).
000840     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
000850     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
000860     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
000870     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
000880
000890 FD  WDRQFILE.
000900     COPY WDRQREC.
000910
000920 FD  TXN-FILE.
000930     COPY TXNREC.
000940
000950 FD  PRINT-FILE.
000960 01  PRINT-LINE                      PIC X(80).
000970
000980 WORKING-STORAGE SECTION.
000990     COPY RPTHEAD.
001000
001010 01  ws-swp-status                   pic x(02).
001020 01  ws-part-status                  pic x(02).
001030 01  ws-hist-status                  pic x(02).
001040 01  ws-wdrq-status                  pic x(02).
001050 01  ws-txn-status                   pic x(02).
001060 01  ws-hist-open                    pic x(01) value "N".
001070 01  ws-eof                          pic x(01) value space.
001080 01  ws-hist-eof                     pic x(01) value space.
001090 01  ws-txn-eof                      pic x(01) value space.
001100 01  ws-wdrq-eof                     pic x(01) value space.
001110 01  ws-found                        pic x(01) value space.
001120 01  ws-on-master                    pic x(01) value space.
001130 01  ws-plan-held                    pic x(01) value space.
001140 01  ws-want-account                 pic x(10) value spaces.
001150 01  ws-env-check                    pic x(08) value spaces.
001160 01  ws-run-date                     pic 9(08) value zero.
001170 01  ws-through-date                 pic 9(08) value zero.
001180 01  ws-run-year                     pic 9(04) value zero.
001190 01  ws-prior-year-end               pic 9(08) value zero.
001200 01  ws-next-request                 pic 9(06) value zero.
001210
001220*--------------------------------
001230* The next due date, taken apart to step it on by months.
001240*--------------------------------
001250 01  ws-due-date                     pic 9(08) value zero.
001260 01  ws-due-date-x redefines ws-due-date.
001270     05  ws-due-year                 pic 9(04).
001280     05  ws-due-month                pic 9(02).
001290     05  ws-due-day                  pic 9(02).
001300 01  ws-months-apart                 pic 9(02) value zero.
001310 01  ws-pays-per-year                pic 9(02) value zero.
001320
001330*--------------------------------
001340* Every plan active at the start of the run, in account order,
001350* with its balance as the run works it down.
001360*--------------------------------
001370 01  ws-plan-max                     pic 9(04) value 3000.
001380 01  ws-plan-count                   pic 9(04) value zero.
001390 01  ws-plan-sub                     pic 9(04) value zero.
001400 01  ws-plan-overflow                pic 9(05) value zero.
001410 01  ws-plan-table.
001420     05  ws-plan-entry occurs 3000 times.
001430         10  ws-pl-account           pic x(10).
001440         10  ws-pl-bal-found         pic x(01).
001450         10  ws-pl-snap-date         pic 9(08).
001460         10  ws-pl-balance           pic s9(9)v99.
001470         10  ws-pl-prior-found       pic x(01).
001480         10  ws-pl-prior-balance     pic s9(9)v99.
001490
001500*--------------------------------
001510* IRS Uniform Lifetime Table divisors, ages 72-120, tenths -
001520* the same table rmdnotif.cbl carries; keep the two in step if
001530* the IRS revises it.
001540*--------------------------------
001550 01  ws-rmd-divisor-data.
001560     05  filler                      pic x(51) value
001570         "274265255246237229220211202194185177168160152144137".
001580     05  filler                      pic x(51) value
001590         "129122115108101095089084078073068064060056052049046".
001600     05  filler                      pic x(45) value
001610         "043041039037035034033031030029028027025023020".
001620 01  ws-rmd-divisor-table redefines ws-rmd-divisor-data.
001630     05  ws-rmd-divisor-entry        pic 999 occurs 49 times.
001640
001650 01  ws-birth-year                   pic 9(04) value zero.
001660 01  ws-age-at-yearend               pic 9(03) value zero.
001670 01  ws-rmd-subscript                pic 9(03) value zero.
001680 01  ws-rmd-divisor                  pic 99v9 value zero.
001690 01  ws-rmd-annual                   pic 9(9)v99 value zero.
001700 01  ws-plan-annual                  pic 9(9)v99 value zero.
001710
001720*--------------------------------
001730* RMD shortfalls, listed after the payments.
001740*--------------------------------
001750 01  ws-short-count                  pic 9(04) value zero.
001760 01  ws-short-sub                    pic 9(04) value zero.
001770 01  ws-short-overflow               pic 9(05) value zero.
001780 01  ws-short-table.
001790     05  ws-short-entry occurs 500 times.
001800         10  ws-sh-account           pic x(10).
001810         10  ws-sh-name              pic x(20).
001820         10  ws-sh-age               pic 9(03).
001830         10  ws-sh-annual            pic 9(9)v99.
001840         10  ws-sh-rmd               pic 9(9)v99.
001850
001860 01  ws-payment                      pic 9(9)v99 value zero.
001870 01  ws-paid-count                   pic 9(05) value zero.
001880 01  ws-paid-total                   pic 9(11)v99 value zero.
001890 01  ws-stopped-count                pic 9(05) value zero.
001900 01  ws-ended-count                  pic 9(05) value zero.
001910 01  ws-review-count                 pic 9(05) value zero.
001920 01  ws-active-count                 pic 9(05) value zero.
001930 01  ws-activity-count               pic 9(05) value zero.
001940 01  ws-name                         pic x(20) value spaces.
001950
001960 01  ws-date-in                      pic 9(08) value zero.
001970 01  ws-date-disp                    pic x(10) value spaces.
001980 01  ws-money-1                      pic $$,$$$,$$9.99.
001990 01  ws-money-2                      pic $$,$$$,$$9.99.
002000 01  ws-money-3                      pic $$$,$$$,$$$,$$9.99.
002010 01  ws-text-line                    pic x(80) value spaces.
002020
002030 PROCEDURE DIVISION.
002040 PROGRAM-BEGIN.
002050     CALL "shopcfg"
002060         ON EXCEPTION
002070             DISPLAY "shopcfg not found - default "
002080                 "file locations in effect"
002090     END-CALL.
002100     PERFORM OPEN-FILES.
002110     PERFORM FIND-NEXT-REQUEST-NO.
002120     PERFORM LOAD-ACTIVE-PLANS.
002130     PERFORM TAKE-OFF-LATER-DEBITS.
002140     PERFORM PAY-DUE-PLANS.
002150     PERFORM PRINT-RMD-SHORTFALLS.
002160     PERFORM PRINT-PAYMENT-SCHEDULE.
002170     PERFORM CLOSE-FILES.
002180     DISPLAY "Systematic withdrawal run complete - " ws-paid-count
002190         " paid, " ws-stopped-count " stopped, " ws-ended-count
002200         " ended.".
002210     IF ws-review-count > ZERO OR ws-short-count > ZERO
002220         MOVE 4 TO RETURN-CODE
002230     END-IF.
002240     STOP RUN.
002250
002260 OPEN-FILES.
002270     OPEN I-O SWPFILE.
002280     IF ws-swp-status NOT = "00"
002290         DISPLAY "No systematic withdrawal plans - nothing to do."
002300         MOVE 1 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     OPEN INPUT PARTICIPANT-FILE.
002340     IF ws-part-status NOT = "00"
002350         DISPLAY "No participant master - nothing to do."
002360         CLOSE SWPFILE
002370         MOVE 1 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN INPUT HISTORY-FILE.
002410     IF ws-hist-status = "00"
002420         MOVE "Y" TO ws-hist-open
002430     END-IF.
002440     OPEN I-O WDRQFILE.
002450     IF ws-wdrq-status = "35"
002460         OPEN OUTPUT WDRQFILE
002470         CLOSE WDRQFILE
002480         OPEN I-O WDRQFILE
002490     END-IF.
002500     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002510     MOVE ws-run-date TO ws-through-date.
002520     ACCEPT ws-env-check FROM ENVIRONMENT "SWPRUN_THROUGH".
002530     IF ws-env-check IS NUMERIC
002540         MOVE ws-env-check TO ws-through-date
002550     END-IF.
002560     MOVE ws-through-date(1:4) TO ws-run-year.
002570     COMPUTE ws-prior-year-end = (ws-run-year - 1) * 10000 + 1231.
002580     OPEN OUTPUT PRINT-FILE.
002590     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002600         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002610     MOVE "SYSTEMATIC WITHDRAWALS" TO RPT-TITLE.
002620     MOVE 1 TO RPT-PAGE-NUMBER.
002630     WRITE PRINT-LINE FROM RPT-HEADING-1.
002640     WRITE PRINT-LINE FROM RPT-HEADING-2.
002650     MOVE ws-through-date TO ws-date-in.
002660     PERFORM FORMAT-DATE.
002670     MOVE SPACES TO ws-text-line.
002680     STRING "PAYMENTS DUE THROUGH " ws-date-disp
002690         DELIMITED BY SIZE INTO ws-text-line.
002700     PERFORM SHOW-LINE.
002710
002720 CLOSE-FILES.
002730     CLOSE SWPFILE.
002740     CLOSE WDRQFILE.
002750     CLOSE PARTICIPANT-FILE.
002760     IF ws-hist-open = "Y"
002770         CLOSE HISTORY-FILE
002780     END-IF.
002790     CLOSE PRINT-FILE.
002800
002810 FIND-NEXT-REQUEST-NO.
002820     MOVE ZERO TO ws-next-request.
002830     MOVE SPACE TO ws-wdrq-eof.
002840     MOVE ZERO TO WR-REQUEST-NO.
002850     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
002860         INVALID KEY MOVE "y" TO ws-wdrq-eof
002870     END-START.
002880     PERFORM TAKE-ONE-REQUEST-NO UNTIL ws-wdrq-eof = "y".
002890     ADD 1 TO ws-next-request.
002900
002910 TAKE-ONE-REQUEST-NO.
002920     READ WDRQFILE NEXT RECORD
002930         AT END MOVE "y" TO ws-wdrq-eof
002940     END-READ.
002950     IF ws-wdrq-eof NOT = "y"
002960         MOVE WR-REQUEST-NO TO ws-next-request
002970     END-IF.
002980
002990 START-PLAN-SWEEP.
003000     MOVE SPACE TO ws-eof.
003010     MOVE LOW-VALUES TO SW-ACCOUNT.
003020     START SWPFILE KEY IS NOT LESS THAN SW-ACCOUNT
003030         INVALID KEY MOVE "y" TO ws-eof
003040     END-START.
003050     IF ws-eof NOT = "y"
003060         READ SWPFILE NEXT RECORD
003070             AT END MOVE "y" TO ws-eof
003080         END-READ
003090     END-IF.
003100
003110*--------------------------------
003120* Pass 1: every active plan into the table with its latest
003130* snapshot and its prior year-end balance.
003140*--------------------------------
003150 LOAD-ACTIVE-PLANS.
003160     MOVE ZERO TO ws-plan-count.
003170     PERFORM START-PLAN-SWEEP.
003180     PERFORM LOAD-ONE-PLAN UNTIL ws-eof = "y".
003190     IF ws-plan-overflow > ZERO
003200         DISPLAY "Plan table full - " ws-plan-overflow
003210             " active plans not paid this run."
003220         ADD ws-plan-overflow TO ws-review-count
003230     END-IF.
003240
003250 LOAD-ONE-PLAN.
003260     IF SW-ACTIVE
003270         IF ws-plan-count < ws-plan-max
003280             ADD 1 TO ws-plan-count
003290             MOVE ws-plan-count TO ws-plan-sub
003300             MOVE SW-ACCOUNT TO ws-pl-account(ws-plan-sub)
003310             PERFORM FIND-PLAN-BALANCES
003320         ELSE
003330             ADD 1 TO ws-plan-overflow
003340         END-IF
003350     END-IF.
003360     READ SWPFILE NEXT RECORD
003370         AT END MOVE "y" TO ws-eof
003380     END-READ.
003390
003400 FIND-PLAN-BALANCES.
003410     MOVE "N"  TO ws-pl-bal-found(ws-plan-sub).
003420     MOVE ZERO TO ws-pl-snap-date(ws-plan-sub).
003430     MOVE ZERO TO ws-pl-balance(ws-plan-sub).
003440     MOVE "N"  TO ws-pl-prior-found(ws-plan-sub).
003450     MOVE ZERO TO ws-pl-prior-balance(ws-plan-sub).
003460     MOVE SPACE TO ws-hist-eof.
003470     IF ws-hist-open NOT = "Y"
003480         MOVE "y" TO ws-hist-eof
003490     ELSE
003500         MOVE SW-ACCOUNT TO HIST-ACCOUNT
003510         MOVE ZERO       TO HIST-RUN-DATE
003520         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
003530             INVALID KEY MOVE "y" TO ws-hist-eof
003540         END-START
003550     END-IF.
003560     PERFORM TAKE-ONE-SNAPSHOT UNTIL ws-hist-eof = "y".
003570
003580 TAKE-ONE-SNAPSHOT.
003590     READ HISTORY-FILE NEXT RECORD
003600         AT END MOVE "y" TO ws-hist-eof
003610     END-READ.
003620     IF ws-hist-eof NOT = "y"
003630         IF HIST-ACCOUNT NOT = SW-ACCOUNT
003640             MOVE "y" TO ws-hist-eof
003650         ELSE
003660             MOVE "Y" TO ws-pl-bal-found(ws-plan-sub)
003670             MOVE HIST-RUN-DATE TO ws-pl-snap-date(ws-plan-sub)
003680             MOVE HIST-CURRENT-BALANCE
003690                 TO ws-pl-balance(ws-plan-sub)
003700             IF HIST-RUN-DATE NOT > ws-prior-year-end
003710                 MOVE "Y" TO ws-pl-prior-found(ws-plan-sub)
003720                 MOVE HIST-CURRENT-BALANCE
003730                     TO ws-pl-prior-balance(ws-plan-sub)
003740             END-IF
003750         END-IF
003760     END-IF.
003770
003780*--------------------------------
003790* Withdrawals and transfers out posted since the snapshot have
003800* already left the account.
003810*--------------------------------
003820 TAKE-OFF-LATER-DEBITS.
003830     OPEN INPUT TXN-FILE.
003840     IF ws-txn-status = "00"
003850         MOVE SPACE TO ws-txn-eof
003860         PERFORM TAKE-ONE-DEBIT UNTIL ws-txn-eof = "y"
003870         CLOSE TXN-FILE
003880     END-IF.
003890
003900 TAKE-ONE-DEBIT.
003910     READ TXN-FILE
003920         AT END MOVE "y" TO ws-txn-eof
003930     END-READ.
003940     IF ws-txn-eof NOT = "y"
003950         IF TXN-TYPE = "W" OR TXN-TYPE = "O"
003960             PERFORM FIND-PLAN-ENTRY
003970             MOVE TXN-ACCOUNT TO ws-want-account
003980             PERFORM FIND-PLAN-ENTRY
003990             IF ws-found = "y"
004000                 IF TXN-DATE > ws-pl-snap-date(ws-plan-sub)
004010                     IF TXN-REVERSAL
004020                         ADD TXN-AMOUNT
004030                             TO ws-pl-balance(ws-plan-sub)
004040                     ELSE
004050                         SUBTRACT TXN-AMOUNT
004060                             FROM ws-pl-balance(ws-plan-sub)
004070                     END-IF
004080                 END-IF
004090             END-IF
004100         END-IF
004110     END-IF.
004120
004130 FIND-PLAN-ENTRY.
004140     MOVE "n" TO ws-found.
004150     PERFORM MATCH-ONE-PLAN-ENTRY
004160         VARYING ws-plan-sub FROM 1 BY 1
004170         UNTIL ws-plan-sub > ws-plan-count
004180             OR ws-found = "y".
004190     IF ws-found = "y"
004200         SUBTRACT 1 FROM ws-plan-sub
004210     END-IF.
004220
004230 MATCH-ONE-PLAN-ENTRY.
004240     IF ws-pl-account(ws-plan-sub) = ws-want-account
004250         MOVE "y" TO ws-found
004260     END-IF.
004270
004280*--------------------------------
004290* Pass 2: pay what has come due, plan by plan.
004300*--------------------------------
004310 PAY-DUE-PLANS.
004320     MOVE SPACES TO ws-text-line.
004330     PERFORM SHOW-LINE.
004340     MOVE "PAYMENTS GENERATED AND PLANS STOPPED" TO ws-text-line.
004350     PERFORM SHOW-LINE.
004360     MOVE "  ACCOUNT    NAME                 REQUEST  DUE"
004370         TO ws-text-line.
004380     MOVE "PAYMENT" TO ws-text-line(62:7).
004390     PERFORM SHOW-LINE.
004400     PERFORM START-PLAN-SWEEP.
004410     PERFORM PAY-ONE-PLAN UNTIL ws-eof = "y".
004420     IF ws-activity-count = ZERO
004430         MOVE "  (none)" TO ws-text-line
004440         PERFORM SHOW-LINE
004450     END-IF.
004460     MOVE SPACES TO ws-text-line.
004470     PERFORM SHOW-LINE.
004480     MOVE ws-paid-total TO ws-money-3.
004490     MOVE SPACES TO ws-text-line.
004500     STRING ws-paid-count " PAYMENTS  " ws-money-3
004510         "   " ws-stopped-count " STOPPED  " ws-ended-count
004520         " ENDED" DELIMITED BY SIZE INTO ws-text-line.
004530     PERFORM SHOW-LINE.
004540
004550 PAY-ONE-PLAN.
004560     IF SW-ACTIVE
004570         MOVE SW-ACCOUNT TO ws-want-account
004580         PERFORM FIND-PLAN-ENTRY
004590         IF ws-found = "y"
004600             PERFORM READ-PARTICIPANT
004610             PERFORM PAY-ONE-ACCOUNT
004620         END-IF
004630     END-IF.
004640     READ SWPFILE NEXT RECORD
004650         AT END MOVE "y" TO ws-eof
004660     END-READ.
004670
004680 READ-PARTICIPANT.
004690     MOVE "y" TO ws-on-master.
004700     MOVE SW-ACCOUNT TO PART-ACCOUNT.
004710     READ PARTICIPANT-FILE
004720         INVALID KEY
004730             MOVE "n" TO ws-on-master
004740     END-READ.
004750     IF ws-on-master = "y"
004760         MOVE PART-NAME(1:20) TO ws-name
004770     ELSE
004780         MOVE "(NOT ON MASTER)" TO ws-name
004790     END-IF.
004800
004810 PAY-ONE-ACCOUNT.
004820     EVALUATE TRUE
004830         WHEN ws-on-master NOT = "y"
004840             PERFORM NOTE-REVIEW-ITEM
004850         WHEN ws-pl-bal-found(ws-plan-sub) NOT = "Y"
004860             PERFORM NOTE-REVIEW-ITEM
004870         WHEN OTHER
004880             PERFORM SET-PAYMENT-SPACING
004890             MOVE "n" TO ws-plan-held
004900             PERFORM PAY-ONE-DUE-DATE
004910                 UNTIL SW-NEXT-DUE > ws-through-date
004920                     OR NOT SW-ACTIVE
004930                     OR ws-plan-held = "y"
004940             IF SW-ACTIVE AND SW-STOP-DATE > ZERO
004950                 AND SW-NEXT-DUE > SW-STOP-DATE
004960                 PERFORM END-PLAN
004970             END-IF
004980             IF SW-ACTIVE
004990                 PERFORM CHECK-RMD-COVERAGE
005000             END-IF
005010             REWRITE SWP-REC
005020                 INVALID KEY
005030                     DISPLAY "Problem with plan index for "
005040                         SW-ACCOUNT
005050             END-REWRITE
005060     END-EVALUATE.
005070
005080 NOTE-REVIEW-ITEM.
005090     ADD 1 TO ws-review-count.
005100     ADD 1 TO ws-activity-count.
005110     MOVE SPACES TO ws-text-line.
005120     IF ws-on-master NOT = "y"
005130         STRING "  " SW-ACCOUNT " " ws-name
005140             " *** NOT ON MASTER - NOT PAID, REVIEW"
005150             DELIMITED BY SIZE INTO ws-text-line
005160     ELSE
005170         STRING "  " SW-ACCOUNT " " ws-name
005180             " *** NO BALANCE ON FILE - NOT PAID, REVIEW"
005190             DELIMITED BY SIZE INTO ws-text-line
005200     END-IF.
005210     PERFORM SHOW-LINE.
005220
005230 SET-PAYMENT-SPACING.
005240     EVALUATE TRUE
005250         WHEN SW-MONTHLY
005260             MOVE 1  TO ws-months-apart
005270             MOVE 12 TO ws-pays-per-year
005280         WHEN SW-QUARTERLY
005290             MOVE 3  TO ws-months-apart
005300             MOVE 4  TO ws-pays-per-year
005310         WHEN SW-SEMI-ANNUAL
005320             MOVE 6  TO ws-months-apart
005330             MOVE 2  TO ws-pays-per-year
005340         WHEN OTHER
005350             MOVE 12 TO ws-months-apart
005360             MOVE 1  TO ws-pays-per-year
005370     END-EVALUATE.
005380
005390 PAY-ONE-DUE-DATE.
005400     MOVE SW-NEXT-DUE TO ws-due-date.
005410     IF SW-STOP-DATE > ZERO AND SW-NEXT-DUE > SW-STOP-DATE
005420         PERFORM END-PLAN
005430     ELSE
005440         IF SW-FIXED-AMOUNT AND SW-COLA-PCT > ZERO
005450             PERFORM STEP-UP-ONE-YEAR
005460                 UNTIL SW-LAST-COLA-YEAR NOT < ws-due-year
005470         END-IF
005480         PERFORM WORK-OUT-PAYMENT
005490         IF ws-payment = ZERO
005500             OR ws-payment > ws-pl-balance(ws-plan-sub)
005510             PERFORM STOP-PLAN
005520         ELSE
005530             PERFORM QUEUE-PAYMENT
005540             PERFORM ADVANCE-NEXT-DUE
005550         END-IF
005560     END-IF.
005570
005580 STEP-UP-ONE-YEAR.
005590     ADD 1 TO SW-LAST-COLA-YEAR.
005600     COMPUTE SW-PAYMENT ROUNDED =
005610         SW-PAYMENT * (100 + SW-COLA-PCT) / 100.
005620
005630 WORK-OUT-PAYMENT.
005640     IF SW-PERCENT
005650         IF ws-pl-balance(ws-plan-sub) > ZERO
005660             COMPUTE ws-payment ROUNDED =
005670                 ws-pl-balance(ws-plan-sub) * SW-WD-PCT / 100
005680                     / ws-pays-per-year
005690         ELSE
005700             MOVE ZERO TO ws-payment
005710         END-IF
005720     ELSE
005730         MOVE SW-PAYMENT TO ws-payment
005740     END-IF.
005750
005760 QUEUE-PAYMENT.
005770     MOVE SPACES                TO WDRQ-REC.
005780     MOVE ws-next-request       TO WR-REQUEST-NO.
005790     MOVE SW-ACCOUNT            TO WR-ACCOUNT.
005800     MOVE "S"                   TO WR-TYPE.
005810     MOVE "SYSTEMATIC WITHDRAWAL PLAN" TO WR-REASON.
005820     MOVE ws-payment            TO WR-AMOUNT.
005830     MOVE "A"                   TO WR-STATUS.
005840     MOVE ws-run-date           TO WR-REQ-DATE.
005850     MOVE "SWPRUN"              TO WR-ENTERED-BY.
005860     MOVE ws-pl-balance(ws-plan-sub) TO WR-AVAILABLE.
005870     MOVE "SWPRUN"              TO WR-DECIDED-BY.
005880     MOVE ws-run-date           TO WR-DECISION-DATE.
005890     MOVE "N"                   TO WR-WH-ELECTED.
005900     MOVE ZERO                  TO WR-WH-PCT.
005910     MOVE ZERO                  TO WR-CHECK-NO.
005920     MOVE ZERO                  TO WR-PAID-DATE.
005930     MOVE "y" TO ws-found.
005940     WRITE WDRQ-REC
005950         INVALID KEY
005960             DISPLAY "Request " WR-REQUEST-NO " already on file."
005970             MOVE "n" TO ws-found
005980     END-WRITE.
005990     ADD 1 TO ws-activity-count.
006000     IF ws-found NOT = "y"
006010         ADD 1 TO ws-review-count
006020         MOVE SPACES TO ws-text-line
006030         STRING "  " SW-ACCOUNT " " ws-name
006040             " *** REQUEST " WR-REQUEST-NO " NOT FILED - REVIEW"
006050             DELIMITED BY SIZE INTO ws-text-line
006060         PERFORM SHOW-LINE
006070         MOVE "y" TO ws-plan-held
006080     ELSE
006090         PERFORM POST-WITHDRAWAL
006100         SUBTRACT ws-payment FROM ws-pl-balance(ws-plan-sub)
006110         MOVE SW-NEXT-DUE TO SW-LAST-PAID
006120         MOVE ws-payment  TO SW-LAST-AMOUNT
006130         ADD 1 TO ws-paid-count
006140         ADD ws-payment TO ws-paid-total
006150         MOVE SW-NEXT-DUE TO ws-date-in
006160         PERFORM FORMAT-DATE
006170         MOVE ws-payment TO ws-money-1
006180         MOVE SPACES TO ws-text-line
006190         STRING "  " SW-ACCOUNT " " ws-name " " WR-REQUEST-NO
006200             "   " ws-date-disp "  " ws-money-1
006210             DELIMITED BY SIZE INTO ws-text-line
006220         PERFORM SHOW-LINE
006230     END-IF.
006240     ADD 1 TO ws-next-request.
006250
006260 POST-WITHDRAWAL.
006270     MOVE SPACES          TO TXN-REC.
006280     MOVE WR-ACCOUNT      TO TXN-ACCOUNT.
006290     MOVE ws-run-date     TO TXN-DATE.
006300     MOVE "W"             TO TXN-TYPE.
006310     MOVE WR-AMOUNT       TO TXN-AMOUNT.
006320     MOVE "SWPRUN"        TO TXN-APPROVER.
006330     OPEN EXTEND TXN-FILE.
006340     IF ws-txn-status = "35"
006350         OPEN OUTPUT TXN-FILE
006360     END-IF.
006370     WRITE TXN-REC.
006380     CLOSE TXN-FILE.
006390
006400*--------------------------------
006410* Pay days run 1 to 28, so stepping the month on never lands
006420* on a day the month does not have.
006430*--------------------------------
006440 ADVANCE-NEXT-DUE.
006450     MOVE SW-NEXT-DUE TO ws-due-date.
006460     ADD ws-months-apart TO ws-due-month.
006470     IF ws-due-month > 12
006480         SUBTRACT 12 FROM ws-due-month
006490         ADD 1 TO ws-due-year
006500     END-IF.
006510     MOVE ws-due-date TO SW-NEXT-DUE.
006520
006530 STOP-PLAN.
006540     MOVE "S" TO SW-STATUS.
006550     ADD 1 TO ws-stopped-count.
006560     ADD 1 TO ws-activity-count.
006570     MOVE ws-pl-balance(ws-plan-sub) TO ws-money-1.
006580     MOVE ws-payment TO ws-money-2.
006590     IF ws-pl-balance(ws-plan-sub) < ZERO
006600         MOVE ZERO TO ws-money-1
006610     END-IF.
006620     MOVE SPACES TO ws-text-line.
006630     STRING "  " SW-ACCOUNT " " ws-name " *** STOPPED - BALANCE "
006640         ws-money-1 DELIMITED BY SIZE INTO ws-text-line.
006650     PERFORM SHOW-LINE.
006660     MOVE SPACES TO ws-text-line.
006670     STRING "         WILL NOT COVER THE PAYMENT OF " ws-money-2
006680         DELIMITED BY SIZE INTO ws-text-line.
006690     PERFORM SHOW-LINE.
006700
006710 END-PLAN.
006720     MOVE "E" TO SW-STATUS.
006730     ADD 1 TO ws-ended-count.
006740     ADD 1 TO ws-activity-count.
006750     MOVE SW-STOP-DATE TO ws-date-in.
006760     PERFORM FORMAT-DATE.
006770     MOVE SPACES TO ws-text-line.
006780     STRING "  " SW-ACCOUNT " " ws-name " ENDED - STOP DATE "
006790         ws-date-disp DELIMITED BY SIZE INTO ws-text-line.
006800     PERFORM SHOW-LINE.
006810
006820*--------------------------------
006830* Age 72 or older at the end of the run year: the plan's
006840* payments for a year against the required distribution on the
006850* prior year-end balance, as rmdnotif.cbl works it.
006860*--------------------------------
006870 CHECK-RMD-COVERAGE.
006880     MOVE PART-BIRTH-DATE(1:4) TO ws-birth-year.
006890     IF ws-birth-year > ZERO
006900         AND ws-pl-prior-found(ws-plan-sub) = "Y"
006910         AND ws-pl-prior-balance(ws-plan-sub) > ZERO
006920         COMPUTE ws-age-at-yearend = ws-run-year - ws-birth-year
006930         IF ws-age-at-yearend NOT < 72
006940             PERFORM COMPUTE-RMD
006950             PERFORM COMPUTE-PLAN-ANNUAL
006960             IF ws-plan-annual < ws-rmd-annual
006970                 PERFORM NOTE-SHORTFALL
006980             END-IF
006990         END-IF
007000     END-IF.
007010
007020 COMPUTE-RMD.
007030     IF ws-age-at-yearend > 120
007040         MOVE 120 TO ws-age-at-yearend
007050     END-IF.
007060     COMPUTE ws-rmd-subscript = ws-age-at-yearend - 71.
007070     COMPUTE ws-rmd-divisor =
007080         ws-rmd-divisor-entry(ws-rmd-subscript) / 10.
007090     COMPUTE ws-rmd-annual ROUNDED =
007100         ws-pl-prior-balance(ws-plan-sub) / ws-rmd-divisor.
007110
007120 COMPUTE-PLAN-ANNUAL.
007130     IF SW-PERCENT
007140         COMPUTE ws-plan-annual ROUNDED =
007150             ws-pl-prior-balance(ws-plan-sub) * SW-WD-PCT / 100
007160     ELSE
007170         COMPUTE ws-plan-annual = SW-PAYMENT * ws-pays-per-year
007180     END-IF.
007190
007200 NOTE-SHORTFALL.
007210     IF ws-short-count < 500
007220         ADD 1 TO ws-short-count
007230         MOVE SW-ACCOUNT        TO ws-sh-account(ws-short-count)
007240         MOVE ws-name           TO ws-sh-name(ws-short-count)
007250         MOVE ws-age-at-yearend TO ws-sh-age(ws-short-count)
007260         MOVE ws-plan-annual    TO ws-sh-annual(ws-short-count)
007270         MOVE ws-rmd-annual     TO ws-sh-rmd(ws-short-count)
007280     ELSE
007290         ADD 1 TO ws-short-overflow
007300     END-IF.
007310
007320 PRINT-RMD-SHORTFALLS.
007330     MOVE SPACES TO ws-text-line.
007340     PERFORM SHOW-LINE.
007350     MOVE "RMD-AGE PARTICIPANTS PAID LESS THAN THE RMD"
007360         TO ws-text-line.
007370     PERFORM SHOW-LINE.
007380     MOVE "  ACCOUNT    NAME                 AGE    PLAN A YEAR"
007390         TO ws-text-line.
007400     MOVE "RMD" TO ws-text-line(65:3).
007410     PERFORM SHOW-LINE.
007420     IF ws-short-count = ZERO
007430         MOVE "  (none)" TO ws-text-line
007440         PERFORM SHOW-LINE
007450     ELSE
007460         PERFORM PRINT-ONE-SHORTFALL
007470             VARYING ws-short-sub FROM 1 BY 1
007480             UNTIL ws-short-sub > ws-short-count
007490     END-IF.
007500     IF ws-short-overflow > ZERO
007510         MOVE SPACES TO ws-text-line
007520         STRING "  *** " ws-short-overflow
007530             " MORE NOT LISTED - TABLE FULL"
007540             DELIMITED BY SIZE INTO ws-text-line
007550         PERFORM SHOW-LINE
007560     END-IF.
007570
007580 PRINT-ONE-SHORTFALL.
007590     MOVE ws-sh-annual(ws-short-sub) TO ws-money-1.
007600     MOVE ws-sh-rmd(ws-short-sub)    TO ws-money-2.
007610     MOVE SPACES TO ws-text-line.
007620     STRING "  " ws-sh-account(ws-short-sub) " "
007630         ws-sh-name(ws-short-sub) " " ws-sh-age(ws-short-sub)
007640         "  " ws-money-1 "  " ws-money-2
007650         DELIMITED BY SIZE INTO ws-text-line.
007660     PERFORM SHOW-LINE.
007670
007680*--------------------------------
007690* Pass 3: every plan still active, with its next payment.  A
007700* percent plan's next payment is worked on the balance left
007710* after this run.
007720*--------------------------------
007730 PRINT-PAYMENT-SCHEDULE.
007740     MOVE SPACES TO ws-text-line.
007750     PERFORM SHOW-LINE.
007760     MOVE "PAYMENT SCHEDULE - ACTIVE PLANS" TO ws-text-line.
007770     PERFORM SHOW-LINE.
007780     MOVE "  ACCOUNT    NAME                 F  NEXT DUE"
007790         TO ws-text-line.
007800     MOVE "PAYMENT        A YEAR" TO ws-text-line(56:21).
007810     PERFORM SHOW-LINE.
007820     PERFORM START-PLAN-SWEEP.
007830     PERFORM SCHEDULE-ONE-PLAN UNTIL ws-eof = "y".
007840     IF ws-active-count = ZERO
007850         MOVE "  (none)" TO ws-text-line
007860         PERFORM SHOW-LINE
007870     END-IF.
007880
007890 SCHEDULE-ONE-PLAN.
007900     IF SW-ACTIVE
007910         ADD 1 TO ws-active-count
007920         PERFORM READ-PARTICIPANT
007930         PERFORM SET-PAYMENT-SPACING
007940         MOVE SW-ACCOUNT TO ws-want-account
007950         PERFORM FIND-PLAN-ENTRY
007960         IF ws-found = "y"
007970             PERFORM WORK-OUT-PAYMENT
007980         ELSE
007990             MOVE SW-PAYMENT TO ws-payment
008000         END-IF
008010         COMPUTE ws-plan-annual = ws-payment * ws-pays-per-year
008020         MOVE SW-NEXT-DUE TO ws-date-in
008030         PERFORM FORMAT-DATE
008040         MOVE ws-payment TO ws-money-1
008050         MOVE ws-plan-annual TO ws-money-2
008060         MOVE SPACES TO ws-text-line
008070         STRING "  " SW-ACCOUNT " " ws-name " " SW-FREQUENCY
008080             "  " ws-date-disp "  " ws-money-1 " " ws-money-2
008090             DELIMITED BY SIZE INTO ws-text-line
008100         PERFORM SHOW-LINE
008110     END-IF.
008120     READ SWPFILE NEXT RECORD
008130         AT END MOVE "y" TO ws-eof
008140     END-READ.
008150
008160 FORMAT-DATE.
008170     MOVE SPACES TO ws-date-disp.
008180     IF ws-date-in > ZERO
008190         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
008200             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-disp
008210     END-IF.
008220
008230 SHOW-LINE.
008240     MOVE ws-text-line TO PRINT-LINE.
008250     WRITE PRINT-LINE.
