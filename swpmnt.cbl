000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SWPMNT.
000030*--------------------------------
000040* Systematic withdrawal plan maintenance (SYSWD.DAT, SWPREC.CPY).
000050* A retiree who picked a withdrawal rate in the income calculator
000060* had to send a paper request every month, or someone keyed the
000070* type-W line by hand.  Here the plan is set up once per account:
000080*
000090*   METHOD     F a fixed payment, or P a percent of the balance
000100*              a year - one of the withdrawal rates of an
000110*              approved ASSUMTBL.DAT set, never typed freehand;
000120*   FREQUENCY  M monthly, Q quarterly, S semi-annual, A annual;
000130*   START      the first payment date (day 1 to 28, so every
000140*              month has it); blank is the first of next month;
000150*   STOP       the last date a payment may fall on; blank runs
000160*              until the balance gives out;
000170*   COLA       a fixed payment's step-up each January, percent.
000180*
000190* swprun.cbl pays the plans monthly.  L)ist shows every plan and
000200* its next payment; X cancels one, and A)dd over a stopped,
000210* ended, or cancelled plan starts it again.  Every add, change,
000220* and cancel writes a chained AUDITREC to REFAUDIT.DAT; updates
000230* honor the batchwin window-open flag with the audited
000240* supervisor override.
000250*
000260* 2026-10  JDF  New program.
000262* 2026-10  JDF  Update actions need the SWPUPD grant on the
000264*                access table once OPERACC.DAT is on file; the
000266*                operator ID is verified against the operator
000268*                master with its password first.
000270*--------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310 SELECT SWPFILE ASSIGN TO "SYSWDDAT"
000320 FILE STATUS IS ws-swp-status
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS SW-ACCOUNT.
000360
000370 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000380 FILE STATUS IS ws-part-status
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS PART-ACCOUNT.
000420
000430 SELECT ASSUMFILE ASSIGN TO "ASSUMTBLDAT"
000440 FILE STATUS IS ws-assum-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS ASSUM-SET-CODE.
000480
000490 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000500 ORGANIZATION IS LINE SEQUENTIAL
000510 FILE STATUS IS ws-audit-status.
000520
000530 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000540 FILE STATUS IS ws-oper-status
000550 ORGANIZATION IS INDEXED
000560 ACCESS MODE IS DYNAMIC
000570 RECORD KEY IS OPER-ID.
000580
000590 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000600 ORGANIZATION IS LINE SEQUENTIAL
000610 FILE STATUS IS ws-flag-status.
000620
000621 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000622 FILE STATUS IS ws-acc-status
000624 ORGANIZATION IS INDEXED
000625 ACCESS MODE IS DYNAMIC
000627 RECORD KEY IS ACC-KEY.
000628
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD SWPFILE.
000660     COPY SWPREC.
000670
000680 FD PARTFILE.
000690     COPY PARTREC.
000700
000710 FD ASSUMFILE.
000720     COPY ASSUMREC.
000730
000740 FD AUDITFILE.
000750 01  AUDIT-LINE                      PIC X(246).
000760
000770 FD OPERFILE.
000780     COPY OPERREC.
000790
000800 FD WINDOW-FLAG-FILE.
000810 01  WINDOW-FLAG-REC.
000820     05  FLG-STATE                   PIC X(04).
000830     05  FILLER                      PIC X(01).
000840     05  FLG-STEP                    PIC X(30).
000850
000852 FD ACCESS-FILE.
000855     COPY ACCSREC.
000857
000860 WORKING-STORAGE SECTION.
000870     COPY AUDITREC.
000880
000890 01  ws-audit-status                 pic x(02).
000900 01  ws-last-audit-seq               pic 9(09) value zero.
000910 01  ws-last-audit-check             pic 9(09) value zero.
000920 01  ws-audit-work-sum               pic 9(18) value zero.
000930 01  ws-audit-sub                    pic 9(04) comp value zero.
000940 01  ws-hold-before                  pic x(90) value spaces.
000950 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000952 01  ws-acc-status                   pic x(02).
000954 01  ws-update-granted               pic x(01) value "Y".
000956 01  ws-sign-password                pic x(08) value spaces.
000958 01  ws-sign-ok                      pic x(01) value space.
000960 01  ws-oper-status                  pic x(02).
000970 01  ws-flag-status                  pic x(02).
000980 01  ws-window-locked                pic x(01) value "N".
000990 01  ws-window-override              pic x(01) value "N".
001000 01  ws-window-step                  pic x(30) value spaces.
001010 01  ws-override-answer              pic x(01) value space.
001020 01  ws-override-ok                  pic x(01) value space.
001030 01  ws-ovr-id                       pic x(08) value spaces.
001040 01  ws-ovr-password                 pic x(08) value spaces.
001050 01  ws-swp-status                   pic x(02).
001060 01  ws-part-status                  pic x(02).
001070 01  ws-assum-status                 pic x(02).
001080 01  ws-done                         pic x(01) value space.
001090 01  ws-choice                       pic x(01) value space.
001100 01  ws-answer                       pic x(01) value space.
001110 01  ws-eof                          pic x(01) value space.
001120 01  ws-found                        pic x(01) value space.
001130 01  ws-fields-ok                    pic x(01) value space.
001140 01  ws-replacing                    pic x(01) value "N".
001150 01  ws-account                      pic x(10) value spaces.
001160 01  ws-run-date                     pic 9(08) value zero.
001170 01  ws-run-date-x redefines ws-run-date.
001180     05  ws-run-year                 pic 9(04).
001190     05  FILLER                      pic x(04).
001200 01  ws-first-of-next                pic 9(08) value zero.
001210 01  ws-entry                        pic x(12) value spaces.
001220 01  ws-date-entry                   pic x(08) value spaces.
001230 01  ws-check-date                   pic 9(08) value zero.
001240 01  ws-amount-entry                 pic 9(7)v99 value zero.
001250 01  ws-pct-entry                    pic 9(3)v99 value zero.
001260 01  ws-rate-pick                    pic 9(01) value zero.
001270 01  ws-rate-sub                     pic 9(01) value zero.
001280 01  ws-listed-count                 pic 9(05) value zero.
001290
001300 01  ws-money-1                      pic $$,$$$,$$9.99.
001310 01  ws-pct-disp                     pic zz9.99.
001320 01  ws-status-name                  pic x(09) value spaces.
001330
001340 PROCEDURE DIVISION.
001350 PROGRAM-BEGIN.
001360     CALL "shopcfg"
001370         ON EXCEPTION
001380             DISPLAY "shopcfg not found - default "
001390                 "file locations in effect"
001400     END-CALL.
001410     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001420     PERFORM SET-FIRST-OF-NEXT-MONTH.
001430     DISPLAY "Operator ID: " WITH NO ADVANCING.
001440     ACCEPT ws-operator-id.
001450     IF ws-operator-id = SPACES
001460         MOVE "SYSTEM  " TO ws-operator-id
001470     END-IF.
001473     PERFORM VERIFY-OPERATOR.
001476     PERFORM CHECK-UPDATE-GRANT.
001480     PERFORM CHECK-BATCH-WINDOW.
001490     PERFORM OPEN-SWPFILE.
001500     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001510     CLOSE SWPFILE.
001520     STOP RUN.
001530
001540 OPEN-SWPFILE.
001550     OPEN I-O SWPFILE.
001560     IF ws-swp-status = "35"
001570         OPEN OUTPUT SWPFILE
001580         CLOSE SWPFILE
001590         OPEN I-O SWPFILE
001600     END-IF.
001610
001620 SET-FIRST-OF-NEXT-MONTH.
001630     MOVE ws-run-date TO ws-first-of-next.
001640     MOVE "01" TO ws-first-of-next(7:2).
001650     IF ws-run-date(5:2) = "12"
001660         COMPUTE ws-first-of-next =
001670             (ws-run-year + 1) * 10000 + 101
001680     ELSE
001690         COMPUTE ws-first-of-next = ws-first-of-next + 100
001700     END-IF.
001710
001720 MENU-LOOP.
001730     PERFORM REFRESH-WINDOW-FLAG.
001740     DISPLAY " ".
001750     DISPLAY "Systematic withdrawals - L)ist  A)dd  C)hange  "
001760         "X) cancel  Q)uit: " WITH NO ADVANCING.
001770     ACCEPT ws-choice.
001771     IF ws-update-granted NOT = "Y"
001772         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001774             OR "X" OR "x")
001775         DISPLAY "Not granted SWPUPD - updates refused."
001777         MOVE SPACE TO ws-choice
001778     END-IF.
001780     EVALUATE ws-choice
001790         WHEN "L"
001800         WHEN "l"
001810             PERFORM LIST-PLANS
001820         WHEN "A"
001830         WHEN "a"
001840             IF ws-window-locked = "Y"
001850                 DISPLAY "Batch window open - "
001860                     "updates locked."
001870             ELSE
001880             PERFORM ADD-PLAN
001890             END-IF
001900         WHEN "C"
001910         WHEN "c"
001920             IF ws-window-locked = "Y"
001930                 DISPLAY "Batch window open - "
001940                     "updates locked."
001950             ELSE
001960             PERFORM CHANGE-PLAN
001970             END-IF
001980         WHEN "X"
001990         WHEN "x"
002000             IF ws-window-locked = "Y"
002010                 DISPLAY "Batch window open - "
002020                     "updates locked."
002030             ELSE
002040             PERFORM CANCEL-PLAN
002050             END-IF
002060         WHEN "Q"
002070         WHEN "q"
002080             MOVE "Y" TO ws-done
002090         WHEN OTHER
002100             CONTINUE
002110     END-EVALUATE.
002120
002130 LIST-PLANS.
002140     MOVE ZERO TO ws-listed-count.
002150     MOVE SPACE TO ws-eof.
002160     MOVE LOW-VALUES TO SW-ACCOUNT.
002170     START SWPFILE KEY IS NOT LESS THAN SW-ACCOUNT
002180         INVALID KEY MOVE "y" TO ws-eof
002190     END-START.
002200     IF ws-eof NOT = "y"
002210         READ SWPFILE NEXT RECORD
002220             AT END MOVE "y" TO ws-eof
002230         END-READ
002240     END-IF.
002250     IF ws-eof = "y"
002260         DISPLAY "  (no plans on file)"
002270     ELSE
002280         DISPLAY "  ACCOUNT    M        PAYMENT  F  NEXT DUE"
002290             "  STOP      STATUS"
002300     END-IF.
002310     PERFORM LIST-ONE-PLAN UNTIL ws-eof = "y".
002320
002330 LIST-ONE-PLAN.
002340     PERFORM NAME-STATUS.
002350     IF SW-PERCENT
002360         MOVE SW-WD-PCT TO ws-pct-disp
002370         DISPLAY "  " SW-ACCOUNT " P  " ws-pct-disp "% "
002380             SW-SET-CODE " " SW-FREQUENCY "  " SW-NEXT-DUE "  "
002390             SW-STOP-DATE "  " ws-status-name
002400     ELSE
002410         MOVE SW-PAYMENT TO ws-money-1
002420         DISPLAY "  " SW-ACCOUNT " F  " ws-money-1
002430             "  " SW-FREQUENCY "  " SW-NEXT-DUE "  " SW-STOP-DATE
002440             "  " ws-status-name
002450     END-IF.
002460     READ SWPFILE NEXT RECORD
002470         AT END MOVE "y" TO ws-eof
002480     END-READ.
002490
002500 NAME-STATUS.
002510     EVALUATE TRUE
002520         WHEN SW-ACTIVE
002530             MOVE "ACTIVE"    TO ws-status-name
002540         WHEN SW-STOPPED-BALANCE
002550             MOVE "STOPPED"   TO ws-status-name
002560         WHEN SW-ENDED
002570             MOVE "ENDED"     TO ws-status-name
002580         WHEN SW-CANCELLED
002590             MOVE "CANCELLED" TO ws-status-name
002600         WHEN OTHER
002610             MOVE SW-STATUS   TO ws-status-name
002620     END-EVALUATE.
002630
002640 GET-ACCOUNT.
002650     MOVE "y" TO ws-found.
002660     DISPLAY "Participant account: " WITH NO ADVANCING.
002670     ACCEPT ws-account.
002680     OPEN INPUT PARTFILE.
002690     IF ws-part-status NOT = "00"
002700         DISPLAY "No participant master on file."
002710         MOVE "n" TO ws-found
002720     ELSE
002730         MOVE ws-account TO PART-ACCOUNT
002740         READ PARTFILE
002750             INVALID KEY
002760                 DISPLAY "Account not on participant master."
002770                 MOVE "n" TO ws-found
002780         END-READ
002790         CLOSE PARTFILE
002800     END-IF.
002810     IF ws-found = "y"
002820         DISPLAY "Participant: " PART-NAME
002830     END-IF.
002840
002850*--------------------------------
002860* A new plan, or a fresh start for one no longer paying.  An
002870* active plan is changed, not added over.
002880*--------------------------------
002890 ADD-PLAN.
002900     PERFORM GET-ACCOUNT.
002910     MOVE "N" TO ws-replacing.
002920     IF ws-found = "y"
002930         MOVE ws-account TO SW-ACCOUNT
002940         READ SWPFILE
002950             INVALID KEY CONTINUE
002960         END-READ
002970         IF ws-swp-status = "00"
002980             IF SW-ACTIVE
002990                 DISPLAY "Account already has an active plan - "
003000                     "use C)hange."
003010                 MOVE "n" TO ws-found
003020             ELSE
003030                 MOVE "Y" TO ws-replacing
003040                 MOVE SWP-REC TO ws-hold-before
003050             END-IF
003060         END-IF
003070     END-IF.
003080     IF ws-found = "y"
003090         MOVE SPACES     TO SWP-REC
003100         MOVE ws-account TO SW-ACCOUNT
003110         MOVE ZERO TO SW-PAYMENT SW-WD-PCT SW-STOP-DATE
003120             SW-COLA-PCT SW-LAST-PAID SW-LAST-AMOUNT
003130         MOVE "y" TO ws-fields-ok
003140         PERFORM TAKE-METHOD
003150         IF ws-fields-ok = "y"
003160             PERFORM TAKE-FREQUENCY
003170         END-IF
003180         IF ws-fields-ok = "y"
003190             PERFORM TAKE-START-DATE
003200         END-IF
003210         IF ws-fields-ok = "y"
003220             PERFORM TAKE-STOP-DATE
003230         END-IF
003240         IF ws-fields-ok = "y" AND SW-FIXED-AMOUNT
003250             PERFORM TAKE-COLA
003260         END-IF
003270         IF ws-fields-ok = "y"
003280             MOVE SW-START-DATE      TO SW-NEXT-DUE
003290             MOVE SW-START-DATE(1:4) TO SW-LAST-COLA-YEAR
003300             MOVE "A"                TO SW-STATUS
003310             PERFORM FILE-NEW-PLAN
003320         END-IF
003330     END-IF.
003340
003350 FILE-NEW-PLAN.
003360     IF ws-replacing = "Y"
003370         REWRITE SWP-REC
003380             INVALID KEY DISPLAY "Problem with index!"
003390         END-REWRITE
003400     ELSE
003410         MOVE SPACES TO ws-hold-before
003420         WRITE SWP-REC
003430             INVALID KEY DISPLAY "Plan already on file."
003440         END-WRITE
003450     END-IF.
003460     IF ws-swp-status = "00"
003470         MOVE ws-hold-before TO AUDIT-BEFORE
003480         MOVE SWP-REC        TO AUDIT-AFTER
003490         MOVE "ADD"          TO AUDIT-ACTION
003500         PERFORM WRITE-AUDIT-RECORD
003510         DISPLAY "Plan set up - first payment due "
003520             SW-NEXT-DUE "."
003530     END-IF.
003540
003550 TAKE-METHOD.
003560     DISPLAY "F)ixed payment or P)ercent of balance: "
003570         WITH NO ADVANCING.
003580     ACCEPT ws-answer.
003590     EVALUATE ws-answer
003600         WHEN "F"
003610         WHEN "f"
003620             MOVE "F" TO SW-METHOD
003630             PERFORM TAKE-PAYMENT
003640         WHEN "P"
003650         WHEN "p"
003660             MOVE "P" TO SW-METHOD
003670             PERFORM TAKE-APPROVED-RATE
003680         WHEN OTHER
003690             DISPLAY "Method must be F or P."
003700             MOVE "n" TO ws-fields-ok
003710     END-EVALUATE.
003720
003730 TAKE-PAYMENT.
003740     DISPLAY "Payment each time: " WITH NO ADVANCING.
003750     MOVE ZERO TO ws-amount-entry.
003760     ACCEPT ws-amount-entry.
003770     IF ws-amount-entry IS NOT NUMERIC OR ws-amount-entry = ZERO
003780         DISPLAY "Payment must be more than zero."
003790         MOVE "n" TO ws-fields-ok
003800     ELSE
003810         MOVE ws-amount-entry TO SW-PAYMENT
003820         MOVE SPACES          TO SW-SET-CODE
003830         MOVE ZERO            TO SW-WD-PCT
003840     END-IF.
003850
003860*--------------------------------
003870* The percent comes off an approved assumption set - the same
003880* rates the calculator illustrated - never typed freehand.
003890*--------------------------------
003900 TAKE-APPROVED-RATE.
003910     DISPLAY "Assumption set code: " WITH NO ADVANCING.
003920     MOVE SPACES TO ws-entry.
003930     ACCEPT ws-entry.
003940     MOVE FUNCTION UPPER-CASE(ws-entry) TO ws-entry.
003950     OPEN INPUT ASSUMFILE.
003960     IF ws-assum-status NOT = "00"
003970         DISPLAY "No assumption table on file."
003980         MOVE "n" TO ws-fields-ok
003990     ELSE
004000         MOVE ws-entry TO ASSUM-SET-CODE
004010         READ ASSUMFILE
004020             INVALID KEY
004030                 DISPLAY "Not an approved assumption set."
004040                 MOVE "n" TO ws-fields-ok
004050         END-READ
004060         CLOSE ASSUMFILE
004070     END-IF.
004080     IF ws-fields-ok = "y"
004090         PERFORM SHOW-ONE-RATE
004100             VARYING ws-rate-sub FROM 1 BY 1
004110             UNTIL ws-rate-sub > 4
004120         DISPLAY "Withdrawal rate (1-4): " WITH NO ADVANCING
004130         MOVE ZERO TO ws-rate-pick
004140         ACCEPT ws-rate-pick
004150         IF ws-rate-pick < 1 OR ws-rate-pick > 4
004160             DISPLAY "Pick one of the set's rates, 1 to 4."
004170             MOVE "n" TO ws-fields-ok
004180         ELSE
004190             IF ASSUM-WD-PCT(ws-rate-pick) = ZERO
004200                 DISPLAY "That rate is not in use in this set."
004210                 MOVE "n" TO ws-fields-ok
004220             ELSE
004230                 MOVE ASSUM-SET-CODE TO SW-SET-CODE
004240                 MOVE ASSUM-WD-PCT(ws-rate-pick) TO SW-WD-PCT
004250                 MOVE ZERO TO SW-PAYMENT
004260             END-IF
004270         END-IF
004280     END-IF.
004290
004300 SHOW-ONE-RATE.
004310     IF ASSUM-WD-PCT(ws-rate-sub) > ZERO
004320         MOVE ASSUM-WD-PCT(ws-rate-sub) TO ws-pct-disp
004330         DISPLAY "  " ws-rate-sub ") " ws-pct-disp "% a year"
004340     END-IF.
004350
004360 TAKE-FREQUENCY.
004370     DISPLAY "Frequency - M)onthly Q)uarterly S)emi-annual "
004380         "A)nnual: " WITH NO ADVANCING.
004390     ACCEPT ws-answer.
004400     MOVE FUNCTION UPPER-CASE(ws-answer) TO SW-FREQUENCY.
004410     IF NOT SW-FREQ-VALID
004420         DISPLAY "Frequency must be M, Q, S, or A."
004430         MOVE "n" TO ws-fields-ok
004440     END-IF.
004450
004460 TAKE-START-DATE.
004470     DISPLAY "First payment date YYYYMMDD (blank = "
004480         ws-first-of-next "): " WITH NO ADVANCING.
004490     MOVE SPACES TO ws-date-entry.
004500     ACCEPT ws-date-entry.
004510     IF ws-date-entry = SPACES
004520         MOVE ws-first-of-next TO SW-START-DATE
004530     ELSE
004540         PERFORM CHECK-DATE-ENTRY
004550         IF ws-fields-ok = "y"
004560             MOVE ws-check-date TO SW-START-DATE
004570         END-IF
004580     END-IF.
004590     IF ws-fields-ok = "y"
004600         IF SW-START-DATE < ws-run-date
004610             DISPLAY "The first payment cannot be in the past."
004620             MOVE "n" TO ws-fields-ok
004630         ELSE
004640             IF SW-START-DATE(7:2) > "28"
004650                 DISPLAY "Pay on day 1 to 28 so every month "
004660                     "has it."
004670                 MOVE "n" TO ws-fields-ok
004680             END-IF
004690         END-IF
004700     END-IF.
004710
004720 TAKE-STOP-DATE.
004730     DISPLAY "Stop date YYYYMMDD (blank = none): "
004740         WITH NO ADVANCING.
004750     MOVE SPACES TO ws-date-entry.
004760     ACCEPT ws-date-entry.
004770     IF ws-date-entry = SPACES
004780         MOVE ZERO TO SW-STOP-DATE
004790     ELSE
004800         PERFORM CHECK-DATE-ENTRY
004810         IF ws-fields-ok = "y"
004820             IF ws-check-date < SW-START-DATE
004830                 DISPLAY "Stop date is before the first payment."
004840                 MOVE "n" TO ws-fields-ok
004850             ELSE
004860                 MOVE ws-check-date TO SW-STOP-DATE
004870             END-IF
004880         END-IF
004890     END-IF.
004900
004910 TAKE-COLA.
004920     DISPLAY "COLA step-up each January, percent (blank = none): "
004930         WITH NO ADVANCING.
004940     MOVE ZERO TO ws-pct-entry.
004950     ACCEPT ws-pct-entry.
004960     IF ws-pct-entry IS NOT NUMERIC OR ws-pct-entry > 10
004970         DISPLAY "COLA must be 0 to 10 percent."
004980         MOVE "n" TO ws-fields-ok
004990     ELSE
005000         MOVE ws-pct-entry TO SW-COLA-PCT
005010     END-IF.
005020
005030 CHECK-DATE-ENTRY.
005040     IF ws-date-entry IS NOT NUMERIC
005050         DISPLAY "Date must be YYYYMMDD."
005060         MOVE "n" TO ws-fields-ok
005070     ELSE
005080         MOVE ws-date-entry TO ws-check-date
005090         IF FUNCTION TEST-DATE-YYYYMMDD(ws-check-date) NOT = ZERO
005100             DISPLAY "Not a valid date."
005110             MOVE "n" TO ws-fields-ok
005120         END-IF
005130     END-IF.
005140
005150 READ-PLAN.
005160     PERFORM GET-ACCOUNT.
005170     IF ws-found = "y"
005180         MOVE ws-account TO SW-ACCOUNT
005190         READ SWPFILE
005200             INVALID KEY
005210                 DISPLAY "No plan for this account."
005220                 MOVE "n" TO ws-found
005230         END-READ
005240     END-IF.
005250
005260*--------------------------------
005270* Blank keeps what is there.  A change to a stopped, ended, or
005280* cancelled plan is a fresh start - use A)dd.
005290*--------------------------------
005300 CHANGE-PLAN.
005310     PERFORM READ-PLAN.
005320     IF ws-found = "y" AND NOT SW-ACTIVE
005330         DISPLAY "Plan is not active - A)dd starts it again."
005340         MOVE "n" TO ws-found
005350     END-IF.
005360     IF ws-found = "y"
005370         MOVE SWP-REC TO ws-hold-before
005380         MOVE "y" TO ws-fields-ok
005390         PERFORM SHOW-PLAN
005400         IF SW-FIXED-AMOUNT
005410             PERFORM CHANGE-PAYMENT
005420         ELSE
005430             DISPLAY "New rate from an assumption set (Y/N)? "
005440                 WITH NO ADVANCING
005450             ACCEPT ws-answer
005460             IF ws-answer = "Y" OR ws-answer = "y"
005470                 PERFORM TAKE-APPROVED-RATE
005480             END-IF
005490         END-IF
005500         IF ws-fields-ok = "y"
005510             PERFORM CHANGE-FREQUENCY
005520         END-IF
005530         IF ws-fields-ok = "y"
005540             PERFORM CHANGE-STOP-DATE
005550         END-IF
005560         IF ws-fields-ok = "y" AND SW-FIXED-AMOUNT
005570             PERFORM CHANGE-COLA
005580         END-IF
005590         IF ws-fields-ok = "y"
005600             REWRITE SWP-REC
005610                 INVALID KEY DISPLAY "Problem with index!"
005620             END-REWRITE
005630             IF ws-swp-status = "00"
005640                 MOVE ws-hold-before TO AUDIT-BEFORE
005650                 MOVE SWP-REC        TO AUDIT-AFTER
005660                 MOVE "CHANGE"       TO AUDIT-ACTION
005670                 PERFORM WRITE-AUDIT-RECORD
005680                 DISPLAY "Plan changed."
005690             END-IF
005700         ELSE
005710             DISPLAY "Nothing changed."
005720         END-IF
005730     END-IF.
005740
005750 SHOW-PLAN.
005760     PERFORM NAME-STATUS.
005770     IF SW-PERCENT
005780         MOVE SW-WD-PCT TO ws-pct-disp
005790         DISPLAY "Now: " ws-pct-disp "% a year (set " SW-SET-CODE
005800             "), frequency " SW-FREQUENCY
005810     ELSE
005820         MOVE SW-PAYMENT TO ws-money-1
005830         MOVE SW-COLA-PCT TO ws-pct-disp
005840         DISPLAY "Now: " ws-money-1 " each time, frequency "
005850             SW-FREQUENCY ", COLA " ws-pct-disp "%"
005860     END-IF.
005870     DISPLAY "     next due " SW-NEXT-DUE ", stop " SW-STOP-DATE
005880         ", last paid " SW-LAST-PAID ", " ws-status-name.
005890
005900 CHANGE-PAYMENT.
005910     DISPLAY "Payment each time (blank = same): "
005920         WITH NO ADVANCING.
005930     MOVE SPACES TO ws-entry.
005940     ACCEPT ws-entry.
005950     IF ws-entry NOT = SPACES
005960         MOVE FUNCTION NUMVAL(ws-entry) TO ws-amount-entry
005970         IF ws-amount-entry = ZERO
005980             DISPLAY "Payment must be more than zero."
005990             MOVE "n" TO ws-fields-ok
006000         ELSE
006010             MOVE ws-amount-entry TO SW-PAYMENT
006020         END-IF
006030     END-IF.
006040
006050 CHANGE-FREQUENCY.
006060     DISPLAY "Frequency M/Q/S/A (blank = same): "
006070         WITH NO ADVANCING.
006080     MOVE SPACE TO ws-answer.
006090     ACCEPT ws-answer.
006100     IF ws-answer NOT = SPACE
006110         MOVE FUNCTION UPPER-CASE(ws-answer) TO SW-FREQUENCY
006120         IF NOT SW-FREQ-VALID
006130             DISPLAY "Frequency must be M, Q, S, or A."
006140             MOVE "n" TO ws-fields-ok
006150         END-IF
006160     END-IF.
006170
006180 CHANGE-STOP-DATE.
006190     DISPLAY "Stop date YYYYMMDD (blank = same, 0 = none): "
006200         WITH NO ADVANCING.
006210     MOVE SPACES TO ws-date-entry.
006220     ACCEPT ws-date-entry.
006230     IF ws-date-entry = "0"
006240         MOVE ZERO TO SW-STOP-DATE
006250     ELSE
006260         IF ws-date-entry NOT = SPACES
006270             PERFORM CHECK-DATE-ENTRY
006280             IF ws-fields-ok = "y"
006290                 IF ws-check-date < ws-run-date
006300                     DISPLAY "Stop date is in the past."
006310                     MOVE "n" TO ws-fields-ok
006320                 ELSE
006330                     MOVE ws-check-date TO SW-STOP-DATE
006340                 END-IF
006350             END-IF
006360         END-IF
006370     END-IF.
006380
006390 CHANGE-COLA.
006400     DISPLAY "COLA percent (blank = same): " WITH NO ADVANCING.
006410     MOVE SPACES TO ws-entry.
006420     ACCEPT ws-entry.
006430     IF ws-entry NOT = SPACES
006440         MOVE FUNCTION NUMVAL(ws-entry) TO ws-pct-entry
006450         IF ws-pct-entry > 10
006460             DISPLAY "COLA must be 0 to 10 percent."
006470             MOVE "n" TO ws-fields-ok
006480         ELSE
006490             MOVE ws-pct-entry TO SW-COLA-PCT
006500         END-IF
006510     END-IF.
006520
006530 CANCEL-PLAN.
006540     PERFORM READ-PLAN.
006550     IF ws-found = "y" AND NOT SW-ACTIVE
006560         DISPLAY "Plan is not active."
006570         MOVE "n" TO ws-found
006580     END-IF.
006590     IF ws-found = "y"
006600         PERFORM SHOW-PLAN
006610         DISPLAY "Cancel this plan (Y/N)? " WITH NO ADVANCING
006620         ACCEPT ws-answer
006630         IF ws-answer = "Y" OR ws-answer = "y"
006640             MOVE SWP-REC TO ws-hold-before
006650             MOVE "C" TO SW-STATUS
006660             REWRITE SWP-REC
006670                 INVALID KEY DISPLAY "Problem with index!"
006680             END-REWRITE
006690             IF ws-swp-status = "00"
006700                 MOVE ws-hold-before TO AUDIT-BEFORE
006710                 MOVE SWP-REC        TO AUDIT-AFTER
006720                 MOVE "CANCEL"       TO AUDIT-ACTION
006730                 PERFORM WRITE-AUDIT-RECORD
006740                 DISPLAY "Plan cancelled."
006750             END-IF
006760         END-IF
006770     END-IF.
006780
006790 WRITE-AUDIT-RECORD.
006800*--------------------------------
006810* Appends the change to the reference-data audit trail
006820* (REFAUDIT.DAT) with the same before/after and chaining
006830* convention phonescr.cbl uses on the directory trail, so
006840* audtchk verifies it and refaud reads it back.  The caller
006850* sets AUDIT-ACTION, AUDIT-BEFORE, and AUDIT-AFTER first.
006860*--------------------------------
006870     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
006880     MOVE ws-operator-id         TO AUDIT-OPERATOR.
006890     MOVE "SWPMNT  "  TO AUDIT-PROGRAM-NAME.
006900     PERFORM SET-AUDIT-SEQUENCE.
006910     MOVE AUDIT-RECORD           TO AUDIT-LINE.
006920     OPEN EXTEND AUDITFILE.
006930     IF ws-audit-status = "35"
006940         OPEN OUTPUT AUDITFILE
006950     END-IF.
006960     WRITE AUDIT-LINE.
006970     CLOSE AUDITFILE.
006980
006990 SET-AUDIT-SEQUENCE.
007000*--------------------------------
007010* Tamper-evident chaining, the same sequence-and-check scheme
007020* write-audit-record in phonescr.cbl folds over each record.
007030*--------------------------------
007040     PERFORM GET-LAST-AUDIT-POSITION.
007050     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
007060     PERFORM COMPUTE-AUDIT-CHECK.
007070
007080 GET-LAST-AUDIT-POSITION.
007090     MOVE ZERO TO ws-last-audit-seq.
007100     MOVE ZERO TO ws-last-audit-check.
007110     OPEN INPUT AUDITFILE.
007120     IF ws-audit-status = "00"
007130         PERFORM READ-LAST-AUDIT-LINE
007140             UNTIL ws-audit-status NOT = "00"
007150         CLOSE AUDITFILE
007160     END-IF.
007170
007180 READ-LAST-AUDIT-LINE.
007190     READ AUDITFILE
007200         AT END CONTINUE
007210     END-READ.
007220     IF ws-audit-status = "00"
007230         AND AUDIT-LINE(229:9) IS NUMERIC
007240         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
007250         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
007260     END-IF.
007270
007280 COMPUTE-AUDIT-CHECK.
007290     MOVE ZERO TO ws-audit-work-sum.
007300     MOVE ZERO TO ws-audit-sub.
007310     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
007320     COMPUTE AUDIT-CHECK-VALUE =
007330         FUNCTION MOD((ws-last-audit-check * 17)
007340             + ws-audit-work-sum, 999999999).
007350
007360 ADD-ONE-AUDIT-BYTE.
007370     ADD 1 TO ws-audit-sub.
007380     COMPUTE ws-audit-work-sum = ws-audit-work-sum
007390         + (ws-audit-sub
007400            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
007410
007420 SAMPLE-WINDOW-FLAG.
007430     MOVE "N"    TO ws-window-locked.
007440     MOVE SPACES TO ws-window-step.
007450     OPEN INPUT WINDOW-FLAG-FILE.
007460     IF ws-flag-status = "00"
007470         READ WINDOW-FLAG-FILE
007480             AT END CONTINUE
007490         END-READ
007500         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
007510             MOVE "Y"      TO ws-window-locked
007520             MOVE FLG-STEP TO ws-window-step
007530         END-IF
007540         CLOSE WINDOW-FLAG-FILE
007550     END-IF.
007560
007570 REFRESH-WINDOW-FLAG.
007580*--------------------------------
007590* The flag is re-sampled before every pass, not just at
007600* sign-on, so a screen left up all day locks the moment the
007610* window opens under it.  An override granted this session
007620* stands until the operator quits.
007630*--------------------------------
007640     IF ws-window-override = "Y"
007650         MOVE "N" TO ws-window-locked
007660     ELSE
007670         PERFORM SAMPLE-WINDOW-FLAG
007680     END-IF.
007690
007700 CHECK-BATCH-WINDOW.
007710*--------------------------------
007720* Updates are refused while batchwin's window-open flag is up -
007730* a save that lands mid-rebuild simply vanishes.  Listing stays
007740* open.  A supervisor (verified against the operator master) can
007750* override for a genuine emergency; the override itself goes on
007760* the reference-data audit trail with who and when.
007770*--------------------------------
007780     PERFORM SAMPLE-WINDOW-FLAG.
007790     IF ws-window-locked = "Y"
007800         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
007810         DISPLAY "  " ws-window-step
007820         DISPLAY "Updates are locked; listing is open."
007830         PERFORM OFFER-WINDOW-OVERRIDE
007840     END-IF.
007850
007860 OFFER-WINDOW-OVERRIDE.
007870     DISPLAY "Supervisor override for an emergency (Y/N)? "
007880         WITH NO ADVANCING.
007890     ACCEPT ws-override-answer.
007900     IF ws-override-answer = "Y" OR ws-override-answer = "y"
007910         PERFORM VERIFY-OVERRIDE-SUPERVISOR
007920         IF ws-override-ok = "Y"
007930             MOVE "N" TO ws-window-locked
007940             MOVE "Y" TO ws-window-override
007950             MOVE SPACES TO AUDIT-BEFORE
007960             MOVE SPACES TO AUDIT-AFTER
007970             STRING "WINDOW OVERRIDE DURING STEP "
007980                 ws-window-step
007990                 DELIMITED BY SIZE INTO AUDIT-AFTER
008000             MOVE "OVRRID" TO AUDIT-ACTION
008010             PERFORM WRITE-AUDIT-RECORD
008020         END-IF
008030     END-IF.
008040
008050 VERIFY-OVERRIDE-SUPERVISOR.
008060*--------------------------------
008070* The override takes a supervisor sign-on against the operator
008080* master; a shop with no master yet has no supervisors to ask,
008090* so the lock stands.
008100*--------------------------------
008110     MOVE "N" TO ws-override-ok.
008120     OPEN INPUT OPERFILE.
008130     IF ws-oper-status NOT = "00"
008140         DISPLAY "No operator master - the lock stands."
008150     ELSE
008160         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
008170         ACCEPT ws-ovr-id
008180         DISPLAY "Password: " WITH NO ADVANCING
008190         ACCEPT ws-ovr-password
008200         MOVE ws-ovr-id TO OPER-ID
008210         READ OPERFILE
008220             INVALID KEY
008230                 DISPLAY "Unknown operator."
008240             NOT INVALID KEY
008250                 IF OPER-PASSWORD = ws-ovr-password
008260                     AND OPER-AUTH-SUPERVISOR
008270                     MOVE "Y" TO ws-override-ok
008280                     MOVE ws-ovr-id TO ws-operator-id
008290                 ELSE
008300                     DISPLAY "Not a supervisor, or wrong "
008310                         "password."
008320                 END-IF
008330         END-READ
008340         CLOSE OPERFILE
008350     END-IF.

008370 VERIFY-OPERATOR.
008380*--------------------------------
008390* With the operator master (OPERMAST.DAT) on file the password
008400* is checked against it, and an ID that is unknown, locked, or
008410* given the wrong password gets no grant below.  A shop with no
008420* master yet runs as before.
008430*--------------------------------
008440     OPEN INPUT OPERFILE.
008450     IF ws-oper-status = "00"
008460         DISPLAY "Password: " WITH NO ADVANCING
008470         ACCEPT ws-sign-password
008480         MOVE "N" TO ws-sign-ok
008490         MOVE ws-operator-id TO OPER-ID
008500         READ OPERFILE
008510             INVALID KEY
008520                 CONTINUE
008530             NOT INVALID KEY
008540                 IF OPER-PASSWORD = ws-sign-password
008550                     AND NOT OPER-IS-LOCKED
008560                     MOVE "Y" TO ws-sign-ok
008570                 END-IF
008580         END-READ
008590         CLOSE OPERFILE
008600     END-IF.
008610
008620 CHECK-UPDATE-GRANT.
008630*--------------------------------
008640* Adding, changing, and cancelling withdrawal plans need the
008650* SWPUPD grant on the access table (OPERACC.DAT, kept in
008660* opermnt); without it the screen is listing only.  A shop with
008670* no table yet runs as before.
008680*--------------------------------
008690     MOVE "Y" TO ws-update-granted.
008700     IF ws-sign-ok = "N"
008710         MOVE "N" TO ws-update-granted
008720         DISPLAY "Operator not verified - listing only."
008730     ELSE
008740         OPEN INPUT ACCESS-FILE
008750         IF ws-acc-status = "00"
008760             MOVE ws-operator-id TO ACC-OPER-ID
008770             MOVE "SWPUPD  "     TO ACC-FUNCTION
008780             READ ACCESS-FILE
008790                 INVALID KEY
008800                     MOVE "N" TO ws-update-granted
008810                     DISPLAY "No SWPUPD grant for "
008820                         ws-operator-id
008830                         " - listing only."
008840             END-READ
008850             CLOSE ACCESS-FILE
008860         END-IF
008870     END-IF.
