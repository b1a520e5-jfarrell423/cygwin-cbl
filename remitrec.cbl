000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REMITREC.
000030*--------------------------------
000040* Payroll remittance reconciliation.  Every deferral payroll
000050* withheld (PAYDEFER.DAT - employee, pay date, amount) is owed
000060* to the plan and should arrive as a type-C, source-E line on
000070* PERFTXN.DAT for one of that employee's accounts (PARTMAST.DAT
000080* by PART-EMPLOYEE-ID) within the deposit deadline - the given
000090* number of business days after the pay date, counted with the
000100* weekday rule and CALENDAR.DAT the same way batchwin does.
000110* Each deduction takes the earliest unmatched deposit for the
000120* employee dated from the pay date through the following 31
000130* days.  Prints the missing deposits, the amount differences,
000140* the late deposits, the deductions for employees with no
000150* participant account, and the deposits no deduction claimed.
000160* A deduction whose deadline has not yet passed is only
000170* counted, not reported.  RETURN-CODE 8 for a missing or late
000180* deposit (a compliance exception), 4 for amount differences,
000190* unmatched employees or unreadable feed lines.
000191*
000192* A correction (txncorr.cbl) to a deposit posts a reversal line
000193* and usually a replacement right behind it, dated the day it
000195* was approved.  The reversal withdraws the latest deposit on
000196* the account for the same amount, and the replacement stands
000197* in for it with the withdrawn deposit's date, so a corrected
000198* account or amount is matched as of the original deposit.
000200*
000210*   REMITREC_DAYS     deposit deadline in business days
000220*                     (default 7)
000230*
000240* 2026-10  JDF  New program.
000245* 2026-10  JDF  Correction reversal and replacement deposits.
000250*--------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290 SELECT DEFER-FILE ASSIGN TO "PAYDEFERDAT"
000300 ORGANIZATION IS LINE SEQUENTIAL
000310 FILE STATUS IS ws-defer-status.
000320
000330 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000340 ORGANIZATION IS LINE SEQUENTIAL
000350 FILE STATUS IS ws-txn-status.
000360
000370 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000380 FILE STATUS IS ws-part-status
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS PART-ACCOUNT.
000420
000430 SELECT CALENDAR-FILE ASSIGN TO "CALENDARDAT"
000440 FILE STATUS IS ws-cal-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS CAL-DATE.
000480
000490 SELECT PRINT-FILE ASSIGN TO "REMITRECPRT"
000500 ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD DEFER-FILE.
000550     COPY DEFRREC.
000560
000570 FD TXN-FILE.
000580     COPY TXNREC.
000590
000600 FD PARTFILE.
000610     COPY PARTREC.
000620
000630 FD CALENDAR-FILE.
000640     COPY CALREC.
000650
000660 FD PRINT-FILE.
000670 01  PRINT-LINE                      PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 01  ws-defer-status                 pic x(02).
000710 01  ws-txn-status                   pic x(02).
000720 01  ws-part-status                  pic x(02).
000730 01  ws-cal-status                   pic x(02).
000740 01  ws-cal-open                     pic x(01) value "N".
000750 01  ws-eof                          pic x(01) value space.
000760 01  ws-run-date                     pic 9(08) value zero.
000770 01  ws-env-check                    pic x(12) value spaces.
000780 01  ws-remit-days                   pic 9(02) value 7.
000790 01  ws-first-pay-date               pic 9(08) value zero.
000800 01  ws-window-end                   pic 9(08) value zero.
000810 01  ws-deadline                     pic 9(08) value zero.
000820 01  ws-bus-count                    pic 9(02) value zero.
000830 01  ws-check-date                   pic 9(08) value zero.
000840 01  ws-check-int                    pic 9(08) value zero.
000850 01  ws-weekday-rem                  pic 9(01) value zero.
000860 01  ws-day-is-business              pic x(01) value "Y".
000870 01  ws-diff                         pic s9(9)v99 value zero.
000880
000890 01  ws-defer-count                  pic 9(05) value zero.
000900 01  ws-reject-count                 pic 9(05) value zero.
000910 01  ws-matched-count                pic 9(05) value zero.
000920 01  ws-pending-count                pic 9(05) value zero.
000930 01  ws-missing-count                pic 9(05) value zero.
000940 01  ws-amount-count                 pic 9(05) value zero.
000950 01  ws-late-count                   pic 9(05) value zero.
000960 01  ws-noacct-count                 pic 9(05) value zero.
000970 01  ws-unclaimed-count              pic 9(05) value zero.
000980 01  ws-overflow-count               pic 9(05) value zero.
000990
001000*--------------------------------
001010* Participant accounts, loaded from PARTMAST.DAT.
001020*--------------------------------
001030 01  ws-acct-count                   pic 9(04) comp value zero.
001040 01  ws-acct-table.
001050     05  ws-acct-entry               occurs 3000 times.
001060         10  ws-ac-account           pic x(10).
001070         10  ws-ac-employee-id       pic 9(06).
001080         10  ws-ac-name              pic x(18).
001090 01  ws-acct-sub                     pic 9(04) comp value zero.
001100 01  ws-acct-found                   pic 9(04) comp value zero.
001110
001120*--------------------------------
001130* Deferral deposits on or after the earliest pay date on the
001140* feed.
001150*--------------------------------
001160 01  ws-dep-count                    pic 9(04) comp value zero.
001170 01  ws-dep-table.
001180     05  ws-dep-entry                occurs 5000 times.
001190         10  ws-dp-employee-id       pic 9(06).
001200         10  ws-dp-account           pic x(10).
001210         10  ws-dp-name              pic x(18).
001220         10  ws-dp-date              pic 9(08).
001230         10  ws-dp-amount            pic 9(9)v99.
001240         10  ws-dp-used              pic x(01).
001250 01  ws-dep-sub                      pic 9(04) comp value zero.
001260 01  ws-dep-best                     pic 9(04) comp value zero.
001265 01  ws-reversed-date                pic 9(08) value zero.
001270
001280*--------------------------------
001290* Exceptions, held so the report can print them by section.
001300*   M missing   A amount   L late   N no participant account
001310*--------------------------------
001320 01  ws-exc-count                    pic 9(04) comp value zero.
001330 01  ws-exc-table.
001340     05  ws-exc-entry                occurs 3000 times.
001350         10  ws-ex-type              pic x(01).
001360         10  ws-ex-employee-id       pic 9(06).
001370         10  ws-ex-account           pic x(10).
001380         10  ws-ex-name              pic x(18).
001390         10  ws-ex-pay-date          pic 9(08).
001400         10  ws-ex-deducted          pic 9(7)v99.
001410         10  ws-ex-deadline          pic 9(08).
001420         10  ws-ex-dep-date          pic 9(08).
001430         10  ws-ex-dep-amount        pic 9(9)v99.
001440 01  ws-exc-sub                      pic 9(04) comp value zero.
001450 01  ws-exc-type                     pic x(01) value space.
001460 01  ws-section-count                pic 9(05) value zero.
001470
001480 01  ws-fmt-date                     pic 9(08) value zero.
001490 01  ws-fmt-out                      pic x(10) value spaces.
001500 01  ws-fmt-out-2                    pic x(10) value spaces.
001510 01  ws-money-1                      pic $$$,$$$,$$9.99.
001520 01  ws-money-2                      pic $$$,$$$,$$9.99.
001530 01  ws-money-3                      pic $$$,$$$,$$9.99-.
001540 01  ws-count-disp                   pic zzzz9.
001550
001560     COPY RPTHEAD.
001570
001580 01  ws-text-line                    pic x(80) value spaces.
001590
001600 PROCEDURE DIVISION.
001610 PROGRAM-BEGIN.
001620     CALL "shopcfg"
001630         ON EXCEPTION
001640             DISPLAY "shopcfg not found - default "
001650                 "file locations in effect"
001660     END-CALL.
001670     PERFORM INITIALIZE-RUN.
001680     PERFORM FIND-FIRST-PAY-DATE.
001690     PERFORM LOAD-ACCOUNTS.
001700     PERFORM LOAD-DEPOSITS.
001710     PERFORM MATCH-DEDUCTIONS.
001720     MOVE "M" TO ws-exc-type.
001730     MOVE "MISSING DEPOSITS" TO ws-text-line.
001740     PERFORM PRINT-SECTION.
001750     MOVE "A" TO ws-exc-type.
001760     MOVE "AMOUNT DIFFERENCES" TO ws-text-line.
001770     PERFORM PRINT-SECTION.
001780     MOVE "L" TO ws-exc-type.
001790     MOVE "LATE DEPOSITS" TO ws-text-line.
001800     PERFORM PRINT-SECTION.
001810     MOVE "N" TO ws-exc-type.
001820     MOVE "DEDUCTIONS WITH NO PARTICIPANT ACCOUNT"
001830         TO ws-text-line.
001840     PERFORM PRINT-SECTION.
001850     PERFORM PRINT-UNCLAIMED.
001860     PERFORM PRINT-TRAILER.
001870     CLOSE PRINT-FILE.
001880     IF ws-cal-open = "Y"
001890         CLOSE CALENDAR-FILE
001900     END-IF.
001910     DISPLAY "Remittance reconciliation complete - "
001920         ws-defer-count " deductions, " ws-missing-count
001930         " missing, " ws-late-count " late, "
001940         ws-amount-count " amount differences.".
001950     IF ws-overflow-count > ZERO
001960         DISPLAY "CHECK INCOMPLETE - " ws-overflow-count
001970             " entries past the work tables."
001980     END-IF.
001990     IF ws-amount-count > ZERO
002000         OR ws-noacct-count > ZERO
002010         OR ws-reject-count > ZERO
002020         MOVE 4 TO RETURN-CODE
002030     END-IF.
002040     IF ws-missing-count > ZERO
002050         OR ws-late-count > ZERO
002060         OR ws-overflow-count > ZERO
002070         MOVE 8 TO RETURN-CODE
002080     END-IF.
002090     STOP RUN.
002100
002110 INITIALIZE-RUN.
002120     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002130     ACCEPT ws-env-check FROM ENVIRONMENT "REMITREC_DAYS".
002140     IF ws-env-check NOT = SPACES
002150         COMPUTE ws-remit-days =
002160             FUNCTION NUMVAL(ws-env-check)
002170     END-IF.
002180     IF ws-remit-days = ZERO
002190         MOVE 7 TO ws-remit-days
002200     END-IF.
002210     OPEN INPUT CALENDAR-FILE.
002220     IF ws-cal-status = "00"
002230         MOVE "Y" TO ws-cal-open
002240     END-IF.
002250     OPEN OUTPUT PRINT-FILE.
002260     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002270         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002280     MOVE "PAYROLL REMITTANCE RECONCILIATION" TO RPT-TITLE.
002290     MOVE 1 TO RPT-PAGE-NUMBER.
002300     WRITE PRINT-LINE FROM RPT-HEADING-1.
002310     WRITE PRINT-LINE FROM RPT-HEADING-2.
002320     MOVE SPACES TO ws-text-line.
002330     STRING "DEPOSIT DEADLINE " ws-remit-days
002340         " BUSINESS DAYS AFTER THE PAY DATE"
002350         DELIMITED BY SIZE INTO ws-text-line.
002360     PERFORM SHOW-LINE.
002370     MOVE SPACES TO ws-text-line.
002380     PERFORM SHOW-LINE.
002390
002400*--------------------------------
002410* A first pass over the feed finds the earliest pay date, so
002420* only the deposits that can belong to it are held.
002430*--------------------------------
002440 FIND-FIRST-PAY-DATE.
002450     OPEN INPUT DEFER-FILE.
002460     IF ws-defer-status NOT = "00"
002470         MOVE "  (no payroll deduction file on hand)"
002480             TO ws-text-line
002490         PERFORM SHOW-LINE
002500         CLOSE PRINT-FILE
002510         DISPLAY "No payroll deduction file - nothing to "
002520             "reconcile."
002530         STOP RUN
002540     END-IF.
002550     MOVE SPACE TO ws-eof.
002560     READ DEFER-FILE
002570         AT END MOVE "y" TO ws-eof
002580     END-READ.
002590     PERFORM CHECK-ONE-PAY-DATE UNTIL ws-eof = "y".
002600     CLOSE DEFER-FILE.
002610     IF ws-first-pay-date = ZERO
002620         MOVE ws-run-date TO ws-first-pay-date
002630     END-IF.
002640
002650 CHECK-ONE-PAY-DATE.
002660     IF DEFR-PAY-DATE IS NUMERIC
002670         IF ws-first-pay-date = ZERO
002680             OR DEFR-PAY-DATE < ws-first-pay-date
002690             MOVE DEFR-PAY-DATE TO ws-first-pay-date
002700         END-IF
002710     END-IF.
002720     READ DEFER-FILE
002730         AT END MOVE "y" TO ws-eof
002740     END-READ.
002750
002760 LOAD-ACCOUNTS.
002770     OPEN INPUT PARTFILE.
002780     IF ws-part-status NOT = "00"
002790         DISPLAY "No participant master - every deduction "
002800             "will report unmatched."
002810     ELSE
002820         MOVE SPACE TO ws-eof
002830         READ PARTFILE NEXT RECORD
002840             AT END MOVE "y" TO ws-eof
002850         END-READ
002860         PERFORM LOAD-ONE-ACCOUNT UNTIL ws-eof = "y"
002870         CLOSE PARTFILE
002880     END-IF.
002890
002900 LOAD-ONE-ACCOUNT.
002910     IF ws-acct-count < 3000
002920         ADD 1 TO ws-acct-count
002930         MOVE PART-ACCOUNT     TO ws-ac-account(ws-acct-count)
002940         MOVE PART-EMPLOYEE-ID TO ws-ac-employee-id(ws-acct-count)
002950         MOVE PART-NAME        TO ws-ac-name(ws-acct-count)
002960     ELSE
002970         ADD 1 TO ws-overflow-count
002980     END-IF.
002990     READ PARTFILE NEXT RECORD
003000         AT END MOVE "y" TO ws-eof
003010     END-READ.
003020
003030 LOAD-DEPOSITS.
003040     OPEN INPUT TXN-FILE.
003050     IF ws-txn-status NOT = "00"
003060         DISPLAY "No transaction file - every deduction will "
003070             "report missing."
003080     ELSE
003090         MOVE SPACE TO ws-eof
003100         READ TXN-FILE
003110             AT END MOVE "y" TO ws-eof
003120         END-READ
003130         PERFORM LOAD-ONE-DEPOSIT UNTIL ws-eof = "y"
003140         CLOSE TXN-FILE
003150     END-IF.
003160
003170 LOAD-ONE-DEPOSIT.
003171     IF NOT TXN-REPLACEMENT
003172         MOVE ZERO TO ws-reversed-date
003173     END-IF.
003174     IF TXN-TYPE = "C"
003175         AND TXN-SRC-DEFERRAL
003176         AND TXN-REVERSAL
003177         PERFORM WITHDRAW-REVERSED-DEPOSIT
003178     ELSE
003180     IF TXN-TYPE = "C"
003190         AND TXN-SRC-DEFERRAL
003200         AND TXN-DATE NOT < ws-first-pay-date
003210         PERFORM FIND-TXN-ACCOUNT
003220         IF ws-acct-found > ZERO
003230             IF ws-dep-count < 5000
003240                 ADD 1 TO ws-dep-count
003250                 MOVE ws-ac-employee-id(ws-acct-found)
003260                     TO ws-dp-employee-id(ws-dep-count)
003270                 MOVE ws-ac-name(ws-acct-found)
003280                     TO ws-dp-name(ws-dep-count)
003290                 MOVE TXN-ACCOUNT TO ws-dp-account(ws-dep-count)
003300                 MOVE TXN-DATE    TO ws-dp-date(ws-dep-count)
003301                 IF TXN-REPLACEMENT
003303                     AND ws-reversed-date NOT = ZERO
003305                     MOVE ws-reversed-date
003306                         TO ws-dp-date(ws-dep-count)
003308                 END-IF
003310                 MOVE TXN-AMOUNT  TO ws-dp-amount(ws-dep-count)
003320                 MOVE "N"         TO ws-dp-used(ws-dep-count)
003330             ELSE
003340                 ADD 1 TO ws-overflow-count
003350             END-IF
003360         END-IF
003365     END-IF
003370     END-IF.
003380     READ TXN-FILE
003390         AT END MOVE "y" TO ws-eof
003400     END-READ.
003402
003404 WITHDRAW-REVERSED-DEPOSIT.
003406*--------------------------------
003408* A withdrawn deposit is marked "X" - neither matched to a
003410* deduction nor listed as unclaimed.
003411*--------------------------------
003412     MOVE ZERO TO ws-dep-best.
003413     MOVE ZERO TO ws-dep-sub.
003414     PERFORM CHECK-ONE-REVERSED
003415         UNTIL ws-dep-sub NOT < ws-dep-count.
003416     IF ws-dep-best > ZERO
003417         MOVE "X" TO ws-dp-used(ws-dep-best)
003418         MOVE ws-dp-date(ws-dep-best) TO ws-reversed-date
003419     END-IF.
003420
003421 CHECK-ONE-REVERSED.
003422     ADD 1 TO ws-dep-sub.
003423     IF ws-dp-account(ws-dep-sub) = TXN-ACCOUNT
003424         AND ws-dp-amount(ws-dep-sub) = TXN-AMOUNT
003425         AND ws-dp-used(ws-dep-sub) = "N"
003426         MOVE ws-dep-sub TO ws-dep-best
003427     END-IF.
003428
003429 FIND-TXN-ACCOUNT.
003430     MOVE ZERO TO ws-acct-found.
003440     MOVE ZERO TO ws-acct-sub.
003450     PERFORM CHECK-ONE-TXN-ACCOUNT
003460         UNTIL ws-acct-sub NOT < ws-acct-count
003470             OR ws-acct-found > ZERO.
003480
003490 CHECK-ONE-TXN-ACCOUNT.
003500     ADD 1 TO ws-acct-sub.
003510     IF ws-ac-account(ws-acct-sub) = TXN-ACCOUNT
003520         MOVE ws-acct-sub TO ws-acct-found
003530     END-IF.
003540
003550 MATCH-DEDUCTIONS.
003560     OPEN INPUT DEFER-FILE.
003570     MOVE SPACE TO ws-eof.
003580     READ DEFER-FILE
003590         AT END MOVE "y" TO ws-eof
003600     END-READ.
003610     PERFORM MATCH-ONE-DEDUCTION UNTIL ws-eof = "y".
003620     CLOSE DEFER-FILE.
003630
003640 MATCH-ONE-DEDUCTION.
003650     IF DEFR-EMPLOYEE-ID IS NOT NUMERIC
003660         OR DEFR-PAY-DATE IS NOT NUMERIC
003670         OR DEFR-AMOUNT IS NOT NUMERIC
003680         ADD 1 TO ws-reject-count
003690     ELSE
003700         ADD 1 TO ws-defer-count
003710         PERFORM CHECK-ONE-DEDUCTION
003720     END-IF.
003730     READ DEFER-FILE
003740         AT END MOVE "y" TO ws-eof
003750     END-READ.
003760
003770 CHECK-ONE-DEDUCTION.
003780     PERFORM FIND-EMPLOYEE-ACCOUNT.
003790     IF ws-acct-found = ZERO
003800         MOVE "N" TO ws-exc-type
003810         PERFORM ADD-EXCEPTION
003820     ELSE
003830         PERFORM COMPUTE-DEADLINE
003840         COMPUTE ws-check-int =
003850             FUNCTION INTEGER-OF-DATE(DEFR-PAY-DATE) + 31
003860         COMPUTE ws-window-end =
003870             FUNCTION DATE-OF-INTEGER(ws-check-int)
003880         MOVE ZERO TO ws-dep-best
003890         MOVE ZERO TO ws-dep-sub
003900         PERFORM CHECK-ONE-DEPOSIT
003910             UNTIL ws-dep-sub NOT < ws-dep-count
003920         IF ws-dep-best = ZERO
003930             IF ws-run-date > ws-deadline
003940                 MOVE "M" TO ws-exc-type
003950                 PERFORM ADD-EXCEPTION
003960             ELSE
003970                 ADD 1 TO ws-pending-count
003980             END-IF
003990         ELSE
004000             MOVE "Y" TO ws-dp-used(ws-dep-best)
004010             ADD 1 TO ws-matched-count
004020             IF ws-dp-amount(ws-dep-best) NOT = DEFR-AMOUNT
004030                 MOVE "A" TO ws-exc-type
004040                 PERFORM ADD-EXCEPTION
004050             END-IF
004060             IF ws-dp-date(ws-dep-best) > ws-deadline
004070                 MOVE "L" TO ws-exc-type
004080                 PERFORM ADD-EXCEPTION
004090             END-IF
004100         END-IF
004110     END-IF.
004120
004130 FIND-EMPLOYEE-ACCOUNT.
004140     MOVE ZERO TO ws-acct-found.
004150     MOVE ZERO TO ws-acct-sub.
004160     PERFORM CHECK-ONE-EMPLOYEE-ACCOUNT
004170         UNTIL ws-acct-sub NOT < ws-acct-count
004180             OR ws-acct-found > ZERO.
004190
004200 CHECK-ONE-EMPLOYEE-ACCOUNT.
004210     ADD 1 TO ws-acct-sub.
004220     IF ws-ac-employee-id(ws-acct-sub) = DEFR-EMPLOYEE-ID
004230         MOVE ws-acct-sub TO ws-acct-found
004240     END-IF.
004250
004260*--------------------------------
004270* Earliest unused deposit for the employee, any of the
004280* employee's accounts, inside the matching window.
004290*--------------------------------
004300 CHECK-ONE-DEPOSIT.
004310     ADD 1 TO ws-dep-sub.
004320     IF ws-dp-employee-id(ws-dep-sub) = DEFR-EMPLOYEE-ID
004330         AND ws-dp-used(ws-dep-sub) = "N"
004340         AND ws-dp-date(ws-dep-sub) NOT < DEFR-PAY-DATE
004350         AND ws-dp-date(ws-dep-sub) NOT > ws-window-end
004360         IF ws-dep-best = ZERO
004370             MOVE ws-dep-sub TO ws-dep-best
004380         ELSE
004390             IF ws-dp-date(ws-dep-sub) < ws-dp-date(ws-dep-best)
004400                 MOVE ws-dep-sub TO ws-dep-best
004410             END-IF
004420         END-IF
004430     END-IF.
004440
004450 COMPUTE-DEADLINE.
004460     MOVE DEFR-PAY-DATE TO ws-check-date.
004470     MOVE ZERO TO ws-bus-count.
004480     PERFORM STEP-FORWARD-ONE-DAY
004490         UNTIL ws-bus-count NOT < ws-remit-days.
004500     MOVE ws-check-date TO ws-deadline.
004510
004520 STEP-FORWARD-ONE-DAY.
004530     COMPUTE ws-check-int =
004540         FUNCTION INTEGER-OF-DATE(ws-check-date) + 1.
004550     COMPUTE ws-check-date =
004560         FUNCTION DATE-OF-INTEGER(ws-check-int).
004570     PERFORM TEST-BUSINESS-DAY.
004580     IF ws-day-is-business = "Y"
004590         ADD 1 TO ws-bus-count
004600     END-IF.
004610
004620 TEST-BUSINESS-DAY.
004630     MOVE "Y" TO ws-day-is-business.
004640     COMPUTE ws-check-int =
004650         FUNCTION INTEGER-OF-DATE(ws-check-date).
004660     COMPUTE ws-weekday-rem = FUNCTION MOD(ws-check-int, 7).
004670     IF ws-weekday-rem = 6 OR ws-weekday-rem = 0
004680         MOVE "N" TO ws-day-is-business
004690     END-IF.
004700     IF ws-cal-open = "Y"
004710         MOVE ws-check-date TO CAL-DATE
004720         READ CALENDAR-FILE
004730             INVALID KEY CONTINUE
004740             NOT INVALID KEY
004750                 IF CAL-HOLIDAY
004760                     MOVE "N" TO ws-day-is-business
004770                 ELSE
004780                     MOVE "Y" TO ws-day-is-business
004790                 END-IF
004800         END-READ
004810     END-IF.
004820
004830 ADD-EXCEPTION.
004840     EVALUATE ws-exc-type
004850         WHEN "M" ADD 1 TO ws-missing-count
004860         WHEN "A" ADD 1 TO ws-amount-count
004870         WHEN "L" ADD 1 TO ws-late-count
004880         WHEN "N" ADD 1 TO ws-noacct-count
004890     END-EVALUATE.
004900     IF ws-exc-count NOT < 3000
004910         ADD 1 TO ws-overflow-count
004920     ELSE
004930         ADD 1 TO ws-exc-count
004940         MOVE ws-exc-type      TO ws-ex-type(ws-exc-count)
004950         MOVE DEFR-EMPLOYEE-ID TO ws-ex-employee-id(ws-exc-count)
004960         MOVE DEFR-PAY-DATE    TO ws-ex-pay-date(ws-exc-count)
004970         MOVE DEFR-AMOUNT      TO ws-ex-deducted(ws-exc-count)
004980         MOVE ws-deadline      TO ws-ex-deadline(ws-exc-count)
004990         MOVE SPACES           TO ws-ex-account(ws-exc-count)
005000         MOVE "(NO ACCOUNT)"   TO ws-ex-name(ws-exc-count)
005010         MOVE ZERO             TO ws-ex-dep-date(ws-exc-count)
005020         MOVE ZERO             TO ws-ex-dep-amount(ws-exc-count)
005030         IF ws-acct-found > ZERO
005040             MOVE ws-ac-name(ws-acct-found)
005050                 TO ws-ex-name(ws-exc-count)
005060             MOVE ws-ac-account(ws-acct-found)
005070                 TO ws-ex-account(ws-exc-count)
005080         END-IF
005090         IF ws-exc-type = "A" OR ws-exc-type = "L"
005100             MOVE ws-dp-account(ws-dep-best)
005110                 TO ws-ex-account(ws-exc-count)
005120             MOVE ws-dp-date(ws-dep-best)
005130                 TO ws-ex-dep-date(ws-exc-count)
005140             MOVE ws-dp-amount(ws-dep-best)
005150                 TO ws-ex-dep-amount(ws-exc-count)
005160         END-IF
005170     END-IF.
005180
005190*--------------------------------
005200* One section of the report - the caller leaves the section
005210* title in ws-text-line and the exception type in ws-exc-type.
005220*--------------------------------
005230 PRINT-SECTION.
005240     PERFORM SHOW-LINE.
005250     MOVE "  EMP    ACCOUNT    NAME               PAY DATE"
005260         TO ws-text-line.
005270     PERFORM SHOW-LINE.
005280     MOVE ZERO TO ws-section-count.
005290     MOVE ZERO TO ws-exc-sub.
005300     PERFORM PRINT-ONE-EXCEPTION
005310         UNTIL ws-exc-sub NOT < ws-exc-count.
005320     IF ws-section-count = ZERO
005330         MOVE "  (none)" TO ws-text-line
005340         PERFORM SHOW-LINE
005350     END-IF.
005360     MOVE SPACES TO ws-text-line.
005370     PERFORM SHOW-LINE.
005380
005390 PRINT-ONE-EXCEPTION.
005400     ADD 1 TO ws-exc-sub.
005410     IF ws-ex-type(ws-exc-sub) = ws-exc-type
005420         ADD 1 TO ws-section-count
005430         MOVE ws-ex-pay-date(ws-exc-sub) TO ws-fmt-date
005440         PERFORM FORMAT-DATE
005450         MOVE SPACES TO ws-text-line
005460         STRING "  " ws-ex-employee-id(ws-exc-sub)
005470             " " ws-ex-account(ws-exc-sub)
005480             " " ws-ex-name(ws-exc-sub)
005490             " " ws-fmt-out
005500             DELIMITED BY SIZE INTO ws-text-line
005510         PERFORM SHOW-LINE
005520         MOVE ws-ex-deducted(ws-exc-sub)   TO ws-money-1
005530         MOVE ws-ex-dep-amount(ws-exc-sub) TO ws-money-2
005540         MOVE ws-ex-deadline(ws-exc-sub)   TO ws-fmt-date
005550         PERFORM FORMAT-DATE
005560         MOVE ws-fmt-out TO ws-fmt-out-2
005570         MOVE ws-ex-dep-date(ws-exc-sub)   TO ws-fmt-date
005580         PERFORM FORMAT-DATE
005590         MOVE SPACES TO ws-text-line
005600         EVALUATE ws-exc-type
005610             WHEN "M"
005620                 STRING "         DEDUCTED " ws-money-1
005630                     "  DUE BY " ws-fmt-out-2
005640                     "  NO DEPOSIT FOUND"
005650                     DELIMITED BY SIZE INTO ws-text-line
005660             WHEN "A"
005670                 COMPUTE ws-diff = ws-ex-dep-amount(ws-exc-sub)
005680                     - ws-ex-deducted(ws-exc-sub)
005690                 MOVE ws-diff TO ws-money-3
005700                 STRING "         DEDUCTED " ws-money-1
005710                     "  DEPOSITED " ws-money-2
005720                     "  DIFF " ws-money-3
005730                     DELIMITED BY SIZE INTO ws-text-line
005740             WHEN "L"
005750                 STRING "         DEPOSITED " ws-fmt-out
005760                     "  DUE BY " ws-fmt-out-2
005770                     "  AMOUNT " ws-money-2
005780                     DELIMITED BY SIZE INTO ws-text-line
005790             WHEN "N"
005800                 STRING "         DEDUCTED " ws-money-1
005810                     "  NO PARTICIPANT ACCOUNT ON PARTMAST"
005820                     DELIMITED BY SIZE INTO ws-text-line
005830         END-EVALUATE
005840         PERFORM SHOW-LINE
005850     END-IF.
005860
005870*--------------------------------
005880* Deferral deposits no deduction claimed - informational; a
005890* correction or a deduction from a pay run not on this feed.
005900*--------------------------------
005910 PRINT-UNCLAIMED.
005920     MOVE "DEPOSITS WITH NO PAYROLL DEDUCTION" TO ws-text-line.
005930     PERFORM SHOW-LINE.
005940     MOVE "  EMP    ACCOUNT    NAME               DEPOSITED"
005950         TO ws-text-line.
005960     PERFORM SHOW-LINE.
005970     MOVE ZERO TO ws-dep-sub.
005980     PERFORM PRINT-ONE-UNCLAIMED
005990         UNTIL ws-dep-sub NOT < ws-dep-count.
006000     IF ws-unclaimed-count = ZERO
006010         MOVE "  (none)" TO ws-text-line
006020         PERFORM SHOW-LINE
006030     END-IF.
006040     MOVE SPACES TO ws-text-line.
006050     PERFORM SHOW-LINE.
006060
006070 PRINT-ONE-UNCLAIMED.
006080     ADD 1 TO ws-dep-sub.
006090     IF ws-dp-used(ws-dep-sub) = "N"
006100         ADD 1 TO ws-unclaimed-count
006110         MOVE ws-dp-date(ws-dep-sub) TO ws-fmt-date
006120         PERFORM FORMAT-DATE
006130         MOVE ws-dp-amount(ws-dep-sub) TO ws-money-2
006140         MOVE SPACES TO ws-text-line
006150         STRING "  " ws-dp-employee-id(ws-dep-sub)
006160             " " ws-dp-account(ws-dep-sub)
006170             " " ws-dp-name(ws-dep-sub)
006180             " " ws-fmt-out
006190             " " ws-money-2
006200             DELIMITED BY SIZE INTO ws-text-line
006210         PERFORM SHOW-LINE
006220     END-IF.
006230
006240 PRINT-TRAILER.
006250     MOVE ws-defer-count TO ws-count-disp.
006260     MOVE SPACES TO ws-text-line.
006270     STRING "DEDUCTIONS ON FEED          " ws-count-disp
006280         DELIMITED BY SIZE INTO ws-text-line.
006290     PERFORM SHOW-LINE.
006300     MOVE ws-matched-count TO ws-count-disp.
006310     MOVE SPACES TO ws-text-line.
006320     STRING "MATCHED TO A DEPOSIT        " ws-count-disp
006330         DELIMITED BY SIZE INTO ws-text-line.
006340     PERFORM SHOW-LINE.
006350     MOVE ws-pending-count TO ws-count-disp.
006360     MOVE SPACES TO ws-text-line.
006370     STRING "NOT YET DUE                 " ws-count-disp
006380         DELIMITED BY SIZE INTO ws-text-line.
006390     PERFORM SHOW-LINE.
006400     MOVE ws-missing-count TO ws-count-disp.
006410     MOVE SPACES TO ws-text-line.
006420     STRING "MISSING                     " ws-count-disp
006430         DELIMITED BY SIZE INTO ws-text-line.
006440     PERFORM SHOW-LINE.
006450     MOVE ws-late-count TO ws-count-disp.
006460     MOVE SPACES TO ws-text-line.
006470     STRING "LATE                        " ws-count-disp
006480         DELIMITED BY SIZE INTO ws-text-line.
006490     PERFORM SHOW-LINE.
006500     MOVE ws-amount-count TO ws-count-disp.
006510     MOVE SPACES TO ws-text-line.
006520     STRING "AMOUNT DIFFERENCES          " ws-count-disp
006530         DELIMITED BY SIZE INTO ws-text-line.
006540     PERFORM SHOW-LINE.
006550     MOVE ws-noacct-count TO ws-count-disp.
006560     MOVE SPACES TO ws-text-line.
006570     STRING "NO PARTICIPANT ACCOUNT      " ws-count-disp
006580         DELIMITED BY SIZE INTO ws-text-line.
006590     PERFORM SHOW-LINE.
006600     MOVE ws-unclaimed-count TO ws-count-disp.
006610     MOVE SPACES TO ws-text-line.
006620     STRING "DEPOSITS WITH NO DEDUCTION  " ws-count-disp
006630         DELIMITED BY SIZE INTO ws-text-line.
006640     PERFORM SHOW-LINE.
006650     IF ws-reject-count > ZERO
006660         MOVE ws-reject-count TO ws-count-disp
006670         MOVE SPACES TO ws-text-line
006680         STRING "UNREADABLE FEED LINES       " ws-count-disp
006690             DELIMITED BY SIZE INTO ws-text-line
006700         PERFORM SHOW-LINE
006710     END-IF.
006720     IF ws-overflow-count > ZERO
006730         MOVE SPACES TO ws-text-line
006740         STRING "** CHECK INCOMPLETE - " ws-overflow-count
006750             " ENTRIES PAST THE WORK TABLES"
006760             DELIMITED BY SIZE INTO ws-text-line
006770         PERFORM SHOW-LINE
006780     END-IF.
006790
006800 FORMAT-DATE.
006810     MOVE SPACES TO ws-fmt-out.
006820     IF ws-fmt-date NOT = ZERO
006830         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
006840             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
006850     END-IF.
006860
006870 SHOW-LINE.
006880     MOVE ws-text-line TO PRINT-LINE.
006890     WRITE PRINT-LINE.
