000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADPTEST.
000030*--------------------------------
000040* Annual ADP/ACP nondiscrimination testing for a plan year.
000050* Every employee paid in the year (PAYCOMP.DAT) is eligible and
000060* counts, deferring or not.  An employee is highly compensated
000070* when prior-year pay reaches the HCE pay threshold or any of
000080* the employee's PARTMAST.DAT accounts carries the owner flag.
000090* Each person's deferral percent (ADP - source-E contributions)
000100* and match percent (ACP - source-M contributions) on
000110* PERFTXN.DAT is taken against the year's pay, and the HCE group
000120* average must not exceed the greater of 1.25 times the NHCE
000130* average or the lesser of twice it and two points over it.
000140*
000150* On a failed test the excess is found by leveling the highest
000160* HCE percentages down until the HCE average meets the limit,
000170* and that total is then handed back by dollar amount - the HCE
000180* with the most dollars refunded first, down to the next
000190* highest - which is the order the corrective refunds print in.
000200* RETURN-CODE 8 when either test fails.  A correction's
000205* reversal line (txncorr.cbl) comes off the year it is dated in.
000210*
000220*   ADPTEST_YEAR      plan year tested    (default last year)
000230*   ADPTEST_HCE_PAY   HCE pay threshold   (default 155000.00)
000240*
000250* 2026-10  JDF  New program.
000255* 2026-10  JDF  Correction reversal lines net out the original.
000260*--------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300 SELECT COMP-FILE ASSIGN TO "PAYCOMPDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-comp-status.
000330
000340 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000350 ORGANIZATION IS LINE SEQUENTIAL
000360 FILE STATUS IS ws-txn-status.
000370
000380 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000390 FILE STATUS IS ws-part-status
000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS PART-ACCOUNT.
000430
000440 SELECT PRINT-FILE ASSIGN TO "ADPTESTPRT"
000450 ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD COMP-FILE.
000500     COPY COMPREC.
000510
000520 FD TXN-FILE.
000530     COPY TXNREC.
000540
000550 FD PARTFILE.
000560     COPY PARTREC.
000570
000580 FD PRINT-FILE.
000590 01  PRINT-LINE                      PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620 01  ws-comp-status                  pic x(02).
000630 01  ws-txn-status                   pic x(02).
000640 01  ws-part-status                  pic x(02).
000650 01  ws-eof                          pic x(01) value space.
000655 01  ws-txn-amount                   pic s9(9)v99 value zero.
000660 01  ws-run-date                     pic 9(08) value zero.
000670 01  ws-env-check                    pic x(12) value spaces.
000680 01  ws-year                         pic 9(04) value zero.
000690 01  ws-prior-year                   pic 9(04) value zero.
000700 01  ws-hce-pay                      pic 9(7)v99 value 155000.
000710 01  ws-overflow-count               pic 9(05) value zero.
000720 01  ws-hce-count                    pic 9(05) value zero.
000730 01  ws-nhce-count                   pic 9(05) value zero.
000740 01  ws-fail-count                   pic 9(01) value zero.
000750
000760*--------------------------------
000770* Participant accounts, loaded from PARTMAST.DAT.
000780*--------------------------------
000790 01  ws-acct-count                   pic 9(04) comp value zero.
000800 01  ws-acct-table.
000810     05  ws-acct-entry               occurs 3000 times.
000820         10  ws-ac-account           pic x(10).
000830         10  ws-ac-employee-id       pic 9(06).
000840         10  ws-ac-name              pic x(18).
000850         10  ws-ac-owner             pic x(01).
000860 01  ws-acct-sub                     pic 9(04) comp value zero.
000870 01  ws-acct-found                   pic 9(04) comp value zero.
000880
000890*--------------------------------
000900* One entry per employee paid in the plan year or the year
000910* before.  ws-em-test-pct and ws-em-test-dollars hold whichever
000920* test is being run.
000930*--------------------------------
000940 01  ws-emp-count                    pic 9(04) comp value zero.
000950 01  ws-emp-table.
000960     05  ws-emp-entry                occurs 3000 times.
000970         10  ws-em-employee-id       pic 9(06).
000980         10  ws-em-name              pic x(18).
000990         10  ws-em-owner             pic x(01).
001000         10  ws-em-hce               pic x(01).
001010         10  ws-em-prior-pay         pic 9(9)v99.
001020         10  ws-em-pay               pic 9(9)v99.
001030         10  ws-em-deferral          pic s9(9)v99.
001040         10  ws-em-match             pic s9(9)v99.
001050         10  ws-em-adp               pic 9(3)v9(4).
001060         10  ws-em-acp               pic 9(3)v9(4).
001070         10  ws-em-test-pct          pic 9(3)v9(4).
001080         10  ws-em-test-dollars      pic 9(9)v99.
001090         10  ws-em-refund            pic 9(9)v99.
001100         10  ws-em-printed           pic x(01).
001110 01  ws-emp-sub                      pic 9(04) comp value zero.
001120 01  ws-emp-found                    pic 9(04) comp value zero.
001130 01  ws-find-employee-id             pic 9(06) value zero.
001140
001150*--------------------------------
001160* Test arithmetic.
001170*--------------------------------
001180 01  ws-test-name                    pic x(03) value spaces.
001190 01  ws-hce-sum                      pic 9(7)v9(4) value zero.
001200 01  ws-nhce-sum                     pic 9(7)v9(4) value zero.
001210 01  ws-hce-avg                      pic 9(3)v9(4) value zero.
001220 01  ws-nhce-avg                     pic 9(3)v9(4) value zero.
001230 01  ws-limit-1                      pic 9(3)v9(4) value zero.
001240 01  ws-limit-2                      pic 9(3)v9(4) value zero.
001250 01  ws-limit                        pic 9(3)v9(4) value zero.
001260 01  ws-test-result                  pic x(04) value spaces.
001270 01  ws-level-lo                     pic 9(3)v9(8) value zero.
001280 01  ws-level-hi                     pic 9(3)v9(8) value zero.
001290 01  ws-level-mid                    pic 9(3)v9(8) value zero.
001300 01  ws-level-sum                    pic 9(7)v9(8) value zero.
001310 01  ws-level-avg                    pic 9(3)v9(8) value zero.
001320 01  ws-excess-total                 pic 9(9)v99 value zero.
001330 01  ws-dollar-lo                    pic 9(9)v9(4) value zero.
001340 01  ws-dollar-hi                    pic 9(9)v9(4) value zero.
001350 01  ws-dollar-mid                   pic 9(9)v9(4) value zero.
001360 01  ws-dollar-sum                   pic 9(11)v9(4) value zero.
001370 01  ws-refund-total                 pic 9(9)v99 value zero.
001380 01  ws-best-sub                     pic 9(04) comp value zero.
001390 01  ws-iteration                    pic 9(02) value zero.
001400
001410 01  ws-money-1                      pic $$,$$$,$$9.99.
001420 01  ws-money-2                      pic $$,$$$,$$9.99.
001430 01  ws-money-3                      pic $$$$,$$9.99.
001440 01  ws-money-total                  pic $$$,$$$,$$9.99.
001450 01  ws-pct-1                        pic zz9.99.
001460 01  ws-pct-2                        pic zz9.99.
001470 01  ws-pct-3                        pic zz9.99.
001480 01  ws-count-disp                   pic zzzz9.
001490
001500     COPY RPTHEAD.
001510
001520 01  ws-text-line                    pic x(80) value spaces.
001530
001540 PROCEDURE DIVISION.
001550 PROGRAM-BEGIN.
001560     CALL "shopcfg"
001570         ON EXCEPTION
001580             DISPLAY "shopcfg not found - default "
001590                 "file locations in effect"
001600     END-CALL.
001610     PERFORM INITIALIZE-RUN.
001620     PERFORM LOAD-ACCOUNTS.
001630     PERFORM TOTAL-PAY.
001640     PERFORM TOTAL-CONTRIBUTIONS.
001650     PERFORM CLASSIFY-EMPLOYEES.
001660     PERFORM PRINT-PARTICIPANTS.
001670     MOVE "ADP" TO ws-test-name.
001680     PERFORM RUN-ONE-TEST.
001690     MOVE "ACP" TO ws-test-name.
001700     PERFORM RUN-ONE-TEST.
001710     PERFORM PRINT-TRAILER.
001720     CLOSE PRINT-FILE.
001730     DISPLAY "Nondiscrimination testing complete - plan year "
001740         ws-year ", " ws-fail-count " test(s) failed.".
001750     IF ws-overflow-count > ZERO
001760         DISPLAY "CHECK INCOMPLETE - " ws-overflow-count
001770             " entries past the work tables."
001780     END-IF.
001790     IF ws-fail-count > ZERO
001800         OR ws-overflow-count > ZERO
001810         MOVE 8 TO RETURN-CODE
001820     END-IF.
001830     STOP RUN.
001840
001850 INITIALIZE-RUN.
001860     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001870     MOVE ws-run-date(1:4) TO ws-year.
001880     SUBTRACT 1 FROM ws-year.
001890     ACCEPT ws-env-check FROM ENVIRONMENT "ADPTEST_YEAR".
001900     IF ws-env-check(1:4) IS NUMERIC
001910         MOVE ws-env-check(1:4) TO ws-year
001920     END-IF.
001930     COMPUTE ws-prior-year = ws-year - 1.
001940     ACCEPT ws-env-check FROM ENVIRONMENT "ADPTEST_HCE_PAY".
001950     IF ws-env-check NOT = SPACES
001960         COMPUTE ws-hce-pay =
001970             FUNCTION NUMVAL(ws-env-check)
001980     END-IF.
001990     OPEN OUTPUT PRINT-FILE.
002000     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002010         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002020     MOVE "ADP/ACP NONDISCRIMINATION TEST" TO RPT-TITLE.
002030     MOVE 1 TO RPT-PAGE-NUMBER.
002040     WRITE PRINT-LINE FROM RPT-HEADING-1.
002050     WRITE PRINT-LINE FROM RPT-HEADING-2.
002060     MOVE ws-hce-pay TO ws-money-1.
002070     MOVE SPACES TO ws-text-line.
002080     STRING "PLAN YEAR " ws-year
002090         "  HCE: " ws-prior-year " PAY OF " ws-money-1
002100         " OR AN OWNER"
002110         DELIMITED BY SIZE INTO ws-text-line.
002120     PERFORM SHOW-LINE.
002130     MOVE SPACES TO ws-text-line.
002140     PERFORM SHOW-LINE.
002150
002160 LOAD-ACCOUNTS.
002170     OPEN INPUT PARTFILE.
002180     IF ws-part-status NOT = "00"
002190         DISPLAY "No participant master - owners cannot be "
002200             "identified."
002210     ELSE
002220         MOVE SPACE TO ws-eof
002230         READ PARTFILE NEXT RECORD
002240             AT END MOVE "y" TO ws-eof
002250         END-READ
002260         PERFORM LOAD-ONE-ACCOUNT UNTIL ws-eof = "y"
002270         CLOSE PARTFILE
002280     END-IF.
002290
002300 LOAD-ONE-ACCOUNT.
002310     IF ws-acct-count < 3000
002320         ADD 1 TO ws-acct-count
002330         MOVE PART-ACCOUNT     TO ws-ac-account(ws-acct-count)
002340         MOVE PART-EMPLOYEE-ID TO ws-ac-employee-id(ws-acct-count)
002350         MOVE PART-NAME        TO ws-ac-name(ws-acct-count)
002360         MOVE PART-OWNER-FLAG  TO ws-ac-owner(ws-acct-count)
002370     ELSE
002380         ADD 1 TO ws-overflow-count
002390     END-IF.
002400     READ PARTFILE NEXT RECORD
002410         AT END MOVE "y" TO ws-eof
002420     END-READ.
002430
002440 TOTAL-PAY.
002450     OPEN INPUT COMP-FILE.
002460     IF ws-comp-status NOT = "00"
002470         MOVE "  (no compensation file on hand)" TO ws-text-line
002480         PERFORM SHOW-LINE
002490         CLOSE PRINT-FILE
002500         DISPLAY "No compensation file - nothing to test."
002510         STOP RUN
002520     END-IF.
002530     MOVE SPACE TO ws-eof.
002540     READ COMP-FILE
002550         AT END MOVE "y" TO ws-eof
002560     END-READ.
002570     PERFORM TOTAL-ONE-PAY UNTIL ws-eof = "y".
002580     CLOSE COMP-FILE.
002590
002600 TOTAL-ONE-PAY.
002610     IF COMP-EMPLOYEE-ID IS NUMERIC
002620         AND COMP-PAY-DATE IS NUMERIC
002630         AND COMP-PAY IS NUMERIC
002640         IF COMP-PAY-DATE(1:4) = ws-year
002650             MOVE COMP-EMPLOYEE-ID TO ws-find-employee-id
002660             PERFORM FIND-EMPLOYEE
002670             IF ws-emp-found > ZERO
002680                 ADD COMP-PAY TO ws-em-pay(ws-emp-found)
002690             END-IF
002700         END-IF
002710         IF COMP-PAY-DATE(1:4) = ws-prior-year
002720             MOVE COMP-EMPLOYEE-ID TO ws-find-employee-id
002730             PERFORM FIND-EMPLOYEE
002740             IF ws-emp-found > ZERO
002750                 ADD COMP-PAY TO ws-em-prior-pay(ws-emp-found)
002760             END-IF
002770         END-IF
002780     END-IF.
002790     READ COMP-FILE
002800         AT END MOVE "y" TO ws-eof
002810     END-READ.
002820
002830 TOTAL-CONTRIBUTIONS.
002840     OPEN INPUT TXN-FILE.
002850     IF ws-txn-status = "00"
002860         MOVE SPACE TO ws-eof
002870         READ TXN-FILE
002880             AT END MOVE "y" TO ws-eof
002890         END-READ
002900         PERFORM TOTAL-ONE-CONTRIBUTION UNTIL ws-eof = "y"
002910         CLOSE TXN-FILE
002920     END-IF.
002930
002940 TOTAL-ONE-CONTRIBUTION.
002950     IF TXN-TYPE = "C"
002960         AND TXN-DATE(1:4) = ws-year
002970         AND (TXN-SRC-DEFERRAL OR TXN-SRC-MATCH)
002980         PERFORM FIND-TXN-ACCOUNT
002990         IF ws-acct-found > ZERO
003000             MOVE ws-ac-employee-id(ws-acct-found)
003010                 TO ws-find-employee-id
003020             PERFORM FIND-EMPLOYEE
003030             IF ws-emp-found > ZERO
003032                 MOVE TXN-AMOUNT TO ws-txn-amount
003034                 IF TXN-REVERSAL
003036                     MULTIPLY -1 BY ws-txn-amount
003038                 END-IF
003040                 IF TXN-SRC-MATCH
003050                     ADD ws-txn-amount
003055                         TO ws-em-match(ws-emp-found)
003060                 ELSE
003070                     ADD ws-txn-amount
003080                         TO ws-em-deferral(ws-emp-found)
003090                 END-IF
003100             END-IF
003110         END-IF
003120     END-IF.
003130     READ TXN-FILE
003140         AT END MOVE "y" TO ws-eof
003150     END-READ.
003160
003170 FIND-TXN-ACCOUNT.
003180     MOVE ZERO TO ws-acct-found.
003190     MOVE ZERO TO ws-acct-sub.
003200     PERFORM CHECK-ONE-TXN-ACCOUNT
003210         UNTIL ws-acct-sub NOT < ws-acct-count
003220             OR ws-acct-found > ZERO.
003230
003240 CHECK-ONE-TXN-ACCOUNT.
003250     ADD 1 TO ws-acct-sub.
003260     IF ws-ac-account(ws-acct-sub) = TXN-ACCOUNT
003270         MOVE ws-acct-sub TO ws-acct-found
003280     END-IF.
003290
003300 FIND-EMPLOYEE.
003310     MOVE ZERO TO ws-emp-found.
003320     MOVE ZERO TO ws-emp-sub.
003330     PERFORM CHECK-ONE-EMPLOYEE
003340         UNTIL ws-emp-sub NOT < ws-emp-count
003350             OR ws-emp-found > ZERO.
003360     IF ws-emp-found = ZERO
003370         IF ws-emp-count < 3000
003380             ADD 1 TO ws-emp-count
003390             MOVE ws-emp-count TO ws-emp-found
003400             INITIALIZE ws-emp-entry(ws-emp-found)
003410             MOVE ws-find-employee-id
003420                 TO ws-em-employee-id(ws-emp-found)
003430             MOVE "N" TO ws-em-owner(ws-emp-found)
003440             MOVE "(NOT ON PARTMAST)" TO ws-em-name(ws-emp-found)
003450         ELSE
003460             ADD 1 TO ws-overflow-count
003470         END-IF
003480     END-IF.
003490
003500 CHECK-ONE-EMPLOYEE.
003510     ADD 1 TO ws-emp-sub.
003520     IF ws-em-employee-id(ws-emp-sub) = ws-find-employee-id
003530         MOVE ws-emp-sub TO ws-emp-found
003540     END-IF.
003550
003560*--------------------------------
003570* Name and owner flag from the employee's accounts, then the
003580* HCE class and the two percentages.
003590*--------------------------------
003600 CLASSIFY-EMPLOYEES.
003610     MOVE ZERO TO ws-acct-sub.
003620     PERFORM CLASSIFY-ONE-ACCOUNT
003630         UNTIL ws-acct-sub NOT < ws-acct-count.
003640     MOVE ZERO TO ws-emp-sub.
003650     PERFORM CLASSIFY-ONE-EMPLOYEE
003660         UNTIL ws-emp-sub NOT < ws-emp-count.
003670
003680 CLASSIFY-ONE-ACCOUNT.
003690     ADD 1 TO ws-acct-sub.
003700     MOVE ws-ac-employee-id(ws-acct-sub) TO ws-find-employee-id.
003710     MOVE ZERO TO ws-emp-found.
003720     MOVE ZERO TO ws-emp-sub.
003730     PERFORM CHECK-ONE-EMPLOYEE
003740         UNTIL ws-emp-sub NOT < ws-emp-count
003750             OR ws-emp-found > ZERO.
003760     IF ws-emp-found > ZERO
003770         MOVE ws-ac-name(ws-acct-sub) TO ws-em-name(ws-emp-found)
003780         IF ws-ac-owner(ws-acct-sub) = "Y"
003790             MOVE "Y" TO ws-em-owner(ws-emp-found)
003800         END-IF
003810     END-IF.
003820
003830 CLASSIFY-ONE-EMPLOYEE.
003840     ADD 1 TO ws-emp-sub.
003850     MOVE "Y" TO ws-em-printed(ws-emp-sub).
003860     IF ws-em-pay(ws-emp-sub) > ZERO
003870         MOVE "N" TO ws-em-printed(ws-emp-sub)
003880         IF ws-em-owner(ws-emp-sub) = "Y"
003890             OR ws-em-prior-pay(ws-emp-sub) NOT < ws-hce-pay
003900             MOVE "Y" TO ws-em-hce(ws-emp-sub)
003910             ADD 1 TO ws-hce-count
003920         ELSE
003930             MOVE "N" TO ws-em-hce(ws-emp-sub)
003940             ADD 1 TO ws-nhce-count
003950         END-IF
003960         COMPUTE ws-em-adp(ws-emp-sub) ROUNDED =
003970             ws-em-deferral(ws-emp-sub) * 100
003980                 / ws-em-pay(ws-emp-sub)
003990         COMPUTE ws-em-acp(ws-emp-sub) ROUNDED =
004000             ws-em-match(ws-emp-sub) * 100
004010                 / ws-em-pay(ws-emp-sub)
004020     END-IF.
004030
004040 PRINT-PARTICIPANTS.
004050     MOVE "EMP    NAME" TO ws-text-line.
004060     MOVE "HCE"       TO ws-text-line(27:3).
004070     MOVE "PAY"       TO ws-text-line(40:3).
004080     MOVE "DEFERRALS" TO ws-text-line(47:9).
004090     MOVE "MATCH"     TO ws-text-line(62:5).
004100     MOVE "ADP%"      TO ws-text-line(70:4).
004110     MOVE "ACP%"      TO ws-text-line(77:4).
004120     PERFORM SHOW-LINE.
004130     MOVE ZERO TO ws-emp-sub.
004140     PERFORM PRINT-ONE-PARTICIPANT
004150         UNTIL ws-emp-sub NOT < ws-emp-count.
004160     IF ws-hce-count = ZERO AND ws-nhce-count = ZERO
004170         MOVE "  (no one paid in the plan year)" TO ws-text-line
004180         PERFORM SHOW-LINE
004190     END-IF.
004200     MOVE SPACES TO ws-text-line.
004210     PERFORM SHOW-LINE.
004220
004230 PRINT-ONE-PARTICIPANT.
004240     ADD 1 TO ws-emp-sub.
004250     IF ws-em-pay(ws-emp-sub) > ZERO
004260         MOVE ws-em-pay(ws-emp-sub)      TO ws-money-1
004270         MOVE ws-em-deferral(ws-emp-sub) TO ws-money-2
004280         MOVE ws-em-adp(ws-emp-sub)      TO ws-pct-1
004290         MOVE ws-em-acp(ws-emp-sub)      TO ws-pct-2
004300         MOVE SPACES TO ws-text-line
004310         MOVE ws-em-employee-id(ws-emp-sub) TO ws-text-line(1:6)
004320         MOVE ws-em-name(ws-emp-sub)     TO ws-text-line(8:18)
004330         MOVE ws-em-hce(ws-emp-sub)      TO ws-text-line(28:1)
004340         MOVE ws-em-match(ws-emp-sub)    TO ws-money-3
004350         MOVE ws-money-1                 TO ws-text-line(30:13)
004360         MOVE ws-money-2                 TO ws-text-line(43:13)
004370         MOVE ws-money-3                 TO ws-text-line(56:11)
004380         MOVE ws-pct-1                   TO ws-text-line(68:6)
004390         MOVE ws-pct-2                   TO ws-text-line(75:6)
004400         PERFORM SHOW-LINE
004410     END-IF.
004420
004430*--------------------------------
004440* One test: group averages, the limit, pass or fail, and on a
004450* failure the leveled excess and the refunds by dollar amount.
004460* ws-test-name says which percentage and dollars to use.
004470*--------------------------------
004480 RUN-ONE-TEST.
004490     MOVE ZERO TO ws-hce-sum.
004500     MOVE ZERO TO ws-nhce-sum.
004510     MOVE ZERO TO ws-emp-sub.
004520     PERFORM LOAD-ONE-TEST-VALUE
004530         UNTIL ws-emp-sub NOT < ws-emp-count.
004540     MOVE ZERO TO ws-hce-avg.
004550     MOVE ZERO TO ws-nhce-avg.
004560     IF ws-hce-count > ZERO
004570         COMPUTE ws-hce-avg ROUNDED = ws-hce-sum / ws-hce-count
004580     END-IF.
004590     IF ws-nhce-count > ZERO
004600         COMPUTE ws-nhce-avg ROUNDED = ws-nhce-sum / ws-nhce-count
004610     END-IF.
004620     COMPUTE ws-limit-1 ROUNDED = ws-nhce-avg * 1.25.
004630     COMPUTE ws-limit-2 = ws-nhce-avg + 2.
004640     IF ws-nhce-avg * 2 < ws-limit-2
004650         COMPUTE ws-limit-2 = ws-nhce-avg * 2
004660     END-IF.
004670     MOVE ws-limit-1 TO ws-limit.
004680     IF ws-limit-2 > ws-limit
004690         MOVE ws-limit-2 TO ws-limit
004700     END-IF.
004710     IF ws-hce-avg > ws-limit
004720         AND ws-nhce-count > ZERO
004730         MOVE "FAIL" TO ws-test-result
004740         ADD 1 TO ws-fail-count
004750     ELSE
004760         MOVE "PASS" TO ws-test-result
004770     END-IF.
004780     MOVE SPACES TO ws-text-line.
004790     STRING ws-test-name " TEST" DELIMITED BY SIZE
004800         INTO ws-text-line.
004810     PERFORM SHOW-LINE.
004820     MOVE ws-nhce-avg TO ws-pct-1.
004830     MOVE ws-hce-avg  TO ws-pct-2.
004840     MOVE ws-limit    TO ws-pct-3.
004850     MOVE SPACES TO ws-text-line.
004860     STRING "  NHCE AVERAGE " ws-pct-1 "%   HCE AVERAGE "
004870         ws-pct-2 "%   LIMIT " ws-pct-3 "%   " ws-test-result
004880         DELIMITED BY SIZE INTO ws-text-line.
004890     PERFORM SHOW-LINE.
004900     IF ws-nhce-count = ZERO
004910         MOVE "  (no non-highly compensated employees - test "
004920             TO ws-text-line
004930         MOVE "not applied)" TO ws-text-line(48:12)
004940         PERFORM SHOW-LINE
004950     END-IF.
004960     IF ws-test-result = "FAIL"
004970         PERFORM LEVEL-EXCESS
004980         PERFORM ALLOCATE-REFUNDS
004990         PERFORM PRINT-REFUNDS
005000     END-IF.
005010     MOVE SPACES TO ws-text-line.
005020     PERFORM SHOW-LINE.
005030
005040 LOAD-ONE-TEST-VALUE.
005050     ADD 1 TO ws-emp-sub.
005060     MOVE ZERO TO ws-em-refund(ws-emp-sub).
005070     IF ws-test-name = "ADP"
005080         MOVE ws-em-adp(ws-emp-sub) TO ws-em-test-pct(ws-emp-sub)
005090         MOVE ws-em-deferral(ws-emp-sub)
005100             TO ws-em-test-dollars(ws-emp-sub)
005110     ELSE
005120         MOVE ws-em-acp(ws-emp-sub) TO ws-em-test-pct(ws-emp-sub)
005130         MOVE ws-em-match(ws-emp-sub)
005140             TO ws-em-test-dollars(ws-emp-sub)
005150     END-IF.
005160     IF ws-em-pay(ws-emp-sub) > ZERO
005170         IF ws-em-hce(ws-emp-sub) = "Y"
005180             ADD ws-em-test-pct(ws-emp-sub) TO ws-hce-sum
005190         ELSE
005200             ADD ws-em-test-pct(ws-emp-sub) TO ws-nhce-sum
005210         END-IF
005220     END-IF.
005230
005240*--------------------------------
005250* Leveling: the percent cap on the HCEs that brings their
005260* average down to the limit, found by halving the interval.
005270* The excess is each HCE's percent over the cap times pay.
005280*--------------------------------
005290 LEVEL-EXCESS.
005300     MOVE ZERO TO ws-level-lo.
005310     MOVE 100  TO ws-level-hi.
005320     MOVE ZERO TO ws-iteration.
005330     PERFORM LEVEL-ONE-STEP UNTIL ws-iteration = 40.
005340     MOVE ws-level-lo TO ws-level-mid.
005350     MOVE ZERO TO ws-excess-total.
005360     MOVE ZERO TO ws-emp-sub.
005370     PERFORM EXCESS-ONE-HCE
005380         UNTIL ws-emp-sub NOT < ws-emp-count.
005390
005400 LEVEL-ONE-STEP.
005410     ADD 1 TO ws-iteration.
005420     COMPUTE ws-level-mid = (ws-level-lo + ws-level-hi) / 2.
005430     MOVE ZERO TO ws-level-sum.
005440     MOVE ZERO TO ws-emp-sub.
005450     PERFORM SUM-ONE-LEVELED
005460         UNTIL ws-emp-sub NOT < ws-emp-count.
005470     COMPUTE ws-level-avg = ws-level-sum / ws-hce-count.
005480     IF ws-level-avg > ws-limit
005490         MOVE ws-level-mid TO ws-level-hi
005500     ELSE
005510         MOVE ws-level-mid TO ws-level-lo
005520     END-IF.
005530
005540 SUM-ONE-LEVELED.
005550     ADD 1 TO ws-emp-sub.
005560     IF ws-em-hce(ws-emp-sub) = "Y"
005570         AND ws-em-pay(ws-emp-sub) > ZERO
005580         IF ws-em-test-pct(ws-emp-sub) > ws-level-mid
005590             ADD ws-level-mid TO ws-level-sum
005600         ELSE
005610             ADD ws-em-test-pct(ws-emp-sub) TO ws-level-sum
005620         END-IF
005630     END-IF.
005640
005650 EXCESS-ONE-HCE.
005660     ADD 1 TO ws-emp-sub.
005670     IF ws-em-hce(ws-emp-sub) = "Y"
005680         AND ws-em-pay(ws-emp-sub) > ZERO
005690         AND ws-em-test-pct(ws-emp-sub) > ws-level-mid
005700         COMPUTE ws-excess-total ROUNDED = ws-excess-total
005710             + (ws-em-test-pct(ws-emp-sub) - ws-level-mid)
005720                 * ws-em-pay(ws-emp-sub) / 100
005730     END-IF.
005740
005750*--------------------------------
005760* Refunds by dollar amount: the dollar level the HCE
005770* contributions are cut back to so the cuts total the excess.
005780*--------------------------------
005790 ALLOCATE-REFUNDS.
005800     MOVE ZERO TO ws-dollar-lo.
005810     MOVE ZERO TO ws-dollar-hi.
005820     MOVE ZERO TO ws-emp-sub.
005830     PERFORM FIND-TOP-DOLLARS
005840         UNTIL ws-emp-sub NOT < ws-emp-count.
005850     MOVE ZERO TO ws-iteration.
005860     PERFORM ALLOCATE-ONE-STEP UNTIL ws-iteration = 50.
005870     MOVE ws-dollar-hi TO ws-dollar-mid.
005880     MOVE ZERO TO ws-refund-total.
005890     MOVE ZERO TO ws-emp-sub.
005900     PERFORM REFUND-ONE-HCE
005910         UNTIL ws-emp-sub NOT < ws-emp-count.
005920
005930 FIND-TOP-DOLLARS.
005940     ADD 1 TO ws-emp-sub.
005950     IF ws-em-hce(ws-emp-sub) = "Y"
005960         AND ws-em-test-dollars(ws-emp-sub) > ws-dollar-hi
005970         MOVE ws-em-test-dollars(ws-emp-sub) TO ws-dollar-hi
005980     END-IF.
005990
006000 ALLOCATE-ONE-STEP.
006010     ADD 1 TO ws-iteration.
006020     COMPUTE ws-dollar-mid = (ws-dollar-lo + ws-dollar-hi) / 2.
006030     MOVE ZERO TO ws-dollar-sum.
006040     MOVE ZERO TO ws-emp-sub.
006050     PERFORM SUM-ONE-CUT
006060         UNTIL ws-emp-sub NOT < ws-emp-count.
006070     IF ws-dollar-sum > ws-excess-total
006080         MOVE ws-dollar-mid TO ws-dollar-lo
006090     ELSE
006100         MOVE ws-dollar-mid TO ws-dollar-hi
006110     END-IF.
006120
006130 SUM-ONE-CUT.
006140     ADD 1 TO ws-emp-sub.
006150     IF ws-em-hce(ws-emp-sub) = "Y"
006160         AND ws-em-pay(ws-emp-sub) > ZERO
006170         AND ws-em-test-dollars(ws-emp-sub) > ws-dollar-mid
006180         COMPUTE ws-dollar-sum = ws-dollar-sum
006190             + ws-em-test-dollars(ws-emp-sub) - ws-dollar-mid
006200     END-IF.
006210
006220 REFUND-ONE-HCE.
006230     ADD 1 TO ws-emp-sub.
006240     IF ws-em-hce(ws-emp-sub) = "Y"
006250         AND ws-em-pay(ws-emp-sub) > ZERO
006260         AND ws-em-test-dollars(ws-emp-sub) > ws-dollar-mid
006270         COMPUTE ws-em-refund(ws-emp-sub) ROUNDED =
006280             ws-em-test-dollars(ws-emp-sub) - ws-dollar-mid
006290         ADD ws-em-refund(ws-emp-sub) TO ws-refund-total
006300         MOVE "N" TO ws-em-printed(ws-emp-sub)
006310     ELSE
006320         MOVE "Y" TO ws-em-printed(ws-emp-sub)
006330     END-IF.
006340
006350*--------------------------------
006360* Refunds print largest contribution first - the order they
006370* are taken in.
006380*--------------------------------
006390 PRINT-REFUNDS.
006400     MOVE ws-excess-total TO ws-money-total.
006410     MOVE SPACES TO ws-text-line.
006420     STRING "  EXCESS TO CORRECT " ws-money-total
006430         DELIMITED BY SIZE INTO ws-text-line.
006440     PERFORM SHOW-LINE.
006450     MOVE "  CORRECTIVE REFUNDS, IN ORDER" TO ws-text-line.
006460     PERFORM SHOW-LINE.
006470     MOVE "  EMP    NAME" TO ws-text-line.
006480     MOVE "CONTRIBUTED       REFUND" TO ws-text-line(45:24).
006490     PERFORM SHOW-LINE.
006500     MOVE 1 TO ws-best-sub.
006510     PERFORM PRINT-NEXT-REFUND UNTIL ws-best-sub = ZERO.
006520     MOVE ws-refund-total TO ws-money-total.
006530     MOVE SPACES TO ws-text-line.
006540     STRING "  TOTAL REFUNDS     " ws-money-total
006550         DELIMITED BY SIZE INTO ws-text-line.
006560     PERFORM SHOW-LINE.
006570
006580 PRINT-NEXT-REFUND.
006590     MOVE ZERO TO ws-best-sub.
006600     MOVE ZERO TO ws-emp-sub.
006610     PERFORM CHECK-ONE-REFUND
006620         UNTIL ws-emp-sub NOT < ws-emp-count.
006630     IF ws-best-sub > ZERO
006640         MOVE "Y" TO ws-em-printed(ws-best-sub)
006650         MOVE ws-em-test-dollars(ws-best-sub) TO ws-money-1
006660         MOVE ws-em-refund(ws-best-sub)       TO ws-money-2
006670         MOVE SPACES TO ws-text-line
006680         MOVE ws-em-employee-id(ws-best-sub) TO ws-text-line(3:6)
006690         MOVE ws-em-name(ws-best-sub)     TO ws-text-line(10:18)
006700         MOVE ws-money-1 TO ws-text-line(43:13)
006710         MOVE ws-money-2 TO ws-text-line(56:13)
006720         PERFORM SHOW-LINE
006730     END-IF.
006740
006750 CHECK-ONE-REFUND.
006760     ADD 1 TO ws-emp-sub.
006770     IF ws-em-printed(ws-emp-sub) = "N"
006780         IF ws-best-sub = ZERO
006790             MOVE ws-emp-sub TO ws-best-sub
006800         ELSE
006810             IF ws-em-test-dollars(ws-emp-sub)
006820                 > ws-em-test-dollars(ws-best-sub)
006830                 MOVE ws-emp-sub TO ws-best-sub
006840             END-IF
006850         END-IF
006860     END-IF.
006870
006880 PRINT-TRAILER.
006890     MOVE ws-hce-count TO ws-count-disp.
006900     MOVE SPACES TO ws-text-line.
006910     STRING "HIGHLY COMPENSATED      " ws-count-disp
006920         DELIMITED BY SIZE INTO ws-text-line.
006930     PERFORM SHOW-LINE.
006940     MOVE ws-nhce-count TO ws-count-disp.
006950     MOVE SPACES TO ws-text-line.
006960     STRING "NON-HIGHLY COMPENSATED  " ws-count-disp
006970         DELIMITED BY SIZE INTO ws-text-line.
006980     PERFORM SHOW-LINE.
006990     IF ws-fail-count = ZERO
007000         MOVE "BOTH TESTS PASSED" TO ws-text-line
007010     ELSE
007020         MOVE "** TESTING FAILED - CORRECTIVE REFUNDS ARE DUE"
007030             TO ws-text-line
007040     END-IF.
007050     PERFORM SHOW-LINE.
007060     IF ws-overflow-count > ZERO
007070         MOVE SPACES TO ws-text-line
007080         STRING "** CHECK INCOMPLETE - " ws-overflow-count
007090             " ENTRIES PAST THE WORK TABLES"
007100             DELIMITED BY SIZE INTO ws-text-line
007110         PERFORM SHOW-LINE
007120     END-IF.
007130
007140 SHOW-LINE.
007150     MOVE ws-text-line TO PRINT-LINE.
007160     WRITE PRINT-LINE.
