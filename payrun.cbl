000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYRUN.
000030*--------------------------------
000040* Distribution payment run.  Approved withdrawals used to go
000050* out on hand-written check requests with the withholding done
000060* on a calculator.  This run takes every request on WDREQ.DAT
000070* approved within the period and not yet paid, works out the
000080* federal withholding and writes the check:
000090*
000100*   ELIGIBLE ROLLOVER  an age-based in-service withdrawal is an
000110*                      eligible rollover distribution - the
000120*                      mandatory rate, or the participant's
000130*                      elected rate when that is higher;
000140*   OTHER              a hardship withdrawal is not, nor is a
000150*                      systematic plan payment (type S, filed
000160*                      by swprun.cbl) - the participant's
000163*                      elected rate, or the default rate when
000166*                      none was elected;
000170*   QUALIFIED ROTH     a Roth account (PART-ACCT-TYPE R) paid at
000180*                      59 1/2 or later, five or more years after
000184*                      the first contribution on PERFTXN.DAT
000188*                      that a correction has not reversed (a
000192*                      corrected replacement keeps the date of
000196*                      the line it replaces), is
000200*                      not taxable and nothing is withheld.  A
000210*                      Roth payment that does not qualify is
000220*                      withheld on in full - the basis is the
000230*                      preparer's to work out.
000231*   DIRECT ROLLOVER    a small-balance force-out filed by
000232*                      forceout.cbl as type R is paid to the
000234*                      IRA or plan named on the request -
000235*                      nothing taxable, nothing withheld.  A
000237*                      type T force-out paid in cash is an
000238*                      eligible rollover distribution.
000240*
000250* Checks are numbered on from the last one on DISTPAY.DAT.
000260* Each payment prints on the check register (PAYRUN.PRT), goes
000270* to the bank's positive-pay file (POSPAY.DAT, rebuilt each
000280* run) and is appended to DISTPAY.DAT with the taxable and
000290* withheld amounts for tax1099.cbl; the request is stamped with
000300* its check number and paid date so it is never paid twice.
000310* A request whose account is not on the participant master is
000320* listed and left unpaid.  RETURN-CODE 4 for unpaid requests.
000330*
000340*   PAYRUN_FROM        first approval date   (default: all)
000350*   PAYRUN_TO          last approval date    (default today)
000360*   PAYRUN_FIRST_CHECK first check number of new check stock
000370*                      (used when above the last one paid)
000380*   PAYRUN_BANK_ACCT   bank account number for positive pay
000390*   PAYRUN_ROLL_PCT    mandatory rollover rate   (default 20)
000400*   PAYRUN_OTHER_PCT   default rate otherwise    (default 10)
000410*
000420* 2026-10  JDF  New program.
000421* 2026-10  JDF  Force-out requests: type R paid as a direct
000422*                rollover to the named IRA, type T withheld
000423*                at the mandatory rollover rate.
000424* 2026-10  JDF  Systematic withdrawal plan payments (type S)
000425*                paid at the OTHER rate.
000426* 2026-10  JDF  The Roth five-year test skips contribution
000427*                reversals and, through TXNADJ.DAT, the originals
000428*                they reverse, so a first contribution taken back
000429*                by txncorr does not start the five years.
000430*--------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470 SELECT WDRQFILE ASSIGN TO "WDREQDAT"
000480 FILE STATUS IS ws-wdrq-status
000490 ORGANIZATION IS INDEXED
000500 ACCESS MODE IS DYNAMIC
000510 RECORD KEY IS WR-REQUEST-NO.
000520
000530 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000540 FILE STATUS IS ws-part-status
000550 ORGANIZATION IS INDEXED
000560 ACCESS MODE IS DYNAMIC
000570 RECORD KEY IS PART-ACCOUNT.
000580
000590 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000600 ORGANIZATION IS LINE SEQUENTIAL
000610 FILE STATUS IS ws-txn-status.
000611
000612 SELECT ADJFILE ASSIGN TO "TXNADJDAT"
000614 FILE STATUS IS ws-adj-status
000615 ORGANIZATION IS INDEXED
000617 ACCESS MODE IS DYNAMIC
000618 RECORD KEY IS ADJ-NO.
000620
000630 SELECT DPAY-FILE ASSIGN TO "DISTPAYDAT"
000640 ORGANIZATION IS LINE SEQUENTIAL
000650 FILE STATUS IS ws-dpay-status.
000660
000670 SELECT POSPAY-FILE ASSIGN TO "POSPAYDAT"
000680 ORGANIZATION IS LINE SEQUENTIAL
000690 FILE STATUS IS ws-pp-status.
000700
000710 SELECT PRINT-FILE ASSIGN TO "PAYRUNPRT"
000720 ORGANIZATION IS LINE SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD WDRQFILE.
000770     COPY WDRQREC.
000780
000790 FD PARTFILE.
000800     COPY PARTREC.
000810
000820 FD TXN-FILE.
000830     COPY TXNREC.
000840
000842 FD ADJFILE.
000845     COPY ADJREC.
000847
000850 FD DPAY-FILE.
000860     COPY DPAYREC.
000870
000880 FD POSPAY-FILE.
000890     COPY POSPREC.
000900
000910 FD PRINT-FILE.
000920 01  PRINT-LINE                      PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950 01  ws-wdrq-status                  pic x(02).
000960 01  ws-part-status                  pic x(02).
000970 01  ws-txn-status                   pic x(02).
000972 01  ws-adj-status                   pic x(02).
000975 01  ws-adj-open                     pic x(01) value "N".
000977 01  ws-adj-found                    pic x(01) value "n".
000980 01  ws-dpay-status                  pic x(02).
000990 01  ws-pp-status                    pic x(02).
001000 01  ws-part-open                    pic x(01) value "N".
001010 01  ws-eof                          pic x(01) value space.
001020 01  ws-found                        pic x(01) value space.
001030 01  ws-run-date                     pic 9(08) value zero.
001040 01  ws-from-date                    pic 9(08) value zero.
001050 01  ws-to-date                      pic 9(08) value zero.
001060 01  ws-env-check                    pic x(12) value spaces.
001070 01  ws-bank-account                 pic 9(12) value zero.
001080 01  ws-roll-pct                     pic 9(3)v99 value 20.
001090 01  ws-other-pct                    pic 9(3)v99 value 10.
001100 01  ws-first-check                  pic 9(08) value zero.
001110 01  ws-last-check                   pic 9(08) value zero.
001120 01  ws-next-check                   pic 9(08) value zero.
001130
001140*--------------------------------
001150* The requests to pay this run, with the account's first
001160* contribution date for the Roth five-year test.
001170*--------------------------------
001180 01  ws-pay-count                    pic 9(04) comp value zero.
001190 01  ws-pay-table.
001200     05  ws-pay-entry                occurs 500 times.
001210         10  ws-py-request           pic 9(06).
001220         10  ws-py-account           pic x(10).
001230         10  ws-py-first-contrib     pic 9(08).
001240 01  ws-pay-sub                      pic 9(04) comp value zero.
001241 01  ws-overflow-count               pic 9(05) value zero.
001242
001243*--------------------------------
001245* The PERFTXN.DAT line numbers of the contributions reversed by
001246* a correction, for the accounts being paid, left out of the
001247* Roth five-year test.
001248*--------------------------------
001250 01  ws-rev-count                    pic 9(04) comp value zero.
001251 01  ws-rev-table.
001252     05  ws-rv-line                  pic 9(07) occurs 500 times.
001253 01  ws-rev-sub                      pic 9(04) comp value zero.
001254 01  ws-rev-overflow                 pic 9(05) value zero.
001255 01  ws-rev-unknown                  pic 9(05) value zero.
001256 01  ws-on-list                      pic x(01) value "N".
001257 01  ws-reversed                     pic x(01) value "N".
001258 01  ws-line-no                      pic 9(07) value zero.
001259 01  ws-contrib-date                 pic 9(08) value zero.
001260
001270 01  ws-age-date                     pic 9(08) value zero.
001280 01  ws-age-year                     pic 9(04) value zero.
001290 01  ws-age-month                    pic 9(02) value zero.
001300 01  ws-five-year                    pic 9(04) value zero.
001310 01  ws-treatment                    pic x(01) value space.
001320 01  ws-treat-name                   pic x(14) value spaces.
001330 01  ws-taxable                      pic 9(7)v99 value zero.
001340 01  ws-wh-pct                       pic 9(3)v99 value zero.
001350 01  ws-withheld                     pic 9(7)v99 value zero.
001360 01  ws-net                          pic 9(7)v99 value zero.
001370
001380 01  ws-check-count                  pic 9(05) value zero.
001390 01  ws-unpaid-count                 pic 9(05) value zero.
001400 01  ws-gross-total                  pic 9(11)v99 value zero.
001410 01  ws-taxable-total                pic 9(11)v99 value zero.
001420 01  ws-withheld-total               pic 9(11)v99 value zero.
001430 01  ws-net-total                    pic 9(11)v99 value zero.
001440
001450 01  ws-fmt-date                     pic 9(08) value zero.
001460 01  ws-fmt-out                      pic x(10) value spaces.
001470 01  ws-fmt-from                     pic x(10) value spaces.
001480 01  ws-money-1                      pic $$,$$$,$$9.99.
001490 01  ws-money-2                      pic $$,$$$,$$9.99.
001500 01  ws-big-money                    pic $$$,$$$,$$$,$$9.99.
001510 01  ws-pct-disp                     pic zz9.99.
001520 01  ws-count-disp                   pic zzzz9.
001530
001540     COPY RPTHEAD.
001550
001560 01  ws-text-line                    pic x(80) value spaces.
001570
001580 PROCEDURE DIVISION.
001590 PROGRAM-BEGIN.
001600     CALL "shopcfg"
001610         ON EXCEPTION
001620             DISPLAY "shopcfg not found - default "
001630                 "file locations in effect"
001640     END-CALL.
001650     PERFORM INITIALIZE-RUN.
001660     OPEN I-O WDRQFILE.
001670     IF ws-wdrq-status NOT = "00"
001680         MOVE "  (no withdrawal requests on file)" TO ws-text-line
001690         PERFORM SHOW-LINE
001700         CLOSE PRINT-FILE
001710         DISPLAY "No WDREQ.DAT - nothing to pay."
001720         STOP RUN
001730     END-IF.
001740     PERFORM COLLECT-PAYABLE.
001750     IF ws-pay-count = ZERO
001760         MOVE "  (none)" TO ws-text-line
001770         PERFORM SHOW-LINE
001780     ELSE
001790         PERFORM FIND-FIRST-CONTRIBUTIONS
001800         PERFORM FIND-LAST-CHECK
001810         PERFORM OPEN-PAYMENT-FILES
001820         MOVE ZERO TO ws-pay-sub
001830         PERFORM PAY-ONE-REQUEST
001840             UNTIL ws-pay-sub NOT < ws-pay-count
001850         PERFORM WRITE-POSPAY-TOTAL
001860         CLOSE DPAY-FILE
001870         CLOSE POSPAY-FILE
001880     END-IF.
001890     CLOSE WDRQFILE.
001900     IF ws-part-open = "Y"
001910         CLOSE PARTFILE
001920     END-IF.
001930     PERFORM PRINT-TRAILER.
001940     CLOSE PRINT-FILE.
001950     DISPLAY "Payment run complete - " ws-check-count
001960         " checks, " ws-unpaid-count " requests left unpaid.".
001970     IF ws-unpaid-count > ZERO OR ws-overflow-count > ZERO
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000     STOP RUN.
002010
002020 INITIALIZE-RUN.
002030     ACCEPT ws-run-date FROM DATE YYYYMMDD.
002040     MOVE ws-run-date TO ws-to-date.
002050     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_FROM".
002060     IF ws-env-check(1:8) IS NUMERIC
002070         MOVE ws-env-check(1:8) TO ws-from-date
002080     END-IF.
002090     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_TO".
002100     IF ws-env-check(1:8) IS NUMERIC
002110         MOVE ws-env-check(1:8) TO ws-to-date
002120     END-IF.
002130     MOVE SPACES TO ws-env-check.
002140     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_FIRST_CHECK".
002150     IF ws-env-check NOT = SPACES
002160         COMPUTE ws-first-check = FUNCTION NUMVAL(ws-env-check)
002170     END-IF.
002180     MOVE SPACES TO ws-env-check.
002190     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_BANK_ACCT".
002200     IF ws-env-check NOT = SPACES
002210         COMPUTE ws-bank-account = FUNCTION NUMVAL(ws-env-check)
002220     END-IF.
002230     MOVE SPACES TO ws-env-check.
002240     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_ROLL_PCT".
002250     IF ws-env-check NOT = SPACES
002260         COMPUTE ws-roll-pct = FUNCTION NUMVAL(ws-env-check)
002270     END-IF.
002280     MOVE SPACES TO ws-env-check.
002290     ACCEPT ws-env-check FROM ENVIRONMENT "PAYRUN_OTHER_PCT".
002300     IF ws-env-check NOT = SPACES
002310         COMPUTE ws-other-pct = FUNCTION NUMVAL(ws-env-check)
002320     END-IF.
002330     OPEN OUTPUT PRINT-FILE.
002340     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002350         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002360     MOVE "DISTRIBUTION CHECK REGISTER" TO RPT-TITLE.
002370     MOVE 1 TO RPT-PAGE-NUMBER.
002380     WRITE PRINT-LINE FROM RPT-HEADING-1.
002390     WRITE PRINT-LINE FROM RPT-HEADING-2.
002400     MOVE ws-from-date TO ws-fmt-date.
002410     PERFORM FORMAT-DATE.
002420     MOVE ws-fmt-out TO ws-fmt-from.
002430     MOVE ws-to-date TO ws-fmt-date.
002440     PERFORM FORMAT-DATE.
002450     MOVE SPACES TO ws-text-line.
002460     IF ws-from-date = ZERO
002470         STRING "REQUESTS APPROVED THROUGH " ws-fmt-out
002480             DELIMITED BY SIZE INTO ws-text-line
002490     ELSE
002500         STRING "REQUESTS APPROVED " ws-fmt-from " THROUGH "
002510             ws-fmt-out DELIMITED BY SIZE INTO ws-text-line
002520     END-IF.
002530     PERFORM SHOW-LINE.
002540     MOVE SPACES TO ws-text-line.
002550     PERFORM SHOW-LINE.
002560     MOVE "  CHECK     ACCOUNT     PAYEE" TO ws-text-line.
002570     MOVE "GROSS"     TO ws-text-line(58:5).
002580     MOVE "TREATMENT" TO ws-text-line(65:9).
002590     PERFORM SHOW-LINE.
002600     MOVE "            REQUEST" TO ws-text-line.
002610     MOVE "WITHHELD"  TO ws-text-line(34:8).
002620     MOVE "NET"       TO ws-text-line(65:3).
002630     PERFORM SHOW-LINE.
002640
002650*--------------------------------
002660* Approved, unpaid, and approved within the period.
002670*--------------------------------
002680 COLLECT-PAYABLE.
002690     MOVE SPACE TO ws-eof.
002700     MOVE ZERO TO WR-REQUEST-NO.
002710     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
002720         INVALID KEY MOVE "y" TO ws-eof
002730     END-START.
002740     PERFORM COLLECT-ONE-REQUEST UNTIL ws-eof = "y".
002750
002760 COLLECT-ONE-REQUEST.
002770     READ WDRQFILE NEXT RECORD
002780         AT END MOVE "y" TO ws-eof
002790     END-READ.
002800     IF ws-eof NOT = "y"
002810         AND WR-APPROVED
002820         AND WR-DECISION-DATE NOT < ws-from-date
002830         AND WR-DECISION-DATE NOT > ws-to-date
002840         IF WR-CHECK-NO IS NOT NUMERIC OR WR-CHECK-NO = ZERO
002850             IF ws-pay-count < 500
002860                 ADD 1 TO ws-pay-count
002870                 MOVE WR-REQUEST-NO TO ws-py-request(ws-pay-count)
002880                 MOVE WR-ACCOUNT    TO ws-py-account(ws-pay-count)
002890                 MOVE ZERO TO ws-py-first-contrib(ws-pay-count)
002900             ELSE
002910                 ADD 1 TO ws-overflow-count
002920             END-IF
002930         END-IF
002940     END-IF.
002950
002952 FIND-FIRST-CONTRIBUTIONS.
002955*--------------------------------
002957* Two passes: the first follows each contribution reversal
002960* (txncorr.cbl) for the accounts being paid to its correction
002961* on TXNADJ.DAT for the line it reverses, the second takes the
002962* earliest contribution left.  A reversal is dated the day it
002963* was approved, so only the correction names the original.
002964*--------------------------------
002965     MOVE ZERO TO ws-rev-count.
002966     OPEN INPUT ADJFILE.
002967     IF ws-adj-status = "00"
002968         MOVE "Y" TO ws-adj-open
002969     END-IF.
002970     OPEN INPUT TXN-FILE.
002980     IF ws-txn-status = "00"
002990         MOVE SPACE TO ws-eof
003000         READ TXN-FILE
003010             AT END MOVE "y" TO ws-eof
003020         END-READ
003021         PERFORM NOTE-ONE-REVERSAL UNTIL ws-eof = "y"
003022         CLOSE TXN-FILE
003023         OPEN INPUT TXN-FILE
003024         MOVE SPACE TO ws-eof
003025         MOVE ZERO  TO ws-line-no
003026         READ TXN-FILE
003027             AT END MOVE "y" TO ws-eof
003028         END-READ
003030         PERFORM NOTE-ONE-CONTRIBUTION UNTIL ws-eof = "y"
003040         CLOSE TXN-FILE
003042     END-IF.
003045     IF ws-adj-open = "Y"
003047         CLOSE ADJFILE
003050     END-IF.
003051     IF ws-rev-unknown > ZERO
003052         DISPLAY ws-rev-unknown " contribution reversals with no "
003053             "correction on TXNADJ.DAT - the Roth five-year test "
003054             "may count the lines they reverse."
003055     END-IF.
003056     IF ws-rev-overflow > ZERO
003057         DISPLAY "More than 500 contribution reversals - the "
003058             "Roth five-year test may count reversed lines."
003059     END-IF.
003060
003063 NOTE-ONE-REVERSAL.
003067     IF TXN-TYPE = "C" AND TXN-REVERSAL
003070         PERFORM TEST-ACCOUNT-ON-LIST
003074         IF ws-on-list = "Y"
003077             PERFORM READ-CORRECTION
003081             IF ws-adj-found NOT = "y"
003084                 ADD 1 TO ws-rev-unknown
003088             ELSE
003091             IF ws-rev-count < 500
003095                 ADD 1 TO ws-rev-count
003098                 MOVE ADJ-ORIG-LINE-NO TO ws-rv-line(ws-rev-count)
003102             ELSE
003105                 ADD 1 TO ws-rev-overflow
003109             END-IF
003112             END-IF
003116         END-IF
003120     END-IF.
003130     READ TXN-FILE
003140         AT END MOVE "y" TO ws-eof
003150     END-READ.
003153
003156 TEST-ACCOUNT-ON-LIST.
003160     MOVE "N" TO ws-on-list.
003161     MOVE ZERO TO ws-pay-sub.
003162     PERFORM TEST-ONE-LIST-SLOT
003163         UNTIL ws-pay-sub NOT < ws-pay-count OR ws-on-list = "Y".
003164
003165 TEST-ONE-LIST-SLOT.
003166     ADD 1 TO ws-pay-sub.
003167     IF ws-py-account(ws-pay-sub) = TXN-ACCOUNT
003168         MOVE "Y" TO ws-on-list
003169     END-IF.
003170
003171 READ-CORRECTION.
003172     MOVE "y" TO ws-adj-found.
003173     IF ws-adj-open NOT = "Y"
003174         MOVE "n" TO ws-adj-found
003175     ELSE
003176         MOVE TXN-CORRECTION-NO TO ADJ-NO
003177         READ ADJFILE
003178             INVALID KEY MOVE "n" TO ws-adj-found
003179         END-READ
003180     END-IF.
003181
003182 NOTE-ONE-CONTRIBUTION.
003183     ADD 1 TO ws-line-no.
003184     IF TXN-TYPE = "C" AND NOT TXN-REVERSAL
003185         PERFORM MATCH-REVERSAL
003186         IF ws-reversed = "N"
003187             PERFORM SET-CONTRIB-DATE
003188             MOVE ZERO TO ws-pay-sub
003189             PERFORM NOTE-ONE-PAY-SLOT
003190                 UNTIL ws-pay-sub NOT < ws-pay-count
003191         END-IF
003192     END-IF.
003193     READ TXN-FILE
003194         AT END MOVE "y" TO ws-eof
003195     END-READ.
003196
003197 MATCH-REVERSAL.
003198     MOVE "N" TO ws-reversed.
003199     MOVE ZERO TO ws-rev-sub.
003200     PERFORM MATCH-ONE-REVERSAL
003201         UNTIL ws-rev-sub NOT < ws-rev-count OR ws-reversed = "Y".
003202
003203 MATCH-ONE-REVERSAL.
003204     ADD 1 TO ws-rev-sub.
003205     IF ws-rv-line(ws-rev-sub) = ws-line-no
003206         MOVE "Y" TO ws-reversed
003207     END-IF.
003208
003209 SET-CONTRIB-DATE.
003210*--------------------------------
003211* A corrected replacement is dated the day it was approved but
003212* stands for the money as first contributed, so it takes the
003213* date of the line it replaces.
003214*--------------------------------
003215     MOVE TXN-DATE TO ws-contrib-date.
003216     IF TXN-REPLACEMENT
003217         PERFORM READ-CORRECTION
003218         IF ws-adj-found = "y"
003219             MOVE ADJ-ORIG-DATE TO ws-contrib-date
003220         END-IF
003221     END-IF.
003222
003223 NOTE-ONE-PAY-SLOT.
003224     ADD 1 TO ws-pay-sub.
003225     IF ws-py-account(ws-pay-sub) = TXN-ACCOUNT
003226         IF ws-py-first-contrib(ws-pay-sub) = ZERO
003227             OR ws-contrib-date < ws-py-first-contrib(ws-pay-sub)
003228             MOVE ws-contrib-date
003229                 TO ws-py-first-contrib(ws-pay-sub)
003230         END-IF
003240     END-IF.
003250
003260*--------------------------------
003270* Check numbers carry on from the last one paid, or from the
003280* first number of new stock when that is higher.
003290*--------------------------------
003300 FIND-LAST-CHECK.
003310     MOVE ZERO TO ws-last-check.
003320     OPEN INPUT DPAY-FILE.
003330     IF ws-dpay-status = "00"
003340         MOVE SPACE TO ws-eof
003350         READ DPAY-FILE
003360             AT END MOVE "y" TO ws-eof
003370         END-READ
003380         PERFORM TAKE-ONE-CHECK-NO UNTIL ws-eof = "y"
003390         CLOSE DPAY-FILE
003400     END-IF.
003410     IF ws-first-check > ws-last-check
003420         MOVE ws-first-check TO ws-next-check
003430     ELSE
003440         COMPUTE ws-next-check = ws-last-check + 1
003450     END-IF.
003460
003470 TAKE-ONE-CHECK-NO.
003480     IF DP-CHECK-NO IS NUMERIC
003490         AND DP-CHECK-NO > ws-last-check
003500         MOVE DP-CHECK-NO TO ws-last-check
003510     END-IF.
003520     READ DPAY-FILE
003530         AT END MOVE "y" TO ws-eof
003540     END-READ.
003550
003560 OPEN-PAYMENT-FILES.
003570     OPEN INPUT PARTFILE.
003580     IF ws-part-status = "00"
003590         MOVE "Y" TO ws-part-open
003600     END-IF.
003610     OPEN EXTEND DPAY-FILE.
003620     IF ws-dpay-status = "35"
003630         OPEN OUTPUT DPAY-FILE
003640     END-IF.
003650     OPEN OUTPUT POSPAY-FILE.
003660
003670 PAY-ONE-REQUEST.
003680     ADD 1 TO ws-pay-sub.
003690     MOVE ws-py-request(ws-pay-sub) TO WR-REQUEST-NO.
003700     MOVE "y" TO ws-found.
003710     READ WDRQFILE
003720         INVALID KEY MOVE "n" TO ws-found
003730     END-READ.
003740     IF ws-found = "y"
003750         MOVE "n" TO ws-found
003760         IF ws-part-open = "Y"
003770             MOVE WR-ACCOUNT TO PART-ACCOUNT
003780             MOVE "y" TO ws-found
003790             READ PARTFILE
003800                 INVALID KEY MOVE "n" TO ws-found
003810             END-READ
003820         END-IF
003830         IF ws-found = "y"
003840             PERFORM WORK-OUT-WITHHOLDING
003850             PERFORM WRITE-CHECK
003860         ELSE
003870             PERFORM SHOW-UNPAID
003880         END-IF
003890     END-IF.
003900
003910 WORK-OUT-WITHHOLDING.
003920     MOVE WR-AMOUNT TO ws-taxable.
003930     IF WR-DIRECT-ROLLOVER
003940         MOVE "R" TO ws-treatment
003950     ELSE
003951         IF PART-ROTH
003953             PERFORM CHECK-ROTH-QUALIFIED
003955         ELSE
003957             MOVE SPACE TO ws-treatment
003959         END-IF
003960     END-IF.
003962     IF ws-treatment = "R"
003964         MOVE "DIRECT ROLL" TO ws-treat-name
003966         MOVE ZERO TO ws-taxable
003968         MOVE ZERO TO ws-wh-pct
003970     END-IF.
003980     IF ws-treatment = "Q"
003990         MOVE "QUALIFIED ROTH" TO ws-treat-name
004000         MOVE ZERO TO ws-taxable
004010         MOVE ZERO TO ws-wh-pct
004017     END-IF.
004025     IF ws-treatment = SPACE
004032         IF WR-AGE-BASED OR WR-FORCE-OUT-CASH
004040             MOVE "E" TO ws-treatment
004050             MOVE "ROLLOVER ELIG" TO ws-treat-name
004060             MOVE ws-roll-pct TO ws-wh-pct
004070             IF WR-WH-RATE-ELECTED AND WR-WH-PCT > ws-wh-pct
004080                 MOVE WR-WH-PCT TO ws-wh-pct
004090             END-IF
004100         ELSE
004110             MOVE "N" TO ws-treatment
004120             MOVE "OTHER" TO ws-treat-name
004130             IF WR-WH-RATE-ELECTED
004140                 MOVE WR-WH-PCT TO ws-wh-pct
004150             ELSE
004160                 MOVE ws-other-pct TO ws-wh-pct
004170             END-IF
004180         END-IF
004190     END-IF.
004200     COMPUTE ws-withheld ROUNDED = ws-taxable * ws-wh-pct / 100.
004210     COMPUTE ws-net = WR-AMOUNT - ws-withheld.
004220
004230*--------------------------------
004240* Qualified: 59 1/2 reached by the payment date and the fifth
004250* year after the first contribution reached.
004260*--------------------------------
004270 CHECK-ROTH-QUALIFIED.
004280     MOVE SPACE TO ws-treatment.
004290     IF PART-BIRTH-DATE IS NUMERIC AND PART-BIRTH-DATE > ZERO
004300         AND ws-py-first-contrib(ws-pay-sub) > ZERO
004310         MOVE PART-BIRTH-DATE(1:4) TO ws-age-year
004320         MOVE PART-BIRTH-DATE(5:2) TO ws-age-month
004330         ADD 59 TO ws-age-year
004340         ADD 6 TO ws-age-month
004350         IF ws-age-month > 12
004360             SUBTRACT 12 FROM ws-age-month
004370             ADD 1 TO ws-age-year
004380         END-IF
004390         MOVE PART-BIRTH-DATE TO ws-age-date
004400         MOVE ws-age-year     TO ws-age-date(1:4)
004410         MOVE ws-age-month    TO ws-age-date(5:2)
004420         MOVE ws-py-first-contrib(ws-pay-sub)(1:4) TO ws-five-year
004430         ADD 5 TO ws-five-year
004440         IF ws-age-date NOT > ws-run-date
004450             AND ws-five-year NOT > ws-run-date(1:4)
004460             MOVE "Q" TO ws-treatment
004470         END-IF
004480     END-IF.
004490
004500 WRITE-CHECK.
004510     MOVE ws-next-check TO WR-CHECK-NO.
004520     MOVE ws-run-date   TO WR-PAID-DATE.
004530     REWRITE WDRQ-REC
004540         INVALID KEY DISPLAY "Problem with index!"
004550     END-REWRITE.
004560     MOVE SPACES        TO DPAY-REC.
004570     MOVE ws-next-check TO DP-CHECK-NO.
004580     MOVE ws-run-date   TO DP-PAY-DATE.
004590     MOVE WR-REQUEST-NO TO DP-REQUEST-NO.
004600     MOVE WR-ACCOUNT    TO DP-ACCOUNT.
004610     MOVE ws-treatment  TO DP-TREATMENT.
004620     MOVE WR-AMOUNT     TO DP-GROSS.
004630     MOVE ws-taxable    TO DP-TAXABLE.
004640     MOVE ws-wh-pct     TO DP-WH-PCT.
004650     MOVE ws-withheld   TO DP-WITHHELD.
004660     MOVE ws-net        TO DP-NET.
004670     WRITE DPAY-REC.
004680     MOVE SPACES          TO POSPAY-REC.
004690     MOVE "I"             TO PP-RECORD-TYPE.
004700     MOVE ws-bank-account TO PP-BANK-ACCOUNT.
004710     MOVE ws-next-check   TO PP-CHECK-NO.
004720     MOVE ws-run-date     TO PP-ISSUE-DATE.
004730     MOVE ws-net          TO PP-AMOUNT.
004733     IF WR-DIRECT-ROLLOVER
004736         MOVE WR-REASON   TO PP-PAYEE
004740     ELSE
004743         MOVE PART-NAME   TO PP-PAYEE
004746     END-IF.
004750     WRITE POSPAY-REC.
004760     ADD 1 TO ws-check-count.
004770     ADD WR-AMOUNT   TO ws-gross-total.
004780     ADD ws-taxable  TO ws-taxable-total.
004790     ADD ws-withheld TO ws-withheld-total.
004800     ADD ws-net      TO ws-net-total.
004810     MOVE WR-AMOUNT TO ws-money-1.
004820     MOVE SPACES TO ws-text-line.
004830     STRING "  " ws-next-check "  " WR-ACCOUNT "  " PART-NAME
004840         DELIMITED BY SIZE INTO ws-text-line.
004850     MOVE ws-money-1    TO ws-text-line(50:13).
004860     MOVE ws-treat-name TO ws-text-line(65:14).
004870     PERFORM SHOW-LINE.
004880     MOVE ws-wh-pct   TO ws-pct-disp.
004890     MOVE ws-withheld TO ws-money-1.
004900     MOVE ws-net      TO ws-money-2.
004910     MOVE SPACES TO ws-text-line.
004920     STRING "            " WR-REQUEST-NO "  " ws-pct-disp "% "
004930         ws-money-1 DELIMITED BY SIZE INTO ws-text-line.
004940     MOVE ws-money-2 TO ws-text-line(55:13).
004950     PERFORM SHOW-LINE.
004960     ADD 1 TO ws-next-check.
004970
004980 SHOW-UNPAID.
004990     ADD 1 TO ws-unpaid-count.
005000     MOVE WR-AMOUNT TO ws-money-1.
005010     MOVE SPACES TO ws-text-line.
005020     STRING "  ** UNPAID  " WR-ACCOUNT "  REQUEST " WR-REQUEST-NO
005030         "  " ws-money-1 "  NOT ON MASTER"
005040         DELIMITED BY SIZE INTO ws-text-line.
005050     PERFORM SHOW-LINE.
005060
005070 WRITE-POSPAY-TOTAL.
005080     MOVE SPACES            TO POSPAY-REC.
005090     MOVE "T"               TO PP-RECORD-TYPE.
005100     MOVE ws-bank-account   TO PP-BANK-ACCOUNT.
005110     MOVE ws-check-count    TO PP-ITEM-COUNT.
005120     MOVE ws-net-total      TO PP-TOTAL-AMOUNT.
005130     WRITE POSPAY-REC.
005140
005150 PRINT-TRAILER.
005160     MOVE SPACES TO ws-text-line.
005170     PERFORM SHOW-LINE.
005180     MOVE ws-check-count TO ws-count-disp.
005190     MOVE SPACES TO ws-text-line.
005200     STRING "CHECKS WRITTEN               " ws-count-disp
005210         DELIMITED BY SIZE INTO ws-text-line.
005220     PERFORM SHOW-LINE.
005230     MOVE ws-gross-total TO ws-big-money.
005240     MOVE SPACES TO ws-text-line.
005250     STRING "GROSS DISTRIBUTIONS      " ws-big-money
005260         DELIMITED BY SIZE INTO ws-text-line.
005270     PERFORM SHOW-LINE.
005280     MOVE ws-taxable-total TO ws-big-money.
005290     MOVE SPACES TO ws-text-line.
005300     STRING "TAXABLE AMOUNT           " ws-big-money
005310         DELIMITED BY SIZE INTO ws-text-line.
005320     PERFORM SHOW-LINE.
005330     MOVE ws-withheld-total TO ws-big-money.
005340     MOVE SPACES TO ws-text-line.
005350     STRING "FEDERAL TAX WITHHELD     " ws-big-money
005360         DELIMITED BY SIZE INTO ws-text-line.
005370     PERFORM SHOW-LINE.
005380     MOVE ws-net-total TO ws-big-money.
005390     MOVE SPACES TO ws-text-line.
005400     STRING "NET PAID (POSITIVE PAY)  " ws-big-money
005410         DELIMITED BY SIZE INTO ws-text-line.
005420     PERFORM SHOW-LINE.
005430     MOVE ws-unpaid-count TO ws-count-disp.
005440     MOVE SPACES TO ws-text-line.
005450     STRING "LEFT UNPAID                  " ws-count-disp
005460         DELIMITED BY SIZE INTO ws-text-line.
005470     PERFORM SHOW-LINE.
005480     IF ws-overflow-count > ZERO
005490         MOVE ws-overflow-count TO ws-count-disp
005500         MOVE SPACES TO ws-text-line
005510         STRING "** " ws-count-disp
005520             " MORE REQUESTS THAN ONE RUN HOLDS - RUN AGAIN"
005530             DELIMITED BY SIZE INTO ws-text-line
005540         PERFORM SHOW-LINE
005550     END-IF.
005560
005570 FORMAT-DATE.
005580     MOVE SPACES TO ws-fmt-out.
005590     IF ws-fmt-date NOT = ZERO
005600         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
005610             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
005620     END-IF.
005630
005640 SHOW-LINE.
005650     MOVE ws-text-line TO PRINT-LINE.
005660     WRITE PRINT-LINE.
