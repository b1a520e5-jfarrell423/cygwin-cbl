000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WDRQMNT.
000030*--------------------------------
000040* Hardship and in-service withdrawal requests (WDREQ.DAT).  A
000050* withdrawal used to be keyed straight onto PERFTXN.DAT as a
000060* type-W line, with no trace of who approved it or whether the
000070* participant qualified.  Here the operator enters the request
000080* - account, hardship (H) or age-based in-service (A), amount,
000090* and the reason - and the eligibility checks run on the spot:
000100*
000110*   AGE        an age-based request needs 59 1/2 reached, from
000120*              PART-BIRTH-DATE;
000130*   VESTED     deferral and rollover money from SRCBAL.DAT in
000140*              full, match money at the VESTTBL.DAT percent for
000150*              the service from PART-HIRE-DATE;
000160*   LOANS      active loans on LOANMAST.DAT are secured by the
000170*              account, so their balance is not available;
000180*   AVAILABLE  vested less loans less other requests still
000190*              pending must cover the amount.
000200*
000210* A request that passes queues (status P) for a supervisor; one
000220* that fails is denied on entry with the failed check as the
000230* reason.  The review option takes a supervisor sign-on against
000240* the operator master, re-runs the checks on each pending
000250* request (balances move between entry and review), and on
000260* approval posts the W line to PERFTXN.DAT with the approver's
000270* ID in TXN-APPROVER; a denial keeps the supervisor's reason.
000280* Nobody approves a request they entered themselves.  Entry and
000290* review wait for the batch window to close - the nightly runs
000300* read PERFTXN.DAT.
000310*
000320* 2026-10  JDF  New program.
000321* 2026-10  JDF  Entry takes the federal withholding election;
000322*                the list shows the check once payrun has paid.
000323* 2026-10  JDF  F)orce-out reply records a terminated
000325*                participant's answer to a forceout.cbl notice -
000327*                cash, or a direct rollover to a named IRA or
000329*                plan - while the election window is open.
000331* 2026-10  JDF  Update actions need the WDRQUPD grant on the
000332*                access table once OPERACC.DAT is on file; the
000334*                operator ID is verified against the operator
000336*                master with its password first.
000338*--------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370 SELECT WDRQFILE ASSIGN TO "WDREQDAT"
000380 FILE STATUS IS ws-wdrq-status
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS WR-REQUEST-NO.
000420
000430 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000440 FILE STATUS IS ws-part-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS PART-ACCOUNT.
000480
000490 SELECT SRCBAL-FILE ASSIGN TO "SRCBALDAT"
000500 FILE STATUS IS ws-sb-status
000510 ORGANIZATION IS INDEXED
000520 ACCESS MODE IS DYNAMIC
000530 RECORD KEY IS SB-KEY.
000540
000550 SELECT VESTFILE ASSIGN TO "VESTTBLDAT"
000560 FILE STATUS IS ws-vest-status
000570 ORGANIZATION IS INDEXED
000580 ACCESS MODE IS DYNAMIC
000590 RECORD KEY IS VEST-YEARS.
000600
000610 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
000620 FILE STATUS IS ws-loan-status
000630 ORGANIZATION IS INDEXED
000640 ACCESS MODE IS DYNAMIC
000650 RECORD KEY IS LOAN-KEY.
000660
000670 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000680 FILE STATUS IS ws-oper-status
000690 ORGANIZATION IS INDEXED
000700 ACCESS MODE IS DYNAMIC
000710 RECORD KEY IS OPER-ID.
000720
000730 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000740 ORGANIZATION IS LINE SEQUENTIAL
000750 FILE STATUS IS ws-txn-status.
000760
000761 SELECT FORCEFILE ASSIGN TO "FORCEOUTDAT"
000762 FILE STATUS IS ws-force-status
000764 ORGANIZATION IS INDEXED
000765 ACCESS MODE IS DYNAMIC
000767 RECORD KEY IS FO-ACCOUNT.
000768
000770 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000780 ORGANIZATION IS LINE SEQUENTIAL
000790 FILE STATUS IS ws-flag-status.
000800
000801 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000802 FILE STATUS IS ws-acc-status
000804 ORGANIZATION IS INDEXED
000805 ACCESS MODE IS DYNAMIC
000807 RECORD KEY IS ACC-KEY.
000808
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD WDRQFILE.
000840     COPY WDRQREC.
000850
000860 FD PARTFILE.
000870     COPY PARTREC.
000880
000890 FD SRCBAL-FILE.
000900     COPY SRCBREC.
000910
000920 FD VESTFILE.
000930     COPY VESTREC.
000940
000950 FD LOANFILE.
000960     COPY LOANREC.
000970
000980 FD OPERFILE.
000990     COPY OPERREC.
001000
001010 FD TXN-FILE.
001020     COPY TXNREC.
001030
001032 FD FORCEFILE.
001035     COPY FORCEREC.
001037
001040 FD WINDOW-FLAG-FILE.
001050 01  WINDOW-FLAG-REC.
001060     05  FLG-STATE                   PIC X(04).
001070     05  FILLER                      PIC X(01).
001080     05  FLG-STEP                    PIC X(30).
001090
001092 FD ACCESS-FILE.
001095     COPY ACCSREC.
001097
001100 WORKING-STORAGE SECTION.
001110 01  ws-wdrq-status                  pic x(02).
001120 01  ws-part-status                  pic x(02).
001130 01  ws-sb-status                    pic x(02).
001140 01  ws-vest-status                  pic x(02).
001150 01  ws-loan-status                  pic x(02).
001160 01  ws-oper-status                  pic x(02).
001170 01  ws-txn-status                   pic x(02).
001180 01  ws-flag-status                  pic x(02).
001185 01  ws-force-status                 pic x(02).
001190 01  ws-window-locked                pic x(01) value "N".
001200 01  ws-window-step                  pic x(30) value spaces.
001210 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
001212 01  ws-acc-status                   pic x(02).
001214 01  ws-update-granted               pic x(01) value "Y".
001216 01  ws-sign-password                pic x(08) value spaces.
001218 01  ws-sign-ok                      pic x(01) value space.
001220 01  ws-approver-id                  pic x(08) value spaces.
001230 01  ws-approver-password            pic x(08) value spaces.
001240 01  ws-approver-ok                  pic x(01) value "N".
001250 01  ws-done                         pic x(01) value space.
001260 01  ws-choice                       pic x(01) value space.
001270 01  ws-answer                       pic x(01) value space.
001280 01  ws-eof                          pic x(01) value space.
001290 01  ws-found                        pic x(01) value space.
001300 01  ws-stop-review                  pic x(01) value space.
001310 01  ws-account                      pic x(10) value spaces.
001320 01  ws-run-date                     pic 9(08) value zero.
001330 01  ws-next-request                 pic 9(06) value zero.
001340 01  ws-req-reason                   pic x(30) value spaces.
001341 01  ws-wh-entry                     pic x(06) value spaces.
001342 01  ws-wh-elected                   pic x(01) value "N".
001343 01  ws-wh-pct                       pic 9(3)v99 value zero.
001350 01  ws-current-request              pic 9(06) value zero.
001360 01  ws-listed-count                 pic 9(05) value zero.
001370 01  ws-reviewed-count               pic 9(05) value zero.
001380
001390*--------------------------------
001400* Eligibility work fields.  ws-elig-fail holds the first check
001410* that failed, in words - it becomes the denial reason.
001420*--------------------------------
001430 01  ws-elig-ok                      pic x(01) value space.
001440 01  ws-elig-fail                    pic x(30) value spaces.
001450 01  ws-check-type                   pic x(01) value space.
001460 01  ws-check-amount                 pic 9(7)v99 value zero.
001470 01  ws-check-skip-no                pic 9(06) value zero.
001480 01  ws-age-date                     pic 9(08) value zero.
001490 01  ws-age-year                     pic 9(04) value zero.
001500 01  ws-age-month                    pic 9(02) value zero.
001510 01  ws-hire-year                    pic 9(04) value zero.
001520 01  ws-run-year                     pic 9(04) value zero.
001530 01  ws-service-years                pic s9(03) value zero.
001540 01  ws-vest-pct-found               pic 9(3)v99 value zero.
001550 01  ws-vest-eof                     pic x(01) value space.
001560 01  ws-src-def-bal                  pic s9(9)v99 value zero.
001570 01  ws-src-mat-bal                  pic s9(9)v99 value zero.
001580 01  ws-src-rol-bal                  pic s9(9)v99 value zero.
001590 01  ws-vested-amt                   pic s9(9)v99 value zero.
001600 01  ws-vested-match                 pic s9(9)v99 value zero.
001610 01  ws-loan-total                   pic s9(9)v99 value zero.
001620 01  ws-loan-count                   pic 9(03) value zero.
001630 01  ws-loan-eof                     pic x(01) value space.
001640 01  ws-loan-open                    pic x(01) value "N".
001650 01  ws-pending-total                pic s9(9)v99 value zero.
001660 01  ws-pend-eof                     pic x(01) value space.
001670 01  ws-available                    pic s9(9)v99 value zero.
001680
001690 01  ws-money-1                      pic $$$,$$$,$$9.99-.
001700 01  ws-money-2                      pic $$$,$$$,$$9.99-.
001710 01  ws-pct-disp                     pic zz9.99.
001720
001730 PROCEDURE DIVISION.
001740 PROGRAM-BEGIN.
001750     CALL "shopcfg"
001760         ON EXCEPTION
001770             DISPLAY "shopcfg not found - default "
001780                 "file locations in effect"
001790     END-CALL.
001800     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001810     DISPLAY "Operator ID: " WITH NO ADVANCING.
001820     ACCEPT ws-operator-id.
001830     IF ws-operator-id = SPACES
001840         MOVE "SYSTEM  " TO ws-operator-id
001850     END-IF.
001853     PERFORM VERIFY-OPERATOR.
001856     PERFORM CHECK-UPDATE-GRANT.
001860     PERFORM OPEN-WDRQFILE.
001870     PERFORM CHECK-BATCH-WINDOW.
001880     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001890     CLOSE WDRQFILE.
001900     STOP RUN.
001910
001920 OPEN-WDRQFILE.
001930     OPEN I-O WDRQFILE.
001940     IF ws-wdrq-status = "35"
001950         OPEN OUTPUT WDRQFILE
001960         CLOSE WDRQFILE
001970         OPEN I-O WDRQFILE
001980     END-IF.
001990
002000 MENU-LOOP.
002010     PERFORM SAMPLE-WINDOW-FLAG.
002020     DISPLAY " ".
002026     DISPLAY "Withdrawals - E)nter  R)eview queue  "
002033         "F)orce-out reply  L)ist  Q)uit: "
002040         WITH NO ADVANCING.
002050     ACCEPT ws-choice.
002051     IF ws-update-granted NOT = "Y"
002052         AND (ws-choice = "E" OR "e" OR "R" OR "r"
002054             OR "F" OR "f")
002055         DISPLAY "Not granted WDRQUPD - updates refused."
002057         MOVE SPACE TO ws-choice
002058     END-IF.
002060     EVALUATE ws-choice
002070         WHEN "E"
002080         WHEN "e"
002090             IF ws-window-locked = "Y"
002100                 DISPLAY "Batch window open - updates locked."
002110             ELSE
002120             PERFORM GET-ACCOUNT
002130             IF ws-found = "y"
002140                 PERFORM ENTER-REQUEST
002150             END-IF
002160             END-IF
002170         WHEN "R"
002180         WHEN "r"
002190             IF ws-window-locked = "Y"
002200                 DISPLAY "Batch window open - updates locked."
002210             ELSE
002220             PERFORM VERIFY-APPROVER
002230             IF ws-approver-ok = "Y"
002240                 PERFORM REVIEW-QUEUE
002250             END-IF
002255             END-IF
002260         WHEN "F"
002261         WHEN "f"
002262             IF ws-window-locked = "Y"
002263                 DISPLAY "Batch window open - updates locked."
002264             ELSE
002265             PERFORM GET-ACCOUNT
002266             IF ws-found = "y"
002267                 PERFORM RECORD-FORCE-OUT-REPLY
002268             END-IF
002269             END-IF
002270         WHEN "L"
002280         WHEN "l"
002290             PERFORM GET-ACCOUNT
002300             IF ws-found = "y"
002310                 PERFORM LIST-REQUESTS
002320             END-IF
002330         WHEN "Q"
002340         WHEN "q"
002350             MOVE "Y" TO ws-done
002360         WHEN OTHER
002370             CONTINUE
002380     END-EVALUATE.
002390
002400 GET-ACCOUNT.
002410     MOVE "y" TO ws-found.
002420     DISPLAY "Participant account: " WITH NO ADVANCING.
002430     ACCEPT ws-account.
002440     PERFORM READ-PARTICIPANT.
002450     IF ws-found = "y"
002460         DISPLAY "Participant: " PART-NAME
002470     END-IF.
002480
002490 READ-PARTICIPANT.
002500     MOVE "y" TO ws-found.
002510     OPEN INPUT PARTFILE.
002520     IF ws-part-status NOT = "00"
002530         DISPLAY "No participant master on file."
002540         MOVE "n" TO ws-found
002550     ELSE
002560         MOVE ws-account TO PART-ACCOUNT
002570         READ PARTFILE
002580             INVALID KEY
002590                 DISPLAY "Account not on participant master."
002600                 MOVE "n" TO ws-found
002610         END-READ
002620         CLOSE PARTFILE
002630     END-IF.
002640
002650*--------------------------------
002660* Take the request, run the checks, and file it - pending when
002670* it passes, denied on entry when it does not.
002680*--------------------------------
002690 ENTER-REQUEST.
002700     DISPLAY "H)ardship or A)ge 59 1/2 in-service: "
002710         WITH NO ADVANCING.
002720     ACCEPT ws-answer.
002730     EVALUATE ws-answer
002740         WHEN "H"
002750         WHEN "h"
002760             MOVE "H" TO ws-check-type
002770         WHEN "A"
002780         WHEN "a"
002790             MOVE "A" TO ws-check-type
002800         WHEN OTHER
002810             DISPLAY "Withdrawal type must be H or A."
002820             MOVE "n" TO ws-found
002830     END-EVALUATE.
002840     IF ws-found = "y"
002850         PERFORM TAKE-REQUEST-DETAIL
002860     END-IF.
002870     IF ws-found = "y"
002880         PERFORM FIND-NEXT-REQUEST-NO
002890         MOVE ZERO TO ws-check-skip-no
002900         PERFORM CHECK-ELIGIBILITY
002910         PERFORM FILE-NEW-REQUEST
002920     END-IF.
002930
002940 TAKE-REQUEST-DETAIL.
002950     MOVE SPACES TO WDRQ-REC.
002960     DISPLAY "Amount requested: " WITH NO ADVANCING.
002970     ACCEPT WR-AMOUNT.
002980     IF WR-AMOUNT IS NOT NUMERIC OR WR-AMOUNT = ZERO
002990         DISPLAY "Amount must be more than zero."
003000         MOVE "n" TO ws-found
003010     ELSE
003020         MOVE WR-AMOUNT TO ws-check-amount
003030         DISPLAY "Reason for the withdrawal: " WITH NO ADVANCING
003040         ACCEPT ws-req-reason
003050         IF ws-req-reason = SPACES
003060             IF ws-check-type = "H"
003070                 DISPLAY "A hardship request needs its reason."
003080                 MOVE "n" TO ws-found
003090             ELSE
003100                 MOVE "AGE 59 1/2 IN-SERVICE" TO ws-req-reason
003110             END-IF
003120         END-IF
003130     END-IF.
003131     IF ws-found NOT = "n"
003132         PERFORM TAKE-WITHHOLDING-ELECTION
003133     END-IF.
003140
003150 FIND-NEXT-REQUEST-NO.
003160     MOVE ZERO TO ws-next-request.
003170     MOVE SPACE TO ws-pend-eof.
003180     MOVE ZERO TO WR-REQUEST-NO.
003190     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
003200         INVALID KEY MOVE "y" TO ws-pend-eof
003210     END-START.
003220     PERFORM TAKE-ONE-REQUEST-NO UNTIL ws-pend-eof = "y".
003230     ADD 1 TO ws-next-request.
003240
003250 TAKE-ONE-REQUEST-NO.
003260     READ WDRQFILE NEXT RECORD
003270         AT END MOVE "y" TO ws-pend-eof
003280     END-READ.
003290     IF ws-pend-eof NOT = "y"
003300         MOVE WR-REQUEST-NO TO ws-next-request
003310     END-IF.
003320
003330 FILE-NEW-REQUEST.
003340     MOVE SPACES           TO WDRQ-REC.
003350     MOVE ws-next-request  TO WR-REQUEST-NO.
003360     MOVE ws-req-reason    TO WR-REASON.
003370     MOVE ws-account       TO WR-ACCOUNT.
003380     MOVE ws-check-type    TO WR-TYPE.
003390     MOVE ws-check-amount  TO WR-AMOUNT.
003400     MOVE ws-run-date      TO WR-REQ-DATE.
003410     MOVE ws-operator-id   TO WR-ENTERED-BY.
003420     MOVE ws-available     TO WR-AVAILABLE.
003421     MOVE ws-wh-elected    TO WR-WH-ELECTED.
003422     MOVE ws-wh-pct        TO WR-WH-PCT.
003423     MOVE ZERO             TO WR-CHECK-NO.
003424     MOVE ZERO             TO WR-PAID-DATE.
003430     IF ws-elig-ok = "y"
003440         MOVE "P"    TO WR-STATUS
003450         MOVE SPACES TO WR-DECIDED-BY
003460         MOVE ZERO   TO WR-DECISION-DATE
003470         MOVE SPACES TO WR-DENY-REASON
003480     ELSE
003490         MOVE "D"          TO WR-STATUS
003500         MOVE "AUTO"       TO WR-DECIDED-BY
003510         MOVE ws-run-date  TO WR-DECISION-DATE
003520         MOVE ws-elig-fail TO WR-DENY-REASON
003530     END-IF.
003540     WRITE WDRQ-REC
003550         INVALID KEY DISPLAY "Request already on file."
003560     END-WRITE.
003570     IF ws-elig-ok = "y"
003580         DISPLAY "Queued for supervisor approval as request "
003590             WR-REQUEST-NO "."
003600     ELSE
003610         DISPLAY "Not eligible - " ws-elig-fail
003620         DISPLAY "Filed as denied request " WR-REQUEST-NO "."
003630     END-IF.
003640
003650*--------------------------------
003660* The checks, for ws-account (PART-REC on hand), ws-check-type
003670* and ws-check-amount.  The request numbered ws-check-skip-no
003680* is left out of the pending total, so a request under review
003690* does not count against itself.
003700*--------------------------------
003710 CHECK-ELIGIBILITY.
003720     MOVE "y"    TO ws-elig-ok.
003730     MOVE SPACES TO ws-elig-fail.
003740     IF ws-check-type = "A"
003750         PERFORM CHECK-AGE
003760     END-IF.
003770     PERFORM COMPUTE-VESTED.
003780     PERFORM TOTAL-ACTIVE-LOANS.
003790     PERFORM TOTAL-PENDING-REQUESTS.
003800     COMPUTE ws-available =
003810         ws-vested-amt - ws-loan-total - ws-pending-total.
003820     MOVE ws-vested-amt TO ws-money-1.
003830     DISPLAY "  Vested balance        " ws-money-1.
003840     MOVE ws-loan-total TO ws-money-1.
003850     DISPLAY "  Active loans (" ws-loan-count ")      "
003860         ws-money-1.
003870     MOVE ws-pending-total TO ws-money-1.
003880     DISPLAY "  Other pending requests" ws-money-1.
003890     MOVE ws-available TO ws-money-1.
003900     DISPLAY "  Available             " ws-money-1.
003910     IF ws-elig-ok = "y"
003920         IF ws-available NOT > ZERO
003930             MOVE "n" TO ws-elig-ok
003940             MOVE "NO VESTED MONEY AVAILABLE" TO ws-elig-fail
003950         ELSE
003960             IF ws-check-amount > ws-available
003970                 MOVE "n" TO ws-elig-ok
003980                 MOVE "AMOUNT OVER AVAILABLE BALANCE"
003990                     TO ws-elig-fail
004000             END-IF
004010         END-IF
004020     END-IF.
004030
004040 CHECK-AGE.
004050     IF PART-BIRTH-DATE = ZERO OR PART-BIRTH-DATE IS NOT NUMERIC
004060         MOVE "n" TO ws-elig-ok
004070         MOVE "NO BIRTH DATE ON FILE" TO ws-elig-fail
004080     ELSE
004090         MOVE PART-BIRTH-DATE(1:4) TO ws-age-year
004100         MOVE PART-BIRTH-DATE(5:2) TO ws-age-month
004110         ADD 59 TO ws-age-year
004120         ADD 6 TO ws-age-month
004130         IF ws-age-month > 12
004140             SUBTRACT 12 FROM ws-age-month
004150             ADD 1 TO ws-age-year
004160         END-IF
004170         MOVE PART-BIRTH-DATE   TO ws-age-date
004180         MOVE ws-age-year       TO ws-age-date(1:4)
004190         MOVE ws-age-month      TO ws-age-date(5:2)
004200         IF ws-age-date > ws-run-date
004210             MOVE "n" TO ws-elig-ok
004220             MOVE "UNDER AGE 59 1/2" TO ws-elig-fail
004230             DISPLAY "  Age 59 1/2 reached on " ws-age-date
004240                 " - not yet."
004250         ELSE
004260             DISPLAY "  Age 59 1/2 reached on " ws-age-date "."
004270         END-IF
004280     END-IF.
004290
004300*--------------------------------
004310* Deferral and rollover money is always fully vested; the match
004320* at the schedule percent for whole years since hire.
004330*--------------------------------
004340 COMPUTE-VESTED.
004350     MOVE ZERO TO ws-src-def-bal.
004360     MOVE ZERO TO ws-src-mat-bal.
004370     MOVE ZERO TO ws-src-rol-bal.
004380     OPEN INPUT SRCBAL-FILE.
004390     IF ws-sb-status = "00"
004400         MOVE ws-account TO SB-ACCOUNT
004410         MOVE "E" TO SB-SOURCE
004420         READ SRCBAL-FILE
004430             INVALID KEY CONTINUE
004440             NOT INVALID KEY MOVE SB-BALANCE TO ws-src-def-bal
004450         END-READ
004460         MOVE ws-account TO SB-ACCOUNT
004470         MOVE "M" TO SB-SOURCE
004480         READ SRCBAL-FILE
004490             INVALID KEY CONTINUE
004500             NOT INVALID KEY MOVE SB-BALANCE TO ws-src-mat-bal
004510         END-READ
004520         MOVE ws-account TO SB-ACCOUNT
004530         MOVE "R" TO SB-SOURCE
004540         READ SRCBAL-FILE
004550             INVALID KEY CONTINUE
004560             NOT INVALID KEY MOVE SB-BALANCE TO ws-src-rol-bal
004570         END-READ
004580         CLOSE SRCBAL-FILE
004590     END-IF.
004600     PERFORM COMPUTE-SERVICE-YEARS.
004610     PERFORM LOOK-UP-VEST-PCT.
004620     MOVE ZERO TO ws-vested-match.
004630     IF ws-src-mat-bal > ZERO
004640         COMPUTE ws-vested-match ROUNDED =
004650             ws-src-mat-bal * ws-vest-pct-found / 100
004660     END-IF.
004670     COMPUTE ws-vested-amt =
004680         ws-src-def-bal + ws-src-rol-bal + ws-vested-match.
004690     MOVE ws-vest-pct-found TO ws-pct-disp.
004700     MOVE ws-src-mat-bal    TO ws-money-1.
004710     DISPLAY "  Match " ws-money-1 " vested at " ws-pct-disp
004720         "% for " ws-service-years " years of service.".
004730
004740 COMPUTE-SERVICE-YEARS.
004750     IF PART-HIRE-DATE = ZERO OR PART-HIRE-DATE IS NOT NUMERIC
004760         MOVE ZERO TO ws-service-years
004770     ELSE
004780         MOVE PART-HIRE-DATE(1:4) TO ws-hire-year
004790         MOVE ws-run-date(1:4)    TO ws-run-year
004800         COMPUTE ws-service-years = ws-run-year - ws-hire-year
004810         IF ws-run-date(5:4) < PART-HIRE-DATE(5:4)
004820             SUBTRACT 1 FROM ws-service-years
004830         END-IF
004840         IF ws-service-years < ZERO
004850             MOVE ZERO TO ws-service-years
004860         END-IF
004870     END-IF.
004880
004890 LOOK-UP-VEST-PCT.
004900     MOVE ZERO  TO ws-vest-pct-found.
004910     MOVE SPACE TO ws-vest-eof.
004920     OPEN INPUT VESTFILE.
004930     IF ws-vest-status = "00"
004940         MOVE ZERO TO VEST-YEARS
004950         START VESTFILE KEY IS NOT LESS THAN VEST-YEARS
004960             INVALID KEY MOVE "y" TO ws-vest-eof
004970         END-START
004980         IF ws-vest-eof NOT = "y"
004990             READ VESTFILE NEXT RECORD
005000                 AT END MOVE "y" TO ws-vest-eof
005010             END-READ
005020         END-IF
005030         PERFORM TAKE-ONE-VEST-ENTRY
005040             UNTIL ws-vest-eof = "y"
005050                 OR VEST-YEARS > ws-service-years
005060         CLOSE VESTFILE
005070     END-IF.
005080
005090 TAKE-ONE-VEST-ENTRY.
005100     IF VEST-YEARS NOT > ws-service-years
005110         MOVE VEST-PCT TO ws-vest-pct-found
005120     END-IF.
005130     READ VESTFILE NEXT RECORD
005140         AT END MOVE "y" TO ws-vest-eof
005150     END-READ.
005160
005170 TOTAL-ACTIVE-LOANS.
005180     MOVE ZERO TO ws-loan-total.
005190     MOVE ZERO TO ws-loan-count.
005200     MOVE SPACE TO ws-loan-eof.
005210     MOVE "N" TO ws-loan-open.
005220     OPEN INPUT LOANFILE.
005230     IF ws-loan-status NOT = "00"
005240         MOVE "y" TO ws-loan-eof
005250     ELSE
005260         MOVE "Y" TO ws-loan-open
005270         MOVE ws-account TO LOAN-ACCOUNT
005280         MOVE ZERO       TO LOAN-NO
005290         START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
005300             INVALID KEY MOVE "y" TO ws-loan-eof
005310         END-START
005320     END-IF.
005330     PERFORM TAKE-ONE-LOAN UNTIL ws-loan-eof = "y".
005340     IF ws-loan-open = "Y"
005350         CLOSE LOANFILE
005360     END-IF.
005370
005380 TAKE-ONE-LOAN.
005390     READ LOANFILE NEXT RECORD
005400         AT END MOVE "y" TO ws-loan-eof
005410     END-READ.
005420     IF ws-loan-eof NOT = "y"
005430         IF LOAN-ACCOUNT NOT = ws-account
005440             MOVE "y" TO ws-loan-eof
005450         ELSE
005460             IF LOAN-ACTIVE
005470                 ADD LOAN-BALANCE TO ws-loan-total
005480                 ADD 1 TO ws-loan-count
005490             END-IF
005500         END-IF
005510     END-IF.
005520
005530 TOTAL-PENDING-REQUESTS.
005540     MOVE ZERO TO ws-pending-total.
005550     MOVE SPACE TO ws-pend-eof.
005560     MOVE ZERO TO WR-REQUEST-NO.
005570     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
005580         INVALID KEY MOVE "y" TO ws-pend-eof
005590     END-START.
005600     PERFORM TAKE-ONE-PENDING UNTIL ws-pend-eof = "y".
005610
005620 TAKE-ONE-PENDING.
005630     READ WDRQFILE NEXT RECORD
005640         AT END MOVE "y" TO ws-pend-eof
005650     END-READ.
005660     IF ws-pend-eof NOT = "y"
005670         IF WR-ACCOUNT = ws-account
005680             AND WR-PENDING
005690             AND WR-REQUEST-NO NOT = ws-check-skip-no
005700             ADD WR-AMOUNT TO ws-pending-total
005710         END-IF
005720     END-IF.
005730
005740*--------------------------------
005750* Supervisor review of the pending queue, oldest first.
005760*--------------------------------
005770 VERIFY-APPROVER.
005780*--------------------------------
005790* Approving money out of the plan takes a supervisor sign-on
005800* against the operator master; a shop with no master yet has
005810* no supervisors to ask, so the queue waits.
005820*--------------------------------
005830     MOVE "N" TO ws-approver-ok.
005840     OPEN INPUT OPERFILE.
005850     IF ws-oper-status NOT = "00"
005860         DISPLAY "No operator master - nobody can approve."
005870     ELSE
005880         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
005890         ACCEPT ws-approver-id
005900         DISPLAY "Password: " WITH NO ADVANCING
005910         ACCEPT ws-approver-password
005920         MOVE ws-approver-id TO OPER-ID
005930         READ OPERFILE
005940             INVALID KEY
005950                 DISPLAY "Unknown operator."
005960             NOT INVALID KEY
005970                 IF OPER-IS-LOCKED
005980                     DISPLAY "That ID is locked out."
005990                 ELSE
006000                 IF OPER-PASSWORD = ws-approver-password
006010                     AND OPER-AUTH-SUPERVISOR
006020                     MOVE "Y" TO ws-approver-ok
006030                 ELSE
006040                     DISPLAY "Not a supervisor, or wrong "
006050                         "password."
006060                 END-IF
006070                 END-IF
006080         END-READ
006090         CLOSE OPERFILE
006100     END-IF.
006110
006120 REVIEW-QUEUE.
006130     MOVE ZERO TO ws-reviewed-count.
006140     MOVE SPACE TO ws-stop-review.
006150     MOVE SPACE TO ws-eof.
006160     MOVE ZERO TO WR-REQUEST-NO.
006170     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
006180         INVALID KEY MOVE "y" TO ws-eof
006190     END-START.
006200     PERFORM NEXT-PENDING-REQUEST.
006210     PERFORM REVIEW-ONE-REQUEST
006220         UNTIL ws-eof = "y" OR ws-stop-review = "y".
006230     IF ws-reviewed-count = ZERO
006240         DISPLAY "No requests waiting for approval."
006250     END-IF.
006260
006270 NEXT-PENDING-REQUEST.
006280     MOVE SPACE TO ws-found.
006290     PERFORM READ-NEXT-FOR-REVIEW
006300         UNTIL ws-eof = "y" OR ws-found = "y".
006310
006320 READ-NEXT-FOR-REVIEW.
006330     IF ws-eof NOT = "y"
006340         READ WDRQFILE NEXT RECORD
006350             AT END MOVE "y" TO ws-eof
006360         END-READ
006370     END-IF.
006380     IF ws-eof NOT = "y" AND WR-PENDING
006390         MOVE "y" TO ws-found
006400     END-IF.
006410
006420 REVIEW-ONE-REQUEST.
006430     ADD 1 TO ws-reviewed-count.
006440     MOVE WR-REQUEST-NO   TO ws-current-request.
006450     MOVE WR-ACCOUNT      TO ws-account.
006460     MOVE WR-TYPE         TO ws-check-type.
006470     MOVE WR-AMOUNT       TO ws-check-amount.
006480     MOVE WR-AMOUNT       TO ws-money-2.
006490     DISPLAY " ".
006500     DISPLAY "Request " WR-REQUEST-NO "  account " WR-ACCOUNT
006510         "  type " WR-TYPE "  amount " ws-money-2.
006520     DISPLAY "  Entered " WR-REQ-DATE " by " WR-ENTERED-BY
006530         " - " WR-REASON.
006540     PERFORM READ-PARTICIPANT.
006550     MOVE "n" TO ws-elig-ok.
006560     IF ws-found = "y"
006570         DISPLAY "  Participant: " PART-NAME
006580         MOVE ws-current-request TO ws-check-skip-no
006590         PERFORM CHECK-ELIGIBILITY
006600     ELSE
006610         MOVE "ACCOUNT NOT ON MASTER" TO ws-elig-fail
006620     END-IF.
006630     IF ws-elig-ok NOT = "y"
006640         DISPLAY "  No longer eligible - " ws-elig-fail
006650     END-IF.
006660     DISPLAY "A)pprove  D)eny  S)kip  Q)uit review: "
006670         WITH NO ADVANCING.
006680     ACCEPT ws-answer.
006690     EVALUATE ws-answer
006700         WHEN "A"
006710         WHEN "a"
006720             PERFORM APPROVE-REQUEST
006730         WHEN "D"
006740         WHEN "d"
006750             PERFORM DENY-REQUEST
006760         WHEN "Q"
006770         WHEN "q"
006780             MOVE "y" TO ws-stop-review
006790         WHEN OTHER
006800             CONTINUE
006810     END-EVALUATE.
006820     IF ws-stop-review NOT = "y"
006830         MOVE ws-current-request TO WR-REQUEST-NO
006840         START WDRQFILE KEY IS GREATER THAN WR-REQUEST-NO
006850             INVALID KEY MOVE "y" TO ws-eof
006860         END-START
006870         PERFORM NEXT-PENDING-REQUEST
006880     END-IF.
006890
006900 APPROVE-REQUEST.
006910     PERFORM REREAD-CURRENT-REQUEST.
006920     IF ws-found = "y"
006930         IF WR-ENTERED-BY = ws-approver-id
006940             DISPLAY "You entered this request - another "
006950                 "supervisor must approve it."
006960         ELSE
006970             IF ws-elig-ok NOT = "y"
006980                 DISPLAY "Not eligible - deny it or leave it for "
006990                     "the balances to catch up."
007000             ELSE
007010                 PERFORM POST-WITHDRAWAL
007020                 MOVE "A"            TO WR-STATUS
007030                 MOVE ws-approver-id TO WR-DECIDED-BY
007040                 MOVE ws-run-date    TO WR-DECISION-DATE
007050                 MOVE ws-available   TO WR-AVAILABLE
007060                 REWRITE WDRQ-REC
007070                     INVALID KEY DISPLAY "Problem with index!"
007080                 END-REWRITE
007090                 DISPLAY "Approved - withdrawal posted to "
007100                     "PERFTXN.DAT."
007110             END-IF
007120         END-IF
007130     END-IF.
007140
007150 DENY-REQUEST.
007160     PERFORM REREAD-CURRENT-REQUEST.
007170     IF ws-found = "y"
007180         DISPLAY "Reason for the denial: " WITH NO ADVANCING
007190         ACCEPT WR-DENY-REASON
007200         IF WR-DENY-REASON = SPACES
007210             IF ws-elig-ok NOT = "y"
007220                 MOVE ws-elig-fail TO WR-DENY-REASON
007230             ELSE
007240                 DISPLAY "A denial needs its reason - skipped."
007250                 MOVE "n" TO ws-found
007260             END-IF
007270         END-IF
007280     END-IF.
007290     IF ws-found = "y"
007300         MOVE "D"            TO WR-STATUS
007310         MOVE ws-approver-id TO WR-DECIDED-BY
007320         MOVE ws-run-date    TO WR-DECISION-DATE
007330         REWRITE WDRQ-REC
007340             INVALID KEY DISPLAY "Problem with index!"
007350         END-REWRITE
007360         DISPLAY "Denied."
007370     END-IF.
007380
007390 REREAD-CURRENT-REQUEST.
007400     MOVE "y" TO ws-found.
007410     MOVE ws-current-request TO WR-REQUEST-NO.
007420     READ WDRQFILE
007430         INVALID KEY
007440             DISPLAY "Request has gone from the file."
007450             MOVE "n" TO ws-found
007460     END-READ.
007470
007480 POST-WITHDRAWAL.
007490     MOVE SPACES          TO TXN-REC.
007500     MOVE WR-ACCOUNT      TO TXN-ACCOUNT.
007510     MOVE ws-run-date     TO TXN-DATE.
007520     MOVE "W"             TO TXN-TYPE.
007530     MOVE WR-AMOUNT       TO TXN-AMOUNT.
007540     MOVE ws-approver-id  TO TXN-APPROVER.
007550     OPEN EXTEND TXN-FILE.
007560     IF ws-txn-status = "35"
007570         OPEN OUTPUT TXN-FILE
007580     END-IF.
007590     WRITE TXN-REC.
007600     CLOSE TXN-FILE.
007610
007620*--------------------------------
007630* Every request on file for the account, newest last.
007640*--------------------------------
007650 LIST-REQUESTS.
007660     MOVE ZERO TO ws-listed-count.
007670     MOVE SPACE TO ws-eof.
007680     MOVE ZERO TO WR-REQUEST-NO.
007690     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
007700         INVALID KEY MOVE "y" TO ws-eof
007710     END-START.
007720     PERFORM LIST-ONE-REQUEST UNTIL ws-eof = "y".
007730     IF ws-listed-count = ZERO
007740         DISPLAY "  (no withdrawal requests on file)"
007750     END-IF.
007760
007770 LIST-ONE-REQUEST.
007780     READ WDRQFILE NEXT RECORD
007790         AT END MOVE "y" TO ws-eof
007800     END-READ.
007810     IF ws-eof NOT = "y" AND WR-ACCOUNT = ws-account
007820         ADD 1 TO ws-listed-count
007830         MOVE WR-AMOUNT TO ws-money-1
007840         DISPLAY "  " WR-REQUEST-NO " " WR-REQ-DATE " " WR-TYPE
007850             " " ws-money-1 " " WR-STATUS " " WR-REASON
007860         IF NOT WR-PENDING
007870             DISPLAY "         decided " WR-DECISION-DATE " by "
007880                 WR-DECIDED-BY " " WR-DENY-REASON
007890         END-IF
007891         IF WR-CHECK-NO IS NUMERIC AND WR-CHECK-NO > ZERO
007892             DISPLAY "         paid " WR-PAID-DATE " check "
007893                 WR-CHECK-NO
007894         END-IF
007900     END-IF.
007905
007910*--------------------------------
007911* The participant's answer to a small-balance force-out notice.
007912* Only a noticed account inside its election window takes one;
007913* after the deadline forceout.cbl has rolled it to the default
007914* IRA, or will tonight.
007915*--------------------------------
007916 RECORD-FORCE-OUT-REPLY.
007917     OPEN I-O FORCEFILE.
007918     IF ws-force-status NOT = "00"
007919         DISPLAY "No force-out notices on file."
007920     ELSE
007921         MOVE ws-account TO FO-ACCOUNT
007922         READ FORCEFILE
007923             INVALID KEY
007924                 DISPLAY "No force-out notice for that account."
007925                 MOVE "n" TO ws-found
007926         END-READ
007927         IF ws-found = "y"
007928             PERFORM TAKE-FORCE-OUT-REPLY
007929         END-IF
007930         CLOSE FORCEFILE
007931     END-IF.
007932
007933 TAKE-FORCE-OUT-REPLY.
007934     MOVE FO-NOTICE-BALANCE TO ws-money-1.
007935     DISPLAY "  Noticed " FO-NOTICE-DATE " balance " ws-money-1
007936         " reply by " FO-DEADLINE.
007937     IF NOT FO-NOTICED
007938         DISPLAY "Reply already taken or the account was queued "
007939             "(stage " FO-STATUS ")."
007940     ELSE
007941         IF FO-DEADLINE < ws-run-date
007942             DISPLAY "The election window has closed - the "
007943                 "default rollover applies."
007944         ELSE
007945             DISPLAY "C)ash to the participant or R)ollover "
007946                 "to an IRA or plan: " WITH NO ADVANCING
007947             ACCEPT ws-answer
007948             EVALUATE ws-answer
007949                 WHEN "C"
007950                 WHEN "c"
007951                     MOVE "C"    TO FO-ELECTION
007952                     MOVE SPACES TO FO-PAYEE
007953                 WHEN "R"
007954                 WHEN "r"
007955                     MOVE "R" TO FO-ELECTION
007956                     DISPLAY "Receiving IRA or plan (payee): "
007957                         WITH NO ADVANCING
007958                     MOVE SPACES TO FO-PAYEE
007959                     ACCEPT FO-PAYEE
007960                     IF FO-PAYEE = SPACES
007961                         DISPLAY "A rollover needs the receiving "
007962                             "IRA or plan."
007963                         MOVE "n" TO ws-found
007964                     END-IF
007965                 WHEN OTHER
007966                     DISPLAY "Election must be C or R."
007967                     MOVE "n" TO ws-found
007968             END-EVALUATE
007969             IF ws-found = "y"
007970                 MOVE "R"            TO FO-STATUS
007971                 MOVE ws-run-date    TO FO-RESPONSE-DATE
007972                 MOVE ws-operator-id TO FO-OPERATOR
007973                 REWRITE FORCE-REC
007974                     INVALID KEY
007975                         DISPLAY "Problem with force-out index."
007976                 END-REWRITE
007977                 DISPLAY "Election recorded - queued for payment "
007978                     "on the next force-out run."
007979             END-IF
007980         END-IF
007981     END-IF.
007982
007983 CHECK-BATCH-WINDOW.
007984*--------------------------------
007985* Entry and review are refused while batchwin's window-open
007986* flag is up - an approval appends to PERFTXN.DAT, which the
007987* nightly runs are reading.  Listing stays open.
007988*--------------------------------
007989     PERFORM SAMPLE-WINDOW-FLAG.
007990     IF ws-window-locked = "Y"
008000         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
008010         DISPLAY "  " ws-window-step
008020         DISPLAY "Updates are locked; listing is open."
008030     END-IF.
008040
008050 SAMPLE-WINDOW-FLAG.
008060     MOVE "N"    TO ws-window-locked.
008070     MOVE SPACES TO ws-window-step.
008080     OPEN INPUT WINDOW-FLAG-FILE.
008090     IF ws-flag-status = "00"
008100         READ WINDOW-FLAG-FILE
008110             AT END CONTINUE
008120         END-READ
008130         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
008140             MOVE "Y"      TO ws-window-locked
008150             MOVE FLG-STEP TO ws-window-step
008160         END-IF
008170         CLOSE WINDOW-FLAG-FILE
008180     END-IF.
008190
008200*--------------------------------
008210* Blank leaves the default: 20% mandatory on an eligible
008220* rollover distribution, 10% on any other payment.
008230*--------------------------------
008240 TAKE-WITHHOLDING-ELECTION.
008250     MOVE "N"  TO ws-wh-elected.
008260     MOVE ZERO TO ws-wh-pct.
008270     DISPLAY "Federal withholding % elected (blank = default): "
008280         WITH NO ADVANCING.
008290     MOVE SPACES TO ws-wh-entry.
008300     ACCEPT ws-wh-entry.
008310     IF ws-wh-entry NOT = SPACES
008320         COMPUTE ws-wh-pct = FUNCTION NUMVAL(ws-wh-entry)
008330         IF ws-wh-pct > 100
008340             DISPLAY "Withholding cannot be over 100%."
008350             MOVE "n" TO ws-found
008360         ELSE
008370             MOVE "Y" TO ws-wh-elected
008380         END-IF
008390     END-IF.

008410 VERIFY-OPERATOR.
008420*--------------------------------
008430* With the operator master (OPERMAST.DAT) on file the password
008440* is checked against it, and an ID that is unknown, locked, or
008450* given the wrong password gets no grant below.  A shop with no
008460* master yet runs as before.
008470*--------------------------------
008480     OPEN INPUT OPERFILE.
008490     IF ws-oper-status = "00"
008500         DISPLAY "Password: " WITH NO ADVANCING
008510         ACCEPT ws-sign-password
008520         MOVE "N" TO ws-sign-ok
008530         MOVE ws-operator-id TO OPER-ID
008540         READ OPERFILE
008550             INVALID KEY
008560                 CONTINUE
008570             NOT INVALID KEY
008580                 IF OPER-PASSWORD = ws-sign-password
008590                     AND NOT OPER-IS-LOCKED
008600                     MOVE "Y" TO ws-sign-ok
008610                 END-IF
008620         END-READ
008630         CLOSE OPERFILE
008640     END-IF.
008650
008660 CHECK-UPDATE-GRANT.
008670*--------------------------------
008680* Entering and reviewing requests and recording force-out
008690* replies need the WDRQUPD grant on the access table
008700* (OPERACC.DAT, kept in opermnt); without it the screen is
008710* listing only.  A shop with no table yet runs as before.
008720*--------------------------------
008730     MOVE "Y" TO ws-update-granted.
008740     IF ws-sign-ok = "N"
008750         MOVE "N" TO ws-update-granted
008760         DISPLAY "Operator not verified - listing only."
008770     ELSE
008780         OPEN INPUT ACCESS-FILE
008790         IF ws-acc-status = "00"
008800             MOVE ws-operator-id TO ACC-OPER-ID
008810             MOVE "WDRQUPD "     TO ACC-FUNCTION
008820             READ ACCESS-FILE
008830                 INVALID KEY
008840                     MOVE "N" TO ws-update-granted
008850                     DISPLAY "No WDRQUPD grant for "
008860                         ws-operator-id
008870                         " - listing only."
008880             END-READ
008890             CLOSE ACCESS-FILE
008900         END-IF
008910     END-IF.
