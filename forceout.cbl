000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FORCEOUT.
000030*--------------------------------
000040* Small-balance force-out run for terminated participants.
000050* The plan pays out a terminated participant's account when
000060* the vested balance is under the cash-out threshold, but the
000070* letters went out by hand and nobody tracked whether the
000080* participant answered.  This run works the provision against
000090* FORCEOUT.DAT (FORCEREC.CPY):
000100*
000110*   1. every open record is brought forward.  A participant
000120*      who has been rehired, whose balance has grown over the
000130*      threshold, or who now has an active loan is dropped.
000140*      One whose election was keyed on wdrqmnt.cbl is queued
000150*      per the election; one whose election window lapsed with
000160*      no answer is queued as a direct rollover to the plan's
000170*      default IRA provider.  Queueing files an approved
000180*      request on WDREQ.DAT (type T cash, type R direct
000190*      rollover with the receiving IRA as the reason) decided
000200*      by FORCEOUT, and posts the W line to PERFTXN.DAT the
000210*      way a wdrqmnt approval does; payrun.cbl pays it;
000220*   2. every participant whose directory record (through
000230*      PART-EMPLOYEE-ID) has been inactive for more than the
000240*      notice period, with no record yet, is tested against
000250*      the threshold.  One under it gets a distribution-
000260*      election notice (FORCEOUT.NTC) and a noticed record
000270*      with the end of the election window.  One with an
000280*      active loan is listed for review instead - the loan
000290*      has to be settled first;
000300*   3. FORCEOUT.PRT lists the night's work and every record
000310*      by stage.
000320*
000330* The balance tested is the vested part of the latest
000340* PERFHIST.DAT balance - the unvested employer match (SRCBAL.DAT
000350* source M at the VESTTBL.DAT percent for service to the
000360* termination date) is left out, as forfeit.cbl works it.
000370* Rollover money (source R) counts toward the threshold only
000380* when the plan document says so: rollover rule E leaves it
000390* out of the test, rule I counts it.  Either way the whole
000400* vested balance, rollover money included, is distributed.
000410*
000420* Plan provisions come from FORCEOUT.PRM - threshold, notice
000430* days after termination, election window days, rollover rule
000440* and default IRA provider - defaulting to 7,000.00, 60 days,
000450* 30 days, rule E and PLAN DEFAULT IRA PROVIDER when the file
000460* is absent.  RETURN-CODE 4 when anything is listed for
000470* review.
000480*
000490* 2026-10  JDF  New program.
000493* 2026-10  JDF  Counts and control totals posted to the night's
000496*                control ledger (CTLLEDG.DAT) for ctlbal.
000500*--------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540 SELECT FORCEFILE ASSIGN TO "FORCEOUTDAT"
000550     FILE STATUS IS ws-force-status
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS FO-ACCOUNT.
000590
000600 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000610     FILE STATUS IS ws-part-status
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS DYNAMIC
000640     RECORD KEY IS PART-ACCOUNT.
000650
000660 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000670     FILE STATUS IS FILE-CHECK-KEY
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS EMPLOYEE-ID
000710     ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000720
000730 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
000740     FILE STATUS IS ws-hist-status
000750     ORGANIZATION IS INDEXED
000760     ACCESS MODE IS DYNAMIC
000770     RECORD KEY IS HIST-KEY.
000780
000790 SELECT SRCBAL-FILE ASSIGN TO "SRCBALDAT"
000800     FILE STATUS IS ws-sb-status
000810     ORGANIZATION IS INDEXED
000820     ACCESS MODE IS DYNAMIC
000830     RECORD KEY IS SB-KEY.
000840
000850 SELECT VESTFILE ASSIGN TO "VESTTBLDAT"
000860     FILE STATUS IS ws-vest-status
000870     ORGANIZATION IS INDEXED
000880     ACCESS MODE IS DYNAMIC
000890     RECORD KEY IS VEST-YEARS.
000900
000910 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
000920     FILE STATUS IS ws-loan-status
000930     ORGANIZATION IS INDEXED
000940     ACCESS MODE IS DYNAMIC
000950     RECORD KEY IS LOAN-KEY.
000960
000970 SELECT WDRQFILE ASSIGN TO "WDREQDAT"
000980     FILE STATUS IS ws-wdrq-status
000990     ORGANIZATION IS INDEXED
001000     ACCESS MODE IS DYNAMIC
001010     RECORD KEY IS WR-REQUEST-NO.
001020
001030 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
001040     ORGANIZATION IS LINE SEQUENTIAL
001050     FILE STATUS IS ws-txn-status.
001060
001070 SELECT PARM-FILE ASSIGN TO "FORCEOUTPRM"
001080     ORGANIZATION IS LINE SEQUENTIAL
001090     FILE STATUS IS ws-parm-status.
001100
001110 SELECT NOTICE-FILE ASSIGN TO "FORCEOUTNTC"
001120     ORGANIZATION IS LINE SEQUENTIAL.
001130
001140 SELECT PRINT-FILE ASSIGN TO "FORCEOUTPRT"
001150     ORGANIZATION IS LINE SEQUENTIAL.
001152
001154 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
001156     ORGANIZATION IS LINE SEQUENTIAL
001158     FILE STATUS IS ws-cl-status.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  FORCEFILE.
001200     COPY FORCEREC.
001210
001220 FD  PARTICIPANT-FILE.
001230     COPY PARTREC.
001240
001250 FD  PHONEFILE.
001260     COPY PHONEREC.
001270
001280 FD  HISTORY-FILE.
001290 01  HIST-REC.
001300     05  HIST-KEY.
001310         10  HIST-ACCOUNT            PIC X(10).
001320         10  HIST-RUN-DATE           PIC 9(08).
001330     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
001340     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
001350     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
001360     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
001370
001380 FD  SRCBAL-FILE.
001390     COPY SRCBREC.
001400
001410 FD  VESTFILE.
001420     COPY VESTREC.
001430
001440 FD  LOANFILE.
001450     COPY LOANREC.
001460
001470 FD  WDRQFILE.
001480     COPY WDRQREC.
001490
001500 FD  TXN-FILE.
001510     COPY TXNREC.
001520
001530 FD  PARM-FILE.
001540 01  PARM-REC.
001550     05  PARM-THRESHOLD              PIC 9(7)V99.
001560     05  PARM-NOTICE-DAYS            PIC 9(03).
001570     05  PARM-WINDOW-DAYS            PIC 9(03).
001580     05  PARM-ROLLOVER-RULE          PIC X(01).
001590     05  PARM-IRA-PROVIDER           PIC X(30).
001600
001610 FD  NOTICE-FILE.
001620 01  NOTICE-LINE                     PIC X(80).
001630
001640 FD  PRINT-FILE.
001650 01  PRINT-LINE                      PIC X(80).
001652
001655 FD  CTLLEDG-FILE.
001657     COPY CTLLREC.
001660
001670 WORKING-STORAGE SECTION.
001680     COPY FILESTAT.
001690     COPY RPTHEAD.
001700
001710 01  ws-force-status                 pic x(02).
001720 01  ws-part-status                  pic x(02).
001730 01  ws-hist-status                  pic x(02).
001740 01  ws-sb-status                    pic x(02).
001750 01  ws-vest-status                  pic x(02).
001760 01  ws-loan-status                  pic x(02).
001770 01  ws-wdrq-status                  pic x(02).
001780 01  ws-txn-status                   pic x(02).
001781 01  ws-cl-status                    pic x(02).
001782 01  ws-cl-open                      pic x(01) value "N".
001783 01  ws-cl-night                     pic 9(08) value zero.
001784 01  ws-cl-env                       pic x(08) value spaces.
001785 01  ws-cl-item                      pic x(12) value spaces.
001786 01  ws-cl-count                     pic 9(07) value zero.
001787 01  ws-cl-amount                    pic 9(13)v99 value zero.
001788 01  ws-txn-added-count              pic 9(07) value zero.
001789 01  ws-txn-added-amount             pic 9(13)v99 value zero.
001790 01  ws-parm-status                  pic x(02).
001800 01  ws-hist-open                    pic x(01) value "N".
001810 01  ws-sb-open                      pic x(01) value "N".
001820 01  ws-vest-open                    pic x(01) value "N".
001830 01  ws-loan-open                    pic x(01) value "N".
001840 01  ws-eof                          pic x(01) value space.
001850 01  ws-part-eof                     pic x(01) value space.
001860 01  ws-hist-eof                     pic x(01) value space.
001870 01  ws-vest-eof                     pic x(01) value space.
001880 01  ws-loan-eof                     pic x(01) value space.
001890 01  ws-wdrq-eof                     pic x(01) value space.
001900 01  ws-found                        pic x(01) value space.
001910 01  ws-run-date                     pic 9(08) value zero.
001920 01  ws-run-int                      pic 9(07) value zero.
001930 01  ws-term-flag                    pic x(01) value space.
001940 01  ws-term-date                    pic 9(08) value zero.
001950 01  ws-notice-due                   pic 9(08) value zero.
001960 01  ws-service-years                pic s9(03) value zero.
001970 01  ws-hire-year                    pic 9(04) value zero.
001980 01  ws-term-year                    pic 9(04) value zero.
001990 01  ws-vest-pct-found               pic 9(3)v99 value zero.
002000 01  ws-next-request                 pic 9(06) value zero.
002010
002020*--------------------------------
002030* Plan provisions, from FORCEOUT.PRM when present.
002040*--------------------------------
002050 01  ws-threshold                    pic 9(7)v99 value 7000.
002060 01  ws-notice-days                  pic 9(03) value 60.
002070 01  ws-window-days                  pic 9(03) value 30.
002080 01  ws-rollover-rule                pic x(01) value "E".
002090     88  ws-exclude-rollover         value "E".
002100 01  ws-ira-provider                 pic x(30)
002110         value "PLAN DEFAULT IRA PROVIDER".
002120
002130*--------------------------------
002140* The account's balance, worked by WORK-OUT-BALANCE.
002150*--------------------------------
002160 01  ws-bal-found                    pic x(01) value space.
002170 01  ws-balance                      pic s9(9)v99 value zero.
002180 01  ws-match-balance                pic s9(9)v99 value zero.
002190 01  ws-rollover-balance             pic s9(9)v99 value zero.
002200 01  ws-unvested-amt                 pic s9(9)v99 value zero.
002210 01  ws-vested-amt                   pic s9(9)v99 value zero.
002220 01  ws-test-balance                 pic s9(9)v99 value zero.
002230 01  ws-loan-count                   pic 9(03) value zero.
002240
002250 01  ws-noticed-count                pic 9(05) value zero.
002260 01  ws-queued-count                 pic 9(05) value zero.
002270 01  ws-lapsed-count                 pic 9(05) value zero.
002280 01  ws-dropped-count                pic 9(05) value zero.
002290 01  ws-review-count                 pic 9(05) value zero.
002300 01  ws-over-count                   pic 9(05) value zero.
002310 01  ws-stage-n-count                pic 9(05) value zero.
002320 01  ws-stage-r-count                pic 9(05) value zero.
002330 01  ws-stage-q-count                pic 9(05) value zero.
002340 01  ws-stage-x-count                pic 9(05) value zero.
002350 01  ws-queued-total                 pic 9(11)v99 value zero.
002360
002370 01  ws-drop-reason                  pic x(20) value spaces.
002380 01  ws-date-in                      pic 9(08) value zero.
002390 01  ws-date-disp                    pic x(10) value spaces.
002400 01  ws-date-disp-2                  pic x(10) value spaces.
002410 01  ws-money-1                      pic $$,$$$,$$9.99.
002420 01  ws-money-2                      pic $$,$$$,$$9.99.
002430 01  ws-money-3                      pic $$$,$$$,$$$,$$9.99.
002440 01  ws-stage-text                   pic x(09) value spaces.
002450 01  ws-elect-text                   pic x(16) value spaces.
002460 01  ws-notice-page                  pic 9(04) value zero.
002470 01  ws-text-line                    pic x(80) value spaces.
002480
002490 PROCEDURE DIVISION.
002500 PROGRAM-BEGIN.
002510     CALL "shopcfg"
002520         ON EXCEPTION
002530             DISPLAY "shopcfg not found - default "
002540                 "file locations in effect"
002550     END-CALL.
002560     PERFORM OPEN-FILES.
002570     PERFORM FIND-NEXT-REQUEST-NO.
002580     PERFORM PROCESS-OPEN-RECORDS.
002590     PERFORM NOTICE-SWEEP.
002600     PERFORM PRINT-STAGE-LISTING.
002610     PERFORM CLOSE-FILES.
002615     PERFORM POST-CONTROL-TOTALS.
002620     DISPLAY "Force-out run complete - " ws-noticed-count
002630         " noticed, " ws-queued-count " queued, "
002640         ws-dropped-count " dropped.".
002650     IF ws-review-count > ZERO
002660         MOVE 4 TO RETURN-CODE
002670     END-IF.
002680     STOP RUN.
002690
002700 OPEN-FILES.
002710     OPEN INPUT PARTICIPANT-FILE.
002720     IF ws-part-status NOT = "00"
002730         DISPLAY "No participant master - nothing to do."
002740         MOVE 1 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     OPEN INPUT PHONEFILE.
002780     IF NOT RECORDFOUND
002790         DISPLAY "No phone directory - terminations unknown."
002800         MOVE 1 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     OPEN INPUT HISTORY-FILE.
002840     IF ws-hist-status = "00"
002850         MOVE "Y" TO ws-hist-open
002860     END-IF.
002870     OPEN INPUT SRCBAL-FILE.
002880     IF ws-sb-status = "00"
002890         MOVE "Y" TO ws-sb-open
002900     END-IF.
002910     OPEN INPUT VESTFILE.
002920     IF ws-vest-status = "00"
002930         MOVE "Y" TO ws-vest-open
002940     END-IF.
002950     OPEN INPUT LOANFILE.
002960     IF ws-loan-status = "00"
002970         MOVE "Y" TO ws-loan-open
002980     END-IF.
002990     OPEN I-O FORCEFILE.
003000     IF ws-force-status = "35"
003010         OPEN OUTPUT FORCEFILE
003020         CLOSE FORCEFILE
003030         OPEN I-O FORCEFILE
003040     END-IF.
003050     OPEN I-O WDRQFILE.
003060     IF ws-wdrq-status = "35"
003070         OPEN OUTPUT WDRQFILE
003080         CLOSE WDRQFILE
003090         OPEN I-O WDRQFILE
003100     END-IF.
003110     ACCEPT ws-run-date FROM DATE YYYYMMDD.
003120     COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date).
003130     PERFORM READ-PLAN-PARAMETERS.
003140     OPEN OUTPUT NOTICE-FILE.
003150     OPEN OUTPUT PRINT-FILE.
003160     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
003170         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
003180     MOVE "SMALL-BALANCE FORCE-OUT" TO RPT-TITLE.
003190     MOVE 1 TO RPT-PAGE-NUMBER.
003200     WRITE PRINT-LINE FROM RPT-HEADING-1.
003210     WRITE PRINT-LINE FROM RPT-HEADING-2.
003220     MOVE ws-threshold TO ws-money-1.
003230     MOVE SPACES TO ws-text-line.
003240     STRING "THRESHOLD " ws-money-1 "   NOTICE " ws-notice-days
003250         " DAYS AFTER TERMINATION   WINDOW " ws-window-days
003260         " DAYS" DELIMITED BY SIZE INTO ws-text-line.
003270     PERFORM SHOW-LINE.
003280     MOVE SPACES TO ws-text-line.
003290     IF ws-exclude-rollover
003300         STRING "ROLLOVER MONEY EXCLUDED FROM THE TEST   "
003310             "DEFAULT IRA " ws-ira-provider
003320             DELIMITED BY SIZE INTO ws-text-line
003330     ELSE
003340         STRING "ROLLOVER MONEY COUNTED IN THE TEST      "
003350             "DEFAULT IRA " ws-ira-provider
003360             DELIMITED BY SIZE INTO ws-text-line
003370     END-IF.
003380     PERFORM SHOW-LINE.
003390
003400 READ-PLAN-PARAMETERS.
003410     OPEN INPUT PARM-FILE.
003420     IF ws-parm-status = "00"
003430         READ PARM-FILE
003440             AT END CONTINUE
003450         END-READ
003460         IF ws-parm-status = "00"
003470             AND PARM-THRESHOLD IS NUMERIC
003480             AND PARM-NOTICE-DAYS IS NUMERIC
003490             AND PARM-WINDOW-DAYS IS NUMERIC
003500             MOVE PARM-THRESHOLD   TO ws-threshold
003510             MOVE PARM-NOTICE-DAYS TO ws-notice-days
003520             MOVE PARM-WINDOW-DAYS TO ws-window-days
003530             IF PARM-ROLLOVER-RULE = "E"
003540                 OR PARM-ROLLOVER-RULE = "I"
003550                 MOVE PARM-ROLLOVER-RULE TO ws-rollover-rule
003560             END-IF
003570             IF PARM-IRA-PROVIDER NOT = SPACES
003580                 MOVE PARM-IRA-PROVIDER TO ws-ira-provider
003590             END-IF
003600         END-IF
003610         CLOSE PARM-FILE
003620     ELSE
003630         DISPLAY "(no FORCEOUT.PRM - default provisions applied)"
003640     END-IF.
003650
003660 CLOSE-FILES.
003670     CLOSE FORCEFILE.
003680     CLOSE WDRQFILE.
003690     CLOSE PARTICIPANT-FILE.
003700     CLOSE PHONEFILE.
003710     IF ws-hist-open = "Y"
003720         CLOSE HISTORY-FILE
003730     END-IF.
003740     IF ws-sb-open = "Y"
003750         CLOSE SRCBAL-FILE
003760     END-IF.
003770     IF ws-vest-open = "Y"
003780         CLOSE VESTFILE
003790     END-IF.
003800     IF ws-loan-open = "Y"
003810         CLOSE LOANFILE
003820     END-IF.
003830     CLOSE NOTICE-FILE.
003840     CLOSE PRINT-FILE.
003850
003860 FIND-NEXT-REQUEST-NO.
003870     MOVE ZERO TO ws-next-request.
003880     MOVE SPACE TO ws-wdrq-eof.
003890     MOVE ZERO TO WR-REQUEST-NO.
003900     START WDRQFILE KEY IS NOT LESS THAN WR-REQUEST-NO
003910         INVALID KEY MOVE "y" TO ws-wdrq-eof
003920     END-START.
003930     PERFORM TAKE-ONE-REQUEST-NO UNTIL ws-wdrq-eof = "y".
003940     ADD 1 TO ws-next-request.
003950
003960 TAKE-ONE-REQUEST-NO.
003970     READ WDRQFILE NEXT RECORD
003980         AT END MOVE "y" TO ws-wdrq-eof
003990     END-READ.
004000     IF ws-wdrq-eof NOT = "y"
004010         MOVE WR-REQUEST-NO TO ws-next-request
004020     END-IF.
004030
004040*--------------------------------
004050* Stage 1: open records - responded, or noticed with the
004060* election window gone by.
004070*--------------------------------
004080 PROCESS-OPEN-RECORDS.
004090     MOVE SPACES TO ws-text-line.
004100     PERFORM SHOW-LINE.
004110     MOVE "DISTRIBUTIONS QUEUED AND RECORDS DROPPED"
004120         TO ws-text-line.
004130     PERFORM SHOW-LINE.
004140     MOVE SPACE TO ws-eof.
004150     MOVE LOW-VALUES TO FO-ACCOUNT.
004160     START FORCEFILE KEY IS NOT LESS THAN FO-ACCOUNT
004170         INVALID KEY MOVE "y" TO ws-eof
004180     END-START.
004190     IF ws-eof NOT = "y"
004200         READ FORCEFILE NEXT RECORD
004210             AT END MOVE "y" TO ws-eof
004220         END-READ
004230     END-IF.
004240     PERFORM CHECK-ONE-RECORD UNTIL ws-eof = "y".
004250     IF ws-queued-count = ZERO AND ws-dropped-count = ZERO
004260         MOVE "  (none)" TO ws-text-line
004270         PERFORM SHOW-LINE
004280     END-IF.
004290
004300 CHECK-ONE-RECORD.
004310     IF FO-RESPONDED
004320         OR (FO-NOTICED AND FO-DEADLINE < ws-run-date)
004330         PERFORM BRING-FORWARD-ONE-RECORD
004340     END-IF.
004350     READ FORCEFILE NEXT RECORD
004360         AT END MOVE "y" TO ws-eof
004370     END-READ.
004380
004390 BRING-FORWARD-ONE-RECORD.
004400     MOVE SPACES TO ws-drop-reason.
004410     MOVE FO-ACCOUNT TO PART-ACCOUNT.
004420     READ PARTICIPANT-FILE
004430         INVALID KEY
004440             MOVE "NOT ON MASTER" TO ws-drop-reason
004450     END-READ.
004460     IF ws-drop-reason = SPACES
004470         PERFORM CHECK-TERMINATED
004480         IF ws-term-flag NOT = "y"
004490             MOVE "REHIRED" TO ws-drop-reason
004500         END-IF
004510     END-IF.
004520     IF ws-drop-reason = SPACES
004530         MOVE FO-TERM-DATE TO ws-term-date
004540         PERFORM WORK-OUT-BALANCE
004550         PERFORM COUNT-ACTIVE-LOANS
004560         EVALUATE TRUE
004570             WHEN ws-loan-count > ZERO
004580                 MOVE "ACTIVE LOAN" TO ws-drop-reason
004590             WHEN ws-vested-amt NOT > ZERO
004600                 MOVE "NO VESTED BALANCE" TO ws-drop-reason
004610             WHEN ws-test-balance > ws-threshold
004620                 MOVE "OVER THRESHOLD" TO ws-drop-reason
004630             WHEN OTHER
004640                 CONTINUE
004650         END-EVALUATE
004660     END-IF.
004670     IF ws-drop-reason = SPACES
004680         PERFORM QUEUE-DISTRIBUTION
004690     ELSE
004700         PERFORM DROP-RECORD
004710     END-IF.
004720     REWRITE FORCE-REC
004730         INVALID KEY
004740             DISPLAY "Problem with force-out index for "
004750                 FO-ACCOUNT
004760     END-REWRITE.
004770
004780 DROP-RECORD.
004790     MOVE "X"            TO FO-STATUS.
004800     MOVE ws-drop-reason TO FO-DROP-REASON.
004810     MOVE ws-run-date    TO FO-QUEUE-DATE.
004820     MOVE "FORCEOUT"     TO FO-OPERATOR.
004830     ADD 1 TO ws-dropped-count.
004840     MOVE SPACES TO ws-text-line.
004850     STRING "  " FO-ACCOUNT " EMP " FO-EMPLOYEE-ID
004860         " DROPPED - " ws-drop-reason
004870         DELIMITED BY SIZE INTO ws-text-line.
004880     PERFORM SHOW-LINE.
004890     IF ws-drop-reason = "ACTIVE LOAN"
004900         ADD 1 TO ws-review-count
004910         MOVE "         *** SETTLE THE LOAN, THEN RE-NOTICE"
004920             TO ws-text-line
004930         PERFORM SHOW-LINE
004940     END-IF.
004950
004960 QUEUE-DISTRIBUTION.
004970*--------------------------------
004980* The whole vested balance goes.  No answer inside the window
004990* is the default direct rollover to the plan's IRA provider.
005000*--------------------------------
005010     IF FO-NOTICED
005020         MOVE "D"             TO FO-ELECTION
005030         MOVE ws-ira-provider TO FO-PAYEE
005040         ADD 1 TO ws-lapsed-count
005050     END-IF.
005060     MOVE SPACES           TO WDRQ-REC.
005070     MOVE ws-next-request  TO WR-REQUEST-NO.
005080     MOVE FO-ACCOUNT       TO WR-ACCOUNT.
005090     IF FO-ELECT-CASH
005100         MOVE "T"          TO WR-TYPE
005110         MOVE "SMALL-BALANCE FORCE-OUT" TO WR-REASON
005120         MOVE "CASH            " TO ws-elect-text
005130     ELSE
005140         MOVE "R"          TO WR-TYPE
005150         MOVE FO-PAYEE     TO WR-REASON
005160         IF FO-ELECT-DEFAULT
005170             MOVE "DEFAULT ROLLOVER" TO ws-elect-text
005180         ELSE
005190             MOVE "ROLLOVER        " TO ws-elect-text
005200         END-IF
005210     END-IF.
005220     MOVE ws-vested-amt    TO WR-AMOUNT.
005230     MOVE "A"              TO WR-STATUS.
005240     MOVE ws-run-date      TO WR-REQ-DATE.
005250     MOVE "FORCEOUT"       TO WR-ENTERED-BY.
005260     MOVE ws-vested-amt    TO WR-AVAILABLE.
005270     MOVE "FORCEOUT"       TO WR-DECIDED-BY.
005280     MOVE ws-run-date      TO WR-DECISION-DATE.
005290     MOVE "N"              TO WR-WH-ELECTED.
005300     MOVE ZERO             TO WR-WH-PCT.
005310     MOVE ZERO             TO WR-CHECK-NO.
005320     MOVE ZERO             TO WR-PAID-DATE.
005330     WRITE WDRQ-REC
005340         INVALID KEY
005350             DISPLAY "Request " WR-REQUEST-NO " already on file."
005360             MOVE "REQUEST NOT FILED" TO ws-drop-reason
005370     END-WRITE.
005380     IF ws-drop-reason NOT = SPACES
005390         ADD 1 TO ws-review-count
005400         MOVE SPACES TO ws-text-line
005410         STRING "  " FO-ACCOUNT " EMP " FO-EMPLOYEE-ID
005420             " *** REQUEST " WR-REQUEST-NO " NOT FILED - REVIEW"
005430             DELIMITED BY SIZE INTO ws-text-line
005440         PERFORM SHOW-LINE
005450     ELSE
005460         PERFORM POST-WITHDRAWAL
005470         MOVE "Q"             TO FO-STATUS
005480         MOVE ws-run-date     TO FO-QUEUE-DATE
005490         MOVE WR-REQUEST-NO   TO FO-REQUEST-NO
005500         MOVE ws-vested-amt   TO FO-AMOUNT
005510         MOVE "FORCEOUT"      TO FO-OPERATOR
005520         ADD 1 TO ws-queued-count
005530         ADD ws-vested-amt TO ws-queued-total
005540         MOVE ws-vested-amt TO ws-money-1
005550         MOVE SPACES TO ws-text-line
005560         STRING "  " FO-ACCOUNT " " PART-NAME(1:20)
005570             " REQ " WR-REQUEST-NO " " ws-elect-text " "
005580             ws-money-1
005590             DELIMITED BY SIZE INTO ws-text-line
005600         PERFORM SHOW-LINE
005610         IF NOT FO-ELECT-CASH
005620             MOVE SPACES TO ws-text-line
005630             STRING "         PAYABLE TO " FO-PAYEE
005640                 DELIMITED BY SIZE INTO ws-text-line
005650             PERFORM SHOW-LINE
005660         END-IF
005670     END-IF.
005680     ADD 1 TO ws-next-request.
005690
005700 POST-WITHDRAWAL.
005710     MOVE SPACES          TO TXN-REC.
005720     MOVE WR-ACCOUNT      TO TXN-ACCOUNT.
005730     MOVE ws-run-date     TO TXN-DATE.
005740     MOVE "W"             TO TXN-TYPE.
005750     MOVE WR-AMOUNT       TO TXN-AMOUNT.
005760     MOVE "FORCEOUT"      TO TXN-APPROVER.
005770     OPEN EXTEND TXN-FILE.
005780     IF ws-txn-status = "35"
005790         OPEN OUTPUT TXN-FILE
005800     END-IF.
005810     WRITE TXN-REC.
005812     IF ws-txn-status = "00"
005814         ADD 1 TO ws-txn-added-count
005816         ADD WR-AMOUNT TO ws-txn-added-amount
005818     END-IF.
005820     CLOSE TXN-FILE.
005830
005840*--------------------------------
005850* Stage 2: terminated participants past the notice period
005860* with no record yet.
005870*--------------------------------
005880 NOTICE-SWEEP.
005890     MOVE SPACES TO ws-text-line.
005900     PERFORM SHOW-LINE.
005910     MOVE "DISTRIBUTION-ELECTION NOTICES SENT" TO ws-text-line.
005920     PERFORM SHOW-LINE.
005930     MOVE SPACE TO ws-part-eof.
005940     MOVE LOW-VALUES TO PART-ACCOUNT.
005950     START PARTICIPANT-FILE KEY IS NOT LESS THAN PART-ACCOUNT
005960         INVALID KEY MOVE "y" TO ws-part-eof
005970     END-START.
005980     IF ws-part-eof NOT = "y"
005990         READ PARTICIPANT-FILE NEXT RECORD
006000             AT END MOVE "y" TO ws-part-eof
006010         END-READ
006020     END-IF.
006030     PERFORM CHECK-ONE-PARTICIPANT UNTIL ws-part-eof = "y".
006040     IF ws-noticed-count = ZERO
006050         MOVE "  (none)" TO ws-text-line
006060         PERFORM SHOW-LINE
006070     END-IF.
006080     MOVE SPACES TO ws-text-line.
006090     STRING "  " ws-over-count
006100         " MORE TERMINATED PAST THE NOTICE PERIOD OVER THRESHOLD"
006110         DELIMITED BY SIZE INTO ws-text-line.
006120     PERFORM SHOW-LINE.
006130
006140 CHECK-ONE-PARTICIPANT.
006150     PERFORM CHECK-TERMINATED.
006160     IF ws-term-flag = "y"
006170         MOVE PART-ACCOUNT TO FO-ACCOUNT
006180         READ FORCEFILE
006190             INVALID KEY
006200                 PERFORM CHECK-NOTICE-PERIOD
006210         END-READ
006220     END-IF.
006230     READ PARTICIPANT-FILE NEXT RECORD
006240         AT END MOVE "y" TO ws-part-eof
006250     END-READ.
006260
006270 CHECK-TERMINATED.
006280     MOVE SPACE TO ws-term-flag.
006290     MOVE ZERO  TO ws-term-date.
006300     IF PART-EMPLOYEE-ID = ZERO
006310         CONTINUE
006320     ELSE
006330         MOVE PART-EMPLOYEE-ID TO EMPLOYEE-ID
006340         READ PHONEFILE
006350             INVALID KEY CONTINUE
006360             NOT INVALID KEY
006370                 IF emp-inactive
006380                     MOVE "y" TO ws-term-flag
006390                     MOVE term-date TO ws-term-date
006400                 END-IF
006410         END-READ
006420     END-IF.
006430
006440 CHECK-NOTICE-PERIOD.
006450*--------------------------------
006460* Without a termination date the notice period cannot be
006470* counted; the participant is listed for the date to be keyed.
006480*--------------------------------
006490     IF ws-term-date = ZERO OR ws-term-date IS NOT NUMERIC
006500         ADD 1 TO ws-review-count
006510         MOVE SPACES TO ws-text-line
006520         STRING "  " PART-ACCOUNT " " PART-NAME(1:20)
006530             " INACTIVE, NO TERMINATION DATE - REVIEW"
006540             DELIMITED BY SIZE INTO ws-text-line
006550         PERFORM SHOW-LINE
006560     ELSE
006570         COMPUTE ws-notice-due = FUNCTION DATE-OF-INTEGER(
006580             FUNCTION INTEGER-OF-DATE(ws-term-date)
006590                 + ws-notice-days)
006600         IF ws-notice-due < ws-run-date
006610             PERFORM TEST-ONE-TERMINATION
006620         END-IF
006630     END-IF.
006640
006650 TEST-ONE-TERMINATION.
006660     PERFORM WORK-OUT-BALANCE.
006670     IF ws-bal-found = "Y" AND ws-vested-amt > ZERO
006680         IF ws-test-balance > ws-threshold
006690             ADD 1 TO ws-over-count
006700         ELSE
006710             PERFORM COUNT-ACTIVE-LOANS
006720             IF ws-loan-count > ZERO
006730                 ADD 1 TO ws-review-count
006740                 MOVE ws-vested-amt TO ws-money-1
006750                 MOVE SPACES TO ws-text-line
006760                 STRING "  " PART-ACCOUNT " " PART-NAME(1:20)
006770                     " " ws-money-1 " ACTIVE LOAN - REVIEW"
006780                     DELIMITED BY SIZE INTO ws-text-line
006790                 PERFORM SHOW-LINE
006800             ELSE
006810                 PERFORM SEND-NOTICE
006820             END-IF
006830         END-IF
006840     END-IF.
006850
006860 SEND-NOTICE.
006870     MOVE SPACES              TO FORCE-REC.
006880     MOVE PART-ACCOUNT        TO FO-ACCOUNT.
006890     MOVE PART-EMPLOYEE-ID    TO FO-EMPLOYEE-ID.
006900     MOVE "N"                 TO FO-STATUS.
006910     MOVE ws-term-date        TO FO-TERM-DATE.
006920     MOVE ws-run-date         TO FO-NOTICE-DATE.
006930     COMPUTE FO-DEADLINE = FUNCTION DATE-OF-INTEGER(
006940         ws-run-int + ws-window-days).
006950     MOVE ws-vested-amt       TO FO-NOTICE-BALANCE.
006960     MOVE ws-rollover-balance TO FO-ROLLOVER-BALANCE.
006970     MOVE ZERO                TO FO-RESPONSE-DATE.
006980     MOVE ZERO                TO FO-QUEUE-DATE.
006990     MOVE ZERO                TO FO-REQUEST-NO.
007000     MOVE ZERO                TO FO-AMOUNT.
007010     MOVE "FORCEOUT"          TO FO-OPERATOR.
007020     WRITE FORCE-REC
007030         INVALID KEY
007040             DISPLAY "Problem with force-out index for "
007050                 FO-ACCOUNT
007060         NOT INVALID KEY
007070             ADD 1 TO ws-noticed-count
007080             PERFORM PRINT-ONE-NOTICE
007090             MOVE FO-TERM-DATE TO ws-date-in
007100             PERFORM FORMAT-DATE
007110             MOVE ws-date-disp TO ws-date-disp-2
007120             MOVE FO-DEADLINE TO ws-date-in
007130             PERFORM FORMAT-DATE
007140             MOVE ws-vested-amt TO ws-money-1
007150             MOVE SPACES TO ws-text-line
007160             STRING "  " PART-ACCOUNT " " PART-NAME(1:20)
007170                 " " ws-money-1 " TERM " ws-date-disp-2
007180                 " BY " ws-date-disp
007190                 DELIMITED BY SIZE INTO ws-text-line
007200             PERFORM SHOW-LINE
007210     END-WRITE.
007220
007230 PRINT-ONE-NOTICE.
007240     ADD 1 TO ws-notice-page.
007250     MOVE ws-notice-page TO RPT-PAGE-NUMBER.
007260     MOVE "DISTRIBUTION ELECTION NOTICE" TO RPT-TITLE.
007270     IF ws-notice-page > 1
007280         WRITE NOTICE-LINE FROM SPACES
007290             AFTER ADVANCING PAGE
007300     END-IF.
007310     WRITE NOTICE-LINE FROM RPT-HEADING-1.
007320     WRITE NOTICE-LINE FROM RPT-HEADING-2.
007330     MOVE SPACES TO NOTICE-LINE.
007340     WRITE NOTICE-LINE.
007350     WRITE NOTICE-LINE FROM PART-NAME.
007360     IF PART-ADDRESS-1 NOT = SPACES
007370         WRITE NOTICE-LINE FROM PART-ADDRESS-1
007380     END-IF.
007390     IF PART-ADDRESS-2 NOT = SPACES
007400         WRITE NOTICE-LINE FROM PART-ADDRESS-2
007410     END-IF.
007420     IF PART-CITY-ST-ZIP NOT = SPACES
007430         WRITE NOTICE-LINE FROM PART-CITY-ST-ZIP
007440     END-IF.
007450     MOVE SPACES TO NOTICE-LINE.
007460     WRITE NOTICE-LINE.
007470     MOVE ws-vested-amt TO ws-money-1.
007480     MOVE SPACES TO ws-text-line.
007490     STRING "ACCOUNT " PART-ACCOUNT
007500         "   VESTED BALANCE ON FILE " ws-money-1
007510         DELIMITED BY SIZE INTO ws-text-line.
007520     WRITE NOTICE-LINE FROM ws-text-line.
007530     MOVE SPACES TO NOTICE-LINE.
007540     WRITE NOTICE-LINE.
007550     MOVE ws-threshold TO ws-money-2.
007560     MOVE SPACES TO ws-text-line.
007570     STRING "YOUR BALANCE IS UNDER THE PLAN'S " ws-money-2
007580         " LIMIT, SO IT"
007590         DELIMITED BY SIZE INTO ws-text-line.
007600     WRITE NOTICE-LINE FROM ws-text-line.
007610     MOVE "WILL BE PAID OUT OF THE PLAN.  YOU MAY ELECT:"
007620         TO ws-text-line.
007630     WRITE NOTICE-LINE FROM ws-text-line.
007640     MOVE SPACES TO NOTICE-LINE.
007650     WRITE NOTICE-LINE.
007660     MOVE "  A DIRECT ROLLOVER TO AN IRA OR EMPLOYER PLAN YOU"
007670         TO ws-text-line.
007680     MOVE "NAME," TO ws-text-line(52:5).
007690     WRITE NOTICE-LINE FROM ws-text-line.
007700     MOVE "    WITH NO TAX WITHHELD; OR"
007710         TO ws-text-line.
007720     WRITE NOTICE-LINE FROM ws-text-line.
007730     MOVE "  A CASH PAYMENT TO YOU, WITH 20% FEDERAL TAX WITHHELD"
007740         TO ws-text-line.
007750     MOVE "." TO ws-text-line(55:1).
007760     WRITE NOTICE-LINE FROM ws-text-line.
007770     MOVE SPACES TO NOTICE-LINE.
007780     WRITE NOTICE-LINE.
007790     MOVE FO-DEADLINE TO ws-date-in.
007800     PERFORM FORMAT-DATE.
007810     MOVE SPACES TO ws-text-line.
007820     STRING "RETURN THE ELECTION FORM TO HR BY " ws-date-disp
007830         ".  IF WE HAVE NOT"
007840         DELIMITED BY SIZE INTO ws-text-line.
007850     WRITE NOTICE-LINE FROM ws-text-line.
007860     MOVE "HEARD FROM YOU BY THEN, YOUR BALANCE WILL BE ROLLED"
007870         TO ws-text-line.
007880     WRITE NOTICE-LINE FROM ws-text-line.
007890     MOVE SPACES TO ws-text-line.
007900     STRING "OVER TO AN IRA WITH " ws-ira-provider "."
007910         DELIMITED BY SIZE INTO ws-text-line.
007920     WRITE NOTICE-LINE FROM ws-text-line.
007930     MOVE SPACES TO NOTICE-LINE.
007940     WRITE NOTICE-LINE.
007950     MOVE "PLEASE CONTACT THE RETIREMENT PLAN DESK, X4300."
007960         TO ws-text-line.
007970     WRITE NOTICE-LINE FROM ws-text-line.
007980     MOVE "SMALL-BALANCE FORCE-OUT" TO RPT-TITLE.
007990
008000*--------------------------------
008010* The latest PERFHIST.DAT balance, less the unvested employer
008020* match, is the vested amount paid out.  The amount tested
008030* against the threshold leaves rollover money out under rule
008040* E.  No source balances means no split is known: the whole
008050* balance is treated as vested and tested.
008060*--------------------------------
008070 WORK-OUT-BALANCE.
008080     PERFORM FIND-LATEST-BALANCE.
008090     MOVE ZERO TO ws-match-balance.
008100     MOVE ZERO TO ws-rollover-balance.
008110     IF ws-sb-open = "Y"
008120         MOVE PART-ACCOUNT TO SB-ACCOUNT
008130         MOVE "M"          TO SB-SOURCE
008140         READ SRCBAL-FILE
008150             INVALID KEY CONTINUE
008160             NOT INVALID KEY MOVE SB-BALANCE TO ws-match-balance
008170         END-READ
008180         MOVE PART-ACCOUNT TO SB-ACCOUNT
008190         MOVE "R"          TO SB-SOURCE
008200         READ SRCBAL-FILE
008210             INVALID KEY CONTINUE
008220             NOT INVALID KEY
008230                 MOVE SB-BALANCE TO ws-rollover-balance
008240         END-READ
008250     END-IF.
008260     MOVE ZERO TO ws-unvested-amt.
008270     IF ws-match-balance > ZERO
008280         PERFORM COMPUTE-SERVICE-YEARS
008290         PERFORM LOOK-UP-VEST-PCT
008300         COMPUTE ws-unvested-amt ROUNDED =
008310             ws-match-balance * (100 - ws-vest-pct-found) / 100
008320     END-IF.
008330     COMPUTE ws-vested-amt = ws-balance - ws-unvested-amt.
008340     IF ws-vested-amt < ZERO
008350         MOVE ZERO TO ws-vested-amt
008360     END-IF.
008370     MOVE ws-vested-amt TO ws-test-balance.
008380     IF ws-exclude-rollover
008390         SUBTRACT ws-rollover-balance FROM ws-test-balance
008400     END-IF.
008410
008420 FIND-LATEST-BALANCE.
008430     MOVE "N"  TO ws-bal-found.
008440     MOVE ZERO TO ws-balance.
008450     MOVE SPACE TO ws-hist-eof.
008460     IF ws-hist-open NOT = "Y"
008470         MOVE "y" TO ws-hist-eof
008480     ELSE
008490         MOVE PART-ACCOUNT TO HIST-ACCOUNT
008500         MOVE ZERO         TO HIST-RUN-DATE
008510         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
008520             INVALID KEY MOVE "y" TO ws-hist-eof
008530         END-START
008540     END-IF.
008550     PERFORM TAKE-ONE-SNAPSHOT UNTIL ws-hist-eof = "y".
008560
008570 TAKE-ONE-SNAPSHOT.
008580     READ HISTORY-FILE NEXT RECORD
008590         AT END MOVE "y" TO ws-hist-eof
008600     END-READ.
008610     IF ws-hist-eof NOT = "y"
008620         IF HIST-ACCOUNT NOT = PART-ACCOUNT
008630             MOVE "y" TO ws-hist-eof
008640         ELSE
008650             MOVE "Y"                  TO ws-bal-found
008660             MOVE HIST-CURRENT-BALANCE TO ws-balance
008670         END-IF
008680     END-IF.
008690
008700 COMPUTE-SERVICE-YEARS.
008710*--------------------------------
008720* Whole years from hire to termination.  No hire date means
008730* zero service - the match is all unvested.
008740*--------------------------------
008750     IF PART-HIRE-DATE = ZERO
008760         MOVE ZERO TO ws-service-years
008770     ELSE
008780         IF ws-term-date = ZERO
008790             MOVE ws-run-date TO ws-term-date
008800         END-IF
008810         MOVE PART-HIRE-DATE(1:4) TO ws-hire-year
008820         MOVE ws-term-date(1:4)   TO ws-term-year
008830         COMPUTE ws-service-years =
008840             ws-term-year - ws-hire-year
008850         IF ws-term-date(5:4) < PART-HIRE-DATE(5:4)
008860             SUBTRACT 1 FROM ws-service-years
008870         END-IF
008880         IF ws-service-years < ZERO
008890             MOVE ZERO TO ws-service-years
008900         END-IF
008910     END-IF.
008920
008930 LOOK-UP-VEST-PCT.
008940     MOVE ZERO  TO ws-vest-pct-found.
008950     MOVE SPACE TO ws-vest-eof.
008960     IF ws-vest-open NOT = "Y"
008970         CONTINUE
008980     ELSE
008990         MOVE ZERO TO VEST-YEARS
009000         START VESTFILE KEY IS NOT LESS THAN VEST-YEARS
009010             INVALID KEY MOVE "y" TO ws-vest-eof
009020         END-START
009030         IF ws-vest-eof NOT = "y"
009040             READ VESTFILE NEXT RECORD
009050                 AT END MOVE "y" TO ws-vest-eof
009060             END-READ
009070         END-IF
009080         PERFORM TAKE-ONE-VEST-ENTRY
009090             UNTIL ws-vest-eof = "y"
009100                 OR VEST-YEARS > ws-service-years
009110     END-IF.
009120
009130 TAKE-ONE-VEST-ENTRY.
009140     IF VEST-YEARS NOT > ws-service-years
009150         MOVE VEST-PCT TO ws-vest-pct-found
009160     END-IF.
009170     READ VESTFILE NEXT RECORD
009180         AT END MOVE "y" TO ws-vest-eof
009190     END-READ.
009200
009210 COUNT-ACTIVE-LOANS.
009220     MOVE ZERO TO ws-loan-count.
009230     MOVE SPACE TO ws-loan-eof.
009240     IF ws-loan-open NOT = "Y"
009250         MOVE "y" TO ws-loan-eof
009260     ELSE
009270         MOVE PART-ACCOUNT TO LOAN-ACCOUNT
009280         MOVE ZERO         TO LOAN-NO
009290         START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
009300             INVALID KEY MOVE "y" TO ws-loan-eof
009310         END-START
009320     END-IF.
009330     PERFORM TAKE-ONE-LOAN UNTIL ws-loan-eof = "y".
009340
009350 TAKE-ONE-LOAN.
009360     READ LOANFILE NEXT RECORD
009370         AT END MOVE "y" TO ws-loan-eof
009380     END-READ.
009390     IF ws-loan-eof NOT = "y"
009400         IF LOAN-ACCOUNT NOT = PART-ACCOUNT
009410             MOVE "y" TO ws-loan-eof
009420         ELSE
009430             IF LOAN-ACTIVE
009440                 ADD 1 TO ws-loan-count
009450             END-IF
009460         END-IF
009470     END-IF.
009480
009490*--------------------------------
009500* Stage 3: every record on FORCEOUT.DAT, by stage.
009510*--------------------------------
009520 PRINT-STAGE-LISTING.
009530     MOVE SPACES TO ws-text-line.
009540     PERFORM SHOW-LINE.
009550     MOVE "FORCE-OUT STATUS BY ACCOUNT" TO ws-text-line.
009560     PERFORM SHOW-LINE.
009570     MOVE "  ACCOUNT    EMP ID STAGE     NOTICED    DEADLINE"
009580         TO ws-text-line.
009590     MOVE "NOTICE BALANCE" TO ws-text-line(63:14).
009600     PERFORM SHOW-LINE.
009610     MOVE SPACE TO ws-eof.
009620     MOVE LOW-VALUES TO FO-ACCOUNT.
009630     START FORCEFILE KEY IS NOT LESS THAN FO-ACCOUNT
009640         INVALID KEY MOVE "y" TO ws-eof
009650     END-START.
009660     IF ws-eof NOT = "y"
009670         READ FORCEFILE NEXT RECORD
009680             AT END MOVE "y" TO ws-eof
009690         END-READ
009700     END-IF.
009710     PERFORM LIST-ONE-STAGE UNTIL ws-eof = "y".
009720     MOVE SPACES TO ws-text-line.
009730     PERFORM SHOW-LINE.
009740     MOVE SPACES TO ws-text-line.
009750     STRING "NOTICED " ws-stage-n-count
009760         "   RESPONDED " ws-stage-r-count
009770         "   QUEUED " ws-stage-q-count
009780         "   DROPPED " ws-stage-x-count
009790         DELIMITED BY SIZE INTO ws-text-line.
009800     PERFORM SHOW-LINE.
009810     MOVE ws-queued-total TO ws-money-3.
009820     MOVE SPACES TO ws-text-line.
009830     STRING ws-queued-count " QUEUED TONIGHT, " ws-money-3
009840         " (" ws-lapsed-count " AT LAPSE)"
009850         DELIMITED BY SIZE INTO ws-text-line.
009860     PERFORM SHOW-LINE.
009870
009880 LIST-ONE-STAGE.
009890     EVALUATE TRUE
009900         WHEN FO-NOTICED
009910             MOVE "NOTICED  " TO ws-stage-text
009920             ADD 1 TO ws-stage-n-count
009930         WHEN FO-RESPONDED
009940             MOVE "RESPONDED" TO ws-stage-text
009950             ADD 1 TO ws-stage-r-count
009960         WHEN FO-QUEUED
009970             MOVE "QUEUED   " TO ws-stage-text
009980             ADD 1 TO ws-stage-q-count
009990         WHEN OTHER
010000             MOVE "DROPPED  " TO ws-stage-text
010010             ADD 1 TO ws-stage-x-count
010020     END-EVALUATE.
010030     MOVE FO-NOTICE-DATE TO ws-date-in.
010040     PERFORM FORMAT-DATE.
010050     MOVE ws-date-disp TO ws-date-disp-2.
010060     MOVE FO-DEADLINE TO ws-date-in.
010070     PERFORM FORMAT-DATE.
010080     MOVE FO-NOTICE-BALANCE TO ws-money-1.
010090     MOVE SPACES TO ws-text-line.
010100     STRING "  " FO-ACCOUNT " " FO-EMPLOYEE-ID " " ws-stage-text
010110         " " ws-date-disp-2 " " ws-date-disp "  " ws-money-1
010120         DELIMITED BY SIZE INTO ws-text-line.
010130     PERFORM SHOW-LINE.
010140     EVALUATE TRUE
010150         WHEN FO-RESPONDED
010160             MOVE FO-RESPONSE-DATE TO ws-date-in
010170             PERFORM FORMAT-DATE
010180             MOVE SPACES TO ws-text-line
010190             IF FO-ELECT-CASH
010200                 STRING "         ANSWERED " ws-date-disp
010210                     " - CASH"
010220                     DELIMITED BY SIZE INTO ws-text-line
010230             ELSE
010240                 STRING "         ANSWERED " ws-date-disp
010250                     " - ROLLOVER TO " FO-PAYEE
010260                     DELIMITED BY SIZE INTO ws-text-line
010270             END-IF
010280             PERFORM SHOW-LINE
010290         WHEN FO-QUEUED
010300             MOVE FO-QUEUE-DATE TO ws-date-in
010310             PERFORM FORMAT-DATE
010320             MOVE FO-AMOUNT TO ws-money-2
010330             MOVE SPACES TO ws-text-line
010340             STRING "         QUEUED " ws-date-disp " REQUEST "
010350                 FO-REQUEST-NO " " ws-money-2 " " FO-ELECTION
010360                 DELIMITED BY SIZE INTO ws-text-line
010370             PERFORM SHOW-LINE
010380         WHEN FO-DROPPED
010390             MOVE FO-QUEUE-DATE TO ws-date-in
010400             PERFORM FORMAT-DATE
010410             MOVE SPACES TO ws-text-line
010420             STRING "         DROPPED " ws-date-disp " - "
010430                 FO-DROP-REASON
010440                 DELIMITED BY SIZE INTO ws-text-line
010450             PERFORM SHOW-LINE
010460         WHEN OTHER
010470             CONTINUE
010480     END-EVALUATE.
010490     READ FORCEFILE NEXT RECORD
010500         AT END MOVE "y" TO ws-eof
010510     END-READ.
010520
010530 FORMAT-DATE.
010540     MOVE SPACES TO ws-date-disp.
010550     IF ws-date-in > ZERO
010560         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
010570             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-disp
010580     END-IF.
010590
010600 SHOW-LINE.
010610     MOVE ws-text-line TO PRINT-LINE.
010620     WRITE PRINT-LINE.
010630
010640 POST-CONTROL-TOTALS.
010650*--------------------------------
010660* The withdrawal lines added to PERFTXN.DAT, so ctlbal can take
010670* them back off the file for the jobs that read it earlier.
010680*--------------------------------
010690     PERFORM OPEN-CONTROL-LEDGER.
010700     MOVE "TXN-ADDED" TO ws-cl-item.
010710     MOVE ws-txn-added-count TO ws-cl-count.
010720     MOVE ws-txn-added-amount TO ws-cl-amount.
010730     PERFORM WRITE-CONTROL-LINE.
010740     PERFORM CLOSE-CONTROL-LEDGER.
010750
010760 OPEN-CONTROL-LEDGER.
010770*--------------------------------
010780* The night's control ledger (CTLLEDG.DAT) takes this run's
010790* counts and control totals for the ctlbal hand-off checks.
010800* The night is the batch window's (CTLLEDG_NIGHT), else today.
010810*--------------------------------
010820     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
010830     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
010840     IF ws-cl-env IS NUMERIC
010850         MOVE ws-cl-env TO ws-cl-night
010860     END-IF.
010870     OPEN EXTEND CTLLEDG-FILE.
010880     IF ws-cl-status = "35"
010890         OPEN OUTPUT CTLLEDG-FILE
010900     END-IF.
010910     IF ws-cl-status = "00"
010920         MOVE "Y" TO ws-cl-open
010930     END-IF.
010940
010950 WRITE-CONTROL-LINE.
010960     IF ws-cl-open = "Y"
010970         MOVE ws-cl-night  TO CL-NIGHT
010980         MOVE "FORCEOUT" TO CL-JOB
010990         MOVE ws-cl-item   TO CL-ITEM
011000         MOVE ws-cl-count  TO CL-COUNT
011010         MOVE ws-cl-amount TO CL-AMOUNT
011020         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
011030         WRITE CTLLEDG-REC
011040     END-IF.
011050
011060 CLOSE-CONTROL-LEDGER.
011070     IF ws-cl-open = "Y"
011080         CLOSE CTLLEDG-FILE
011090         MOVE "N" TO ws-cl-open
011100     END-IF.
