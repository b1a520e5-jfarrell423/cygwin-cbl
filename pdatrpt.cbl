000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PDATRPT.
000030*--------------------------------
000040* Personal-data report: everything the shop holds about one
000050* employee.  When an employee (or someone acting for them)
000060* asks what data we keep, answering used to mean opening a
000070* dozen files by hand.  Given an employee ID this prints every
000080* record tied to that person, each under the name of the file
000090* it came from:
000100*
000110*   PHONENUMBERDB.DAT  directory entry
000120*   PHONELOC.DAT       office location
000130*   PHONESUPV.DAT      supervisor
000140*   PHONECONT.DAT      contractor/visitor class
000150*   PHONEEMER.DAT      emergency contacts
000160*   ONCALL.DAT         on-call rota entries (primary/backup)
000170*   PHONEALIAS.DAT     previous names
000180*   PHONEAWAY.DAT      away periods
000190*   DEPTHIST.DAT       department transfers
000200*   PHONEAUDIT.DAT     directory audit trail entries
000210*   PHONEPEND.DAT      staged changes, kiosk corrections apart
000220*   ELIZAPRF.DAT       ELIZA profile
000230*   ELIZAREF.DAT       ELIZA referral tickets
000240*
000250* and, through PART-EMPLOYEE-ID, each participant account on
000260* PARTMAST.DAT with its BENEFIC.DAT beneficiaries, LOANMAST.DAT
000270* loans, PERFHIST.DAT performance history, PERFTXN.DAT
000280* transactions, and RETMAIL.DAT returned mail.  The PIN file
000290* is left out - a credential, not data about the person.
000300*
000310* The report shows everything in the clear, so it takes a
000320* supervisor sign-on against the operator master, and asks who
000330* the request came from and why.  Each run appends a chained
000340* entry to the reference-data audit trail (REFAUDIT.DAT, read
000350* back by refaud) and a line to the sensitive-data view log
000360* (SENSVIEW.DAT, listed by sensrpt).  Prints to PDATRPT.PRT.
000370*
000380* 2026-10  JDF  New program.
000390*--------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000440 FILE STATUS IS ws-phone-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS EMPLOYEE-ID
000480 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000490
000500 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000510 FILE STATUS IS ws-loc-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS LOC-EMPLOYEE-ID.
000550
000560 SELECT SUPVFILE ASSIGN TO "PHONESUPVDAT"
000570 FILE STATUS IS ws-supv-status
000580 ORGANIZATION IS INDEXED
000590 ACCESS MODE IS DYNAMIC
000600 RECORD KEY IS SUPV-EMPLOYEE-ID.
000610
000620 SELECT CONTRFILE ASSIGN TO "PHONECONTDAT"
000630 FILE STATUS IS ws-contr-status
000640 ORGANIZATION IS INDEXED
000650 ACCESS MODE IS DYNAMIC
000660 RECORD KEY IS CONTR-EMPLOYEE-ID.
000670
000680 SELECT EMERFILE ASSIGN TO "PHONEEMERDAT"
000690 FILE STATUS IS ws-emer-status
000700 ORGANIZATION IS INDEXED
000710 ACCESS MODE IS DYNAMIC
000720 RECORD KEY IS EMER-KEY.
000730
000740 SELECT ONCALLFILE ASSIGN TO "ONCALLDAT"
000750 FILE STATUS IS ws-oncall-status
000760 ORGANIZATION IS INDEXED
000770 ACCESS MODE IS DYNAMIC
000780 RECORD KEY IS ONCALL-KEY.
000790
000800 SELECT ALIASFILE ASSIGN TO "PHONEALIASDAT"
000810 FILE STATUS IS ws-alias-status
000820 ORGANIZATION IS INDEXED
000830 ACCESS MODE IS DYNAMIC
000840 RECORD KEY IS ALIAS-KEY.
000850
000860 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000870 FILE STATUS IS ws-away-status
000880 ORGANIZATION IS INDEXED
000890 ACCESS MODE IS DYNAMIC
000900 RECORD KEY IS AWAY-KEY.
000910
000920 SELECT DHIST-FILE ASSIGN TO "DEPTHISTDAT"
000930 ORGANIZATION IS LINE SEQUENTIAL
000940 FILE STATUS IS ws-dhist-status.
000950
000960 SELECT PAUDIT-FILE ASSIGN TO "PHONEAUDITDAT"
000970 ORGANIZATION IS LINE SEQUENTIAL
000980 FILE STATUS IS ws-paudit-status.
000990
001000 SELECT PEND-FILE ASSIGN TO "PHONEPENDDAT"
001010 ORGANIZATION IS LINE SEQUENTIAL
001020 FILE STATUS IS ws-pend-status.
001030
001040 SELECT PROFILE-FILE ASSIGN TO "ELIZAPRFDAT"
001050 FILE STATUS IS ws-prf-status
001060 ORGANIZATION IS INDEXED
001070 ACCESS MODE IS DYNAMIC
001080 RECORD KEY IS PRF-EMPLOYEE-ID.
001090
001100 SELECT REFERRAL-FILE ASSIGN TO "ELIZAREFDAT"
001110 ORGANIZATION IS LINE SEQUENTIAL
001120 FILE STATUS IS ws-ref-status.
001130
001140 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
001150 FILE STATUS IS ws-part-status
001160 ORGANIZATION IS INDEXED
001170 ACCESS MODE IS DYNAMIC
001180 RECORD KEY IS PART-ACCOUNT.
001190
001200 SELECT BENEFILE ASSIGN TO "BENEFICDAT"
001210 FILE STATUS IS ws-bene-status
001220 ORGANIZATION IS INDEXED
001230 ACCESS MODE IS DYNAMIC
001240 RECORD KEY IS BENE-KEY.
001250
001260 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
001270 FILE STATUS IS ws-loan-status
001280 ORGANIZATION IS INDEXED
001290 ACCESS MODE IS DYNAMIC
001300 RECORD KEY IS LOAN-KEY.
001310
001320 SELECT HISTORY-FILE ASSIGN TO "PERFHISTDAT"
001330 FILE STATUS IS ws-hist-status
001340 ORGANIZATION IS INDEXED
001350 ACCESS MODE IS DYNAMIC
001360 RECORD KEY IS HIST-KEY.
001370
001380 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
001390 ORGANIZATION IS LINE SEQUENTIAL
001400 FILE STATUS IS ws-txn-status.
001410
001420 SELECT RMAILFILE ASSIGN TO "RETMAILDAT"
001430 ORGANIZATION IS LINE SEQUENTIAL
001440 FILE STATUS IS ws-rmail-status.
001450
001460 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
001470 FILE STATUS IS ws-oper-status
001480 ORGANIZATION IS INDEXED
001490 ACCESS MODE IS DYNAMIC
001500 RECORD KEY IS OPER-ID.
001510
001520 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
001530 ORGANIZATION IS LINE SEQUENTIAL
001540 FILE STATUS IS ws-audit-status.
001550
001560 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
001570 ORGANIZATION IS LINE SEQUENTIAL
001580 FILE STATUS IS ws-vlog-status.
001590
001600 SELECT PRINT-FILE ASSIGN TO "PDATRPTPRT"
001610 ORGANIZATION IS LINE SEQUENTIAL.
001620
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD PHONEFILE.
001660     COPY PHONEREC.
001670
001680 FD LOCFILE.
001690     COPY LOCREC.
001700
001710 FD SUPVFILE.
001720     COPY SUPVREC.
001730
001740 FD CONTRFILE.
001750     COPY CONTRREC.
001760
001770 FD EMERFILE.
001780     COPY EMERREC.
001790
001800 FD ONCALLFILE.
001810     COPY ONCALREC.
001820
001830 FD ALIASFILE.
001840     COPY ALIASREC.
001850
001860 FD AWAYFILE.
001870     COPY AWAYREC.
001880
001890 FD DHIST-FILE.
001900     COPY DHISTREC.
001910
001920 FD PAUDIT-FILE.
001930 01  PAUDIT-LINE                     PIC X(246).
001940
001950 FD PEND-FILE.
001960     COPY PENDREC.
001970
001980 FD PROFILE-FILE.
001990 01  PROFILE-REC.
002000     05  PRF-EMPLOYEE-ID             PIC 9(06).
002010     05  PRF-LAST-DATE               PIC 9(08).
002020     05  PRF-LAST-TOPIC              PIC X(08).
002030     05  PRF-PAYROLL-CNT             PIC 9(04).
002040     05  PRF-BENEFITS-CNT            PIC 9(04).
002050     05  PRF-K401-CNT                PIC 9(04).
002060
002070 FD REFERRAL-FILE.
002080 01  REFERRAL-REC.
002090     05  REF-STATUS                  PIC X(01).
002100     05  REF-TIMESTAMP               PIC X(26).
002110     05  REF-TOPIC                   PIC X(08).
002120     05  REF-NAME                    PIC X(20).
002130     05  REF-QUESTION                PIC X(79).
002140     05  REF-ASSIGNEE                PIC X(08).
002150     05  REF-PRIORITY                PIC X(01).
002160     05  REF-TOUCHED                 PIC X(26).
002170     05  REF-EMPLOYEE-ID             PIC 9(06).
002180     05  REF-CONFIDENTIAL            PIC X(01).
002190     05  REF-RESOLUTION              PIC X(60).
002200     05  REF-NOTE-SEEN               PIC X(01).
002210
002220 FD PARTFILE.
002230     COPY PARTREC.
002240
002250 FD BENEFILE.
002260     COPY BENEREC.
002270
002280 FD LOANFILE.
002290     COPY LOANREC.
002300
002310 FD HISTORY-FILE.
002320 01  HIST-REC.
002330     05  HIST-KEY.
002340         10  HIST-ACCOUNT            PIC X(10).
002350         10  HIST-RUN-DATE           PIC 9(08).
002360     05  HIST-BEGIN-BALANCE          PIC 9(9)V99.
002370     05  HIST-CURRENT-BALANCE        PIC 9(9)V99.
002380     05  HIST-DOLLAR-GAIN            PIC S9(9)V99.
002390     05  HIST-PERCENT-GAIN           PIC S9(3)V99.
002400
002410 FD TXN-FILE.
002420     COPY TXNREC.
002430
002440 FD RMAILFILE.
002450     COPY RMAILREC.
002460
002470 FD OPERFILE.
002480     COPY OPERREC.
002490
002500 FD AUDITFILE.
002510 01  AUDIT-LINE                      PIC X(246).
002520
002530 FD VLOG-FILE.
002540     COPY VLOGREC.
002550
002560 FD PRINT-FILE.
002570 01  PRINT-LINE                      PIC X(100).
002580
002590 WORKING-STORAGE SECTION.
002600     COPY RPTHEAD.
002610     COPY AUDITREC.
002620
002630 01  ws-phone-status                 pic x(02).
002640 01  ws-loc-status                   pic x(02).
002650 01  ws-supv-status                  pic x(02).
002660 01  ws-contr-status                 pic x(02).
002670 01  ws-emer-status                  pic x(02).
002680 01  ws-oncall-status                pic x(02).
002690 01  ws-alias-status                 pic x(02).
002700 01  ws-away-status                  pic x(02).
002710 01  ws-dhist-status                 pic x(02).
002720 01  ws-paudit-status                pic x(02).
002730 01  ws-pend-status                  pic x(02).
002740 01  ws-prf-status                   pic x(02).
002750 01  ws-ref-status                   pic x(02).
002760 01  ws-part-status                  pic x(02).
002770 01  ws-bene-status                  pic x(02).
002780 01  ws-loan-status                  pic x(02).
002790 01  ws-hist-status                  pic x(02).
002800 01  ws-txn-status                   pic x(02).
002810 01  ws-rmail-status                 pic x(02).
002820 01  ws-oper-status                  pic x(02).
002830 01  ws-audit-status                 pic x(02).
002840 01  ws-vlog-status                  pic x(02).
002850
002860*--------------------------------
002870* Sign-on and the request.
002880*--------------------------------
002890 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
002900 01  ws-sign-password                pic x(08) value spaces.
002910 01  ws-sign-ok                      pic x(01) value space.
002920 01  ws-employee-id                  pic 9(06) value zero.
002930 01  ws-employee-text redefines ws-employee-id
002940                                     pic x(06).
002950 01  ws-requested-by                 pic x(30) value spaces.
002960 01  ws-request-reason               pic x(50) value spaces.
002970
002980*--------------------------------
002990* Audit trail chaining, the partmnt convention.
003000*--------------------------------
003010 01  ws-last-audit-seq               pic 9(09) value zero.
003020 01  ws-last-audit-check             pic 9(09) value zero.
003030 01  ws-audit-work-sum               pic 9(18) value zero.
003040 01  ws-audit-sub                    pic 9(04) comp value zero.
003050 01  ws-request-image.
003060      05  ws-ri-employee-id           pic 9(06).
003070      05  ws-ri-requested-by          pic x(30).
003080      05  ws-ri-reason                pic x(50).
003090      05  ws-ri-record-count          pic 9(04).
003100
003110*--------------------------------
003120* Walking the files.
003130*--------------------------------
003140 01  ws-eof                          pic x(01) value space.
003150 01  ws-pass                         pic x(01) value space.
003160 01  ws-run-date                     pic 9(08) value zero.
003170 01  ws-section-count                pic 9(05) value zero.
003180 01  ws-record-count                 pic 9(05) value zero.
003190 01  ws-acct-count                   pic 9(02) value zero.
003200 01  ws-acct-sub                     pic 9(02) comp value zero.
003210 01  ws-acct-hit                     pic x(01) value space.
003220 01  ws-acct-table.
003230      05  ws-acct-entry               pic x(10)
003240          occurs 10 times             value spaces.
003250 01  ws-acct-lost                    pic 9(03) value zero.
003260 01  ws-this-account                 pic x(10) value spaces.
003270 01  ws-date-in                      pic 9(08) value zero.
003280 01  ws-date-out                     pic x(10) value spaces.
003290 01  ws-edit-amount                  pic -zzz,zzz,zz9.99.
003300 01  ws-edit-pct                     pic -zz9.99.
003310 01  ws-edit-count                   pic zzz9.
003320
003330*--------------------------------
003340* Before/after images from the directory trail and the staged
003350* changes, decomposed into the PHONEREC layout.
003360*--------------------------------
003370     COPY PHONEREC REPLACING DBS-REC-1 BY PD-IMG-REC.
003380
003390*--------------------------------
003400* Print lines.
003410*--------------------------------
003420 01  ws-section-line.
003430      05  ws-sec-file                 pic x(19).
003440      05  filler                      pic x(03) value " - ".
003450      05  ws-sec-title                pic x(50).
003460
003470 01  ws-field-line.
003480      05  filler                      pic x(04) value spaces.
003490      05  ws-fld-label                pic x(22).
003500      05  ws-fld-value                pic x(70).
003510
003520 01  ws-image-line.
003530      05  filler                      pic x(06) value spaces.
003540      05  ws-img-tag                  pic x(08).
003550      05  ws-img-id                   pic x(07).
003560      05  ws-img-name                 pic x(21).
003570      05  ws-img-home                 pic x(11).
003580      05  ws-img-work                 pic x(11).
003590      05  ws-img-cell                 pic x(11).
003600      05  ws-img-dept                 pic x(11).
003610      05  ws-img-status               pic x(01).
003620
003630 01  ws-none-line.
003640      05  filler                      pic x(04) value spaces.
003650      05  ws-none-text                pic x(60).
003660
003670 PROCEDURE DIVISION.
003680 PROGRAM-BEGIN.
003690     CALL "shopcfg"
003700         ON EXCEPTION
003710             DISPLAY "shopcfg not found - default "
003720                 "file locations in effect"
003730     END-CALL.
003740     PERFORM OPERATOR-SIGN-ON.
003750     IF ws-sign-ok NOT = "Y"
003760         STOP RUN
003770     END-IF.
003780     PERFORM GET-REQUEST.
003790     IF ws-employee-id = ZERO
003800         STOP RUN
003810     END-IF.
003820     PERFORM START-REPORT.
003830     PERFORM PRINT-DIRECTORY-ENTRY.
003840     PERFORM PRINT-LOCATION.
003850     PERFORM PRINT-SUPERVISOR.
003860     PERFORM PRINT-CONTRACTOR.
003870     PERFORM PRINT-EMER-CONTACTS.
003880     PERFORM PRINT-ONCALL.
003890     PERFORM PRINT-PRIOR-NAMES.
003900     PERFORM PRINT-AWAY.
003910     PERFORM PRINT-DEPT-HISTORY.
003920     PERFORM PRINT-AUDIT-ENTRIES.
003930     MOVE "P" TO ws-pass.
003940     PERFORM PRINT-PENDING.
003950     MOVE "K" TO ws-pass.
003960     PERFORM PRINT-PENDING.
003970     PERFORM PRINT-ELIZA-PROFILE.
003980     PERFORM PRINT-REFERRALS.
003990     PERFORM PRINT-PARTICIPANTS.
004000     PERFORM PRINT-TRANSACTIONS.
004010     PERFORM PRINT-RETURNED-MAIL.
004020     PERFORM END-REPORT.
004030     PERFORM WRITE-REQUEST-AUDIT.
004040     PERFORM WRITE-SENS-VIEW.
004050     DISPLAY "Personal-data report complete - "
004060         ws-record-count " record(s) on PDATRPT.PRT.".
004070     STOP RUN.
004080
004090 OPERATOR-SIGN-ON.
004100*--------------------------------
004110* The report prints home numbers, birth dates, addresses, and
004120* balances in the clear, so it is a supervisor's job: with the
004130* operator master on file the ID and password are checked and
004140* the authority must be supervisor.  A shop with no master yet
004150* runs it as before any sign-on existed.
004160*--------------------------------
004170     MOVE "Y" TO ws-sign-ok.
004180     DISPLAY "Operator ID: " WITH NO ADVANCING.
004190     ACCEPT ws-operator-id.
004200     IF ws-operator-id = SPACES
004210         MOVE "SYSTEM  " TO ws-operator-id
004220     END-IF.
004230     OPEN INPUT OPERFILE.
004240     IF ws-oper-status = "00"
004250         MOVE "N" TO ws-sign-ok
004260         DISPLAY "Password: " WITH NO ADVANCING
004270         ACCEPT ws-sign-password
004280         MOVE ws-operator-id TO OPER-ID
004290         READ OPERFILE
004300             INVALID KEY
004310                 DISPLAY "Unknown operator."
004320             NOT INVALID KEY
004330                 IF OPER-PASSWORD = ws-sign-password
004340                     AND NOT OPER-IS-LOCKED
004350                     AND OPER-AUTH-SUPERVISOR
004360                     MOVE "Y" TO ws-sign-ok
004370                 ELSE
004380                     DISPLAY "Not a supervisor, or wrong "
004390                         "password."
004400                 END-IF
004410         END-READ
004420         CLOSE OPERFILE
004430         IF ws-sign-ok NOT = "Y"
004440             DISPLAY "The personal-data report needs a "
004450                 "supervisor sign-on."
004460         END-IF
004470     END-IF.
004480
004490 GET-REQUEST.
004500*--------------------------------
004510* Who the report is about, who asked for it, and why - the
004520* last two go on the audit trail, so neither may be blank.
004530*--------------------------------
004540     DISPLAY "Employee ID (0 to quit): " WITH NO ADVANCING.
004550     ACCEPT ws-employee-id.
004560     IF ws-employee-id NOT NUMERIC
004570         MOVE ZERO TO ws-employee-id
004580     END-IF.
004590     IF ws-employee-id NOT = ZERO
004600         PERFORM GET-REQUESTED-BY
004610             UNTIL ws-requested-by NOT = SPACES
004620         PERFORM GET-REQUEST-REASON
004630             UNTIL ws-request-reason NOT = SPACES
004640     END-IF.
004650
004660 GET-REQUESTED-BY.
004670     DISPLAY "Requested by (name, or the employee): "
004680         WITH NO ADVANCING.
004690     ACCEPT ws-requested-by.
004700     IF ws-requested-by = SPACES
004710         DISPLAY "Who asked for the report is required."
004720     END-IF.
004730
004740 GET-REQUEST-REASON.
004750     DISPLAY "Reason for the request: " WITH NO ADVANCING.
004760     ACCEPT ws-request-reason.
004770     IF ws-request-reason = SPACES
004780         DISPLAY "A reason is required."
004790     END-IF.
004800
004810 START-REPORT.
004820     ACCEPT ws-run-date FROM DATE YYYYMMDD.
004830     OPEN OUTPUT PRINT-FILE.
004840     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
004850         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
004860     MOVE "PERSONAL DATA HELD" TO RPT-TITLE.
004870     MOVE 1 TO RPT-PAGE-NUMBER.
004880     WRITE PRINT-LINE FROM RPT-HEADING-1.
004890     WRITE PRINT-LINE FROM RPT-HEADING-2.
004900     MOVE SPACES TO PRINT-LINE.
004910     WRITE PRINT-LINE.
004920     MOVE "EMPLOYEE ID"       TO ws-fld-label.
004930     MOVE ws-employee-id      TO ws-fld-value.
004940     PERFORM PRINT-FIELD.
004950     MOVE "REQUESTED BY"      TO ws-fld-label.
004960     MOVE ws-requested-by     TO ws-fld-value.
004970     PERFORM PRINT-FIELD.
004980     MOVE "REASON"            TO ws-fld-label.
004990     MOVE ws-request-reason   TO ws-fld-value.
005000     PERFORM PRINT-FIELD.
005010     MOVE "PREPARED BY"       TO ws-fld-label.
005020     MOVE ws-operator-id      TO ws-fld-value.
005030     PERFORM PRINT-FIELD.
005040
005050 END-REPORT.
005060     MOVE SPACES TO PRINT-LINE.
005070     WRITE PRINT-LINE.
005080     MOVE ws-record-count TO ws-edit-count.
005090     MOVE SPACES TO PRINT-LINE.
005100     STRING "END OF REPORT - " ws-edit-count
005110         " RECORD(S) LISTED" DELIMITED BY SIZE INTO PRINT-LINE.
005120     WRITE PRINT-LINE.
005130     CLOSE PRINT-FILE.
005140
005150*--------------------------------
005160* Print helpers.  A section opens with its file name and what
005170* it holds; each record's fields follow one to a line, and a
005180* section with nothing for this employee says so.
005190*--------------------------------
005200 PRINT-SECTION-HEAD.
005210     MOVE ZERO TO ws-section-count.
005220     MOVE SPACES TO PRINT-LINE.
005230     WRITE PRINT-LINE.
005240     WRITE PRINT-LINE FROM ws-section-line.
005250
005260 PRINT-SECTION-FOOT.
005270     IF ws-section-count = ZERO
005280         MOVE "(NONE ON FILE)" TO ws-none-text
005290         WRITE PRINT-LINE FROM ws-none-line
005300     END-IF.
005310
005320 PRINT-NOT-ON-SYSTEM.
005330     MOVE "(FILE NOT ON THIS SYSTEM)" TO ws-none-text.
005340     WRITE PRINT-LINE FROM ws-none-line.
005350
005360 PRINT-RECORD-BREAK.
005370     IF ws-section-count > ZERO
005380         MOVE SPACES TO PRINT-LINE
005390         WRITE PRINT-LINE
005400     END-IF.
005410     ADD 1 TO ws-section-count.
005420     ADD 1 TO ws-record-count.
005430
005440 PRINT-FIELD.
005450     WRITE PRINT-LINE FROM ws-field-line.
005460     MOVE SPACES TO ws-fld-value.
005470
005480 PRINT-DATE-FIELD.
005490     MOVE ws-date-in TO ws-date-out.
005500     IF ws-date-in NOT = ZERO
005510         MOVE SPACES TO ws-date-out
005520         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
005530             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-out
005540     END-IF.
005550     MOVE ws-date-out TO ws-fld-value.
005560     PERFORM PRINT-FIELD.
005570
005580 PRINT-IMAGE.
005590*--------------------------------
005600* One before or after image in the PHONEREC layout, the caller
005610* having moved it into PD-IMG-REC and its tag to ws-img-tag.
005620*--------------------------------
005630     IF PD-IMG-REC = SPACES
005640         MOVE SPACES TO ws-image-line
005650         MOVE "(NONE)" TO ws-img-id
005660     ELSE
005670         MOVE employee-id OF PD-IMG-REC  TO ws-img-id
005680         MOVE SPACES TO ws-img-name
005690         STRING first-name OF PD-IMG-REC DELIMITED BY SPACE
005700             " " DELIMITED BY SIZE
005710             last-name OF PD-IMG-REC DELIMITED BY SPACE
005720             INTO ws-img-name
005730         MOVE home-number OF PD-IMG-REC  TO ws-img-home
005740         MOVE work-number OF PD-IMG-REC  TO ws-img-work
005750         MOVE cell-number OF PD-IMG-REC  TO ws-img-cell
005760         MOVE department OF PD-IMG-REC   TO ws-img-dept
005770         MOVE emp-status OF PD-IMG-REC   TO ws-img-status
005780     END-IF.
005790     WRITE PRINT-LINE FROM ws-image-line.
005800     MOVE SPACES TO ws-img-tag.
005810
005820*--------------------------------
005830* The phone directory and its companion files.
005840*--------------------------------
005850 PRINT-DIRECTORY-ENTRY.
005860     MOVE "PHONENUMBERDB.DAT"  TO ws-sec-file.
005870     MOVE "DIRECTORY ENTRY"    TO ws-sec-title.
005880     PERFORM PRINT-SECTION-HEAD.
005890     OPEN INPUT PHONEFILE.
005900     IF ws-phone-status NOT = "00"
005910         PERFORM PRINT-NOT-ON-SYSTEM
005920     ELSE
005930         MOVE ws-employee-id TO employee-id OF DBS-REC-1
005940         READ PHONEFILE
005950             INVALID KEY
005960                 CONTINUE
005970             NOT INVALID KEY
005980                 PERFORM PRINT-ONE-DIRECTORY-ENTRY
005990         END-READ
006000         CLOSE PHONEFILE
006010         PERFORM PRINT-SECTION-FOOT
006020     END-IF.
006030
006040 PRINT-ONE-DIRECTORY-ENTRY.
006050     PERFORM PRINT-RECORD-BREAK.
006060     MOVE "FIRST NAME"  TO ws-fld-label.
006070     MOVE first-name OF DBS-REC-1   TO ws-fld-value.
006080     PERFORM PRINT-FIELD.
006090     MOVE "LAST NAME"   TO ws-fld-label.
006100     MOVE last-name OF DBS-REC-1    TO ws-fld-value.
006110     PERFORM PRINT-FIELD.
006120     MOVE "HOME NUMBER" TO ws-fld-label.
006130     MOVE home-number OF DBS-REC-1  TO ws-fld-value.
006140     PERFORM PRINT-FIELD.
006150     MOVE "WORK NUMBER" TO ws-fld-label.
006160     MOVE work-number OF DBS-REC-1  TO ws-fld-value.
006170     PERFORM PRINT-FIELD.
006180     MOVE "CELL NUMBER" TO ws-fld-label.
006190     MOVE cell-number OF DBS-REC-1  TO ws-fld-value.
006200     PERFORM PRINT-FIELD.
006210     MOVE "PAGER NUMBER" TO ws-fld-label.
006220     MOVE pager-number OF DBS-REC-1 TO ws-fld-value.
006230     PERFORM PRINT-FIELD.
006240     MOVE "DEPARTMENT"  TO ws-fld-label.
006250     MOVE department OF DBS-REC-1   TO ws-fld-value.
006260     PERFORM PRINT-FIELD.
006270     MOVE "EXTENSION"   TO ws-fld-label.
006280     MOVE extension OF DBS-REC-1    TO ws-fld-value.
006290     PERFORM PRINT-FIELD.
006300     MOVE "STATUS"      TO ws-fld-label.
006310     IF emp-inactive OF DBS-REC-1
006320         MOVE "INACTIVE" TO ws-fld-value
006330     ELSE
006340         MOVE "ACTIVE"   TO ws-fld-value
006350     END-IF.
006360     PERFORM PRINT-FIELD.
006370     MOVE "TERMINATION DATE" TO ws-fld-label.
006380     MOVE term-date OF DBS-REC-1    TO ws-date-in.
006390     PERFORM PRINT-DATE-FIELD.
006400
006410 PRINT-LOCATION.
006420     MOVE "PHONELOC.DAT"       TO ws-sec-file.
006430     MOVE "OFFICE LOCATION"    TO ws-sec-title.
006440     PERFORM PRINT-SECTION-HEAD.
006450     OPEN INPUT LOCFILE.
006460     IF ws-loc-status NOT = "00"
006470         PERFORM PRINT-NOT-ON-SYSTEM
006480     ELSE
006490         MOVE ws-employee-id TO LOC-EMPLOYEE-ID
006500         READ LOCFILE
006510             INVALID KEY
006520                 CONTINUE
006530             NOT INVALID KEY
006540                 PERFORM PRINT-RECORD-BREAK
006550                 MOVE "BUILDING"  TO ws-fld-label
006560                 MOVE LOC-BUILDING  TO ws-fld-value
006570                 PERFORM PRINT-FIELD
006580                 MOVE "FLOOR"     TO ws-fld-label
006590                 MOVE LOC-FLOOR     TO ws-fld-value
006600                 PERFORM PRINT-FIELD
006610                 MOVE "ROOM"      TO ws-fld-label
006620                 MOVE LOC-ROOM      TO ws-fld-value
006630                 PERFORM PRINT-FIELD
006640                 MOVE "MAIL STOP" TO ws-fld-label
006650                 MOVE LOC-MAIL-STOP TO ws-fld-value
006660                 PERFORM PRINT-FIELD
006670         END-READ
006680         CLOSE LOCFILE
006690         PERFORM PRINT-SECTION-FOOT
006700     END-IF.
006710
006720 PRINT-SUPERVISOR.
006730     MOVE "PHONESUPV.DAT"      TO ws-sec-file.
006740     MOVE "SUPERVISOR"         TO ws-sec-title.
006750     PERFORM PRINT-SECTION-HEAD.
006760     OPEN INPUT SUPVFILE.
006770     IF ws-supv-status NOT = "00"
006780         PERFORM PRINT-NOT-ON-SYSTEM
006790     ELSE
006800         MOVE ws-employee-id TO SUPV-EMPLOYEE-ID
006810         READ SUPVFILE
006820             INVALID KEY
006830                 CONTINUE
006840             NOT INVALID KEY
006850                 PERFORM PRINT-RECORD-BREAK
006860                 MOVE "SUPERVISOR ID"  TO ws-fld-label
006870                 MOVE SUPV-SUPERVISOR-ID TO ws-fld-value
006880                 PERFORM PRINT-FIELD
006890                 MOVE "EFFECTIVE"      TO ws-fld-label
006900                 MOVE SUPV-EFF-DATE    TO ws-date-in
006910                 PERFORM PRINT-DATE-FIELD
006920         END-READ
006930         CLOSE SUPVFILE
006940         PERFORM PRINT-SECTION-FOOT
006950     END-IF.
006960
006970 PRINT-CONTRACTOR.
006980     MOVE "PHONECONT.DAT"      TO ws-sec-file.
006990     MOVE "CONTRACTOR/VISITOR CLASS" TO ws-sec-title.
007000     PERFORM PRINT-SECTION-HEAD.
007010     OPEN INPUT CONTRFILE.
007020     IF ws-contr-status NOT = "00"
007030         PERFORM PRINT-NOT-ON-SYSTEM
007040     ELSE
007050         MOVE ws-employee-id TO CONTR-EMPLOYEE-ID
007060         READ CONTRFILE
007070             INVALID KEY
007080                 CONTINUE
007090             NOT INVALID KEY
007100                 PERFORM PRINT-RECORD-BREAK
007110                 MOVE "CLASS"       TO ws-fld-label
007120                 EVALUATE TRUE
007130                     WHEN CONTR-CONTRACTOR
007140                         MOVE "CONTRACTOR" TO ws-fld-value
007150                     WHEN CONTR-VISITOR
007160                         MOVE "VISITOR"    TO ws-fld-value
007170                     WHEN OTHER
007180                         MOVE CONTR-CLASS  TO ws-fld-value
007190                 END-EVALUATE
007200                 PERFORM PRINT-FIELD
007210                 MOVE "SPONSOR ID"  TO ws-fld-label
007220                 MOVE CONTR-SPONSOR-ID TO ws-fld-value
007230                 PERFORM PRINT-FIELD
007240                 MOVE "END DATE"    TO ws-fld-label
007250                 MOVE CONTR-END-DATE TO ws-date-in
007260                 PERFORM PRINT-DATE-FIELD
007270         END-READ
007280         CLOSE CONTRFILE
007290         PERFORM PRINT-SECTION-FOOT
007300     END-IF.
007310
007320 PRINT-EMER-CONTACTS.
007330     MOVE "PHONEEMER.DAT"      TO ws-sec-file.
007340     MOVE "EMERGENCY CONTACTS" TO ws-sec-title.
007350     PERFORM PRINT-SECTION-HEAD.
007360     OPEN INPUT EMERFILE.
007370     IF ws-emer-status NOT = "00"
007380         PERFORM PRINT-NOT-ON-SYSTEM
007390     ELSE
007400         MOVE SPACE TO ws-eof
007410         MOVE ws-employee-id TO EMER-EMPLOYEE-ID
007420         MOVE ZERO TO EMER-CONTACT-SEQ
007430         START EMERFILE KEY IS NOT LESS THAN EMER-KEY
007440             INVALID KEY MOVE "y" TO ws-eof
007450         END-START
007460         IF ws-eof NOT = "y"
007470             READ EMERFILE NEXT RECORD
007480                 AT END MOVE "y" TO ws-eof
007490             END-READ
007500         END-IF
007510         PERFORM PRINT-ONE-EMER-CONTACT
007520             UNTIL ws-eof = "y"
007530                 OR EMER-EMPLOYEE-ID NOT = ws-employee-id
007540         CLOSE EMERFILE
007550         PERFORM PRINT-SECTION-FOOT
007560     END-IF.
007570
007580 PRINT-ONE-EMER-CONTACT.
007590     PERFORM PRINT-RECORD-BREAK.
007600     MOVE "CONTACT"       TO ws-fld-label.
007610     MOVE EMER-CONTACT-NAME  TO ws-fld-value.
007620     PERFORM PRINT-FIELD.
007630     MOVE "RELATIONSHIP"  TO ws-fld-label.
007640     MOVE EMER-RELATIONSHIP  TO ws-fld-value.
007650     PERFORM PRINT-FIELD.
007660     MOVE "PHONE 1"       TO ws-fld-label.
007670     MOVE EMER-PHONE-1       TO ws-fld-value.
007680     PERFORM PRINT-FIELD.
007690     MOVE "PHONE 2"       TO ws-fld-label.
007700     MOVE EMER-PHONE-2       TO ws-fld-value.
007710     PERFORM PRINT-FIELD.
007720     READ EMERFILE NEXT RECORD
007730         AT END MOVE "y" TO ws-eof
007740     END-READ.
007750
007760 PRINT-ONCALL.
007770     MOVE "ONCALL.DAT"         TO ws-sec-file.
007780     MOVE "ON-CALL ROTA ENTRIES" TO ws-sec-title.
007790     PERFORM PRINT-SECTION-HEAD.
007800     OPEN INPUT ONCALLFILE.
007810     IF ws-oncall-status NOT = "00"
007820         PERFORM PRINT-NOT-ON-SYSTEM
007830     ELSE
007840         MOVE SPACE TO ws-eof
007850         MOVE LOW-VALUES TO ONCALL-KEY
007860         START ONCALLFILE KEY IS NOT LESS THAN ONCALL-KEY
007870             INVALID KEY MOVE "y" TO ws-eof
007880         END-START
007890         IF ws-eof NOT = "y"
007900             READ ONCALLFILE NEXT RECORD
007910                 AT END MOVE "y" TO ws-eof
007920             END-READ
007930         END-IF
007940         PERFORM CHECK-ONE-ONCALL UNTIL ws-eof = "y"
007950         CLOSE ONCALLFILE
007960         PERFORM PRINT-SECTION-FOOT
007970     END-IF.
007980
007990 CHECK-ONE-ONCALL.
008000     IF ONCALL-PRIMARY-ID = ws-employee-id
008010         OR ONCALL-BACKUP-ID = ws-employee-id
008020         PERFORM PRINT-RECORD-BREAK
008030         MOVE "DEPARTMENT"  TO ws-fld-label
008040         MOVE ONCALL-DEPT   TO ws-fld-value
008050         PERFORM PRINT-FIELD
008060         MOVE "ROLE"        TO ws-fld-label
008070         IF ONCALL-PRIMARY-ID = ws-employee-id
008080             MOVE "PRIMARY" TO ws-fld-value
008090         ELSE
008100             MOVE "BACKUP"  TO ws-fld-value
008110         END-IF
008120         PERFORM PRINT-FIELD
008130         MOVE "FROM"        TO ws-fld-label
008140         MOVE ONCALL-START-DATE TO ws-date-in
008150         PERFORM PRINT-DATE-FIELD
008160         MOVE "TO"          TO ws-fld-label
008170         MOVE ONCALL-END-DATE TO ws-date-in
008180         PERFORM PRINT-DATE-FIELD
008190     END-IF.
008200     READ ONCALLFILE NEXT RECORD
008210         AT END MOVE "y" TO ws-eof
008220     END-READ.
008230
008240 PRINT-PRIOR-NAMES.
008250     MOVE "PHONEALIAS.DAT"     TO ws-sec-file.
008260     MOVE "PREVIOUS NAMES"     TO ws-sec-title.
008270     PERFORM PRINT-SECTION-HEAD.
008280     OPEN INPUT ALIASFILE.
008290     IF ws-alias-status NOT = "00"
008300         PERFORM PRINT-NOT-ON-SYSTEM
008310     ELSE
008320         MOVE SPACE TO ws-eof
008330         MOVE LOW-VALUES TO ALIAS-KEY
008340         START ALIASFILE KEY IS NOT LESS THAN ALIAS-KEY
008350             INVALID KEY MOVE "y" TO ws-eof
008360         END-START
008370         IF ws-eof NOT = "y"
008380             READ ALIASFILE NEXT RECORD
008390                 AT END MOVE "y" TO ws-eof
008400             END-READ
008410         END-IF
008420         PERFORM CHECK-ONE-ALIAS UNTIL ws-eof = "y"
008430         CLOSE ALIASFILE
008440         PERFORM PRINT-SECTION-FOOT
008450     END-IF.
008460
008470 CHECK-ONE-ALIAS.
008480     IF ALIAS-EMPLOYEE-ID = ws-employee-id
008490         PERFORM PRINT-RECORD-BREAK
008500         MOVE "FORMER NAME" TO ws-fld-label
008510         STRING ALIAS-FIRST-NAME DELIMITED BY SPACE
008520             " " DELIMITED BY SIZE
008530             ALIAS-LAST-NAME DELIMITED BY SPACE
008540             INTO ws-fld-value
008550         PERFORM PRINT-FIELD
008560         MOVE "CHANGED TO"  TO ws-fld-label
008570         MOVE ALIAS-NEW-FULLNAME TO ws-fld-value
008580         PERFORM PRINT-FIELD
008590         MOVE "CHANGED ON"  TO ws-fld-label
008600         MOVE ALIAS-CHANGE-DATE TO ws-date-in
008610         PERFORM PRINT-DATE-FIELD
008620     END-IF.
008630     READ ALIASFILE NEXT RECORD
008640         AT END MOVE "y" TO ws-eof
008650     END-READ.
008660
008670 PRINT-AWAY.
008680     MOVE "PHONEAWAY.DAT"      TO ws-sec-file.
008690     MOVE "AWAY PERIODS"       TO ws-sec-title.
008700     PERFORM PRINT-SECTION-HEAD.
008710     OPEN INPUT AWAYFILE.
008720     IF ws-away-status NOT = "00"
008730         PERFORM PRINT-NOT-ON-SYSTEM
008740     ELSE
008750         MOVE SPACE TO ws-eof
008760         MOVE ws-employee-id TO AWAY-EMPLOYEE-ID
008770         MOVE ZERO TO AWAY-FROM-DATE
008780         START AWAYFILE KEY IS NOT LESS THAN AWAY-KEY
008790             INVALID KEY MOVE "y" TO ws-eof
008800         END-START
008810         IF ws-eof NOT = "y"
008820             READ AWAYFILE NEXT RECORD
008830                 AT END MOVE "y" TO ws-eof
008840             END-READ
008850         END-IF
008860         PERFORM PRINT-ONE-AWAY
008870             UNTIL ws-eof = "y"
008880                 OR AWAY-EMPLOYEE-ID NOT = ws-employee-id
008890         CLOSE AWAYFILE
008900         PERFORM PRINT-SECTION-FOOT
008910     END-IF.
008920
008930 PRINT-ONE-AWAY.
008940     PERFORM PRINT-RECORD-BREAK.
008950     MOVE "FROM"        TO ws-fld-label.
008960     MOVE AWAY-FROM-DATE TO ws-date-in.
008970     PERFORM PRINT-DATE-FIELD.
008980     MOVE "TO"          TO ws-fld-label.
008990     MOVE AWAY-TO-DATE  TO ws-date-in.
009000     PERFORM PRINT-DATE-FIELD.
009010     MOVE "REASON"      TO ws-fld-label.
009020     EVALUATE TRUE
009030         WHEN AWAY-VACATION  MOVE "VACATION"   TO ws-fld-value
009040         WHEN AWAY-SICK      MOVE "SICK"       TO ws-fld-value
009050         WHEN AWAY-LEAVE     MOVE "LEAVE"      TO ws-fld-value
009060         WHEN AWAY-OFF-SITE  MOVE "OFF SITE"   TO ws-fld-value
009070         WHEN OTHER          MOVE "OTHER"      TO ws-fld-value
009080     END-EVALUATE.
009090     PERFORM PRINT-FIELD.
009100     MOVE "COVERED BY"  TO ws-fld-label.
009110     MOVE AWAY-COVER-ID TO ws-fld-value.
009120     PERFORM PRINT-FIELD.
009130     MOVE "ENTERED BY"  TO ws-fld-label.
009140     MOVE AWAY-OPERATOR TO ws-fld-value.
009150     PERFORM PRINT-FIELD.
009160     READ AWAYFILE NEXT RECORD
009170         AT END MOVE "y" TO ws-eof
009180     END-READ.
009190
009200 PRINT-DEPT-HISTORY.
009210     MOVE "DEPTHIST.DAT"       TO ws-sec-file.
009220     MOVE "DEPARTMENT TRANSFERS" TO ws-sec-title.
009230     PERFORM PRINT-SECTION-HEAD.
009240     OPEN INPUT DHIST-FILE.
009250     IF ws-dhist-status NOT = "00"
009260         PERFORM PRINT-NOT-ON-SYSTEM
009270     ELSE
009280         MOVE SPACE TO ws-eof
009290         READ DHIST-FILE
009300             AT END MOVE "y" TO ws-eof
009310         END-READ
009320         PERFORM CHECK-ONE-DEPT-MOVE UNTIL ws-eof = "y"
009330         CLOSE DHIST-FILE
009340         PERFORM PRINT-SECTION-FOOT
009350     END-IF.
009360
009370 CHECK-ONE-DEPT-MOVE.
009380     IF DH-EMPLOYEE-ID = ws-employee-id
009390         PERFORM PRINT-RECORD-BREAK
009400         MOVE "FROM DEPARTMENT" TO ws-fld-label
009410         MOVE DH-OLD-DEPT       TO ws-fld-value
009420         PERFORM PRINT-FIELD
009430         MOVE "TO DEPARTMENT"   TO ws-fld-label
009440         MOVE DH-NEW-DEPT       TO ws-fld-value
009450         PERFORM PRINT-FIELD
009460         MOVE "EFFECTIVE"       TO ws-fld-label
009470         MOVE DH-EFF-DATE       TO ws-date-in
009480         PERFORM PRINT-DATE-FIELD
009490         MOVE "ENTERED BY"      TO ws-fld-label
009500         MOVE DH-OPERATOR       TO ws-fld-value
009510         PERFORM PRINT-FIELD
009520     END-IF.
009530     READ DHIST-FILE
009540         AT END MOVE "y" TO ws-eof
009550     END-READ.
009560
009570*--------------------------------
009580* The directory audit trail and the staged-change queue carry
009590* the employee ID in the first six bytes of each image.
009600*--------------------------------
009610 PRINT-AUDIT-ENTRIES.
009620     MOVE "PHONEAUDIT.DAT"     TO ws-sec-file.
009630     MOVE "DIRECTORY AUDIT TRAIL ENTRIES" TO ws-sec-title.
009640     PERFORM PRINT-SECTION-HEAD.
009650     OPEN INPUT PAUDIT-FILE.
009660     IF ws-paudit-status NOT = "00"
009670         PERFORM PRINT-NOT-ON-SYSTEM
009680     ELSE
009690         MOVE SPACE TO ws-eof
009700         READ PAUDIT-FILE
009710             AT END MOVE "y" TO ws-eof
009720         END-READ
009730         PERFORM CHECK-ONE-AUDIT-LINE UNTIL ws-eof = "y"
009740         CLOSE PAUDIT-FILE
009750         PERFORM PRINT-SECTION-FOOT
009760     END-IF.
009770
009780 CHECK-ONE-AUDIT-LINE.
009790     MOVE PAUDIT-LINE TO AUDIT-RECORD.
009800     IF AUDIT-BEFORE(1:6) = ws-employee-text
009810         OR AUDIT-AFTER(1:6) = ws-employee-text
009820         PERFORM PRINT-RECORD-BREAK
009830         MOVE "WHEN"        TO ws-fld-label
009840         STRING AUDIT-TIMESTAMP(5:2) "/" AUDIT-TIMESTAMP(7:2) "/"
009850             AUDIT-TIMESTAMP(1:4) " " AUDIT-TIMESTAMP(9:2) ":"
009860             AUDIT-TIMESTAMP(11:2) DELIMITED BY SIZE
009870             INTO ws-fld-value
009880         PERFORM PRINT-FIELD
009890         MOVE "ACTION"      TO ws-fld-label
009900         MOVE AUDIT-ACTION  TO ws-fld-value
009910         PERFORM PRINT-FIELD
009920         MOVE "BY / VIA"    TO ws-fld-label
009930         STRING AUDIT-OPERATOR " / " AUDIT-PROGRAM-NAME
009940             DELIMITED BY SIZE INTO ws-fld-value
009950         PERFORM PRINT-FIELD
009960         MOVE AUDIT-BEFORE  TO PD-IMG-REC
009970         MOVE "BEFORE"      TO ws-img-tag
009980         PERFORM PRINT-IMAGE
009990         MOVE AUDIT-AFTER   TO PD-IMG-REC
010000         MOVE "AFTER"       TO ws-img-tag
010010         PERFORM PRINT-IMAGE
010020     END-IF.
010030     READ PAUDIT-FILE
010040         AT END MOVE "y" TO ws-eof
010050     END-READ.
010060
010070 PRINT-PENDING.
010080*--------------------------------
010090* Two passes over PHONEPEND.DAT: the staged directory changes
010100* (ws-pass P), then the self-service kiosk corrections
010110* (ws-pass K) on their own.
010120*--------------------------------
010130     MOVE "PHONEPEND.DAT"      TO ws-sec-file.
010140     IF ws-pass = "K"
010150         MOVE "KIOSK CORRECTIONS" TO ws-sec-title
010160     ELSE
010170         MOVE "STAGED DIRECTORY CHANGES" TO ws-sec-title
010180     END-IF.
010190     PERFORM PRINT-SECTION-HEAD.
010200     OPEN INPUT PEND-FILE.
010210     IF ws-pend-status NOT = "00"
010220         PERFORM PRINT-NOT-ON-SYSTEM
010230     ELSE
010240         MOVE SPACE TO ws-eof
010250         READ PEND-FILE
010260             AT END MOVE "y" TO ws-eof
010270         END-READ
010280         PERFORM CHECK-ONE-PENDING UNTIL ws-eof = "y"
010290         CLOSE PEND-FILE
010300         PERFORM PRINT-SECTION-FOOT
010310     END-IF.
010320
010330 CHECK-ONE-PENDING.
010340     IF (PEND-BEFORE(1:6) = ws-employee-text
010350         OR PEND-AFTER(1:6) = ws-employee-text)
010360         AND ((ws-pass = "K" AND PEND-SOURCE = "KIOSK   ")
010370             OR (ws-pass = "P" AND PEND-SOURCE NOT = "KIOSK   "))
010380         PERFORM PRINT-RECORD-BREAK
010390         MOVE "WHEN"        TO ws-fld-label
010400         STRING PEND-TIMESTAMP(5:2) "/" PEND-TIMESTAMP(7:2) "/"
010410             PEND-TIMESTAMP(1:4) " " PEND-TIMESTAMP(9:2) ":"
010420             PEND-TIMESTAMP(11:2) DELIMITED BY SIZE
010430             INTO ws-fld-value
010440         PERFORM PRINT-FIELD
010450         MOVE "STATUS"      TO ws-fld-label
010460         EVALUATE TRUE
010470             WHEN PEND-OPEN      MOVE "PENDING"  TO ws-fld-value
010480             WHEN PEND-APPROVED  MOVE "APPROVED" TO ws-fld-value
010490             WHEN PEND-REJECTED  MOVE "REJECTED" TO ws-fld-value
010500             WHEN OTHER          MOVE PEND-STATUS TO ws-fld-value
010510         END-EVALUATE
010520         PERFORM PRINT-FIELD
010530         MOVE "ACTION"      TO ws-fld-label
010540         MOVE PEND-ACTION   TO ws-fld-value
010550         PERFORM PRINT-FIELD
010560         MOVE "BY / VIA"    TO ws-fld-label
010570         STRING PEND-OPERATOR " / " PEND-SOURCE
010580             DELIMITED BY SIZE INTO ws-fld-value
010590         PERFORM PRINT-FIELD
010600         MOVE "REASON"      TO ws-fld-label
010610         MOVE PEND-REASON   TO ws-fld-value
010620         PERFORM PRINT-FIELD
010630         MOVE PEND-BEFORE   TO PD-IMG-REC
010640         MOVE "BEFORE"      TO ws-img-tag
010650         PERFORM PRINT-IMAGE
010660         MOVE PEND-AFTER    TO PD-IMG-REC
010670         MOVE "AFTER"       TO ws-img-tag
010680         PERFORM PRINT-IMAGE
010690     END-IF.
010700     READ PEND-FILE
010710         AT END MOVE "y" TO ws-eof
010720     END-READ.
010730
010740*--------------------------------
010750* ELIZA's profile and referral tickets.
010760*--------------------------------
010770 PRINT-ELIZA-PROFILE.
010780     MOVE "ELIZAPRF.DAT"       TO ws-sec-file.
010790     MOVE "ELIZA PROFILE"      TO ws-sec-title.
010800     PERFORM PRINT-SECTION-HEAD.
010810     OPEN INPUT PROFILE-FILE.
010820     IF ws-prf-status NOT = "00"
010830         PERFORM PRINT-NOT-ON-SYSTEM
010840     ELSE
010850         MOVE ws-employee-id TO PRF-EMPLOYEE-ID
010860         READ PROFILE-FILE
010870             INVALID KEY
010880                 CONTINUE
010890             NOT INVALID KEY
010900                 PERFORM PRINT-RECORD-BREAK
010910                 MOVE "LAST VISIT"      TO ws-fld-label
010920                 MOVE PRF-LAST-DATE     TO ws-date-in
010930                 PERFORM PRINT-DATE-FIELD
010940                 MOVE "LAST TOPIC"      TO ws-fld-label
010950                 MOVE PRF-LAST-TOPIC    TO ws-fld-value
010960                 PERFORM PRINT-FIELD
010970                 MOVE "PAYROLL VISITS"  TO ws-fld-label
010980                 MOVE PRF-PAYROLL-CNT   TO ws-fld-value
010990                 PERFORM PRINT-FIELD
011000                 MOVE "BENEFITS VISITS" TO ws-fld-label
011010                 MOVE PRF-BENEFITS-CNT  TO ws-fld-value
011020                 PERFORM PRINT-FIELD
011030                 MOVE "401K VISITS"     TO ws-fld-label
011040                 MOVE PRF-K401-CNT      TO ws-fld-value
011050                 PERFORM PRINT-FIELD
011060         END-READ
011070         CLOSE PROFILE-FILE
011080         PERFORM PRINT-SECTION-FOOT
011090     END-IF.
011100
011110 PRINT-REFERRALS.
011120     MOVE "ELIZAREF.DAT"       TO ws-sec-file.
011130     MOVE "ELIZA REFERRAL TICKETS" TO ws-sec-title.
011140     PERFORM PRINT-SECTION-HEAD.
011150     OPEN INPUT REFERRAL-FILE.
011160     IF ws-ref-status NOT = "00"
011170         PERFORM PRINT-NOT-ON-SYSTEM
011180     ELSE
011190         MOVE SPACE TO ws-eof
011200         READ REFERRAL-FILE
011210             AT END MOVE "y" TO ws-eof
011220         END-READ
011230         PERFORM CHECK-ONE-REFERRAL UNTIL ws-eof = "y"
011240         CLOSE REFERRAL-FILE
011250         PERFORM PRINT-SECTION-FOOT
011260     END-IF.
011270
011280 CHECK-ONE-REFERRAL.
011290     IF REF-EMPLOYEE-ID = ws-employee-id
011300         PERFORM PRINT-RECORD-BREAK
011310         MOVE "RAISED"      TO ws-fld-label
011320         STRING REF-TIMESTAMP(5:2) "/" REF-TIMESTAMP(7:2) "/"
011330             REF-TIMESTAMP(1:4) " " REF-TIMESTAMP(9:2) ":"
011340             REF-TIMESTAMP(11:2) DELIMITED BY SIZE
011350             INTO ws-fld-value
011360         PERFORM PRINT-FIELD
011370         MOVE "TOPIC"       TO ws-fld-label
011380         MOVE REF-TOPIC     TO ws-fld-value
011390         PERFORM PRINT-FIELD
011400         MOVE "NAME GIVEN"  TO ws-fld-label
011410         MOVE REF-NAME      TO ws-fld-value
011420         PERFORM PRINT-FIELD
011430         MOVE "QUESTION"    TO ws-fld-label
011440         MOVE REF-QUESTION  TO ws-fld-value
011450         PERFORM PRINT-FIELD
011460         MOVE "STATUS"      TO ws-fld-label
011470         MOVE REF-STATUS    TO ws-fld-value
011480         PERFORM PRINT-FIELD
011490         MOVE "ASSIGNED TO" TO ws-fld-label
011500         MOVE REF-ASSIGNEE  TO ws-fld-value
011510         PERFORM PRINT-FIELD
011520         MOVE "CONFIDENTIAL" TO ws-fld-label
011530         MOVE REF-CONFIDENTIAL TO ws-fld-value
011540         PERFORM PRINT-FIELD
011550         MOVE "RESOLUTION"  TO ws-fld-label
011560         MOVE REF-RESOLUTION TO ws-fld-value
011570         PERFORM PRINT-FIELD
011580     END-IF.
011590     READ REFERRAL-FILE
011600         AT END MOVE "y" TO ws-eof
011610     END-READ.
011620
011630*--------------------------------
011640* The retirement side, through PART-EMPLOYEE-ID.  The master
011650* has no index on the employee ID, so it is read end to end;
011660* each account found is kept for the transaction and
011670* returned-mail passes.
011680*--------------------------------
011690 PRINT-PARTICIPANTS.
011700     MOVE "PARTMAST.DAT"       TO ws-sec-file.
011710     MOVE "RETIREMENT PLAN ACCOUNTS" TO ws-sec-title.
011720     PERFORM PRINT-SECTION-HEAD.
011730     MOVE ZERO TO ws-acct-count.
011740     OPEN INPUT PARTFILE.
011750     IF ws-part-status NOT = "00"
011760         PERFORM PRINT-NOT-ON-SYSTEM
011770     ELSE
011780         MOVE SPACE TO ws-eof
011790         MOVE LOW-VALUES TO PART-ACCOUNT
011800         START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
011810             INVALID KEY MOVE "y" TO ws-eof
011820         END-START
011830         IF ws-eof NOT = "y"
011840             READ PARTFILE NEXT RECORD
011850                 AT END MOVE "y" TO ws-eof
011860             END-READ
011870         END-IF
011880         PERFORM CHECK-ONE-PARTICIPANT UNTIL ws-eof = "y"
011890         CLOSE PARTFILE
011900         PERFORM PRINT-SECTION-FOOT
011910     END-IF.
011920     IF ws-acct-lost > ZERO
011930         MOVE SPACES TO ws-none-text
011940         STRING "MORE THAN 10 ACCOUNTS - " ws-acct-lost
011950             " NOT FOLLOWED" DELIMITED BY SIZE INTO ws-none-text
011960         WRITE PRINT-LINE FROM ws-none-line
011970     END-IF.
011980     MOVE ZERO TO ws-acct-sub.
011990     PERFORM PRINT-ONE-ACCOUNT-DETAIL ws-acct-count TIMES.
012000
012010 CHECK-ONE-PARTICIPANT.
012020     IF PART-EMPLOYEE-ID = ws-employee-id
012030         PERFORM PRINT-RECORD-BREAK
012040         IF ws-acct-count < 10
012050             ADD 1 TO ws-acct-count
012060             MOVE PART-ACCOUNT TO ws-acct-entry(ws-acct-count)
012070         ELSE
012080             ADD 1 TO ws-acct-lost
012090         END-IF
012100         MOVE "ACCOUNT"         TO ws-fld-label
012110         MOVE PART-ACCOUNT      TO ws-fld-value
012120         PERFORM PRINT-FIELD
012130         MOVE "NAME"            TO ws-fld-label
012140         MOVE PART-NAME         TO ws-fld-value
012150         PERFORM PRINT-FIELD
012160         MOVE "BIRTH DATE"      TO ws-fld-label
012170         MOVE PART-BIRTH-DATE   TO ws-date-in
012180         PERFORM PRINT-DATE-FIELD
012190         MOVE "HIRE DATE"       TO ws-fld-label
012200         MOVE PART-HIRE-DATE    TO ws-date-in
012210         PERFORM PRINT-DATE-FIELD
012220         MOVE "ACCOUNT TYPE"    TO ws-fld-label
012230         IF PART-ROTH
012240             MOVE "ROTH"        TO ws-fld-value
012250         ELSE
012260             MOVE "TRADITIONAL" TO ws-fld-value
012270         END-IF
012280         PERFORM PRINT-FIELD
012290         MOVE "HOUSEHOLD ID"    TO ws-fld-label
012300         MOVE PART-HOUSEHOLD-ID TO ws-fld-value
012310         PERFORM PRINT-FIELD
012320         MOVE "ADDRESS"         TO ws-fld-label
012330         MOVE PART-ADDRESS-1    TO ws-fld-value
012340         PERFORM PRINT-FIELD
012350         MOVE PART-ADDRESS-2    TO ws-fld-value
012360         PERFORM PRINT-FIELD
012370         MOVE PART-CITY-ST-ZIP  TO ws-fld-value
012380         PERFORM PRINT-FIELD
012390         MOVE "ADDRESS BAD SINCE" TO ws-fld-label
012400         MOVE PART-ADDR-BAD-DATE TO ws-date-in
012410         PERFORM PRINT-DATE-FIELD
012420         MOVE "5% OWNER"        TO ws-fld-label
012430         MOVE PART-OWNER-FLAG   TO ws-fld-value
012440         PERFORM PRINT-FIELD
012450     END-IF.
012460     READ PARTFILE NEXT RECORD
012470         AT END MOVE "y" TO ws-eof
012480     END-READ.
012490
012500 PRINT-ONE-ACCOUNT-DETAIL.
012510     ADD 1 TO ws-acct-sub.
012520     MOVE ws-acct-entry(ws-acct-sub) TO ws-this-account.
012530     PERFORM PRINT-BENEFICIARIES.
012540     PERFORM PRINT-LOANS.
012550     PERFORM PRINT-HISTORY.
012560
012570 PRINT-BENEFICIARIES.
012580     MOVE "BENEFIC.DAT"        TO ws-sec-file.
012590     MOVE SPACES TO ws-sec-title.
012600     STRING "BENEFICIARIES OF ACCOUNT " ws-this-account
012610         DELIMITED BY SIZE INTO ws-sec-title.
012620     PERFORM PRINT-SECTION-HEAD.
012630     OPEN INPUT BENEFILE.
012640     IF ws-bene-status NOT = "00"
012650         PERFORM PRINT-NOT-ON-SYSTEM
012660     ELSE
012670         MOVE SPACE TO ws-eof
012680         MOVE ws-this-account TO BENE-ACCOUNT
012690         MOVE ZERO TO BENE-SEQ
012700         START BENEFILE KEY IS NOT LESS THAN BENE-KEY
012710             INVALID KEY MOVE "y" TO ws-eof
012720         END-START
012730         IF ws-eof NOT = "y"
012740             READ BENEFILE NEXT RECORD
012750                 AT END MOVE "y" TO ws-eof
012760             END-READ
012770         END-IF
012780         PERFORM PRINT-ONE-BENEFICIARY
012790             UNTIL ws-eof = "y"
012800                 OR BENE-ACCOUNT NOT = ws-this-account
012810         CLOSE BENEFILE
012820         PERFORM PRINT-SECTION-FOOT
012830     END-IF.
012840
012850 PRINT-ONE-BENEFICIARY.
012860     PERFORM PRINT-RECORD-BREAK.
012870     MOVE "BENEFICIARY"   TO ws-fld-label.
012880     MOVE BENE-NAME          TO ws-fld-value.
012890     PERFORM PRINT-FIELD.
012900     MOVE "RELATIONSHIP"  TO ws-fld-label.
012910     MOVE BENE-RELATIONSHIP  TO ws-fld-value.
012920     PERFORM PRINT-FIELD.
012930     MOVE "CLASS"         TO ws-fld-label.
012940     IF BENE-CONTINGENT
012950         MOVE "CONTINGENT" TO ws-fld-value
012960     ELSE
012970         MOVE "PRIMARY"    TO ws-fld-value
012980     END-IF.
012990     PERFORM PRINT-FIELD.
013000     MOVE "SHARE PERCENT" TO ws-fld-label.
013010     MOVE BENE-SHARE-PCT     TO ws-edit-pct.
013020     MOVE ws-edit-pct        TO ws-fld-value.
013030     PERFORM PRINT-FIELD.
013040     READ BENEFILE NEXT RECORD
013050         AT END MOVE "y" TO ws-eof
013060     END-READ.
013070
013080 PRINT-LOANS.
013090     MOVE "LOANMAST.DAT"       TO ws-sec-file.
013100     MOVE SPACES TO ws-sec-title.
013110     STRING "LOANS ON ACCOUNT " ws-this-account
013120         DELIMITED BY SIZE INTO ws-sec-title.
013130     PERFORM PRINT-SECTION-HEAD.
013140     OPEN INPUT LOANFILE.
013150     IF ws-loan-status NOT = "00"
013160         PERFORM PRINT-NOT-ON-SYSTEM
013170     ELSE
013180         MOVE SPACE TO ws-eof
013190         MOVE ws-this-account TO LOAN-ACCOUNT
013200         MOVE ZERO TO LOAN-NO
013210         START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
013220             INVALID KEY MOVE "y" TO ws-eof
013230         END-START
013240         IF ws-eof NOT = "y"
013250             READ LOANFILE NEXT RECORD
013260                 AT END MOVE "y" TO ws-eof
013270             END-READ
013280         END-IF
013290         PERFORM PRINT-ONE-LOAN
013300             UNTIL ws-eof = "y"
013310                 OR LOAN-ACCOUNT NOT = ws-this-account
013320         CLOSE LOANFILE
013330         PERFORM PRINT-SECTION-FOOT
013340     END-IF.
013350
013360 PRINT-ONE-LOAN.
013370     PERFORM PRINT-RECORD-BREAK.
013380     MOVE "LOAN NUMBER"    TO ws-fld-label.
013390     MOVE LOAN-NO             TO ws-fld-value.
013400     PERFORM PRINT-FIELD.
013410     MOVE "ISSUED"         TO ws-fld-label.
013420     MOVE LOAN-ISSUE-DATE     TO ws-date-in.
013430     PERFORM PRINT-DATE-FIELD.
013440     MOVE "ORIGINAL AMOUNT" TO ws-fld-label.
013450     MOVE LOAN-ORIG-AMOUNT    TO ws-edit-amount.
013460     MOVE ws-edit-amount      TO ws-fld-value.
013470     PERFORM PRINT-FIELD.
013480     MOVE "RATE PERCENT"   TO ws-fld-label.
013490     MOVE LOAN-RATE-PCT       TO ws-edit-pct.
013500     MOVE ws-edit-pct         TO ws-fld-value.
013510     PERFORM PRINT-FIELD.
013520     MOVE "PAYMENT"        TO ws-fld-label.
013530     MOVE LOAN-PAYMENT        TO ws-edit-amount.
013540     MOVE ws-edit-amount      TO ws-fld-value.
013550     PERFORM PRINT-FIELD.
013560     MOVE "TERM (MONTHS)"  TO ws-fld-label.
013570     MOVE LOAN-TERM-MONTHS    TO ws-fld-value.
013580     PERFORM PRINT-FIELD.
013590     MOVE "BALANCE"        TO ws-fld-label.
013600     MOVE LOAN-BALANCE        TO ws-edit-amount.
013610     MOVE ws-edit-amount      TO ws-fld-value.
013620     PERFORM PRINT-FIELD.
013630     MOVE "LAST PAYMENT"   TO ws-fld-label.
013640     MOVE LOAN-LAST-PAY-DATE  TO ws-date-in.
013650     PERFORM PRINT-DATE-FIELD.
013660     MOVE "STATUS"         TO ws-fld-label.
013670     IF LOAN-PAID
013680         MOVE "PAID OFF"   TO ws-fld-value
013690     ELSE
013700         MOVE "ACTIVE"     TO ws-fld-value
013710     END-IF.
013720     PERFORM PRINT-FIELD.
013730     READ LOANFILE NEXT RECORD
013740         AT END MOVE "y" TO ws-eof
013750     END-READ.
013760
013770 PRINT-HISTORY.
013780     MOVE "PERFHIST.DAT"       TO ws-sec-file.
013790     MOVE SPACES TO ws-sec-title.
013800     STRING "PERFORMANCE HISTORY OF ACCOUNT " ws-this-account
013810         DELIMITED BY SIZE INTO ws-sec-title.
013820     PERFORM PRINT-SECTION-HEAD.
013830     OPEN INPUT HISTORY-FILE.
013840     IF ws-hist-status NOT = "00"
013850         PERFORM PRINT-NOT-ON-SYSTEM
013860     ELSE
013870         MOVE SPACE TO ws-eof
013880         MOVE ws-this-account TO HIST-ACCOUNT
013890         MOVE ZERO TO HIST-RUN-DATE
013900         START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
013910             INVALID KEY MOVE "y" TO ws-eof
013920         END-START
013930         IF ws-eof NOT = "y"
013940             READ HISTORY-FILE NEXT RECORD
013950                 AT END MOVE "y" TO ws-eof
013960             END-READ
013970         END-IF
013980         PERFORM PRINT-ONE-HISTORY
013990             UNTIL ws-eof = "y"
014000                 OR HIST-ACCOUNT NOT = ws-this-account
014010         CLOSE HISTORY-FILE
014020         PERFORM PRINT-SECTION-FOOT
014030     END-IF.
014040
014050 PRINT-ONE-HISTORY.
014060     PERFORM PRINT-RECORD-BREAK.
014070     MOVE "RUN DATE"       TO ws-fld-label.
014080     MOVE HIST-RUN-DATE       TO ws-date-in.
014090     PERFORM PRINT-DATE-FIELD.
014100     MOVE "BEGIN BALANCE"  TO ws-fld-label.
014110     MOVE HIST-BEGIN-BALANCE  TO ws-edit-amount.
014120     MOVE ws-edit-amount      TO ws-fld-value.
014130     PERFORM PRINT-FIELD.
014140     MOVE "CURRENT BALANCE" TO ws-fld-label.
014150     MOVE HIST-CURRENT-BALANCE TO ws-edit-amount.
014160     MOVE ws-edit-amount      TO ws-fld-value.
014170     PERFORM PRINT-FIELD.
014180     MOVE "DOLLAR GAIN"    TO ws-fld-label.
014190     MOVE HIST-DOLLAR-GAIN    TO ws-edit-amount.
014200     MOVE ws-edit-amount      TO ws-fld-value.
014210     PERFORM PRINT-FIELD.
014220     MOVE "PERCENT GAIN"   TO ws-fld-label.
014230     MOVE HIST-PERCENT-GAIN   TO ws-edit-pct.
014240     MOVE ws-edit-pct         TO ws-fld-value.
014250     PERFORM PRINT-FIELD.
014260     READ HISTORY-FILE NEXT RECORD
014270         AT END MOVE "y" TO ws-eof
014280     END-READ.
014290
014300 PRINT-TRANSACTIONS.
014310     MOVE "PERFTXN.DAT"        TO ws-sec-file.
014320     MOVE "TRANSACTIONS ON THOSE ACCOUNTS" TO ws-sec-title.
014330     PERFORM PRINT-SECTION-HEAD.
014340     IF ws-acct-count = ZERO
014350         PERFORM PRINT-SECTION-FOOT
014360     ELSE
014370         OPEN INPUT TXN-FILE
014380         IF ws-txn-status NOT = "00"
014390             PERFORM PRINT-NOT-ON-SYSTEM
014400         ELSE
014410             MOVE SPACE TO ws-eof
014420             READ TXN-FILE
014430                 AT END MOVE "y" TO ws-eof
014440             END-READ
014450             PERFORM CHECK-ONE-TRANSACTION UNTIL ws-eof = "y"
014460             CLOSE TXN-FILE
014470             PERFORM PRINT-SECTION-FOOT
014480         END-IF
014490     END-IF.
014500
014510 CHECK-ONE-TRANSACTION.
014520     MOVE TXN-ACCOUNT TO ws-this-account.
014530     PERFORM FIND-ACCOUNT.
014540     IF ws-acct-hit = "Y"
014550         PERFORM PRINT-RECORD-BREAK
014560         MOVE "ACCOUNT / DATE" TO ws-fld-label
014570         MOVE TXN-DATE TO ws-date-in
014580         MOVE SPACES TO ws-date-out
014590         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
014600             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-out
014610         STRING TXN-ACCOUNT " " ws-date-out
014620             DELIMITED BY SIZE INTO ws-fld-value
014630         PERFORM PRINT-FIELD
014640         MOVE "TYPE"           TO ws-fld-label
014650         EVALUATE TXN-TYPE
014660             WHEN "C"  MOVE "CONTRIBUTION"   TO ws-fld-value
014670             WHEN "W"  MOVE "WITHDRAWAL"     TO ws-fld-value
014680             WHEN "L"  MOVE "LOAN REPAYMENT" TO ws-fld-value
014690             WHEN "O"  MOVE "TRANSFER OUT"   TO ws-fld-value
014700             WHEN "I"  MOVE "TRANSFER IN"    TO ws-fld-value
014710             WHEN OTHER MOVE TXN-TYPE        TO ws-fld-value
014720         END-EVALUATE
014730         PERFORM PRINT-FIELD
014740         MOVE "AMOUNT"         TO ws-fld-label
014750         MOVE TXN-AMOUNT       TO ws-edit-amount
014760         MOVE ws-edit-amount   TO ws-fld-value
014770         PERFORM PRINT-FIELD
014780         MOVE "FUND / SOURCE"  TO ws-fld-label
014790         STRING TXN-FUND " / " TXN-SOURCE
014800             DELIMITED BY SIZE INTO ws-fld-value
014810         PERFORM PRINT-FIELD
014820         IF TXN-COUNTERPART NOT = SPACES
014830             MOVE "COUNTERPART"    TO ws-fld-label
014840             MOVE TXN-COUNTERPART  TO ws-fld-value
014850             PERFORM PRINT-FIELD
014860         END-IF
014870         IF TXN-APPROVER NOT = SPACES
014880             MOVE "APPROVED BY"    TO ws-fld-label
014890             MOVE TXN-APPROVER     TO ws-fld-value
014900             PERFORM PRINT-FIELD
014910         END-IF
014920         IF NOT TXN-ORIGINAL-ENTRY
014930             MOVE "CORRECTION"     TO ws-fld-label
014940             STRING TXN-ENTRY-KIND " NO. " TXN-CORRECTION-NO
014950                 DELIMITED BY SIZE INTO ws-fld-value
014960             PERFORM PRINT-FIELD
014970         END-IF
014980     END-IF.
014990     READ TXN-FILE
015000         AT END MOVE "y" TO ws-eof
015010     END-READ.
015020
015030 PRINT-RETURNED-MAIL.
015040     MOVE "RETMAIL.DAT"        TO ws-sec-file.
015050     MOVE "RETURNED MAIL"      TO ws-sec-title.
015060     PERFORM PRINT-SECTION-HEAD.
015070     IF ws-acct-count = ZERO
015080         PERFORM PRINT-SECTION-FOOT
015090     ELSE
015100         OPEN INPUT RMAILFILE
015110         IF ws-rmail-status NOT = "00"
015120             PERFORM PRINT-NOT-ON-SYSTEM
015130         ELSE
015140             MOVE SPACE TO ws-eof
015150             READ RMAILFILE
015160                 AT END MOVE "y" TO ws-eof
015170             END-READ
015180             PERFORM CHECK-ONE-RETURNED-MAIL UNTIL ws-eof = "y"
015190             CLOSE RMAILFILE
015200             PERFORM PRINT-SECTION-FOOT
015210         END-IF
015220     END-IF.
015230
015240 CHECK-ONE-RETURNED-MAIL.
015250     MOVE RM-ACCOUNT TO ws-this-account.
015260     PERFORM FIND-ACCOUNT.
015270     IF ws-acct-hit = "Y"
015280         PERFORM PRINT-RECORD-BREAK
015290         MOVE "ACCOUNT"      TO ws-fld-label
015300         MOVE RM-ACCOUNT     TO ws-fld-value
015310         PERFORM PRINT-FIELD
015320         MOVE "RETURNED"     TO ws-fld-label
015330         MOVE RM-RETURN-DATE TO ws-date-in
015340         PERFORM PRINT-DATE-FIELD
015350         MOVE "DOCUMENT"     TO ws-fld-label
015360         EVALUATE TRUE
015370             WHEN RM-STATEMENT   MOVE "STATEMENT"  TO ws-fld-value
015380             WHEN RM-RMD-LETTER  MOVE "RMD LETTER" TO ws-fld-value
015390             WHEN RM-TAX-SHEET   MOVE "TAX SHEET"  TO ws-fld-value
015400             WHEN OTHER          MOVE "OTHER MAIL" TO ws-fld-value
015410         END-EVALUATE
015420         PERFORM PRINT-FIELD
015430         MOVE "SENT TO"      TO ws-fld-label
015440         MOVE RM-ADDRESS-1   TO ws-fld-value
015450         PERFORM PRINT-FIELD
015460         MOVE RM-CITY-ST-ZIP TO ws-fld-value
015470         PERFORM PRINT-FIELD
015480         MOVE "LOGGED BY"    TO ws-fld-label
015490         MOVE RM-LOGGED-BY   TO ws-fld-value
015500         PERFORM PRINT-FIELD
015510     END-IF.
015520     READ RMAILFILE
015530         AT END MOVE "y" TO ws-eof
015540     END-READ.
015550
015560 FIND-ACCOUNT.
015570     MOVE "N" TO ws-acct-hit.
015580     MOVE ZERO TO ws-acct-sub.
015590     PERFORM CHECK-ONE-ACCOUNT ws-acct-count TIMES.
015600
015610 CHECK-ONE-ACCOUNT.
015620     ADD 1 TO ws-acct-sub.
015630     IF ws-acct-entry(ws-acct-sub) = ws-this-account
015640         MOVE "Y" TO ws-acct-hit
015650     END-IF.
015660
015670*--------------------------------
015680* The run itself goes on the reference-data audit trail: who
015690* ran it (AUDIT-OPERATOR), and in the after image the employee
015700* it was about, who asked, why, and how many records went out.
015710*--------------------------------
015720 WRITE-REQUEST-AUDIT.
015730     MOVE ws-employee-id     TO ws-ri-employee-id.
015740     MOVE ws-requested-by    TO ws-ri-requested-by.
015750     MOVE ws-request-reason  TO ws-ri-reason.
015760     MOVE ws-record-count    TO ws-ri-record-count.
015770     MOVE SPACES             TO AUDIT-BEFORE.
015780     MOVE ws-request-image   TO AUDIT-AFTER.
015790     MOVE "PDATA "           TO AUDIT-ACTION.
015800     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
015810     MOVE ws-operator-id     TO AUDIT-OPERATOR.
015820     MOVE "PDATRPT "         TO AUDIT-PROGRAM-NAME.
015830     PERFORM SET-AUDIT-SEQUENCE.
015840     MOVE AUDIT-RECORD       TO AUDIT-LINE.
015850     OPEN EXTEND AUDITFILE.
015860     IF ws-audit-status = "35"
015870         OPEN OUTPUT AUDITFILE
015880     END-IF.
015890     WRITE AUDIT-LINE.
015900     CLOSE AUDITFILE.
015910
015920 SET-AUDIT-SEQUENCE.
015930     PERFORM GET-LAST-AUDIT-POSITION.
015940     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
015950     PERFORM COMPUTE-AUDIT-CHECK.
015960
015970 GET-LAST-AUDIT-POSITION.
015980     MOVE ZERO TO ws-last-audit-seq.
015990     MOVE ZERO TO ws-last-audit-check.
016000     OPEN INPUT AUDITFILE.
016010     IF ws-audit-status = "00"
016020         PERFORM READ-LAST-AUDIT-LINE
016030             UNTIL ws-audit-status NOT = "00"
016040         CLOSE AUDITFILE
016050     END-IF.
016060
016070 READ-LAST-AUDIT-LINE.
016080     READ AUDITFILE
016090         AT END CONTINUE
016100     END-READ.
016110     IF ws-audit-status = "00"
016120         AND AUDIT-LINE(229:9) IS NUMERIC
016130         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
016140         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
016150     END-IF.
016160
016170 COMPUTE-AUDIT-CHECK.
016180     MOVE ZERO TO ws-audit-work-sum.
016190     MOVE ZERO TO ws-audit-sub.
016200     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
016210     COMPUTE AUDIT-CHECK-VALUE =
016220         FUNCTION MOD((ws-last-audit-check * 17)
016230             + ws-audit-work-sum, 999999999).
016240
016250 ADD-ONE-AUDIT-BYTE.
016260     ADD 1 TO ws-audit-sub.
016270     COMPUTE ws-audit-work-sum = ws-audit-work-sum
016280         + (ws-audit-sub
016290            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
016300
016310 WRITE-SENS-VIEW.
016320*--------------------------------
016330* Everything was shown in the clear, so the run also goes on
016340* the sensitive-data view log for sensrpt, with ALL standing
016345* for every policy item at once.
016350*--------------------------------
016360     MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP.
016370     MOVE ws-operator-id        TO VLOG-OPERATOR.
016380     MOVE "PDATRPT"             TO VLOG-PROGRAM.
016390     MOVE ws-employee-id        TO VLOG-EMPLOYEE-ID.
016400     MOVE SPACES                TO VLOG-ACCOUNT.
016410     IF ws-acct-count > ZERO
016420         MOVE ws-acct-entry(1)  TO VLOG-ACCOUNT
016430     END-IF.
016440     MOVE "ALL"                 TO VLOG-ITEMS.
016450     MOVE "PDATA"               TO VLOG-VIEW.
016460     OPEN EXTEND VLOG-FILE.
016470     IF ws-vlog-status = "35"
016480         OPEN OUTPUT VLOG-FILE
016490     END-IF.
016500     IF ws-vlog-status = "00"
016510         WRITE VLOG-REC
016520         CLOSE VLOG-FILE
016530     END-IF.
