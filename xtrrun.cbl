000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. XTRRUN.
000030*--------------------------------
000040* Runs saved ad hoc extract queries (QUERYDEF.DAT, kept by
000050* xtrdef.cbl).  XTRRUN_QUERY names the query to run, or
000060* *NIGHTLY for every query flagged to run nightly - the batch
000070* window's setting; with it unset the query name is asked
000080* for, a blank answer listing the queries on file.
000090*
000100* Each query is checked against the data dictionary (DICTTAB)
000110* the way xtrdef checks it, then its file is read end to end.
000120* For each record the joined files are looked up by the key
000130* the dictionary allows - the first record found, or for an S
000140* join the amount fields totalled over every record found -
000150* and the record is kept when every condition holds.  Text
000160* tests ignore case; CT is "contains".  Kept rows are sorted
000170* on the query's sort fields (in file order otherwise) and
000180* written to <name>.CSV, comma-separated with a header row of
000190* field names, or <name>.PRT, a listing with RPTHEAD headings
000200* cut at 132 columns, both in the shop data directory.
000210*
000220* Sensitive fields follow the sensitive-field policy
000230* (SENSPOL.DAT) for whoever the run is for: at the prompt the
000240* operator signs on (a blank ID sees no sensitive fields); an
000250* unattended run takes the query owner's level from the
000260* operator master.  A shop with no master runs at update
000270* level.  Masked columns are written blank, a query that
000280* selects or sorts on a masked field is not run, and a run
000290* with sensitive fields in the clear is logged to SENSVIEW.DAT
000300* under the query name.  Return code 8 when any query could
000310* not be run.
000320*
000330* 2026-10  JDF  New program.
000340*--------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380 SELECT QUERY-FILE ASSIGN TO "QUERYDEFDAT"
000390 ORGANIZATION IS LINE SEQUENTIAL
000400 FILE STATUS IS ws-query-status.
000410
000420 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000430 FILE STATUS IS ws-io-status
000440 ORGANIZATION IS INDEXED
000450 ACCESS MODE IS DYNAMIC
000460 RECORD KEY IS EMPLOYEE-ID
000470 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000480
000490 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000500 FILE STATUS IS ws-io-status
000510 ORGANIZATION IS INDEXED
000520 ACCESS MODE IS DYNAMIC
000530 RECORD KEY IS LOC-EMPLOYEE-ID.
000540
000550 SELECT EMERFILE ASSIGN TO "PHONEEMERDAT"
000560 FILE STATUS IS ws-io-status
000570 ORGANIZATION IS INDEXED
000580 ACCESS MODE IS DYNAMIC
000590 RECORD KEY IS EMER-KEY.
000600
000610 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000620 FILE STATUS IS ws-io-status
000630 ORGANIZATION IS INDEXED
000640 ACCESS MODE IS DYNAMIC
000650 RECORD KEY IS PART-ACCOUNT.
000660
000670 SELECT FUNDBAL-FILE ASSIGN TO "FUNDBALDAT"
000680 FILE STATUS IS ws-io-status
000690 ORGANIZATION IS INDEXED
000700 ACCESS MODE IS DYNAMIC
000710 RECORD KEY IS FB-KEY.
000720
000730 SELECT LOANFILE ASSIGN TO "LOANMASTDAT"
000740 FILE STATUS IS ws-io-status
000750 ORGANIZATION IS INDEXED
000760 ACCESS MODE IS DYNAMIC
000770 RECORD KEY IS LOAN-KEY.
000780
000790 SELECT BENEFILE ASSIGN TO "BENEFICDAT"
000800 FILE STATUS IS ws-io-status
000810 ORGANIZATION IS INDEXED
000820 ACCESS MODE IS DYNAMIC
000830 RECORD KEY IS BENE-KEY.
000840
000850 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000860 FILE STATUS IS ws-io-status
000870 ORGANIZATION IS INDEXED
000880 ACCESS MODE IS DYNAMIC
000890 RECORD KEY IS DEPT-CODE.
000900
000910 SELECT POSNFILE ASSIGN TO "POSITIONDAT"
000920 FILE STATUS IS ws-io-status
000930 ORGANIZATION IS INDEXED
000940 ACCESS MODE IS DYNAMIC
000950 RECORD KEY IS POSN-NUMBER
000960 ALTERNATE RECORD KEY IS POSN-DEPT-CODE WITH DUPLICATES
000970 ALTERNATE RECORD KEY IS POSN-INCUMBENT-ID WITH DUPLICATES.
000980
000990 SELECT DEVFILE ASSIGN TO "DEVICEDAT"
001000 FILE STATUS IS ws-io-status
001010 ORGANIZATION IS INDEXED
001020 ACCESS MODE IS DYNAMIC
001030 RECORD KEY IS DEV-ASSET-TAG
001040 ALTERNATE RECORD KEY IS DEV-HOLDER-ID WITH DUPLICATES.
001050
001060 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
001070 FILE STATUS IS ws-oper-status
001080 ORGANIZATION IS INDEXED
001090 ACCESS MODE IS DYNAMIC
001100 RECORD KEY IS OPER-ID.
001110
001120 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
001130 ORGANIZATION IS LINE SEQUENTIAL
001140 FILE STATUS IS ws-spol-status.
001150
001160 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
001170 ORGANIZATION IS LINE SEQUENTIAL
001180 FILE STATUS IS ws-vlog-status.
001190
001200 SELECT WORK-FILE ASSIGN TO "XTRWORKDAT"
001210 ORGANIZATION IS LINE SEQUENTIAL.
001220
001230 SELECT SORT-WORK ASSIGN TO "documents\XTRSORT.DAT".
001240
001250 SELECT SORTED-FILE ASSIGN TO "XTRSRTDDAT"
001260 ORGANIZATION IS LINE SEQUENTIAL.
001270
001280 SELECT OUT-FILE ASSIGN TO "XTROUT"
001290 ORGANIZATION IS LINE SEQUENTIAL
001300 FILE STATUS IS ws-out-status.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD QUERY-FILE.
001350 01  QUERY-LINE                      PIC X(500).
001360
001370 FD PHONEFILE.
001380     COPY PHONEREC.
001390
001400 FD LOCFILE.
001410     COPY LOCREC.
001420
001430 FD EMERFILE.
001440     COPY EMERREC.
001450
001460 FD PARTFILE.
001470     COPY PARTREC.
001480
001490 FD FUNDBAL-FILE.
001500     COPY FUNDBREC.
001510
001520 FD LOANFILE.
001530     COPY LOANREC.
001540
001550 FD BENEFILE.
001560     COPY BENEREC.
001570
001580 FD DEPTFILE.
001590     COPY DEPTREC.
001600
001610 FD POSNFILE.
001620     COPY POSNREC.
001630
001640 FD DEVFILE.
001650     COPY DEVREC.
001660
001670 FD OPERFILE.
001680     COPY OPERREC.
001690
001700 FD SENSPOL-FILE.
001710     COPY SPOLREC.
001720
001730 FD VLOG-FILE.
001740     COPY VLOGREC.
001750
001760 FD WORK-FILE.
001770 01  WORK-REC.
001780     05  WK-KEY-1                    PIC X(30).
001790     05  WK-KEY-2                    PIC X(30).
001800     05  WK-SEQ                      PIC 9(07).
001810     05  WK-COLUMN                   PIC X(30) OCCURS 10 TIMES.
001820
001830 SD SORT-WORK.
001840 01  SORT-REC.
001850     05  SR-KEY-1                    PIC X(30).
001860     05  SR-KEY-2                    PIC X(30).
001870     05  SR-SEQ                      PIC 9(07).
001880     05  SR-COLUMN                   PIC X(30) OCCURS 10 TIMES.
001890
001900 FD SORTED-FILE.
001910 01  SORTED-REC.
001920     05  SRT-KEY-1                   PIC X(30).
001930     05  SRT-KEY-2                   PIC X(30).
001940     05  SRT-SEQ                     PIC 9(07).
001950     05  SRT-COLUMN                  PIC X(30) OCCURS 10 TIMES.
001960
001970 FD OUT-FILE.
001980 01  OUT-LINE                        PIC X(350).
001990
002000 WORKING-STORAGE SECTION.
002010     COPY XQRYREC.
002020     COPY DICTTAB.
002030     COPY SENSTAB.
002040     COPY RPTHEAD.
002050
002060 01  ws-query-status                 pic x(02).
002070 01  ws-io-status                    pic x(02).
002080 01  ws-oper-status                  pic x(02).
002090 01  ws-spol-status                  pic x(02).
002100 01  ws-spol-eof                     pic x(01) value space.
002110 01  ws-vlog-status                  pic x(02).
002120 01  ws-out-status                   pic x(02).
002130 01  ws-query-eof                    pic x(01) value space.
002140 01  ws-sorted-eof                   pic x(01) value space.
002150 01  ws-primary-eof                  pic x(01) value space.
002160 01  ws-datadir                      pic x(40)
002170     value "documents".
002180 01  ws-out-path                     pic x(60) value spaces.
002190 01  ws-run-date                     pic 9(08) value zero.
002200 01  ws-query-name                   pic x(08) value spaces.
002210 01  ws-unattended                   pic x(01) value "N".
002220 01  ws-operator-id                  pic x(08) value spaces.
002230 01  ws-sign-password                pic x(08) value spaces.
002240 01  ws-run-authority                pic 9(01) value 2.
002250 01  ws-run-count                    pic 9(03) value zero.
002260 01  ws-refused-count                pic 9(03) value zero.
002270 01  ws-read-count                   pic 9(07) value zero.
002280 01  ws-select-count                 pic 9(07) value zero.
002290 01  ws-masked-any                   pic x(01) value "N".
002300 01  ws-item-used-flags.
002310     05  ws-item-used                pic x(01) occurs 5 times.
002320 01  ws-item-count                   pic 9(01) value zero.
002330 01  ws-sens-found                   pic 9(02) comp value zero.
002340
002350*--------------------------------
002360* Query check and resolution - the same working fields as
002370* xtrdef.cbl, which runs the same check.
002380*--------------------------------
002390 01  ws-query-error                  pic x(60) value spaces.
002400 01  ws-slot-count                   pic 9(01) comp value zero.
002410 01  ws-slot-table.
002420     05  ws-slot-entry               occurs 3 times.
002430         10  ws-slot-file            pic x(05).
002440         10  ws-slot-fx              pic 9(02).
002450         10  ws-slot-source-at       pic 9(03).
002460         10  ws-slot-key-at          pic 9(03).
002470         10  ws-slot-key-length      pic 9(02).
002480         10  ws-slot-mode            pic x(01).
002490 01  ws-col-count                    pic 9(02) comp value zero.
002500 01  ws-col-table.
002510     05  ws-col-entry                occurs 10 times.
002520         10  ws-col-dx               pic 9(03) comp.
002530         10  ws-col-slot             pic 9(01) comp.
002540 01  ws-cond-count                   pic 9(01) comp value zero.
002550 01  ws-cond-table.
002560     05  ws-cond-entry               occurs 5 times.
002570         10  ws-cond-dx              pic 9(03) comp.
002580         10  ws-cond-slot            pic 9(01) comp.
002590         10  ws-cond-ix              pic 9(01) comp.
002600 01  ws-sort-count                   pic 9(01) comp value zero.
002610 01  ws-sort-table.
002620     05  ws-sort-entry               occurs 2 times.
002630         10  ws-sort-dx              pic 9(03) comp.
002640         10  ws-sort-slot            pic 9(01) comp.
002650         10  ws-sort-dir             pic x(01).
002660 01  ws-find-code                    pic x(05) value spaces.
002670 01  ws-find-fx                      pic 9(02) comp value zero.
002680 01  ws-find-dx                      pic 9(03) comp value zero.
002690 01  ws-find-slot                    pic 9(01) comp value zero.
002700 01  ws-dict-sub                     pic 9(03) comp value zero.
002710 01  ws-check-field                  pic x(18) value spaces.
002720 01  ws-check-op                     pic x(02) value spaces.
002730     88  ws-op-valid                 value "EQ" "NE" "GT" "LT"
002740                                           "GE" "LE" "CT".
002750 01  ws-source-at                    pic 9(03) value zero.
002760 01  ws-key-at                       pic 9(03) value zero.
002770 01  ws-key-length                   pic 9(02) value zero.
002780 01  ws-join-sub                     pic 9(01) comp value zero.
002790 01  ws-q-sub                        pic 9(02) comp value zero.
002800
002810*--------------------------------
002820* The record in hand for each file the query reads, slot 1
002830* the file read end to end, and the totals an S join keeps -
002840* room for the dictionary to grow to 150 fields.
002850*--------------------------------
002860 01  ws-slot-state-table.
002870     05  ws-slot-state               occurs 3 times.
002880         10  ws-slot-open            pic x(01).
002890         10  ws-slot-found           pic x(01).
002900         10  ws-slot-rec             pic x(150).
002910 01  ws-total-table.
002920     05  ws-field-total              pic s9(15)v99 comp-3
002930                                     occurs 150 times.
002940 01  ws-slot-sub                     pic 9(01) comp value zero.
002950 01  ws-join-key                     pic x(10) value spaces.
002960
002970 01  ws-io-fx                        pic 9(02) comp value zero.
002980 01  ws-io-key                       pic x(10) value spaces.
002990 01  ws-io-eof                       pic x(01) value space.
003000 01  ws-io-rec                       pic x(150) value spaces.
003010
003020*--------------------------------
003030* One field's value, as picked up by get-field-value.
003040*--------------------------------
003050 01  ws-fv-dx                        pic 9(03) comp value zero.
003060 01  ws-fv-slot                      pic 9(01) comp value zero.
003070 01  ws-fv-masked                    pic x(01) value "N".
003080 01  ws-raw-value                    pic x(30) value spaces.
003090 01  ws-val-text                     pic x(30) value spaces.
003100 01  ws-sort-value                   pic x(30) value spaces.
003110 01  ws-val-num                      pic s9(15)v99 comp-3
003120                                     value zero.
003130 01  ws-num-digits                   pic x(18) value zeros.
003140 01  ws-num-int  redefines ws-num-digits
003150                                     pic 9(18).
003160 01  ws-num-key                      pic 9(16)v99 value zero.
003170 01  ws-num-key-x  redefines ws-num-key
003180                                     pic x(18).
003190 01  ws-amt-edit                     pic z(11)9.99.
003200 01  ws-date-9                       pic 9(08) value zero.
003210
003220 01  ws-row-selected                 pic x(01) value "Y".
003230 01  ws-cx                           pic 9(02) comp value zero.
003240 01  ws-cmp-left                     pic x(30) value spaces.
003250 01  ws-cmp-right                    pic x(30) value spaces.
003260 01  ws-cmp-num                      pic s9(15)v99 comp-3
003270                                     value zero.
003280 01  ws-cmp-result                   pic x(01) value space.
003290 01  ws-val-len                      pic 9(02) comp value zero.
003300 01  ws-tally                        pic 9(04) comp value zero.
003310
003320*--------------------------------
003330* Output building.
003340*--------------------------------
003350 01  ws-wide-line                    pic x(350) value spaces.
003360 01  ws-line-ptr                     pic 9(03) comp value 1.
003370 01  ws-print-col-table.
003380     05  ws-print-col                occurs 10 times.
003390         10  ws-col-width            pic 9(02).
003400         10  ws-col-pos              pic 9(03).
003410 01  ws-width                        pic 9(02) value zero.
003420 01  ws-page-number                  pic 9(04) value zero.
003430 01  ws-lines-on-page                pic 9(02) value zero.
003440 01  ws-max-lines                    pic 9(02) value 55.
003450 01  ws-out-count                    pic 9(07) value zero.
003460 01  ws-comma-count                  pic 9(02) comp value zero.
003470 01  ws-trailer-line.
003480     05  FILLER                      pic x(14)
003490         value "RECORDS READ: ".
003500     05  ws-tr-read                  pic z(06)9.
003510     05  FILLER                      pic x(14)
003520         value "   SELECTED: ".
003530     05  ws-tr-selected              pic z(06)9.
003540 01  ws-disp-count                   pic z(06)9.
003550
003560 PROCEDURE DIVISION.
003570 PROGRAM-BEGIN.
003580     CALL "shopcfg"
003590         ON EXCEPTION
003600             DISPLAY "shopcfg not found - default "
003610                 "file locations in effect"
003620     END-CALL.
003630     ACCEPT ws-run-date FROM DATE YYYYMMDD.
003640     ACCEPT ws-datadir FROM ENVIRONMENT "SHOP_DATADIR".
003650     IF ws-datadir = SPACES
003660         MOVE "documents" TO ws-datadir
003670     END-IF.
003680     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
003690         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
003700     ACCEPT ws-query-name FROM ENVIRONMENT "XTRRUN_QUERY".
003710     IF ws-query-name = SPACES
003720         PERFORM RUN-SIGN-ON
003730         PERFORM ASK-QUERY-NAME
003740     ELSE
003750         MOVE "Y" TO ws-unattended
003760     END-IF.
003770     INSPECT ws-query-name
003780         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003790                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003800     PERFORM LOAD-SENSITIVE-POLICY.
003810     OPEN INPUT QUERY-FILE.
003820     IF ws-query-status = "00"
003830         MOVE SPACE TO ws-query-eof
003840         PERFORM RUN-NEXT-QUERY UNTIL ws-query-eof = "y"
003850         CLOSE QUERY-FILE
003860     END-IF.
003870     IF ws-run-count = ZERO AND ws-query-name NOT = "*NIGHTLY"
003880         DISPLAY "No saved query named " ws-query-name "."
003890         MOVE 8 TO RETURN-CODE
003900     END-IF.
003910     IF ws-refused-count > ZERO
003920         MOVE 8 TO RETURN-CODE
003930     END-IF.
003940     DISPLAY "Extract run complete - " ws-run-count
003950         " queries run, " ws-refused-count " not run.".
003960     STOP RUN.
003970
003980 RUN-SIGN-ON.
003990*--------------------------------
004000* At the prompt the operator signs on with a password, the
004010* way phonedump's CSV export does; a blank ID, an unknown or
004020* locked one, or a wrong password sees no sensitive fields.
004030*--------------------------------
004040     MOVE 2 TO ws-run-authority.
004050     OPEN INPUT OPERFILE.
004060     IF ws-oper-status = "00"
004070         MOVE 1 TO ws-run-authority
004080         DISPLAY "Operator ID (blank = sensitive fields "
004090             "blanked): " WITH NO ADVANCING
004100         ACCEPT ws-operator-id
004110         IF ws-operator-id NOT = SPACES
004120             DISPLAY "Password: " WITH NO ADVANCING
004130             ACCEPT ws-sign-password
004140             MOVE ws-operator-id TO OPER-ID
004150             READ OPERFILE
004160                 INVALID KEY
004170                     DISPLAY "Unknown operator - sensitive "
004180                         "fields blanked."
004190                 NOT INVALID KEY
004200                     IF NOT OPER-IS-LOCKED
004210                         AND OPER-PASSWORD = ws-sign-password
004220                         MOVE OPER-AUTHORITY TO ws-run-authority
004230                     ELSE
004240                         DISPLAY "Operator not verified - "
004250                             "sensitive fields blanked."
004260                     END-IF
004270             END-READ
004280         END-IF
004290         CLOSE OPERFILE
004300     END-IF.
004310     IF ws-operator-id = SPACES
004320         MOVE "SYSTEM  " TO ws-operator-id
004330     END-IF.
004340
004350 ASK-QUERY-NAME.
004360     DISPLAY "Query name (blank lists them): " WITH NO ADVANCING.
004370     ACCEPT ws-query-name.
004380     IF ws-query-name = SPACES
004390         PERFORM LIST-QUERIES
004400         DISPLAY "Query name: " WITH NO ADVANCING
004410         ACCEPT ws-query-name
004420     END-IF.
004430
004440 LIST-QUERIES.
004450     OPEN INPUT QUERY-FILE.
004460     IF ws-query-status NOT = "00"
004470         DISPLAY "  (no extract queries on file)"
004480     ELSE
004490         MOVE SPACE TO ws-query-eof
004500         PERFORM LIST-ONE-QUERY UNTIL ws-query-eof = "y"
004510         CLOSE QUERY-FILE
004520     END-IF.
004530
004540 LIST-ONE-QUERY.
004550     READ QUERY-FILE
004560         AT END MOVE "y" TO ws-query-eof
004570     END-READ.
004580     IF ws-query-eof NOT = "y" AND QUERY-LINE NOT = SPACES
004590         MOVE QUERY-LINE TO XQ-REC
004600         DISPLAY "  " XQ-NAME " " XQ-FILE " " XQ-TITLE
004610     END-IF.
004620
004630 RUN-NEXT-QUERY.
004640     READ QUERY-FILE
004650         AT END MOVE "y" TO ws-query-eof
004660     END-READ.
004670     IF ws-query-eof NOT = "y" AND QUERY-LINE NOT = SPACES
004680         MOVE QUERY-LINE TO XQ-REC
004690         IF XQ-NAME = ws-query-name
004700             OR (ws-query-name = "*NIGHTLY" AND XQ-NIGHTLY)
004710             ADD 1 TO ws-run-count
004720             PERFORM RUN-ONE-QUERY
004730         END-IF
004740     END-IF.
004750
004760 RUN-ONE-QUERY.
004770     DISPLAY "Query " XQ-NAME " - " XQ-TITLE.
004780     PERFORM CHECK-QUERY.
004790     IF ws-query-error = SPACES
004800         PERFORM SET-QUERY-AUTHORITY
004810         PERFORM CHECK-MASKED-SELECTION
004820     END-IF.
004830     IF ws-query-error = SPACES
004840         PERFORM EXTRACT-QUERY-ROWS
004850     END-IF.
004860     IF ws-query-error = SPACES
004870         PERFORM SORT-QUERY-ROWS
004880         PERFORM WRITE-QUERY-OUTPUT
004890         PERFORM LOG-QUERY-VIEW
004900         DISPLAY "  " ws-read-count " read, " ws-select-count
004910             " selected - " FUNCTION TRIM(ws-out-path)
004920     ELSE
004930         DISPLAY "  not run - " FUNCTION TRIM(ws-query-error)
004940         ADD 1 TO ws-refused-count
004950     END-IF.
004960
004970 SET-QUERY-AUTHORITY.
004980*--------------------------------
004990* An unattended run is for the query's owner, at the owner's
005000* level on the operator master - level 1 when the owner is
005010* gone or locked out.  Masking is then set from the policy.
005020*--------------------------------
005030     IF ws-unattended = "Y"
005040         MOVE XQ-OWNER TO ws-operator-id
005050         MOVE 2 TO SENS-AUTHORITY
005060         OPEN INPUT OPERFILE
005070         IF ws-oper-status = "00"
005080             MOVE 1 TO SENS-AUTHORITY
005090             MOVE XQ-OWNER TO OPER-ID
005100             READ OPERFILE
005110                 INVALID KEY
005120                     CONTINUE
005130                 NOT INVALID KEY
005140                     IF NOT OPER-IS-LOCKED
005150                         MOVE OPER-AUTHORITY TO SENS-AUTHORITY
005160                     END-IF
005170             END-READ
005180             CLOSE OPERFILE
005190         END-IF
005200     ELSE
005210         MOVE ws-run-authority TO SENS-AUTHORITY
005220     END-IF.
005230     MOVE ZERO TO SENS-SUB.
005240     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
005250
005260 CHECK-MASKED-SELECTION.
005270*--------------------------------
005280* Selecting or sorting on a field the run may not see would
005290* give it away, so such a query is not run at all.  The
005300* policy items behind the columns are noted for the view log.
005310*--------------------------------
005320     MOVE SPACES TO ws-item-used-flags.
005330     MOVE ZERO TO ws-cx.
005340     PERFORM NOTE-ONE-COLUMN-ITEM ws-col-count TIMES.
005350     MOVE ZERO TO ws-cx.
005360     PERFORM CHECK-ONE-MASKED-COND ws-cond-count TIMES.
005370     MOVE ZERO TO ws-cx.
005380     PERFORM CHECK-ONE-MASKED-SORT ws-sort-count TIMES.
005390
005400 NOTE-ONE-COLUMN-ITEM.
005410     ADD 1 TO ws-cx.
005420     MOVE ws-col-dx(ws-cx) TO ws-fv-dx.
005430     PERFORM FIND-SENS-ITEM.
005440     IF SENS-SUB NOT = ZERO
005450         MOVE "Y" TO ws-item-used(SENS-SUB)
005460     END-IF.
005470
005480 CHECK-ONE-MASKED-COND.
005490     ADD 1 TO ws-cx.
005500     MOVE ws-cond-dx(ws-cx) TO ws-fv-dx.
005510     PERFORM CHECK-ONE-MASKED-FIELD.
005520
005530 CHECK-ONE-MASKED-SORT.
005540     ADD 1 TO ws-cx.
005550     MOVE ws-sort-dx(ws-cx) TO ws-fv-dx.
005560     PERFORM CHECK-ONE-MASKED-FIELD.
005570
005580 CHECK-ONE-MASKED-FIELD.
005590     PERFORM FIND-SENS-ITEM.
005600     IF SENS-SUB NOT = ZERO AND ws-query-error = SPACES
005610         IF SENS-SHOW(SENS-SUB) NOT = "Y"
005620             STRING "selects or sorts on " DELIMITED BY SIZE
005630                 DD-FIELD(ws-fv-dx) DELIMITED BY SPACE
005640                 ", masked for " ws-operator-id
005650                 DELIMITED BY SIZE INTO ws-query-error
005660         END-IF
005670     END-IF.
005680
005690 FIND-SENS-ITEM.
005700*--------------------------------
005710* Leaves SENS-SUB at the policy item that masks field
005720* ws-fv-dx, or zero when nothing masks it.
005730*--------------------------------
005740     MOVE ZERO TO ws-sens-found.
005750     MOVE ZERO TO SENS-SUB.
005760     IF DD-SENS-ITEM(ws-fv-dx) NOT = SPACES
005770         PERFORM CHECK-ONE-SENS-ITEM SENS-ITEM-COUNT TIMES
005780     END-IF.
005790     MOVE ws-sens-found TO SENS-SUB.
005800
005810 CHECK-ONE-SENS-ITEM.
005820     ADD 1 TO SENS-SUB.
005830     IF SENS-ITEM(SENS-SUB) = DD-SENS-ITEM(ws-fv-dx)
005840         AND ws-sens-found = ZERO
005850         MOVE SENS-SUB TO ws-sens-found
005860     END-IF.
005870
005880 EXTRACT-QUERY-ROWS.
005890*--------------------------------
005900* Reads the query's file end to end into the work file; the
005910* joined files are opened alongside it, and one that will not
005920* open just leaves its columns blank.
005930*--------------------------------
005940     MOVE ZERO TO ws-read-count.
005950     MOVE ZERO TO ws-select-count.
005960     MOVE "N" TO ws-masked-any.
005970     MOVE SPACES TO ws-slot-state-table.
005980     MOVE ws-slot-fx(1) TO ws-io-fx.
005990     PERFORM OPEN-DATA-FILE.
006000     IF ws-io-status NOT = "00"
006010         STRING DF-CODE(ws-io-fx) DELIMITED BY SPACE
006020             " file not available, status " ws-io-status
006030             DELIMITED BY SIZE INTO ws-query-error
006040     ELSE
006050         MOVE "Y" TO ws-slot-open(1)
006060         MOVE "Y" TO ws-slot-found(1)
006070         MOVE 1 TO ws-slot-sub
006080         PERFORM OPEN-ONE-JOIN-FILE
006090             UNTIL ws-slot-sub NOT < ws-slot-count
006100         OPEN OUTPUT WORK-FILE
006110         MOVE ws-slot-fx(1) TO ws-io-fx
006120         MOVE SPACES TO ws-io-key
006130         PERFORM START-DATA-FILE
006140         MOVE ws-io-eof TO ws-primary-eof
006150         IF ws-primary-eof NOT = "y"
006160             PERFORM READ-PRIMARY-RECORD
006170         END-IF
006180         PERFORM PROCESS-ONE-RECORD
006190             UNTIL ws-primary-eof = "y"
006200         CLOSE WORK-FILE
006210         MOVE ZERO TO ws-slot-sub
006220         PERFORM CLOSE-ONE-SLOT-FILE ws-slot-count TIMES
006230     END-IF.
006240
006250 OPEN-ONE-JOIN-FILE.
006260     ADD 1 TO ws-slot-sub.
006270     MOVE ws-slot-fx(ws-slot-sub) TO ws-io-fx.
006280     PERFORM OPEN-DATA-FILE.
006290     IF ws-io-status = "00"
006300         MOVE "Y" TO ws-slot-open(ws-slot-sub)
006310     ELSE
006320         MOVE "N" TO ws-slot-open(ws-slot-sub)
006330         DISPLAY "  " ws-slot-file(ws-slot-sub)
006340             " file not available - its columns are blank"
006350     END-IF.
006360
006370 CLOSE-ONE-SLOT-FILE.
006380     ADD 1 TO ws-slot-sub.
006390     IF ws-slot-open(ws-slot-sub) = "Y"
006400         MOVE ws-slot-fx(ws-slot-sub) TO ws-io-fx
006410         PERFORM CLOSE-DATA-FILE
006420     END-IF.
006430
006440 READ-PRIMARY-RECORD.
006450     MOVE ws-slot-fx(1) TO ws-io-fx.
006460     PERFORM READ-NEXT-DATA-FILE.
006470     MOVE ws-io-eof TO ws-primary-eof.
006480     MOVE ws-io-rec TO ws-slot-rec(1).
006490
006500 PROCESS-ONE-RECORD.
006510     ADD 1 TO ws-read-count.
006520     INITIALIZE ws-total-table.
006530     MOVE 1 TO ws-slot-sub.
006540     PERFORM LOOKUP-ONE-JOIN
006550         UNTIL ws-slot-sub NOT < ws-slot-count.
006560     MOVE "Y" TO ws-row-selected.
006570     MOVE ZERO TO ws-cx.
006580     PERFORM TEST-ONE-CONDITION ws-cond-count TIMES.
006590     IF ws-row-selected = "Y"
006600         ADD 1 TO ws-select-count
006610         PERFORM BUILD-WORK-ROW
006620         WRITE WORK-REC
006630     END-IF.
006640     PERFORM READ-PRIMARY-RECORD.
006650
006660 LOOKUP-ONE-JOIN.
006670*--------------------------------
006680* The key is taken from where the primary record carries it;
006690* a blank or zero key finds nothing.  An S join runs on
006700* through every record under the key, totalling its amounts;
006710* the other fields come from the first record found.
006720*--------------------------------
006730     ADD 1 TO ws-slot-sub.
006740     MOVE SPACES TO ws-slot-rec(ws-slot-sub).
006750     MOVE "N" TO ws-slot-found(ws-slot-sub).
006760     MOVE SPACES TO ws-join-key.
006770     MOVE ws-slot-rec(1)(ws-slot-source-at(ws-slot-sub):
006780         ws-slot-key-length(ws-slot-sub)) TO ws-join-key.
006790     IF ws-slot-open(ws-slot-sub) = "Y"
006800         AND ws-join-key NOT = SPACES
006810         AND ws-join-key NOT = "000000"
006820         MOVE ws-slot-fx(ws-slot-sub) TO ws-io-fx
006830         MOVE ws-join-key TO ws-io-key
006840         PERFORM START-DATA-FILE
006850         IF ws-io-eof NOT = "y"
006860             PERFORM READ-NEXT-DATA-FILE
006870         END-IF
006880         IF ws-io-eof NOT = "y"
006890             AND ws-io-rec(ws-slot-key-at(ws-slot-sub):
006900                 ws-slot-key-length(ws-slot-sub))
006910               = ws-join-key(1:ws-slot-key-length(ws-slot-sub))
006920             MOVE "Y" TO ws-slot-found(ws-slot-sub)
006930             MOVE ws-io-rec TO ws-slot-rec(ws-slot-sub)
006940             IF ws-slot-mode(ws-slot-sub) = "S"
006950                 PERFORM ADD-JOIN-TOTALS
006960                     UNTIL ws-io-eof = "y"
006970                     OR ws-io-rec(ws-slot-key-at(ws-slot-sub):
006980                         ws-slot-key-length(ws-slot-sub))
006990                    NOT = ws-join-key(1:
007000                         ws-slot-key-length(ws-slot-sub))
007010             END-IF
007020         END-IF
007030     END-IF.
007040
007050 ADD-JOIN-TOTALS.
007060     MOVE ZERO TO ws-dict-sub.
007070     PERFORM ADD-ONE-FIELD-TOTAL DICT-FIELD-COUNT TIMES.
007080     PERFORM READ-NEXT-DATA-FILE.
007090
007100 ADD-ONE-FIELD-TOTAL.
007110     ADD 1 TO ws-dict-sub.
007120     IF DD-FILE(ws-dict-sub) = ws-slot-file(ws-slot-sub)
007130         AND DD-TYPE(ws-dict-sub) = "A"
007140         MOVE ws-dict-sub TO ws-fv-dx
007150         MOVE ws-io-rec(DD-OFFSET(ws-dict-sub):
007160             DD-LENGTH(ws-dict-sub)) TO ws-raw-value
007170         PERFORM GET-NUMBER
007180         ADD ws-val-num TO ws-field-total(ws-dict-sub)
007190     END-IF.
007200
007210 TEST-ONE-CONDITION.
007220*--------------------------------
007230* Text is compared without regard to case; numbers, amounts,
007240* and dates by value, the condition value keyed as digits
007250* with a decimal point where the field has one.
007260*--------------------------------
007270     ADD 1 TO ws-cx.
007280     IF ws-row-selected = "Y"
007290         MOVE ws-cond-dx(ws-cx)   TO ws-fv-dx
007300         MOVE ws-cond-slot(ws-cx) TO ws-fv-slot
007310         MOVE ws-cond-ix(ws-cx)   TO ws-q-sub
007320         PERFORM GET-FIELD-VALUE
007330         IF DD-TYPE(ws-fv-dx) = "X" OR DD-TYPE(ws-fv-dx) = "F"
007340             PERFORM COMPARE-TEXT
007350         ELSE
007360             PERFORM COMPARE-NUMBER
007370         END-IF
007380         EVALUATE XQ-COND-OP(ws-q-sub)
007390             WHEN "EQ"
007400                 IF ws-cmp-result NOT = "="
007410                     MOVE "N" TO ws-row-selected
007420                 END-IF
007430             WHEN "NE"
007440                 IF ws-cmp-result = "="
007450                     MOVE "N" TO ws-row-selected
007460                 END-IF
007470             WHEN "GT"
007480                 IF ws-cmp-result NOT = ">"
007490                     MOVE "N" TO ws-row-selected
007500                 END-IF
007510             WHEN "LT"
007520                 IF ws-cmp-result NOT = "<"
007530                     MOVE "N" TO ws-row-selected
007540                 END-IF
007550             WHEN "GE"
007560                 IF ws-cmp-result = "<"
007570                     MOVE "N" TO ws-row-selected
007580                 END-IF
007590             WHEN "LE"
007600                 IF ws-cmp-result = ">"
007610                     MOVE "N" TO ws-row-selected
007620                 END-IF
007630             WHEN "CT"
007640                 IF ws-cmp-result NOT = "C"
007650                     MOVE "N" TO ws-row-selected
007660                 END-IF
007670         END-EVALUATE
007680     END-IF.
007690
007700 COMPARE-TEXT.
007710     MOVE ws-raw-value TO ws-cmp-left.
007720     MOVE XQ-COND-VALUE(ws-q-sub) TO ws-cmp-right.
007730     INSPECT ws-cmp-left
007740         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007750                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007760     INSPECT ws-cmp-right
007770         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007780                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007790     EVALUATE TRUE
007800         WHEN XQ-COND-OP(ws-q-sub) = "CT"
007810             MOVE "C" TO ws-cmp-result
007820             IF ws-cmp-right NOT = SPACES
007830                 MOVE 30 TO ws-val-len
007840                 PERFORM SHORTEN-CMP-RIGHT
007850                     UNTIL ws-cmp-right(ws-val-len:1) NOT = SPACE
007860                 MOVE ZERO TO ws-tally
007870                 INSPECT ws-cmp-left TALLYING ws-tally
007880                     FOR ALL ws-cmp-right(1:ws-val-len)
007890                 IF ws-tally = ZERO
007900                     MOVE "N" TO ws-cmp-result
007910                 END-IF
007920             END-IF
007930         WHEN ws-cmp-left < ws-cmp-right
007940             MOVE "<" TO ws-cmp-result
007950         WHEN ws-cmp-left > ws-cmp-right
007960             MOVE ">" TO ws-cmp-result
007970         WHEN OTHER
007980             MOVE "=" TO ws-cmp-result
007990     END-EVALUATE.
008000
008010 SHORTEN-CMP-RIGHT.
008020     SUBTRACT 1 FROM ws-val-len.
008030
008040 COMPARE-NUMBER.
008050     MOVE ZERO TO ws-cmp-num.
008060     IF XQ-COND-VALUE(ws-q-sub) NOT = SPACES
008070         COMPUTE ws-cmp-num =
008080             FUNCTION NUMVAL(XQ-COND-VALUE(ws-q-sub))
008090     END-IF.
008100     EVALUATE TRUE
008110         WHEN ws-val-num < ws-cmp-num
008120             MOVE "<" TO ws-cmp-result
008130         WHEN ws-val-num > ws-cmp-num
008140             MOVE ">" TO ws-cmp-result
008150         WHEN OTHER
008160             MOVE "=" TO ws-cmp-result
008170     END-EVALUATE.
008180
008190 BUILD-WORK-ROW.
008200     MOVE SPACES TO WORK-REC.
008210     MOVE ws-read-count TO WK-SEQ.
008220     MOVE ZERO TO ws-cx.
008230     PERFORM BUILD-ONE-SORT-KEY ws-sort-count TIMES.
008240     MOVE ZERO TO ws-cx.
008250     PERFORM BUILD-ONE-COLUMN ws-col-count TIMES.
008260
008270 BUILD-ONE-SORT-KEY.
008280     ADD 1 TO ws-cx.
008290     MOVE ws-sort-dx(ws-cx)   TO ws-fv-dx.
008300     MOVE ws-sort-slot(ws-cx) TO ws-fv-slot.
008310     PERFORM GET-FIELD-VALUE.
008320     IF ws-cx = 1
008330         MOVE ws-sort-value TO WK-KEY-1
008340     ELSE
008350         MOVE ws-sort-value TO WK-KEY-2
008360     END-IF.
008370
008380 BUILD-ONE-COLUMN.
008390     ADD 1 TO ws-cx.
008400     MOVE ws-col-dx(ws-cx)   TO ws-fv-dx.
008410     MOVE ws-col-slot(ws-cx) TO ws-fv-slot.
008420     PERFORM GET-FIELD-VALUE.
008430     MOVE ws-val-text TO WK-COLUMN(ws-cx).
008440     IF ws-fv-masked = "Y"
008450         MOVE "Y" TO ws-masked-any
008460     END-IF.
008470
008480 GET-FIELD-VALUE.
008490*--------------------------------
008500* Picks field ws-fv-dx out of slot ws-fv-slot's record: the
008510* raw bytes, the value as a number, the text written out, and
008520* the form it sorts by (numbers zero-filled).  A joined file
008530* with nothing found gives blanks, or N for its found flag;
008540* an S join's amounts are its totals.
008550*--------------------------------
008560     MOVE SPACES TO ws-raw-value.
008570     MOVE SPACES TO ws-val-text.
008580     MOVE ZERO   TO ws-val-num.
008590     MOVE "N"    TO ws-fv-masked.
008600     IF DD-TYPE(ws-fv-dx) = "F"
008610         MOVE ws-slot-found(ws-fv-slot) TO ws-raw-value
008620     ELSE
008630     IF ws-slot-found(ws-fv-slot) = "Y"
008640         MOVE ws-slot-rec(ws-fv-slot)(DD-OFFSET(ws-fv-dx):
008650             DD-LENGTH(ws-fv-dx)) TO ws-raw-value
008660     END-IF
008670     END-IF.
008680     EVALUATE DD-TYPE(ws-fv-dx)
008690         WHEN "X"
008700         WHEN "F"
008710             MOVE ws-raw-value TO ws-val-text
008720             MOVE ws-raw-value TO ws-sort-value
008730         WHEN OTHER
008740             PERFORM GET-NUMBER
008750             IF DD-TYPE(ws-fv-dx) = "A"
008760                 AND ws-slot-mode(ws-fv-slot) = "S"
008770                 MOVE ws-field-total(ws-fv-dx) TO ws-val-num
008780             END-IF
008790             MOVE ws-val-num TO ws-num-key
008800             MOVE ws-num-key-x TO ws-sort-value
008810             PERFORM FORMAT-NUMBER
008820     END-EVALUATE.
008830     IF DD-SENS-ITEM(ws-fv-dx) NOT = SPACES
008840         PERFORM FIND-SENS-ITEM
008850         IF SENS-SUB NOT = ZERO
008860             IF SENS-SHOW(SENS-SUB) NOT = "Y"
008870                 MOVE SPACES TO ws-val-text
008880                 MOVE "Y" TO ws-fv-masked
008890             END-IF
008900         END-IF
008910     END-IF.
008920
008930 GET-NUMBER.
008940     MOVE ZERO TO ws-val-num.
008950     MOVE ALL "0" TO ws-num-digits.
008960     MOVE ws-raw-value(1:DD-LENGTH(ws-fv-dx))
008970         TO ws-num-digits(19 - DD-LENGTH(ws-fv-dx):
008980             DD-LENGTH(ws-fv-dx)).
008990     IF ws-num-digits IS NUMERIC
009000         COMPUTE ws-val-num =
009010             ws-num-int / (10 ** DD-DECIMALS(ws-fv-dx))
009020     END-IF.
009030
009040 FORMAT-NUMBER.
009050     EVALUATE TRUE
009060         WHEN ws-slot-found(ws-fv-slot) NOT = "Y"
009070             MOVE SPACES TO ws-val-text
009080         WHEN DD-TYPE(ws-fv-dx) = "D"
009090             IF ws-val-num NOT = ZERO
009100                 MOVE ws-val-num TO ws-date-9
009110                 STRING ws-date-9(5:2) "/" ws-date-9(7:2) "/"
009120                     ws-date-9(1:4)
009130                     DELIMITED BY SIZE INTO ws-val-text
009140             END-IF
009150         WHEN DD-DECIMALS(ws-fv-dx) = ZERO
009160             MOVE ws-raw-value TO ws-val-text
009170         WHEN OTHER
009180             MOVE ws-val-num TO ws-amt-edit
009190             MOVE ws-amt-edit TO ws-val-text
009200     END-EVALUATE.
009210
009220 SORT-QUERY-ROWS.
009230*--------------------------------
009240* The row sequence number is the last key, so rows equal on
009250* the sort fields - or every row, with no sort fields - keep
009260* the order they were read in.
009270*--------------------------------
009280     IF ws-sort-count < 1
009290         MOVE "A" TO ws-sort-dir(1)
009300     END-IF.
009310     IF ws-sort-count < 2
009320         MOVE "A" TO ws-sort-dir(2)
009330     END-IF.
009340     EVALUATE ws-sort-dir(1) ALSO ws-sort-dir(2)
009350         WHEN "A" ALSO "A"
009360             SORT SORT-WORK
009370                 ON ASCENDING KEY SR-KEY-1 SR-KEY-2 SR-SEQ
009380                 USING WORK-FILE
009390                 GIVING SORTED-FILE
009400         WHEN "A" ALSO "D"
009410             SORT SORT-WORK
009420                 ON ASCENDING KEY SR-KEY-1
009430                 ON DESCENDING KEY SR-KEY-2
009440                 ON ASCENDING KEY SR-SEQ
009450                 USING WORK-FILE
009460                 GIVING SORTED-FILE
009470         WHEN "D" ALSO "A"
009480             SORT SORT-WORK
009490                 ON DESCENDING KEY SR-KEY-1
009500                 ON ASCENDING KEY SR-KEY-2 SR-SEQ
009510                 USING WORK-FILE
009520                 GIVING SORTED-FILE
009530         WHEN OTHER
009540             SORT SORT-WORK
009550                 ON DESCENDING KEY SR-KEY-1 SR-KEY-2
009560                 ON ASCENDING KEY SR-SEQ
009570                 USING WORK-FILE
009580                 GIVING SORTED-FILE
009590     END-EVALUATE.
009600
009610 WRITE-QUERY-OUTPUT.
009620     MOVE SPACES TO ws-out-path.
009630     IF XQ-TO-CSV
009640         STRING FUNCTION TRIM(ws-datadir) "\"
009650             FUNCTION TRIM(XQ-NAME) ".CSV"
009660             DELIMITED BY SIZE INTO ws-out-path
009670     ELSE
009680         STRING FUNCTION TRIM(ws-datadir) "\"
009690             FUNCTION TRIM(XQ-NAME) ".PRT"
009700             DELIMITED BY SIZE INTO ws-out-path
009710     END-IF.
009720     SET ENVIRONMENT "DD_XTROUT" TO ws-out-path.
009730     OPEN OUTPUT OUT-FILE.
009740     OPEN INPUT SORTED-FILE.
009750     MOVE SPACE TO ws-sorted-eof.
009760     MOVE ZERO TO ws-out-count.
009770     IF XQ-TO-CSV
009780         PERFORM WRITE-CSV-HEADER
009790     ELSE
009800         PERFORM SET-PRINT-COLUMNS
009810         MOVE XQ-TITLE TO RPT-TITLE
009820         MOVE ZERO TO ws-page-number
009830         MOVE ZERO TO ws-lines-on-page
009840     END-IF.
009850     READ SORTED-FILE
009860         AT END MOVE "y" TO ws-sorted-eof
009870     END-READ.
009880     PERFORM WRITE-ONE-OUTPUT-ROW UNTIL ws-sorted-eof = "y".
009890     IF NOT XQ-TO-CSV
009900         PERFORM WRITE-PRINT-TRAILER
009910     END-IF.
009920     CLOSE SORTED-FILE.
009930     CLOSE OUT-FILE.
009940
009950 WRITE-ONE-OUTPUT-ROW.
009960     IF XQ-TO-CSV
009970         PERFORM WRITE-CSV-ROW
009980     ELSE
009990         IF ws-lines-on-page = ZERO
010000             OR ws-lines-on-page > ws-max-lines
010010             PERFORM PRINT-HEADINGS
010020         END-IF
010030         PERFORM PRINT-ROW
010040     END-IF.
010050     ADD 1 TO ws-out-count.
010060     READ SORTED-FILE
010070         AT END MOVE "y" TO ws-sorted-eof
010080     END-READ.
010090
010100 WRITE-CSV-HEADER.
010110     MOVE SPACES TO ws-wide-line.
010120     MOVE 1 TO ws-line-ptr.
010130     MOVE ZERO TO ws-cx.
010140     PERFORM ADD-ONE-CSV-HEADING ws-col-count TIMES.
010150     WRITE OUT-LINE FROM ws-wide-line.
010160
010170 ADD-ONE-CSV-HEADING.
010180     ADD 1 TO ws-cx.
010190     IF ws-cx > 1
010200         STRING "," DELIMITED BY SIZE
010210             INTO ws-wide-line POINTER ws-line-ptr
010220     END-IF.
010230     STRING DD-FIELD(ws-col-dx(ws-cx)) DELIMITED BY SPACE
010240         INTO ws-wide-line POINTER ws-line-ptr.
010250
010260 WRITE-CSV-ROW.
010270     MOVE SPACES TO ws-wide-line.
010280     MOVE 1 TO ws-line-ptr.
010290     MOVE ZERO TO ws-cx.
010300     PERFORM ADD-ONE-CSV-VALUE ws-col-count TIMES.
010310     WRITE OUT-LINE FROM ws-wide-line.
010320
010330 ADD-ONE-CSV-VALUE.
010340*--------------------------------
010350* Values are trimmed; one with a comma in it is quoted.
010360*--------------------------------
010370     ADD 1 TO ws-cx.
010380     IF ws-cx > 1
010390         STRING "," DELIMITED BY SIZE
010400             INTO ws-wide-line POINTER ws-line-ptr
010410     END-IF.
010420     IF SRT-COLUMN(ws-cx) NOT = SPACES
010430         MOVE ZERO TO ws-comma-count
010440         INSPECT SRT-COLUMN(ws-cx) TALLYING ws-comma-count
010450             FOR ALL ","
010460         IF ws-comma-count > ZERO
010470             STRING '"' FUNCTION TRIM(SRT-COLUMN(ws-cx)) '"'
010480                 DELIMITED BY SIZE
010490                 INTO ws-wide-line POINTER ws-line-ptr
010500         ELSE
010510             STRING FUNCTION TRIM(SRT-COLUMN(ws-cx))
010520                 DELIMITED BY SIZE
010530                 INTO ws-wide-line POINTER ws-line-ptr
010540         END-IF
010550     END-IF.
010560
010570 SET-PRINT-COLUMNS.
010580*--------------------------------
010590* Each column is as wide as its value or its description,
010600* whichever is wider, two spaces apart.
010610*--------------------------------
010620     MOVE ZERO TO ws-cx.
010630     PERFORM SET-ONE-PRINT-COLUMN ws-col-count TIMES.
010640
010650 SET-ONE-PRINT-COLUMN.
010660     ADD 1 TO ws-cx.
010670     MOVE ws-col-dx(ws-cx) TO ws-fv-dx.
010680     EVALUATE TRUE
010690         WHEN DD-TYPE(ws-fv-dx) = "D"
010700             MOVE 10 TO ws-width
010710         WHEN DD-TYPE(ws-fv-dx) = "F"
010720             MOVE 1 TO ws-width
010730         WHEN DD-TYPE(ws-fv-dx) NOT = "X"
010740             AND DD-DECIMALS(ws-fv-dx) > ZERO
010750             MOVE 15 TO ws-width
010760         WHEN OTHER
010770             MOVE DD-LENGTH(ws-fv-dx) TO ws-width
010780     END-EVALUATE.
010790     IF FUNCTION LENGTH(FUNCTION TRIM(DD-DESC(ws-fv-dx)))
010800         > ws-width
010810         MOVE FUNCTION LENGTH(FUNCTION TRIM(DD-DESC(ws-fv-dx)))
010820             TO ws-width
010830     END-IF.
010840     IF ws-width > 30
010850         MOVE 30 TO ws-width
010860     END-IF.
010870     MOVE ws-width TO ws-col-width(ws-cx).
010880     IF ws-cx = 1
010890         MOVE 1 TO ws-col-pos(ws-cx)
010900     ELSE
010910         COMPUTE ws-col-pos(ws-cx) = ws-col-pos(ws-cx - 1)
010920             + ws-col-width(ws-cx - 1) + 2
010930     END-IF.
010940
010950 PRINT-HEADINGS.
010960     ADD 1 TO ws-page-number.
010970     MOVE ws-page-number TO RPT-PAGE-NUMBER.
010980     IF ws-out-count > ZERO
010990         WRITE OUT-LINE FROM SPACES
011000             AFTER ADVANCING PAGE
011010     END-IF.
011020     WRITE OUT-LINE FROM RPT-HEADING-1.
011030     WRITE OUT-LINE FROM RPT-HEADING-2.
011040     MOVE SPACES TO OUT-LINE.
011050     WRITE OUT-LINE.
011060     MOVE SPACES TO ws-wide-line.
011070     MOVE ZERO TO ws-cx.
011080     PERFORM ADD-ONE-PRINT-HEADING ws-col-count TIMES.
011090     WRITE OUT-LINE FROM ws-wide-line(1:132).
011100     MOVE SPACES TO OUT-LINE.
011110     WRITE OUT-LINE.
011120     MOVE 5 TO ws-lines-on-page.
011130
011140 ADD-ONE-PRINT-HEADING.
011150     ADD 1 TO ws-cx.
011160     MOVE DD-DESC(ws-col-dx(ws-cx))
011170         TO ws-wide-line(ws-col-pos(ws-cx):ws-col-width(ws-cx)).
011180
011190 PRINT-ROW.
011200     MOVE SPACES TO ws-wide-line.
011210     MOVE ZERO TO ws-cx.
011220     PERFORM ADD-ONE-PRINT-VALUE ws-col-count TIMES.
011230     WRITE OUT-LINE FROM ws-wide-line(1:132).
011240     ADD 1 TO ws-lines-on-page.
011250
011260 ADD-ONE-PRINT-VALUE.
011270     ADD 1 TO ws-cx.
011280     MOVE SRT-COLUMN(ws-cx)
011290         TO ws-wide-line(ws-col-pos(ws-cx):ws-col-width(ws-cx)).
011300
011310 WRITE-PRINT-TRAILER.
011320     IF ws-out-count = ZERO
011330         PERFORM PRINT-HEADINGS
011340     END-IF.
011350     MOVE SPACES TO OUT-LINE.
011360     WRITE OUT-LINE.
011370     MOVE ws-read-count   TO ws-tr-read.
011380     MOVE ws-select-count TO ws-tr-selected.
011390     WRITE OUT-LINE FROM ws-trailer-line.
011400     IF ws-masked-any = "Y"
011410         MOVE "BLANK COLUMNS MAY BE MASKED BY THE SENSITIVE-FIELD"
011420             TO OUT-LINE
011430         MOVE "POLICY." TO OUT-LINE(52:7)
011440         WRITE OUT-LINE
011450     END-IF.
011460
011470 LOAD-SENSITIVE-POLICY.
011480     OPEN INPUT SENSPOL-FILE.
011490     IF ws-spol-status = "00"
011500         MOVE SPACE TO ws-spol-eof
011510         READ SENSPOL-FILE
011520             AT END MOVE "y" TO ws-spol-eof
011530         END-READ
011540         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
011550         CLOSE SENSPOL-FILE
011560     END-IF.
011570
011580 APPLY-ONE-POLICY-LINE.
011590     MOVE ZERO TO SENS-SUB.
011600     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
011610     READ SENSPOL-FILE
011620         AT END MOVE "y" TO ws-spol-eof
011630     END-READ.
011640
011650 CHECK-ONE-POLICY-ITEM.
011660     ADD 1 TO SENS-SUB.
011670     IF SP-ITEM = SENS-ITEM (SENS-SUB)
011680         AND SP-MIN-AUTH IS NUMERIC
011690         AND SP-MIN-AUTH > ZERO
011700         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH (SENS-SUB)
011710     END-IF.
011720
011730 SET-ONE-SENS-FLAG.
011740     ADD 1 TO SENS-SUB.
011750     IF SENS-AUTHORITY < SENS-MIN-AUTH (SENS-SUB)
011760         MOVE "N" TO SENS-SHOW (SENS-SUB)
011770     ELSE
011780         MOVE "Y" TO SENS-SHOW (SENS-SUB)
011790     END-IF.
011800
011810 LOG-QUERY-VIEW.
011820*--------------------------------
011830* An extract with sensitive columns in the clear logs one
011840* SENSVIEW.DAT line under the query name, with employee ID
011850* zero as for the other whole-file extracts; ALL when every
011860* policy item went out.
011870*--------------------------------
011880     MOVE SPACES TO SENS-LOG-ITEMS.
011890     MOVE 1 TO SENS-LOG-PTR.
011900     MOVE ZERO TO ws-item-count.
011910     MOVE ZERO TO SENS-SUB.
011920     PERFORM NOTE-ONE-LOGGED-ITEM SENS-ITEM-COUNT TIMES.
011930     IF ws-item-count = SENS-ITEM-COUNT
011940         MOVE "ALL" TO SENS-LOG-ITEMS
011950     END-IF.
011960     IF SENS-LOG-ITEMS NOT = SPACES AND ws-select-count > ZERO
011970         MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP
011980         MOVE ws-operator-id        TO VLOG-OPERATOR
011990         MOVE "XTRRUN"              TO VLOG-PROGRAM
012000         MOVE ZERO                  TO VLOG-EMPLOYEE-ID
012010         MOVE SPACES                TO VLOG-ACCOUNT
012020         MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS
012030         MOVE XQ-NAME               TO VLOG-VIEW
012040         OPEN EXTEND VLOG-FILE
012050         IF ws-vlog-status = "35"
012060             OPEN OUTPUT VLOG-FILE
012070         END-IF
012080         IF ws-vlog-status = "00"
012090             WRITE VLOG-REC
012100             CLOSE VLOG-FILE
012110         END-IF
012120     END-IF.
012130
012140 NOTE-ONE-LOGGED-ITEM.
012150     ADD 1 TO SENS-SUB.
012160     IF ws-item-used(SENS-SUB) = "Y"
012170         AND SENS-SHOW(SENS-SUB) = "Y"
012180         AND SENS-MIN-AUTH(SENS-SUB) > 1
012190         ADD 1 TO ws-item-count
012200         STRING SENS-ITEM(SENS-SUB) DELIMITED BY SPACE
012210             " " DELIMITED BY SIZE
012220             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
012230     END-IF.
012240
012250 OPEN-DATA-FILE.
012260*--------------------------------
012270* The master file I/O, by dictionary file code (ws-io-fx).
012280* Every master shares ws-io-status, tested straight after
012290* each operation.
012300*--------------------------------
012310     EVALUATE DF-CODE(ws-io-fx)
012320         WHEN "PHONE"
012330             OPEN INPUT PHONEFILE
012340         WHEN "LOC"
012350             OPEN INPUT LOCFILE
012360         WHEN "EMER"
012370             OPEN INPUT EMERFILE
012380         WHEN "PART"
012390             OPEN INPUT PARTFILE
012400         WHEN "FUND"
012410             OPEN INPUT FUNDBAL-FILE
012420         WHEN "LOAN"
012430             OPEN INPUT LOANFILE
012440         WHEN "BENE"
012450             OPEN INPUT BENEFILE
012460         WHEN "DEPT"
012470             OPEN INPUT DEPTFILE
012480         WHEN "POSN"
012490             OPEN INPUT POSNFILE
012500         WHEN "DEV"
012510             OPEN INPUT DEVFILE
012520     END-EVALUATE.
012530
012540 CLOSE-DATA-FILE.
012550     EVALUATE DF-CODE(ws-io-fx)
012560         WHEN "PHONE"
012570             CLOSE PHONEFILE
012580         WHEN "LOC"
012590             CLOSE LOCFILE
012600         WHEN "EMER"
012610             CLOSE EMERFILE
012620         WHEN "PART"
012630             CLOSE PARTFILE
012640         WHEN "FUND"
012650             CLOSE FUNDBAL-FILE
012660         WHEN "LOAN"
012670             CLOSE LOANFILE
012680         WHEN "BENE"
012690             CLOSE BENEFILE
012700         WHEN "DEPT"
012710             CLOSE DEPTFILE
012720         WHEN "POSN"
012730             CLOSE POSNFILE
012740         WHEN "DEV"
012750             CLOSE DEVFILE
012760     END-EVALUATE.
012770
012780 READ-NEXT-DATA-FILE.
012790     MOVE SPACES TO ws-io-rec.
012800     EVALUATE DF-CODE(ws-io-fx)
012810         WHEN "PHONE"
012820             READ PHONEFILE NEXT RECORD
012830                 AT END MOVE "y" TO ws-io-eof
012840                 NOT AT END MOVE DBS-REC-1 TO ws-io-rec
012850             END-READ
012860         WHEN "LOC"
012870             READ LOCFILE NEXT RECORD
012880                 AT END MOVE "y" TO ws-io-eof
012890                 NOT AT END MOVE LOC-REC TO ws-io-rec
012900             END-READ
012910         WHEN "EMER"
012920             READ EMERFILE NEXT RECORD
012930                 AT END MOVE "y" TO ws-io-eof
012940                 NOT AT END MOVE EMER-REC TO ws-io-rec
012950             END-READ
012960         WHEN "PART"
012970             READ PARTFILE NEXT RECORD
012980                 AT END MOVE "y" TO ws-io-eof
012990                 NOT AT END MOVE PART-REC TO ws-io-rec
013000             END-READ
013010         WHEN "FUND"
013020             READ FUNDBAL-FILE NEXT RECORD
013030                 AT END MOVE "y" TO ws-io-eof
013040                 NOT AT END MOVE FUNDBAL-REC TO ws-io-rec
013050             END-READ
013060         WHEN "LOAN"
013070             READ LOANFILE NEXT RECORD
013080                 AT END MOVE "y" TO ws-io-eof
013090                 NOT AT END MOVE LOAN-REC TO ws-io-rec
013100             END-READ
013110         WHEN "BENE"
013120             READ BENEFILE NEXT RECORD
013130                 AT END MOVE "y" TO ws-io-eof
013140                 NOT AT END MOVE BENE-REC TO ws-io-rec
013150             END-READ
013160         WHEN "DEPT"
013170             READ DEPTFILE NEXT RECORD
013180                 AT END MOVE "y" TO ws-io-eof
013190                 NOT AT END MOVE DEPT-REC TO ws-io-rec
013200             END-READ
013210         WHEN "POSN"
013220             READ POSNFILE NEXT RECORD
013230                 AT END MOVE "y" TO ws-io-eof
013240                 NOT AT END MOVE POSN-REC TO ws-io-rec
013250             END-READ
013260         WHEN "DEV"
013270             READ DEVFILE NEXT RECORD
013280                 AT END MOVE "y" TO ws-io-eof
013290                 NOT AT END MOVE DEV-REC TO ws-io-rec
013300             END-READ
013310     END-EVALUATE.
013320
013330 START-DATA-FILE.
013340*--------------------------------
013350* Positions at the first record at or after ws-io-key - the
013360* employee ID, account, or department a join looks up; blank
013370* for the start of the file.
013380*--------------------------------
013390     MOVE SPACE TO ws-io-eof.
013400     EVALUATE DF-CODE(ws-io-fx)
013410         WHEN "PHONE"
013420             IF ws-io-key = SPACES
013430                 MOVE ZERO TO EMPLOYEE-ID
013440             ELSE
013450                 MOVE ws-io-key(1:6) TO EMPLOYEE-ID
013460             END-IF
013470             START PHONEFILE KEY IS NOT LESS THAN EMPLOYEE-ID
013480                 INVALID KEY MOVE "y" TO ws-io-eof
013490             END-START
013500         WHEN "LOC"
013510             IF ws-io-key = SPACES
013520                 MOVE ZERO TO LOC-EMPLOYEE-ID
013530             ELSE
013540                 MOVE ws-io-key(1:6) TO LOC-EMPLOYEE-ID
013550             END-IF
013560             START LOCFILE KEY IS NOT LESS THAN LOC-EMPLOYEE-ID
013570                 INVALID KEY MOVE "y" TO ws-io-eof
013580             END-START
013590         WHEN "EMER"
013600             IF ws-io-key = SPACES
013610                 MOVE ZERO TO EMER-EMPLOYEE-ID
013620             ELSE
013630                 MOVE ws-io-key(1:6) TO EMER-EMPLOYEE-ID
013640             END-IF
013650             MOVE ZERO TO EMER-CONTACT-SEQ
013660             START EMERFILE KEY IS NOT LESS THAN EMER-KEY
013670                 INVALID KEY MOVE "y" TO ws-io-eof
013680             END-START
013690         WHEN "PART"
013700             IF ws-io-key = SPACES
013710                 MOVE LOW-VALUES TO PART-ACCOUNT
013720             ELSE
013730                 MOVE ws-io-key TO PART-ACCOUNT
013740             END-IF
013750             START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
013760                 INVALID KEY MOVE "y" TO ws-io-eof
013770             END-START
013780         WHEN "FUND"
013790             IF ws-io-key = SPACES
013800                 MOVE LOW-VALUES TO FB-ACCOUNT
013810             ELSE
013820                 MOVE ws-io-key TO FB-ACCOUNT
013830             END-IF
013840             MOVE LOW-VALUES TO FB-FUND
013850             START FUNDBAL-FILE KEY IS NOT LESS THAN FB-KEY
013860                 INVALID KEY MOVE "y" TO ws-io-eof
013870             END-START
013880         WHEN "LOAN"
013890             IF ws-io-key = SPACES
013900                 MOVE LOW-VALUES TO LOAN-ACCOUNT
013910             ELSE
013920                 MOVE ws-io-key TO LOAN-ACCOUNT
013930             END-IF
013940             MOVE ZERO TO LOAN-NO
013950             START LOANFILE KEY IS NOT LESS THAN LOAN-KEY
013960                 INVALID KEY MOVE "y" TO ws-io-eof
013970             END-START
013980         WHEN "BENE"
013990             IF ws-io-key = SPACES
014000                 MOVE LOW-VALUES TO BENE-ACCOUNT
014010             ELSE
014020                 MOVE ws-io-key TO BENE-ACCOUNT
014030             END-IF
014040             MOVE ZERO TO BENE-SEQ
014050             START BENEFILE KEY IS NOT LESS THAN BENE-KEY
014060                 INVALID KEY MOVE "y" TO ws-io-eof
014070             END-START
014080         WHEN "DEPT"
014090             IF ws-io-key = SPACES
014100                 MOVE LOW-VALUES TO DEPT-CODE
014110             ELSE
014120                 MOVE ws-io-key TO DEPT-CODE
014130             END-IF
014140             START DEPTFILE KEY IS NOT LESS THAN DEPT-CODE
014150                 INVALID KEY MOVE "y" TO ws-io-eof
014160             END-START
014170         WHEN "POSN"
014180             MOVE LOW-VALUES TO POSN-NUMBER
014190             START POSNFILE KEY IS NOT LESS THAN POSN-NUMBER
014200                 INVALID KEY MOVE "y" TO ws-io-eof
014210             END-START
014220         WHEN "DEV"
014230             MOVE LOW-VALUES TO DEV-ASSET-TAG
014240             START DEVFILE KEY IS NOT LESS THAN DEV-ASSET-TAG
014250                 INVALID KEY MOVE "y" TO ws-io-eof
014260             END-START
014270     END-EVALUATE.
014280
014290 CHECK-QUERY.
014300*--------------------------------
014310* Checks a query against the data dictionary before it is
014320* saved or run, and resolves it for the run: the primary file
014330* in slot 1 and each joined file in the next slot, with where
014340* the primary record carries the key that reaches it; then
014350* every column, condition and sort field to its dictionary
014360* entry and slot.  ws-query-error is left blank when the query
014370* is sound, or says what is wrong with it.
014380*--------------------------------
014390     MOVE SPACES TO ws-query-error.
014400     MOVE SPACES TO ws-slot-table.
014410     MOVE ZERO TO ws-col-count.
014420     MOVE ZERO TO ws-cond-count.
014430     MOVE ZERO TO ws-sort-count.
014440     MOVE XQ-FILE TO ws-find-code.
014450     PERFORM FIND-DICT-FILE.
014460     IF ws-find-fx = ZERO
014470         STRING "Unknown file '" DELIMITED BY SIZE
014480             XQ-FILE DELIMITED BY SPACE
014490             "'" DELIMITED BY SIZE INTO ws-query-error
014500     ELSE
014510         MOVE 1 TO ws-slot-count
014520         MOVE XQ-FILE    TO ws-slot-file(1)
014530         MOVE ws-find-fx TO ws-slot-fx(1)
014540         MOVE ZERO       TO ws-slot-source-at(1)
014550         MOVE "F"        TO ws-slot-mode(1)
014560         MOVE ZERO TO ws-join-sub
014570         PERFORM CHECK-ONE-JOIN 2 TIMES
014580     END-IF.
014590     IF ws-query-error = SPACES
014600         MOVE ZERO TO ws-q-sub
014610         PERFORM CHECK-ONE-COLUMN 10 TIMES
014620     END-IF.
014630     IF ws-query-error = SPACES AND ws-col-count = ZERO
014640         MOVE "No columns chosen" TO ws-query-error
014650     END-IF.
014660     IF ws-query-error = SPACES
014670         MOVE ZERO TO ws-q-sub
014680         PERFORM CHECK-ONE-CONDITION 5 TIMES
014690     END-IF.
014700     IF ws-query-error = SPACES
014710         MOVE ZERO TO ws-q-sub
014720         PERFORM CHECK-ONE-SORT 2 TIMES
014730     END-IF.
014740
014750 CHECK-ONE-JOIN.
014760     ADD 1 TO ws-join-sub.
014770     IF XQ-JOIN-FILE(ws-join-sub) NOT = SPACES
014780         AND ws-query-error = SPACES
014790         MOVE XQ-JOIN-FILE(ws-join-sub) TO ws-find-code
014800         PERFORM FIND-DICT-FILE
014810         IF XQ-JOIN-MODE(ws-join-sub) = SPACE
014820             MOVE "F" TO XQ-JOIN-MODE(ws-join-sub)
014830         END-IF
014840         MOVE ZERO TO ws-source-at
014850         IF ws-find-fx NOT = ZERO
014860             PERFORM GET-JOIN-SOURCE
014870         END-IF
014880         EVALUATE TRUE
014890             WHEN ws-find-fx = ZERO
014900                 STRING "Unknown join file '" DELIMITED BY SIZE
014910                     ws-find-code DELIMITED BY SPACE
014920                     "'" DELIMITED BY SIZE INTO ws-query-error
014930             WHEN DF-LOOKUP(ws-find-fx) = SPACE
014940                 STRING ws-find-code DELIMITED BY SPACE
014950                     " cannot be joined to"
014960                     DELIMITED BY SIZE INTO ws-query-error
014970             WHEN ws-find-code = ws-slot-file(1)
014980                 OR ws-find-code = ws-slot-file(2)
014990                 STRING ws-find-code DELIMITED BY SPACE
015000                     " is named twice"
015010                     DELIMITED BY SIZE INTO ws-query-error
015020             WHEN ws-source-at = ZERO
015030                 STRING ws-slot-file(1) DELIMITED BY SPACE
015040                     " has no key to reach " DELIMITED BY SIZE
015050                     ws-find-code DELIMITED BY SPACE
015060                     INTO ws-query-error
015070             WHEN XQ-JOIN-MODE(ws-join-sub) NOT = "F"
015080                 AND XQ-JOIN-MODE(ws-join-sub) NOT = "S"
015090                 MOVE "Join mode must be F or S" TO ws-query-error
015100             WHEN OTHER
015110                 ADD 1 TO ws-slot-count
015120                 MOVE ws-find-code TO ws-slot-file(ws-slot-count)
015130                 MOVE ws-find-fx   TO ws-slot-fx(ws-slot-count)
015140                 MOVE ws-source-at
015150                     TO ws-slot-source-at(ws-slot-count)
015160                 MOVE ws-key-at
015170                     TO ws-slot-key-at(ws-slot-count)
015180                 MOVE ws-key-length
015190                     TO ws-slot-key-length(ws-slot-count)
015200                 MOVE XQ-JOIN-MODE(ws-join-sub)
015210                     TO ws-slot-mode(ws-slot-count)
015220         END-EVALUATE
015230     END-IF.
015240
015250 GET-JOIN-SOURCE.
015260*--------------------------------
015270* How the joined file (ws-find-fx) is reached: its lookup kind
015280* picks where the primary record carries the key, where the
015290* joined record carries it, and how long it is.
015300*--------------------------------
015310     EVALUATE DF-LOOKUP(ws-find-fx)
015320         WHEN "E"
015330             MOVE DF-EMP-AT(ws-slot-fx(1))  TO ws-source-at
015340             MOVE DF-EMP-AT(ws-find-fx)     TO ws-key-at
015350             MOVE 6 TO ws-key-length
015360         WHEN "A"
015370             MOVE DF-ACCT-AT(ws-slot-fx(1)) TO ws-source-at
015380             MOVE DF-ACCT-AT(ws-find-fx)    TO ws-key-at
015390             MOVE 10 TO ws-key-length
015400         WHEN "D"
015410             MOVE DF-DEPT-AT(ws-slot-fx(1)) TO ws-source-at
015420             MOVE DF-DEPT-AT(ws-find-fx)    TO ws-key-at
015430             MOVE 10 TO ws-key-length
015440     END-EVALUATE.
015450
015460 CHECK-ONE-COLUMN.
015470     ADD 1 TO ws-q-sub.
015480     IF XQ-COLUMN(ws-q-sub) NOT = SPACES
015490         AND ws-query-error = SPACES
015500         MOVE XQ-COLUMN(ws-q-sub) TO ws-check-field
015510         PERFORM CHECK-FIELD-NAME
015520         IF ws-query-error = SPACES
015530             ADD 1 TO ws-col-count
015540             MOVE ws-find-dx   TO ws-col-dx(ws-col-count)
015550             MOVE ws-find-slot TO ws-col-slot(ws-col-count)
015560         END-IF
015570     END-IF.
015580
015590 CHECK-ONE-CONDITION.
015600     ADD 1 TO ws-q-sub.
015610     IF XQ-COND-FIELD(ws-q-sub) NOT = SPACES
015620         AND ws-query-error = SPACES
015630         MOVE XQ-COND-FIELD(ws-q-sub) TO ws-check-field
015640         PERFORM CHECK-FIELD-NAME
015650         MOVE XQ-COND-OP(ws-q-sub) TO ws-check-op
015660         EVALUATE TRUE
015670             WHEN ws-query-error NOT = SPACES
015680                 CONTINUE
015690             WHEN NOT ws-op-valid
015700                 STRING "Unknown test '" ws-check-op "' on "
015710                     DELIMITED BY SIZE
015720                     ws-check-field DELIMITED BY SPACE
015730                     INTO ws-query-error
015740             WHEN ws-check-op = "CT"
015750                 AND DD-TYPE(ws-find-dx) NOT = "X"
015760                 STRING "CT tests text only, not "
015770                     DELIMITED BY SIZE
015780                     ws-check-field DELIMITED BY SPACE
015790                     INTO ws-query-error
015800             WHEN OTHER
015810                 ADD 1 TO ws-cond-count
015820                 MOVE ws-find-dx   TO ws-cond-dx(ws-cond-count)
015830                 MOVE ws-find-slot TO ws-cond-slot(ws-cond-count)
015840                 MOVE ws-q-sub     TO ws-cond-ix(ws-cond-count)
015850         END-EVALUATE
015860     END-IF.
015870
015880 CHECK-ONE-SORT.
015890     ADD 1 TO ws-q-sub.
015900     IF XQ-SORT-FIELD(ws-q-sub) NOT = SPACES
015910         AND ws-query-error = SPACES
015920         MOVE XQ-SORT-FIELD(ws-q-sub) TO ws-check-field
015930         PERFORM CHECK-FIELD-NAME
015940         IF XQ-SORT-DIR(ws-q-sub) = SPACE
015950             MOVE "A" TO XQ-SORT-DIR(ws-q-sub)
015960         END-IF
015970         IF ws-query-error = SPACES
015980             IF XQ-SORT-DIR(ws-q-sub) NOT = "A"
015990                 AND XQ-SORT-DIR(ws-q-sub) NOT = "D"
016000                 MOVE "Sort order must be A or D"
016010                     TO ws-query-error
016020             ELSE
016030                 ADD 1 TO ws-sort-count
016040                 MOVE ws-find-dx   TO ws-sort-dx(ws-sort-count)
016050                 MOVE ws-find-slot TO ws-sort-slot(ws-sort-count)
016060                 MOVE XQ-SORT-DIR(ws-q-sub)
016070                     TO ws-sort-dir(ws-sort-count)
016080             END-IF
016090         END-IF
016100     END-IF.
016110
016120 CHECK-FIELD-NAME.
016130*--------------------------------
016140* The field must be in the dictionary and on one of the files
016150* the query reads; a found flag only means something for a
016160* joined file.
016170*--------------------------------
016180     PERFORM FIND-DICT-FIELD.
016190     MOVE ZERO TO ws-find-slot.
016200     IF ws-find-dx NOT = ZERO
016210         IF DD-FILE(ws-find-dx) = ws-slot-file(1)
016220             MOVE 1 TO ws-find-slot
016230         END-IF
016240         IF DD-FILE(ws-find-dx) = ws-slot-file(2)
016250             MOVE 2 TO ws-find-slot
016260         END-IF
016270         IF DD-FILE(ws-find-dx) = ws-slot-file(3)
016280             MOVE 3 TO ws-find-slot
016290         END-IF
016300     END-IF.
016310     EVALUATE TRUE
016320         WHEN ws-find-dx = ZERO
016330             STRING "Unknown field '" DELIMITED BY SIZE
016340                 ws-check-field DELIMITED BY SPACE
016350                 "'" DELIMITED BY SIZE INTO ws-query-error
016360         WHEN ws-find-slot = ZERO
016370             STRING ws-check-field DELIMITED BY SPACE
016380                 " is on " DELIMITED BY SIZE
016390                 DD-FILE(ws-find-dx) DELIMITED BY SPACE
016400                 ", not read by this query"
016410                 DELIMITED BY SIZE INTO ws-query-error
016420         WHEN DD-TYPE(ws-find-dx) = "F" AND ws-find-slot = 1
016430             STRING ws-check-field DELIMITED BY SPACE
016440                 " is for a joined file only"
016450                 DELIMITED BY SIZE INTO ws-query-error
016460         WHEN OTHER
016470             CONTINUE
016480     END-EVALUATE.
016490
016500 FIND-DICT-FILE.
016510     MOVE ZERO TO ws-find-fx.
016520     MOVE ZERO TO ws-dict-sub.
016530     PERFORM CHECK-ONE-DICT-FILE DICT-FILE-COUNT TIMES.
016540
016550 CHECK-ONE-DICT-FILE.
016560     ADD 1 TO ws-dict-sub.
016570     IF DF-CODE(ws-dict-sub) = ws-find-code
016580         AND ws-find-fx = ZERO
016590         MOVE ws-dict-sub TO ws-find-fx
016600     END-IF.
016610
016620 FIND-DICT-FIELD.
016630     MOVE ZERO TO ws-find-dx.
016640     MOVE ZERO TO ws-dict-sub.
016650     PERFORM CHECK-ONE-DICT-FIELD DICT-FIELD-COUNT TIMES.
016660
016670 CHECK-ONE-DICT-FIELD.
016680     ADD 1 TO ws-dict-sub.
016690     IF DD-FIELD(ws-dict-sub) = ws-check-field
016700         AND ws-find-dx = ZERO
016710         MOVE ws-dict-sub TO ws-find-dx
016720     END-IF.
