000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. XTRDEF.
000030*--------------------------------
000040* Maintenance for saved ad hoc extract queries (QUERYDEF.DAT,
000050* see XQRYREC): list, show, add, change, and delete the
000060* queries xtrrun.cbl runs, and look up the data dictionary
000070* (DICTTAB) for the files and fields a query may name.  A
000080* query reads one master file end to end, may join up to two
000090* more to each record by employee ID, account, or department,
000100* picks up to ten columns, keeps the records meeting up to
000110* five conditions, sorts on up to two fields, and goes to a
000120* comma-separated file or a printed listing - on demand, or
000130* nightly from the batch window.  Every query is checked
000140* against the dictionary before it is saved, the same check
000150* xtrrun makes before it runs one.
000160*
000170* Supervisors only, verified against the operator master, and
000180* every add, change, and delete writes a chained AUDITREC to
000190* the reference-data audit trail (REFAUDIT.DAT).  The whole
000200* list (50 queries at most) is edited in storage and written
000210* back on quit when anything changed.  Masking is not decided
000220* here: xtrrun blanks sensitive fields by the policy in force
000230* for whoever runs the query.
000240*
000250* 2026-10  JDF  New program.
000253* 2026-10  JDF  Update actions need the XTRDUPD grant on the
000256*                access table once OPERACC.DAT is on file.
000260*--------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300 SELECT QUERY-FILE ASSIGN TO "QUERYDEFDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-query-status.
000330
000340 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000350 ORGANIZATION IS LINE SEQUENTIAL
000360 FILE STATUS IS ws-audit-status.
000370
000380 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000390 FILE STATUS IS ws-oper-status
000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS OPER-ID.
000430
000431 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000432 FILE STATUS IS ws-acc-status
000434 ORGANIZATION IS INDEXED
000435 ACCESS MODE IS DYNAMIC
000437 RECORD KEY IS ACC-KEY.
000438
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD QUERY-FILE.
000470 01  QUERY-LINE                      PIC X(500).
000480
000490 FD AUDITFILE.
000500 01  AUDIT-LINE                      PIC X(246).
000510
000520 FD OPERFILE.
000530     COPY OPERREC.
000532
000535 FD ACCESS-FILE.
000537     COPY ACCSREC.
000540
000550 WORKING-STORAGE SECTION.
000560     COPY AUDITREC.
000570     COPY XQRYREC.
000580     COPY DICTTAB.
000590
000600 01  ws-audit-status                 pic x(02).
000610 01  ws-last-audit-seq               pic 9(09) value zero.
000620 01  ws-last-audit-check             pic 9(09) value zero.
000630 01  ws-audit-work-sum               pic 9(18) value zero.
000640 01  ws-audit-sub                    pic 9(04) comp value zero.
000650 01  ws-operator-id                  pic x(08) value spaces.
000653 01  ws-acc-status                   pic x(02).
000656 01  ws-update-granted               pic x(01) value "Y".
000660 01  ws-signon-password              pic x(08) value spaces.
000670 01  ws-signon-ok                    pic x(01) value "N".
000680 01  ws-oper-status                  pic x(02).
000690 01  ws-query-status                 pic x(02).
000700 01  ws-done                         pic x(01) value space.
000710 01  ws-changed                      pic x(01) value "N".
000720 01  ws-choice                       pic x(01) value space.
000730 01  ws-today                        pic 9(08) value zero.
000740 01  ws-input                        pic x(60) value spaces.
000750 01  ws-column-list                  pic x(200) value spaces.
000760 01  ws-list-ptr                     pic 9(03) comp value 1.
000770 01  ws-ptr                          pic 9(03) comp value 1.
000780 01  ws-more                         pic x(01) value space.
000790 01  ws-query-name                   pic x(08) value spaces.
000800 01  ws-show-sub                     pic 9(02) comp value zero.
000820
000830 01  ws-qry-count                    pic 9(02) comp value zero.
000840 01  ws-qry-table.
000850     05  ws-qry-entry                pic x(500) occurs 50 times.
000860 01  ws-qry-sub                      pic 9(02) comp value zero.
000870 01  ws-found-sub                    pic 9(02) comp value zero.
000880 01  ws-hold-entry                   pic x(500) value spaces.
000890 01  ws-disp-sub                     pic 9(02) value zero.
000900
000910*--------------------------------
000920* Query check and resolution - the same working fields as
000930* xtrrun.cbl, which runs the same check.
000940*--------------------------------
000950 01  ws-query-error                  pic x(60) value spaces.
000960 01  ws-slot-count                   pic 9(01) comp value zero.
000970 01  ws-slot-table.
000980     05  ws-slot-entry               occurs 3 times.
000990         10  ws-slot-file            pic x(05).
001000         10  ws-slot-fx              pic 9(02).
001010         10  ws-slot-source-at       pic 9(03).
001020         10  ws-slot-key-at          pic 9(03).
001030         10  ws-slot-key-length      pic 9(02).
001040         10  ws-slot-mode            pic x(01).
001050 01  ws-col-count                    pic 9(02) comp value zero.
001060 01  ws-col-table.
001070     05  ws-col-entry                occurs 10 times.
001080         10  ws-col-dx               pic 9(03) comp.
001090         10  ws-col-slot             pic 9(01) comp.
001100 01  ws-cond-count                   pic 9(01) comp value zero.
001110 01  ws-cond-table.
001120     05  ws-cond-entry               occurs 5 times.
001130         10  ws-cond-dx              pic 9(03) comp.
001140         10  ws-cond-slot            pic 9(01) comp.
001150         10  ws-cond-ix              pic 9(01) comp.
001160 01  ws-sort-count                   pic 9(01) comp value zero.
001170 01  ws-sort-table.
001180     05  ws-sort-entry               occurs 2 times.
001190         10  ws-sort-dx              pic 9(03) comp.
001200         10  ws-sort-slot            pic 9(01) comp.
001210         10  ws-sort-dir             pic x(01).
001220 01  ws-find-code                    pic x(05) value spaces.
001230 01  ws-find-fx                      pic 9(02) comp value zero.
001240 01  ws-find-dx                      pic 9(03) comp value zero.
001250 01  ws-find-slot                    pic 9(01) comp value zero.
001260 01  ws-dict-sub                     pic 9(03) comp value zero.
001270 01  ws-check-field                  pic x(18) value spaces.
001280 01  ws-check-op                     pic x(02) value spaces.
001290     88  ws-op-valid                 value "EQ" "NE" "GT" "LT"
001300                                           "GE" "LE" "CT".
001310 01  ws-source-at                    pic 9(03) value zero.
001320 01  ws-key-at                       pic 9(03) value zero.
001330 01  ws-key-length                   pic 9(02) value zero.
001340 01  ws-join-sub                     pic 9(01) comp value zero.
001350 01  ws-q-sub                        pic 9(02) comp value zero.
001360
001370 PROCEDURE DIVISION.
001380 PROGRAM-BEGIN.
001390     CALL "shopcfg"
001400         ON EXCEPTION
001410             DISPLAY "shopcfg not found - default "
001420                 "file locations in effect"
001430     END-CALL.
001440     ACCEPT ws-today FROM DATE YYYYMMDD.
001450     PERFORM SUPERVISOR-SIGN-ON.
001460     IF ws-signon-ok NOT = "Y"
001470         DISPLAY "Extract queries are maintained by "
001480             "supervisors only."
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001515     PERFORM CHECK-UPDATE-GRANT.
001520     PERFORM LOAD-QUERY-TABLE.
001530     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001540     IF ws-changed = "Y"
001550         PERFORM SAVE-QUERY-TABLE
001560     END-IF.
001570     STOP RUN.
001580
001590 SUPERVISOR-SIGN-ON.
001600*--------------------------------
001610* Supervisor-authority operators only, verified against the
001620* operator master; no master, no maintenance - nobody could
001630* say who changed a query.
001640*--------------------------------
001650     MOVE "N" TO ws-signon-ok.
001660     OPEN INPUT OPERFILE.
001670     IF ws-oper-status NOT = "00"
001680         DISPLAY "No operator master on file."
001690     ELSE
001700         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
001710         ACCEPT ws-operator-id
001720         DISPLAY "Password: " WITH NO ADVANCING
001730         ACCEPT ws-signon-password
001740         MOVE ws-operator-id TO OPER-ID
001750         READ OPERFILE
001760             INVALID KEY
001770                 DISPLAY "Unknown operator."
001780             NOT INVALID KEY
001790                 IF OPER-IS-LOCKED
001800                     DISPLAY "That ID is locked out."
001810                 ELSE
001820                 IF OPER-PASSWORD = ws-signon-password
001830                     AND OPER-AUTH-SUPERVISOR
001840                     MOVE "Y" TO ws-signon-ok
001850                 ELSE
001860                     DISPLAY "Not a supervisor, or wrong "
001870                         "password."
001880                 END-IF
001890                 END-IF
001900         END-READ
001910         CLOSE OPERFILE
001920     END-IF.
001930
001940 LOAD-QUERY-TABLE.
001950     MOVE ZERO TO ws-qry-count.
001960     OPEN INPUT QUERY-FILE.
001970     IF ws-query-status = "00"
001980         PERFORM LOAD-ONE-QUERY
001990             UNTIL ws-query-status NOT = "00"
002000                 OR ws-qry-count NOT < 50
002010         CLOSE QUERY-FILE
002020     END-IF.
002030
002040 LOAD-ONE-QUERY.
002050     READ QUERY-FILE
002060         AT END MOVE "10" TO ws-query-status
002070     END-READ.
002080     IF ws-query-status = "00" AND QUERY-LINE NOT = SPACES
002090         ADD 1 TO ws-qry-count
002100         MOVE QUERY-LINE TO ws-qry-entry(ws-qry-count)
002110     END-IF.
002120
002130 SAVE-QUERY-TABLE.
002140     OPEN OUTPUT QUERY-FILE.
002150     MOVE ZERO TO ws-qry-sub.
002160     PERFORM SAVE-ONE-QUERY
002170         UNTIL ws-qry-sub NOT < ws-qry-count.
002180     CLOSE QUERY-FILE.
002190     DISPLAY ws-qry-count " extract queries on file.".
002200
002210 SAVE-ONE-QUERY.
002220     ADD 1 TO ws-qry-sub.
002230     MOVE ws-qry-entry(ws-qry-sub) TO QUERY-LINE.
002240     WRITE QUERY-LINE.
002250
002260 MENU-LOOP.
002270     DISPLAY " ".
002280     DISPLAY "Extract queries - L)ist  S)how  F)ields  A)dd  "
002290         "C)hange  D)elete  Q)uit: " WITH NO ADVANCING.
002300     ACCEPT ws-choice.
002301     IF ws-update-granted NOT = "Y"
002302         AND (ws-choice = "A" OR "a" OR "C" OR "c"
002304             OR "D" OR "d")
002305         DISPLAY "Not granted XTRDUPD - updates refused."
002307         MOVE SPACE TO ws-choice
002308     END-IF.
002310     EVALUATE ws-choice
002320         WHEN "L"
002330         WHEN "l"
002340             PERFORM LIST-QUERIES
002350         WHEN "S"
002360         WHEN "s"
002370             PERFORM SHOW-QUERY
002380         WHEN "F"
002390         WHEN "f"
002400             PERFORM SHOW-DICTIONARY
002410         WHEN "A"
002420         WHEN "a"
002430             PERFORM ADD-QUERY
002440         WHEN "C"
002450         WHEN "c"
002460             PERFORM CHANGE-QUERY
002470         WHEN "D"
002480         WHEN "d"
002490             PERFORM DELETE-QUERY
002500         WHEN "Q"
002510         WHEN "q"
002520             MOVE "Y" TO ws-done
002530         WHEN OTHER
002540             CONTINUE
002550     END-EVALUATE.
002560
002570 LIST-QUERIES.
002580     IF ws-qry-count = ZERO
002590         DISPLAY "  (no extract queries on file)"
002600     END-IF.
002610     MOVE ZERO TO ws-qry-sub.
002620     PERFORM LIST-ONE-QUERY
002630         UNTIL ws-qry-sub NOT < ws-qry-count.
002640
002650 LIST-ONE-QUERY.
002660     ADD 1 TO ws-qry-sub.
002670     MOVE ws-qry-entry(ws-qry-sub) TO XQ-REC.
002680     DISPLAY "  " XQ-NAME " " XQ-FILE " " XQ-OUTPUT " "
002690         XQ-SCHEDULE " " XQ-TITLE
002700         " (" XQ-OWNER " " XQ-SAVED-DATE ")".
002710
002720 GET-QUERY-NAME.
002730     DISPLAY "Query name: " WITH NO ADVANCING.
002740     ACCEPT ws-query-name.
002750     INSPECT ws-query-name
002760         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002770                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002780     PERFORM FIND-QUERY.
002790
002800 FIND-QUERY.
002810     MOVE ZERO TO ws-found-sub.
002820     MOVE ZERO TO ws-qry-sub.
002830     PERFORM CHECK-ONE-QUERY-NAME
002840         UNTIL ws-qry-sub NOT < ws-qry-count.
002850
002860 CHECK-ONE-QUERY-NAME.
002870     ADD 1 TO ws-qry-sub.
002880     IF ws-qry-entry(ws-qry-sub)(1:8) = ws-query-name
002890         AND ws-found-sub = ZERO
002900         MOVE ws-qry-sub TO ws-found-sub
002910     END-IF.
002920
002930 SHOW-QUERY.
002940     PERFORM GET-QUERY-NAME.
002950     IF ws-found-sub = ZERO
002960         DISPLAY "No such query."
002970     ELSE
002980         MOVE ws-qry-entry(ws-found-sub) TO XQ-REC
002990         PERFORM DISPLAY-QUERY
003000         PERFORM CHECK-QUERY
003010         IF ws-query-error NOT = SPACES
003020             DISPLAY "  ** will not run: "
003030                 FUNCTION TRIM(ws-query-error)
003040         END-IF
003050     END-IF.
003060
003070 DISPLAY-QUERY.
003080     DISPLAY "  Query  " XQ-NAME "  " XQ-TITLE.
003090     DISPLAY "  Saved  " XQ-SAVED-DATE " by " XQ-OWNER
003100         "   Output " XQ-OUTPUT "   Nightly " XQ-SCHEDULE.
003110     DISPLAY "  Reads  " XQ-FILE
003120         "   joins " XQ-JOIN-FILE(1) " " XQ-JOIN-MODE(1)
003130         "  " XQ-JOIN-FILE(2) " " XQ-JOIN-MODE(2).
003140     PERFORM BUILD-COLUMN-LIST.
003150     DISPLAY "  Columns " FUNCTION TRIM(ws-column-list).
003160     MOVE ZERO TO ws-show-sub.
003170     PERFORM DISPLAY-ONE-CONDITION 5 TIMES.
003180     DISPLAY "  Sort   " XQ-SORT-FIELD(1) " " XQ-SORT-DIR(1)
003190         "  " XQ-SORT-FIELD(2) " " XQ-SORT-DIR(2).
003200
003210 DISPLAY-ONE-CONDITION.
003220     ADD 1 TO ws-show-sub.
003230     IF XQ-COND-FIELD(ws-show-sub) NOT = SPACES
003240         DISPLAY "  Where  " XQ-COND-FIELD(ws-show-sub) " "
003250             XQ-COND-OP(ws-show-sub) " "
003260             XQ-COND-VALUE(ws-show-sub)
003270     END-IF.
003280
003290 BUILD-COLUMN-LIST.
003300     MOVE SPACES TO ws-column-list.
003310     MOVE 1 TO ws-list-ptr.
003320     MOVE ZERO TO ws-show-sub.
003330     PERFORM ADD-ONE-LISTED-COLUMN 10 TIMES.
003340
003350 ADD-ONE-LISTED-COLUMN.
003360     ADD 1 TO ws-show-sub.
003370     IF XQ-COLUMN(ws-show-sub) NOT = SPACES
003380         IF ws-list-ptr > 1
003390             STRING "," DELIMITED BY SIZE
003400                 INTO ws-column-list POINTER ws-list-ptr
003410         END-IF
003420         STRING XQ-COLUMN(ws-show-sub) DELIMITED BY SPACE
003430             INTO ws-column-list POINTER ws-list-ptr
003440     END-IF.
003450
003460 SHOW-DICTIONARY.
003470*--------------------------------
003480* A blank file code lists the files; a file code lists its
003490* fields with type, length, and the policy item that masks
003500* the field, if any.
003510*--------------------------------
003520     DISPLAY "File code (blank lists the files): "
003530         WITH NO ADVANCING.
003540     ACCEPT ws-find-code.
003550     INSPECT ws-find-code
003560         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003570                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003580     IF ws-find-code = SPACES
003590         MOVE ZERO TO ws-dict-sub
003600         PERFORM SHOW-ONE-DICT-FILE DICT-FILE-COUNT TIMES
003610     ELSE
003620         PERFORM FIND-DICT-FILE
003630         IF ws-find-fx = ZERO
003640             DISPLAY "No such file in the dictionary."
003650         ELSE
003660             MOVE ZERO TO ws-dict-sub
003670             PERFORM SHOW-ONE-DICT-FIELD DICT-FIELD-COUNT TIMES
003680         END-IF
003690     END-IF.
003700
003710 SHOW-ONE-DICT-FILE.
003720     ADD 1 TO ws-dict-sub.
003730     EVALUATE DF-LOOKUP(ws-dict-sub)
003740         WHEN "E"
003750             MOVE "joined by employee ID" TO ws-input
003760         WHEN "A"
003770             MOVE "joined by account" TO ws-input
003780         WHEN "D"
003790             MOVE "joined by department" TO ws-input
003800         WHEN OTHER
003810             MOVE "read only, not joined" TO ws-input
003820     END-EVALUATE.
003830     DISPLAY "  " DF-CODE(ws-dict-sub) " "
003840         DF-DESC(ws-dict-sub) " " FUNCTION TRIM(ws-input).
003850
003860 SHOW-ONE-DICT-FIELD.
003870     ADD 1 TO ws-dict-sub.
003880     IF DD-FILE(ws-dict-sub) = ws-find-code
003890         MOVE SPACES TO ws-input
003900         IF DD-SENS-ITEM(ws-dict-sub) NOT = SPACES
003910             STRING "masked: " DD-SENS-ITEM(ws-dict-sub)
003920                 DELIMITED BY SIZE INTO ws-input
003930         END-IF
003940         DISPLAY "  " DD-FIELD(ws-dict-sub) " "
003950             DD-TYPE(ws-dict-sub) " " DD-LENGTH(ws-dict-sub) " "
003960             DD-DESC(ws-dict-sub) " " FUNCTION TRIM(ws-input)
003970     END-IF.
003980
003990 ADD-QUERY.
004000     IF ws-qry-count NOT < 50
004010         DISPLAY "List is full (50 queries)."
004020     ELSE
004030         PERFORM GET-QUERY-NAME
004040         IF ws-query-name = SPACES
004050             DISPLAY "No name keyed - nothing added."
004060         ELSE
004070         IF ws-found-sub NOT = ZERO
004080             DISPLAY "That query already exists."
004090         ELSE
004100             MOVE SPACES TO XQ-REC
004110             MOVE ws-query-name TO XQ-NAME
004120             PERFORM GET-QUERY-FIELDS
004130             PERFORM CHECK-QUERY
004140             IF ws-query-error NOT = SPACES
004150                 DISPLAY "Not added - "
004160                     FUNCTION TRIM(ws-query-error)
004170             ELSE
004180                 ADD 1 TO ws-qry-count
004190                 MOVE XQ-REC TO ws-qry-entry(ws-qry-count)
004200                 MOVE SPACES TO AUDIT-BEFORE
004210                 PERFORM BUILD-AUDIT-SUMMARY
004220                 MOVE ws-column-list TO AUDIT-AFTER
004230                 MOVE "ADD" TO AUDIT-ACTION
004240                 PERFORM WRITE-AUDIT-RECORD
004250                 DISPLAY "Added."
004260             END-IF
004270         END-IF
004280         END-IF
004290     END-IF.
004300
004310 CHANGE-QUERY.
004320     PERFORM GET-QUERY-NAME.
004330     IF ws-found-sub = ZERO
004340         DISPLAY "No such query."
004350     ELSE
004360         MOVE ws-qry-entry(ws-found-sub) TO XQ-REC
004370         MOVE XQ-REC TO ws-hold-entry
004380         PERFORM GET-QUERY-FIELDS
004390         PERFORM CHECK-QUERY
004400         IF ws-query-error NOT = SPACES
004410             DISPLAY "Not changed - "
004420                 FUNCTION TRIM(ws-query-error)
004430         ELSE
004440             MOVE XQ-REC TO ws-qry-entry(ws-found-sub)
004450             PERFORM BUILD-AUDIT-SUMMARY
004460             MOVE ws-column-list TO AUDIT-AFTER
004470             MOVE ws-hold-entry TO XQ-REC
004480             PERFORM BUILD-AUDIT-SUMMARY
004490             MOVE ws-column-list TO AUDIT-BEFORE
004500             MOVE "CHANGE" TO AUDIT-ACTION
004510             PERFORM WRITE-AUDIT-RECORD
004520             DISPLAY "Changed."
004530         END-IF
004540     END-IF.
004550
004560 DELETE-QUERY.
004570*--------------------------------
004580* The last entry slides into the deleted slot - order carries
004590* no meaning on this list.
004600*--------------------------------
004610     PERFORM GET-QUERY-NAME.
004620     IF ws-found-sub = ZERO
004630         DISPLAY "No such query."
004640     ELSE
004650         MOVE ws-qry-entry(ws-found-sub) TO XQ-REC
004660         PERFORM BUILD-AUDIT-SUMMARY
004670         MOVE ws-column-list TO AUDIT-BEFORE
004680         MOVE SPACES TO AUDIT-AFTER
004690         MOVE "DELETE" TO AUDIT-ACTION
004700         PERFORM WRITE-AUDIT-RECORD
004710         MOVE ws-qry-entry(ws-qry-count)
004720             TO ws-qry-entry(ws-found-sub)
004730         SUBTRACT 1 FROM ws-qry-count
004740         DISPLAY "Deleted."
004750     END-IF.
004760
004770 GET-QUERY-FIELDS.
004780*--------------------------------
004790* Each prompt shows what the query has now; a blank answer
004800* keeps it.  Conditions and sort fields are keyed afresh when
004810* the query has none, or when asked to replace them.
004820*--------------------------------
004830     DISPLAY "Title [" XQ-TITLE "]: " WITH NO ADVANCING.
004840     ACCEPT ws-input.
004850     IF ws-input NOT = SPACES
004860         MOVE ws-input TO XQ-TITLE
004870     END-IF.
004880     DISPLAY "File to read - PHONE LOC EMER PART FUND LOAN BENE "
004890         "DEPT POSN DEV [" XQ-FILE "]: " WITH NO ADVANCING.
004900     ACCEPT ws-input.
004910     PERFORM UPPER-CASE-INPUT.
004920     IF ws-input NOT = SPACES
004930         MOVE ws-input TO XQ-FILE
004940     END-IF.
004950     MOVE ZERO TO ws-join-sub.
004960     PERFORM GET-ONE-JOIN 2 TIMES.
004970     PERFORM BUILD-COLUMN-LIST.
004980     DISPLAY "Columns, separated by commas, up to 10".
004990     DISPLAY "  [" FUNCTION TRIM(ws-column-list) "]: "
005000         WITH NO ADVANCING.
005010     MOVE SPACES TO ws-column-list.
005020     ACCEPT ws-column-list.
005030     INSPECT ws-column-list
005040         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005050                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005060     IF ws-column-list NOT = SPACES
005070         MOVE SPACES TO XQ-COLUMN(1) XQ-COLUMN(2) XQ-COLUMN(3)
005080             XQ-COLUMN(4) XQ-COLUMN(5) XQ-COLUMN(6)
005090             XQ-COLUMN(7) XQ-COLUMN(8) XQ-COLUMN(9)
005100             XQ-COLUMN(10)
005110         UNSTRING ws-column-list DELIMITED BY ","
005120             INTO XQ-COLUMN(1) XQ-COLUMN(2) XQ-COLUMN(3)
005130                  XQ-COLUMN(4) XQ-COLUMN(5) XQ-COLUMN(6)
005140                  XQ-COLUMN(7) XQ-COLUMN(8) XQ-COLUMN(9)
005150                  XQ-COLUMN(10)
005160         END-UNSTRING
005170         MOVE ZERO TO ws-show-sub
005180         PERFORM TIDY-ONE-COLUMN 10 TIMES
005190     END-IF.
005200     MOVE "Y" TO ws-more.
005210     IF XQ-COND-FIELD(1) NOT = SPACES
005220         DISPLAY "Replace the conditions (Y/N)? "
005230             WITH NO ADVANCING
005240         ACCEPT ws-more
005250         PERFORM UPPER-CASE-MORE
005260     END-IF.
005270     IF ws-more = "Y"
005280         MOVE SPACES TO XQ-COND(1) XQ-COND(2) XQ-COND(3)
005290             XQ-COND(4) XQ-COND(5)
005300         MOVE ZERO TO ws-show-sub
005310         DISPLAY "Conditions as FIELD TEST VALUE, tests EQ NE GT "
005320             "LT GE LE or CT (contains);"
005330         DISPLAY "  dates as YYYYMMDD, amounts as 1234.56"
005340         PERFORM GET-ONE-CONDITION
005350             UNTIL ws-more NOT = "Y" OR ws-show-sub NOT < 5
005360     END-IF.
005370     MOVE "Y" TO ws-more.
005380     IF XQ-SORT-FIELD(1) NOT = SPACES
005390         DISPLAY "Replace the sort (Y/N)? " WITH NO ADVANCING
005400         ACCEPT ws-more
005410         PERFORM UPPER-CASE-MORE
005420     END-IF.
005430     IF ws-more = "Y"
005440         MOVE SPACES TO XQ-SORT(1) XQ-SORT(2)
005450         MOVE ZERO TO ws-show-sub
005460         PERFORM GET-ONE-SORT
005470             UNTIL ws-more NOT = "Y" OR ws-show-sub NOT < 2
005480     END-IF.
005490     DISPLAY "C)omma-separated file or P)rinted listing ["
005500         XQ-OUTPUT "]: " WITH NO ADVANCING.
005510     ACCEPT ws-input.
005520     PERFORM UPPER-CASE-INPUT.
005530     IF ws-input NOT = SPACES
005540         MOVE ws-input(1:1) TO XQ-OUTPUT
005550     END-IF.
005560     IF NOT XQ-TO-CSV
005570         MOVE "P" TO XQ-OUTPUT
005580     END-IF.
005590     DISPLAY "Run nightly (Y/N) [" XQ-SCHEDULE "]: "
005600         WITH NO ADVANCING.
005610     ACCEPT ws-input.
005620     PERFORM UPPER-CASE-INPUT.
005630     IF ws-input(1:1) = "Y"
005640         MOVE "N" TO XQ-SCHEDULE
005650     END-IF.
005660     IF ws-input(1:1) = "N"
005670         MOVE SPACE TO XQ-SCHEDULE
005680     END-IF.
005690     MOVE ws-operator-id TO XQ-OWNER.
005700     MOVE ws-today       TO XQ-SAVED-DATE.
005710
005720 GET-ONE-JOIN.
005730     ADD 1 TO ws-join-sub.
005740     MOVE ws-join-sub TO ws-disp-sub.
005750     DISPLAY "Join file " ws-disp-sub " (- for none) ["
005760         XQ-JOIN-FILE(ws-join-sub) "]: " WITH NO ADVANCING.
005770     ACCEPT ws-input.
005780     PERFORM UPPER-CASE-INPUT.
005790     IF ws-input = "-"
005800         MOVE SPACES TO XQ-JOIN(ws-join-sub)
005810     ELSE
005820     IF ws-input NOT = SPACES
005830         MOVE ws-input TO XQ-JOIN-FILE(ws-join-sub)
005840     END-IF
005850     END-IF.
005860     IF XQ-JOIN-FILE(ws-join-sub) NOT = SPACES
005870         DISPLAY "  F)irst record found or S)um amounts ["
005880             XQ-JOIN-MODE(ws-join-sub) "]: " WITH NO ADVANCING
005890         ACCEPT ws-input
005900         PERFORM UPPER-CASE-INPUT
005910         IF ws-input NOT = SPACES
005920             MOVE ws-input(1:1) TO XQ-JOIN-MODE(ws-join-sub)
005930         END-IF
005940     END-IF.
005950
005960 TIDY-ONE-COLUMN.
005970     ADD 1 TO ws-show-sub.
005980     MOVE FUNCTION TRIM(XQ-COLUMN(ws-show-sub))
005990         TO XQ-COLUMN(ws-show-sub).
006000
006010 GET-ONE-CONDITION.
006020     MOVE ws-show-sub TO ws-disp-sub.
006030     ADD 1 TO ws-disp-sub.
006040     DISPLAY "Condition " ws-disp-sub " (blank = no more): "
006050         WITH NO ADVANCING.
006060     MOVE SPACES TO ws-input.
006070     ACCEPT ws-input.
006080     IF ws-input = SPACES
006090         MOVE "N" TO ws-more
006100     ELSE
006110         ADD 1 TO ws-show-sub
006120         MOVE 1 TO ws-ptr
006130         UNSTRING ws-input DELIMITED BY ALL SPACE
006140             INTO XQ-COND-FIELD(ws-show-sub)
006150                  XQ-COND-OP(ws-show-sub)
006160             WITH POINTER ws-ptr
006170         END-UNSTRING
006180         IF ws-ptr NOT > 60
006190             MOVE ws-input(ws-ptr:) TO XQ-COND-VALUE(ws-show-sub)
006200         END-IF
006210         INSPECT XQ-COND-FIELD(ws-show-sub)
006220             CONVERTING "abcdefghijklmnopqrstuvwxyz"
006230                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006240         INSPECT XQ-COND-OP(ws-show-sub)
006250             CONVERTING "abcdefghijklmnopqrstuvwxyz"
006260                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006270     END-IF.
006280
006290 GET-ONE-SORT.
006300     MOVE ws-show-sub TO ws-disp-sub.
006310     ADD 1 TO ws-disp-sub.
006320     DISPLAY "Sort field " ws-disp-sub ", D after it for "
006330         "descending (blank = no more): " WITH NO ADVANCING.
006340     MOVE SPACES TO ws-input.
006350     ACCEPT ws-input.
006360     PERFORM UPPER-CASE-INPUT.
006370     IF ws-input = SPACES
006380         MOVE "N" TO ws-more
006390     ELSE
006400         ADD 1 TO ws-show-sub
006410         UNSTRING ws-input DELIMITED BY ALL SPACE
006420             INTO XQ-SORT-FIELD(ws-show-sub)
006430                  XQ-SORT-DIR(ws-show-sub)
006440         END-UNSTRING
006450     END-IF.
006460
006470 UPPER-CASE-INPUT.
006480     INSPECT ws-input
006490         CONVERTING "abcdefghijklmnopqrstuvwxyz"
006500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006510
006520 UPPER-CASE-MORE.
006530     IF ws-more = "y"
006540         MOVE "Y" TO ws-more
006550     END-IF.
006560
006570 BUILD-AUDIT-SUMMARY.
006580*--------------------------------
006590* The audit before/after image is a one-line summary of the
006600* query - name, files, output, and title; the full query is
006610* on QUERYDEF.DAT.
006620*--------------------------------
006630     MOVE SPACES TO ws-column-list.
006640     STRING XQ-NAME " " XQ-FILE " " XQ-JOIN-FILE(1) " "
006650         XQ-JOIN-FILE(2) " " XQ-OUTPUT XQ-SCHEDULE " "
006660         XQ-TITLE
006670         DELIMITED BY SIZE INTO ws-column-list.
006680
006690 WRITE-AUDIT-RECORD.
006700*--------------------------------
006710* Appends the change to the reference-data audit trail
006720* (REFAUDIT.DAT) with the same before/after and chaining
006730* convention calmnt.cbl uses, so audtchk verifies it and refaud
006740* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
006750* and AUDIT-AFTER first.  Every audited change marks the list
006760* for the write-back at quit.
006770*--------------------------------
006780     MOVE "Y" TO ws-changed.
006790     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
006800     MOVE ws-operator-id         TO AUDIT-OPERATOR.
006810     MOVE "XTRDEF  "   TO AUDIT-PROGRAM-NAME.
006820     PERFORM SET-AUDIT-SEQUENCE.
006830     MOVE AUDIT-RECORD           TO AUDIT-LINE.
006840     OPEN EXTEND AUDITFILE.
006850     IF ws-audit-status = "35"
006860         OPEN OUTPUT AUDITFILE
006870     END-IF.
006880     WRITE AUDIT-LINE.
006890     CLOSE AUDITFILE.
006900
006910 SET-AUDIT-SEQUENCE.
006920*--------------------------------
006930* Tamper-evident chaining, the same sequence-and-check scheme
006940* write-audit-record in phonescr.cbl folds over each record.
006950*--------------------------------
006960     PERFORM GET-LAST-AUDIT-POSITION.
006970     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
006980     PERFORM COMPUTE-AUDIT-CHECK.
006990
007000 GET-LAST-AUDIT-POSITION.
007010     MOVE ZERO TO ws-last-audit-seq.
007020     MOVE ZERO TO ws-last-audit-check.
007030     OPEN INPUT AUDITFILE.
007040     IF ws-audit-status = "00"
007050         PERFORM READ-LAST-AUDIT-LINE
007060             UNTIL ws-audit-status NOT = "00"
007070         CLOSE AUDITFILE
007080     END-IF.
007090
007100 READ-LAST-AUDIT-LINE.
007110     READ AUDITFILE
007120         AT END CONTINUE
007130     END-READ.
007140     IF ws-audit-status = "00"
007150         AND AUDIT-LINE(229:9) IS NUMERIC
007160         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
007170         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
007180     END-IF.
007190
007200 COMPUTE-AUDIT-CHECK.
007210     MOVE ZERO TO ws-audit-work-sum.
007220     MOVE ZERO TO ws-audit-sub.
007230     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
007240     COMPUTE AUDIT-CHECK-VALUE =
007250         FUNCTION MOD((ws-last-audit-check * 17)
007260             + ws-audit-work-sum, 999999999).
007270
007280 ADD-ONE-AUDIT-BYTE.
007290     ADD 1 TO ws-audit-sub.
007300     COMPUTE ws-audit-work-sum = ws-audit-work-sum
007310         + (ws-audit-sub
007320            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
007330
007340 CHECK-QUERY.
007350*--------------------------------
007360* Checks a query against the data dictionary before it is
007370* saved or run, and resolves it for the run: the primary file
007380* in slot 1 and each joined file in the next slot, with where
007390* the primary record carries the key that reaches it; then
007400* every column, condition and sort field to its dictionary
007410* entry and slot.  ws-query-error is left blank when the query
007420* is sound, or says what is wrong with it.
007430*--------------------------------
007440     MOVE SPACES TO ws-query-error.
007450     MOVE SPACES TO ws-slot-table.
007460     MOVE ZERO TO ws-col-count.
007470     MOVE ZERO TO ws-cond-count.
007480     MOVE ZERO TO ws-sort-count.
007490     MOVE XQ-FILE TO ws-find-code.
007500     PERFORM FIND-DICT-FILE.
007510     IF ws-find-fx = ZERO
007520         STRING "Unknown file '" DELIMITED BY SIZE
007530             XQ-FILE DELIMITED BY SPACE
007540             "'" DELIMITED BY SIZE INTO ws-query-error
007550     ELSE
007560         MOVE 1 TO ws-slot-count
007570         MOVE XQ-FILE    TO ws-slot-file(1)
007580         MOVE ws-find-fx TO ws-slot-fx(1)
007590         MOVE ZERO       TO ws-slot-source-at(1)
007600         MOVE "F"        TO ws-slot-mode(1)
007610         MOVE ZERO TO ws-join-sub
007620         PERFORM CHECK-ONE-JOIN 2 TIMES
007630     END-IF.
007640     IF ws-query-error = SPACES
007650         MOVE ZERO TO ws-q-sub
007660         PERFORM CHECK-ONE-COLUMN 10 TIMES
007670     END-IF.
007680     IF ws-query-error = SPACES AND ws-col-count = ZERO
007690         MOVE "No columns chosen" TO ws-query-error
007700     END-IF.
007710     IF ws-query-error = SPACES
007720         MOVE ZERO TO ws-q-sub
007730         PERFORM CHECK-ONE-CONDITION 5 TIMES
007740     END-IF.
007750     IF ws-query-error = SPACES
007760         MOVE ZERO TO ws-q-sub
007770         PERFORM CHECK-ONE-SORT 2 TIMES
007780     END-IF.
007790
007800 CHECK-ONE-JOIN.
007810     ADD 1 TO ws-join-sub.
007820     IF XQ-JOIN-FILE(ws-join-sub) NOT = SPACES
007830         AND ws-query-error = SPACES
007840         MOVE XQ-JOIN-FILE(ws-join-sub) TO ws-find-code
007850         PERFORM FIND-DICT-FILE
007860         IF XQ-JOIN-MODE(ws-join-sub) = SPACE
007870             MOVE "F" TO XQ-JOIN-MODE(ws-join-sub)
007880         END-IF
007890         MOVE ZERO TO ws-source-at
007900         IF ws-find-fx NOT = ZERO
007910             PERFORM GET-JOIN-SOURCE
007920         END-IF
007930         EVALUATE TRUE
007940             WHEN ws-find-fx = ZERO
007950                 STRING "Unknown join file '" DELIMITED BY SIZE
007960                     ws-find-code DELIMITED BY SPACE
007970                     "'" DELIMITED BY SIZE INTO ws-query-error
007980             WHEN DF-LOOKUP(ws-find-fx) = SPACE
007990                 STRING ws-find-code DELIMITED BY SPACE
008000                     " cannot be joined to"
008010                     DELIMITED BY SIZE INTO ws-query-error
008020             WHEN ws-find-code = ws-slot-file(1)
008030                 OR ws-find-code = ws-slot-file(2)
008040                 STRING ws-find-code DELIMITED BY SPACE
008050                     " is named twice"
008060                     DELIMITED BY SIZE INTO ws-query-error
008070             WHEN ws-source-at = ZERO
008080                 STRING ws-slot-file(1) DELIMITED BY SPACE
008090                     " has no key to reach " DELIMITED BY SIZE
008100                     ws-find-code DELIMITED BY SPACE
008110                     INTO ws-query-error
008120             WHEN XQ-JOIN-MODE(ws-join-sub) NOT = "F"
008130                 AND XQ-JOIN-MODE(ws-join-sub) NOT = "S"
008140                 MOVE "Join mode must be F or S" TO ws-query-error
008150             WHEN OTHER
008160                 ADD 1 TO ws-slot-count
008170                 MOVE ws-find-code TO ws-slot-file(ws-slot-count)
008180                 MOVE ws-find-fx   TO ws-slot-fx(ws-slot-count)
008190                 MOVE ws-source-at
008200                     TO ws-slot-source-at(ws-slot-count)
008210                 MOVE ws-key-at
008220                     TO ws-slot-key-at(ws-slot-count)
008230                 MOVE ws-key-length
008240                     TO ws-slot-key-length(ws-slot-count)
008250                 MOVE XQ-JOIN-MODE(ws-join-sub)
008260                     TO ws-slot-mode(ws-slot-count)
008270         END-EVALUATE
008280     END-IF.
008290
008300 GET-JOIN-SOURCE.
008310*--------------------------------
008320* How the joined file (ws-find-fx) is reached: its lookup kind
008330* picks where the primary record carries the key, where the
008340* joined record carries it, and how long it is.
008350*--------------------------------
008360     EVALUATE DF-LOOKUP(ws-find-fx)
008370         WHEN "E"
008380             MOVE DF-EMP-AT(ws-slot-fx(1))  TO ws-source-at
008390             MOVE DF-EMP-AT(ws-find-fx)     TO ws-key-at
008400             MOVE 6 TO ws-key-length
008410         WHEN "A"
008420             MOVE DF-ACCT-AT(ws-slot-fx(1)) TO ws-source-at
008430             MOVE DF-ACCT-AT(ws-find-fx)    TO ws-key-at
008440             MOVE 10 TO ws-key-length
008450         WHEN "D"
008460             MOVE DF-DEPT-AT(ws-slot-fx(1)) TO ws-source-at
008470             MOVE DF-DEPT-AT(ws-find-fx)    TO ws-key-at
008480             MOVE 10 TO ws-key-length
008490     END-EVALUATE.
008500
008510 CHECK-ONE-COLUMN.
008520     ADD 1 TO ws-q-sub.
008530     IF XQ-COLUMN(ws-q-sub) NOT = SPACES
008540         AND ws-query-error = SPACES
008550         MOVE XQ-COLUMN(ws-q-sub) TO ws-check-field
008560         PERFORM CHECK-FIELD-NAME
008570         IF ws-query-error = SPACES
008580             ADD 1 TO ws-col-count
008590             MOVE ws-find-dx   TO ws-col-dx(ws-col-count)
008600             MOVE ws-find-slot TO ws-col-slot(ws-col-count)
008610         END-IF
008620     END-IF.
008630
008640 CHECK-ONE-CONDITION.
008650     ADD 1 TO ws-q-sub.
008660     IF XQ-COND-FIELD(ws-q-sub) NOT = SPACES
008670         AND ws-query-error = SPACES
008680         MOVE XQ-COND-FIELD(ws-q-sub) TO ws-check-field
008690         PERFORM CHECK-FIELD-NAME
008700         MOVE XQ-COND-OP(ws-q-sub) TO ws-check-op
008710         EVALUATE TRUE
008720             WHEN ws-query-error NOT = SPACES
008730                 CONTINUE
008740             WHEN NOT ws-op-valid
008750                 STRING "Unknown test '" ws-check-op "' on "
008760                     DELIMITED BY SIZE
008770                     ws-check-field DELIMITED BY SPACE
008780                     INTO ws-query-error
008790             WHEN ws-check-op = "CT"
008800                 AND DD-TYPE(ws-find-dx) NOT = "X"
008810                 STRING "CT tests text only, not "
008820                     DELIMITED BY SIZE
008830                     ws-check-field DELIMITED BY SPACE
008840                     INTO ws-query-error
008850             WHEN OTHER
008860                 ADD 1 TO ws-cond-count
008870                 MOVE ws-find-dx   TO ws-cond-dx(ws-cond-count)
008880                 MOVE ws-find-slot TO ws-cond-slot(ws-cond-count)
008890                 MOVE ws-q-sub     TO ws-cond-ix(ws-cond-count)
008900         END-EVALUATE
008910     END-IF.
008920
008930 CHECK-ONE-SORT.
008940     ADD 1 TO ws-q-sub.
008950     IF XQ-SORT-FIELD(ws-q-sub) NOT = SPACES
008960         AND ws-query-error = SPACES
008970         MOVE XQ-SORT-FIELD(ws-q-sub) TO ws-check-field
008980         PERFORM CHECK-FIELD-NAME
008990         IF XQ-SORT-DIR(ws-q-sub) = SPACE
009000             MOVE "A" TO XQ-SORT-DIR(ws-q-sub)
009010         END-IF
009020         IF ws-query-error = SPACES
009030             IF XQ-SORT-DIR(ws-q-sub) NOT = "A"
009040                 AND XQ-SORT-DIR(ws-q-sub) NOT = "D"
009050                 MOVE "Sort order must be A or D"
009060                     TO ws-query-error
009070             ELSE
009080                 ADD 1 TO ws-sort-count
009090                 MOVE ws-find-dx   TO ws-sort-dx(ws-sort-count)
009100                 MOVE ws-find-slot TO ws-sort-slot(ws-sort-count)
009110                 MOVE XQ-SORT-DIR(ws-q-sub)
009120                     TO ws-sort-dir(ws-sort-count)
009130             END-IF
009140         END-IF
009150     END-IF.
009160
009170 CHECK-FIELD-NAME.
009180*--------------------------------
009190* The field must be in the dictionary and on one of the files
009200* the query reads; a found flag only means something for a
009210* joined file.
009220*--------------------------------
009230     PERFORM FIND-DICT-FIELD.
009240     MOVE ZERO TO ws-find-slot.
009250     IF ws-find-dx NOT = ZERO
009260         IF DD-FILE(ws-find-dx) = ws-slot-file(1)
009270             MOVE 1 TO ws-find-slot
009280         END-IF
009290         IF DD-FILE(ws-find-dx) = ws-slot-file(2)
009300             MOVE 2 TO ws-find-slot
009310         END-IF
009320         IF DD-FILE(ws-find-dx) = ws-slot-file(3)
009330             MOVE 3 TO ws-find-slot
009340         END-IF
009350     END-IF.
009360     EVALUATE TRUE
009370         WHEN ws-find-dx = ZERO
009380             STRING "Unknown field '" DELIMITED BY SIZE
009390                 ws-check-field DELIMITED BY SPACE
009400                 "'" DELIMITED BY SIZE INTO ws-query-error
009410         WHEN ws-find-slot = ZERO
009420             STRING ws-check-field DELIMITED BY SPACE
009430                 " is on " DELIMITED BY SIZE
009440                 DD-FILE(ws-find-dx) DELIMITED BY SPACE
009450                 ", not read by this query"
009460                 DELIMITED BY SIZE INTO ws-query-error
009470         WHEN DD-TYPE(ws-find-dx) = "F" AND ws-find-slot = 1
009480             STRING ws-check-field DELIMITED BY SPACE
009490                 " is for a joined file only"
009500                 DELIMITED BY SIZE INTO ws-query-error
009510         WHEN OTHER
009520             CONTINUE
009530     END-EVALUATE.
009540
009550 FIND-DICT-FILE.
009560     MOVE ZERO TO ws-find-fx.
009570     MOVE ZERO TO ws-dict-sub.
009580     PERFORM CHECK-ONE-DICT-FILE DICT-FILE-COUNT TIMES.
009590
009600 CHECK-ONE-DICT-FILE.
009610     ADD 1 TO ws-dict-sub.
009620     IF DF-CODE(ws-dict-sub) = ws-find-code
009630         AND ws-find-fx = ZERO
009640         MOVE ws-dict-sub TO ws-find-fx
009650     END-IF.
009660
009670 FIND-DICT-FIELD.
009680     MOVE ZERO TO ws-find-dx.
009690     MOVE ZERO TO ws-dict-sub.
009700     PERFORM CHECK-ONE-DICT-FIELD DICT-FIELD-COUNT TIMES.
009710
009720 CHECK-ONE-DICT-FIELD.
009730     ADD 1 TO ws-dict-sub.
009740     IF DD-FIELD(ws-dict-sub) = ws-check-field
009750         AND ws-find-dx = ZERO
009760         MOVE ws-dict-sub TO ws-find-dx
009770     END-IF.

009790 CHECK-UPDATE-GRANT.
009800*--------------------------------
009810* Adding, changing, and deleting queries need the XTRDUPD grant
009820* on the access table (OPERACC.DAT, kept in opermnt); without it
009830* the screen is listing only.  A shop with no table yet runs as
009840* before.
009850*--------------------------------
009860     MOVE "Y" TO ws-update-granted.
009870     OPEN INPUT ACCESS-FILE.
009880     IF ws-acc-status = "00"
009890         MOVE ws-operator-id TO ACC-OPER-ID
009900         MOVE "XTRDUPD "     TO ACC-FUNCTION
009910         READ ACCESS-FILE
009920             INVALID KEY
009930                 MOVE "N" TO ws-update-granted
009940                 DISPLAY "No XTRDUPD grant for "
009950                     ws-operator-id
009960                     " - listing only."
009970         END-READ
009980         CLOSE ACCESS-FILE
009990     END-IF.
