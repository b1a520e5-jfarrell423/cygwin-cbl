000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUTMNT.
000030*--------------------------------
000040* Future-dated directory changes.  phonescr and phonepnd post a
000050* change today; moves, transfers, and name changes known weeks
000060* ahead are keyed here instead with the date they take effect
000070* and held on FUTCHG.DAT until the nightly futpost run posts
000080* them on that date.  Three kinds can be held:
000090*
000100*   C)hange   names, extension, and work/cell/pager numbers;
000110*   M)ove     a department move (DEPTHIST.DAT entry on posting);
000120*   O)ffice   a new office location for PHONELOC.DAT.
000130*
000140* L)ist shows every change still held, in date order; X cancels
000150* a held change before it posts.  The employee must be active
000160* on the directory and the date later than today.  Holding and
000170* cancelling write a chained AUDITREC to the reference-data audit
000180* trail (REFAUDIT.DAT); the posting itself goes to the directory
000190* audit trail.  Updates honor the batchwin window-open flag the
000200* same way deptmnt does.
000210*
000220* 2026-10  JDF  New program.
000222* 2026-10  JDF  Update actions need the FUTUPD grant on the
000224*                access table once OPERACC.DAT is on file; the
000226*                operator ID is verified against the operator
000228*                master with its password first.
000230*--------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270 SELECT FUTFILE ASSIGN TO "FUTCHGDAT"
000280 FILE STATUS IS ws-fut-status
000290 ORGANIZATION IS INDEXED
000300 ACCESS MODE IS DYNAMIC
000310 RECORD KEY IS FUT-KEY.
000320
000330 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000340 FILE STATUS IS FILE-CHECK-KEY
000350 ORGANIZATION IS INDEXED
000360 ACCESS MODE IS DYNAMIC
000370 RECORD KEY IS EMPLOYEE-ID
000380 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000390
000400 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000410 FILE STATUS IS ws-loc-status
000420 ORGANIZATION IS INDEXED
000430 ACCESS MODE IS DYNAMIC
000440 RECORD KEY IS LOC-EMPLOYEE-ID.
000450
000460 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000470 FILE STATUS IS ws-dept-status
000480 ORGANIZATION IS INDEXED
000490 ACCESS MODE IS DYNAMIC
000500 RECORD KEY IS DEPT-CODE.
000510
000520 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000530 ORGANIZATION IS LINE SEQUENTIAL
000540 FILE STATUS IS ws-audit-status.
000550
000560 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000570 FILE STATUS IS ws-oper-status
000580 ORGANIZATION IS INDEXED
000590 ACCESS MODE IS DYNAMIC
000600 RECORD KEY IS OPER-ID.
000610
000620 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000630 ORGANIZATION IS LINE SEQUENTIAL
000640 FILE STATUS IS ws-flag-status.
000650
000651 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000652 FILE STATUS IS ws-acc-status
000654 ORGANIZATION IS INDEXED
000655 ACCESS MODE IS DYNAMIC
000657 RECORD KEY IS ACC-KEY.
000658
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD FUTFILE.
000690     COPY FUTREC.
000700
000710 FD PHONEFILE.
000720     COPY PHONEREC.
000730
000740 FD LOCFILE.
000750     COPY LOCREC.
000760
000770 FD DEPTFILE.
000780     COPY DEPTREC.
000790
000800 FD AUDITFILE.
000810 01  AUDIT-LINE                      PIC X(246).
000820
000830 FD OPERFILE.
000840     COPY OPERREC.
000850
000860 FD WINDOW-FLAG-FILE.
000870 01  WINDOW-FLAG-REC.
000880     05  FLG-STATE                   PIC X(04).
000890     05  FILLER                      PIC X(01).
000900     05  FLG-STEP                    PIC X(30).
000910
000912 FD ACCESS-FILE.
000915     COPY ACCSREC.
000917
000920 WORKING-STORAGE SECTION.
000930     COPY FILESTAT.
000940     COPY AUDITREC.
000950
000960 01  ws-audit-status                 pic x(02).
000970 01  ws-last-audit-seq               pic 9(09) value zero.
000980 01  ws-last-audit-check             pic 9(09) value zero.
000990 01  ws-audit-work-sum               pic 9(18) value zero.
001000 01  ws-audit-sub                    pic 9(04) comp value zero.
001010 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
001012 01  ws-acc-status                   pic x(02).
001014 01  ws-update-granted               pic x(01) value "Y".
001016 01  ws-sign-password                pic x(08) value spaces.
001018 01  ws-sign-ok                      pic x(01) value space.
001020 01  ws-oper-status                  pic x(02).
001030 01  ws-flag-status                  pic x(02).
001040 01  ws-window-locked                pic x(01) value "N".
001050 01  ws-window-override              pic x(01) value "N".
001060 01  ws-window-step                  pic x(30) value spaces.
001070 01  ws-override-answer              pic x(01) value space.
001080 01  ws-override-ok                  pic x(01) value space.
001090 01  ws-ovr-id                       pic x(08) value spaces.
001100 01  ws-ovr-password                 pic x(08) value spaces.
001110 01  ws-fut-status                   pic x(02).
001120 01  ws-loc-status                   pic x(02).
001130 01  ws-dept-status                  pic x(02).
001140 01  ws-done                         pic x(01) value space.
001150 01  ws-choice                       pic x(01) value space.
001160 01  ws-eof                          pic x(01) value space.
001170 01  ws-fields-ok                    pic x(01) value space.
001180 01  ws-today                        pic 9(08) value zero.
001190 01  ws-id-entry                     pic x(06) value spaces.
001200 01  ws-date-entry                   pic x(08) value spaces.
001210 01  ws-kind-entry                   pic x(01) value space.
001220 01  ws-held-id                      pic 9(06) value zero.
001230 01  ws-held-date                    pic 9(08) value zero.
001240 01  ws-held-count                   pic 9(05) value zero.
001250 01  ws-new-dept                     pic x(10) value spaces.
001260 01  ws-name-entry                   pic x(10) value spaces.
001270 01  ws-number-entry                 pic x(10) value spaces.
001280 01  ws-ext-entry                    pic x(05) value spaces.
001290 01  ws-loc-entry                    pic x(06) value spaces.
001300
001310 PROCEDURE DIVISION.
001320 PROGRAM-BEGIN.
001330     CALL "shopcfg"
001340         ON EXCEPTION
001350             DISPLAY "shopcfg not found - default "
001360                 "file locations in effect"
001370     END-CALL.
001380     DISPLAY "Operator ID: " WITH NO ADVANCING.
001390     ACCEPT ws-operator-id.
001400     IF ws-operator-id = SPACES
001410         MOVE "SYSTEM  " TO ws-operator-id
001420     END-IF.
001423     PERFORM VERIFY-OPERATOR.
001426     PERFORM CHECK-UPDATE-GRANT.
001430     ACCEPT ws-today FROM DATE YYYYMMDD.
001440     PERFORM CHECK-BATCH-WINDOW.
001450     PERFORM OPEN-FUTFILE.
001460     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001470     CLOSE FUTFILE.
001480     STOP RUN.
001490
001500 OPEN-FUTFILE.
001510*--------------------------------
001520* First held change ever creates the file, the same create-then-
001530* reopen probe deptmnt uses for the department table.
001540*--------------------------------
001550     OPEN I-O FUTFILE.
001560     IF ws-fut-status = "35"
001570         OPEN OUTPUT FUTFILE
001580         CLOSE FUTFILE
001590         OPEN I-O FUTFILE
001600     END-IF.
001610
001620 MENU-LOOP.
001630     PERFORM REFRESH-WINDOW-FLAG.
001640     DISPLAY " ".
001650     DISPLAY "Held changes - L)ist  C)hange  M)ove dept  "
001660         "O)ffice  X)cancel  Q)uit: " WITH NO ADVANCING.
001670     ACCEPT ws-choice.
001671     IF ws-update-granted NOT = "Y"
001672         AND (ws-choice = "C" OR "c" OR "M" OR "m"
001674             OR "O" OR "o" OR "X" OR "x")
001675         DISPLAY "Not granted FUTUPD - updates refused."
001677         MOVE SPACE TO ws-choice
001678     END-IF.
001680     EVALUATE ws-choice
001690         WHEN "L"
001700         WHEN "l"
001710             PERFORM LIST-HELD-CHANGES
001720         WHEN "C"
001730         WHEN "c"
001740             IF ws-window-locked = "Y"
001750                 DISPLAY "Batch window open - "
001760                     "updates locked."
001770             ELSE
001780             PERFORM HOLD-DIRECTORY-CHANGE
001790             END-IF
001800         WHEN "M"
001810         WHEN "m"
001820             IF ws-window-locked = "Y"
001830                 DISPLAY "Batch window open - "
001840                     "updates locked."
001850             ELSE
001860             PERFORM HOLD-DEPARTMENT-MOVE
001870             END-IF
001880         WHEN "O"
001890         WHEN "o"
001900             IF ws-window-locked = "Y"
001910                 DISPLAY "Batch window open - "
001920                     "updates locked."
001930             ELSE
001940             PERFORM HOLD-LOCATION-CHANGE
001950             END-IF
001960         WHEN "X"
001970         WHEN "x"
001980             IF ws-window-locked = "Y"
001990                 DISPLAY "Batch window open - "
002000                     "updates locked."
002010             ELSE
002020             PERFORM CANCEL-HELD-CHANGE
002030             END-IF
002040         WHEN "Q"
002050         WHEN "q"
002060             MOVE "Y" TO ws-done
002070         WHEN OTHER
002080             CONTINUE
002090     END-EVALUATE.
002100
002110 LIST-HELD-CHANGES.
002120     MOVE SPACE TO ws-eof.
002130     MOVE ZERO  TO ws-held-count.
002140     MOVE LOW-VALUES TO FUT-KEY.
002150     START FUTFILE KEY IS NOT LESS THAN FUT-KEY
002160         INVALID KEY MOVE "y" TO ws-eof
002170     END-START.
002180     IF ws-eof NOT = "y"
002190         READ FUTFILE NEXT RECORD
002200             AT END MOVE "y" TO ws-eof
002210         END-READ
002220     END-IF.
002230     PERFORM LIST-ONE-HELD UNTIL ws-eof = "y".
002240     IF ws-held-count = ZERO
002250         DISPLAY "  (no changes held)"
002260     END-IF.
002270
002280 LIST-ONE-HELD.
002290     IF FUT-HELD
002300         ADD 1 TO ws-held-count
002310         PERFORM SHOW-HELD-CHANGE
002320     END-IF.
002330     READ FUTFILE NEXT RECORD
002340         AT END MOVE "y" TO ws-eof
002350     END-READ.
002360
002370 SHOW-HELD-CHANGE.
002380*--------------------------------
002390* The images are PHONEREC (kinds C and M) or LOCREC (kind O)
002400* layouts, picked apart by offset the way phonepnd does.
002410*--------------------------------
002420     EVALUATE TRUE
002430         WHEN FUT-DIRECTORY
002440             DISPLAY "  " FUT-EFF-DATE " " FUT-EMPLOYEE-ID
002450                 " CHANGE " FUT-AFTER(7:10) " " FUT-AFTER(17:10)
002460                 " EXT " FUT-AFTER(77:5) " BY " FUT-OPERATOR
002470         WHEN FUT-DEPARTMENT
002480             DISPLAY "  " FUT-EFF-DATE " " FUT-EMPLOYEE-ID
002490                 " MOVE   " FUT-BEFORE(67:10) " TO "
002500                 FUT-AFTER(67:10) " BY " FUT-OPERATOR
002510         WHEN OTHER
002520             DISPLAY "  " FUT-EFF-DATE " " FUT-EMPLOYEE-ID
002530                 " OFFICE BLDG " FUT-AFTER(7:4) " FLOOR "
002540                 FUT-AFTER(11:3) " ROOM " FUT-AFTER(14:6)
002550     END-EVALUATE.
002560
002570 HOLD-DIRECTORY-CHANGE.
002580*--------------------------------
002590* Each field shows its current value; Enter keeps it.
002600*--------------------------------
002610     PERFORM GET-HELD-EMPLOYEE.
002620     IF ws-fields-ok = "Y"
002630         MOVE DBS-REC-1 TO FUT-BEFORE
002640         DISPLAY "First name [" first-name "]: "
002650             WITH NO ADVANCING
002660         MOVE SPACES TO ws-name-entry
002670         ACCEPT ws-name-entry
002680         IF ws-name-entry NOT = SPACES
002690             MOVE ws-name-entry TO first-name
002700         END-IF
002710         DISPLAY "Last name [" last-name "]: "
002720             WITH NO ADVANCING
002730         MOVE SPACES TO ws-name-entry
002740         ACCEPT ws-name-entry
002750         IF ws-name-entry NOT = SPACES
002760             MOVE ws-name-entry TO last-name
002770         END-IF
002780         DISPLAY "Extension [" extension "]: "
002790             WITH NO ADVANCING
002800         MOVE SPACES TO ws-ext-entry
002810         ACCEPT ws-ext-entry
002820         IF ws-ext-entry NOT = SPACES
002830             MOVE ws-ext-entry TO extension
002840         END-IF
002850         DISPLAY "Work number [" work-number "]: "
002860             WITH NO ADVANCING
002870         MOVE SPACES TO ws-number-entry
002880         ACCEPT ws-number-entry
002890         IF ws-number-entry NOT = SPACES
002900             MOVE ws-number-entry TO work-number
002910         END-IF
002920         DISPLAY "Cell number [" cell-number "]: "
002930             WITH NO ADVANCING
002940         MOVE SPACES TO ws-number-entry
002950         ACCEPT ws-number-entry
002960         IF ws-number-entry NOT = SPACES
002970             MOVE ws-number-entry TO cell-number
002980         END-IF
002990         DISPLAY "Pager number [" pager-number "]: "
003000             WITH NO ADVANCING
003010         MOVE SPACES TO ws-number-entry
003020         ACCEPT ws-number-entry
003030         IF ws-number-entry NOT = SPACES
003040             MOVE ws-number-entry TO pager-number
003050         END-IF
003060         MOVE DBS-REC-1 TO FUT-AFTER
003070         IF FUT-AFTER = FUT-BEFORE
003080             DISPLAY "Nothing changed - not held."
003090         ELSE
003100             MOVE "D" TO FUT-KIND
003110             PERFORM WRITE-HELD-CHANGE
003120         END-IF
003130     END-IF.
003140
003150 HOLD-DEPARTMENT-MOVE.
003160     PERFORM GET-HELD-EMPLOYEE.
003170     IF ws-fields-ok = "Y"
003180         MOVE DBS-REC-1 TO FUT-BEFORE
003190         DISPLAY "Now in " department ".  New department code: "
003200             WITH NO ADVANCING
003210         MOVE SPACES TO ws-new-dept
003220         ACCEPT ws-new-dept
003230         PERFORM VALIDATE-DEPARTMENT
003240         IF ws-fields-ok = "Y"
003250             IF ws-new-dept = department
003260                 DISPLAY "Already in that department - not held."
003270             ELSE
003280                 MOVE ws-new-dept TO department
003290                 MOVE DBS-REC-1 TO FUT-AFTER
003300                 MOVE "P" TO FUT-KIND
003310                 PERFORM WRITE-HELD-CHANGE
003320             END-IF
003330         END-IF
003340     END-IF.
003350
003360 HOLD-LOCATION-CHANGE.
003370*--------------------------------
003380* The before image is the location on file today, or spaces for
003390* someone who has none yet.
003400*--------------------------------
003410     PERFORM GET-HELD-EMPLOYEE.
003420     IF ws-fields-ok = "Y"
003430         MOVE SPACES TO LOC-REC
003440         MOVE SPACES TO FUT-BEFORE
003450         OPEN INPUT LOCFILE
003460         IF ws-loc-status = "00"
003470             MOVE ws-held-id TO LOC-EMPLOYEE-ID
003480             READ LOCFILE
003490                 INVALID KEY MOVE SPACES TO LOC-REC
003500                 NOT INVALID KEY MOVE LOC-REC TO FUT-BEFORE
003510             END-READ
003520             CLOSE LOCFILE
003530         END-IF
003540         MOVE ws-held-id TO LOC-EMPLOYEE-ID
003550         DISPLAY "Building [" LOC-BUILDING "]: " WITH NO ADVANCING
003560         MOVE SPACES TO ws-loc-entry
003570         ACCEPT ws-loc-entry
003580         IF ws-loc-entry NOT = SPACES
003590             MOVE ws-loc-entry TO LOC-BUILDING
003600         END-IF
003610         DISPLAY "Floor [" LOC-FLOOR "]: " WITH NO ADVANCING
003620         MOVE SPACES TO ws-loc-entry
003630         ACCEPT ws-loc-entry
003640         IF ws-loc-entry NOT = SPACES
003650             MOVE ws-loc-entry TO LOC-FLOOR
003660         END-IF
003670         DISPLAY "Room [" LOC-ROOM "]: " WITH NO ADVANCING
003680         MOVE SPACES TO ws-loc-entry
003690         ACCEPT ws-loc-entry
003700         IF ws-loc-entry NOT = SPACES
003710             MOVE ws-loc-entry TO LOC-ROOM
003720         END-IF
003730         DISPLAY "Mail stop [" LOC-MAIL-STOP "]: "
003740             WITH NO ADVANCING
003750         MOVE SPACES TO ws-loc-entry
003760         ACCEPT ws-loc-entry
003770         IF ws-loc-entry NOT = SPACES
003780             MOVE ws-loc-entry TO LOC-MAIL-STOP
003790         END-IF
003800         MOVE SPACES  TO FUT-AFTER
003810         MOVE LOC-REC TO FUT-AFTER
003820         IF FUT-AFTER = FUT-BEFORE
003830             DISPLAY "Nothing changed - not held."
003840         ELSE
003850             MOVE "L" TO FUT-KIND
003860             PERFORM WRITE-HELD-CHANGE
003870         END-IF
003880     END-IF.
003890
003900 GET-HELD-EMPLOYEE.
003910*--------------------------------
003920* Takes the employee and the effective date.  The employee must
003930* be active on the directory, and the date later than today -
003940* a change for today is keyed in phonescr as usual.
003950*--------------------------------
003960     MOVE "Y" TO ws-fields-ok.
003970     DISPLAY "Employee ID: " WITH NO ADVANCING.
003980     MOVE SPACES TO ws-id-entry.
003990     ACCEPT ws-id-entry.
004000     IF ws-id-entry IS NOT NUMERIC
004010         DISPLAY "Employee ID must be six digits."
004020         MOVE "N" TO ws-fields-ok
004030     ELSE
004040         MOVE ws-id-entry TO ws-held-id
004050         OPEN INPUT PHONEFILE
004060         IF NOT RECORDFOUND
004070             DISPLAY "Directory not available."
004080             MOVE "N" TO ws-fields-ok
004090         ELSE
004100             MOVE ws-held-id TO employee-id
004110             READ PHONEFILE
004120                 INVALID KEY
004130                     DISPLAY "Employee not on the directory."
004140                     MOVE "N" TO ws-fields-ok
004150                 NOT INVALID KEY
004160                     IF emp-inactive
004170                         DISPLAY "Employee is inactive."
004180                         MOVE "N" TO ws-fields-ok
004190                     END-IF
004200             END-READ
004210             CLOSE PHONEFILE
004220         END-IF
004230     END-IF.
004240     IF ws-fields-ok = "Y"
004250         DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
004260         MOVE SPACES TO ws-date-entry
004270         ACCEPT ws-date-entry
004280         IF ws-date-entry IS NOT NUMERIC
004290             DISPLAY "Date must be eight digits."
004300             MOVE "N" TO ws-fields-ok
004310         ELSE
004320             MOVE ws-date-entry TO ws-held-date
004330             IF FUNCTION TEST-DATE-YYYYMMDD(ws-held-date)
004340                 NOT = ZERO
004350                 DISPLAY "Not a valid date."
004360                 MOVE "N" TO ws-fields-ok
004370             ELSE
004380             IF ws-held-date NOT > ws-today
004390                 DISPLAY "Date must be later than today."
004400                 MOVE "N" TO ws-fields-ok
004410             END-IF
004420             END-IF
004430         END-IF
004440     END-IF.
004450
004460 VALIDATE-DEPARTMENT.
004470*--------------------------------
004480* Only codes on the department table are accepted.  A shop that
004490* has not built the table yet takes anything, the same leniency
004500* phonescr gives its department field.
004510*--------------------------------
004520     IF ws-new-dept = SPACES
004530         DISPLAY "Department may not be blank."
004540         MOVE "N" TO ws-fields-ok
004550     ELSE
004560         OPEN INPUT DEPTFILE
004570         IF ws-dept-status = "00"
004580             MOVE ws-new-dept TO DEPT-CODE
004590             READ DEPTFILE
004600                 INVALID KEY
004610                     DISPLAY "Code not on the department table."
004620                     MOVE "N" TO ws-fields-ok
004630             END-READ
004640             CLOSE DEPTFILE
004650         END-IF
004660     END-IF.
004670
004680 WRITE-HELD-CHANGE.
004690     MOVE ws-held-date   TO FUT-EFF-DATE.
004700     MOVE ws-held-id     TO FUT-EMPLOYEE-ID.
004710     MOVE "H"            TO FUT-STATUS.
004720     MOVE ws-operator-id TO FUT-OPERATOR.
004730     MOVE ws-today       TO FUT-ENTERED-DATE.
004740     MOVE ZERO           TO FUT-POSTED-DATE.
004750     MOVE SPACES         TO FUT-NOTE.
004760     WRITE FUT-REC
004770         INVALID KEY
004780             DISPLAY "A change of that kind is already held for "
004790                 "that date."
004800     END-WRITE.
004810     IF ws-fut-status = "00"
004820         DISPLAY "Held for " FUT-EFF-DATE "."
004830         MOVE FUT-BEFORE TO AUDIT-BEFORE
004840         MOVE FUT-AFTER  TO AUDIT-AFTER
004850         MOVE "HOLD"     TO AUDIT-ACTION
004860         PERFORM WRITE-AUDIT-RECORD
004870     END-IF.
004880
004890 CANCEL-HELD-CHANGE.
004900     DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
004910     MOVE SPACES TO ws-date-entry.
004920     ACCEPT ws-date-entry.
004930     DISPLAY "Employee ID: " WITH NO ADVANCING.
004940     MOVE SPACES TO ws-id-entry.
004950     ACCEPT ws-id-entry.
004960     DISPLAY "Kind (C change, M move, O office): "
004970         WITH NO ADVANCING.
004980     MOVE SPACE TO ws-kind-entry.
004990     ACCEPT ws-kind-entry.
005000     IF ws-date-entry IS NOT NUMERIC
005010         OR ws-id-entry IS NOT NUMERIC
005020         DISPLAY "Date and employee ID must be numeric."
005030     ELSE
005040         MOVE ws-date-entry TO FUT-EFF-DATE
005050         MOVE ws-id-entry   TO FUT-EMPLOYEE-ID
005060         EVALUATE ws-kind-entry
005070             WHEN "C"
005080             WHEN "c"
005090                 MOVE "D" TO FUT-KIND
005100             WHEN "M"
005110             WHEN "m"
005120                 MOVE "P" TO FUT-KIND
005130             WHEN OTHER
005140                 MOVE "L" TO FUT-KIND
005150         END-EVALUATE
005160         READ FUTFILE
005170             INVALID KEY
005180                 DISPLAY "No such change held."
005190             NOT INVALID KEY
005200                 IF NOT FUT-HELD
005210                     DISPLAY "That change is no longer held."
005220                 ELSE
005230                     PERFORM SHOW-HELD-CHANGE
005240                     MOVE "X" TO FUT-STATUS
005250                     MOVE SPACES TO FUT-NOTE
005260                     STRING "CANCELLED BY " ws-operator-id
005270                         DELIMITED BY SIZE INTO FUT-NOTE
005280                     REWRITE FUT-REC
005290                         INVALID KEY
005300                             DISPLAY "Problem with index!"
005310                     END-REWRITE
005320                     IF ws-fut-status = "00"
005330                         DISPLAY "Cancelled."
005340                         MOVE FUT-BEFORE TO AUDIT-BEFORE
005350                         MOVE FUT-AFTER  TO AUDIT-AFTER
005360                         MOVE "CANCEL"   TO AUDIT-ACTION
005370                         PERFORM WRITE-AUDIT-RECORD
005380                     END-IF
005390                 END-IF
005400         END-READ
005410     END-IF.
005420
005430 WRITE-AUDIT-RECORD.
005440*--------------------------------
005450* Appends the change to the reference-data audit trail
005460* (REFAUDIT.DAT) with the same before/after and chaining
005470* convention deptmnt uses, so audtchk verifies it and refaud
005480* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
005490* and AUDIT-AFTER first.
005500*--------------------------------
005510     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
005520     MOVE ws-operator-id         TO AUDIT-OPERATOR.
005530     MOVE "FUTMNT  "  TO AUDIT-PROGRAM-NAME.
005540     PERFORM SET-AUDIT-SEQUENCE.
005550     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005560     OPEN EXTEND AUDITFILE.
005570     IF ws-audit-status = "35"
005580         OPEN OUTPUT AUDITFILE
005590     END-IF.
005600     WRITE AUDIT-LINE.
005610     CLOSE AUDITFILE.
005620
005630 SET-AUDIT-SEQUENCE.
005640*--------------------------------
005650* Tamper-evident chaining, the same sequence-and-check scheme
005660* write-audit-record in phonescr.cbl folds over each record.
005670*--------------------------------
005680     PERFORM GET-LAST-AUDIT-POSITION.
005690     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005700     PERFORM COMPUTE-AUDIT-CHECK.
005710
005720 GET-LAST-AUDIT-POSITION.
005730     MOVE ZERO TO ws-last-audit-seq.
005740     MOVE ZERO TO ws-last-audit-check.
005750     OPEN INPUT AUDITFILE.
005760     IF ws-audit-status = "00"
005770         PERFORM READ-LAST-AUDIT-LINE
005780             UNTIL ws-audit-status NOT = "00"
005790         CLOSE AUDITFILE
005800     END-IF.
005810
005820 READ-LAST-AUDIT-LINE.
005830     READ AUDITFILE
005840         AT END CONTINUE
005850     END-READ.
005860     IF ws-audit-status = "00"
005870         AND AUDIT-LINE(229:9) IS NUMERIC
005880         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005890         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005900     END-IF.
005910
005920 COMPUTE-AUDIT-CHECK.
005930     MOVE ZERO TO ws-audit-work-sum.
005940     MOVE ZERO TO ws-audit-sub.
005950     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005960     COMPUTE AUDIT-CHECK-VALUE =
005970         FUNCTION MOD((ws-last-audit-check * 17)
005980             + ws-audit-work-sum, 999999999).
005990
006000 ADD-ONE-AUDIT-BYTE.
006010     ADD 1 TO ws-audit-sub.
006020     COMPUTE ws-audit-work-sum = ws-audit-work-sum
006030         + (ws-audit-sub
006040            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
006050
006060 SAMPLE-WINDOW-FLAG.
006070     MOVE "N"    TO ws-window-locked.
006080     MOVE SPACES TO ws-window-step.
006090     OPEN INPUT WINDOW-FLAG-FILE.
006100     IF ws-flag-status = "00"
006110         READ WINDOW-FLAG-FILE
006120             AT END CONTINUE
006130         END-READ
006140         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
006150             MOVE "Y"      TO ws-window-locked
006160             MOVE FLG-STEP TO ws-window-step
006170         END-IF
006180         CLOSE WINDOW-FLAG-FILE
006190     END-IF.
006200
006210 REFRESH-WINDOW-FLAG.
006220*--------------------------------
006230* The flag is re-sampled before every pass, not just at
006240* sign-on, so a screen left up all day locks the moment the
006250* window opens under it.  An override granted this session
006260* stands until the operator quits.
006270*--------------------------------
006280     IF ws-window-override = "Y"
006290         MOVE "N" TO ws-window-locked
006300     ELSE
006310         PERFORM SAMPLE-WINDOW-FLAG
006320     END-IF.
006330
006340 CHECK-BATCH-WINDOW.
006350*--------------------------------
006360* Updates are refused while batchwin's window-open flag is up;
006370* listing stays open.  A supervisor (verified against the
006380* operator master) can override for a genuine emergency, and
006390* the override goes on the reference-data audit trail.
006400*--------------------------------
006410     PERFORM SAMPLE-WINDOW-FLAG.
006420     IF ws-window-locked = "Y"
006430         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
006440         DISPLAY "  " ws-window-step
006450         DISPLAY "Updates are locked; listing is open."
006460         PERFORM OFFER-WINDOW-OVERRIDE
006470     END-IF.
006480
006490 OFFER-WINDOW-OVERRIDE.
006500     DISPLAY "Supervisor override for an emergency (Y/N)? "
006510         WITH NO ADVANCING.
006520     ACCEPT ws-override-answer.
006530     IF ws-override-answer = "Y" OR ws-override-answer = "y"
006540         PERFORM VERIFY-OVERRIDE-SUPERVISOR
006550         IF ws-override-ok = "Y"
006560             MOVE "N" TO ws-window-locked
006570             MOVE "Y" TO ws-window-override
006580             MOVE SPACES TO AUDIT-BEFORE
006590             MOVE SPACES TO AUDIT-AFTER
006600             STRING "WINDOW OVERRIDE DURING STEP "
006610                 ws-window-step
006620                 DELIMITED BY SIZE INTO AUDIT-AFTER
006630             MOVE "OVRRID" TO AUDIT-ACTION
006640             PERFORM WRITE-AUDIT-RECORD
006650         END-IF
006660     END-IF.
006670
006680 VERIFY-OVERRIDE-SUPERVISOR.
006690*--------------------------------
006700* The override takes a supervisor sign-on against the operator
006710* master; a shop with no master yet has no supervisors to ask,
006720* so the lock stands.
006730*--------------------------------
006740     MOVE "N" TO ws-override-ok.
006750     OPEN INPUT OPERFILE.
006760     IF ws-oper-status NOT = "00"
006770         DISPLAY "No operator master - the lock stands."
006780     ELSE
006790         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
006800         ACCEPT ws-ovr-id
006810         DISPLAY "Password: " WITH NO ADVANCING
006820         ACCEPT ws-ovr-password
006830         MOVE ws-ovr-id TO OPER-ID
006840         READ OPERFILE
006850             INVALID KEY
006860                 DISPLAY "Unknown operator."
006870             NOT INVALID KEY
006880                 IF OPER-PASSWORD = ws-ovr-password
006890                     AND OPER-AUTH-SUPERVISOR
006900                     MOVE "Y" TO ws-override-ok
006910                     MOVE ws-ovr-id TO ws-operator-id
006920                 ELSE
006930                     DISPLAY "Not a supervisor, or wrong "
006940                         "password."
006950                 END-IF
006960         END-READ
006970         CLOSE OPERFILE
006980     END-IF.

007000 VERIFY-OPERATOR.
007010*--------------------------------
007020* With the operator master (OPERMAST.DAT) on file the password
007030* is checked against it, and an ID that is unknown, locked, or
007040* given the wrong password gets no grant below.  A shop with no
007050* master yet runs as before.
007060*--------------------------------
007070     OPEN INPUT OPERFILE.
007080     IF ws-oper-status = "00"
007090         DISPLAY "Password: " WITH NO ADVANCING
007100         ACCEPT ws-sign-password
007110         MOVE "N" TO ws-sign-ok
007120         MOVE ws-operator-id TO OPER-ID
007130         READ OPERFILE
007140             INVALID KEY
007150                 CONTINUE
007160             NOT INVALID KEY
007170                 IF OPER-PASSWORD = ws-sign-password
007180                     AND NOT OPER-IS-LOCKED
007190                     MOVE "Y" TO ws-sign-ok
007200                 END-IF
007210         END-READ
007220         CLOSE OPERFILE
007230     END-IF.
007240
007250 CHECK-UPDATE-GRANT.
007260*--------------------------------
007270* Holding and cancelling future-dated changes need the FUTUPD
007280* grant on the access table (OPERACC.DAT, kept in opermnt);
007290* without it the screen is listing only.  A shop with no table
007300* yet runs as before.
007310*--------------------------------
007320     MOVE "Y" TO ws-update-granted.
007330     IF ws-sign-ok = "N"
007340         MOVE "N" TO ws-update-granted
007350         DISPLAY "Operator not verified - listing only."
007360     ELSE
007370         OPEN INPUT ACCESS-FILE
007380         IF ws-acc-status = "00"
007390             MOVE ws-operator-id TO ACC-OPER-ID
007400             MOVE "FUTUPD  "     TO ACC-FUNCTION
007410             READ ACCESS-FILE
007420                 INVALID KEY
007430                     MOVE "N" TO ws-update-granted
007440                     DISPLAY "No FUTUPD grant for "
007450                         ws-operator-id
007460                         " - listing only."
007470             END-READ
007480             CLOSE ACCESS-FILE
007490         END-IF
007500     END-IF.
