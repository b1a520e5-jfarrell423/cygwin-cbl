000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POSNMNT.
000030*--------------------------------
000040* Maintenance for the position control file (POSITION.DAT):
000050* list, add, change, and delete the budgeted positions Finance
000060* funds per department, fill a seat with an employee from the
000070* directory, and vacate it again when the incumbent leaves or
000080* moves.  Vacating stamps the open date the vacancy report
000090* (posnrpt) ages the seat from.
000100*
000110* Department codes are checked against the department table
000120* and incumbents against PHONEFILE (active, and not already
000130* sitting in another seat).  Every update writes a chained
000140* AUDITREC to the reference-data audit trail (REFAUDIT.DAT),
000150* and updates honor the batchwin window-open flag the same way
000160* deptmnt does.
000170*
000180* 2026-10  JDF  New program.
000182* 2026-10  JDF  Update actions need the POSNUPD grant on the
000184*                access table once OPERACC.DAT is on file; the
000186*                operator ID is verified against the operator
000188*                master with its password first.
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 SELECT POSNFILE ASSIGN TO "POSITIONDAT"
000240 FILE STATUS IS ws-posn-status
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS POSN-NUMBER
000280 ALTERNATE RECORD KEY IS POSN-DEPT-CODE WITH DUPLICATES
000290 ALTERNATE RECORD KEY IS POSN-INCUMBENT-ID WITH DUPLICATES.
000300
000310 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000320 FILE STATUS IS FILE-CHECK-KEY
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS EMPLOYEE-ID
000360 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000370
000380 SELECT DEPTFILE ASSIGN TO "DEPTTABLEDAT"
000390 FILE STATUS IS ws-dept-status
000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS DEPT-CODE.
000430
000440 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000450 ORGANIZATION IS LINE SEQUENTIAL
000460 FILE STATUS IS ws-audit-status.
000470
000480 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000490 FILE STATUS IS ws-oper-status
000500 ORGANIZATION IS INDEXED
000510 ACCESS MODE IS DYNAMIC
000520 RECORD KEY IS OPER-ID.
000530
000540 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000550 ORGANIZATION IS LINE SEQUENTIAL
000560 FILE STATUS IS ws-flag-status.
000570
000571 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000572 FILE STATUS IS ws-acc-status
000574 ORGANIZATION IS INDEXED
000575 ACCESS MODE IS DYNAMIC
000577 RECORD KEY IS ACC-KEY.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD POSNFILE.
000610     COPY POSNREC.
000620
000630 FD PHONEFILE.
000640     COPY PHONEREC.
000650
000660 FD DEPTFILE.
000670     COPY DEPTREC.
000680
000690 FD AUDITFILE.
000700 01  AUDIT-LINE                      PIC X(246).
000710
000720 FD OPERFILE.
000730     COPY OPERREC.
000740
000750 FD WINDOW-FLAG-FILE.
000760 01  WINDOW-FLAG-REC.
000770     05  FLG-STATE                   PIC X(04).
000780     05  FILLER                      PIC X(01).
000790     05  FLG-STEP                    PIC X(30).
000800
000802 FD ACCESS-FILE.
000805     COPY ACCSREC.
000807
000810 WORKING-STORAGE SECTION.
000820     COPY FILESTAT.
000830     COPY AUDITREC.
000840
000850 01  ws-audit-status                 pic x(02).
000860 01  ws-last-audit-seq               pic 9(09) value zero.
000870 01  ws-last-audit-check             pic 9(09) value zero.
000880 01  ws-audit-work-sum               pic 9(18) value zero.
000890 01  ws-audit-sub                    pic 9(04) comp value zero.
000900 01  ws-hold-before                  pic x(90) value spaces.
000910 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000912 01  ws-acc-status                   pic x(02).
000914 01  ws-update-granted               pic x(01) value "Y".
000916 01  ws-sign-password                pic x(08) value spaces.
000918 01  ws-sign-ok                      pic x(01) value space.
000920 01  ws-oper-status                  pic x(02).
000930 01  ws-flag-status                  pic x(02).
000940 01  ws-window-locked                pic x(01) value "N".
000950 01  ws-window-override              pic x(01) value "N".
000960 01  ws-window-step                  pic x(30) value spaces.
000970 01  ws-override-answer              pic x(01) value space.
000980 01  ws-override-ok                  pic x(01) value space.
000990 01  ws-ovr-id                       pic x(08) value spaces.
001000 01  ws-ovr-password                 pic x(08) value spaces.
001010 01  ws-posn-status                  pic x(02).
001020 01  ws-dept-status                  pic x(02).
001030 01  ws-done                         pic x(01) value space.
001040 01  ws-choice                       pic x(01) value space.
001050 01  ws-eof                          pic x(01) value space.
001060 01  ws-pick-number                  pic x(06) value spaces.
001070 01  ws-found                        pic x(01) value space.
001080 01  ws-fields-ok                    pic x(01) value space.
001090 01  ws-today                        pic 9(08) value zero.
001100 01  ws-fte-entry                    pic x(06) value spaces.
001110 01  ws-id-entry                     pic x(06) value spaces.
001120 01  ws-date-entry                   pic x(08) value spaces.
001130 01  ws-new-incumbent                pic 9(06) value zero.
001140 01  ws-show-fte                     pic 9.99.
001150 01  ws-hold-posn                    pic x(58) value spaces.
001160
001170 PROCEDURE DIVISION.
001180 PROGRAM-BEGIN.
001190     CALL "shopcfg"
001200         ON EXCEPTION
001210             DISPLAY "shopcfg not found - default "
001220                 "file locations in effect"
001230     END-CALL.
001240     DISPLAY "Operator ID: " WITH NO ADVANCING.
001250     ACCEPT ws-operator-id.
001260     IF ws-operator-id = SPACES
001270         MOVE "SYSTEM  " TO ws-operator-id
001280     END-IF.
001283     PERFORM VERIFY-OPERATOR.
001286     PERFORM CHECK-UPDATE-GRANT.
001290     ACCEPT ws-today FROM DATE YYYYMMDD.
001300     PERFORM CHECK-BATCH-WINDOW.
001310     PERFORM OPEN-POSNFILE.
001320     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001330     CLOSE POSNFILE.
001340     STOP RUN.
001350
001360 OPEN-POSNFILE.
001370*--------------------------------
001380* First position ever creates the file, the same create-then-
001390* reopen probe deptmnt uses for the department table.
001400*--------------------------------
001410     OPEN I-O POSNFILE.
001420     IF ws-posn-status = "35"
001430         OPEN OUTPUT POSNFILE
001440         CLOSE POSNFILE
001450         OPEN I-O POSNFILE
001460     END-IF.
001470
001480 MENU-LOOP.
001490     PERFORM REFRESH-WINDOW-FLAG.
001500     DISPLAY " ".
001510     DISPLAY "Positions - L)ist  A)dd  C)hange  F)ill  "
001520         "V)acate  D)elete  Q)uit: " WITH NO ADVANCING.
001530     ACCEPT ws-choice.
001531     IF ws-update-granted NOT = "Y"
001532         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001534             OR "F" OR "f" OR "V" OR "v" OR "D" OR "d")
001535         DISPLAY "Not granted POSNUPD - updates refused."
001537         MOVE SPACE TO ws-choice
001538     END-IF.
001540     EVALUATE ws-choice
001550         WHEN "L"
001560         WHEN "l"
001570             PERFORM LIST-POSITIONS
001580         WHEN "A"
001590         WHEN "a"
001600             IF ws-window-locked = "Y"
001610                 DISPLAY "Batch window open - "
001620                     "updates locked."
001630             ELSE
001640             PERFORM ADD-POSITION
001650             END-IF
001660         WHEN "C"
001670         WHEN "c"
001680             IF ws-window-locked = "Y"
001690                 DISPLAY "Batch window open - "
001700                     "updates locked."
001710             ELSE
001720             PERFORM CHANGE-POSITION
001730             END-IF
001740         WHEN "F"
001750         WHEN "f"
001760             IF ws-window-locked = "Y"
001770                 DISPLAY "Batch window open - "
001780                     "updates locked."
001790             ELSE
001800             PERFORM FILL-POSITION
001810             END-IF
001820         WHEN "V"
001830         WHEN "v"
001840             IF ws-window-locked = "Y"
001850                 DISPLAY "Batch window open - "
001860                     "updates locked."
001870             ELSE
001880             PERFORM VACATE-POSITION
001890             END-IF
001900         WHEN "D"
001910         WHEN "d"
001920             IF ws-window-locked = "Y"
001930                 DISPLAY "Batch window open - "
001940                     "updates locked."
001950             ELSE
001960             PERFORM DELETE-POSITION
001970             END-IF
001980         WHEN "Q"
001990         WHEN "q"
002000             MOVE "Y" TO ws-done
002010         WHEN OTHER
002020             CONTINUE
002030     END-EVALUATE.
002040
002050 LIST-POSITIONS.
002060     MOVE SPACE TO ws-eof.
002070     MOVE LOW-VALUES TO POSN-NUMBER.
002080     START POSNFILE KEY IS NOT LESS THAN POSN-NUMBER
002090         INVALID KEY MOVE "y" TO ws-eof
002100     END-START.
002110     IF ws-eof NOT = "y"
002120         READ POSNFILE NEXT RECORD
002130             AT END MOVE "y" TO ws-eof
002140         END-READ
002150     END-IF.
002160     IF ws-eof = "y"
002170         DISPLAY "  (no positions on file)"
002180     END-IF.
002190     PERFORM LIST-ONE-POSITION UNTIL ws-eof = "y".
002200
002210 LIST-ONE-POSITION.
002220     PERFORM SHOW-POSITION.
002230     READ POSNFILE NEXT RECORD
002240         AT END MOVE "y" TO ws-eof
002250     END-READ.
002260
002270 SHOW-POSITION.
002280     MOVE POSN-BUDGET-FTE TO ws-show-fte.
002290     IF POSN-VACANT
002300         DISPLAY "  " POSN-NUMBER " " POSN-DEPT-CODE
002310             " " POSN-TITLE " FTE " ws-show-fte
002320             " VACANT SINCE " POSN-OPEN-DATE
002330     ELSE
002340         DISPLAY "  " POSN-NUMBER " " POSN-DEPT-CODE
002350             " " POSN-TITLE " FTE " ws-show-fte
002360             " HELD BY " POSN-INCUMBENT-ID
002370     END-IF.
002380
002390 ADD-POSITION.
002400     DISPLAY "Position number: " WITH NO ADVANCING.
002410     ACCEPT POSN-NUMBER.
002420     IF POSN-NUMBER = SPACES
002430         DISPLAY "Number may not be blank."
002440     ELSE
002450         MOVE SPACES TO POSN-DEPT-CODE
002460         MOVE SPACES TO POSN-TITLE
002470         MOVE ZERO   TO POSN-BUDGET-FTE
002480         MOVE ZERO   TO POSN-INCUMBENT-ID
002490         MOVE ZERO   TO POSN-OPEN-DATE
002500         PERFORM GET-POSITION-FIELDS
002510         IF ws-fields-ok = "Y"
002520             PERFORM GET-INCUMBENT-ON-ADD
002530         END-IF
002540         IF ws-fields-ok = "Y"
002550             WRITE POSN-REC
002560                 INVALID KEY DISPLAY "Number already on file."
002570             END-WRITE
002580             IF ws-posn-status = "00"
002590                 MOVE SPACES   TO AUDIT-BEFORE
002600                 MOVE POSN-REC TO AUDIT-AFTER
002610                 MOVE "ADD"    TO AUDIT-ACTION
002620                 PERFORM WRITE-AUDIT-RECORD
002630             END-IF
002640         END-IF
002650     END-IF.
002660
002670 GET-INCUMBENT-ON-ADD.
002680*--------------------------------
002690* A new seat is usually vacant on day one; if it is, the open
002700* date defaults to today but may be backdated to when Finance
002710* funded it.
002720*--------------------------------
002730     DISPLAY "Incumbent employee ID (Enter = vacant): "
002740         WITH NO ADVANCING.
002750     MOVE SPACES TO ws-id-entry.
002760     ACCEPT ws-id-entry.
002770     IF ws-id-entry = SPACES OR ws-id-entry = "000000"
002780         MOVE ZERO TO POSN-INCUMBENT-ID
002790         PERFORM GET-OPEN-DATE
002800     ELSE
002810         PERFORM VALIDATE-INCUMBENT
002820         IF ws-fields-ok = "Y"
002830             MOVE ws-new-incumbent TO POSN-INCUMBENT-ID
002840             MOVE ZERO TO POSN-OPEN-DATE
002850         END-IF
002860     END-IF.
002870
002880 GET-OPEN-DATE.
002890     DISPLAY "Open since (YYYYMMDD, Enter = today): "
002900         WITH NO ADVANCING.
002910     MOVE SPACES TO ws-date-entry.
002920     ACCEPT ws-date-entry.
002930     IF ws-date-entry IS NUMERIC
002940         MOVE ws-date-entry TO POSN-OPEN-DATE
002950     ELSE
002960         MOVE ws-today TO POSN-OPEN-DATE
002970     END-IF.
002980
002990 CHANGE-POSITION.
003000*--------------------------------
003010* Changes the department, title, and budgeted FTE.  The seat's
003020* incumbent is moved only through F)ill and V)acate, so the
003030* open date always tracks the real vacancy.
003040*--------------------------------
003050     PERFORM READ-PICKED-POSITION.
003060     IF ws-found = "y"
003070         MOVE POSN-REC TO ws-hold-before
003080         DISPLAY "Now:" WITH NO ADVANCING
003090         PERFORM SHOW-POSITION
003100         PERFORM GET-POSITION-FIELDS
003110         IF ws-fields-ok = "Y"
003120             REWRITE POSN-REC
003130                 INVALID KEY DISPLAY "Problem with index!"
003140             END-REWRITE
003150             IF ws-posn-status = "00"
003160                 MOVE ws-hold-before TO AUDIT-BEFORE
003170                 MOVE POSN-REC       TO AUDIT-AFTER
003180                 MOVE "CHANGE"       TO AUDIT-ACTION
003190                 PERFORM WRITE-AUDIT-RECORD
003200             END-IF
003210         END-IF
003220     END-IF.
003230
003240 FILL-POSITION.
003250     PERFORM READ-PICKED-POSITION.
003260     IF ws-found = "y"
003270         IF NOT POSN-VACANT
003280             DISPLAY "Seat is held by " POSN-INCUMBENT-ID
003290                 " - vacate it first."
003300         ELSE
003310             MOVE POSN-REC TO ws-hold-before
003320             DISPLAY "Incumbent employee ID: " WITH NO ADVANCING
003330             MOVE SPACES TO ws-id-entry
003340             ACCEPT ws-id-entry
003350             MOVE "Y" TO ws-fields-ok
003360             PERFORM VALIDATE-INCUMBENT
003370             IF ws-fields-ok = "Y"
003380                 MOVE ws-hold-before TO POSN-REC
003390                 MOVE ws-new-incumbent TO POSN-INCUMBENT-ID
003400                 MOVE ZERO TO POSN-OPEN-DATE
003410                 REWRITE POSN-REC
003420                     INVALID KEY DISPLAY "Problem with index!"
003430                 END-REWRITE
003440                 IF ws-posn-status = "00"
003450                     MOVE ws-hold-before TO AUDIT-BEFORE
003460                     MOVE POSN-REC       TO AUDIT-AFTER
003470                     MOVE "FILL"         TO AUDIT-ACTION
003480                     PERFORM WRITE-AUDIT-RECORD
003490                 END-IF
003500             END-IF
003510         END-IF
003520     END-IF.
003530
003540 VACATE-POSITION.
003550     PERFORM READ-PICKED-POSITION.
003560     IF ws-found = "y"
003570         IF POSN-VACANT
003580             DISPLAY "Seat is already vacant."
003590         ELSE
003600             MOVE POSN-REC TO ws-hold-before
003610             MOVE ZERO TO POSN-INCUMBENT-ID
003620             PERFORM GET-OPEN-DATE
003630             REWRITE POSN-REC
003640                 INVALID KEY DISPLAY "Problem with index!"
003650             END-REWRITE
003660             IF ws-posn-status = "00"
003670                 MOVE ws-hold-before TO AUDIT-BEFORE
003680                 MOVE POSN-REC       TO AUDIT-AFTER
003690                 MOVE "VACATE"       TO AUDIT-ACTION
003700                 PERFORM WRITE-AUDIT-RECORD
003710             END-IF
003720         END-IF
003730     END-IF.
003740
003750 DELETE-POSITION.
003760     PERFORM READ-PICKED-POSITION.
003770     IF ws-found = "y"
003780         MOVE POSN-REC TO ws-hold-before
003790         DELETE POSNFILE
003800         DISPLAY "Deleted."
003810         IF ws-posn-status = "00"
003820             MOVE ws-hold-before TO AUDIT-BEFORE
003830             MOVE SPACES         TO AUDIT-AFTER
003840             MOVE "DELETE"       TO AUDIT-ACTION
003850             PERFORM WRITE-AUDIT-RECORD
003860         END-IF
003870     END-IF.
003880
003890 READ-PICKED-POSITION.
003900     DISPLAY "Position number: " WITH NO ADVANCING.
003910     ACCEPT ws-pick-number.
003920     MOVE ws-pick-number TO POSN-NUMBER.
003930     MOVE "y" TO ws-found.
003940     READ POSNFILE
003950         INVALID KEY
003960             DISPLAY "Position not on file."
003970             MOVE "n" TO ws-found
003980     END-READ.
003990
004000 GET-POSITION-FIELDS.
004010     MOVE "Y" TO ws-fields-ok.
004020     DISPLAY "Department code: " WITH NO ADVANCING.
004030     ACCEPT POSN-DEPT-CODE.
004040     PERFORM VALIDATE-DEPARTMENT.
004050     IF ws-fields-ok = "Y"
004060         DISPLAY "Position title: " WITH NO ADVANCING
004070         ACCEPT POSN-TITLE
004080         DISPLAY "Budgeted FTE (e.g. 1.00, 0.50): "
004090             WITH NO ADVANCING
004100         MOVE SPACES TO ws-fte-entry
004110         ACCEPT ws-fte-entry
004120         IF FUNCTION TEST-NUMVAL(ws-fte-entry) NOT = ZERO
004130             DISPLAY "FTE must be a number."
004140             MOVE "N" TO ws-fields-ok
004150         ELSE
004160             COMPUTE POSN-BUDGET-FTE =
004170                 FUNCTION NUMVAL(ws-fte-entry)
004180             IF POSN-BUDGET-FTE = ZERO
004190                 DISPLAY "FTE must be more than zero."
004200                 MOVE "N" TO ws-fields-ok
004210             END-IF
004220         END-IF
004230     END-IF.
004240
004250 VALIDATE-DEPARTMENT.
004260*--------------------------------
004270* Only codes on the department table are accepted.  A shop that
004280* has not built the table yet takes anything, the same leniency
004290* phonescr gives its department field.
004300*--------------------------------
004310     IF POSN-DEPT-CODE = SPACES
004320         DISPLAY "Department may not be blank."
004330         MOVE "N" TO ws-fields-ok
004340     ELSE
004350         OPEN INPUT DEPTFILE
004360         IF ws-dept-status = "00"
004370             MOVE POSN-DEPT-CODE TO DEPT-CODE
004380             READ DEPTFILE
004390                 INVALID KEY
004400                     DISPLAY "Code not on the department table."
004410                     MOVE "N" TO ws-fields-ok
004420             END-READ
004430             CLOSE DEPTFILE
004440         END-IF
004450     END-IF.
004460
004470 VALIDATE-INCUMBENT.
004480*--------------------------------
004490* The incumbent must be an active employee on the directory and
004500* must not already hold another seat.  The alternate-key read
004510* lands on POSN-REC, so the caller's record is saved around it.
004520*--------------------------------
004530     IF ws-id-entry IS NOT NUMERIC
004540         DISPLAY "Employee ID must be six digits."
004550         MOVE "N" TO ws-fields-ok
004560     ELSE
004570         MOVE ws-id-entry TO ws-new-incumbent
004580         OPEN INPUT PHONEFILE
004582         IF NOT RECORDFOUND
004584             DISPLAY "Directory not available."
004586             MOVE "N" TO ws-fields-ok
004588         ELSE
004590         MOVE ws-new-incumbent TO employee-id
004600         READ PHONEFILE
004610             INVALID KEY
004620                 DISPLAY "Employee not on the directory."
004630                 MOVE "N" TO ws-fields-ok
004640             NOT INVALID KEY
004650                 IF emp-inactive
004660                     DISPLAY "Employee is inactive."
004670                     MOVE "N" TO ws-fields-ok
004680                 END-IF
004690         END-READ
004700         CLOSE PHONEFILE
004705         END-IF
004710     END-IF.
004720     IF ws-fields-ok = "Y"
004730         MOVE POSN-REC TO ws-hold-posn
004740         MOVE ws-new-incumbent TO POSN-INCUMBENT-ID
004750         READ POSNFILE KEY IS POSN-INCUMBENT-ID
004760             INVALID KEY CONTINUE
004770             NOT INVALID KEY
004780                 DISPLAY "Employee already holds position "
004790                     POSN-NUMBER "."
004800                 MOVE "N" TO ws-fields-ok
004810         END-READ
004820         MOVE ws-hold-posn TO POSN-REC
004830     END-IF.
004840
004850 WRITE-AUDIT-RECORD.
004860*--------------------------------
004870* Appends the change to the reference-data audit trail
004880* (REFAUDIT.DAT) with the same before/after and chaining
004890* convention deptmnt uses, so audtchk verifies it and refaud
004900* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
004910* and AUDIT-AFTER first.
004920*--------------------------------
004930     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
004940     MOVE ws-operator-id         TO AUDIT-OPERATOR.
004950     MOVE "POSNMNT "  TO AUDIT-PROGRAM-NAME.
004960     PERFORM SET-AUDIT-SEQUENCE.
004970     MOVE AUDIT-RECORD           TO AUDIT-LINE.
004980     OPEN EXTEND AUDITFILE.
004990     IF ws-audit-status = "35"
005000         OPEN OUTPUT AUDITFILE
005010     END-IF.
005020     WRITE AUDIT-LINE.
005030     CLOSE AUDITFILE.
005040
005050 SET-AUDIT-SEQUENCE.
005060*--------------------------------
005070* Tamper-evident chaining, the same sequence-and-check scheme
005080* write-audit-record in phonescr.cbl folds over each record.
005090*--------------------------------
005100     PERFORM GET-LAST-AUDIT-POSITION.
005110     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005120     PERFORM COMPUTE-AUDIT-CHECK.
005130
005140 GET-LAST-AUDIT-POSITION.
005150     MOVE ZERO TO ws-last-audit-seq.
005160     MOVE ZERO TO ws-last-audit-check.
005170     OPEN INPUT AUDITFILE.
005180     IF ws-audit-status = "00"
005190         PERFORM READ-LAST-AUDIT-LINE
005200             UNTIL ws-audit-status NOT = "00"
005210         CLOSE AUDITFILE
005220     END-IF.
005230
005240 READ-LAST-AUDIT-LINE.
005250     READ AUDITFILE
005260         AT END CONTINUE
005270     END-READ.
005280     IF ws-audit-status = "00"
005290         AND AUDIT-LINE(229:9) IS NUMERIC
005300         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005310         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005320     END-IF.
005330
005340 COMPUTE-AUDIT-CHECK.
005350     MOVE ZERO TO ws-audit-work-sum.
005360     MOVE ZERO TO ws-audit-sub.
005370     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005380     COMPUTE AUDIT-CHECK-VALUE =
005390         FUNCTION MOD((ws-last-audit-check * 17)
005400             + ws-audit-work-sum, 999999999).
005410
005420 ADD-ONE-AUDIT-BYTE.
005430     ADD 1 TO ws-audit-sub.
005440     COMPUTE ws-audit-work-sum = ws-audit-work-sum
005450         + (ws-audit-sub
005460            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
005470
005480 SAMPLE-WINDOW-FLAG.
005490     MOVE "N"    TO ws-window-locked.
005500     MOVE SPACES TO ws-window-step.
005510     OPEN INPUT WINDOW-FLAG-FILE.
005520     IF ws-flag-status = "00"
005530         READ WINDOW-FLAG-FILE
005540             AT END CONTINUE
005550         END-READ
005560         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
005570             MOVE "Y"      TO ws-window-locked
005580             MOVE FLG-STEP TO ws-window-step
005590         END-IF
005600         CLOSE WINDOW-FLAG-FILE
005610     END-IF.
005620
005630 REFRESH-WINDOW-FLAG.
005640*--------------------------------
005650* The flag is re-sampled before every pass, not just at
005660* sign-on, so a screen left up all day locks the moment the
005670* window opens under it.  An override granted this session
005680* stands until the operator quits.
005690*--------------------------------
005700     IF ws-window-override = "Y"
005710         MOVE "N" TO ws-window-locked
005720     ELSE
005730         PERFORM SAMPLE-WINDOW-FLAG
005740     END-IF.
005750
005760 CHECK-BATCH-WINDOW.
005770*--------------------------------
005780* Updates are refused while batchwin's window-open flag is up;
005790* listing stays open.  A supervisor (verified against the
005800* operator master) can override for a genuine emergency, and
005810* the override goes on the reference-data audit trail.
005820*--------------------------------
005830     PERFORM SAMPLE-WINDOW-FLAG.
005840     IF ws-window-locked = "Y"
005850         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
005860         DISPLAY "  " ws-window-step
005870         DISPLAY "Updates are locked; listing is open."
005880         PERFORM OFFER-WINDOW-OVERRIDE
005890     END-IF.
005900
005910 OFFER-WINDOW-OVERRIDE.
005920     DISPLAY "Supervisor override for an emergency (Y/N)? "
005930         WITH NO ADVANCING.
005940     ACCEPT ws-override-answer.
005950     IF ws-override-answer = "Y" OR ws-override-answer = "y"
005960         PERFORM VERIFY-OVERRIDE-SUPERVISOR
005970         IF ws-override-ok = "Y"
005980             MOVE "N" TO ws-window-locked
005990             MOVE "Y" TO ws-window-override
006000             MOVE SPACES TO AUDIT-BEFORE
006010             MOVE SPACES TO AUDIT-AFTER
006020             STRING "WINDOW OVERRIDE DURING STEP "
006030                 ws-window-step
006040                 DELIMITED BY SIZE INTO AUDIT-AFTER
006050             MOVE "OVRRID" TO AUDIT-ACTION
006060             PERFORM WRITE-AUDIT-RECORD
006070         END-IF
006080     END-IF.
006090
006100 VERIFY-OVERRIDE-SUPERVISOR.
006110*--------------------------------
006120* The override takes a supervisor sign-on against the operator
006130* master; a shop with no master yet has no supervisors to ask,
006140* so the lock stands.
006150*--------------------------------
006160     MOVE "N" TO ws-override-ok.
006170     OPEN INPUT OPERFILE.
006180     IF ws-oper-status NOT = "00"
006190         DISPLAY "No operator master - the lock stands."
006200     ELSE
006210         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
006220         ACCEPT ws-ovr-id
006230         DISPLAY "Password: " WITH NO ADVANCING
006240         ACCEPT ws-ovr-password
006250         MOVE ws-ovr-id TO OPER-ID
006260         READ OPERFILE
006270             INVALID KEY
006280                 DISPLAY "Unknown operator."
006290             NOT INVALID KEY
006300                 IF OPER-PASSWORD = ws-ovr-password
006310                     AND OPER-AUTH-SUPERVISOR
006320                     MOVE "Y" TO ws-override-ok
006330                     MOVE ws-ovr-id TO ws-operator-id
006340                 ELSE
006350                     DISPLAY "Not a supervisor, or wrong "
006360                         "password."
006370                 END-IF
006380         END-READ
006390         CLOSE OPERFILE
006400     END-IF.

006420 VERIFY-OPERATOR.
006430*--------------------------------
006440* With the operator master (OPERMAST.DAT) on file the password
006450* is checked against it, and an ID that is unknown, locked, or
006460* given the wrong password gets no grant below.  A shop with no
006470* master yet runs as before.
006480*--------------------------------
006490     OPEN INPUT OPERFILE.
006500     IF ws-oper-status = "00"
006510         DISPLAY "Password: " WITH NO ADVANCING
006520         ACCEPT ws-sign-password
006530         MOVE "N" TO ws-sign-ok
006540         MOVE ws-operator-id TO OPER-ID
006550         READ OPERFILE
006560             INVALID KEY
006570                 CONTINUE
006580             NOT INVALID KEY
006590                 IF OPER-PASSWORD = ws-sign-password
006600                     AND NOT OPER-IS-LOCKED
006610                     MOVE "Y" TO ws-sign-ok
006620                 END-IF
006630         END-READ
006640         CLOSE OPERFILE
006650     END-IF.
006660
006670 CHECK-UPDATE-GRANT.
006680*--------------------------------
006690* Adding, changing, filling, vacating, and deleting positions
006700* need the POSNUPD grant on the access table (OPERACC.DAT, kept
006710* in opermnt); without it the screen is listing only.  A shop
006720* with no table yet runs as before.
006730*--------------------------------
006740     MOVE "Y" TO ws-update-granted.
006750     IF ws-sign-ok = "N"
006760         MOVE "N" TO ws-update-granted
006770         DISPLAY "Operator not verified - listing only."
006780     ELSE
006790         OPEN INPUT ACCESS-FILE
006800         IF ws-acc-status = "00"
006810             MOVE ws-operator-id TO ACC-OPER-ID
006820             MOVE "POSNUPD "     TO ACC-FUNCTION
006830             READ ACCESS-FILE
006840                 INVALID KEY
006850                     MOVE "N" TO ws-update-granted
006860                     DISPLAY "No POSNUPD grant for "
006870                         ws-operator-id
006880                         " - listing only."
006890             END-READ
006900             CLOSE ACCESS-FILE
006910         END-IF
006920     END-IF.
