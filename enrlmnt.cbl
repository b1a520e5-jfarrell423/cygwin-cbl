000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ENRLMNT.
000030*--------------------------------
000040* HR maintenance for the automatic-enrollment status file
000050* (ENRLSTAT.DAT) that the nightly autoenrl run notices and
000060* enrolls from.  O)pt out records a returned opt-out form for
000070* a noticed employee up to the deadline on the notice, so the
000080* run closes that employee out instead of enrolling them;
000090* R)einstate takes an opt-out back while the deadline is still
000100* open.  C)orrected clears the missed-enrollment flag once the
000110* corrective contribution for a missed enrollment is made, and
000120* M)issed records a missed enrollment found outside the run -
000130* an employee whose account was set up late by hand - with the
000140* due date and the missed deferral, so it is carried on the
000150* stage listing until corrected.
000160*
000170* Maintenance signs on against the operator master with update
000180* authority or better (a shop without an operator master runs
000190* open, as opermnt's first run does).  Every change goes on the
000200* reference-data audit trail (REFAUDIT.DAT), and updates wait
000210* for the batch window to close.
000220*
000230* 2026-10  JDF  New program.
000233* 2026-10  JDF  Update actions need the ENRLUPD grant on the
000236*                access table once OPERACC.DAT is on file.
000240*--------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280 SELECT ENRLFILE ASSIGN TO "ENRLSTATDAT"
000290 FILE STATUS IS ws-enrl-status
000300 ORGANIZATION IS INDEXED
000310 ACCESS MODE IS DYNAMIC
000320 RECORD KEY IS ENRL-EMPLOYEE-ID.
000330
000340 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000350 FILE STATUS IS FILE-CHECK-KEY
000360 ORGANIZATION IS INDEXED
000370 ACCESS MODE IS DYNAMIC
000380 RECORD KEY IS EMPLOYEE-ID
000390 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000400
000410 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000420 FILE STATUS IS ws-oper-status
000430 ORGANIZATION IS INDEXED
000440 ACCESS MODE IS DYNAMIC
000450 RECORD KEY IS OPER-ID.
000460
000470 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000480 ORGANIZATION IS LINE SEQUENTIAL
000490 FILE STATUS IS ws-audit-status.
000500
000510 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000520 ORGANIZATION IS LINE SEQUENTIAL
000530 FILE STATUS IS ws-flag-status.
000540
000541 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000542 FILE STATUS IS ws-acc-status
000544 ORGANIZATION IS INDEXED
000545 ACCESS MODE IS DYNAMIC
000547 RECORD KEY IS ACC-KEY.
000548
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD ENRLFILE.
000580     COPY ENRLREC.
000590
000600 FD PHONEFILE.
000610     COPY PHONEREC.
000620
000630 FD OPERFILE.
000640     COPY OPERREC.
000650
000660 FD AUDITFILE.
000670 01  AUDIT-LINE                      PIC X(246).
000680
000690 FD WINDOW-FLAG-FILE.
000700 01  WINDOW-FLAG-REC.
000710     05  FLG-STATE                   PIC X(04).
000720     05  FILLER                      PIC X(01).
000730     05  FLG-STEP                    PIC X(30).
000740
000742 FD ACCESS-FILE.
000745     COPY ACCSREC.
000747
000750 WORKING-STORAGE SECTION.
000760     COPY FILESTAT.
000770     COPY AUDITREC.
000780
000790 01  ws-audit-status                 pic x(02).
000800 01  ws-last-audit-seq               pic 9(09) value zero.
000810 01  ws-last-audit-check             pic 9(09) value zero.
000820 01  ws-audit-work-sum               pic 9(18) value zero.
000830 01  ws-audit-sub                    pic 9(04) comp value zero.
000840 01  ws-hold-before                  pic x(90) value spaces.
000850
000860 01  ws-enrl-status                  pic x(02).
000870 01  ws-oper-status                  pic x(02).
000880 01  ws-flag-status                  pic x(02).
000890 01  ws-window-locked                pic x(01) value "N".
000900 01  ws-window-step                  pic x(30) value spaces.
000910 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000913 01  ws-acc-status                   pic x(02).
000916 01  ws-update-granted               pic x(01) value "Y".
000920 01  ws-signon-password              pic x(08) value spaces.
000930 01  ws-signon-ok                    pic x(01) value space.
000940 01  ws-signon-tries                 pic 9(01) value zero.
000950 01  ws-empty-master                 pic x(01) value "Y".
000960 01  ws-done                         pic x(01) value space.
000970 01  ws-choice                       pic x(01) value space.
000980 01  ws-answer                       pic x(01) value space.
000990 01  ws-eof                          pic x(01) value space.
001000 01  ws-found                        pic x(01) value space.
001010 01  ws-run-date                     pic 9(08) value zero.
001020 01  ws-id-entry                     pic x(06) value spaces.
001030 01  ws-pick-id                      pic 9(06) value zero.
001040 01  ws-emp-name                     pic x(21) value spaces.
001050 01  ws-listed-count                 pic 9(05) value zero.
001060 01  ws-stage-text                   pic x(09) value spaces.
001070 01  ws-date-entry                   pic x(08) value spaces.
001080 01  ws-amount-entry                 pic x(12) value spaces.
001090 01  ws-missed-amount                pic 9(7)v99 value zero.
001100 01  ws-money-disp                   pic $$,$$$,$$9.99.
001110
001120 PROCEDURE DIVISION.
001130 PROGRAM-BEGIN.
001140     CALL "shopcfg"
001150         ON EXCEPTION
001160             DISPLAY "shopcfg not found - default "
001170                 "file locations in effect"
001180     END-CALL.
001190     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001200     PERFORM HR-SIGN-ON.
001210     IF ws-signon-ok NOT = "Y"
001220         DISPLAY "Enrollment maintenance needs an operator with "
001230             "update authority."
001240         MOVE 1 TO RETURN-CODE
001250         STOP RUN
001260     END-IF.
001265     PERFORM CHECK-UPDATE-GRANT.
001270     PERFORM OPEN-ENRLFILE.
001280     PERFORM CHECK-BATCH-WINDOW.
001290     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001300     CLOSE ENRLFILE.
001310     STOP RUN.
001320
001330 OPEN-ENRLFILE.
001340     OPEN I-O ENRLFILE.
001350     IF ws-enrl-status = "35"
001360         OPEN OUTPUT ENRLFILE
001370         CLOSE ENRLFILE
001380         OPEN I-O ENRLFILE
001390     END-IF.
001400
001410 HR-SIGN-ON.
001420*--------------------------------
001430* Update authority or better against the operator master, with
001440* the master's own lockout rule: each wrong password counts
001450* toward the three that lock the ID, and goes on the trail.
001460* No master (or an empty one) leaves the screen open.
001470*--------------------------------
001480     MOVE "N" TO ws-signon-ok.
001490     OPEN I-O OPERFILE.
001500     IF ws-oper-status NOT = "00"
001510         MOVE "Y" TO ws-signon-ok
001520     ELSE
001530         PERFORM CHECK-MASTER-EMPTY
001540         IF ws-empty-master = "Y"
001550             MOVE "Y" TO ws-signon-ok
001560         ELSE
001570             MOVE ZERO TO ws-signon-tries
001580             PERFORM TRY-ONE-SIGN-ON
001590                 UNTIL ws-signon-ok = "Y" OR ws-signon-tries > 2
001600         END-IF
001610         CLOSE OPERFILE
001620     END-IF.
001630
001640 CHECK-MASTER-EMPTY.
001650     MOVE "Y" TO ws-empty-master.
001660     MOVE LOW-VALUES TO OPER-ID.
001670     START OPERFILE KEY IS NOT LESS THAN OPER-ID
001680         INVALID KEY CONTINUE
001690     END-START.
001700     IF ws-oper-status = "00"
001710         READ OPERFILE NEXT RECORD
001720             AT END CONTINUE
001730         END-READ
001740         IF ws-oper-status = "00"
001750             MOVE "N" TO ws-empty-master
001760         END-IF
001770     END-IF.
001780
001790 TRY-ONE-SIGN-ON.
001800     ADD 1 TO ws-signon-tries.
001810     DISPLAY "Operator ID: " WITH NO ADVANCING.
001820     ACCEPT ws-operator-id.
001830     DISPLAY "Password: " WITH NO ADVANCING.
001840     ACCEPT ws-signon-password.
001850     MOVE ws-operator-id TO OPER-ID.
001860     READ OPERFILE
001870         INVALID KEY
001880             DISPLAY "Unknown operator."
001890         NOT INVALID KEY
001900             IF OPER-IS-LOCKED
001910                 DISPLAY "That ID is locked out."
001920             ELSE
001930             IF OPER-PASSWORD = ws-signon-password
001940                 AND (OPER-AUTH-UPDATE OR OPER-AUTH-SUPERVISOR)
001950                 MOVE "Y" TO ws-signon-ok
001960                 MOVE ZERO TO OPER-FAIL-COUNT
001970                 REWRITE OPER-REC
001980                     INVALID KEY CONTINUE
001990                 END-REWRITE
002000             ELSE
002010                 IF OPER-FAIL-COUNT IS NOT NUMERIC
002020                     MOVE ZERO TO OPER-FAIL-COUNT
002030                 END-IF
002040                 IF OPER-PASSWORD NOT = ws-signon-password
002050                     ADD 1 TO OPER-FAIL-COUNT
002060                     IF OPER-FAIL-COUNT > 2
002070                         MOVE "L" TO OPER-LOCKED
002080                         DISPLAY "Too many tries - ID locked out."
002090                     END-IF
002100                     REWRITE OPER-REC
002110                         INVALID KEY CONTINUE
002120                     END-REWRITE
002130                     MOVE SPACES TO AUDIT-BEFORE
002140                     MOVE SPACES TO AUDIT-AFTER
002150                     STRING "FAILED SIGN-ON ATTEMPT FOR " OPER-ID
002160                         DELIMITED BY SIZE INTO AUDIT-AFTER
002170                     MOVE "BADPWD" TO AUDIT-ACTION
002180                     PERFORM WRITE-AUDIT-RECORD
002190                 END-IF
002200                 DISPLAY "Wrong password, or inquiry "
002210                     "authority only."
002220             END-IF
002230             END-IF
002240     END-READ.
002250
002260 MENU-LOOP.
002270     PERFORM SAMPLE-WINDOW-FLAG.
002280     DISPLAY " ".
002290     DISPLAY "Auto-enrollment - L)ist  O)pt out  R)einstate  "
002300         "C)orrected  M)issed  Q)uit: " WITH NO ADVANCING.
002310     ACCEPT ws-choice.
002311     IF ws-update-granted NOT = "Y"
002312         AND (ws-choice = "O" OR "o" OR "R" OR "r"
002314             OR "C" OR "c" OR "M" OR "m")
002315         DISPLAY "Not granted ENRLUPD - updates refused."
002317         MOVE SPACE TO ws-choice
002318     END-IF.
002320     EVALUATE ws-choice
002330         WHEN "L"
002340         WHEN "l"
002350             PERFORM LIST-ENROLLMENTS
002360         WHEN "O"
002370         WHEN "o"
002380             IF ws-window-locked = "Y"
002390                 DISPLAY "Batch window open - updates locked."
002400             ELSE
002410                 PERFORM RECORD-OPT-OUT
002420             END-IF
002430         WHEN "R"
002440         WHEN "r"
002450             IF ws-window-locked = "Y"
002460                 DISPLAY "Batch window open - updates locked."
002470             ELSE
002480                 PERFORM REINSTATE-ENROLLMENT
002490             END-IF
002500         WHEN "C"
002510         WHEN "c"
002520             IF ws-window-locked = "Y"
002530                 DISPLAY "Batch window open - updates locked."
002540             ELSE
002550                 PERFORM RECORD-CORRECTION
002560             END-IF
002570         WHEN "M"
002580         WHEN "m"
002590             IF ws-window-locked = "Y"
002600                 DISPLAY "Batch window open - updates locked."
002610             ELSE
002620                 PERFORM RECORD-MISSED
002630             END-IF
002640         WHEN "Q"
002650         WHEN "q"
002660             MOVE "Y" TO ws-done
002670         WHEN OTHER
002680             CONTINUE
002690     END-EVALUATE.
002700
002710 GET-EMPLOYEE-ID.
002720     MOVE "y" TO ws-found.
002730     DISPLAY "Employee ID: " WITH NO ADVANCING.
002740     ACCEPT ws-id-entry.
002750     IF ws-id-entry IS NUMERIC
002760         MOVE ws-id-entry TO ws-pick-id
002770     ELSE
002780         DISPLAY "Employee ID is six digits."
002790         MOVE "n" TO ws-found
002800     END-IF.
002810
002820 READ-ENROLLMENT.
002830     IF ws-found = "y"
002840         MOVE ws-pick-id TO ENRL-EMPLOYEE-ID
002850         READ ENRLFILE
002860             INVALID KEY
002870                 DISPLAY "No enrollment record for that employee."
002880                 MOVE "n" TO ws-found
002890             NOT INVALID KEY
002900                 PERFORM LOOK-UP-EMPLOYEE-NAME
002910                 DISPLAY "Employee: " ws-emp-name
002920         END-READ
002930     END-IF.
002940
002950 LOOK-UP-EMPLOYEE-NAME.
002960     MOVE "(not on directory)" TO ws-emp-name.
002970     OPEN INPUT PHONEFILE.
002980     IF FILE-CHECK-KEY = "00"
002990         MOVE ws-pick-id TO EMPLOYEE-ID
003000         READ PHONEFILE
003010             INVALID KEY CONTINUE
003020             NOT INVALID KEY
003030                 MOVE SPACES TO ws-emp-name
003040                 STRING FIRST-NAME DELIMITED BY SPACE
003050                     " " DELIMITED BY SIZE
003060                     LAST-NAME DELIMITED BY SPACE
003070                     INTO ws-emp-name
003080         END-READ
003090         CLOSE PHONEFILE
003100     END-IF.
003110
003120 SET-STAGE-TEXT.
003130     EVALUATE TRUE
003140         WHEN ENRL-NOTICED
003150             MOVE "NOTICED  " TO ws-stage-text
003160         WHEN ENRL-OPTED-OUT
003170             MOVE "OPTED OUT" TO ws-stage-text
003180         WHEN ENRL-ENROLLED
003190             MOVE "ENROLLED " TO ws-stage-text
003200         WHEN OTHER
003210             MOVE "CLOSED   " TO ws-stage-text
003220     END-EVALUATE.
003230
003240 LIST-ENROLLMENTS.
003250     MOVE ZERO TO ws-listed-count.
003260     MOVE SPACE TO ws-eof.
003270     MOVE ZERO TO ENRL-EMPLOYEE-ID.
003280     START ENRLFILE KEY IS NOT LESS THAN ENRL-EMPLOYEE-ID
003290         INVALID KEY MOVE "y" TO ws-eof
003300     END-START.
003310     DISPLAY "  EMP ID  NAME                  STAGE     DEADLINE"
003320         " ACCOUNT    MISSED".
003330     PERFORM LIST-ONE-ENROLLMENT UNTIL ws-eof = "y".
003340     IF ws-listed-count = ZERO
003350         DISPLAY "  (no enrollment records on file)"
003360     END-IF.
003370
003380 LIST-ONE-ENROLLMENT.
003390     READ ENRLFILE NEXT RECORD
003400         AT END MOVE "y" TO ws-eof
003410     END-READ.
003420     IF ws-eof NOT = "y"
003430         ADD 1 TO ws-listed-count
003440         MOVE ENRL-EMPLOYEE-ID TO ws-pick-id
003450         PERFORM LOOK-UP-EMPLOYEE-NAME
003460         PERFORM SET-STAGE-TEXT
003470         IF ENRL-MISSED
003480             DISPLAY "  " ENRL-EMPLOYEE-ID "  " ws-emp-name " "
003490                 ws-stage-text " " ENRL-DEADLINE " " ENRL-ACCOUNT
003500                 " OPEN"
003510         ELSE
003520             DISPLAY "  " ENRL-EMPLOYEE-ID "  " ws-emp-name " "
003530                 ws-stage-text " " ENRL-DEADLINE " " ENRL-ACCOUNT
003540         END-IF
003550     END-IF.
003560
003570*--------------------------------
003580* A returned opt-out form, keyed on or before the deadline.
003590*--------------------------------
003600 RECORD-OPT-OUT.
003610     PERFORM GET-EMPLOYEE-ID.
003620     PERFORM READ-ENROLLMENT.
003630     IF ws-found = "y"
003640         IF NOT ENRL-NOTICED
003650             PERFORM SET-STAGE-TEXT
003660             DISPLAY "Only a noticed employee can opt out - this "
003670                 "one is " ws-stage-text "."
003680             MOVE "n" TO ws-found
003690         ELSE
003700             IF ENRL-DEADLINE < ws-run-date
003710                 DISPLAY "The opt-out deadline " ENRL-DEADLINE
003720                     " has passed - the employee is being "
003730                 DISPLAY "enrolled; a stop now is a deferral "
003740                     "change through payroll."
003750                 MOVE "n" TO ws-found
003760             END-IF
003770         END-IF
003780     END-IF.
003790     IF ws-found = "y"
003800         DISPLAY "Record the opt-out (Y/N)? " WITH NO ADVANCING
003810         ACCEPT ws-answer
003820         IF ws-answer = "Y" OR ws-answer = "y"
003830             MOVE ENRL-REC       TO ws-hold-before
003840             MOVE "O"            TO ENRL-STATUS
003850             MOVE ws-run-date    TO ENRL-STAGE-DATE
003860             MOVE ws-operator-id TO ENRL-OPERATOR
003870             PERFORM REWRITE-ENROLLMENT
003880             MOVE "OPTOUT" TO AUDIT-ACTION
003890             PERFORM AUDIT-ENROLLMENT
003900             DISPLAY "Opt-out recorded."
003910         END-IF
003920     END-IF.
003930
003940*--------------------------------
003950* An opt-out taken back while the deadline is still open.
003960*--------------------------------
003970 REINSTATE-ENROLLMENT.
003980     PERFORM GET-EMPLOYEE-ID.
003990     PERFORM READ-ENROLLMENT.
004000     IF ws-found = "y"
004010         IF NOT ENRL-OPTED-OUT
004020             DISPLAY "That employee has not opted out."
004030             MOVE "n" TO ws-found
004040         ELSE
004050             IF ENRL-DEADLINE < ws-run-date
004060                 DISPLAY "The opt-out deadline " ENRL-DEADLINE
004070                     " has passed - enroll through partmnt."
004080                 MOVE "n" TO ws-found
004090             END-IF
004100         END-IF
004110     END-IF.
004120     IF ws-found = "y"
004130         MOVE ENRL-REC       TO ws-hold-before
004140         MOVE "N"            TO ENRL-STATUS
004150         MOVE ws-run-date    TO ENRL-STAGE-DATE
004160         MOVE ws-operator-id TO ENRL-OPERATOR
004170         PERFORM REWRITE-ENROLLMENT
004180         MOVE "REINST" TO AUDIT-ACTION
004190         PERFORM AUDIT-ENROLLMENT
004200         DISPLAY "Reinstated - enrolls after " ENRL-DEADLINE "."
004210     END-IF.
004220
004230*--------------------------------
004240* The corrective contribution for a missed enrollment is made.
004250*--------------------------------
004260 RECORD-CORRECTION.
004270     PERFORM GET-EMPLOYEE-ID.
004280     PERFORM READ-ENROLLMENT.
004290     IF ws-found = "y"
004300         IF NOT ENRL-MISSED
004310             DISPLAY "No open missed enrollment for that "
004320                 "employee."
004330         ELSE
004340             MOVE ENRL-MISSED-DEFERRAL TO ws-money-disp
004350             DISPLAY "Missed deferral " ws-money-disp
004360                 " - corrective contribution made (Y/N)? "
004370                 WITH NO ADVANCING
004380             ACCEPT ws-answer
004390             IF ws-answer = "Y" OR ws-answer = "y"
004400                 MOVE ENRL-REC       TO ws-hold-before
004410                 MOVE "C"            TO ENRL-MISSED-FLAG
004420                 MOVE ws-operator-id TO ENRL-OPERATOR
004430                 PERFORM REWRITE-ENROLLMENT
004440                 MOVE "CORRCT" TO AUDIT-ACTION
004450                 PERFORM AUDIT-ENROLLMENT
004460                 DISPLAY "Correction recorded."
004470             END-IF
004480         END-IF
004490     END-IF.
004500
004510*--------------------------------
004520* A missed enrollment found outside the nightly run: the
004530* employee was set up late by hand, so there is no record yet.
004540*--------------------------------
004550 RECORD-MISSED.
004560     PERFORM GET-EMPLOYEE-ID.
004570     IF ws-found = "y"
004580         MOVE ws-pick-id TO ENRL-EMPLOYEE-ID
004590         READ ENRLFILE
004600             INVALID KEY CONTINUE
004610             NOT INVALID KEY
004620                 DISPLAY "An enrollment record is on file - "
004630                     "the nightly run flags its own misses."
004640                 MOVE "n" TO ws-found
004650         END-READ
004660     END-IF.
004670     IF ws-found = "y"
004680         PERFORM LOOK-UP-EMPLOYEE-NAME
004690         DISPLAY "Employee: " ws-emp-name
004700         MOVE SPACES TO ENRL-REC
004710         MOVE ws-pick-id TO ENRL-EMPLOYEE-ID
004720         DISPLAY "Participant account: " WITH NO ADVANCING
004730         ACCEPT ENRL-ACCOUNT
004740         DISPLAY "Date enrollment was due (YYYYMMDD): "
004750             WITH NO ADVANCING
004760         ACCEPT ws-date-entry
004770         IF ws-date-entry IS NUMERIC
004780             MOVE ws-date-entry TO ENRL-DUE-DATE
004790         ELSE
004800             MOVE ZERO TO ENRL-DUE-DATE
004810         END-IF
004820         IF ENRL-DUE-DATE = ZERO
004830             OR ENRL-DUE-DATE > ws-run-date
004840             DISPLAY "Due date is a past date, YYYYMMDD."
004850             MOVE "n" TO ws-found
004860         END-IF
004870     END-IF.
004880     IF ws-found = "y"
004890         DISPLAY "Missed deferral amount: " WITH NO ADVANCING
004900         ACCEPT ws-amount-entry
004910         IF FUNCTION TEST-NUMVAL(ws-amount-entry) NOT = ZERO
004920             DISPLAY "Amount is a number, e.g. 412.50."
004930             MOVE "n" TO ws-found
004940         ELSE
004950             COMPUTE ws-missed-amount =
004960                 FUNCTION NUMVAL(ws-amount-entry)
004970         END-IF
004980     END-IF.
004990     IF ws-found = "y"
005000         MOVE "E"              TO ENRL-STATUS
005010         MOVE ZERO             TO ENRL-HIRE-DATE
005020         MOVE ZERO             TO ENRL-ELIG-DATE
005030         MOVE ZERO             TO ENRL-NOTICE-DATE
005040         MOVE ZERO             TO ENRL-DEADLINE
005050         MOVE ZERO             TO ENRL-DEFAULT-PCT
005060         MOVE ws-run-date      TO ENRL-STAGE-DATE
005070         MOVE "Y"              TO ENRL-MISSED-FLAG
005080         MOVE ws-missed-amount TO ENRL-MISSED-DEFERRAL
005090         MOVE ws-operator-id   TO ENRL-OPERATOR
005100         WRITE ENRL-REC
005110             INVALID KEY DISPLAY "Problem with index!"
005120             NOT INVALID KEY
005130                 MOVE SPACES   TO AUDIT-BEFORE
005140                 MOVE ENRL-REC TO AUDIT-AFTER
005150                 MOVE "ADD"    TO AUDIT-ACTION
005160                 PERFORM WRITE-AUDIT-RECORD
005170                 DISPLAY "Missed enrollment recorded."
005180         END-WRITE
005190     END-IF.
005200
005210 REWRITE-ENROLLMENT.
005220     REWRITE ENRL-REC
005230         INVALID KEY DISPLAY "Problem with index!"
005240     END-REWRITE.
005250
005260 AUDIT-ENROLLMENT.
005270     MOVE ws-hold-before TO AUDIT-BEFORE.
005280     MOVE ENRL-REC       TO AUDIT-AFTER.
005290     PERFORM WRITE-AUDIT-RECORD.
005300
005310 WRITE-AUDIT-RECORD.
005320*--------------------------------
005330* Appends the change to the reference-data audit trail
005340* (REFAUDIT.DAT) with the same before/after and chaining
005350* convention opermnt.cbl uses, so audtchk verifies it and
005360* refaud reads it back.  The caller sets AUDIT-ACTION,
005370* AUDIT-BEFORE, and AUDIT-AFTER first.
005380*--------------------------------
005390     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
005400     MOVE ws-operator-id         TO AUDIT-OPERATOR.
005410     MOVE "ENRLMNT "  TO AUDIT-PROGRAM-NAME.
005420     PERFORM SET-AUDIT-SEQUENCE.
005430     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005440     OPEN EXTEND AUDITFILE.
005450     IF ws-audit-status = "35"
005460         OPEN OUTPUT AUDITFILE
005470     END-IF.
005480     WRITE AUDIT-LINE.
005490     CLOSE AUDITFILE.
005500
005510 SET-AUDIT-SEQUENCE.
005520     PERFORM GET-LAST-AUDIT-POSITION.
005530     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005540     PERFORM COMPUTE-AUDIT-CHECK.
005550
005560 GET-LAST-AUDIT-POSITION.
005570     MOVE ZERO TO ws-last-audit-seq.
005580     MOVE ZERO TO ws-last-audit-check.
005590     OPEN INPUT AUDITFILE.
005600     IF ws-audit-status = "00"
005610         PERFORM READ-LAST-AUDIT-LINE
005620             UNTIL ws-audit-status NOT = "00"
005630         CLOSE AUDITFILE
005640     END-IF.
005650
005660 READ-LAST-AUDIT-LINE.
005670     READ AUDITFILE
005680         AT END CONTINUE
005690     END-READ.
005700     IF ws-audit-status = "00"
005710         AND AUDIT-LINE(229:9) IS NUMERIC
005720         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005730         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005740     END-IF.
005750
005760 COMPUTE-AUDIT-CHECK.
005770     MOVE ZERO TO ws-audit-work-sum.
005780     MOVE ZERO TO ws-audit-sub.
005790     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005800     COMPUTE AUDIT-CHECK-VALUE =
005810         FUNCTION MOD((ws-last-audit-check * 17)
005820             + ws-audit-work-sum, 999999999).
005830
005840 ADD-ONE-AUDIT-BYTE.
005850     ADD 1 TO ws-audit-sub.
005860     COMPUTE ws-audit-work-sum = ws-audit-work-sum
005870         + (ws-audit-sub
005880            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
005890
005900 CHECK-BATCH-WINDOW.
005910*--------------------------------
005920* Updates are refused while batchwin's window-open flag is up.
005930* Listing stays open.
005940*--------------------------------
005950     PERFORM SAMPLE-WINDOW-FLAG.
005960     IF ws-window-locked = "Y"
005970         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
005980         DISPLAY "  " ws-window-step
005990         DISPLAY "Updates are locked; listing is open."
006000     END-IF.
006010
006020 SAMPLE-WINDOW-FLAG.
006030     MOVE "N"    TO ws-window-locked.
006040     MOVE SPACES TO ws-window-step.
006050     OPEN INPUT WINDOW-FLAG-FILE.
006060     IF ws-flag-status = "00"
006070         READ WINDOW-FLAG-FILE
006080             AT END CONTINUE
006090         END-READ
006100         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
006110             MOVE "Y"      TO ws-window-locked
006120             MOVE FLG-STEP TO ws-window-step
006130         END-IF
006140         CLOSE WINDOW-FLAG-FILE
006150     END-IF.

006170 CHECK-UPDATE-GRANT.
006180*--------------------------------
006190* Recording opt-outs, reinstatements, corrections, and missed
006200* enrollments need the ENRLUPD grant on the access table
006210* (OPERACC.DAT, kept in opermnt); without it the screen is
006220* listing only.  A shop with no table yet runs as before.
006230*--------------------------------
006240     MOVE "Y" TO ws-update-granted.
006250     OPEN INPUT ACCESS-FILE.
006260     IF ws-acc-status = "00"
006270         MOVE ws-operator-id TO ACC-OPER-ID
006280         MOVE "ENRLUPD "     TO ACC-FUNCTION
006290         READ ACCESS-FILE
006300             INVALID KEY
006310                 MOVE "N" TO ws-update-granted
006320                 DISPLAY "No ENRLUPD grant for "
006330                     ws-operator-id
006340                     " - listing only."
006350         END-READ
006360         CLOSE ACCESS-FILE
006370     END-IF.
