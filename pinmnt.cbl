000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PINMNT.
000030*--------------------------------
000040* HR maintenance for the participant PIN file (PARTPIN.DAT)
000050* that the self-service inquiry terminal (partinq.cbl) signs
000060* employees in against.  I)ssue gives an employee on the
000070* directory their first PIN, R)eset replaces a forgotten one
000080* and clears any lockout, U)nlock clears a lockout and keeps
000090* the PIN, and D)elete revokes the PIN altogether.  A PIN is
000100* four to six digits; Enter at the PIN prompt generates a six-
000110* digit one, shown once so HR can hand it over.  Listings never
000120* show the PIN itself.
000130*
000140* Maintenance signs on against the operator master with update
000150* authority or better (a shop without an operator master runs
000160* open, as opermnt's first run does).  Every issue, reset,
000170* unlock, and delete goes on the reference-data audit trail
000180* (REFAUDIT.DAT) with the PIN starred out of both images, and
000190* updates wait for the batch window to close.
000200*
000210* 2026-10  JDF  New program.
000213* 2026-10  JDF  Update actions need the PINUPD grant on the
000216*                access table once OPERACC.DAT is on file.
000220*--------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 SELECT PINFILE ASSIGN TO "PARTPINDAT"
000270 FILE STATUS IS ws-pin-status
000280 ORGANIZATION IS INDEXED
000290 ACCESS MODE IS DYNAMIC
000300 RECORD KEY IS PIN-EMPLOYEE-ID.
000310
000320 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000330 FILE STATUS IS FILE-CHECK-KEY
000340 ORGANIZATION IS INDEXED
000350 ACCESS MODE IS DYNAMIC
000360 RECORD KEY IS EMPLOYEE-ID
000370 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000380
000390 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000400 FILE STATUS IS ws-oper-status
000410 ORGANIZATION IS INDEXED
000420 ACCESS MODE IS DYNAMIC
000430 RECORD KEY IS OPER-ID.
000440
000450 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000460 ORGANIZATION IS LINE SEQUENTIAL
000470 FILE STATUS IS ws-audit-status.
000480
000490 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000500 ORGANIZATION IS LINE SEQUENTIAL
000510 FILE STATUS IS ws-flag-status.
000520
000521 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000522 FILE STATUS IS ws-acc-status
000524 ORGANIZATION IS INDEXED
000525 ACCESS MODE IS DYNAMIC
000527 RECORD KEY IS ACC-KEY.
000528
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD PINFILE.
000560     COPY PINREC.
000570
000580 FD PHONEFILE.
000590     COPY PHONEREC.
000600
000610 FD OPERFILE.
000620     COPY OPERREC.
000630
000640 FD AUDITFILE.
000650 01  AUDIT-LINE                      PIC X(246).
000660
000670 FD WINDOW-FLAG-FILE.
000680 01  WINDOW-FLAG-REC.
000690     05  FLG-STATE                   PIC X(04).
000700     05  FILLER                      PIC X(01).
000710     05  FLG-STEP                    PIC X(30).
000720
000722 FD ACCESS-FILE.
000725     COPY ACCSREC.
000727
000730 WORKING-STORAGE SECTION.
000740     COPY FILESTAT.
000750     COPY AUDITREC.
000760
000770 01  ws-audit-status                 pic x(02).
000780 01  ws-last-audit-seq               pic 9(09) value zero.
000790 01  ws-last-audit-check             pic 9(09) value zero.
000800 01  ws-audit-work-sum               pic 9(18) value zero.
000810 01  ws-audit-sub                    pic 9(04) comp value zero.
000820 01  ws-hold-before                  pic x(90) value spaces.
000830 01  ws-masked-image                 pic x(90) value spaces.
000840
000850 01  ws-pin-status                   pic x(02).
000860 01  ws-oper-status                  pic x(02).
000870 01  ws-flag-status                  pic x(02).
000880 01  ws-window-locked                pic x(01) value "N".
000890 01  ws-window-step                  pic x(30) value spaces.
000900 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000903 01  ws-acc-status                   pic x(02).
000906 01  ws-update-granted               pic x(01) value "Y".
000910 01  ws-signon-password              pic x(08) value spaces.
000920 01  ws-signon-ok                    pic x(01) value space.
000930 01  ws-signon-tries                 pic 9(01) value zero.
000940 01  ws-empty-master                 pic x(01) value "Y".
000950 01  ws-done                         pic x(01) value space.
000960 01  ws-choice                       pic x(01) value space.
000970 01  ws-answer                       pic x(01) value space.
000980 01  ws-eof                          pic x(01) value space.
000990 01  ws-found                        pic x(01) value space.
001000 01  ws-run-date                     pic 9(08) value zero.
001010 01  ws-id-entry                     pic x(06) value spaces.
001020 01  ws-pick-id                      pic 9(06) value zero.
001030 01  ws-emp-name                     pic x(21) value spaces.
001040 01  ws-listed-count                 pic 9(05) value zero.
001050 01  ws-pin-state                    pic x(07) value spaces.
001060
001070*--------------------------------
001080* The PIN being keyed or generated.
001090*--------------------------------
001100 01  ws-pin-entry                    pic x(06) value spaces.
001110 01  ws-pin-ok                       pic x(01) value space.
001120 01  ws-pin-tries                    pic 9(01) value zero.
001130 01  ws-pin-len                      pic 9(02) value zero.
001140 01  ws-pin-digits                   pic 9(02) value zero.
001150 01  ws-new-pin                      pic x(06) value spaces.
001160 01  ws-random                       pic 9v9(9) value zero.
001170 01  ws-random-seed                  pic 9(08) value zero.
001180 01  ws-random-pin                   pic 9(06) value zero.
001190 01  ws-seeded                       pic x(01) value "N".
001200 01  ws-time-now                     pic 9(08) value zero.
001210
001220 PROCEDURE DIVISION.
001230 PROGRAM-BEGIN.
001240     CALL "shopcfg"
001250         ON EXCEPTION
001260             DISPLAY "shopcfg not found - default "
001270                 "file locations in effect"
001280     END-CALL.
001290     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001300     PERFORM HR-SIGN-ON.
001310     IF ws-signon-ok NOT = "Y"
001320         DISPLAY "PIN maintenance needs an operator with update "
001330             "authority."
001340         MOVE 1 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001365     PERFORM CHECK-UPDATE-GRANT.
001370     PERFORM OPEN-PINFILE.
001380     PERFORM CHECK-BATCH-WINDOW.
001390     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001400     CLOSE PINFILE.
001410     STOP RUN.
001420
001430 OPEN-PINFILE.
001440     OPEN I-O PINFILE.
001450     IF ws-pin-status = "35"
001460         OPEN OUTPUT PINFILE
001470         CLOSE PINFILE
001480         OPEN I-O PINFILE
001490     END-IF.
001500
001510 HR-SIGN-ON.
001520*--------------------------------
001530* Update authority or better against the operator master, with
001540* the master's own lockout rule: each wrong password counts
001550* toward the three that lock the ID, and goes on the trail.
001560* No master (or an empty one) leaves the screen open.
001570*--------------------------------
001580     MOVE "N" TO ws-signon-ok.
001590     OPEN I-O OPERFILE.
001600     IF ws-oper-status NOT = "00"
001610         MOVE "Y" TO ws-signon-ok
001620     ELSE
001630         PERFORM CHECK-MASTER-EMPTY
001640         IF ws-empty-master = "Y"
001650             MOVE "Y" TO ws-signon-ok
001660         ELSE
001670             MOVE ZERO TO ws-signon-tries
001680             PERFORM TRY-ONE-SIGN-ON
001690                 UNTIL ws-signon-ok = "Y" OR ws-signon-tries > 2
001700         END-IF
001710         CLOSE OPERFILE
001720     END-IF.
001730
001740 CHECK-MASTER-EMPTY.
001750     MOVE "Y" TO ws-empty-master.
001760     MOVE LOW-VALUES TO OPER-ID.
001770     START OPERFILE KEY IS NOT LESS THAN OPER-ID
001780         INVALID KEY CONTINUE
001790     END-START.
001800     IF ws-oper-status = "00"
001810         READ OPERFILE NEXT RECORD
001820             AT END CONTINUE
001830         END-READ
001840         IF ws-oper-status = "00"
001850             MOVE "N" TO ws-empty-master
001860         END-IF
001870     END-IF.
001880
001890 TRY-ONE-SIGN-ON.
001900     ADD 1 TO ws-signon-tries.
001910     DISPLAY "Operator ID: " WITH NO ADVANCING.
001920     ACCEPT ws-operator-id.
001930     DISPLAY "Password: " WITH NO ADVANCING.
001940     ACCEPT ws-signon-password.
001950     MOVE ws-operator-id TO OPER-ID.
001960     READ OPERFILE
001970         INVALID KEY
001980             DISPLAY "Unknown operator."
001990         NOT INVALID KEY
002000             IF OPER-IS-LOCKED
002010                 DISPLAY "That ID is locked out."
002020             ELSE
002030             IF OPER-PASSWORD = ws-signon-password
002040                 AND (OPER-AUTH-UPDATE OR OPER-AUTH-SUPERVISOR)
002050                 MOVE "Y" TO ws-signon-ok
002060                 MOVE ZERO TO OPER-FAIL-COUNT
002070                 REWRITE OPER-REC
002080                     INVALID KEY CONTINUE
002090                 END-REWRITE
002100             ELSE
002110                 IF OPER-FAIL-COUNT IS NOT NUMERIC
002120                     MOVE ZERO TO OPER-FAIL-COUNT
002130                 END-IF
002140                 IF OPER-PASSWORD NOT = ws-signon-password
002150                     ADD 1 TO OPER-FAIL-COUNT
002160                     IF OPER-FAIL-COUNT > 2
002170                         MOVE "L" TO OPER-LOCKED
002180                         DISPLAY "Too many tries - ID locked out."
002190                     END-IF
002200                     REWRITE OPER-REC
002210                         INVALID KEY CONTINUE
002220                     END-REWRITE
002230                     MOVE SPACES TO AUDIT-BEFORE
002240                     MOVE SPACES TO AUDIT-AFTER
002250                     STRING "FAILED SIGN-ON ATTEMPT FOR " OPER-ID
002260                         DELIMITED BY SIZE INTO AUDIT-AFTER
002270                     MOVE "BADPWD" TO AUDIT-ACTION
002280                     PERFORM WRITE-AUDIT-RECORD
002290                 END-IF
002300                 DISPLAY "Wrong password, or inquiry "
002310                     "authority only."
002320             END-IF
002330             END-IF
002340     END-READ.
002350
002360 MENU-LOOP.
002370     PERFORM SAMPLE-WINDOW-FLAG.
002380     DISPLAY " ".
002390     DISPLAY "Participant PINs - L)ist  I)ssue  R)eset  "
002400         "U)nlock  D)elete  Q)uit: " WITH NO ADVANCING.
002410     ACCEPT ws-choice.
002411     IF ws-update-granted NOT = "Y"
002412         AND (ws-choice = "I" OR "i" OR "R" OR "r"
002414             OR "U" OR "u" OR "D" OR "d")
002415         DISPLAY "Not granted PINUPD - updates refused."
002417         MOVE SPACE TO ws-choice
002418     END-IF.
002420     EVALUATE ws-choice
002430         WHEN "L"
002440         WHEN "l"
002450             PERFORM LIST-PINS
002460         WHEN "I"
002470         WHEN "i"
002480             IF ws-window-locked = "Y"
002490                 DISPLAY "Batch window open - updates locked."
002500             ELSE
002510                 PERFORM ISSUE-PIN
002520             END-IF
002530         WHEN "R"
002540         WHEN "r"
002550             IF ws-window-locked = "Y"
002560                 DISPLAY "Batch window open - updates locked."
002570             ELSE
002580                 PERFORM RESET-PIN
002590             END-IF
002600         WHEN "U"
002610         WHEN "u"
002620             IF ws-window-locked = "Y"
002630                 DISPLAY "Batch window open - updates locked."
002640             ELSE
002650                 PERFORM UNLOCK-PIN
002660             END-IF
002670         WHEN "D"
002680         WHEN "d"
002690             IF ws-window-locked = "Y"
002700                 DISPLAY "Batch window open - updates locked."
002710             ELSE
002720                 PERFORM DELETE-PIN
002730             END-IF
002740         WHEN "Q"
002750         WHEN "q"
002760             MOVE "Y" TO ws-done
002770         WHEN OTHER
002780             CONTINUE
002790     END-EVALUATE.
002800
002810 GET-EMPLOYEE-ID.
002820     MOVE "y" TO ws-found.
002830     DISPLAY "Employee ID: " WITH NO ADVANCING.
002840     ACCEPT ws-id-entry.
002850     IF ws-id-entry IS NUMERIC
002860         MOVE ws-id-entry TO ws-pick-id
002870     ELSE
002880         DISPLAY "Employee ID is six digits."
002890         MOVE "n" TO ws-found
002900     END-IF.
002910
002920 LOOK-UP-EMPLOYEE-NAME.
002930     MOVE "(not on directory)" TO ws-emp-name.
002940     OPEN INPUT PHONEFILE.
002950     IF FILE-CHECK-KEY = "00"
002960         MOVE ws-pick-id TO EMPLOYEE-ID
002970         READ PHONEFILE
002980             INVALID KEY CONTINUE
002990             NOT INVALID KEY
003000                 MOVE SPACES TO ws-emp-name
003010                 STRING FIRST-NAME DELIMITED BY SPACE
003020                     " " DELIMITED BY SIZE
003030                     LAST-NAME DELIMITED BY SPACE
003040                     INTO ws-emp-name
003050         END-READ
003060         CLOSE PHONEFILE
003070     END-IF.
003080
003090 LIST-PINS.
003100     MOVE ZERO TO ws-listed-count.
003110     MOVE SPACE TO ws-eof.
003120     MOVE ZERO TO PIN-EMPLOYEE-ID.
003130     START PINFILE KEY IS NOT LESS THAN PIN-EMPLOYEE-ID
003140         INVALID KEY MOVE "y" TO ws-eof
003150     END-START.
003160     DISPLAY "  EMP ID  NAME                  STATE    ISSUED   "
003170         " BY       LAST USED".
003180     PERFORM LIST-ONE-PIN UNTIL ws-eof = "y".
003190     IF ws-listed-count = ZERO
003200         DISPLAY "  (no PINs on file)"
003210     END-IF.
003220
003230 LIST-ONE-PIN.
003240     READ PINFILE NEXT RECORD
003250         AT END MOVE "y" TO ws-eof
003260     END-READ.
003270     IF ws-eof NOT = "y"
003280         ADD 1 TO ws-listed-count
003290         MOVE PIN-EMPLOYEE-ID TO ws-pick-id
003300         PERFORM LOOK-UP-EMPLOYEE-NAME
003310         IF PIN-IS-LOCKED
003320             MOVE "LOCKED " TO ws-pin-state
003330         ELSE
003340             MOVE "ACTIVE " TO ws-pin-state
003350         END-IF
003360         DISPLAY "  " PIN-EMPLOYEE-ID "  " ws-emp-name " "
003370             ws-pin-state "  " PIN-ISSUED-DATE " " PIN-ISSUED-BY
003380             " " PIN-LAST-USED
003390     END-IF.
003400
003410*--------------------------------
003420* A first PIN for an employee on the directory.
003430*--------------------------------
003440 ISSUE-PIN.
003450     PERFORM GET-EMPLOYEE-ID.
003460     IF ws-found = "y"
003470         MOVE ws-pick-id TO PIN-EMPLOYEE-ID
003480         READ PINFILE
003490             INVALID KEY CONTINUE
003500             NOT INVALID KEY
003510                 DISPLAY "A PIN is already on file - use R)eset."
003520                 MOVE "n" TO ws-found
003530         END-READ
003540     END-IF.
003550     IF ws-found = "y"
003560         PERFORM LOOK-UP-EMPLOYEE-NAME
003570         IF ws-emp-name = "(not on directory)"
003580             DISPLAY "Employee is not on the directory."
003590             MOVE "n" TO ws-found
003600         ELSE
003610             DISPLAY "Employee: " ws-emp-name
003620         END-IF
003630     END-IF.
003640     IF ws-found = "y"
003650         PERFORM TAKE-NEW-PIN
003660         IF ws-pin-ok = "Y"
003670             MOVE SPACES          TO PIN-REC
003680             MOVE ws-pick-id      TO PIN-EMPLOYEE-ID
003690             MOVE ws-new-pin      TO PIN-CODE
003700             MOVE ZERO            TO PIN-FAIL-COUNT
003710             MOVE SPACE           TO PIN-LOCKED
003720             MOVE ws-run-date     TO PIN-ISSUED-DATE
003730             MOVE ws-operator-id  TO PIN-ISSUED-BY
003740             MOVE ZERO            TO PIN-LAST-USED
003750             WRITE PIN-REC
003760                 INVALID KEY DISPLAY "Problem with index!"
003770                 NOT INVALID KEY
003780                     MOVE SPACES TO AUDIT-BEFORE
003790                     PERFORM MASK-RECORD-IMAGE
003800                     MOVE ws-masked-image TO AUDIT-AFTER
003810                     MOVE "ADD" TO AUDIT-ACTION
003820                     PERFORM WRITE-AUDIT-RECORD
003830                     PERFORM SHOW-NEW-PIN
003840             END-WRITE
003850         END-IF
003860     END-IF.
003870
003880*--------------------------------
003890* A new PIN for a forgotten one; clears any lockout.
003900*--------------------------------
003910 RESET-PIN.
003920     PERFORM GET-EMPLOYEE-ID.
003930     IF ws-found = "y"
003940         MOVE ws-pick-id TO PIN-EMPLOYEE-ID
003950         READ PINFILE
003960             INVALID KEY
003970                 DISPLAY "No PIN on file - use I)ssue."
003980                 MOVE "n" TO ws-found
003990         END-READ
004000     END-IF.
004010     IF ws-found = "y"
004020         PERFORM LOOK-UP-EMPLOYEE-NAME
004030         DISPLAY "Employee: " ws-emp-name
004040         PERFORM TAKE-NEW-PIN
004050         IF ws-pin-ok = "Y"
004060             PERFORM MASK-RECORD-IMAGE
004070             MOVE ws-masked-image TO ws-hold-before
004080             MOVE ws-new-pin      TO PIN-CODE
004090             MOVE ZERO            TO PIN-FAIL-COUNT
004100             MOVE SPACE           TO PIN-LOCKED
004110             MOVE ws-run-date     TO PIN-ISSUED-DATE
004120             MOVE ws-operator-id  TO PIN-ISSUED-BY
004130             REWRITE PIN-REC
004140                 INVALID KEY DISPLAY "Problem with index!"
004150                 NOT INVALID KEY
004160                     MOVE ws-hold-before TO AUDIT-BEFORE
004170                     PERFORM MASK-RECORD-IMAGE
004180                     MOVE ws-masked-image TO AUDIT-AFTER
004190                     MOVE "RESET" TO AUDIT-ACTION
004200                     PERFORM WRITE-AUDIT-RECORD
004210                     PERFORM SHOW-NEW-PIN
004220             END-REWRITE
004230         END-IF
004240     END-IF.
004250
004260 UNLOCK-PIN.
004270     PERFORM GET-EMPLOYEE-ID.
004280     IF ws-found = "y"
004290         MOVE ws-pick-id TO PIN-EMPLOYEE-ID
004300         READ PINFILE
004310             INVALID KEY
004320                 DISPLAY "No PIN on file."
004330             NOT INVALID KEY
004340                 IF PIN-IS-LOCKED
004350                     PERFORM MASK-RECORD-IMAGE
004360                     MOVE ws-masked-image TO ws-hold-before
004370                     MOVE SPACE TO PIN-LOCKED
004380                     MOVE ZERO  TO PIN-FAIL-COUNT
004390                     REWRITE PIN-REC
004400                         INVALID KEY DISPLAY "Problem with index!"
004410                     END-REWRITE
004420                     MOVE ws-hold-before TO AUDIT-BEFORE
004430                     PERFORM MASK-RECORD-IMAGE
004440                     MOVE ws-masked-image TO AUDIT-AFTER
004450                     MOVE "UNLOCK" TO AUDIT-ACTION
004460                     PERFORM WRITE-AUDIT-RECORD
004470                     DISPLAY "Unlocked."
004480                 ELSE
004490                     DISPLAY "That PIN is not locked."
004500                 END-IF
004510         END-READ
004520     END-IF.
004530
004540 DELETE-PIN.
004550     PERFORM GET-EMPLOYEE-ID.
004560     IF ws-found = "y"
004570         MOVE ws-pick-id TO PIN-EMPLOYEE-ID
004580         READ PINFILE
004590             INVALID KEY
004600                 DISPLAY "No PIN on file."
004610                 MOVE "n" TO ws-found
004620         END-READ
004630     END-IF.
004640     IF ws-found = "y"
004650         PERFORM LOOK-UP-EMPLOYEE-NAME
004660         DISPLAY "Revoke the PIN for " ws-emp-name " (Y/N)? "
004670             WITH NO ADVANCING
004680         ACCEPT ws-answer
004690         IF ws-answer = "Y" OR ws-answer = "y"
004700             PERFORM MASK-RECORD-IMAGE
004710             MOVE ws-masked-image TO AUDIT-BEFORE
004720             DELETE PINFILE
004730                 INVALID KEY DISPLAY "Problem with index!"
004740                 NOT INVALID KEY
004750                     MOVE SPACES TO AUDIT-AFTER
004760                     MOVE "DELETE" TO AUDIT-ACTION
004770                     PERFORM WRITE-AUDIT-RECORD
004780                     DISPLAY "PIN revoked."
004790             END-DELETE
004800         END-IF
004810     END-IF.
004820
004830 TAKE-NEW-PIN.
004840     MOVE ZERO TO ws-pin-tries.
004850     MOVE "N"  TO ws-pin-ok.
004860     PERFORM TAKE-ONE-PIN-ENTRY
004870         UNTIL ws-pin-ok = "Y" OR ws-pin-tries > 2.
004880     IF ws-pin-ok NOT = "Y"
004890         DISPLAY "No acceptable PIN - nothing saved."
004900     END-IF.
004910
004920*--------------------------------
004930* Four to six digits, keyed left-justified with no embedded
004940* blanks, or Enter for a generated six-digit PIN.
004950*--------------------------------
004960 TAKE-ONE-PIN-ENTRY.
004970     ADD 1 TO ws-pin-tries.
004980     DISPLAY "New PIN, 4 to 6 digits (Enter to generate): "
004990         WITH NO ADVANCING.
005000     ACCEPT ws-pin-entry.
005010     IF ws-pin-entry = SPACES
005020         PERFORM GENERATE-PIN
005030         MOVE "Y" TO ws-pin-ok
005040     ELSE
005050         MOVE ZERO TO ws-pin-len
005060         INSPECT ws-pin-entry TALLYING ws-pin-len
005070             FOR CHARACTERS BEFORE INITIAL SPACE
005080         MOVE ZERO TO ws-pin-digits
005090         INSPECT ws-pin-entry TALLYING ws-pin-digits
005100             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
005110                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
005120         IF ws-pin-len < 4 OR ws-pin-digits NOT = ws-pin-len
005130             DISPLAY "A PIN is 4 to 6 digits."
005140         ELSE
005150             MOVE ws-pin-entry TO ws-new-pin
005160             MOVE "Y" TO ws-pin-ok
005170         END-IF
005180     END-IF.
005190
005200 GENERATE-PIN.
005210     IF ws-seeded NOT = "Y"
005220         ACCEPT ws-time-now FROM TIME
005230         COMPUTE ws-random-seed = ws-time-now + ws-pick-id
005240         COMPUTE ws-random = FUNCTION RANDOM (ws-random-seed)
005250         MOVE "Y" TO ws-seeded
005260     ELSE
005270         COMPUTE ws-random = FUNCTION RANDOM
005280     END-IF.
005290     COMPUTE ws-random-pin = 100000 + (ws-random * 899999).
005300     MOVE ws-random-pin TO ws-new-pin.
005310
005320 SHOW-NEW-PIN.
005330     DISPLAY "PIN for employee " ws-pick-id " is " ws-new-pin
005340         " - give it to the employee in person.".
005350
005360 MASK-RECORD-IMAGE.
005370*--------------------------------
005380* The PIN record carries the PIN; the audit images must not.
005390*--------------------------------
005400     MOVE SPACES  TO ws-masked-image.
005410     MOVE PIN-REC TO ws-masked-image.
005420     MOVE "******" TO ws-masked-image(7:6).
005430
005440 WRITE-AUDIT-RECORD.
005450*--------------------------------
005460* Appends the change to the reference-data audit trail
005470* (REFAUDIT.DAT) with the same before/after and chaining
005480* convention opermnt.cbl uses, so audtchk verifies it and
005490* refaud reads it back.  The caller sets AUDIT-ACTION,
005500* AUDIT-BEFORE, and AUDIT-AFTER first.
005510*--------------------------------
005520     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
005530     MOVE ws-operator-id         TO AUDIT-OPERATOR.
005540     MOVE "PINMNT  "  TO AUDIT-PROGRAM-NAME.
005550     PERFORM SET-AUDIT-SEQUENCE.
005560     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005570     OPEN EXTEND AUDITFILE.
005580     IF ws-audit-status = "35"
005590         OPEN OUTPUT AUDITFILE
005600     END-IF.
005610     WRITE AUDIT-LINE.
005620     CLOSE AUDITFILE.
005630
005640 SET-AUDIT-SEQUENCE.
005650     PERFORM GET-LAST-AUDIT-POSITION.
005660     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005670     PERFORM COMPUTE-AUDIT-CHECK.
005680
005690 GET-LAST-AUDIT-POSITION.
005700     MOVE ZERO TO ws-last-audit-seq.
005710     MOVE ZERO TO ws-last-audit-check.
005720     OPEN INPUT AUDITFILE.
005730     IF ws-audit-status = "00"
005740         PERFORM READ-LAST-AUDIT-LINE
005750             UNTIL ws-audit-status NOT = "00"
005760         CLOSE AUDITFILE
005770     END-IF.
005780
005790 READ-LAST-AUDIT-LINE.
005800     READ AUDITFILE
005810         AT END CONTINUE
005820     END-READ.
005830     IF ws-audit-status = "00"
005840         AND AUDIT-LINE(229:9) IS NUMERIC
005850         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005860         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005870     END-IF.
005880
005890 COMPUTE-AUDIT-CHECK.
005900     MOVE ZERO TO ws-audit-work-sum.
005910     MOVE ZERO TO ws-audit-sub.
005920     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005930     COMPUTE AUDIT-CHECK-VALUE =
005940         FUNCTION MOD((ws-last-audit-check * 17)
005950             + ws-audit-work-sum, 999999999).
005960
005970 ADD-ONE-AUDIT-BYTE.
005980     ADD 1 TO ws-audit-sub.
005990     COMPUTE ws-audit-work-sum = ws-audit-work-sum
006000         + (ws-audit-sub
006010            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
006020
006030 CHECK-BATCH-WINDOW.
006040*--------------------------------
006050* Updates are refused while batchwin's window-open flag is up.
006060* Listing stays open.
006070*--------------------------------
006080     PERFORM SAMPLE-WINDOW-FLAG.
006090     IF ws-window-locked = "Y"
006100         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
006110         DISPLAY "  " ws-window-step
006120         DISPLAY "Updates are locked; listing is open."
006130     END-IF.
006140
006150 SAMPLE-WINDOW-FLAG.
006160     MOVE "N"    TO ws-window-locked.
006170     MOVE SPACES TO ws-window-step.
006180     OPEN INPUT WINDOW-FLAG-FILE.
006190     IF ws-flag-status = "00"
006200         READ WINDOW-FLAG-FILE
006210             AT END CONTINUE
006220         END-READ
006230         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
006240             MOVE "Y"      TO ws-window-locked
006250             MOVE FLG-STEP TO ws-window-step
006260         END-IF
006270         CLOSE WINDOW-FLAG-FILE
006280     END-IF.

006300 CHECK-UPDATE-GRANT.
006310*--------------------------------
006320* Issuing, resetting, unlocking, and deleting PINs need the
006330* PINUPD grant on the access table (OPERACC.DAT, kept in
006340* opermnt); without it the screen is listing only.  A shop with
006350* no table yet runs as before.
006360*--------------------------------
006370     MOVE "Y" TO ws-update-granted.
006380     OPEN INPUT ACCESS-FILE.
006390     IF ws-acc-status = "00"
006400         MOVE ws-operator-id TO ACC-OPER-ID
006410         MOVE "PINUPD  "     TO ACC-FUNCTION
006420         READ ACCESS-FILE
006430             INVALID KEY
006440                 MOVE "N" TO ws-update-granted
006450                 DISPLAY "No PINUPD grant for "
006460                     ws-operator-id
006470                     " - listing only."
006480         END-READ
006490         CLOSE ACCESS-FILE
006500     END-IF.
