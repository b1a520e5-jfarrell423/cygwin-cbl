000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEVMNT.
000030*--------------------------------
000040* Maintenance for the device asset register (DEVICE.DAT): list,
000050* add, change, and delete company cell phones and pagers, issue
000060* one to an employee, and take it back.  Issuing checks the
000070* holder is active on PHONEFILE and offers the holder's
000080* directory cell or pager number as the number the device
000090* carries; returning stamps the return date so Facilities can
000100* see what came back at the exit interview.  List by H)older
000110* shows everything one employee has out.
000120*
000130* Every update writes a chained AUDITREC to the reference-data
000140* audit trail (REFAUDIT.DAT), which is the device's issue and
000150* return history, and updates honor the batchwin window-open
000160* flag the same way deptmnt does.
000170*
000180* 2026-10  JDF  New program.
000182* 2026-10  JDF  Update actions need the DEVUPD grant on the
000184*                access table once OPERACC.DAT is on file; the
000186*                operator ID is verified against the operator
000188*                master with its password first.
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 SELECT DEVFILE ASSIGN TO "DEVICEDAT"
000240 FILE STATUS IS ws-dev-status
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS DEV-ASSET-TAG
000280 ALTERNATE RECORD KEY IS DEV-HOLDER-ID WITH DUPLICATES.
000290
000300 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000310 FILE STATUS IS FILE-CHECK-KEY
000320 ORGANIZATION IS INDEXED
000330 ACCESS MODE IS DYNAMIC
000340 RECORD KEY IS EMPLOYEE-ID
000350 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000360
000370 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000380 ORGANIZATION IS LINE SEQUENTIAL
000390 FILE STATUS IS ws-audit-status.
000400
000410 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000420 FILE STATUS IS ws-oper-status
000430 ORGANIZATION IS INDEXED
000440 ACCESS MODE IS DYNAMIC
000450 RECORD KEY IS OPER-ID.
000460
000470 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000480 ORGANIZATION IS LINE SEQUENTIAL
000490 FILE STATUS IS ws-flag-status.
000500
000501 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000502 FILE STATUS IS ws-acc-status
000504 ORGANIZATION IS INDEXED
000505 ACCESS MODE IS DYNAMIC
000507 RECORD KEY IS ACC-KEY.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD DEVFILE.
000540     COPY DEVREC.
000550
000560 FD PHONEFILE.
000570     COPY PHONEREC.
000580
000590 FD AUDITFILE.
000600 01  AUDIT-LINE                      PIC X(246).
000610
000620 FD OPERFILE.
000630     COPY OPERREC.
000640
000650 FD WINDOW-FLAG-FILE.
000660 01  WINDOW-FLAG-REC.
000670     05  FLG-STATE                   PIC X(04).
000680     05  FILLER                      PIC X(01).
000690     05  FLG-STEP                    PIC X(30).
000700
000702 FD ACCESS-FILE.
000705     COPY ACCSREC.
000707
000710 WORKING-STORAGE SECTION.
000720     COPY FILESTAT.
000730     COPY AUDITREC.
000740
000750 01  ws-audit-status                 pic x(02).
000760 01  ws-last-audit-seq               pic 9(09) value zero.
000770 01  ws-last-audit-check             pic 9(09) value zero.
000780 01  ws-audit-work-sum               pic 9(18) value zero.
000790 01  ws-audit-sub                    pic 9(04) comp value zero.
000800 01  ws-hold-before                  pic x(90) value spaces.
000810 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000812 01  ws-acc-status                   pic x(02).
000814 01  ws-update-granted               pic x(01) value "Y".
000816 01  ws-sign-password                pic x(08) value spaces.
000818 01  ws-sign-ok                      pic x(01) value space.
000820 01  ws-oper-status                  pic x(02).
000830 01  ws-flag-status                  pic x(02).
000840 01  ws-window-locked                pic x(01) value "N".
000850 01  ws-window-override              pic x(01) value "N".
000860 01  ws-window-step                  pic x(30) value spaces.
000870 01  ws-override-answer              pic x(01) value space.
000880 01  ws-override-ok                  pic x(01) value space.
000890 01  ws-ovr-id                       pic x(08) value spaces.
000900 01  ws-ovr-password                 pic x(08) value spaces.
000910 01  ws-dev-status                   pic x(02).
000920 01  ws-done                         pic x(01) value space.
000930 01  ws-choice                       pic x(01) value space.
000940 01  ws-eof                          pic x(01) value space.
000950 01  ws-pick-tag                     pic x(08) value spaces.
000960 01  ws-found                        pic x(01) value space.
000970 01  ws-fields-ok                    pic x(01) value space.
000980 01  ws-today                        pic 9(08) value zero.
000990 01  ws-id-entry                     pic x(06) value spaces.
001000 01  ws-number-entry                 pic x(10) value spaces.
001010 01  ws-new-holder                   pic 9(06) value zero.
001020 01  ws-directory-number             pic x(10) value spaces.
001030 01  ws-list-holder                  pic 9(06) value zero.
001040
001050 PROCEDURE DIVISION.
001060 PROGRAM-BEGIN.
001070     CALL "shopcfg"
001080         ON EXCEPTION
001090             DISPLAY "shopcfg not found - default "
001100                 "file locations in effect"
001110     END-CALL.
001120     DISPLAY "Operator ID: " WITH NO ADVANCING.
001130     ACCEPT ws-operator-id.
001140     IF ws-operator-id = SPACES
001150         MOVE "SYSTEM  " TO ws-operator-id
001160     END-IF.
001163     PERFORM VERIFY-OPERATOR.
001166     PERFORM CHECK-UPDATE-GRANT.
001170     ACCEPT ws-today FROM DATE YYYYMMDD.
001180     PERFORM CHECK-BATCH-WINDOW.
001190     PERFORM OPEN-DEVFILE.
001200     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001210     CLOSE DEVFILE.
001220     STOP RUN.
001230
001240 OPEN-DEVFILE.
001250*--------------------------------
001260* First device ever creates the register, the same create-then-
001270* reopen probe deptmnt uses for the department table.
001280*--------------------------------
001290     OPEN I-O DEVFILE.
001300     IF ws-dev-status = "35"
001310         OPEN OUTPUT DEVFILE
001320         CLOSE DEVFILE
001330         OPEN I-O DEVFILE
001340     END-IF.
001350
001360 MENU-LOOP.
001370     PERFORM REFRESH-WINDOW-FLAG.
001380     DISPLAY " ".
001390     DISPLAY "Devices - L)ist  H)older  A)dd  I)ssue  R)eturn  "
001400         "C)hange  D)elete  Q)uit: " WITH NO ADVANCING.
001410     ACCEPT ws-choice.
001411     IF ws-update-granted NOT = "Y"
001412         AND (ws-choice = "A" OR "a" OR "I" OR "i"
001414             OR "R" OR "r" OR "C" OR "c" OR "D" OR "d")
001415         DISPLAY "Not granted DEVUPD - updates refused."
001417         MOVE SPACE TO ws-choice
001418     END-IF.
001420     EVALUATE ws-choice
001430         WHEN "L"
001440         WHEN "l"
001450             PERFORM LIST-DEVICES
001460         WHEN "H"
001470         WHEN "h"
001480             PERFORM LIST-HOLDER-DEVICES
001490         WHEN "A"
001500         WHEN "a"
001510             IF ws-window-locked = "Y"
001520                 DISPLAY "Batch window open - "
001530                     "updates locked."
001540             ELSE
001550             PERFORM ADD-DEVICE
001560             END-IF
001570         WHEN "I"
001580         WHEN "i"
001590             IF ws-window-locked = "Y"
001600                 DISPLAY "Batch window open - "
001610                     "updates locked."
001620             ELSE
001630             PERFORM ISSUE-DEVICE
001640             END-IF
001650         WHEN "R"
001660         WHEN "r"
001670             IF ws-window-locked = "Y"
001680                 DISPLAY "Batch window open - "
001690                     "updates locked."
001700             ELSE
001710             PERFORM RETURN-DEVICE
001720             END-IF
001730         WHEN "C"
001740         WHEN "c"
001750             IF ws-window-locked = "Y"
001760                 DISPLAY "Batch window open - "
001770                     "updates locked."
001780             ELSE
001790             PERFORM CHANGE-DEVICE
001800             END-IF
001810         WHEN "D"
001820         WHEN "d"
001830             IF ws-window-locked = "Y"
001840                 DISPLAY "Batch window open - "
001850                     "updates locked."
001860             ELSE
001870             PERFORM DELETE-DEVICE
001880             END-IF
001890         WHEN "Q"
001900         WHEN "q"
001910             MOVE "Y" TO ws-done
001920         WHEN OTHER
001930             CONTINUE
001940     END-EVALUATE.
001950
001960 LIST-DEVICES.
001970     MOVE SPACE TO ws-eof.
001980     MOVE LOW-VALUES TO DEV-ASSET-TAG.
001990     START DEVFILE KEY IS NOT LESS THAN DEV-ASSET-TAG
002000         INVALID KEY MOVE "y" TO ws-eof
002010     END-START.
002020     IF ws-eof NOT = "y"
002030         READ DEVFILE NEXT RECORD
002040             AT END MOVE "y" TO ws-eof
002050         END-READ
002060     END-IF.
002070     IF ws-eof = "y"
002080         DISPLAY "  (no devices on file)"
002090     END-IF.
002100     PERFORM LIST-ONE-DEVICE UNTIL ws-eof = "y".
002110
002120 LIST-ONE-DEVICE.
002130     PERFORM SHOW-DEVICE.
002140     READ DEVFILE NEXT RECORD
002150         AT END MOVE "y" TO ws-eof
002160     END-READ.
002170
002180 LIST-HOLDER-DEVICES.
002190*--------------------------------
002200* Everything one employee holds now or held last, on the
002210* holder alternate key - the exit-interview list.
002220*--------------------------------
002230     DISPLAY "Employee ID: " WITH NO ADVANCING.
002240     MOVE SPACES TO ws-id-entry.
002250     ACCEPT ws-id-entry.
002260     IF ws-id-entry IS NOT NUMERIC
002270         DISPLAY "Employee ID must be six digits."
002280     ELSE
002290         MOVE ws-id-entry TO ws-list-holder
002300         MOVE ws-list-holder TO DEV-HOLDER-ID
002310         MOVE SPACE TO ws-eof
002320         START DEVFILE KEY IS EQUAL TO DEV-HOLDER-ID
002330             INVALID KEY MOVE "y" TO ws-eof
002340         END-START
002350         IF ws-eof NOT = "y"
002360             READ DEVFILE NEXT RECORD
002370                 AT END MOVE "y" TO ws-eof
002380             END-READ
002390         END-IF
002400         IF ws-eof = "y" OR DEV-HOLDER-ID NOT = ws-list-holder
002410             DISPLAY "  (no devices on record for that employee)"
002420             MOVE "y" TO ws-eof
002430         END-IF
002440         PERFORM LIST-ONE-HOLDER-DEVICE UNTIL ws-eof = "y"
002450     END-IF.
002460
002470 LIST-ONE-HOLDER-DEVICE.
002480     PERFORM SHOW-DEVICE.
002490     READ DEVFILE NEXT RECORD
002500         AT END MOVE "y" TO ws-eof
002510     END-READ.
002520     IF ws-eof NOT = "y"
002530         AND DEV-HOLDER-ID NOT = ws-list-holder
002540         MOVE "y" TO ws-eof
002550     END-IF.
002560
002570 SHOW-DEVICE.
002580     IF DEV-ISSUED
002590         DISPLAY "  " DEV-ASSET-TAG " " DEV-TYPE " " DEV-SERIAL
002600             " " DEV-NUMBER " ISSUED TO " DEV-HOLDER-ID
002610             " ON " DEV-ISSUE-DATE
002620     ELSE
002630         IF DEV-HOLDER-ID = ZERO
002640             DISPLAY "  " DEV-ASSET-TAG " " DEV-TYPE " "
002650                 DEV-SERIAL " " DEV-NUMBER " IN STOCK"
002660         ELSE
002670             DISPLAY "  " DEV-ASSET-TAG " " DEV-TYPE " "
002680                 DEV-SERIAL " " DEV-NUMBER
002690                 " IN STOCK - BACK FROM " DEV-HOLDER-ID
002700                 " ON " DEV-RETURN-DATE
002710         END-IF
002720     END-IF.
002730
002740 ADD-DEVICE.
002750     DISPLAY "Asset tag: " WITH NO ADVANCING.
002760     ACCEPT DEV-ASSET-TAG.
002770     IF DEV-ASSET-TAG = SPACES
002780         DISPLAY "Asset tag may not be blank."
002790     ELSE
002800         MOVE SPACES TO DEV-TYPE
002810         MOVE SPACES TO DEV-SERIAL
002820         MOVE SPACES TO DEV-NUMBER
002830         MOVE ZERO   TO DEV-HOLDER-ID
002840         MOVE ZERO   TO DEV-ISSUE-DATE
002850         MOVE ZERO   TO DEV-RETURN-DATE
002860         MOVE "S"    TO DEV-STATUS
002870         PERFORM GET-DEVICE-FIELDS
002880         IF ws-fields-ok = "Y"
002890             WRITE DEV-REC
002900                 INVALID KEY DISPLAY "Asset tag already on file."
002910             END-WRITE
002920             IF ws-dev-status = "00"
002930                 MOVE SPACES  TO AUDIT-BEFORE
002940                 MOVE DEV-REC TO AUDIT-AFTER
002950                 MOVE "ADD"   TO AUDIT-ACTION
002960                 PERFORM WRITE-AUDIT-RECORD
002970             END-IF
002980         END-IF
002990     END-IF.
003000
003010 CHANGE-DEVICE.
003020*--------------------------------
003030* Changes the type, serial, and carried number.  Who holds the
003040* device moves only through I)ssue and R)eturn.
003050*--------------------------------
003060     PERFORM READ-PICKED-DEVICE.
003070     IF ws-found = "y"
003080         MOVE DEV-REC TO ws-hold-before
003090         DISPLAY "Now:" WITH NO ADVANCING
003100         PERFORM SHOW-DEVICE
003110         PERFORM GET-DEVICE-FIELDS
003120         IF ws-fields-ok = "Y"
003130             REWRITE DEV-REC
003140                 INVALID KEY DISPLAY "Problem with index!"
003150             END-REWRITE
003160             IF ws-dev-status = "00"
003170                 MOVE ws-hold-before TO AUDIT-BEFORE
003180                 MOVE DEV-REC        TO AUDIT-AFTER
003190                 MOVE "CHANGE"       TO AUDIT-ACTION
003200                 PERFORM WRITE-AUDIT-RECORD
003210             END-IF
003220         END-IF
003230     END-IF.
003240
003250 ISSUE-DEVICE.
003260     PERFORM READ-PICKED-DEVICE.
003270     IF ws-found = "y"
003280         IF DEV-ISSUED
003290             DISPLAY "Device is out to " DEV-HOLDER-ID
003300                 " - return it first."
003310         ELSE
003320             MOVE DEV-REC TO ws-hold-before
003330             DISPLAY "Issue to employee ID: " WITH NO ADVANCING
003340             MOVE SPACES TO ws-id-entry
003350             ACCEPT ws-id-entry
003360             MOVE "Y" TO ws-fields-ok
003370             PERFORM VALIDATE-HOLDER
003380             IF ws-fields-ok = "Y"
003390                 PERFORM GET-ISSUED-NUMBER
003400                 MOVE ws-new-holder TO DEV-HOLDER-ID
003410                 MOVE ws-today      TO DEV-ISSUE-DATE
003420                 MOVE ZERO          TO DEV-RETURN-DATE
003430                 MOVE "I"           TO DEV-STATUS
003440                 REWRITE DEV-REC
003450                     INVALID KEY DISPLAY "Problem with index!"
003460                 END-REWRITE
003470                 IF ws-dev-status = "00"
003480                     MOVE ws-hold-before TO AUDIT-BEFORE
003490                     MOVE DEV-REC        TO AUDIT-AFTER
003500                     MOVE "ISSUE"        TO AUDIT-ACTION
003510                     PERFORM WRITE-AUDIT-RECORD
003520                 END-IF
003530             END-IF
003540         END-IF
003550     END-IF.
003560
003570 GET-ISSUED-NUMBER.
003580*--------------------------------
003590* The holder's directory number for this kind of device is
003600* offered as the default, so the register and PHONEFILE agree
003610* from the day the device goes out.
003620*--------------------------------
003630     IF ws-directory-number NOT = SPACES
003640         DISPLAY "Number on device (Enter = " ws-directory-number
003650             "): " WITH NO ADVANCING
003660     ELSE
003670         DISPLAY "Number on device: " WITH NO ADVANCING
003680     END-IF.
003690     MOVE SPACES TO ws-number-entry.
003700     ACCEPT ws-number-entry.
003710     IF ws-number-entry NOT = SPACES
003720         MOVE ws-number-entry TO DEV-NUMBER
003730     ELSE
003740     IF ws-directory-number NOT = SPACES
003750         MOVE ws-directory-number TO DEV-NUMBER
003760     END-IF
003770     END-IF.
003780
003790 RETURN-DEVICE.
003800     PERFORM READ-PICKED-DEVICE.
003810     IF ws-found = "y"
003820         IF NOT DEV-ISSUED
003830             DISPLAY "Device is not out."
003840         ELSE
003850             MOVE DEV-REC  TO ws-hold-before
003860             MOVE ws-today TO DEV-RETURN-DATE
003870             MOVE "S"      TO DEV-STATUS
003880             REWRITE DEV-REC
003890                 INVALID KEY DISPLAY "Problem with index!"
003900             END-REWRITE
003910             IF ws-dev-status = "00"
003920                 DISPLAY "Returned from " DEV-HOLDER-ID "."
003930                 MOVE ws-hold-before TO AUDIT-BEFORE
003940                 MOVE DEV-REC        TO AUDIT-AFTER
003950                 MOVE "RETURN"       TO AUDIT-ACTION
003960                 PERFORM WRITE-AUDIT-RECORD
003970             END-IF
003980         END-IF
003990     END-IF.
004000
004010 DELETE-DEVICE.
004020     PERFORM READ-PICKED-DEVICE.
004030     IF ws-found = "y"
004040         IF DEV-ISSUED
004050             DISPLAY "Device is out to " DEV-HOLDER-ID
004060                 " - return it first."
004070         ELSE
004080             MOVE DEV-REC TO ws-hold-before
004090             DELETE DEVFILE
004100             DISPLAY "Deleted."
004110             IF ws-dev-status = "00"
004120                 MOVE ws-hold-before TO AUDIT-BEFORE
004130                 MOVE SPACES         TO AUDIT-AFTER
004140                 MOVE "DELETE"       TO AUDIT-ACTION
004150                 PERFORM WRITE-AUDIT-RECORD
004160             END-IF
004170         END-IF
004180     END-IF.
004190
004200 READ-PICKED-DEVICE.
004210     DISPLAY "Asset tag: " WITH NO ADVANCING.
004220     ACCEPT ws-pick-tag.
004230     MOVE ws-pick-tag TO DEV-ASSET-TAG.
004240     MOVE "y" TO ws-found.
004250     READ DEVFILE
004260         INVALID KEY
004270             DISPLAY "Asset tag not on file."
004280             MOVE "n" TO ws-found
004290     END-READ.
004300
004310 GET-DEVICE-FIELDS.
004320     MOVE "Y" TO ws-fields-ok.
004330     DISPLAY "Type (C=cell phone, P=pager, O=other): "
004340         WITH NO ADVANCING.
004350     ACCEPT DEV-TYPE.
004360     MOVE FUNCTION UPPER-CASE(DEV-TYPE) TO DEV-TYPE.
004370     IF NOT DEV-CELL-PHONE AND NOT DEV-PAGER AND NOT DEV-OTHER
004380         DISPLAY "Type must be C, P, or O."
004390         MOVE "N" TO ws-fields-ok
004400     ELSE
004410         DISPLAY "Serial number: " WITH NO ADVANCING
004420         ACCEPT DEV-SERIAL
004430         DISPLAY "Number it carries (blank if none yet): "
004440             WITH NO ADVANCING
004450         ACCEPT DEV-NUMBER
004460     END-IF.
004470
004480 VALIDATE-HOLDER.
004490*--------------------------------
004500* The holder must be an active employee on the directory.  The
004510* directory number matching the device type is kept for the
004520* issue prompt.
004530*--------------------------------
004540     MOVE SPACES TO ws-directory-number.
004550     IF ws-id-entry IS NOT NUMERIC
004560         DISPLAY "Employee ID must be six digits."
004570         MOVE "N" TO ws-fields-ok
004580     ELSE
004590         MOVE ws-id-entry TO ws-new-holder
004600         OPEN INPUT PHONEFILE
004610         IF NOT RECORDFOUND
004620             DISPLAY "Directory not available."
004630             MOVE "N" TO ws-fields-ok
004640         ELSE
004650         MOVE ws-new-holder TO employee-id
004660         READ PHONEFILE
004670             INVALID KEY
004680                 DISPLAY "Employee not on the directory."
004690                 MOVE "N" TO ws-fields-ok
004700             NOT INVALID KEY
004710                 IF emp-inactive
004720                     DISPLAY "Employee is inactive."
004730                     MOVE "N" TO ws-fields-ok
004740                 ELSE
004750                 IF DEV-CELL-PHONE
004760                     MOVE cell-number  TO ws-directory-number
004770                 ELSE
004780                 IF DEV-PAGER
004790                     MOVE pager-number TO ws-directory-number
004800                 END-IF
004810                 END-IF
004820                 END-IF
004830         END-READ
004840         CLOSE PHONEFILE
004850         END-IF
004860     END-IF.
004870
004880 WRITE-AUDIT-RECORD.
004890*--------------------------------
004900* Appends the change to the reference-data audit trail
004910* (REFAUDIT.DAT) with the same before/after and chaining
004920* convention deptmnt uses, so audtchk verifies it and refaud
004930* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
004940* and AUDIT-AFTER first.
004950*--------------------------------
004960     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
004970     MOVE ws-operator-id         TO AUDIT-OPERATOR.
004980     MOVE "DEVMNT  "  TO AUDIT-PROGRAM-NAME.
004990     PERFORM SET-AUDIT-SEQUENCE.
005000     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005010     OPEN EXTEND AUDITFILE.
005020     IF ws-audit-status = "35"
005030         OPEN OUTPUT AUDITFILE
005040     END-IF.
005050     WRITE AUDIT-LINE.
005060     CLOSE AUDITFILE.
005070
005080 SET-AUDIT-SEQUENCE.
005090*--------------------------------
005100* Tamper-evident chaining, the same sequence-and-check scheme
005110* write-audit-record in phonescr.cbl folds over each record.
005120*--------------------------------
005130     PERFORM GET-LAST-AUDIT-POSITION.
005140     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005150     PERFORM COMPUTE-AUDIT-CHECK.
005160
005170 GET-LAST-AUDIT-POSITION.
005180     MOVE ZERO TO ws-last-audit-seq.
005190     MOVE ZERO TO ws-last-audit-check.
005200     OPEN INPUT AUDITFILE.
005210     IF ws-audit-status = "00"
005220         PERFORM READ-LAST-AUDIT-LINE
005230             UNTIL ws-audit-status NOT = "00"
005240         CLOSE AUDITFILE
005250     END-IF.
005260
005270 READ-LAST-AUDIT-LINE.
005280     READ AUDITFILE
005290         AT END CONTINUE
005300     END-READ.
005310     IF ws-audit-status = "00"
005320         AND AUDIT-LINE(229:9) IS NUMERIC
005330         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005340         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005350     END-IF.
005360
005370 COMPUTE-AUDIT-CHECK.
005380     MOVE ZERO TO ws-audit-work-sum.
005390     MOVE ZERO TO ws-audit-sub.
005400     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005410     COMPUTE AUDIT-CHECK-VALUE =
005420         FUNCTION MOD((ws-last-audit-check * 17)
005430             + ws-audit-work-sum, 999999999).
005440
005450 ADD-ONE-AUDIT-BYTE.
005460     ADD 1 TO ws-audit-sub.
005470     COMPUTE ws-audit-work-sum = ws-audit-work-sum
005480         + (ws-audit-sub
005490            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
005500
005510 SAMPLE-WINDOW-FLAG.
005520     MOVE "N"    TO ws-window-locked.
005530     MOVE SPACES TO ws-window-step.
005540     OPEN INPUT WINDOW-FLAG-FILE.
005550     IF ws-flag-status = "00"
005560         READ WINDOW-FLAG-FILE
005570             AT END CONTINUE
005580         END-READ
005590         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
005600             MOVE "Y"      TO ws-window-locked
005610             MOVE FLG-STEP TO ws-window-step
005620         END-IF
005630         CLOSE WINDOW-FLAG-FILE
005640     END-IF.
005650
005660 REFRESH-WINDOW-FLAG.
005670*--------------------------------
005680* The flag is re-sampled before every pass, not just at
005690* sign-on, so a screen left up all day locks the moment the
005700* window opens under it.  An override granted this session
005710* stands until the operator quits.
005720*--------------------------------
005730     IF ws-window-override = "Y"
005740         MOVE "N" TO ws-window-locked
005750     ELSE
005760         PERFORM SAMPLE-WINDOW-FLAG
005770     END-IF.
005780
005790 CHECK-BATCH-WINDOW.
005800*--------------------------------
005810* Updates are refused while batchwin's window-open flag is up;
005820* listing stays open.  A supervisor (verified against the
005830* operator master) can override for a genuine emergency, and
005840* the override goes on the reference-data audit trail.
005850*--------------------------------
005860     PERFORM SAMPLE-WINDOW-FLAG.
005870     IF ws-window-locked = "Y"
005880         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
005890         DISPLAY "  " ws-window-step
005900         DISPLAY "Updates are locked; listing is open."
005910         PERFORM OFFER-WINDOW-OVERRIDE
005920     END-IF.
005930
005940 OFFER-WINDOW-OVERRIDE.
005950     DISPLAY "Supervisor override for an emergency (Y/N)? "
005960         WITH NO ADVANCING.
005970     ACCEPT ws-override-answer.
005980     IF ws-override-answer = "Y" OR ws-override-answer = "y"
005990         PERFORM VERIFY-OVERRIDE-SUPERVISOR
006000         IF ws-override-ok = "Y"
006010             MOVE "N" TO ws-window-locked
006020             MOVE "Y" TO ws-window-override
006030             MOVE SPACES TO AUDIT-BEFORE
006040             MOVE SPACES TO AUDIT-AFTER
006050             STRING "WINDOW OVERRIDE DURING STEP "
006060                 ws-window-step
006070                 DELIMITED BY SIZE INTO AUDIT-AFTER
006080             MOVE "OVRRID" TO AUDIT-ACTION
006090             PERFORM WRITE-AUDIT-RECORD
006100         END-IF
006110     END-IF.
006120
006130 VERIFY-OVERRIDE-SUPERVISOR.
006140*--------------------------------
006150* The override takes a supervisor sign-on against the operator
006160* master; a shop with no master yet has no supervisors to ask,
006170* so the lock stands.
006180*--------------------------------
006190     MOVE "N" TO ws-override-ok.
006200     OPEN INPUT OPERFILE.
006210     IF ws-oper-status NOT = "00"
006220         DISPLAY "No operator master - the lock stands."
006230     ELSE
006240         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
006250         ACCEPT ws-ovr-id
006260         DISPLAY "Password: " WITH NO ADVANCING
006270         ACCEPT ws-ovr-password
006280         MOVE ws-ovr-id TO OPER-ID
006290         READ OPERFILE
006300             INVALID KEY
006310                 DISPLAY "Unknown operator."
006320             NOT INVALID KEY
006330                 IF OPER-PASSWORD = ws-ovr-password
006340                     AND OPER-AUTH-SUPERVISOR
006350                     MOVE "Y" TO ws-override-ok
006360                     MOVE ws-ovr-id TO ws-operator-id
006370                 ELSE
006380                     DISPLAY "Not a supervisor, or wrong "
006390                         "password."
006400                 END-IF
006410         END-READ
006420         CLOSE OPERFILE
006430     END-IF.

006450 VERIFY-OPERATOR.
006460*--------------------------------
006470* With the operator master (OPERMAST.DAT) on file the password
006480* is checked against it, and an ID that is unknown, locked, or
006490* given the wrong password gets no grant below.  A shop with no
006500* master yet runs as before.
006510*--------------------------------
006520     OPEN INPUT OPERFILE.
006530     IF ws-oper-status = "00"
006540         DISPLAY "Password: " WITH NO ADVANCING
006550         ACCEPT ws-sign-password
006560         MOVE "N" TO ws-sign-ok
006570         MOVE ws-operator-id TO OPER-ID
006580         READ OPERFILE
006590             INVALID KEY
006600                 CONTINUE
006610             NOT INVALID KEY
006620                 IF OPER-PASSWORD = ws-sign-password
006630                     AND NOT OPER-IS-LOCKED
006640                     MOVE "Y" TO ws-sign-ok
006650                 END-IF
006660         END-READ
006670         CLOSE OPERFILE
006680     END-IF.
006690
006700 CHECK-UPDATE-GRANT.
006710*--------------------------------
006720* Adding, issuing, returning, changing, and deleting devices
006730* need the DEVUPD grant on the access table (OPERACC.DAT, kept
006740* in opermnt); without it the screen is listing only.  A shop
006750* with no table yet runs as before.
006760*--------------------------------
006770     MOVE "Y" TO ws-update-granted.
006780     IF ws-sign-ok = "N"
006790         MOVE "N" TO ws-update-granted
006800         DISPLAY "Operator not verified - listing only."
006810     ELSE
006820         OPEN INPUT ACCESS-FILE
006830         IF ws-acc-status = "00"
006840             MOVE ws-operator-id TO ACC-OPER-ID
006850             MOVE "DEVUPD  "     TO ACC-FUNCTION
006860             READ ACCESS-FILE
006870                 INVALID KEY
006880                     MOVE "N" TO ws-update-granted
006890                     DISPLAY "No DEVUPD grant for "
006900                         ws-operator-id
006910                         " - listing only."
006920             END-READ
006930             CLOSE ACCESS-FILE
006940         END-IF
006950     END-IF.
