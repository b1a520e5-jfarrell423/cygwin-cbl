000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AWAYMNT.
000030*--------------------------------
000040* Employee availability maintenance - vacation, sickness, leave,
000050* and off-site periods on PHONEAWAY.DAT (AWAYREC).  Each period
000060* carries its dates, a reason class, and optionally the employee
000070* covering for the person while they are away.
000080*
000090*   L)ist     one employee's periods, or (blank ID) everyone
000100*             away today;
000110*   A)dd      a new period;
000120*   C)hange   a period's end date, reason, or cover;
000130*   D)elete   a period keyed in error.
000140*
000150* The person must be on the directory, the end date on or after
000160* the start, and any cover an active employee other than the
000170* person.  Every update writes a chained AUDITREC to the
000180* reference-data audit trail (REFAUDIT.DAT), and updates honor
000190* the batchwin window-open flag the same way deptmnt does.
000200*
000210* 2026-10  JDF  New program.
000212* 2026-10  JDF  Update actions need the AWAYUPD grant on the
000214*                access table once OPERACC.DAT is on file; the
000216*                operator ID is verified against the operator
000218*                master with its password first.
000220*--------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000270 FILE STATUS IS ws-away-status
000280 ORGANIZATION IS INDEXED
000290 ACCESS MODE IS DYNAMIC
000300 RECORD KEY IS AWAY-KEY.
000310
000320 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000330 FILE STATUS IS FILE-CHECK-KEY
000340 ORGANIZATION IS INDEXED
000350 ACCESS MODE IS DYNAMIC
000360 RECORD KEY IS EMPLOYEE-ID
000370 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000380
000390 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000400 ORGANIZATION IS LINE SEQUENTIAL
000410 FILE STATUS IS ws-audit-status.
000420
000430 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000440 FILE STATUS IS ws-oper-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS OPER-ID.
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
000550 FD AWAYFILE.
000560     COPY AWAYREC.
000570
000580 FD PHONEFILE.
000590     COPY PHONEREC.
000600
000610 FD AUDITFILE.
000620 01  AUDIT-LINE                      PIC X(246).
000630
000640 FD OPERFILE.
000650     COPY OPERREC.
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
000820 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000822 01  ws-acc-status                   pic x(02).
000824 01  ws-update-granted               pic x(01) value "Y".
000826 01  ws-sign-password                pic x(08) value spaces.
000828 01  ws-sign-ok                      pic x(01) value space.
000830 01  ws-oper-status                  pic x(02).
000840 01  ws-flag-status                  pic x(02).
000850 01  ws-window-locked                pic x(01) value "N".
000860 01  ws-window-override              pic x(01) value "N".
000870 01  ws-window-step                  pic x(30) value spaces.
000880 01  ws-override-answer              pic x(01) value space.
000890 01  ws-override-ok                  pic x(01) value space.
000900 01  ws-ovr-id                       pic x(08) value spaces.
000910 01  ws-ovr-password                 pic x(08) value spaces.
000920 01  ws-away-status                  pic x(02).
000930 01  ws-phone-open                   pic x(01) value "N".
000940 01  ws-done                         pic x(01) value space.
000950 01  ws-choice                       pic x(01) value space.
000960 01  ws-eof                          pic x(01) value space.
000970 01  ws-fields-ok                    pic x(01) value space.
000980 01  ws-today                        pic 9(08) value zero.
000990 01  ws-id-entry                     pic x(06) value spaces.
001000 01  ws-date-entry                   pic x(08) value spaces.
001010 01  ws-reason-entry                 pic x(01) value space.
001020 01  ws-check-date                   pic 9(08) value zero.
001030 01  ws-list-id                      pic 9(06) value zero.
001040 01  ws-list-count                   pic 9(05) value zero.
001050 01  ws-person-name                  pic x(21) value spaces.
001060 01  ws-cover-name                   pic x(21) value spaces.
001070 01  ws-reason-text                  pic x(08) value spaces.
001080 01  ws-hold-away                    pic x(45) value spaces.
001090
001100 PROCEDURE DIVISION.
001110 PROGRAM-BEGIN.
001120     CALL "shopcfg"
001130         ON EXCEPTION
001140             DISPLAY "shopcfg not found - default "
001150                 "file locations in effect"
001160     END-CALL.
001170     DISPLAY "Operator ID: " WITH NO ADVANCING.
001180     ACCEPT ws-operator-id.
001190     IF ws-operator-id = SPACES
001200         MOVE "SYSTEM  " TO ws-operator-id
001210     END-IF.
001213     PERFORM VERIFY-OPERATOR.
001216     PERFORM CHECK-UPDATE-GRANT.
001220     ACCEPT ws-today FROM DATE YYYYMMDD.
001230     PERFORM CHECK-BATCH-WINDOW.
001240     PERFORM OPEN-AWAYFILE.
001250     OPEN INPUT PHONEFILE.
001260     IF RECORDFOUND
001270         MOVE "Y" TO ws-phone-open
001280     ELSE
001290         DISPLAY "Directory not available - names not shown."
001300     END-IF.
001310     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001320     IF ws-phone-open = "Y"
001330         CLOSE PHONEFILE
001340     END-IF.
001350     CLOSE AWAYFILE.
001360     STOP RUN.
001370
001380 OPEN-AWAYFILE.
001390*--------------------------------
001400* First period ever creates the file, the same create-then-
001410* reopen probe deptmnt uses for the department table.
001420*--------------------------------
001430     OPEN I-O AWAYFILE.
001440     IF ws-away-status = "35"
001450         OPEN OUTPUT AWAYFILE
001460         CLOSE AWAYFILE
001470         OPEN I-O AWAYFILE
001480     END-IF.
001490
001500 MENU-LOOP.
001510     PERFORM REFRESH-WINDOW-FLAG.
001520     DISPLAY " ".
001530     DISPLAY "Availability - L)ist  A)dd  C)hange  D)elete  "
001540         "Q)uit: " WITH NO ADVANCING.
001550     ACCEPT ws-choice.
001551     IF ws-update-granted NOT = "Y"
001552         AND (ws-choice = "A" OR "a" OR "C" OR "c"
001554             OR "D" OR "d")
001555         DISPLAY "Not granted AWAYUPD - updates refused."
001557         MOVE SPACE TO ws-choice
001558     END-IF.
001560     EVALUATE ws-choice
001570         WHEN "L"
001580         WHEN "l"
001590             PERFORM LIST-PERIODS
001600         WHEN "A"
001610         WHEN "a"
001620             IF ws-window-locked = "Y"
001630                 DISPLAY "Batch window open - "
001640                     "updates locked."
001650             ELSE
001660             PERFORM ADD-PERIOD
001670             END-IF
001680         WHEN "C"
001690         WHEN "c"
001700             IF ws-window-locked = "Y"
001710                 DISPLAY "Batch window open - "
001720                     "updates locked."
001730             ELSE
001740             PERFORM CHANGE-PERIOD
001750             END-IF
001760         WHEN "D"
001770         WHEN "d"
001780             IF ws-window-locked = "Y"
001790                 DISPLAY "Batch window open - "
001800                     "updates locked."
001810             ELSE
001820             PERFORM DELETE-PERIOD
001830             END-IF
001840         WHEN "Q"
001850         WHEN "q"
001860             MOVE "Y" TO ws-done
001870         WHEN OTHER
001880             CONTINUE
001890     END-EVALUATE.
001900
001910 LIST-PERIODS.
001920*--------------------------------
001930* With an ID, that person's periods in date order; with none,
001940* every period covering today.
001950*--------------------------------
001960     DISPLAY "Employee ID (Enter for everyone away today): "
001970         WITH NO ADVANCING.
001980     MOVE SPACES TO ws-id-entry.
001990     ACCEPT ws-id-entry.
002000     MOVE ZERO  TO ws-list-count.
002010     MOVE SPACE TO ws-eof.
002020     IF ws-id-entry = SPACES
002030         MOVE ZERO TO ws-list-id
002040         MOVE LOW-VALUES TO AWAY-KEY
002050     ELSE
002060     IF ws-id-entry IS NOT NUMERIC
002070         DISPLAY "Employee ID must be six digits."
002080         MOVE "y" TO ws-eof
002090     ELSE
002100         MOVE ws-id-entry TO ws-list-id
002110         MOVE ws-list-id  TO AWAY-EMPLOYEE-ID
002120         MOVE ZERO        TO AWAY-FROM-DATE
002130     END-IF
002140     END-IF.
002150     IF ws-eof NOT = "y"
002160         START AWAYFILE KEY IS NOT LESS THAN AWAY-KEY
002170             INVALID KEY MOVE "y" TO ws-eof
002180         END-START
002190     END-IF.
002200     IF ws-eof NOT = "y"
002210         READ AWAYFILE NEXT RECORD
002220             AT END MOVE "y" TO ws-eof
002230         END-READ
002240     END-IF.
002250     PERFORM LIST-ONE-PERIOD UNTIL ws-eof = "y".
002260     IF ws-list-count = ZERO
002270         DISPLAY "  (no periods found)"
002280     END-IF.
002290
002300 LIST-ONE-PERIOD.
002310     IF ws-list-id NOT = ZERO
002320         AND AWAY-EMPLOYEE-ID NOT = ws-list-id
002330         MOVE "y" TO ws-eof
002340     ELSE
002350         IF ws-list-id NOT = ZERO
002360             OR (AWAY-FROM-DATE NOT > ws-today
002370                 AND AWAY-TO-DATE NOT < ws-today)
002380             ADD 1 TO ws-list-count
002390             PERFORM SHOW-PERIOD
002400         END-IF
002410         READ AWAYFILE NEXT RECORD
002420             AT END MOVE "y" TO ws-eof
002430         END-READ
002440     END-IF.
002450
002460 SHOW-PERIOD.
002470     MOVE AWAY-EMPLOYEE-ID TO employee-id.
002480     PERFORM GET-PERSON-NAME.
002490     MOVE SPACES TO ws-cover-name.
002500     IF AWAY-COVER-ID NOT = ZERO
002510         MOVE ws-person-name   TO ws-hold-away
002520         MOVE AWAY-COVER-ID    TO employee-id
002530         PERFORM GET-PERSON-NAME
002540         MOVE ws-person-name   TO ws-cover-name
002550         MOVE ws-hold-away     TO ws-person-name
002560     END-IF.
002570     PERFORM SET-REASON-TEXT.
002580     DISPLAY "  " AWAY-EMPLOYEE-ID " " ws-person-name " "
002590         AWAY-FROM-DATE "-" AWAY-TO-DATE " " ws-reason-text.
002600     IF AWAY-COVER-ID NOT = ZERO
002610         DISPLAY "         COVER " AWAY-COVER-ID " " ws-cover-name
002620     END-IF.
002630
002640 GET-PERSON-NAME.
002650     MOVE "(NOT ON DIRECTORY)" TO ws-person-name.
002660     IF ws-phone-open = "Y"
002670         READ PHONEFILE
002680             INVALID KEY CONTINUE
002690             NOT INVALID KEY
002700                 MOVE SPACES TO ws-person-name
002710                 STRING first-name DELIMITED BY "  "
002720                     " "           DELIMITED BY SIZE
002730                     last-name     DELIMITED BY "  "
002740                     INTO ws-person-name
002750                 END-STRING
002760         END-READ
002770     END-IF.
002780
002790 SET-REASON-TEXT.
002800     EVALUATE TRUE
002810         WHEN AWAY-VACATION
002820             MOVE "VACATION" TO ws-reason-text
002830         WHEN AWAY-SICK
002840             MOVE "SICK"     TO ws-reason-text
002850         WHEN AWAY-LEAVE
002860             MOVE "LEAVE"    TO ws-reason-text
002870         WHEN AWAY-OFF-SITE
002880             MOVE "OFF SITE" TO ws-reason-text
002890         WHEN OTHER
002900             MOVE "OTHER"    TO ws-reason-text
002910     END-EVALUATE.
002920
002930 ADD-PERIOD.
002940     MOVE "Y" TO ws-fields-ok.
002950     MOVE SPACES TO AWAY-REC.
002960     PERFORM GET-PERIOD-EMPLOYEE.
002970     IF ws-fields-ok = "Y"
002980         DISPLAY "Away from (YYYYMMDD): " WITH NO ADVANCING
002990         PERFORM GET-ONE-DATE
003000         MOVE ws-check-date TO AWAY-FROM-DATE
003010     END-IF.
003020     IF ws-fields-ok = "Y"
003030         DISPLAY "Away to, inclusive (YYYYMMDD): "
003040             WITH NO ADVANCING
003050         PERFORM GET-ONE-DATE
003060         MOVE ws-check-date TO AWAY-TO-DATE
003070     END-IF.
003080     IF ws-fields-ok = "Y"
003090         MOVE ZERO TO AWAY-COVER-ID
003100         PERFORM GET-REASON-AND-COVER
003110     END-IF.
003120     IF ws-fields-ok = "Y"
003130         AND AWAY-TO-DATE < AWAY-FROM-DATE
003140         DISPLAY "End date is before the start date."
003150         MOVE "N" TO ws-fields-ok
003160     END-IF.
003170     IF ws-fields-ok = "Y"
003180         MOVE ws-operator-id TO AWAY-OPERATOR
003190         MOVE ws-today       TO AWAY-ENTERED-DATE
003200         WRITE AWAY-REC
003210             INVALID KEY
003220                 DISPLAY "A period starting that day is already "
003230                     "on file."
003240         END-WRITE
003250         IF ws-away-status = "00"
003260             DISPLAY "Added."
003270             MOVE SPACES   TO AUDIT-BEFORE
003280             MOVE AWAY-REC TO AUDIT-AFTER
003290             MOVE "ADD"    TO AUDIT-ACTION
003300             PERFORM WRITE-AUDIT-RECORD
003310         END-IF
003320     END-IF.
003330
003340 CHANGE-PERIOD.
003350     PERFORM FIND-PERIOD.
003360     IF ws-fields-ok = "Y"
003370         MOVE AWAY-REC TO ws-hold-away
003380         PERFORM SHOW-PERIOD
003390         DISPLAY "Away to [" AWAY-TO-DATE "]: " WITH NO ADVANCING
003400         MOVE SPACES TO ws-date-entry
003410         ACCEPT ws-date-entry
003420         IF ws-date-entry NOT = SPACES
003430             PERFORM CHECK-ONE-DATE
003440             IF ws-fields-ok = "Y"
003450                 MOVE ws-check-date TO AWAY-TO-DATE
003460             END-IF
003470         END-IF
003480     END-IF.
003490     IF ws-fields-ok = "Y"
003500         PERFORM GET-REASON-AND-COVER
003510     END-IF.
003520     IF ws-fields-ok = "Y"
003530         AND AWAY-TO-DATE < AWAY-FROM-DATE
003540         DISPLAY "End date is before the start date."
003550         MOVE "N" TO ws-fields-ok
003560     END-IF.
003570     IF ws-fields-ok = "Y"
003580         IF AWAY-REC = ws-hold-away
003590             DISPLAY "Nothing changed."
003600         ELSE
003610             MOVE ws-operator-id TO AWAY-OPERATOR
003620             MOVE ws-today       TO AWAY-ENTERED-DATE
003630             REWRITE AWAY-REC
003640                 INVALID KEY
003650                     DISPLAY "Problem with index!"
003660             END-REWRITE
003670             IF ws-away-status = "00"
003680                 DISPLAY "Changed."
003690                 MOVE ws-hold-away TO AUDIT-BEFORE
003700                 MOVE AWAY-REC     TO AUDIT-AFTER
003710                 MOVE "CHANGE"     TO AUDIT-ACTION
003720                 PERFORM WRITE-AUDIT-RECORD
003730             END-IF
003740         END-IF
003750     END-IF.
003760
003770 DELETE-PERIOD.
003780     PERFORM FIND-PERIOD.
003790     IF ws-fields-ok = "Y"
003800         PERFORM SHOW-PERIOD
003810         DISPLAY "Delete this period (Y/N)? " WITH NO ADVANCING
003820         MOVE SPACE TO ws-reason-entry
003830         ACCEPT ws-reason-entry
003840         IF ws-reason-entry = "Y" OR ws-reason-entry = "y"
003850             MOVE AWAY-REC TO ws-hold-away
003860             DELETE AWAYFILE
003870                 INVALID KEY
003880                     DISPLAY "Problem with index!"
003890             END-DELETE
003900             IF ws-away-status = "00"
003910                 DISPLAY "Deleted."
003920                 MOVE ws-hold-away TO AUDIT-BEFORE
003930                 MOVE SPACES       TO AUDIT-AFTER
003940                 MOVE "DELETE"     TO AUDIT-ACTION
003950                 PERFORM WRITE-AUDIT-RECORD
003960             END-IF
003970         END-IF
003980     END-IF.
003990
004000 FIND-PERIOD.
004010     MOVE "Y" TO ws-fields-ok.
004020     DISPLAY "Employee ID: " WITH NO ADVANCING.
004030     MOVE SPACES TO ws-id-entry.
004040     ACCEPT ws-id-entry.
004050     DISPLAY "Period start date (YYYYMMDD): " WITH NO ADVANCING.
004060     MOVE SPACES TO ws-date-entry.
004070     ACCEPT ws-date-entry.
004080     IF ws-id-entry IS NOT NUMERIC
004090         OR ws-date-entry IS NOT NUMERIC
004100         DISPLAY "ID and date must be numeric."
004110         MOVE "N" TO ws-fields-ok
004120     ELSE
004130         MOVE ws-id-entry   TO AWAY-EMPLOYEE-ID
004140         MOVE ws-date-entry TO AWAY-FROM-DATE
004150         READ AWAYFILE
004160             INVALID KEY
004170                 DISPLAY "No such period on file."
004180                 MOVE "N" TO ws-fields-ok
004190         END-READ
004200     END-IF.
004210
004220 GET-PERIOD-EMPLOYEE.
004230*--------------------------------
004240* A period may be keyed for anyone on the directory - an
004250* inactive entry is refused, since nobody can call them anyway.
004260*--------------------------------
004270     DISPLAY "Employee ID: " WITH NO ADVANCING.
004280     MOVE SPACES TO ws-id-entry.
004290     ACCEPT ws-id-entry.
004300     IF ws-id-entry IS NOT NUMERIC
004310         DISPLAY "Employee ID must be six digits."
004320         MOVE "N" TO ws-fields-ok
004330     ELSE
004340         MOVE ws-id-entry TO AWAY-EMPLOYEE-ID
004350         MOVE ws-id-entry TO employee-id
004360         PERFORM CHECK-ACTIVE-EMPLOYEE
004370     END-IF.
004380
004390 CHECK-ACTIVE-EMPLOYEE.
004400     IF ws-phone-open = "Y"
004410         READ PHONEFILE
004420             INVALID KEY
004430                 DISPLAY "Employee " employee-id
004440                     " is not on the directory."
004450                 MOVE "N" TO ws-fields-ok
004460             NOT INVALID KEY
004470                 IF emp-inactive
004480                     DISPLAY "Employee " employee-id
004490                         " is inactive."
004500                     MOVE "N" TO ws-fields-ok
004510                 END-IF
004520         END-READ
004530     END-IF.
004540
004550 GET-ONE-DATE.
004560     MOVE SPACES TO ws-date-entry.
004570     ACCEPT ws-date-entry.
004580     PERFORM CHECK-ONE-DATE.
004590
004600 CHECK-ONE-DATE.
004610     IF ws-date-entry IS NOT NUMERIC
004620         DISPLAY "Date must be eight digits."
004630         MOVE "N" TO ws-fields-ok
004640     ELSE
004650         MOVE ws-date-entry TO ws-check-date
004660         IF FUNCTION TEST-DATE-YYYYMMDD(ws-check-date) NOT = ZERO
004670             DISPLAY "Not a valid date."
004680             MOVE "N" TO ws-fields-ok
004690         END-IF
004700     END-IF.
004710
004720 GET-REASON-AND-COVER.
004730*--------------------------------
004740* Enter keeps what is there; on a new period the reason
004750* defaults to vacation.  A cover of 0 removes the cover.
004760*--------------------------------
004770     IF AWAY-REASON = SPACE
004780         MOVE "V" TO AWAY-REASON
004790     END-IF.
004800     DISPLAY "Reason - V)acation S)ick L)eave T)off site "
004810         "O)ther [" AWAY-REASON "]: " WITH NO ADVANCING.
004820     MOVE SPACE TO ws-reason-entry.
004830     ACCEPT ws-reason-entry.
004840     IF ws-reason-entry NOT = SPACE
004850         MOVE FUNCTION UPPER-CASE(ws-reason-entry) TO AWAY-REASON
004860     END-IF.
004870     IF NOT AWAY-REASON-VALID
004880         DISPLAY "Reason must be V, S, L, T, or O."
004890         MOVE "N" TO ws-fields-ok
004900     ELSE
004910         DISPLAY "Covering employee ID [" AWAY-COVER-ID "]: "
004920             WITH NO ADVANCING
004930         MOVE SPACES TO ws-id-entry
004940         ACCEPT ws-id-entry
004950         IF ws-id-entry NOT = SPACES
004960             IF ws-id-entry IS NOT NUMERIC
004970                 DISPLAY "Employee ID must be six digits."
004980                 MOVE "N" TO ws-fields-ok
004990             ELSE
005000                 MOVE ws-id-entry TO AWAY-COVER-ID
005010             END-IF
005020         END-IF
005030     END-IF.
005040     IF ws-fields-ok = "Y"
005050         AND AWAY-COVER-ID NOT = ZERO
005060         IF AWAY-COVER-ID = AWAY-EMPLOYEE-ID
005070             DISPLAY "Nobody can cover for themselves."
005080             MOVE "N" TO ws-fields-ok
005090         ELSE
005100             MOVE AWAY-COVER-ID TO employee-id
005110             PERFORM CHECK-ACTIVE-EMPLOYEE
005120         END-IF
005130     END-IF.
005140
005150 WRITE-AUDIT-RECORD.
005160*--------------------------------
005170* Appends the change to the reference-data audit trail
005180* (REFAUDIT.DAT) with the same before/after and chaining
005190* convention deptmnt uses, so audtchk verifies it and refaud
005200* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
005210* and AUDIT-AFTER first.
005220*--------------------------------
005230     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
005240     MOVE ws-operator-id         TO AUDIT-OPERATOR.
005250     MOVE "AWAYMNT "             TO AUDIT-PROGRAM-NAME.
005260     PERFORM SET-AUDIT-SEQUENCE.
005270     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005280     OPEN EXTEND AUDITFILE.
005290     IF ws-audit-status = "35"
005300         OPEN OUTPUT AUDITFILE
005310     END-IF.
005320     WRITE AUDIT-LINE.
005330     CLOSE AUDITFILE.
005340
005350 SET-AUDIT-SEQUENCE.
005360*--------------------------------
005370* Tamper-evident chaining, the same sequence-and-check scheme
005380* write-audit-record in phonescr.cbl folds over each record.
005390*--------------------------------
005400     PERFORM GET-LAST-AUDIT-POSITION.
005410     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005420     PERFORM COMPUTE-AUDIT-CHECK.
005430
005440 GET-LAST-AUDIT-POSITION.
005450     MOVE ZERO TO ws-last-audit-seq.
005460     MOVE ZERO TO ws-last-audit-check.
005470     OPEN INPUT AUDITFILE.
005480     IF ws-audit-status = "00"
005490         PERFORM READ-LAST-AUDIT-LINE
005500             UNTIL ws-audit-status NOT = "00"
005510         CLOSE AUDITFILE
005520     END-IF.
005530
005540 READ-LAST-AUDIT-LINE.
005550     READ AUDITFILE
005560         AT END CONTINUE
005570     END-READ.
005580     IF ws-audit-status = "00"
005590         AND AUDIT-LINE(229:9) IS NUMERIC
005600         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005610         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005620     END-IF.
005630
005640 COMPUTE-AUDIT-CHECK.
005650     MOVE ZERO TO ws-audit-work-sum.
005660     MOVE ZERO TO ws-audit-sub.
005670     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005680     COMPUTE AUDIT-CHECK-VALUE =
005690         FUNCTION MOD((ws-last-audit-check * 17)
005700             + ws-audit-work-sum, 999999999).
005710
005720 ADD-ONE-AUDIT-BYTE.
005730     ADD 1 TO ws-audit-sub.
005740     COMPUTE ws-audit-work-sum = ws-audit-work-sum
005750         + (ws-audit-sub
005760            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
005770
005780 SAMPLE-WINDOW-FLAG.
005790     MOVE "N"    TO ws-window-locked.
005800     MOVE SPACES TO ws-window-step.
005810     OPEN INPUT WINDOW-FLAG-FILE.
005820     IF ws-flag-status = "00"
005830         READ WINDOW-FLAG-FILE
005840             AT END CONTINUE
005850         END-READ
005860         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
005870             MOVE "Y"      TO ws-window-locked
005880             MOVE FLG-STEP TO ws-window-step
005890         END-IF
005900         CLOSE WINDOW-FLAG-FILE
005910     END-IF.
005920
005930 REFRESH-WINDOW-FLAG.
005940*--------------------------------
005950* The flag is re-sampled before every pass, not just at
005960* sign-on, so a screen left up all day locks the moment the
005970* window opens under it.  An override granted this session
005980* stands until the operator quits.
005990*--------------------------------
006000     IF ws-window-override = "Y"
006010         MOVE "N" TO ws-window-locked
006020     ELSE
006030         PERFORM SAMPLE-WINDOW-FLAG
006040     END-IF.
006050
006060 CHECK-BATCH-WINDOW.
006070*--------------------------------
006080* Updates are refused while batchwin's window-open flag is up;
006090* listing stays open.  A supervisor (verified against the
006100* operator master) can override for a genuine emergency, and
006110* the override goes on the reference-data audit trail.
006120*--------------------------------
006130     PERFORM SAMPLE-WINDOW-FLAG.
006140     IF ws-window-locked = "Y"
006150         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
006160         DISPLAY "  " ws-window-step
006170         DISPLAY "Updates are locked; listing is open."
006180         PERFORM OFFER-WINDOW-OVERRIDE
006190     END-IF.
006200
006210 OFFER-WINDOW-OVERRIDE.
006220     DISPLAY "Supervisor override for an emergency (Y/N)? "
006230         WITH NO ADVANCING.
006240     ACCEPT ws-override-answer.
006250     IF ws-override-answer = "Y" OR ws-override-answer = "y"
006260         PERFORM VERIFY-OVERRIDE-SUPERVISOR
006270         IF ws-override-ok = "Y"
006280             MOVE "N" TO ws-window-locked
006290             MOVE "Y" TO ws-window-override
006300             MOVE SPACES TO AUDIT-BEFORE
006310             MOVE SPACES TO AUDIT-AFTER
006320             STRING "WINDOW OVERRIDE DURING STEP "
006330                 ws-window-step
006340                 DELIMITED BY SIZE INTO AUDIT-AFTER
006350             MOVE "OVRRID" TO AUDIT-ACTION
006360             PERFORM WRITE-AUDIT-RECORD
006370         END-IF
006380     END-IF.
006390
006400 VERIFY-OVERRIDE-SUPERVISOR.
006410*--------------------------------
006420* The override takes a supervisor sign-on against the operator
006430* master; a shop with no master yet has no supervisors to ask,
006440* so the lock stands.
006450*--------------------------------
006460     MOVE "N" TO ws-override-ok.
006470     OPEN INPUT OPERFILE.
006480     IF ws-oper-status NOT = "00"
006490         DISPLAY "No operator master - the lock stands."
006500     ELSE
006510         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
006520         ACCEPT ws-ovr-id
006530         DISPLAY "Password: " WITH NO ADVANCING
006540         ACCEPT ws-ovr-password
006550         MOVE ws-ovr-id TO OPER-ID
006560         READ OPERFILE
006570             INVALID KEY
006580                 DISPLAY "Unknown operator."
006590             NOT INVALID KEY
006600                 IF OPER-PASSWORD = ws-ovr-password
006610                     AND OPER-AUTH-SUPERVISOR
006620                     MOVE "Y" TO ws-override-ok
006630                     MOVE ws-ovr-id TO ws-operator-id
006640                 ELSE
006650                     DISPLAY "Not a supervisor, or wrong "
006660                         "password."
006670                 END-IF
006680         END-READ
006690         CLOSE OPERFILE
006700     END-IF.

006720 VERIFY-OPERATOR.
006730*--------------------------------
006740* With the operator master (OPERMAST.DAT) on file the password
006750* is checked against it, and an ID that is unknown, locked, or
006760* given the wrong password gets no grant below.  A shop with no
006770* master yet runs as before.
006780*--------------------------------
006790     OPEN INPUT OPERFILE.
006800     IF ws-oper-status = "00"
006810         DISPLAY "Password: " WITH NO ADVANCING
006820         ACCEPT ws-sign-password
006830         MOVE "N" TO ws-sign-ok
006840         MOVE ws-operator-id TO OPER-ID
006850         READ OPERFILE
006860             INVALID KEY
006870                 CONTINUE
006880             NOT INVALID KEY
006890                 IF OPER-PASSWORD = ws-sign-password
006900                     AND NOT OPER-IS-LOCKED
006910                     MOVE "Y" TO ws-sign-ok
006920                 END-IF
006930         END-READ
006940         CLOSE OPERFILE
006950     END-IF.
006960
006970 CHECK-UPDATE-GRANT.
006980*--------------------------------
006990* Adding, changing, and deleting availability periods need the
007000* AWAYUPD grant on the access table (OPERACC.DAT, kept in
007010* opermnt); without it the screen is listing only.  A shop with
007020* no table yet runs as before.
007030*--------------------------------
007040     MOVE "Y" TO ws-update-granted.
007050     IF ws-sign-ok = "N"
007060         MOVE "N" TO ws-update-granted
007070         DISPLAY "Operator not verified - listing only."
007080     ELSE
007090         OPEN INPUT ACCESS-FILE
007100         IF ws-acc-status = "00"
007110             MOVE ws-operator-id TO ACC-OPER-ID
007120             MOVE "AWAYUPD "     TO ACC-FUNCTION
007130             READ ACCESS-FILE
007140                 INVALID KEY
007150                     MOVE "N" TO ws-update-granted
007160                     DISPLAY "No AWAYUPD grant for "
007170                         ws-operator-id
007180                         " - listing only."
007190             END-READ
007200             CLOSE ACCESS-FILE
007210         END-IF
007220     END-IF.
