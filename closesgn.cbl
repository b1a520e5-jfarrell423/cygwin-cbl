000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLOSESGN.
000030*--------------------------------
000040* Period-close sign-off.  The owner of a close task (CLTKREC,
000050* maintained by closemnt.cbl) signs on and marks the task done
000060* once every prerequisite in the same close has been signed
000070* off, keying a note of what was checked - the run date and
000080* control totals of a program run, or what the manual action
000090* found.  A supervisor can reopen a signed-off task, with the
000100* reason, when the work has to be done again; a task another
000110* signed-off task waits on must wait for that one to be
000120* reopened first.
000130*
000140* The close worked is last month's (or CLOSE_PERIOD, YYYYMM),
000150* which the operator can change at sign-on.  A month-end
000160* close takes the month tasks, a quarter end adds the quarter
000170* tasks, and December adds the year tasks; due dates count
000180* business days after period end with CALENDAR.DAT.  Nothing
000190* is signed off before the period's last day.
000200*
000210* Every sign-off and reopening is appended to CLOSESGN.DAT
000220* (CLSGREC), which is never rewritten, and as a chained
000230* AUDITREC to the reference-data audit trail (REFAUDIT.DAT) -
000240* the evidence closerpt prints for the auditors.  Sign-on is
000250* against the operator master with its lockout rule; with no
000260* master nobody could say who signed, so nothing is signed.
000270*
000280* 2026-10  JDF  New program.
000283* 2026-10  JDF  Update actions need the CLSGNUPD grant on the
000286*                access table once OPERACC.DAT is on file.
000290*--------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330 SELECT TASK-FILE ASSIGN TO "CLOSETASKDAT"
000340 ORGANIZATION IS LINE SEQUENTIAL
000350 FILE STATUS IS ws-task-status.
000360
000370 SELECT SIGNOFF-FILE ASSIGN TO "CLOSESGNDAT"
000380 ORGANIZATION IS LINE SEQUENTIAL
000390 FILE STATUS IS ws-sign-status.
000400
000410 SELECT CALENDAR-FILE ASSIGN TO "CALENDARDAT"
000420 FILE STATUS IS ws-cal-status
000430 ORGANIZATION IS INDEXED
000440 ACCESS MODE IS DYNAMIC
000450 RECORD KEY IS CAL-DATE.
000460
000470 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000480 ORGANIZATION IS LINE SEQUENTIAL
000490 FILE STATUS IS ws-audit-status.
000500
000510 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000520 FILE STATUS IS ws-oper-status
000530 ORGANIZATION IS INDEXED
000540 ACCESS MODE IS DYNAMIC
000550 RECORD KEY IS OPER-ID.
000560
000561 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000562 FILE STATUS IS ws-acc-status
000564 ORGANIZATION IS INDEXED
000565 ACCESS MODE IS DYNAMIC
000567 RECORD KEY IS ACC-KEY.
000568
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD TASK-FILE.
000600 01  TASK-LINE                       PIC X(90).
000610
000620 FD SIGNOFF-FILE.
000630 01  SIGNOFF-LINE                    PIC X(75).
000640
000650 FD CALENDAR-FILE.
000660     COPY CALREC.
000670
000680 FD AUDITFILE.
000690 01  AUDIT-LINE                      PIC X(246).
000700
000710 FD OPERFILE.
000720     COPY OPERREC.
000730
000732 FD ACCESS-FILE.
000735     COPY ACCSREC.
000737
000740 WORKING-STORAGE SECTION.
000750     COPY AUDITREC.
000760     COPY CLTKREC.
000770     COPY CLSGREC.
000780
000790 01  ws-audit-status                 pic x(02).
000800 01  ws-last-audit-seq               pic 9(09) value zero.
000810 01  ws-last-audit-check             pic 9(09) value zero.
000820 01  ws-audit-work-sum               pic 9(18) value zero.
000830 01  ws-audit-sub                    pic 9(04) comp value zero.
000840 01  ws-operator-id                  pic x(08) value spaces.
000843 01  ws-acc-status                   pic x(02).
000846 01  ws-update-granted               pic x(01) value "Y".
000850 01  ws-signon-password              pic x(08) value spaces.
000860 01  ws-signon-ok                    pic x(01) value "N".
000870 01  ws-signon-tries                 pic 9(01) value zero.
000880 01  ws-signon-authority             pic 9(01) value zero.
000890 01  ws-empty-master                 pic x(01) value "Y".
000900 01  ws-oper-status                  pic x(02).
000910 01  ws-task-status                  pic x(02).
000920 01  ws-sign-status                  pic x(02).
000930 01  ws-done                         pic x(01) value space.
000940 01  ws-choice                       pic x(01) value space.
000950 01  ws-today                        pic 9(08) value zero.
000960 01  ws-time-now                     pic 9(08) value zero.
000970 01  ws-input                        pic x(60) value spaces.
000980 01  ws-pick-id                      pic x(06) value spaces.
000990 01  ws-pick-sub                     pic 9(02) comp value zero.
001000 01  ws-note                         pic x(40) value spaces.
001010 01  ws-refusal                      pic x(60) value spaces.
001020 01  ws-dependent-id                 pic x(06) value spaces.
001030 01  ws-open-count                   pic 9(02) value zero.
001040 01  ws-done-count                   pic 9(02) value zero.
001050
001060*--------------------------------
001070* The close being worked: its period (year and month), what
001080* kind of close that month ends (M, Q, or Y), and the period's
001090* last day, which due business days count forward from.
001100*--------------------------------
001110 01  ws-close-period                 pic 9(06) value zero.
001120 01  ws-close-period-split redefines ws-close-period.
001130     05  ws-cp-year                  pic 9(04).
001140     05  ws-cp-month                 pic 9(02).
001150 01  ws-close-kind                   pic x(01) value space.
001160 01  ws-close-kind-name              pic x(11) value spaces.
001170 01  ws-period-end                   pic 9(08) value zero.
001180 01  ws-next-month-start             pic 9(08) value zero.
001190 01  ws-next-split redefines ws-next-month-start.
001200     05  ws-nm-year                  pic 9(04).
001210     05  ws-nm-month                 pic 9(02).
001220     05  ws-nm-day                   pic 9(02).
001230 01  ws-env-period                   pic x(06) value spaces.
001240
001250*--------------------------------
001260* The close's tasks, in due-day order: the CLTKREC definition,
001270* then the due date worked out for this close and the latest
001280* sign-off state from CLOSESGN.DAT (D = signed off).
001290*--------------------------------
001300 01  ws-task-count                   pic 9(02) comp value zero.
001310 01  ws-task-table.
001320     05  ws-task-entry               occurs 60 times.
001330         10  ws-tk-def.
001340             15  ws-tk-period        pic x(01).
001350             15  ws-tk-id            pic x(06).
001360             15  ws-tk-description   pic x(30).
001370             15  ws-tk-kind          pic x(01).
001380             15  ws-tk-action        pic x(24).
001390             15  ws-tk-prereq        pic x(06)
001400                 occurs 3 times.
001410             15  ws-tk-owner         pic x(08).
001420             15  ws-tk-due-day       pic 9(02).
001430         10  ws-tk-due-date          pic 9(08).
001440         10  ws-tk-state             pic x(01).
001450         10  ws-tk-done-by           pic x(08).
001460         10  ws-tk-done-date         pic 9(08).
001470         10  ws-tk-done-time         pic 9(06).
001480         10  ws-tk-done-note         pic x(40).
001490         10  ws-tk-blocked           pic x(01).
001500 01  ws-swap-entry                   pic x(162) value spaces.
001510 01  ws-tk-sub                       pic 9(02) comp value zero.
001520 01  ws-tk-sub-2                     pic 9(02) comp value zero.
001530 01  ws-found-sub                    pic 9(02) comp value zero.
001540 01  ws-pre-sub                      pic 9(01) comp value zero.
001550 01  ws-find-id                      pic x(06) value spaces.
001560 01  ws-swapped                      pic x(01) value "N".
001570 01  ws-state-name                   pic x(09) value spaces.
001580 01  ws-waiting-list                 pic x(21) value spaces.
001590 01  ws-waiting-ptr                  pic 9(02) comp value 1.
001600 01  ws-task-eof                     pic x(01) value space.
001610 01  ws-sign-eof                     pic x(01) value space.
001620
001630*--------------------------------
001640* Business-day counting, the remitrec.cbl arithmetic: the
001650* weekday rule, overridden by CALENDAR.DAT where the date is
001660* on file.
001670*--------------------------------
001680 01  ws-cal-status                   pic x(02).
001690 01  ws-cal-open                     pic x(01) value "N".
001700 01  ws-bus-count                    pic 9(02) value zero.
001710 01  ws-check-date                   pic 9(08) value zero.
001720 01  ws-check-int                    pic 9(08) value zero.
001730 01  ws-weekday-rem                  pic 9(01) value zero.
001740 01  ws-day-is-business              pic x(01) value "Y".
001750 01  ws-date-disp                    pic x(10) value spaces.
001760
001770 PROCEDURE DIVISION.
001780 PROGRAM-BEGIN.
001790     CALL "shopcfg"
001800         ON EXCEPTION
001810             DISPLAY "shopcfg not found - default "
001820                 "file locations in effect"
001830     END-CALL.
001840     ACCEPT ws-today FROM DATE YYYYMMDD.
001850     PERFORM OPERATOR-SIGN-ON.
001860     IF ws-signon-ok NOT = "Y"
001870         DISPLAY "Close tasks are signed off by their owners, "
001880             "signed on."
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001915     PERFORM CHECK-UPDATE-GRANT.
001920     PERFORM DEFAULT-CLOSE-PERIOD.
001930     PERFORM CHOOSE-CLOSE-PERIOD.
001940     PERFORM SET-CLOSE-DATES.
001950     PERFORM LOAD-CLOSE.
001960     IF ws-task-count = ZERO
001970         DISPLAY "No close tasks for " ws-cp-month "/"
001980             ws-cp-year " - see closemnt."
001990         STOP RUN
002000     END-IF.
002010     PERFORM SHOW-CLOSE-HEADING.
002020     PERFORM MENU-LOOP UNTIL ws-done = "Y".
002030     STOP RUN.
002040
002050 OPERATOR-SIGN-ON.
002060*--------------------------------
002070* Any authority - the task's owner field is the control - but
002080* the operator master's own lockout rule: each wrong password
002090* counts toward the three that lock the ID, and goes on the
002100* trail.  No master, or an empty one, signs nobody on.
002110*--------------------------------
002120     MOVE "N" TO ws-signon-ok.
002130     OPEN I-O OPERFILE.
002140     IF ws-oper-status NOT = "00"
002150         DISPLAY "No operator master on file."
002160     ELSE
002170         PERFORM CHECK-MASTER-EMPTY
002180         IF ws-empty-master = "Y"
002190             DISPLAY "No operators on the operator master."
002200         ELSE
002210             MOVE ZERO TO ws-signon-tries
002220             PERFORM TRY-ONE-SIGN-ON
002230                 UNTIL ws-signon-ok = "Y" OR ws-signon-tries > 2
002240         END-IF
002250         CLOSE OPERFILE
002260     END-IF.
002270
002280 CHECK-MASTER-EMPTY.
002290     MOVE "Y" TO ws-empty-master.
002300     MOVE LOW-VALUES TO OPER-ID.
002310     START OPERFILE KEY IS NOT LESS THAN OPER-ID
002320         INVALID KEY CONTINUE
002330     END-START.
002340     IF ws-oper-status = "00"
002350         READ OPERFILE NEXT RECORD
002360             AT END CONTINUE
002370         END-READ
002380         IF ws-oper-status = "00"
002390             MOVE "N" TO ws-empty-master
002400         END-IF
002410     END-IF.
002420
002430 TRY-ONE-SIGN-ON.
002440     ADD 1 TO ws-signon-tries.
002450     DISPLAY "Operator ID: " WITH NO ADVANCING.
002460     ACCEPT ws-operator-id.
002470     DISPLAY "Password: " WITH NO ADVANCING.
002480     ACCEPT ws-signon-password.
002490     MOVE ws-operator-id TO OPER-ID.
002500     READ OPERFILE
002510         INVALID KEY
002520             DISPLAY "Unknown operator."
002530         NOT INVALID KEY
002540             IF OPER-IS-LOCKED
002550                 DISPLAY "That ID is locked out."
002560             ELSE
002570             IF OPER-PASSWORD = ws-signon-password
002580                 MOVE "Y" TO ws-signon-ok
002590                 MOVE OPER-AUTHORITY TO ws-signon-authority
002600                 MOVE ZERO TO OPER-FAIL-COUNT
002610                 REWRITE OPER-REC
002620                     INVALID KEY CONTINUE
002630                 END-REWRITE
002640             ELSE
002650                 IF OPER-FAIL-COUNT IS NOT NUMERIC
002660                     MOVE ZERO TO OPER-FAIL-COUNT
002670                 END-IF
002680                 ADD 1 TO OPER-FAIL-COUNT
002690                 IF OPER-FAIL-COUNT > 2
002700                     MOVE "L" TO OPER-LOCKED
002710                     DISPLAY "Too many tries - ID locked out."
002720                 END-IF
002730                 REWRITE OPER-REC
002740                     INVALID KEY CONTINUE
002750                 END-REWRITE
002760                 MOVE SPACES TO AUDIT-BEFORE
002770                 MOVE SPACES TO AUDIT-AFTER
002780                 STRING "FAILED SIGN-ON ATTEMPT FOR " OPER-ID
002790                     DELIMITED BY SIZE INTO AUDIT-AFTER
002800                 MOVE "BADPWD" TO AUDIT-ACTION
002810                 PERFORM WRITE-AUDIT-RECORD
002820                 DISPLAY "Wrong password."
002830             END-IF
002840             END-IF
002850     END-READ.
002860
002870 CHOOSE-CLOSE-PERIOD.
002880     DISPLAY "Close period YYYYMM [" ws-close-period "]: "
002890         WITH NO ADVANCING.
002900     ACCEPT ws-input.
002910     IF ws-input NOT = SPACES
002920         IF ws-input(1:6) IS NUMERIC
002930             AND ws-input(5:2) > "00"
002940             AND ws-input(5:2) < "13"
002950             AND ws-input(7:1) = SPACE
002960             MOVE ws-input(1:6) TO ws-close-period
002970         ELSE
002980             DISPLAY "Not a period - working "
002990                 ws-close-period "."
003000         END-IF
003010     END-IF.
003020
003030 SHOW-CLOSE-HEADING.
003040     MOVE ws-period-end TO ws-check-date.
003050     PERFORM FORMAT-DATE.
003060     DISPLAY " ".
003070     DISPLAY "Close for " ws-cp-month "/" ws-cp-year " - "
003080         ws-close-kind-name ", period ended " ws-date-disp.
003090
003100 MENU-LOOP.
003110     DISPLAY " ".
003120     DISPLAY "Close sign-off - L)ist  S)ign off  R)eopen  "
003130         "Q)uit: " WITH NO ADVANCING.
003140     ACCEPT ws-choice.
003141     IF ws-update-granted NOT = "Y"
003143         AND (ws-choice = "S" OR "s" OR "R" OR "r")
003145         DISPLAY "Not granted CLSGNUPD - updates refused."
003146         MOVE SPACE TO ws-choice
003148     END-IF.
003150     EVALUATE ws-choice
003160         WHEN "L"
003170         WHEN "l"
003180             PERFORM LIST-CLOSE
003190         WHEN "S"
003200         WHEN "s"
003210             PERFORM SIGN-OFF-TASK
003220         WHEN "R"
003230         WHEN "r"
003240             PERFORM REOPEN-TASK
003250         WHEN "Q"
003260         WHEN "q"
003270             MOVE "Y" TO ws-done
003280         WHEN OTHER
003290             CONTINUE
003300     END-EVALUATE.
003310
003320 LIST-CLOSE.
003330     PERFORM LOAD-CLOSE.
003340     MOVE ZERO TO ws-open-count.
003350     MOVE ZERO TO ws-done-count.
003360     DISPLAY "  TASK   STATE     DUE        OWNER    DESCRIPTION".
003370     MOVE ZERO TO ws-tk-sub.
003380     PERFORM LIST-ONE-CLOSE-TASK ws-task-count TIMES.
003390     DISPLAY "  " ws-done-count " signed off, " ws-open-count
003400         " still open.".
003410
003420 LIST-ONE-CLOSE-TASK.
003430     ADD 1 TO ws-tk-sub.
003440     PERFORM SET-STATE-NAME.
003450     MOVE ws-tk-due-date(ws-tk-sub) TO ws-check-date.
003460     PERFORM FORMAT-DATE.
003470     DISPLAY "  " ws-tk-id(ws-tk-sub) " " ws-state-name " "
003480         ws-date-disp " " ws-tk-owner(ws-tk-sub) " "
003490         ws-tk-description(ws-tk-sub).
003500     IF ws-tk-state(ws-tk-sub) = "D"
003510         ADD 1 TO ws-done-count
003520         MOVE ws-tk-done-date(ws-tk-sub) TO ws-check-date
003530         PERFORM FORMAT-DATE
003540         DISPLAY "         signed off by "
003550             ws-tk-done-by(ws-tk-sub)
003560             " " ws-date-disp " "
003570             ws-tk-done-time(ws-tk-sub)(1:2) ":"
003580             ws-tk-done-time(ws-tk-sub)(3:2)
003590     ELSE
003600         ADD 1 TO ws-open-count
003610         IF ws-tk-blocked(ws-tk-sub) = "Y"
003620             PERFORM BUILD-WAITING-LIST
003630             DISPLAY "         waiting on " ws-waiting-list
003640         END-IF
003650     END-IF.
003660
003670 SIGN-OFF-TASK.
003680*--------------------------------
003690* The owner only, once the period has ended and every
003700* prerequisite is signed off, and only with a note of what was
003710* checked - the note is the evidence.
003720*--------------------------------
003730     PERFORM LOAD-CLOSE.
003740     PERFORM PICK-CLOSE-TASK.
003750     MOVE SPACES TO ws-refusal.
003760     IF ws-pick-sub = ZERO
003770         MOVE "No such task in this close." TO ws-refusal
003780     ELSE
003790         MOVE ws-pick-sub TO ws-tk-sub
003800         MOVE ws-period-end TO ws-check-date
003810         PERFORM FORMAT-DATE
003820         EVALUATE TRUE
003830             WHEN ws-tk-state(ws-tk-sub) = "D"
003840                 STRING "Already signed off by " DELIMITED BY SIZE
003850                     ws-tk-done-by(ws-tk-sub) DELIMITED BY SPACE
003860                     "." DELIMITED BY SIZE INTO ws-refusal
003870             WHEN ws-tk-owner(ws-tk-sub) NOT = ws-operator-id
003880                 STRING "Only the owner, " DELIMITED BY SIZE
003890                     ws-tk-owner(ws-tk-sub) DELIMITED BY SPACE
003900                     ", signs this task off." DELIMITED BY SIZE
003910                     INTO ws-refusal
003920             WHEN ws-today < ws-period-end
003930                 STRING "The period has not ended - it ends "
003940                     ws-date-disp "." DELIMITED BY SIZE
003950                     INTO ws-refusal
003960             WHEN ws-tk-blocked(ws-tk-sub) = "Y"
003970                 PERFORM BUILD-WAITING-LIST
003980                 STRING "Still waiting on " DELIMITED BY SIZE
003990                     ws-waiting-list DELIMITED BY SIZE
004000                     INTO ws-refusal
004010             WHEN OTHER
004020                 CONTINUE
004030         END-EVALUATE
004040     END-IF.
004050     IF ws-refusal NOT = SPACES
004060         DISPLAY ws-refusal
004070     ELSE
004080         IF ws-tk-kind(ws-tk-sub) = "P"
004090             DISPLAY "Program run: " ws-tk-action(ws-tk-sub)
004100             DISPLAY "Note the run date and the totals you "
004110                 "checked."
004120         ELSE
004130             DISPLAY "Manual action: " ws-tk-action(ws-tk-sub)
004140             DISPLAY "Note what you checked and what you found."
004150         END-IF
004160         DISPLAY "Evidence note: " WITH NO ADVANCING
004170         ACCEPT ws-note
004180         IF ws-note = SPACES
004190             DISPLAY "No note keyed - nothing signed off."
004200         ELSE
004210             MOVE "D" TO CS-ACTION
004220             PERFORM WRITE-SIGNOFF
004230             DISPLAY "Signed off."
004240             IF ws-today > ws-tk-due-date(ws-tk-sub)
004250                 MOVE ws-tk-due-date(ws-tk-sub) TO ws-check-date
004260                 PERFORM FORMAT-DATE
004270                 DISPLAY "(after its due date, " ws-date-disp ")"
004280             END-IF
004290         END-IF
004300     END-IF.
004310
004320 REOPEN-TASK.
004330*--------------------------------
004340* Supervisors only.  Reopening leaves the earlier sign-off on
004350* file; the reopening record after it is what puts the task
004360* back in the close.
004370*--------------------------------
004380     IF ws-signon-authority NOT = 3
004390         DISPLAY "Only a supervisor reopens a close task."
004400     ELSE
004410         PERFORM LOAD-CLOSE
004420         PERFORM PICK-CLOSE-TASK
004430         MOVE SPACES TO ws-refusal
004440         MOVE SPACES TO ws-dependent-id
004450         IF ws-pick-sub = ZERO
004460             MOVE "No such task in this close." TO ws-refusal
004470         ELSE
004480             MOVE ZERO TO ws-tk-sub
004490             PERFORM CHECK-ONE-DEPENDENT ws-task-count TIMES
004500             MOVE ws-pick-sub TO ws-tk-sub
004510             IF ws-tk-state(ws-tk-sub) NOT = "D"
004520                 MOVE "That task is not signed off." TO ws-refusal
004530             ELSE
004540             IF ws-dependent-id NOT = SPACES
004550                 STRING ws-dependent-id DELIMITED BY SPACE
004560                     " waits on it and is signed off - reopen "
004570                     "that first." DELIMITED BY SIZE
004580                     INTO ws-refusal
004590             END-IF
004600             END-IF
004610         END-IF
004620         IF ws-refusal NOT = SPACES
004630             DISPLAY ws-refusal
004640         ELSE
004650             DISPLAY "Reason for reopening: " WITH NO ADVANCING
004660             ACCEPT ws-note
004670             IF ws-note = SPACES
004680                 DISPLAY "No reason keyed - task left signed off."
004690             ELSE
004700                 MOVE "R" TO CS-ACTION
004710                 PERFORM WRITE-SIGNOFF
004720                 DISPLAY "Reopened."
004730             END-IF
004740         END-IF
004750     END-IF.
004760
004770 CHECK-ONE-DEPENDENT.
004780     ADD 1 TO ws-tk-sub.
004790     IF ws-tk-state(ws-tk-sub) = "D"
004800         AND ws-dependent-id = SPACES
004810         AND (ws-tk-prereq(ws-tk-sub, 1) = ws-pick-id
004820           OR ws-tk-prereq(ws-tk-sub, 2) = ws-pick-id
004830           OR ws-tk-prereq(ws-tk-sub, 3) = ws-pick-id)
004840         MOVE ws-tk-id(ws-tk-sub) TO ws-dependent-id
004850     END-IF.
004860
004870 PICK-CLOSE-TASK.
004880     DISPLAY "Task ID: " WITH NO ADVANCING.
004890     ACCEPT ws-pick-id.
004900     INSPECT ws-pick-id
004910         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004920                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004930     MOVE ws-pick-id TO ws-find-id.
004940     PERFORM FIND-TASK.
004950     MOVE ws-found-sub TO ws-pick-sub.
004960     IF ws-pick-id = SPACES
004970         MOVE ZERO TO ws-pick-sub
004980     END-IF.
004990
005000 WRITE-SIGNOFF.
005010*--------------------------------
005020* Appends the sign-off (or reopening, CS-ACTION set by the
005030* caller) for task ws-tk-sub to CLOSESGN.DAT, and the same
005040* record to the audit trail with the state it replaced.
005050*--------------------------------
005060     ACCEPT ws-time-now FROM TIME.
005070     MOVE ws-close-period      TO CS-PERIOD.
005080     MOVE ws-tk-id(ws-tk-sub)  TO CS-TASK-ID.
005090     MOVE ws-operator-id       TO CS-OPERATOR.
005100     MOVE ws-today             TO CS-DATE.
005110     MOVE ws-time-now(1:6)     TO CS-TIME.
005120     MOVE ws-note              TO CS-NOTE.
005130     OPEN EXTEND SIGNOFF-FILE.
005140     IF ws-sign-status = "35"
005150         OPEN OUTPUT SIGNOFF-FILE
005160     END-IF.
005170     IF ws-sign-status = "00"
005180         WRITE SIGNOFF-LINE FROM CLOSE-SIGNOFF-REC
005190         CLOSE SIGNOFF-FILE
005200     END-IF.
005210     MOVE SPACES TO AUDIT-BEFORE.
005220     IF CS-REOPENED
005230         STRING ws-close-period " " ws-tk-id(ws-tk-sub)
005240             " D " ws-tk-done-by(ws-tk-sub) " "
005250             ws-tk-done-date(ws-tk-sub) " "
005260             ws-tk-done-time(ws-tk-sub)
005270             DELIMITED BY SIZE INTO AUDIT-BEFORE
005280         MOVE "REOPEN" TO AUDIT-ACTION
005290     ELSE
005300         MOVE "SIGNOF" TO AUDIT-ACTION
005310     END-IF.
005320     MOVE CLOSE-SIGNOFF-REC TO AUDIT-AFTER.
005330     PERFORM WRITE-AUDIT-RECORD.
005340
005350 WRITE-AUDIT-RECORD.
005360*--------------------------------
005370* Appends to the reference-data audit trail (REFAUDIT.DAT)
005380* with the same before/after and chaining convention calmnt.cbl
005390* uses, so audtchk verifies it and refaud reads it back.  The
005400* caller sets AUDIT-ACTION, AUDIT-BEFORE, and AUDIT-AFTER.
005410*--------------------------------
005420     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
005430     MOVE ws-operator-id         TO AUDIT-OPERATOR.
005440     MOVE "CLOSESGN"             TO AUDIT-PROGRAM-NAME.
005450     PERFORM SET-AUDIT-SEQUENCE.
005460     MOVE AUDIT-RECORD           TO AUDIT-LINE.
005470     OPEN EXTEND AUDITFILE.
005480     IF ws-audit-status = "35"
005490         OPEN OUTPUT AUDITFILE
005500     END-IF.
005510     WRITE AUDIT-LINE.
005520     CLOSE AUDITFILE.
005530
005540 SET-AUDIT-SEQUENCE.
005550*--------------------------------
005560* Tamper-evident chaining, the same sequence-and-check scheme
005570* write-audit-record in phonescr.cbl folds over each record.
005580*--------------------------------
005590     PERFORM GET-LAST-AUDIT-POSITION.
005600     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
005610     PERFORM COMPUTE-AUDIT-CHECK.
005620
005630 GET-LAST-AUDIT-POSITION.
005640     MOVE ZERO TO ws-last-audit-seq.
005650     MOVE ZERO TO ws-last-audit-check.
005660     OPEN INPUT AUDITFILE.
005670     IF ws-audit-status = "00"
005680         PERFORM READ-LAST-AUDIT-LINE
005690             UNTIL ws-audit-status NOT = "00"
005700         CLOSE AUDITFILE
005710     END-IF.
005720
005730 READ-LAST-AUDIT-LINE.
005740     READ AUDITFILE
005750         AT END CONTINUE
005760     END-READ.
005770     IF ws-audit-status = "00"
005780         AND AUDIT-LINE(229:9) IS NUMERIC
005790         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
005800         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
005810     END-IF.
005820
005830 COMPUTE-AUDIT-CHECK.
005840     MOVE ZERO TO ws-audit-work-sum.
005850     MOVE ZERO TO ws-audit-sub.
005860     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
005870     COMPUTE AUDIT-CHECK-VALUE =
005880         FUNCTION MOD((ws-last-audit-check * 17)
005890             + ws-audit-work-sum, 999999999).
005900
005910 ADD-ONE-AUDIT-BYTE.
005920     ADD 1 TO ws-audit-sub.
005930     COMPUTE ws-audit-work-sum = ws-audit-work-sum
005940         + (ws-audit-sub
005950            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
005960
005970 DEFAULT-CLOSE-PERIOD.
005980*--------------------------------
005990* The close in progress is last month's, unless CLOSE_PERIOD
006000* names another as YYYYMM.
006010*--------------------------------
006020     MOVE ws-today(1:6) TO ws-close-period.
006030     IF ws-cp-month = 1
006040         SUBTRACT 1 FROM ws-cp-year
006050         MOVE 12 TO ws-cp-month
006060     ELSE
006070         SUBTRACT 1 FROM ws-cp-month
006080     END-IF.
006090     ACCEPT ws-env-period FROM ENVIRONMENT "CLOSE_PERIOD".
006100     IF ws-env-period IS NUMERIC
006110         AND ws-env-period(5:2) > "00"
006120         AND ws-env-period(5:2) < "13"
006130         MOVE ws-env-period TO ws-close-period
006140     END-IF.
006150
006160 SET-CLOSE-DATES.
006170*--------------------------------
006180* December closes the year, March, June, and September close
006190* a quarter; the period ends the day before next month starts.
006200*--------------------------------
006210     EVALUATE ws-cp-month
006220         WHEN 12
006230             MOVE "Y" TO ws-close-kind
006240             MOVE "YEAR END" TO ws-close-kind-name
006250         WHEN 3
006260         WHEN 6
006270         WHEN 9
006280             MOVE "Q" TO ws-close-kind
006290             MOVE "QUARTER END" TO ws-close-kind-name
006300         WHEN OTHER
006310             MOVE "M" TO ws-close-kind
006320             MOVE "MONTH END" TO ws-close-kind-name
006330     END-EVALUATE.
006340     IF ws-cp-month = 12
006350         COMPUTE ws-nm-year = ws-cp-year + 1
006360         MOVE 1 TO ws-nm-month
006370     ELSE
006380         MOVE ws-cp-year TO ws-nm-year
006390         COMPUTE ws-nm-month = ws-cp-month + 1
006400     END-IF.
006410     MOVE 1 TO ws-nm-day.
006420     COMPUTE ws-check-int =
006430         FUNCTION INTEGER-OF-DATE(ws-next-month-start) - 1.
006440     COMPUTE ws-period-end =
006450         FUNCTION DATE-OF-INTEGER(ws-check-int).
006460
006470 LOAD-CLOSE.
006480*--------------------------------
006490* The tasks this close takes, their due dates, and where each
006500* stands.  Loaded afresh whenever it is looked at, so
006510* sign-offs made elsewhere meanwhile are seen.
006520*--------------------------------
006530     MOVE ZERO TO ws-task-count.
006540     MOVE "N" TO ws-cal-open.
006550     OPEN INPUT CALENDAR-FILE.
006560     IF ws-cal-status = "00"
006570         MOVE "Y" TO ws-cal-open
006580     END-IF.
006590     MOVE SPACE TO ws-task-eof.
006600     OPEN INPUT TASK-FILE.
006610     IF ws-task-status NOT = "00"
006620         MOVE "y" TO ws-task-eof
006630     END-IF.
006640     PERFORM LOAD-ONE-CLOSE-TASK UNTIL ws-task-eof = "y".
006650     IF ws-task-status NOT = "35"
006660         CLOSE TASK-FILE
006670     END-IF.
006680     IF ws-cal-open = "Y"
006690         CLOSE CALENDAR-FILE
006700         MOVE "N" TO ws-cal-open
006710     END-IF.
006720     PERFORM ORDER-TASK-TABLE.
006730     PERFORM LOAD-SIGNOFFS.
006740     PERFORM MARK-BLOCKED-TASKS.
006750
006760 LOAD-ONE-CLOSE-TASK.
006770     READ TASK-FILE INTO CLOSE-TASK-REC
006780         AT END MOVE "y" TO ws-task-eof
006790     END-READ.
006800     IF ws-task-eof NOT = "y"
006810         AND ws-task-count < 60
006820         IF CT-MONTHLY
006830             OR (CT-QUARTERLY AND ws-close-kind NOT = "M")
006840             OR (CT-YEARLY AND ws-close-kind = "Y")
006850             ADD 1 TO ws-task-count
006860             MOVE CLOSE-TASK-REC TO ws-tk-def(ws-task-count)
006870             MOVE SPACE TO ws-tk-state(ws-task-count)
006880             MOVE SPACES TO ws-tk-done-by(ws-task-count)
006890             MOVE ZERO TO ws-tk-done-date(ws-task-count)
006900             MOVE ZERO TO ws-tk-done-time(ws-task-count)
006910             MOVE SPACES TO ws-tk-done-note(ws-task-count)
006920             MOVE "N" TO ws-tk-blocked(ws-task-count)
006930             PERFORM COMPUTE-DUE-DATE
006940             MOVE ws-check-date TO ws-tk-due-date(ws-task-count)
006950         END-IF
006960     END-IF.
006970
006980 COMPUTE-DUE-DATE.
006990     MOVE ws-period-end TO ws-check-date.
007000     MOVE ZERO TO ws-bus-count.
007010     PERFORM STEP-FORWARD-ONE-DAY
007020         UNTIL ws-bus-count NOT < CT-DUE-DAY.
007030
007040 STEP-FORWARD-ONE-DAY.
007050     COMPUTE ws-check-int =
007060         FUNCTION INTEGER-OF-DATE(ws-check-date) + 1.
007070     COMPUTE ws-check-date =
007080         FUNCTION DATE-OF-INTEGER(ws-check-int).
007090     PERFORM TEST-BUSINESS-DAY.
007100     IF ws-day-is-business = "Y"
007110         ADD 1 TO ws-bus-count
007120     END-IF.
007130
007140 TEST-BUSINESS-DAY.
007150     MOVE "Y" TO ws-day-is-business.
007160     COMPUTE ws-check-int =
007170         FUNCTION INTEGER-OF-DATE(ws-check-date).
007180     COMPUTE ws-weekday-rem = FUNCTION MOD(ws-check-int, 7).
007190     IF ws-weekday-rem = 6 OR ws-weekday-rem = 0
007200         MOVE "N" TO ws-day-is-business
007210     END-IF.
007220     IF ws-cal-open = "Y"
007230         MOVE ws-check-date TO CAL-DATE
007240         READ CALENDAR-FILE
007250             INVALID KEY CONTINUE
007260             NOT INVALID KEY
007270                 IF CAL-HOLIDAY
007280                     MOVE "N" TO ws-day-is-business
007290                 ELSE
007300                     MOVE "Y" TO ws-day-is-business
007310                 END-IF
007320         END-READ
007330     END-IF.
007340
007350 ORDER-TASK-TABLE.
007360*--------------------------------
007370* Due day, then task ID - a short exchange sort, the list being
007380* a few dozen tasks at most.
007390*--------------------------------
007400     MOVE "Y" TO ws-swapped.
007410     PERFORM ORDER-ONE-PASS UNTIL ws-swapped = "N".
007420
007430 ORDER-ONE-PASS.
007440     MOVE "N" TO ws-swapped.
007450     MOVE 1 TO ws-tk-sub.
007460     PERFORM ORDER-ONE-PAIR UNTIL ws-tk-sub NOT < ws-task-count.
007470
007480 ORDER-ONE-PAIR.
007490     COMPUTE ws-tk-sub-2 = ws-tk-sub + 1.
007500     IF ws-tk-due-day(ws-tk-sub) > ws-tk-due-day(ws-tk-sub-2)
007510         OR (ws-tk-due-day(ws-tk-sub) = ws-tk-due-day(ws-tk-sub-2)
007520             AND ws-tk-id(ws-tk-sub) > ws-tk-id(ws-tk-sub-2))
007530         MOVE ws-task-entry(ws-tk-sub)   TO ws-swap-entry
007540         MOVE ws-task-entry(ws-tk-sub-2)
007550             TO ws-task-entry(ws-tk-sub)
007560         MOVE ws-swap-entry TO ws-task-entry(ws-tk-sub-2)
007570         MOVE "Y" TO ws-swapped
007580     END-IF.
007590     ADD 1 TO ws-tk-sub.
007600
007610 LOAD-SIGNOFFS.
007620*--------------------------------
007630* The sign-off file is append-only, so the last record for a
007640* task in this close is where it stands.
007650*--------------------------------
007660     MOVE SPACE TO ws-sign-eof.
007670     OPEN INPUT SIGNOFF-FILE.
007680     IF ws-sign-status NOT = "00"
007690         MOVE "y" TO ws-sign-eof
007700     END-IF.
007710     PERFORM APPLY-ONE-SIGNOFF UNTIL ws-sign-eof = "y".
007720     IF ws-sign-status NOT = "35"
007730         CLOSE SIGNOFF-FILE
007740     END-IF.
007750
007760 APPLY-ONE-SIGNOFF.
007770     READ SIGNOFF-FILE INTO CLOSE-SIGNOFF-REC
007780         AT END MOVE "y" TO ws-sign-eof
007790     END-READ.
007800     IF ws-sign-eof NOT = "y"
007810         AND CS-PERIOD = ws-close-period
007820         MOVE CS-TASK-ID TO ws-find-id
007830         PERFORM FIND-TASK
007840         IF ws-found-sub NOT = ZERO
007850             IF CS-SIGNED-OFF
007860                 MOVE "D"         TO ws-tk-state(ws-found-sub)
007870                 MOVE CS-OPERATOR TO ws-tk-done-by(ws-found-sub)
007880                 MOVE CS-DATE     TO ws-tk-done-date(ws-found-sub)
007890                 MOVE CS-TIME     TO ws-tk-done-time(ws-found-sub)
007900                 MOVE CS-NOTE     TO ws-tk-done-note(ws-found-sub)
007910             ELSE
007920                 MOVE SPACE  TO ws-tk-state(ws-found-sub)
007930                 MOVE SPACES TO ws-tk-done-by(ws-found-sub)
007940                 MOVE ZERO   TO ws-tk-done-date(ws-found-sub)
007950                 MOVE ZERO   TO ws-tk-done-time(ws-found-sub)
007960                 MOVE SPACES TO ws-tk-done-note(ws-found-sub)
007970             END-IF
007980         END-IF
007990     END-IF.
008000
008010 FIND-TASK.
008020     MOVE ZERO TO ws-found-sub.
008030     MOVE ZERO TO ws-tk-sub-2.
008040     PERFORM CHECK-ONE-TASK-ID ws-task-count TIMES.
008050
008060 CHECK-ONE-TASK-ID.
008070     ADD 1 TO ws-tk-sub-2.
008080     IF ws-tk-id(ws-tk-sub-2) = ws-find-id
008090         AND ws-found-sub = ZERO
008100         MOVE ws-tk-sub-2 TO ws-found-sub
008110     END-IF.
008120
008130 MARK-BLOCKED-TASKS.
008140     MOVE ZERO TO ws-tk-sub.
008150     PERFORM MARK-ONE-BLOCKED-TASK ws-task-count TIMES.
008160
008170 MARK-ONE-BLOCKED-TASK.
008180     ADD 1 TO ws-tk-sub.
008190     PERFORM BUILD-WAITING-LIST.
008200     IF ws-waiting-list = SPACES
008210         MOVE "N" TO ws-tk-blocked(ws-tk-sub)
008220     ELSE
008230         MOVE "Y" TO ws-tk-blocked(ws-tk-sub)
008240     END-IF.
008250
008260 BUILD-WAITING-LIST.
008270*--------------------------------
008280* The prerequisites of task ws-tk-sub not yet signed off in
008290* this close.  A prerequisite not in this close at all (taken
008300* off the list since) holds nothing up.
008310*--------------------------------
008320     MOVE SPACES TO ws-waiting-list.
008330     MOVE 1 TO ws-waiting-ptr.
008340     MOVE ZERO TO ws-pre-sub.
008350     PERFORM CHECK-ONE-WAITING-PREREQ 3 TIMES.
008360
008370 CHECK-ONE-WAITING-PREREQ.
008380     ADD 1 TO ws-pre-sub.
008390     IF ws-tk-prereq(ws-tk-sub, ws-pre-sub) NOT = SPACES
008400         MOVE ws-tk-prereq(ws-tk-sub, ws-pre-sub) TO ws-find-id
008410         PERFORM FIND-TASK
008420         IF ws-found-sub NOT = ZERO
008430             IF ws-tk-state(ws-found-sub) NOT = "D"
008440                 STRING ws-find-id DELIMITED BY SPACE
008450                     " " DELIMITED BY SIZE
008460                     INTO ws-waiting-list
008470                     WITH POINTER ws-waiting-ptr
008480             END-IF
008490         END-IF
008500     END-IF.
008510
008520 SET-STATE-NAME.
008530*--------------------------------
008540* Where task ws-tk-sub stands today.  Late means open past its
008550* due date, whatever else; blocked, still waiting on a
008560* prerequisite.
008570*--------------------------------
008580     EVALUATE TRUE
008590         WHEN ws-tk-state(ws-tk-sub) = "D"
008600             AND ws-tk-done-date(ws-tk-sub)
008610                 > ws-tk-due-date(ws-tk-sub)
008620             MOVE "DONE LATE" TO ws-state-name
008630         WHEN ws-tk-state(ws-tk-sub) = "D"
008640             MOVE "DONE" TO ws-state-name
008650         WHEN ws-tk-due-date(ws-tk-sub) < ws-today
008660             MOVE "LATE" TO ws-state-name
008670         WHEN ws-tk-blocked(ws-tk-sub) = "Y"
008680             MOVE "BLOCKED" TO ws-state-name
008690         WHEN ws-tk-due-date(ws-tk-sub) = ws-today
008700             MOVE "DUE TODAY" TO ws-state-name
008710         WHEN OTHER
008720             MOVE "OPEN" TO ws-state-name
008730     END-EVALUATE.
008740
008750 FORMAT-DATE.
008760     MOVE SPACES TO ws-date-disp.
008770     STRING ws-check-date(5:2) "/" ws-check-date(7:2) "/"
008780         ws-check-date(1:4) DELIMITED BY SIZE INTO ws-date-disp.

008800 CHECK-UPDATE-GRANT.
008810*--------------------------------
008820* Signing off and reopening close tasks need the CLSGNUPD grant
008830* on the access table (OPERACC.DAT, kept in opermnt); without it
008840* the screen is listing only.  A shop with no table yet runs as
008850* before.
008860*--------------------------------
008870     MOVE "Y" TO ws-update-granted.
008880     OPEN INPUT ACCESS-FILE.
008890     IF ws-acc-status = "00"
008900         MOVE ws-operator-id TO ACC-OPER-ID
008910         MOVE "CLSGNUPD"     TO ACC-FUNCTION
008920         READ ACCESS-FILE
008930             INVALID KEY
008940                 MOVE "N" TO ws-update-granted
008950                 DISPLAY "No CLSGNUPD grant for "
008960                     ws-operator-id
008970                     " - listing only."
008980         END-READ
008990         CLOSE ACCESS-FILE
009000     END-IF.
