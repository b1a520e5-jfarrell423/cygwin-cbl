000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLOSEMNT.
000030*--------------------------------
000040* Maintenance for the period-close task list (CLOSETASK.DAT,
000050* see CLTKREC): list, add, change, and delete the month-,
000060* quarter-, and year-end tasks - trustrec, perfstmt, perffee,
000070* loandelq, contlim, the GL entries, the spool distribution,
000080* and the manual checks between them - each with its owner,
000090* its prerequisites, and the business day after period end it
000100* is due.  Owners sign the tasks off in closesgn.cbl, and
000110* closerpt.cbl reports what is late or blocked.
000120*
000130* Every task is checked before it is kept: a known period and
000140* kind, an owner on the operator master (when there is one),
000150* a due day from 1 to 20, and prerequisites that are on the
000160* list, belong to a close the task is always part of (a month-
000170* end task cannot wait on a quarter-end one), and never loop
000180* back to the task itself.  A task another task waits on
000190* cannot be deleted.
000200*
000210* Supervisors only, verified against the operator master, and
000220* every add, change, and delete writes a chained AUDITREC to
000230* the reference-data audit trail (REFAUDIT.DAT).  The whole
000240* list (60 tasks at most) is edited in storage and written
000250* back on quit when anything changed.
000260*
000270* 2026-10  JDF  New program.
000273* 2026-10  JDF  Update actions need the CLOSEUPD grant on the
000276*                access table once OPERACC.DAT is on file.
000280*--------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320 SELECT TASK-FILE ASSIGN TO "CLOSETASKDAT"
000330 ORGANIZATION IS LINE SEQUENTIAL
000340 FILE STATUS IS ws-task-status.
000350
000360 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000370 ORGANIZATION IS LINE SEQUENTIAL
000380 FILE STATUS IS ws-audit-status.
000390
000400 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000410 FILE STATUS IS ws-oper-status
000420 ORGANIZATION IS INDEXED
000430 ACCESS MODE IS DYNAMIC
000440 RECORD KEY IS OPER-ID.
000450
000451 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000452 FILE STATUS IS ws-acc-status
000454 ORGANIZATION IS INDEXED
000455 ACCESS MODE IS DYNAMIC
000457 RECORD KEY IS ACC-KEY.
000458
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD TASK-FILE.
000490 01  TASK-LINE                       PIC X(90).
000500
000510 FD AUDITFILE.
000520 01  AUDIT-LINE                      PIC X(246).
000530
000540 FD OPERFILE.
000550     COPY OPERREC.
000560
000562 FD ACCESS-FILE.
000565     COPY ACCSREC.
000567
000570 WORKING-STORAGE SECTION.
000580     COPY AUDITREC.
000590     COPY CLTKREC.
000600
000610 01  ws-audit-status                 pic x(02).
000620 01  ws-last-audit-seq               pic 9(09) value zero.
000630 01  ws-last-audit-check             pic 9(09) value zero.
000640 01  ws-audit-work-sum               pic 9(18) value zero.
000650 01  ws-audit-sub                    pic 9(04) comp value zero.
000660 01  ws-operator-id                  pic x(08) value spaces.
000663 01  ws-acc-status                   pic x(02).
000666 01  ws-update-granted               pic x(01) value "Y".
000670 01  ws-signon-password              pic x(08) value spaces.
000680 01  ws-signon-ok                    pic x(01) value "N".
000690 01  ws-oper-status                  pic x(02).
000700 01  ws-task-status                  pic x(02).
000710 01  ws-done                         pic x(01) value space.
000720 01  ws-changed                      pic x(01) value "N".
000730 01  ws-choice                       pic x(01) value space.
000740 01  ws-today                        pic 9(08) value zero.
000750 01  ws-input                        pic x(60) value spaces.
000760 01  ws-pick-id                      pic x(06) value spaces.
000770
000780*--------------------------------
000790* The task list as it is edited.  The entry layout is CLTKREC
000800* field for field, so an entry moves to and from
000810* CLOSE-TASK-REC whole.
000820*--------------------------------
000830 01  ws-task-count                   pic 9(02) comp value zero.
000840 01  ws-task-table.
000850     05  ws-task-entry               occurs 60 times.
000860         10  ws-tk-period            pic x(01).
000870         10  ws-tk-id                pic x(06).
000880         10  ws-tk-description       pic x(30).
000890         10  ws-tk-kind              pic x(01).
000900         10  ws-tk-action            pic x(24).
000910         10  ws-tk-prereq            pic x(06)
000920             occurs 3 times.
000930         10  ws-tk-owner             pic x(08).
000940         10  ws-tk-due-day           pic 9(02).
000950 01  ws-tk-sub                       pic 9(02) comp value zero.
000960 01  ws-found-sub                    pic 9(02) comp value zero.
000970 01  ws-edit-sub                     pic 9(02) comp value zero.
000980 01  ws-check-count                  pic 9(02) comp value zero.
000990 01  ws-hold-entry                   pic x(90) value spaces.
001000 01  ws-find-id                      pic x(06) value spaces.
001010 01  ws-disp-sub                     pic 9(02) value zero.
001020
001030*--------------------------------
001040* Task check: each prerequisite resolved to its entry once, so
001050* the period-rank and loop checks run over subscripts.  A task
001060* is marked when the edited task waits on it, directly or
001070* through other tasks; the edited task marked means a loop.
001080*--------------------------------
001090 01  ws-task-error                   pic x(60) value spaces.
001100 01  ws-pre-sub                      pic 9(01) comp value zero.
001110 01  ws-pre-sub-2                    pic 9(01) comp value zero.
001120 01  ws-pre-ix-table.
001130     05  ws-pre-ix-entry             occurs 60 times.
001140         10  ws-pre-ix               pic 9(02) comp
001150             occurs 3 times.
001160 01  ws-mark-table.
001170     05  ws-mark                     pic x(01) occurs 60 times.
001180 01  ws-rank-task                    pic 9(01) value zero.
001190 01  ws-rank-pre                     pic 9(01) value zero.
001200 01  ws-rank-period                  pic x(01) value space.
001210 01  ws-rank-value                   pic 9(01) value zero.
001220 01  ws-pass-sub                     pic 9(02) comp value zero.
001230 01  ws-due-text                     pic x(02) value spaces.
001240 01  ws-prereq-overflow              pic x(01) value "N".
001250 01  ws-prereq-work.
001260     05  ws-pw-id                    pic x(06) occurs 4 times.
001270
001280 PROCEDURE DIVISION.
001290 PROGRAM-BEGIN.
001300     CALL "shopcfg"
001310         ON EXCEPTION
001320             DISPLAY "shopcfg not found - default "
001330                 "file locations in effect"
001340     END-CALL.
001350     ACCEPT ws-today FROM DATE YYYYMMDD.
001360     PERFORM SUPERVISOR-SIGN-ON.
001370     IF ws-signon-ok NOT = "Y"
001380         DISPLAY "The close task list is maintained by "
001390             "supervisors only."
001400         MOVE 8 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001425     PERFORM CHECK-UPDATE-GRANT.
001430     PERFORM LOAD-TASK-TABLE.
001440     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001450     IF ws-changed = "Y"
001460         PERFORM SAVE-TASK-TABLE
001470     END-IF.
001480     STOP RUN.
001490
001500 SUPERVISOR-SIGN-ON.
001510*--------------------------------
001520* Supervisor-authority operators only, verified against the
001530* operator master; no master, no maintenance - the same rule
001540* as the urgent-phrase list.
001550*--------------------------------
001560     MOVE "N" TO ws-signon-ok.
001570     OPEN INPUT OPERFILE.
001580     IF ws-oper-status NOT = "00"
001590         DISPLAY "No operator master on file."
001600     ELSE
001610         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
001620         ACCEPT ws-operator-id
001630         DISPLAY "Password: " WITH NO ADVANCING
001640         ACCEPT ws-signon-password
001650         MOVE ws-operator-id TO OPER-ID
001660         READ OPERFILE
001670             INVALID KEY
001680                 DISPLAY "Unknown operator."
001690             NOT INVALID KEY
001700                 IF OPER-IS-LOCKED
001710                     DISPLAY "That ID is locked out."
001720                 ELSE
001730                 IF OPER-PASSWORD = ws-signon-password
001740                     AND OPER-AUTH-SUPERVISOR
001750                     MOVE "Y" TO ws-signon-ok
001760                 ELSE
001770                     DISPLAY "Not a supervisor, or wrong "
001780                         "password."
001790                 END-IF
001800                 END-IF
001810         END-READ
001820         CLOSE OPERFILE
001830     END-IF.
001840
001850 LOAD-TASK-TABLE.
001860     MOVE ZERO TO ws-task-count.
001870     OPEN INPUT TASK-FILE.
001880     IF ws-task-status = "00"
001890         PERFORM LOAD-ONE-TASK
001900             UNTIL ws-task-status NOT = "00"
001910                 OR ws-task-count NOT < 60
001920         CLOSE TASK-FILE
001930     END-IF.
001940
001950 LOAD-ONE-TASK.
001960     READ TASK-FILE
001970         AT END MOVE "10" TO ws-task-status
001980     END-READ.
001990     IF ws-task-status = "00"
002000         ADD 1 TO ws-task-count
002010         MOVE TASK-LINE TO ws-task-entry(ws-task-count)
002020     END-IF.
002030
002040 SAVE-TASK-TABLE.
002050     OPEN OUTPUT TASK-FILE.
002060     MOVE ZERO TO ws-tk-sub.
002070     PERFORM SAVE-ONE-TASK
002080         UNTIL ws-tk-sub NOT < ws-task-count.
002090     CLOSE TASK-FILE.
002100     DISPLAY ws-task-count " close tasks on file.".
002110
002120 SAVE-ONE-TASK.
002130     ADD 1 TO ws-tk-sub.
002140     MOVE ws-task-entry(ws-tk-sub) TO TASK-LINE.
002150     WRITE TASK-LINE.
002160
002170 MENU-LOOP.
002180     DISPLAY " ".
002190     DISPLAY "Close tasks - L)ist  A)dd  C)hange  D)elete  "
002200         "Q)uit: " WITH NO ADVANCING.
002210     ACCEPT ws-choice.
002211     IF ws-update-granted NOT = "Y"
002212         AND (ws-choice = "A" OR "a" OR "C" OR "c"
002214             OR "D" OR "d")
002215         DISPLAY "Not granted CLOSEUPD - updates refused."
002217         MOVE SPACE TO ws-choice
002218     END-IF.
002220     EVALUATE ws-choice
002230         WHEN "L"
002240         WHEN "l"
002250             PERFORM LIST-TASKS
002260         WHEN "A"
002270         WHEN "a"
002280             PERFORM ADD-TASK
002290         WHEN "C"
002300         WHEN "c"
002310             PERFORM CHANGE-TASK
002320         WHEN "D"
002330         WHEN "d"
002340             PERFORM DELETE-TASK
002350         WHEN "Q"
002360         WHEN "q"
002370             MOVE "Y" TO ws-done
002380         WHEN OTHER
002390             CONTINUE
002400     END-EVALUATE.
002410
002420 LIST-TASKS.
002430     IF ws-task-count = ZERO
002440         DISPLAY "  (no close tasks on file)"
002450     END-IF.
002460     MOVE ZERO TO ws-tk-sub.
002470     PERFORM LIST-ONE-TASK
002480         UNTIL ws-tk-sub NOT < ws-task-count.
002490
002500 LIST-ONE-TASK.
002510     ADD 1 TO ws-tk-sub.
002520     MOVE ws-tk-sub TO ws-disp-sub.
002530     DISPLAY "  " ws-disp-sub ". " ws-tk-id(ws-tk-sub) " "
002540         ws-tk-period(ws-tk-sub) " BD"
002550         ws-tk-due-day(ws-tk-sub) " "
002560         ws-tk-owner(ws-tk-sub) " "
002570         ws-tk-description(ws-tk-sub).
002580     DISPLAY "        " ws-tk-kind(ws-tk-sub) " "
002590         ws-tk-action(ws-tk-sub) " after: "
002600         ws-tk-prereq(ws-tk-sub, 1) " "
002610         ws-tk-prereq(ws-tk-sub, 2) " "
002620         ws-tk-prereq(ws-tk-sub, 3).
002630
002640 ADD-TASK.
002650     IF ws-task-count NOT < 60
002660         DISPLAY "List is full (60 tasks)."
002670     ELSE
002680         DISPLAY "Task ID: " WITH NO ADVANCING
002690         ACCEPT ws-pick-id
002700         INSPECT ws-pick-id
002710             CONVERTING "abcdefghijklmnopqrstuvwxyz"
002720                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002730         MOVE ws-pick-id TO ws-find-id
002740         PERFORM FIND-TASK
002750         IF ws-pick-id = SPACES
002760             DISPLAY "No task ID keyed - nothing added."
002770         ELSE
002780         IF ws-found-sub NOT = ZERO
002790             DISPLAY "That task ID is already on the list."
002800         ELSE
002810             MOVE SPACES TO CLOSE-TASK-REC
002820             MOVE ZERO TO CT-DUE-DAY
002830             MOVE ws-pick-id TO CT-TASK-ID
002840             PERFORM GET-TASK-FIELDS
002850             COMPUTE ws-edit-sub = ws-task-count + 1
002860             MOVE CLOSE-TASK-REC TO ws-task-entry(ws-edit-sub)
002870             MOVE ws-edit-sub TO ws-check-count
002880             PERFORM CHECK-TASK
002890             IF ws-task-error NOT = SPACES
002900                 DISPLAY ws-task-error
002910                 DISPLAY "Nothing added."
002920             ELSE
002930                 ADD 1 TO ws-task-count
002940                 MOVE SPACES TO AUDIT-BEFORE
002950                 MOVE CLOSE-TASK-REC TO AUDIT-AFTER
002960                 MOVE "ADD" TO AUDIT-ACTION
002970                 PERFORM WRITE-AUDIT-RECORD
002980                 DISPLAY "Added."
002990             END-IF
003000         END-IF
003010         END-IF
003020     END-IF.
003030
003040 CHANGE-TASK.
003050*--------------------------------
003060* The task ID stays as it is - other tasks name it as their
003070* prerequisite, and the sign-offs already on file carry it.
003080*--------------------------------
003090     DISPLAY "Task ID to change: " WITH NO ADVANCING.
003100     ACCEPT ws-pick-id.
003110     INSPECT ws-pick-id
003120         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003130                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003140     MOVE ws-pick-id TO ws-find-id.
003150     PERFORM FIND-TASK.
003160     IF ws-found-sub = ZERO
003170         DISPLAY "No such task."
003180     ELSE
003190         MOVE ws-found-sub TO ws-edit-sub
003200         MOVE ws-task-entry(ws-edit-sub) TO ws-hold-entry
003210         MOVE ws-hold-entry TO CLOSE-TASK-REC
003220         PERFORM GET-TASK-FIELDS
003230         MOVE CLOSE-TASK-REC TO ws-task-entry(ws-edit-sub)
003240         MOVE ws-task-count TO ws-check-count
003250         PERFORM CHECK-TASK
003260         IF ws-task-error NOT = SPACES
003270             MOVE ws-hold-entry TO ws-task-entry(ws-edit-sub)
003280             DISPLAY ws-task-error
003290             DISPLAY "Task left as it was."
003300         ELSE
003310         IF CLOSE-TASK-REC = ws-hold-entry
003320             DISPLAY "No change."
003330         ELSE
003340             MOVE ws-hold-entry TO AUDIT-BEFORE
003350             MOVE CLOSE-TASK-REC TO AUDIT-AFTER
003360             MOVE "CHANGE" TO AUDIT-ACTION
003370             PERFORM WRITE-AUDIT-RECORD
003380             DISPLAY "Changed."
003390         END-IF
003400         END-IF
003410     END-IF.
003420
003430 DELETE-TASK.
003440*--------------------------------
003450* The last entry slides into the deleted slot - list order
003460* carries no meaning; closerpt prints by due day.
003470*--------------------------------
003480     DISPLAY "Task ID to delete: " WITH NO ADVANCING.
003490     ACCEPT ws-pick-id.
003500     INSPECT ws-pick-id
003510         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003520                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003530     MOVE ws-pick-id TO ws-find-id.
003540     PERFORM FIND-TASK.
003550     IF ws-found-sub = ZERO
003560         DISPLAY "No such task."
003570     ELSE
003580         MOVE ws-found-sub TO ws-edit-sub
003590         MOVE SPACES TO ws-task-error
003600         MOVE ZERO TO ws-tk-sub
003610         PERFORM CHECK-ONE-DEPENDENT ws-task-count TIMES
003620         IF ws-task-error NOT = SPACES
003630             DISPLAY ws-task-error
003640             DISPLAY "Nothing deleted."
003650         ELSE
003660             MOVE ws-task-entry(ws-edit-sub) TO AUDIT-BEFORE
003670             MOVE SPACES TO AUDIT-AFTER
003680             MOVE "DELETE" TO AUDIT-ACTION
003690             PERFORM WRITE-AUDIT-RECORD
003700             MOVE ws-task-entry(ws-task-count)
003710                 TO ws-task-entry(ws-edit-sub)
003720             SUBTRACT 1 FROM ws-task-count
003730             DISPLAY "Deleted."
003740         END-IF
003750     END-IF.
003760
003770 CHECK-ONE-DEPENDENT.
003780     ADD 1 TO ws-tk-sub.
003790     IF ws-task-error = SPACES
003800         AND (ws-tk-prereq(ws-tk-sub, 1) = ws-pick-id
003810           OR ws-tk-prereq(ws-tk-sub, 2) = ws-pick-id
003820           OR ws-tk-prereq(ws-tk-sub, 3) = ws-pick-id)
003830         STRING ws-tk-id(ws-tk-sub) DELIMITED BY SPACE
003840             " waits on this task - change it first"
003850             DELIMITED BY SIZE INTO ws-task-error
003860     END-IF.
003870
003880 FIND-TASK.
003890     MOVE ZERO TO ws-found-sub.
003900     MOVE ZERO TO ws-tk-sub.
003910     PERFORM CHECK-ONE-TASK-ID ws-task-count TIMES.
003920
003930 CHECK-ONE-TASK-ID.
003940     ADD 1 TO ws-tk-sub.
003950     IF ws-tk-id(ws-tk-sub) = ws-find-id
003960         AND ws-found-sub = ZERO
003970         MOVE ws-tk-sub TO ws-found-sub
003980     END-IF.
003990
004000 GET-TASK-FIELDS.
004010*--------------------------------
004020* Keys the task into CLOSE-TASK-REC; a blank answer keeps what
004030* is shown in brackets.
004040*--------------------------------
004050     DISPLAY "Close (M month, Q quarter, Y year) ["
004060         CT-PERIOD-TYPE "]: " WITH NO ADVANCING.
004070     ACCEPT ws-input.
004080     IF ws-input NOT = SPACES
004090         MOVE ws-input(1:1) TO CT-PERIOD-TYPE
004100         INSPECT CT-PERIOD-TYPE
004110             CONVERTING "mqy" TO "MQY"
004120     END-IF.
004130     DISPLAY "Description [" CT-DESCRIPTION "]: "
004140         WITH NO ADVANCING.
004150     ACCEPT ws-input.
004160     IF ws-input NOT = SPACES
004170         MOVE ws-input TO CT-DESCRIPTION
004180     END-IF.
004190     DISPLAY "Kind (P program run, M manual action) ["
004200         CT-KIND "]: " WITH NO ADVANCING.
004210     ACCEPT ws-input.
004220     IF ws-input NOT = SPACES
004230         MOVE ws-input(1:1) TO CT-KIND
004240         INSPECT CT-KIND CONVERTING "pm" TO "PM"
004250     END-IF.
004260     DISPLAY "Program to run, or the manual action ["
004270         CT-ACTION "]: " WITH NO ADVANCING.
004280     ACCEPT ws-input.
004290     IF ws-input NOT = SPACES
004300         MOVE ws-input TO CT-ACTION
004310     END-IF.
004320     DISPLAY "Prerequisite task IDs, up to 3 (- for none) ["
004330         CT-PREREQ(1) " " CT-PREREQ(2) " " CT-PREREQ(3) "]: "
004340         WITH NO ADVANCING.
004350     ACCEPT ws-input.
004360     MOVE "N" TO ws-prereq-overflow.
004370     IF ws-input = "-"
004380         MOVE SPACES TO CT-PREREQ-TABLE
004390     ELSE
004400     IF ws-input NOT = SPACES
004410         PERFORM SPLIT-PREREQ-LIST
004420     END-IF
004430     END-IF.
004440     DISPLAY "Owner operator ID [" CT-OWNER "]: "
004450         WITH NO ADVANCING.
004460     ACCEPT ws-input.
004470     IF ws-input NOT = SPACES
004480         MOVE ws-input TO CT-OWNER
004490         INSPECT CT-OWNER
004500             CONVERTING "abcdefghijklmnopqrstuvwxyz"
004510                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004520     END-IF.
004530     DISPLAY "Due business day after period end, 1-20 ["
004540         CT-DUE-DAY "]: " WITH NO ADVANCING.
004550     ACCEPT ws-input.
004560     IF ws-input NOT = SPACES
004570         PERFORM TAKE-DUE-DAY
004580     END-IF.
004590
004600 SPLIT-PREREQ-LIST.
004610*--------------------------------
004620* Commas or spaces between the IDs; a fourth ID is caught by
004630* the check rather than dropped without a word.
004640*--------------------------------
004650     INSPECT ws-input
004660         CONVERTING "abcdefghijklmnopqrstuvwxyz,"
004670                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
004680     MOVE SPACES TO ws-prereq-work.
004690     UNSTRING ws-input DELIMITED BY ALL SPACE
004700         INTO ws-pw-id(1) ws-pw-id(2) ws-pw-id(3) ws-pw-id(4).
004710     MOVE ws-pw-id(1) TO CT-PREREQ(1).
004720     MOVE ws-pw-id(2) TO CT-PREREQ(2).
004730     MOVE ws-pw-id(3) TO CT-PREREQ(3).
004740     IF ws-pw-id(4) NOT = SPACES
004750         MOVE "Y" TO ws-prereq-overflow
004760     END-IF.
004770
004780 TAKE-DUE-DAY.
004790     MOVE ws-input(1:2) TO ws-due-text.
004800     IF ws-due-text(2:1) = SPACE
004810         MOVE ws-due-text(1:1) TO ws-due-text(2:1)
004820         MOVE "0" TO ws-due-text(1:1)
004830     END-IF.
004840     IF ws-due-text IS NUMERIC
004850         MOVE ws-due-text TO CT-DUE-DAY
004860     ELSE
004870         MOVE ZERO TO CT-DUE-DAY
004880     END-IF.
004890
004900 CHECK-TASK.
004910*--------------------------------
004920* Checks the task at ws-edit-sub, already placed in the table
004930* (ws-check-count entries counting it), against the rest of
004940* the list.  ws-task-error is left blank when it is sound.
004950*--------------------------------
004960     MOVE SPACES TO ws-task-error.
004970     EVALUATE TRUE
004980         WHEN CT-TASK-ID = SPACES
004990             MOVE "A task ID is required" TO ws-task-error
005000         WHEN NOT CT-MONTHLY AND NOT CT-QUARTERLY
005010             AND NOT CT-YEARLY
005020             MOVE "Close must be M, Q, or Y" TO ws-task-error
005030         WHEN CT-DESCRIPTION = SPACES
005040             MOVE "A description is required" TO ws-task-error
005050         WHEN NOT CT-PROGRAM-RUN AND NOT CT-MANUAL-ACTION
005060             MOVE "Kind must be P or M" TO ws-task-error
005070         WHEN CT-ACTION = SPACES
005080             MOVE "Name the program or the manual action"
005090                 TO ws-task-error
005100         WHEN ws-prereq-overflow = "Y"
005110             MOVE "Three prerequisites at most"
005120                 TO ws-task-error
005130         WHEN CT-DUE-DAY < 1 OR CT-DUE-DAY > 20
005140             MOVE "Due business day must be 1 to 20"
005150                 TO ws-task-error
005160         WHEN CT-OWNER = SPACES
005170             MOVE "An owner is required" TO ws-task-error
005180         WHEN OTHER
005190             PERFORM CHECK-OWNER
005200     END-EVALUATE.
005210     IF ws-task-error = SPACES
005220         PERFORM RESOLVE-PREREQS
005230     END-IF.
005240     IF ws-task-error = SPACES
005250         MOVE ZERO TO ws-tk-sub
005260         PERFORM CHECK-ONE-TASK-RANKS ws-check-count TIMES
005270     END-IF.
005280     IF ws-task-error = SPACES
005290         PERFORM CHECK-PREREQ-LOOP
005300     END-IF.
005310
005320 CHECK-OWNER.
005330*--------------------------------
005340* The owner signs the task off, so the owner must be able to
005350* sign on.  A shop without an operator master cannot sign off
005360* at all, and the owner is taken as keyed.
005370*--------------------------------
005380     OPEN INPUT OPERFILE.
005390     IF ws-oper-status = "00"
005400         MOVE CT-OWNER TO OPER-ID
005410         READ OPERFILE
005420             INVALID KEY
005430                 STRING "Owner " DELIMITED BY SIZE
005440                     CT-OWNER DELIMITED BY SPACE
005450                     " is not on the operator master"
005460                     DELIMITED BY SIZE INTO ws-task-error
005470         END-READ
005480         CLOSE OPERFILE
005490     END-IF.
005500
005510 RESOLVE-PREREQS.
005520*--------------------------------
005530* Every prerequisite of every task resolved to its entry.
005540* Only the edited task can name one that is not on the list,
005550* since a task that is waited on cannot be deleted.
005560*--------------------------------
005570     MOVE ZERO TO ws-tk-sub.
005580     PERFORM RESOLVE-TASK-PREREQS ws-check-count TIMES.
005590
005600 RESOLVE-TASK-PREREQS.
005610     ADD 1 TO ws-tk-sub.
005620     MOVE ZERO TO ws-pre-sub.
005630     PERFORM RESOLVE-ONE-PREREQ 3 TIMES.
005640
005650 RESOLVE-ONE-PREREQ.
005660     ADD 1 TO ws-pre-sub.
005670     MOVE ZERO TO ws-pre-ix(ws-tk-sub, ws-pre-sub).
005680     IF ws-tk-prereq(ws-tk-sub, ws-pre-sub) NOT = SPACES
005690         AND ws-task-error = SPACES
005700         MOVE ws-tk-prereq(ws-tk-sub, ws-pre-sub) TO ws-find-id
005710         PERFORM FIND-CHECKED-TASK
005720         EVALUATE TRUE
005730             WHEN ws-found-sub = ZERO
005740                 STRING "Prerequisite " DELIMITED BY SIZE
005750                     ws-find-id DELIMITED BY SPACE
005760                     " is not on the task list"
005770                     DELIMITED BY SIZE INTO ws-task-error
005780             WHEN ws-found-sub = ws-tk-sub
005790                 MOVE "A task cannot wait on itself"
005800                     TO ws-task-error
005810             WHEN OTHER
005820                 MOVE ws-found-sub
005830                     TO ws-pre-ix(ws-tk-sub, ws-pre-sub)
005840                 MOVE ZERO TO ws-pre-sub-2
005850                 PERFORM CHECK-REPEATED-PREREQ
005860                     UNTIL ws-pre-sub-2 NOT < ws-pre-sub - 1
005870         END-EVALUATE
005880     END-IF.
005890
005900 CHECK-REPEATED-PREREQ.
005910     ADD 1 TO ws-pre-sub-2.
005920     IF ws-tk-prereq(ws-tk-sub, ws-pre-sub-2)
005930         = ws-tk-prereq(ws-tk-sub, ws-pre-sub)
005940         AND ws-task-error = SPACES
005950         STRING ws-find-id DELIMITED BY SPACE
005960             " is named twice" DELIMITED BY SIZE
005970             INTO ws-task-error
005980     END-IF.
005990
006000 FIND-CHECKED-TASK.
006010*--------------------------------
006020* FIND-TASK over the entries being checked, which counts a
006030* task being added.
006040*--------------------------------
006050     MOVE ZERO TO ws-found-sub.
006060     MOVE ZERO TO ws-pass-sub.
006070     PERFORM CHECK-ONE-CHECKED-ID ws-check-count TIMES.
006080
006090 CHECK-ONE-CHECKED-ID.
006100     ADD 1 TO ws-pass-sub.
006110     IF ws-tk-id(ws-pass-sub) = ws-find-id
006120         AND ws-found-sub = ZERO
006130         MOVE ws-pass-sub TO ws-found-sub
006140     END-IF.
006150
006160 CHECK-ONE-TASK-RANKS.
006170*--------------------------------
006180* A prerequisite must be in every close its task is in: month
006190* tasks wait only on month tasks, quarter tasks on month or
006200* quarter tasks.  Checked over the whole list, since changing
006210* a task's close can strand the tasks that wait on it.
006220*--------------------------------
006230     ADD 1 TO ws-tk-sub.
006240     MOVE ws-tk-period(ws-tk-sub) TO ws-rank-period.
006250     PERFORM RANK-PERIOD.
006260     MOVE ws-rank-value TO ws-rank-task.
006270     MOVE ZERO TO ws-pre-sub.
006280     PERFORM CHECK-ONE-PREREQ-RANK 3 TIMES.
006290
006300 CHECK-ONE-PREREQ-RANK.
006310     ADD 1 TO ws-pre-sub.
006320     IF ws-pre-ix(ws-tk-sub, ws-pre-sub) NOT = ZERO
006330         AND ws-task-error = SPACES
006340         MOVE ws-tk-period(ws-pre-ix(ws-tk-sub, ws-pre-sub))
006350             TO ws-rank-period
006360         PERFORM RANK-PERIOD
006370         MOVE ws-rank-value TO ws-rank-pre
006380         IF ws-rank-pre > ws-rank-task
006390             STRING ws-tk-id(ws-tk-sub) DELIMITED BY SPACE
006400                 " (" DELIMITED BY SIZE
006410                 ws-tk-period(ws-tk-sub) DELIMITED BY SIZE
006420                 ") cannot wait on " DELIMITED BY SIZE
006430                 ws-tk-prereq(ws-tk-sub, ws-pre-sub)
006440                     DELIMITED BY SPACE
006450                 " (" DELIMITED BY SIZE
006460                 ws-rank-period DELIMITED BY SIZE
006470                 ")" DELIMITED BY SIZE
006480                 INTO ws-task-error
006490         END-IF
006500     END-IF.
006510
006520 RANK-PERIOD.
006530     EVALUATE ws-rank-period
006540         WHEN "M"
006550             MOVE 1 TO ws-rank-value
006560         WHEN "Q"
006570             MOVE 2 TO ws-rank-value
006580         WHEN OTHER
006590             MOVE 3 TO ws-rank-value
006600     END-EVALUATE.
006610
006620 CHECK-PREREQ-LOOP.
006630*--------------------------------
006640* Marks whatever the edited task waits on, then spreads the
006650* marks along prerequisites once per task on the list - enough
006660* to reach the end of the longest chain there can be.
006670*--------------------------------
006680     MOVE ALL "N" TO ws-mark-table.
006690     MOVE ZERO TO ws-pre-sub.
006700     PERFORM MARK-ONE-EDITED-PREREQ 3 TIMES.
006710     PERFORM SPREAD-MARKS ws-check-count TIMES.
006720     IF ws-mark(ws-edit-sub) = "Y"
006730         STRING "That makes " DELIMITED BY SIZE
006740             CT-TASK-ID DELIMITED BY SPACE
006750             " wait on itself through its prerequisites"
006760             DELIMITED BY SIZE INTO ws-task-error
006770     END-IF.
006780
006790 MARK-ONE-EDITED-PREREQ.
006800     ADD 1 TO ws-pre-sub.
006810     IF ws-pre-ix(ws-edit-sub, ws-pre-sub) NOT = ZERO
006820         MOVE "Y" TO ws-mark(ws-pre-ix(ws-edit-sub, ws-pre-sub))
006830     END-IF.
006840
006850 SPREAD-MARKS.
006860     MOVE ZERO TO ws-tk-sub.
006870     PERFORM SPREAD-FROM-ONE-TASK ws-check-count TIMES.
006880
006890 SPREAD-FROM-ONE-TASK.
006900     ADD 1 TO ws-tk-sub.
006910     IF ws-mark(ws-tk-sub) = "Y"
006920         MOVE ZERO TO ws-pre-sub
006930         PERFORM MARK-ONE-PREREQ 3 TIMES
006940     END-IF.
006950
006960 MARK-ONE-PREREQ.
006970     ADD 1 TO ws-pre-sub.
006980     IF ws-pre-ix(ws-tk-sub, ws-pre-sub) NOT = ZERO
006990         MOVE "Y" TO ws-mark(ws-pre-ix(ws-tk-sub, ws-pre-sub))
007000     END-IF.
007010
007020 WRITE-AUDIT-RECORD.
007030*--------------------------------
007040* Appends the change to the reference-data audit trail
007050* (REFAUDIT.DAT) with the same before/after and chaining
007060* convention calmnt.cbl uses, so audtchk verifies it and refaud
007070* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
007080* and AUDIT-AFTER first.  Every audited change marks the list
007090* for the write-back at quit.
007100*--------------------------------
007110     MOVE "Y" TO ws-changed.
007120     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
007130     MOVE ws-operator-id         TO AUDIT-OPERATOR.
007140     MOVE "CLOSEMNT"             TO AUDIT-PROGRAM-NAME.
007150     PERFORM SET-AUDIT-SEQUENCE.
007160     MOVE AUDIT-RECORD           TO AUDIT-LINE.
007170     OPEN EXTEND AUDITFILE.
007180     IF ws-audit-status = "35"
007190         OPEN OUTPUT AUDITFILE
007200     END-IF.
007210     WRITE AUDIT-LINE.
007220     CLOSE AUDITFILE.
007230
007240 SET-AUDIT-SEQUENCE.
007250*--------------------------------
007260* Tamper-evident chaining, the same sequence-and-check scheme
007270* write-audit-record in phonescr.cbl folds over each record.
007280*--------------------------------
007290     PERFORM GET-LAST-AUDIT-POSITION.
007300     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
007310     PERFORM COMPUTE-AUDIT-CHECK.
007320
007330 GET-LAST-AUDIT-POSITION.
007340     MOVE ZERO TO ws-last-audit-seq.
007350     MOVE ZERO TO ws-last-audit-check.
007360     OPEN INPUT AUDITFILE.
007370     IF ws-audit-status = "00"
007380         PERFORM READ-LAST-AUDIT-LINE
007390             UNTIL ws-audit-status NOT = "00"
007400         CLOSE AUDITFILE
007410     END-IF.
007420
007430 READ-LAST-AUDIT-LINE.
007440     READ AUDITFILE
007450         AT END CONTINUE
007460     END-READ.
007470     IF ws-audit-status = "00"
007480         AND AUDIT-LINE(229:9) IS NUMERIC
007490         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
007500         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
007510     END-IF.
007520
007530 COMPUTE-AUDIT-CHECK.
007540     MOVE ZERO TO ws-audit-work-sum.
007550     MOVE ZERO TO ws-audit-sub.
007560     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
007570     COMPUTE AUDIT-CHECK-VALUE =
007580         FUNCTION MOD((ws-last-audit-check * 17)
007590             + ws-audit-work-sum, 999999999).
007600
007610 ADD-ONE-AUDIT-BYTE.
007620     ADD 1 TO ws-audit-sub.
007630     COMPUTE ws-audit-work-sum = ws-audit-work-sum
007640         + (ws-audit-sub
007650            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).

007670 CHECK-UPDATE-GRANT.
007680*--------------------------------
007690* Adding, changing, and deleting close tasks need the CLOSEUPD
007700* grant on the access table (OPERACC.DAT, kept in opermnt);
007710* without it the screen is listing only.  A shop with no table
007720* yet runs as before.
007730*--------------------------------
007740     MOVE "Y" TO ws-update-granted.
007750     OPEN INPUT ACCESS-FILE.
007760     IF ws-acc-status = "00"
007770         MOVE ws-operator-id TO ACC-OPER-ID
007780         MOVE "CLOSEUPD"     TO ACC-FUNCTION
007790         READ ACCESS-FILE
007800             INVALID KEY
007810                 MOVE "N" TO ws-update-granted
007820                 DISPLAY "No CLOSEUPD grant for "
007830                     ws-operator-id
007840                     " - listing only."
007850         END-READ
007860         CLOSE ACCESS-FILE
007870     END-IF.
