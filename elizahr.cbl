000146*                a last-touched stamp; the screen signs the
000147*                operator on, assigns, and stamps every action.
000148*                The elizaage report ages what is left.
000149* 2026-10  JDF  Urgent-phrase tickets (priority 0, flagged C for
000150*                confidential) are shown only to a supervisor-
000151*                authority operator who gives their password,
000152*                and ahead of everything else; they can only be
000153*                assigned to a supervisor.  Everyone else sees
000154*                just how many are waiting.
000155* 2026-10  JDF  Handling a ticket from a known employee asks for
000156*                a short resolution note; ELIZA shows it to them
000157*                once at their next session and marks it seen.
000158* 2026-10  JDF  Every operator gives their password when the
000160*                operator master is on file, not just
000161*                supervisors; handling and assigning need the
000163*                REFUPD grant on the access table once
000165*                OPERACC.DAT is on file.
000166*--------------------------------
000168 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 SELECT REFERRAL-FILE ASSIGN TO "ELIZAREFDAT"
000247 ACCESS MODE IS DYNAMIC
000248 RECORD KEY IS OPER-ID.
000249
000250 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000251 FILE STATUS IS ws-acc-status
000252 ORGANIZATION IS INDEXED
000253 ACCESS MODE IS DYNAMIC
000254 RECORD KEY IS ACC-KEY.
000255
000256 SELECT PROFILE-FILE ASSIGN TO "ELIZAPRFDAT"
000257 FILE STATUS IS ws-prf-status
000258 ORGANIZATION IS INDEXED
000259 ACCESS MODE IS DYNAMIC
000260 RECORD KEY IS PRF-EMPLOYEE-ID.
000250
000260 DATA DIVISION.
000270 FILE SECTION.
000344     05  REF-PRIORITY                PIC X(01).
000346     05  REF-TOUCHED                 PIC X(26).
000348     05  REF-EMPLOYEE-ID             PIC 9(06).
000350     05  REF-CONFIDENTIAL            PIC X(01).
000352     05  REF-RESOLUTION              PIC X(60).
000355     05  REF-NOTE-SEEN               PIC X(01).
000357
000360 FD REFERRAL-KEEP-FILE.
000370 01  REFERRAL-KEEP-LINE              PIC X(237).
000372
000374 FD OPERFILE.
000376     COPY OPERREC.
000385     05  PRF-BENEFITS-CNT            PIC 9(04).
000386     05  PRF-K401-CNT                PIC 9(04).
000380
000382 FD ACCESS-FILE.
000385     COPY ACCSREC.
000387
000390 WORKING-STORAGE SECTION.
000400 01  ws-ref-status                   pic x(02).
000402 01  ws-oper-status                  pic x(02).
000420 01  ws-choice                       pic x(01) value space.
000430 01  ws-handled-count                pic 9(05) value zero.
000440 01  ws-left-count                   pic 9(05) value zero.
000442 01  ws-signon-password              pic x(08) value spaces.
000443 01  ws-supervisor-ok                pic x(01) value "N".
000444 01  ws-sign-ok                      pic x(01) value space.
000445 01  ws-acc-status                   pic x(02).
000446 01  ws-update-granted               pic x(01) value "Y".
000447 01  ws-review-pass                  pic x(01) value space.
000448 01  ws-held-count                   pic 9(05) value zero.
000450
000460 01  ws-topic-counts.
000463     05  ws-urgent-open              pic 9(05) value zero.
000466     05  ws-urgent-done              pic 9(05) value zero.
000470     05  ws-payroll-open             pic 9(05) value zero.
000480     05  ws-payroll-done             pic 9(05) value zero.
000490     05  ws-benefits-open            pic 9(05) value zero.
000558     IF ws-operator-id = SPACES
000559         MOVE "SYSTEM  " TO ws-operator-id
000561     END-IF.
000562     PERFORM CHECK-SUPERVISOR-SIGNON.
000564     PERFORM CHECK-UPDATE-GRANT.
000567     OPEN INPUT REFERRAL-FILE.
000570     IF ws-ref-status NOT = "00"
000580         DISPLAY "No referral tickets on file."
000590         STOP RUN
000591     END-IF.
000592     CLOSE REFERRAL-FILE.
000593     IF ws-supervisor-ok = "Y"
000594         MOVE "C" TO ws-review-pass
000595         PERFORM REVIEW-ALL-TICKETS
000596     END-IF.
000597     MOVE "R" TO ws-review-pass.
000598     PERFORM REVIEW-ALL-TICKETS.
000599     PERFORM SHOW-TOPIC-COUNTS.
000600     STOP RUN.
000601
000602 CHECK-SUPERVISOR-SIGNON.
000603*--------------------------------
000604* With the operator master on file every operator proves their
000605* ID with their password; an ID that is unknown, locked, or
000606* given the wrong password can look but not act.  Confidential
000607* tickets further need supervisor authority - anyone else
000608* never sees them.  No operator master means no supervisors, so
000609* they stay hidden, and everyone else signs on by ID alone as
000610* before.
000611*--------------------------------
000612     MOVE "N" TO ws-supervisor-ok.
000613     OPEN INPUT OPERFILE.
000614     IF ws-oper-status = "00"
000615         MOVE "N" TO ws-sign-ok
000616         DISPLAY "Password: " WITH NO ADVANCING
000617         ACCEPT ws-signon-password
000618         MOVE ws-operator-id TO OPER-ID
000619         READ OPERFILE
000620             INVALID KEY CONTINUE
000621             NOT INVALID KEY
000622                 IF OPER-PASSWORD = ws-signon-password
000623                     AND NOT OPER-IS-LOCKED
000624                     MOVE "Y" TO ws-sign-ok
000625                     IF OPER-AUTH-SUPERVISOR
000626                         MOVE "Y" TO ws-supervisor-ok
000627                     END-IF
000628                 END-IF
000629         END-READ
000630         CLOSE OPERFILE
000631         IF ws-sign-ok = "N"
000632             DISPLAY "Operator not verified - tickets are "
000633                 "shown and left open."
000634         END-IF
000635     END-IF.
000636
000637 REVIEW-ALL-TICKETS.
000638*--------------------------------
000639* One pass over the ticket file through the keep file.  A
000640* supervisor gets a first pass (C) over the confidential
000641* tickets only, so urgent ones come ahead of the queue; the
000642* regular pass (R) shows the rest and does the counting.
000643*--------------------------------
000644     MOVE SPACE TO ws-eof.
000645     OPEN INPUT REFERRAL-FILE.
000646     OPEN OUTPUT REFERRAL-KEEP-FILE.
000647     READ REFERRAL-FILE
000648         AT END MOVE "y" TO ws-eof
000649     END-READ.
000650     PERFORM REVIEW-ONE-TICKET UNTIL ws-eof = "y".
000660     CLOSE REFERRAL-FILE.
000670     CLOSE REFERRAL-KEEP-FILE.
000680     PERFORM COPY-KEEP-BACK.
000710
000720 REVIEW-ONE-TICKET.
000730     IF REF-STATUS = "O"
000732         IF REF-CONFIDENTIAL = "C"
000735             IF ws-review-pass = "C"
000737                 PERFORM SHOW-ONE-TICKET
000740             ELSE
000741                 IF ws-supervisor-ok NOT = "Y"
000742                     ADD 1 TO ws-held-count
000743                 END-IF
000744             END-IF
000745         ELSE
000746             IF ws-review-pass = "R"
000747                 PERFORM SHOW-ONE-TICKET
000748             END-IF
000749         END-IF
000750     END-IF.
000760     IF ws-review-pass = "R"
000763         PERFORM TALLY-ONE-TICKET
000766     END-IF.
000770     MOVE REFERRAL-REC TO REFERRAL-KEEP-LINE.
000780     WRITE REFERRAL-KEEP-LINE.
000790     READ REFERRAL-FILE
000830 SHOW-ONE-TICKET.
000840     DISPLAY " ".
000850     DISPLAY "----------------------------------------".
000852     IF REF-CONFIDENTIAL = "C"
000855         DISPLAY "*** URGENT - CONFIDENTIAL ***"
000857     END-IF.
000860     DISPLAY REF-TIMESTAMP(1:8) " " REF-TIMESTAMP(9:6)
000870         "  TOPIC: " REF-TOPIC
000872         "  PRIORITY: " REF-PRIORITY.
000920     DISPLAY "H)andled, A)ssign, or Enter to leave open: "
000930         WITH NO ADVANCING.
000940     ACCEPT ws-choice.
000941     IF ws-update-granted NOT = "Y"
000943         AND (ws-choice = "H" OR "h" OR "A" OR "a")
000945         DISPLAY "Not granted REFUPD - ticket left open."
000946         MOVE SPACE TO ws-choice
000948     END-IF.
000950     IF ws-choice = "H" OR ws-choice = "h"
000960         MOVE "H" TO REF-STATUS
000962         MOVE FUNCTION CURRENT-DATE TO REF-TOUCHED
000964         IF REF-ASSIGNEE = SPACES
000966             MOVE ws-operator-id TO REF-ASSIGNEE
000968         END-IF
000970         IF REF-EMPLOYEE-ID > ZERO
000972             PERFORM TAKE-RESOLUTION-NOTE
000975         END-IF
000977         ADD 1 TO ws-handled-count
000980     ELSE
000982     IF ws-choice = "A" OR ws-choice = "a"
000984         PERFORM ASSIGN-ONE-TICKET
001000     END-IF
001005     END-IF.
001006
001007 TAKE-RESOLUTION-NOTE.
001008*--------------------------------
001009* The requester is a known employee, so a line from HR can wait
001010* for them - ELIZA shows it once at their next session.
001011*--------------------------------
001012     DISPLAY "Note for the employee (Enter for none): "
001013         WITH NO ADVANCING.
001014     MOVE SPACES TO REF-RESOLUTION.
001015     ACCEPT REF-RESOLUTION.
001016     IF REF-RESOLUTION = SPACES
001017         MOVE SPACE TO REF-NOTE-SEEN
001018     ELSE
001019         MOVE "N" TO REF-NOTE-SEEN
001020     END-IF.
001021
001022 SHOW-REQUESTER-PROFILE.
001023*--------------------------------
001024* The requester said who they were, so their prior topics from
001025* the ELIZA profile ride along - the reviewer sees "third
001026* payroll question this quarter" instead of a cold ticket.
001027*--------------------------------
001028     OPEN INPUT PROFILE-FILE.
001029     IF ws-prf-status = "00"
001030         MOVE REF-EMPLOYEE-ID TO PRF-EMPLOYEE-ID
001031         READ PROFILE-FILE
001032             INVALID KEY CONTINUE
001033             NOT INVALID KEY
001034                 DISPLAY "  REQUESTER ID " PRF-EMPLOYEE-ID
001035                     " PRIOR TOPICS - PAYROLL "
001036                     PRF-PAYROLL-CNT
001037                     " BENEFITS " PRF-BENEFITS-CNT
001038                     " 401K " PRF-K401-CNT
001039                     " (LAST " PRF-LAST-TOPIC
001040                     " " PRF-LAST-DATE ")"
001041         END-READ
001042         CLOSE PROFILE-FILE
001043     END-IF.
001044
001045 ASSIGN-ONE-TICKET.
001046*--------------------------------
001047* The assignee must be on the operator master when one exists -
001048* a ticket assigned to a typo sits forever.
001049*--------------------------------
001050     DISPLAY "Assign to HR operator ID: " WITH NO ADVANCING.
001051     ACCEPT ws-assign-id.
001052     MOVE "y" TO ws-assign-ok.
001053     OPEN INPUT OPERFILE.
001054     IF ws-oper-status = "00"
001055         MOVE ws-assign-id TO OPER-ID
001056         READ OPERFILE
001057             INVALID KEY
001058                 DISPLAY "Not on the operator master."
001059                 MOVE "n" TO ws-assign-ok
001060             NOT INVALID KEY
001061                 IF REF-CONFIDENTIAL = "C"
001062                     AND NOT OPER-AUTH-SUPERVISOR
001063                     DISPLAY "Confidential tickets go to "
001064                         "supervisors only."
001065                     MOVE "n" TO ws-assign-ok
001066                 END-IF
001067         END-READ
001068         CLOSE OPERFILE
001069     END-IF.
001070     IF ws-assign-ok = "y"
001071         MOVE ws-assign-id TO REF-ASSIGNEE
001072         MOVE FUNCTION CURRENT-DATE TO REF-TOUCHED
001073         DISPLAY "Assigned."
001074     END-IF.
001075
001076 TALLY-ONE-TICKET.
001077     IF REF-CONFIDENTIAL = "C"
001078         IF REF-STATUS = "O"
001079             ADD 1 TO ws-urgent-open
001080         ELSE
001081             ADD 1 TO ws-urgent-done
001082         END-IF
001083     ELSE
001084     EVALUATE REF-TOPIC ALSO REF-STATUS
001085         WHEN "PAYROLL" ALSO "O"
001086             ADD 1 TO ws-payroll-open
001087         WHEN "PAYROLL" ALSO "H"
001088             ADD 1 TO ws-payroll-done
001089         WHEN "BENEFITS" ALSO "O"
001090             ADD 1 TO ws-benefits-open
001100         WHEN "BENEFITS" ALSO "H"
001110             ADD 1 TO ws-benefits-done
001150             ADD 1 TO ws-401k-done
001160         WHEN OTHER
001170             CONTINUE
001180     END-EVALUATE
001185     END-IF.
001190
001200 COPY-KEEP-BACK.
001210     MOVE SPACE TO ws-eof.
001420     DISPLAY "  BENEFITS: " ws-benefits-open " / "
001430         ws-benefits-done.
001440     DISPLAY "  401K    : " ws-401k-open " / " ws-401k-done.
001441     IF ws-supervisor-ok = "Y"
001442         DISPLAY "  URGENT  : " ws-urgent-open " / "
001443             ws-urgent-done
001444     ELSE
001445         IF ws-held-count > ZERO
001446             DISPLAY "  " ws-held-count " urgent confidential "
001447                 "ticket(s) open - supervisors only."
001448         END-IF
001449     END-IF.
001450     DISPLAY "This session - " ws-handled-count " handled, "
001460         ws-left-count " left open.".
001470
001480 CHECK-UPDATE-GRANT.
001490*--------------------------------
001500* Handling and assigning tickets (and the resolution note that
001510* goes with handling) need the REFUPD grant on the access
001520* table (OPERACC.DAT, kept in opermnt); without it tickets are
001530* shown and left open.  A shop with no table yet runs as
001540* before.
001550*--------------------------------
001560     MOVE "Y" TO ws-update-granted.
001570     IF ws-sign-ok = "N"
001580         MOVE "N" TO ws-update-granted
001590     ELSE
001600         OPEN INPUT ACCESS-FILE
001610         IF ws-acc-status = "00"
001620             MOVE ws-operator-id TO ACC-OPER-ID
001630             MOVE "REFUPD  "     TO ACC-FUNCTION
001640             READ ACCESS-FILE
001650                 INVALID KEY
001660                     MOVE "N" TO ws-update-granted
001670                     DISPLAY "No REFUPD grant for "
001680                         ws-operator-id
001690                         " - tickets are left open."
001700             END-READ
001710             CLOSE ACCESS-FILE
001720         END-IF
001730     END-IF.
