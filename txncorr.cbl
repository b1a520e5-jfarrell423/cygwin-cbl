000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TXNCORR.
000030*--------------------------------
000040* Transaction corrections for PERFTXN.DAT (TXNADJ.DAT).  A
000050* contribution posted to the wrong account or for the wrong
000060* amount used to be fixed by editing PERFTXN.DAT in a text
000070* editor: no trail, and srcbal, contlim, tax1099 and loanpost
000080* quietly gave different answers the next night.  Here the
000090* operator picks the bad line from the account's transactions
000100* (by its line number on the file), gives the reason code and
000110* the corrected account, amount, source or fund, and the
000120* correction queues (status P) for a supervisor:
000130*
000140*   WA wrong account      AM wrong amount     WS wrong source
000150*   DU duplicate posting - reversed with no replacement
000160*   OT other
000170*
000180* On approval the original line is never touched.  A reversal
000190* that mirrors it (TXN-REVERSAL) and the corrected replacement
000200* (TXN-REPLACEMENT) are appended, dated the approval date and
000210* carrying the correction number, with the approver in
000220* TXN-APPROVER; every reader nets the reversal against the
000230* original.  The approval re-reads the original line and is
000240* refused when it no longer matches the copy taken at entry.
000250* Nobody approves a correction they entered.  Entry, approval
000258* and denial are each chained on PERFAUDIT.DAT.  Transfer lines
000267* (O and I) are not corrected here: a wrong transfer is undone
000275* by posting a new matched transfer pair the other way.  They
000284* are refused, as are reversal lines and a line with a
000292* correction already open or approved.  Entry and review wait
000301* for the batch window to close.  adjrpt.cbl prints the month's
000310* corrections by reason.
000320*
000330* 2026-10  JDF  New program.
000331* 2026-10  JDF  A transfer line is refused with the way to undo
000332*                it, a new matched transfer pair.
000334* 2026-10  JDF  Update actions need the TXNCUPD grant on the
000335*                access table once OPERACC.DAT is on file; the
000337*                operator ID is verified against the operator
000338*                master with its password first.
000340*--------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380 SELECT ADJFILE ASSIGN TO "TXNADJDAT"
000390 FILE STATUS IS ws-adj-status
000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS ADJ-NO.
000430
000440 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000450 FILE STATUS IS ws-part-status
000460 ORGANIZATION IS INDEXED
000470 ACCESS MODE IS DYNAMIC
000480 RECORD KEY IS PART-ACCOUNT.
000490
000500 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000510 FILE STATUS IS ws-oper-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS OPER-ID.
000550
000560 SELECT TXN-FILE ASSIGN TO "PERFTXNDAT"
000570 ORGANIZATION IS LINE SEQUENTIAL
000580 FILE STATUS IS ws-txn-status.
000590
000600 SELECT AUDITFILE ASSIGN TO "PERFAUDITDAT"
000610 ORGANIZATION IS LINE SEQUENTIAL
000620 FILE STATUS IS ws-audit-status.
000630
000640 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000650 ORGANIZATION IS LINE SEQUENTIAL
000660 FILE STATUS IS ws-flag-status.
000670
000671 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000672 FILE STATUS IS ws-acc-status
000674 ORGANIZATION IS INDEXED
000675 ACCESS MODE IS DYNAMIC
000677 RECORD KEY IS ACC-KEY.
000678
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD ADJFILE.
000710     COPY ADJREC.
000720
000730 FD PARTFILE.
000740     COPY PARTREC.
000750
000760 FD OPERFILE.
000770     COPY OPERREC.
000780
000790 FD TXN-FILE.
000800     COPY TXNREC.
000810
000820 FD AUDITFILE.
000830 01  AUDIT-LINE                      PIC X(246).
000840
000850 FD WINDOW-FLAG-FILE.
000860 01  WINDOW-FLAG-REC.
000870     05  FLG-STATE                   PIC X(04).
000880     05  FILLER                      PIC X(01).
000890     05  FLG-STEP                    PIC X(30).
000900
000902 FD ACCESS-FILE.
000905     COPY ACCSREC.
000907
000910 WORKING-STORAGE SECTION.
000920     COPY AUDITREC.
000930
000940 01  ws-adj-status                   pic x(02).
000950 01  ws-part-status                  pic x(02).
000960 01  ws-oper-status                  pic x(02).
000970 01  ws-txn-status                   pic x(02).
000980 01  ws-audit-status                 pic x(02).
000990 01  ws-flag-status                  pic x(02).
001000 01  ws-last-audit-seq               pic 9(09) value zero.
001010 01  ws-last-audit-check             pic 9(09) value zero.
001020 01  ws-audit-work-sum               pic 9(18) value zero.
001030 01  ws-audit-sub                    pic 9(04) comp value zero.
001040 01  ws-window-locked                pic x(01) value "N".
001050 01  ws-window-step                  pic x(30) value spaces.
001060 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
001062 01  ws-acc-status                   pic x(02).
001064 01  ws-update-granted               pic x(01) value "Y".
001066 01  ws-sign-password                pic x(08) value spaces.
001068 01  ws-sign-ok                      pic x(01) value space.
001070 01  ws-approver-id                  pic x(08) value spaces.
001080 01  ws-approver-password            pic x(08) value spaces.
001090 01  ws-approver-ok                  pic x(01) value "N".
001100 01  ws-done                         pic x(01) value space.
001110 01  ws-choice                       pic x(01) value space.
001120 01  ws-answer                       pic x(01) value space.
001130 01  ws-eof                          pic x(01) value space.
001140 01  ws-txn-eof                      pic x(01) value space.
001150 01  ws-found                        pic x(01) value space.
001160 01  ws-line-ok                      pic x(01) value space.
001170 01  ws-stop-review                  pic x(01) value space.
001180 01  ws-account                      pic x(10) value spaces.
001190 01  ws-run-date                     pic 9(08) value zero.
001200 01  ws-next-adj                     pic 9(06) value zero.
001210 01  ws-current-adj                  pic 9(06) value zero.
001220 01  ws-line-no                      pic 9(07) value zero.
001230 01  ws-line-count                   pic 9(07) value zero.
001240 01  ws-want-line                    pic 9(07) value zero.
001250 01  ws-listed-count                 pic 9(05) value zero.
001260 01  ws-reviewed-count               pic 9(05) value zero.
001270 01  ws-open-count                   pic 9(03) value zero.
001280 01  ws-entry                        pic x(14) value spaces.
001290 01  ws-reason-entry                 pic x(02) value spaces.
001300 01  ws-fail-text                    pic x(40) value spaces.
001310
001320*--------------------------------
001330* The correction being built at entry.
001340*--------------------------------
001350 01  ws-new-account                  pic x(10) value spaces.
001360 01  ws-new-amount                   pic 9(9)v99 value zero.
001370 01  ws-new-source                   pic x(01) value space.
001380 01  ws-new-fund                     pic x(08) value spaces.
001390 01  ws-comment                      pic x(30) value spaces.
001400
001410*--------------------------------
001420* Images for the audit trail - the transaction line as it
001430* stands on PERFTXN.DAT.
001440*--------------------------------
001450 01  ws-orig-image                   pic x(90) value spaces.
001460 01  ws-new-image                    pic x(90) value spaces.
001470
001480 01  ws-money-1                      pic $$$,$$$,$$9.99.
001490 01  ws-money-2                      pic $$$,$$$,$$9.99.
001500 01  ws-kind-text                    pic x(04) value spaces.
001510
001520 PROCEDURE DIVISION.
001530 PROGRAM-BEGIN.
001540     CALL "shopcfg"
001550         ON EXCEPTION
001560             DISPLAY "shopcfg not found - default "
001570                 "file locations in effect"
001580     END-CALL.
001590     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001600     DISPLAY "Operator ID: " WITH NO ADVANCING.
001610     ACCEPT ws-operator-id.
001620     IF ws-operator-id = SPACES
001630         MOVE "SYSTEM  " TO ws-operator-id
001640     END-IF.
001643     PERFORM VERIFY-OPERATOR.
001646     PERFORM CHECK-UPDATE-GRANT.
001650     PERFORM OPEN-ADJFILE.
001660     PERFORM CHECK-BATCH-WINDOW.
001670     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001680     CLOSE ADJFILE.
001690     STOP RUN.
001700
001710 OPEN-ADJFILE.
001720     OPEN I-O ADJFILE.
001730     IF ws-adj-status = "35"
001740         OPEN OUTPUT ADJFILE
001750         CLOSE ADJFILE
001760         OPEN I-O ADJFILE
001770     END-IF.
001780
001790 MENU-LOOP.
001800     PERFORM SAMPLE-WINDOW-FLAG.
001810     DISPLAY " ".
001820     DISPLAY "Transaction corrections - E)nter  R)eview queue  "
001830         "L)ist  Q)uit: " WITH NO ADVANCING.
001840     ACCEPT ws-choice.
001841     IF ws-update-granted NOT = "Y"
001843         AND (ws-choice = "E" OR "e" OR "R" OR "r")
001845         DISPLAY "Not granted TXNCUPD - updates refused."
001846         MOVE SPACE TO ws-choice
001848     END-IF.
001850     EVALUATE ws-choice
001860         WHEN "E"
001870         WHEN "e"
001880             IF ws-window-locked = "Y"
001890                 DISPLAY "Batch window open - updates locked."
001900             ELSE
001910             PERFORM GET-ACCOUNT
001920             IF ws-found = "y"
001930                 PERFORM ENTER-CORRECTION
001940             END-IF
001950             END-IF
001960         WHEN "R"
001970         WHEN "r"
001980             IF ws-window-locked = "Y"
001990                 DISPLAY "Batch window open - updates locked."
002000             ELSE
002010             PERFORM VERIFY-APPROVER
002020             IF ws-approver-ok = "Y"
002030                 PERFORM REVIEW-QUEUE
002040             END-IF
002050             END-IF
002060         WHEN "L"
002070         WHEN "l"
002080             PERFORM GET-ACCOUNT
002090             IF ws-found = "y"
002100                 PERFORM LIST-CORRECTIONS
002110             END-IF
002120         WHEN "Q"
002130         WHEN "q"
002140             MOVE "Y" TO ws-done
002150         WHEN OTHER
002160             CONTINUE
002170     END-EVALUATE.
002180
002190 GET-ACCOUNT.
002200     DISPLAY "Participant account: " WITH NO ADVANCING.
002210     ACCEPT ws-account.
002220     PERFORM READ-PARTICIPANT.
002230     IF ws-found = "y"
002240         DISPLAY "Participant: " PART-NAME
002250     END-IF.
002260
002270 READ-PARTICIPANT.
002280*--------------------------------
002290* ws-account in; ws-found "y" when it is on the master.
002300*--------------------------------
002310     MOVE "y" TO ws-found.
002320     OPEN INPUT PARTFILE.
002330     IF ws-part-status NOT = "00"
002340         DISPLAY "No participant master on file."
002350         MOVE "n" TO ws-found
002360     ELSE
002370         MOVE ws-account TO PART-ACCOUNT
002380         READ PARTFILE
002390             INVALID KEY
002400                 DISPLAY "Account not on participant master."
002410                 MOVE "n" TO ws-found
002420         END-READ
002430         CLOSE PARTFILE
002440     END-IF.
002450
002460*--------------------------------
002470* Show the account's lines, take the one to correct and the
002480* correction, and queue it.
002490*--------------------------------
002500 ENTER-CORRECTION.
002510     PERFORM LIST-ACCOUNT-LINES.
002520     IF ws-listed-count = ZERO
002530         DISPLAY "  (no transactions on file for the account)"
002540         MOVE "n" TO ws-found
002550     ELSE
002560         DISPLAY "Line number to correct: " WITH NO ADVANCING
002570         MOVE ZERO TO ws-want-line
002580         ACCEPT ws-want-line
002590         PERFORM FIND-TXN-LINE
002600         PERFORM CHECK-LINE-CORRECTABLE
002610     END-IF.
002620     IF ws-found = "y"
002630         PERFORM TAKE-CORRECTION-DETAIL
002640     END-IF.
002650     IF ws-found = "y"
002660         PERFORM FILE-NEW-CORRECTION
002670     END-IF.
002680
002690 LIST-ACCOUNT-LINES.
002700     MOVE ZERO TO ws-listed-count.
002710     MOVE ZERO TO ws-line-count.
002720     MOVE SPACE TO ws-txn-eof.
002730     OPEN INPUT TXN-FILE.
002740     IF ws-txn-status NOT = "00"
002750         MOVE "y" TO ws-txn-eof
002760     ELSE
002770         DISPLAY "  LINE    DATE     T        AMOUNT S FUND     "
002780             "KIND"
002790     END-IF.
002800     PERFORM LIST-ONE-LINE UNTIL ws-txn-eof = "y".
002810     IF ws-txn-status NOT = "35"
002820         CLOSE TXN-FILE
002830     END-IF.
002840
002850 LIST-ONE-LINE.
002860     READ TXN-FILE
002870         AT END MOVE "y" TO ws-txn-eof
002880     END-READ.
002890     IF ws-txn-eof NOT = "y"
002900         ADD 1 TO ws-line-count
002910         IF TXN-ACCOUNT = ws-account
002920             ADD 1 TO ws-listed-count
002930             PERFORM SET-KIND-TEXT
002940             MOVE TXN-AMOUNT TO ws-money-1
002950             DISPLAY "  " ws-line-count " " TXN-DATE " " TXN-TYPE
002960                 " " ws-money-1 " " TXN-SOURCE " " TXN-FUND " "
002970                 ws-kind-text
002980         END-IF
002990     END-IF.
003000
003010 SET-KIND-TEXT.
003020     EVALUATE TRUE
003030         WHEN TXN-REVERSAL
003040             MOVE "REV " TO ws-kind-text
003050         WHEN TXN-REPLACEMENT
003060             MOVE "REPL" TO ws-kind-text
003070         WHEN OTHER
003080             MOVE SPACES TO ws-kind-text
003090     END-EVALUATE.
003100
003110 FIND-TXN-LINE.
003120*--------------------------------
003130* ws-want-line in; TXN-REC holds that line of PERFTXN.DAT and
003140* ws-found is "y", or ws-found is "n" when the file is shorter.
003150*--------------------------------
003160     MOVE "n" TO ws-found.
003170     MOVE ZERO TO ws-line-count.
003180     MOVE SPACE TO ws-txn-eof.
003190     OPEN INPUT TXN-FILE.
003200     IF ws-txn-status NOT = "00"
003210         MOVE "y" TO ws-txn-eof
003220     END-IF.
003230     PERFORM READ-TOWARD-LINE
003240         UNTIL ws-txn-eof = "y" OR ws-found = "y".
003250     IF ws-txn-status NOT = "35"
003260         CLOSE TXN-FILE
003270     END-IF.
003280
003290 READ-TOWARD-LINE.
003300     READ TXN-FILE
003310         AT END MOVE "y" TO ws-txn-eof
003320     END-READ.
003330     IF ws-txn-eof NOT = "y"
003340         ADD 1 TO ws-line-count
003350         IF ws-line-count = ws-want-line
003360             MOVE "y" TO ws-found
003370         END-IF
003380     END-IF.
003390
003400 CHECK-LINE-CORRECTABLE.
003410     IF ws-found NOT = "y"
003420         DISPLAY "No such line on PERFTXN.DAT."
003430     ELSE
003440         MOVE SPACES TO ws-fail-text
003450         EVALUATE TRUE
003460             WHEN TXN-ACCOUNT NOT = ws-account
003470                 MOVE "That line is not on this account."
003480                     TO ws-fail-text
003490             WHEN TXN-TYPE = "O" OR TXN-TYPE = "I"
003500                 MOVE "Undo a transfer with a new matched pair."
003510                     TO ws-fail-text
003520             WHEN TXN-REVERSAL
003530                 MOVE "A reversal line is not corrected."
003540                     TO ws-fail-text
003550             WHEN OTHER
003560                 PERFORM COUNT-OPEN-CORRECTIONS
003570                 IF ws-open-count > ZERO
003580                     MOVE "That line already has a correction."
003590                         TO ws-fail-text
003600                 END-IF
003610         END-EVALUATE
003620         IF ws-fail-text NOT = SPACES
003630             DISPLAY ws-fail-text
003640             MOVE "n" TO ws-found
003650         END-IF
003660     END-IF.
003670
003680 COUNT-OPEN-CORRECTIONS.
003690*--------------------------------
003700* Pending or approved corrections against ws-want-line.  Also
003710* leaves ws-next-adj one past the last correction on file.
003720*--------------------------------
003730     MOVE ZERO TO ws-open-count.
003740     MOVE ZERO TO ws-next-adj.
003750     MOVE SPACE TO ws-eof.
003760     MOVE ZERO TO ADJ-NO.
003770     START ADJFILE KEY IS NOT LESS THAN ADJ-NO
003780         INVALID KEY MOVE "y" TO ws-eof
003790     END-START.
003800     PERFORM TAKE-ONE-CORRECTION UNTIL ws-eof = "y".
003810     ADD 1 TO ws-next-adj.
003820
003830 TAKE-ONE-CORRECTION.
003840     READ ADJFILE NEXT RECORD
003850         AT END MOVE "y" TO ws-eof
003860     END-READ.
003870     IF ws-eof NOT = "y"
003880         MOVE ADJ-NO TO ws-next-adj
003890         IF ADJ-ORIG-LINE-NO = ws-want-line
003900             AND NOT ADJ-DENIED
003910             ADD 1 TO ws-open-count
003920         END-IF
003930     END-IF.
003940
003950 TAKE-CORRECTION-DETAIL.
003960     MOVE TXN-AMOUNT TO ws-money-1.
003970     DISPLAY "Correcting line " ws-want-line ": " TXN-DATE " "
003980         TXN-TYPE " " ws-money-1 " source " TXN-SOURCE
003990         " fund " TXN-FUND.
004000     MOVE TXN-REC TO ws-orig-image.
004010     DISPLAY "Reason - WA wrong account  AM wrong amount  "
004020         "WS wrong source  DU duplicate  OT other: "
004030         WITH NO ADVANCING.
004040     MOVE SPACES TO ws-reason-entry.
004050     ACCEPT ws-reason-entry.
004060     MOVE FUNCTION UPPER-CASE(ws-reason-entry) TO ws-reason-entry.
004070     IF ws-reason-entry NOT = "WA" AND NOT = "AM" AND NOT = "WS"
004080         AND NOT = "DU" AND NOT = "OT"
004090         DISPLAY "Reason code must be WA, AM, WS, DU or OT."
004100         MOVE "n" TO ws-found
004110     ELSE
004120         DISPLAY "Comment: " WITH NO ADVANCING
004130         MOVE SPACES TO ws-comment
004140         ACCEPT ws-comment
004150         MOVE TXN-ACCOUNT TO ws-new-account
004160         MOVE TXN-AMOUNT  TO ws-new-amount
004170         MOVE TXN-SOURCE  TO ws-new-source
004180         MOVE TXN-FUND    TO ws-new-fund
004190         IF ws-reason-entry NOT = "DU"
004200             PERFORM TAKE-REPLACEMENT
004210         END-IF
004220     END-IF.
004230
004240 TAKE-REPLACEMENT.
004250*--------------------------------
004260* Blank keeps the original's value.  Something has to change,
004270* or there is nothing to correct.
004280*--------------------------------
004290     DISPLAY "Corrected account (blank = same): "
004300         WITH NO ADVANCING.
004310     MOVE SPACES TO ws-account.
004320     ACCEPT ws-account.
004330     IF ws-account NOT = SPACES
004340         PERFORM READ-PARTICIPANT
004350         IF ws-found = "y"
004360             MOVE ws-account TO ws-new-account
004370         END-IF
004380     END-IF.
004390     IF ws-found = "y"
004400         DISPLAY "Corrected amount (blank = same): "
004410             WITH NO ADVANCING
004420         MOVE SPACES TO ws-entry
004430         ACCEPT ws-entry
004440         IF ws-entry NOT = SPACES
004450             COMPUTE ws-new-amount = FUNCTION NUMVAL(ws-entry)
004460             IF ws-new-amount = ZERO
004470                 DISPLAY "A replacement of zero is a DU reversal."
004480                 MOVE "n" TO ws-found
004490             END-IF
004500         END-IF
004510     END-IF.
004520     IF ws-found = "y"
004530         DISPLAY "Corrected source E/M/R (blank = same): "
004540             WITH NO ADVANCING
004550         MOVE SPACE TO ws-answer
004560         ACCEPT ws-answer
004570         MOVE FUNCTION UPPER-CASE(ws-answer) TO ws-answer
004580         IF ws-answer NOT = SPACE
004590             IF ws-answer = "E" OR ws-answer = "M"
004600                 OR ws-answer = "R"
004610                 MOVE ws-answer TO ws-new-source
004620             ELSE
004630                 DISPLAY "Source must be E, M or R."
004640                 MOVE "n" TO ws-found
004650             END-IF
004660         END-IF
004670     END-IF.
004680     IF ws-found = "y"
004690         DISPLAY "Corrected fund (blank = same): "
004700             WITH NO ADVANCING
004710         MOVE SPACES TO ws-entry
004720         ACCEPT ws-entry
004730         IF ws-entry NOT = SPACES
004740             MOVE ws-entry TO ws-new-fund
004750         END-IF
004760     END-IF.
004770     IF ws-found = "y"
004780         IF ws-new-account = TXN-ACCOUNT
004790             AND ws-new-amount = TXN-AMOUNT
004800             AND ws-new-source = TXN-SOURCE
004810             AND ws-new-fund = TXN-FUND
004820             DISPLAY "Nothing changed - no correction filed."
004830             MOVE "n" TO ws-found
004840         END-IF
004850     END-IF.
004860
004870 FILE-NEW-CORRECTION.
004880     MOVE SPACES            TO ADJ-REC.
004890     MOVE ws-next-adj       TO ADJ-NO.
004900     MOVE "P"               TO ADJ-STATUS.
004910     MOVE ws-reason-entry   TO ADJ-REASON-CODE.
004920     MOVE ws-comment        TO ADJ-COMMENT.
004930     MOVE ws-operator-id    TO ADJ-ENTERED-BY.
004940     MOVE ws-run-date       TO ADJ-ENTRY-DATE.
004950     MOVE ZERO              TO ADJ-DECISION-DATE.
004960     MOVE ws-want-line      TO ADJ-ORIG-LINE-NO.
004970     MOVE TXN-ACCOUNT       TO ADJ-ORIG-ACCOUNT.
004980     MOVE TXN-DATE          TO ADJ-ORIG-DATE.
004990     MOVE TXN-TYPE          TO ADJ-ORIG-TYPE.
005000     MOVE TXN-AMOUNT        TO ADJ-ORIG-AMOUNT.
005010     MOVE TXN-COUNTERPART   TO ADJ-ORIG-COUNTERPART.
005020     MOVE TXN-SOURCE        TO ADJ-ORIG-SOURCE.
005030     MOVE TXN-FUND          TO ADJ-ORIG-FUND.
005040     IF ws-reason-entry = "DU"
005050         MOVE "N"           TO ADJ-REPLACE-FLAG
005060         MOVE ZERO          TO ADJ-NEW-AMOUNT
005070     ELSE
005080         MOVE "Y"           TO ADJ-REPLACE-FLAG
005090         MOVE ws-new-account TO ADJ-NEW-ACCOUNT
005100         MOVE ws-new-amount TO ADJ-NEW-AMOUNT
005110         MOVE ws-new-source TO ADJ-NEW-SOURCE
005120         MOVE ws-new-fund   TO ADJ-NEW-FUND
005130     END-IF.
005140     MOVE "N"               TO ADJ-LOAN-REV-POSTED.
005150     MOVE "N"               TO ADJ-LOAN-REP-POSTED.
005160     WRITE ADJ-REC
005170         INVALID KEY
005180             DISPLAY "Correction already on file."
005190             MOVE "n" TO ws-found
005200     END-WRITE.
005210     IF ws-found = "y"
005220         PERFORM BUILD-REVERSAL
005230         MOVE TXN-REC TO ws-orig-image
005240         PERFORM BUILD-REPLACEMENT
005250         MOVE TXN-REC TO ws-new-image
005260         MOVE ws-orig-image TO AUDIT-BEFORE
005270         MOVE ws-new-image  TO AUDIT-AFTER
005280         MOVE "CORENT"      TO AUDIT-ACTION
005290         MOVE ws-operator-id TO AUDIT-OPERATOR
005300         PERFORM WRITE-AUDIT-RECORD
005310         DISPLAY "Queued for supervisor approval as correction "
005320             ADJ-NO "."
005330     END-IF.
005340
005350 BUILD-REVERSAL.
005360*--------------------------------
005370* The reversal mirrors the original line from ADJ-REC.
005380*--------------------------------
005390     MOVE SPACES               TO TXN-REC.
005400     MOVE ADJ-ORIG-ACCOUNT     TO TXN-ACCOUNT.
005410     MOVE ws-run-date          TO TXN-DATE.
005420     MOVE ADJ-ORIG-TYPE        TO TXN-TYPE.
005430     MOVE ADJ-ORIG-AMOUNT      TO TXN-AMOUNT.
005440     MOVE ADJ-ORIG-COUNTERPART TO TXN-COUNTERPART.
005450     MOVE ADJ-ORIG-SOURCE      TO TXN-SOURCE.
005460     MOVE ADJ-ORIG-FUND        TO TXN-FUND.
005470     MOVE ws-approver-id       TO TXN-APPROVER.
005480     MOVE "R"                  TO TXN-ENTRY-KIND.
005490     MOVE ADJ-NO               TO TXN-CORRECTION-NO.
005500
005510 BUILD-REPLACEMENT.
005520     IF ADJ-HAS-REPLACEMENT
005530         MOVE SPACES               TO TXN-REC
005540         MOVE ADJ-NEW-ACCOUNT      TO TXN-ACCOUNT
005550         MOVE ws-run-date          TO TXN-DATE
005560         MOVE ADJ-ORIG-TYPE        TO TXN-TYPE
005570         MOVE ADJ-NEW-AMOUNT       TO TXN-AMOUNT
005580         MOVE ADJ-ORIG-COUNTERPART TO TXN-COUNTERPART
005590         MOVE ADJ-NEW-SOURCE       TO TXN-SOURCE
005600         MOVE ADJ-NEW-FUND         TO TXN-FUND
005610         MOVE ws-approver-id       TO TXN-APPROVER
005620         MOVE "A"                  TO TXN-ENTRY-KIND
005630         MOVE ADJ-NO               TO TXN-CORRECTION-NO
005640     ELSE
005650         MOVE SPACES               TO TXN-REC
005660     END-IF.
005670
005680*--------------------------------
005690* Supervisor review of the pending queue, oldest first.
005700*--------------------------------
005710 VERIFY-APPROVER.
005720*--------------------------------
005730* Approving a correction takes a supervisor sign-on against the
005740* operator master; a shop with no master yet has no
005750* supervisors to ask, so the queue waits.
005760*--------------------------------
005770     MOVE "N" TO ws-approver-ok.
005780     OPEN INPUT OPERFILE.
005790     IF ws-oper-status NOT = "00"
005800         DISPLAY "No operator master - nobody can approve."
005810     ELSE
005820         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
005830         ACCEPT ws-approver-id
005840         DISPLAY "Password: " WITH NO ADVANCING
005850         ACCEPT ws-approver-password
005860         MOVE ws-approver-id TO OPER-ID
005870         READ OPERFILE
005880             INVALID KEY
005890                 DISPLAY "Unknown operator."
005900             NOT INVALID KEY
005910                 IF OPER-IS-LOCKED
005920                     DISPLAY "That ID is locked out."
005930                 ELSE
005940                 IF OPER-PASSWORD = ws-approver-password
005950                     AND OPER-AUTH-SUPERVISOR
005960                     MOVE "Y" TO ws-approver-ok
005970                 ELSE
005980                     DISPLAY "Not a supervisor, or wrong "
005990                         "password."
006000                 END-IF
006010                 END-IF
006020         END-READ
006030         CLOSE OPERFILE
006040     END-IF.
006050
006060 REVIEW-QUEUE.
006070     MOVE ZERO TO ws-reviewed-count.
006080     MOVE SPACE TO ws-stop-review.
006090     MOVE SPACE TO ws-eof.
006100     MOVE ZERO TO ADJ-NO.
006110     START ADJFILE KEY IS NOT LESS THAN ADJ-NO
006120         INVALID KEY MOVE "y" TO ws-eof
006130     END-START.
006140     PERFORM NEXT-PENDING-CORRECTION.
006150     PERFORM REVIEW-ONE-CORRECTION
006160         UNTIL ws-eof = "y" OR ws-stop-review = "y".
006170     IF ws-reviewed-count = ZERO
006180         DISPLAY "No corrections waiting for approval."
006190     END-IF.
006200
006210 NEXT-PENDING-CORRECTION.
006220     MOVE SPACE TO ws-found.
006230     PERFORM READ-NEXT-FOR-REVIEW
006240         UNTIL ws-eof = "y" OR ws-found = "y".
006250
006260 READ-NEXT-FOR-REVIEW.
006270     IF ws-eof NOT = "y"
006280         READ ADJFILE NEXT RECORD
006290             AT END MOVE "y" TO ws-eof
006300         END-READ
006310     END-IF.
006320     IF ws-eof NOT = "y" AND ADJ-PENDING
006330         MOVE "y" TO ws-found
006340     END-IF.
006350
006360 REVIEW-ONE-CORRECTION.
006370     ADD 1 TO ws-reviewed-count.
006380     MOVE ADJ-NO TO ws-current-adj.
006390     PERFORM SHOW-CORRECTION.
006400     DISPLAY "A)pprove  D)eny  S)kip  Q)uit review: "
006410         WITH NO ADVANCING.
006420     ACCEPT ws-answer.
006430     EVALUATE ws-answer
006440         WHEN "A"
006450         WHEN "a"
006460             PERFORM APPROVE-CORRECTION
006470         WHEN "D"
006480         WHEN "d"
006490             PERFORM DENY-CORRECTION
006500         WHEN "Q"
006510         WHEN "q"
006520             MOVE "y" TO ws-stop-review
006530         WHEN OTHER
006540             CONTINUE
006550     END-EVALUATE.
006560     IF ws-stop-review NOT = "y"
006570         MOVE ws-current-adj TO ADJ-NO
006580         START ADJFILE KEY IS GREATER THAN ADJ-NO
006590             INVALID KEY MOVE "y" TO ws-eof
006600         END-START
006610         PERFORM NEXT-PENDING-CORRECTION
006620     END-IF.
006630
006640 SHOW-CORRECTION.
006650     MOVE ADJ-ORIG-AMOUNT TO ws-money-1.
006660     MOVE ADJ-NEW-AMOUNT  TO ws-money-2.
006670     DISPLAY " ".
006680     DISPLAY "Correction " ADJ-NO "  reason " ADJ-REASON-CODE
006690         "  entered " ADJ-ENTRY-DATE " by " ADJ-ENTERED-BY.
006700     DISPLAY "  " ADJ-COMMENT.
006710     DISPLAY "  Line " ADJ-ORIG-LINE-NO ": " ADJ-ORIG-ACCOUNT " "
006720         ADJ-ORIG-DATE " " ADJ-ORIG-TYPE " " ws-money-1 " "
006730         ADJ-ORIG-SOURCE " " ADJ-ORIG-FUND.
006740     IF ADJ-HAS-REPLACEMENT
006750         DISPLAY "  Replace with: " ADJ-NEW-ACCOUNT " "
006760             ws-money-2 " " ADJ-NEW-SOURCE " " ADJ-NEW-FUND
006770     ELSE
006780         DISPLAY "  Reverse only - no replacement."
006790     END-IF.
006800
006810 APPROVE-CORRECTION.
006820     PERFORM REREAD-CURRENT-CORRECTION.
006830     IF ws-found = "y"
006840         IF ADJ-ENTERED-BY = ws-approver-id
006850             DISPLAY "You entered this correction - another "
006860                 "supervisor must approve it."
006870         ELSE
006880             PERFORM CHECK-ORIGINAL-UNCHANGED
006890             IF ws-line-ok NOT = "y"
006900                 DISPLAY "Line " ADJ-ORIG-LINE-NO " no longer "
006910                     "matches - deny it and re-enter."
006920             ELSE
006930                 PERFORM POST-CORRECTION
006940                 MOVE "A"            TO ADJ-STATUS
006950                 MOVE ws-approver-id TO ADJ-DECIDED-BY
006960                 MOVE ws-run-date    TO ADJ-DECISION-DATE
006970                 REWRITE ADJ-REC
006980                     INVALID KEY DISPLAY "Problem with index!"
006990                 END-REWRITE
007000                 MOVE ws-orig-image  TO AUDIT-BEFORE
007010                 MOVE ws-new-image   TO AUDIT-AFTER
007020                 MOVE "CORAPP"       TO AUDIT-ACTION
007030                 MOVE ws-approver-id TO AUDIT-OPERATOR
007040                 PERFORM WRITE-AUDIT-RECORD
007050                 DISPLAY "Approved - reversal and replacement "
007060                     "posted to PERFTXN.DAT."
007070             END-IF
007080         END-IF
007090     END-IF.
007100
007110 CHECK-ORIGINAL-UNCHANGED.
007120     MOVE "n" TO ws-line-ok.
007130     MOVE ADJ-ORIG-LINE-NO TO ws-want-line.
007140     PERFORM FIND-TXN-LINE.
007150     IF ws-found = "y"
007160         IF TXN-ACCOUNT = ADJ-ORIG-ACCOUNT
007170             AND TXN-DATE = ADJ-ORIG-DATE
007180             AND TXN-TYPE = ADJ-ORIG-TYPE
007190             AND TXN-AMOUNT = ADJ-ORIG-AMOUNT
007200             AND TXN-SOURCE = ADJ-ORIG-SOURCE
007210             MOVE "y" TO ws-line-ok
007220         END-IF
007230     END-IF.
007240     MOVE "y" TO ws-found.
007250
007260 POST-CORRECTION.
007270     OPEN EXTEND TXN-FILE.
007280     IF ws-txn-status = "35"
007290         OPEN OUTPUT TXN-FILE
007300     END-IF.
007310     PERFORM BUILD-REVERSAL.
007320     MOVE TXN-REC TO ws-orig-image.
007330     WRITE TXN-REC.
007340     PERFORM BUILD-REPLACEMENT.
007350     MOVE TXN-REC TO ws-new-image.
007360     IF ADJ-HAS-REPLACEMENT
007370         WRITE TXN-REC
007380     END-IF.
007390     CLOSE TXN-FILE.
007400
007410 DENY-CORRECTION.
007420     PERFORM REREAD-CURRENT-CORRECTION.
007430     IF ws-found = "y"
007440         DISPLAY "Reason for the denial: " WITH NO ADVANCING
007450         ACCEPT ADJ-DENY-REASON
007460         IF ADJ-DENY-REASON = SPACES
007470             MOVE "DENIED BY SUPERVISOR" TO ADJ-DENY-REASON
007480         END-IF
007490         MOVE "D"            TO ADJ-STATUS
007500         MOVE ws-approver-id TO ADJ-DECIDED-BY
007510         MOVE ws-run-date    TO ADJ-DECISION-DATE
007520         REWRITE ADJ-REC
007530             INVALID KEY DISPLAY "Problem with index!"
007540         END-REWRITE
007550         MOVE SPACES TO AUDIT-BEFORE
007560         STRING "CORRECTION " ADJ-NO " LINE " ADJ-ORIG-LINE-NO
007570             " " ADJ-ORIG-ACCOUNT
007580             DELIMITED BY SIZE INTO AUDIT-BEFORE
007590         MOVE SPACES TO AUDIT-AFTER
007600         STRING "DENIED " ADJ-DENY-REASON
007610             DELIMITED BY SIZE INTO AUDIT-AFTER
007620         MOVE "CORDNY"       TO AUDIT-ACTION
007630         MOVE ws-approver-id TO AUDIT-OPERATOR
007640         PERFORM WRITE-AUDIT-RECORD
007650         DISPLAY "Denied."
007660     END-IF.
007670
007680 REREAD-CURRENT-CORRECTION.
007690     MOVE "y" TO ws-found.
007700     MOVE ws-current-adj TO ADJ-NO.
007710     READ ADJFILE
007720         INVALID KEY
007730             DISPLAY "Correction has gone from the file."
007740             MOVE "n" TO ws-found
007750     END-READ.
007760
007770*--------------------------------
007780* Every correction touching the account, from or to it.
007790*--------------------------------
007800 LIST-CORRECTIONS.
007810     MOVE ZERO TO ws-listed-count.
007820     MOVE SPACE TO ws-eof.
007830     MOVE ZERO TO ADJ-NO.
007840     START ADJFILE KEY IS NOT LESS THAN ADJ-NO
007850         INVALID KEY MOVE "y" TO ws-eof
007860     END-START.
007870     PERFORM LIST-ONE-CORRECTION UNTIL ws-eof = "y".
007880     IF ws-listed-count = ZERO
007890         DISPLAY "  (no corrections on file)"
007900     END-IF.
007910
007920 LIST-ONE-CORRECTION.
007930     READ ADJFILE NEXT RECORD
007940         AT END MOVE "y" TO ws-eof
007950     END-READ.
007960     IF ws-eof NOT = "y"
007970         IF ADJ-ORIG-ACCOUNT = ws-account
007980             OR (ADJ-HAS-REPLACEMENT
007990                 AND ADJ-NEW-ACCOUNT = ws-account)
008000             ADD 1 TO ws-listed-count
008010             PERFORM SHOW-CORRECTION
008020             DISPLAY "  Status " ADJ-STATUS
008030             IF NOT ADJ-PENDING
008040                 DISPLAY "         decided " ADJ-DECISION-DATE
008050                     " by " ADJ-DECIDED-BY " " ADJ-DENY-REASON
008060             END-IF
008070         END-IF
008080     END-IF.
008090
008100 CHECK-BATCH-WINDOW.
008110*--------------------------------
008120* Entry and review are refused while batchwin's window-open
008130* flag is up - an approval appends to PERFTXN.DAT, which the
008140* nightly runs are reading.  Listing stays open.
008150*--------------------------------
008160     PERFORM SAMPLE-WINDOW-FLAG.
008170     IF ws-window-locked = "Y"
008180         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
008190         DISPLAY "  " ws-window-step
008200         DISPLAY "Updates are locked; listing is open."
008210     END-IF.
008220
008230 SAMPLE-WINDOW-FLAG.
008240     MOVE "N"    TO ws-window-locked.
008250     MOVE SPACES TO ws-window-step.
008260     OPEN INPUT WINDOW-FLAG-FILE.
008270     IF ws-flag-status = "00"
008280         READ WINDOW-FLAG-FILE
008290             AT END CONTINUE
008300         END-READ
008310         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
008320             MOVE "Y"      TO ws-window-locked
008330             MOVE FLG-STEP TO ws-window-step
008340         END-IF
008350         CLOSE WINDOW-FLAG-FILE
008360     END-IF.
008370
008380 WRITE-AUDIT-RECORD.
008390*--------------------------------
008400* Appends the correction event to the performance audit trail
008410* (PERFAUDIT.DAT) with the same chaining the performance run
008420* uses, so audtchk verifies it.  The caller sets AUDIT-ACTION,
008430* AUDIT-OPERATOR, AUDIT-BEFORE, and AUDIT-AFTER first.
008440*--------------------------------
008450     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
008460     MOVE "TXNCORR"              TO AUDIT-PROGRAM-NAME.
008470     PERFORM SET-AUDIT-SEQUENCE.
008480     MOVE AUDIT-RECORD           TO AUDIT-LINE.
008490     OPEN EXTEND AUDITFILE.
008500     IF ws-audit-status = "35"
008510         OPEN OUTPUT AUDITFILE
008520     END-IF.
008530     WRITE AUDIT-LINE.
008540     CLOSE AUDITFILE.
008550
008560 SET-AUDIT-SEQUENCE.
008570     PERFORM GET-LAST-AUDIT-POSITION.
008580     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
008590     PERFORM COMPUTE-AUDIT-CHECK.
008600
008610 GET-LAST-AUDIT-POSITION.
008620     MOVE ZERO TO ws-last-audit-seq.
008630     MOVE ZERO TO ws-last-audit-check.
008640     OPEN INPUT AUDITFILE.
008650     IF ws-audit-status = "00"
008660         PERFORM READ-LAST-AUDIT-LINE
008670             UNTIL ws-audit-status NOT = "00"
008680         CLOSE AUDITFILE
008690     END-IF.
008700
008710 READ-LAST-AUDIT-LINE.
008720     READ AUDITFILE
008730         AT END CONTINUE
008740     END-READ.
008750     IF ws-audit-status = "00"
008760         AND AUDIT-LINE(229:9) IS NUMERIC
008770         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
008780         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
008790     END-IF.
008800
008810 COMPUTE-AUDIT-CHECK.
008820     MOVE ZERO TO ws-audit-work-sum.
008830     MOVE ZERO TO ws-audit-sub.
008840     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
008850     COMPUTE AUDIT-CHECK-VALUE =
008860         FUNCTION MOD((ws-last-audit-check * 17)
008870             + ws-audit-work-sum, 999999999).
008880
008890 ADD-ONE-AUDIT-BYTE.
008900     ADD 1 TO ws-audit-sub.
008910     COMPUTE ws-audit-work-sum = ws-audit-work-sum
008920         + (ws-audit-sub
008930            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).

008950 VERIFY-OPERATOR.
008960*--------------------------------
008970* With the operator master (OPERMAST.DAT) on file the password
008980* is checked against it, and an ID that is unknown, locked, or
008990* given the wrong password gets no grant below.  A shop with no
009000* master yet runs as before.
009010*--------------------------------
009020     OPEN INPUT OPERFILE.
009030     IF ws-oper-status = "00"
009040         DISPLAY "Password: " WITH NO ADVANCING
009050         ACCEPT ws-sign-password
009060         MOVE "N" TO ws-sign-ok
009070         MOVE ws-operator-id TO OPER-ID
009080         READ OPERFILE
009090             INVALID KEY
009100                 CONTINUE
009110             NOT INVALID KEY
009120                 IF OPER-PASSWORD = ws-sign-password
009130                     AND NOT OPER-IS-LOCKED
009140                     MOVE "Y" TO ws-sign-ok
009150                 END-IF
009160         END-READ
009170         CLOSE OPERFILE
009180     END-IF.
009190
009200 CHECK-UPDATE-GRANT.
009210*--------------------------------
009220* Entering and reviewing corrections need the TXNCUPD grant on
009230* the access table (OPERACC.DAT, kept in opermnt); without it
009240* the screen is listing only.  A shop with no table yet runs as
009250* before.
009260*--------------------------------
009270     MOVE "Y" TO ws-update-granted.
009280     IF ws-sign-ok = "N"
009290         MOVE "N" TO ws-update-granted
009300         DISPLAY "Operator not verified - listing only."
009310     ELSE
009320         OPEN INPUT ACCESS-FILE
009330         IF ws-acc-status = "00"
009340             MOVE ws-operator-id TO ACC-OPER-ID
009350             MOVE "TXNCUPD "     TO ACC-FUNCTION
009360             READ ACCESS-FILE
009370                 INVALID KEY
009380                     MOVE "N" TO ws-update-granted
009390                     DISPLAY "No TXNCUPD grant for "
009400                         ws-operator-id
009410                         " - listing only."
009420             END-READ
009430             CLOSE ACCESS-FILE
009440         END-IF
009450     END-IF.
