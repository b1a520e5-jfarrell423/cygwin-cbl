000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRPMNT.
000030*--------------------------------
000040* Call group maintenance.  A call group is a named call list
000050* that cuts across departments (safety committee, first-aid
000060* responders, IT incident team, union stewards); its members
000070* are kept in calling order.
000080*
000090*   L)ist     every group with its owner and member count;
000100*   S)how     one group's members in calling order;
000110*   G)roup    adds a group or changes its name and owner;
000120*   X)        deletes a group once it has no members;
000130*   A)dd      adds a member (order defaults to the end);
000140*   C)hange   changes a member's role or calling order;
000150*   R)emove   removes a member;
000160*   P)rint    runs grprpt for one group (or all) to GRPCALL.PRT.
000170*
000180* Groups are CGRPREC on CALLGRP.DAT, members CMEMREC on
000190* CALLMEM.DAT.  Owners and new members must be active employees;
000200* a member who later leaves stays on the group, and grprpt flags
000210* them for the owner to replace.  Every update writes a chained
000220* AUDITREC to the reference-data audit trail (REFAUDIT.DAT), and
000230* updates honor the batchwin window-open flag the same way
000240* deptmnt does.
000250*
000260* 2026-10  JDF  New program.
000262* 2026-10  JDF  Update actions need the GRPUPD grant on the
000264*                access table once OPERACC.DAT is on file; the
000266*                operator ID is verified against the operator
000268*                master with its password first.
000270*--------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310 SELECT CGRPFILE ASSIGN TO "CALLGRPDAT"
000320 FILE STATUS IS ws-cgrp-status
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS CGRP-CODE.
000360
000370 SELECT CMEMFILE ASSIGN TO "CALLMEMDAT"
000380 FILE STATUS IS ws-cmem-status
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS CMEM-KEY.
000420
000430 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000440 FILE STATUS IS FILE-CHECK-KEY
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS EMPLOYEE-ID
000480 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000490
000500 SELECT AUDITFILE ASSIGN TO "REFAUDITDAT"
000510 ORGANIZATION IS LINE SEQUENTIAL
000520 FILE STATUS IS ws-audit-status.
000530
000540 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000550 FILE STATUS IS ws-oper-status
000560 ORGANIZATION IS INDEXED
000570 ACCESS MODE IS DYNAMIC
000580 RECORD KEY IS OPER-ID.
000590
000600 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000610 ORGANIZATION IS LINE SEQUENTIAL
000620 FILE STATUS IS ws-flag-status.
000630
000631 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000632 FILE STATUS IS ws-acc-status
000634 ORGANIZATION IS INDEXED
000635 ACCESS MODE IS DYNAMIC
000637 RECORD KEY IS ACC-KEY.
000638
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD CGRPFILE.
000670     COPY CGRPREC.
000680
000690 FD CMEMFILE.
000700     COPY CMEMREC.
000710
000720 FD PHONEFILE.
000730     COPY PHONEREC.
000740
000750 FD AUDITFILE.
000760 01  AUDIT-LINE                      PIC X(246).
000770
000780 FD OPERFILE.
000790     COPY OPERREC.
000800
000810 FD WINDOW-FLAG-FILE.
000820 01  WINDOW-FLAG-REC.
000830     05  FLG-STATE                   PIC X(04).
000840     05  FILLER                      PIC X(01).
000850     05  FLG-STEP                    PIC X(30).
000860
000862 FD ACCESS-FILE.
000865     COPY ACCSREC.
000867
000870 WORKING-STORAGE SECTION.
000880     COPY FILESTAT.
000890     COPY AUDITREC.
000900
000910 01  ws-audit-status                 pic x(02).
000920 01  ws-last-audit-seq               pic 9(09) value zero.
000930 01  ws-last-audit-check             pic 9(09) value zero.
000940 01  ws-audit-work-sum               pic 9(18) value zero.
000950 01  ws-audit-sub                    pic 9(04) comp value zero.
000960 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000962 01  ws-acc-status                   pic x(02).
000964 01  ws-update-granted               pic x(01) value "Y".
000966 01  ws-sign-password                pic x(08) value spaces.
000968 01  ws-sign-ok                      pic x(01) value space.
000970 01  ws-oper-status                  pic x(02).
000980 01  ws-flag-status                  pic x(02).
000990 01  ws-window-locked                pic x(01) value "N".
001000 01  ws-window-override              pic x(01) value "N".
001010 01  ws-window-step                  pic x(30) value spaces.
001020 01  ws-override-answer              pic x(01) value space.
001030 01  ws-override-ok                  pic x(01) value space.
001040 01  ws-ovr-id                       pic x(08) value spaces.
001050 01  ws-ovr-password                 pic x(08) value spaces.
001060 01  ws-cgrp-status                  pic x(02).
001070 01  ws-cmem-status                  pic x(02).
001080 01  ws-phone-open                   pic x(01) value "N".
001090 01  ws-done                         pic x(01) value space.
001100 01  ws-choice                       pic x(01) value space.
001110 01  ws-answer                       pic x(01) value space.
001120 01  ws-eof                          pic x(01) value space.
001130 01  ws-fields-ok                    pic x(01) value space.
001140 01  ws-is-new                       pic x(01) value space.
001150 01  ws-today                        pic 9(08) value zero.
001160 01  ws-group-entry                  pic x(12) value spaces.
001170 01  ws-id-entry                     pic x(06) value spaces.
001180 01  ws-order-entry                  pic x(03) value spaces.
001190 01  ws-name-entry                   pic x(30) value spaces.
001200 01  ws-role-entry                   pic x(20) value spaces.
001210 01  ws-check-id                     pic 9(06) value zero.
001220 01  ws-last-order                   pic 9(03) value zero.
001230 01  ws-new-order                    pic 9(03) value zero.
001240 01  ws-member-count                 pic 9(05) value zero.
001250 01  ws-group-count                  pic 9(05) value zero.
001260 01  ws-already-member               pic x(01) value "N".
001270 01  ws-person-name                  pic x(21) value spaces.
001280 01  ws-person-flag                  pic x(10) value spaces.
001290 01  ws-hold-group                   pic x(64) value spaces.
001300 01  ws-hold-member                  pic x(57) value spaces.
001310 01  ws-hold-member-parts redefines ws-hold-member.
001320     05  ws-hold-member-key          pic x(15).
001330     05  filler                      pic x(42).
001340 01  ws-new-member                   pic x(57) value spaces.
001350 01  ws-shell-command                pic x(80) value spaces.
001360
001370 PROCEDURE DIVISION.
001380 PROGRAM-BEGIN.
001390     CALL "shopcfg"
001400         ON EXCEPTION
001410             DISPLAY "shopcfg not found - default "
001420                 "file locations in effect"
001430     END-CALL.
001440     DISPLAY "Operator ID: " WITH NO ADVANCING.
001450     ACCEPT ws-operator-id.
001460     IF ws-operator-id = SPACES
001470         MOVE "SYSTEM  " TO ws-operator-id
001480     END-IF.
001483     PERFORM VERIFY-OPERATOR.
001486     PERFORM CHECK-UPDATE-GRANT.
001490     ACCEPT ws-today FROM DATE YYYYMMDD.
001500     PERFORM CHECK-BATCH-WINDOW.
001510     PERFORM OPEN-GROUP-FILES.
001520     OPEN INPUT PHONEFILE.
001530     IF RECORDFOUND
001540         MOVE "Y" TO ws-phone-open
001550     ELSE
001560         DISPLAY "Directory not available - names not shown."
001570     END-IF.
001580     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001590     IF ws-phone-open = "Y"
001600         CLOSE PHONEFILE
001610     END-IF.
001620     CLOSE CMEMFILE.
001630     CLOSE CGRPFILE.
001640     STOP RUN.
001650
001660 OPEN-GROUP-FILES.
001670*--------------------------------
001680* The first group ever creates both files, the usual probe.
001690*--------------------------------
001700     OPEN I-O CGRPFILE.
001710     IF ws-cgrp-status = "35"
001720         OPEN OUTPUT CGRPFILE
001730         CLOSE CGRPFILE
001740         OPEN I-O CGRPFILE
001750     END-IF.
001760     OPEN I-O CMEMFILE.
001770     IF ws-cmem-status = "35"
001780         OPEN OUTPUT CMEMFILE
001790         CLOSE CMEMFILE
001800         OPEN I-O CMEMFILE
001810     END-IF.
001820
001830 MENU-LOOP.
001840     PERFORM REFRESH-WINDOW-FLAG.
001850     DISPLAY " ".
001860     DISPLAY "Call groups - L)ist  S)how  G)roup  X) delete "
001870         "group".
001880     DISPLAY "              A)dd member  C)hange member  "
001890         "R)emove member  P)rint  Q)uit: " WITH NO ADVANCING.
001900     ACCEPT ws-choice.
001901     IF ws-update-granted NOT = "Y"
001902         AND (ws-choice = "G" OR "g" OR "X" OR "x"
001904             OR "A" OR "a" OR "C" OR "c" OR "R" OR "r")
001905         DISPLAY "Not granted GRPUPD - updates refused."
001907         MOVE SPACE TO ws-choice
001908     END-IF.
001910     EVALUATE ws-choice
001920         WHEN "L"
001930         WHEN "l"
001940             PERFORM LIST-GROUPS
001950         WHEN "S"
001960         WHEN "s"
001970             PERFORM SHOW-GROUP
001980         WHEN "G"
001990         WHEN "g"
002000             IF ws-window-locked = "Y"
002010                 DISPLAY "Batch window open - "
002020                     "updates locked."
002030             ELSE
002040             PERFORM MAINTAIN-GROUP
002050             END-IF
002060         WHEN "X"
002070         WHEN "x"
002080             IF ws-window-locked = "Y"
002090                 DISPLAY "Batch window open - "
002100                     "updates locked."
002110             ELSE
002120             PERFORM DELETE-GROUP
002130             END-IF
002140         WHEN "A"
002150         WHEN "a"
002160             IF ws-window-locked = "Y"
002170                 DISPLAY "Batch window open - "
002180                     "updates locked."
002190             ELSE
002200             PERFORM ADD-MEMBER
002210             END-IF
002220         WHEN "C"
002230         WHEN "c"
002240             IF ws-window-locked = "Y"
002250                 DISPLAY "Batch window open - "
002260                     "updates locked."
002270             ELSE
002280             PERFORM CHANGE-MEMBER
002290             END-IF
002300         WHEN "R"
002310         WHEN "r"
002320             IF ws-window-locked = "Y"
002330                 DISPLAY "Batch window open - "
002340                     "updates locked."
002350             ELSE
002360             PERFORM REMOVE-MEMBER
002370             END-IF
002380         WHEN "P"
002390         WHEN "p"
002400             PERFORM PRINT-CALL-LIST
002410         WHEN "Q"
002420         WHEN "q"
002430             MOVE "Y" TO ws-done
002440         WHEN OTHER
002450             CONTINUE
002460     END-EVALUATE.
002470
002480 LIST-GROUPS.
002490     MOVE ZERO  TO ws-group-count.
002500     MOVE SPACE TO ws-eof.
002510     MOVE LOW-VALUES TO CGRP-CODE.
002520     START CGRPFILE KEY IS NOT LESS THAN CGRP-CODE
002530         INVALID KEY MOVE "y" TO ws-eof
002540     END-START.
002550     IF ws-eof NOT = "y"
002560         READ CGRPFILE NEXT RECORD
002570             AT END MOVE "y" TO ws-eof
002580         END-READ
002590     END-IF.
002600     PERFORM LIST-ONE-GROUP UNTIL ws-eof = "y".
002610     IF ws-group-count = ZERO
002620         DISPLAY "  (no call groups on file)"
002630     END-IF.
002640
002650 LIST-ONE-GROUP.
002660     ADD 1 TO ws-group-count.
002670     MOVE CGRP-CODE TO ws-group-entry.
002680     PERFORM COUNT-MEMBERS.
002690     MOVE CGRP-OWNER-ID TO ws-check-id.
002700     PERFORM GET-PERSON-NAME.
002710     DISPLAY "  " CGRP-CODE " " CGRP-NAME " " ws-member-count
002720         " OWNER " ws-person-name.
002730     READ CGRPFILE NEXT RECORD
002740         AT END MOVE "y" TO ws-eof
002750     END-READ.
002760
002770 COUNT-MEMBERS.
002780*--------------------------------
002790* Members of ws-group-entry, and the highest calling order in
002800* use (for the next member's default).
002810*--------------------------------
002820     MOVE ZERO  TO ws-member-count.
002830     MOVE ZERO  TO ws-last-order.
002840     MOVE "N"   TO ws-already-member.
002850     MOVE SPACE TO ws-answer.
002860     MOVE ws-group-entry TO CMEM-GROUP.
002870     MOVE ZERO           TO CMEM-ORDER.
002880     START CMEMFILE KEY IS NOT LESS THAN CMEM-KEY
002890         INVALID KEY MOVE "y" TO ws-answer
002900     END-START.
002910     IF ws-answer NOT = "y"
002920         READ CMEMFILE NEXT RECORD
002930             AT END MOVE "y" TO ws-answer
002940         END-READ
002950     END-IF.
002960     PERFORM COUNT-ONE-MEMBER UNTIL ws-answer = "y".
002970
002980 COUNT-ONE-MEMBER.
002990     IF CMEM-GROUP NOT = ws-group-entry
003000         MOVE "y" TO ws-answer
003010     ELSE
003020         ADD 1 TO ws-member-count
003030         MOVE CMEM-ORDER TO ws-last-order
003040         IF CMEM-EMPLOYEE-ID = ws-check-id
003050             MOVE "Y" TO ws-already-member
003060         END-IF
003070         READ CMEMFILE NEXT RECORD
003080             AT END MOVE "y" TO ws-answer
003090         END-READ
003100     END-IF.
003110
003120 SHOW-GROUP.
003130     PERFORM FIND-GROUP.
003140     IF ws-fields-ok = "Y"
003150         MOVE CGRP-OWNER-ID TO ws-check-id
003160         PERFORM GET-PERSON-NAME
003170         DISPLAY CGRP-CODE " " CGRP-NAME
003180         DISPLAY "  OWNER " CGRP-OWNER-ID " " ws-person-name
003190         MOVE ZERO  TO ws-member-count
003200         MOVE SPACE TO ws-eof
003210         MOVE ws-group-entry TO CMEM-GROUP
003220         MOVE ZERO           TO CMEM-ORDER
003230         START CMEMFILE KEY IS NOT LESS THAN CMEM-KEY
003240             INVALID KEY MOVE "y" TO ws-eof
003250         END-START
003260         IF ws-eof NOT = "y"
003270             READ CMEMFILE NEXT RECORD
003280                 AT END MOVE "y" TO ws-eof
003290             END-READ
003300         END-IF
003310         PERFORM SHOW-ONE-MEMBER UNTIL ws-eof = "y"
003320         IF ws-member-count = ZERO
003330             DISPLAY "  (no members)"
003340         END-IF
003350     END-IF.
003360
003370 SHOW-ONE-MEMBER.
003380     IF CMEM-GROUP NOT = ws-group-entry
003390         MOVE "y" TO ws-eof
003400     ELSE
003410         ADD 1 TO ws-member-count
003420         MOVE CMEM-EMPLOYEE-ID TO ws-check-id
003430         PERFORM GET-PERSON-NAME
003440         DISPLAY "  " CMEM-ORDER " " CMEM-EMPLOYEE-ID " "
003450             ws-person-name " " CMEM-ROLE " " ws-person-flag
003460         READ CMEMFILE NEXT RECORD
003470             AT END MOVE "y" TO ws-eof
003480         END-READ
003490     END-IF.
003500
003510 GET-PERSON-NAME.
003520     MOVE "(NOT ON DIRECTORY)" TO ws-person-name.
003530     MOVE "NOT FOUND"          TO ws-person-flag.
003540     IF ws-check-id = ZERO
003550         MOVE "(NONE)" TO ws-person-name
003560         MOVE SPACES   TO ws-person-flag
003570     END-IF.
003580     IF ws-phone-open = "Y"
003590         AND ws-check-id NOT = ZERO
003600         MOVE ws-check-id TO employee-id
003610         READ PHONEFILE
003620             INVALID KEY CONTINUE
003630             NOT INVALID KEY
003640                 MOVE SPACES TO ws-person-name
003650                 STRING first-name DELIMITED BY "  "
003660                     " "           DELIMITED BY SIZE
003670                     last-name     DELIMITED BY "  "
003680                     INTO ws-person-name
003690                 END-STRING
003700                 IF emp-inactive
003710                     MOVE "INACTIVE" TO ws-person-flag
003720                 ELSE
003730                     MOVE SPACES     TO ws-person-flag
003740                 END-IF
003750         END-READ
003760     END-IF.
003770
003780 FIND-GROUP.
003790     MOVE "Y" TO ws-fields-ok.
003800     DISPLAY "Group code: " WITH NO ADVANCING.
003810     MOVE SPACES TO ws-group-entry.
003820     ACCEPT ws-group-entry.
003830     MOVE FUNCTION UPPER-CASE(ws-group-entry) TO ws-group-entry.
003840     IF ws-group-entry = SPACES
003850         MOVE "N" TO ws-fields-ok
003860     ELSE
003870         MOVE ws-group-entry TO CGRP-CODE
003880         READ CGRPFILE
003890             INVALID KEY
003900                 DISPLAY "No group " ws-group-entry " on file."
003910                 MOVE "N" TO ws-fields-ok
003920         END-READ
003930     END-IF.
003940
003950 MAINTAIN-GROUP.
003960*--------------------------------
003970* A new code adds the group; an existing one changes its name
003980* or owner.  Enter keeps what is there.
003990*--------------------------------
004000     MOVE "Y" TO ws-fields-ok.
004010     DISPLAY "Group code: " WITH NO ADVANCING.
004020     MOVE SPACES TO ws-group-entry.
004030     ACCEPT ws-group-entry.
004040     MOVE FUNCTION UPPER-CASE(ws-group-entry) TO ws-group-entry.
004050     IF ws-group-entry = SPACES
004060         MOVE "N" TO ws-fields-ok
004070     ELSE
004080         MOVE ws-group-entry TO CGRP-CODE
004090         MOVE "N" TO ws-is-new
004100         READ CGRPFILE
004110             INVALID KEY
004120                 MOVE "Y" TO ws-is-new
004130                 MOVE SPACES TO CGRP-REC
004140                 MOVE ws-group-entry TO CGRP-CODE
004150                 MOVE ZERO TO CGRP-OWNER-ID
004160                 MOVE ZERO TO CGRP-CHANGED-DATE
004170                 DISPLAY "New group."
004180         END-READ
004190         MOVE CGRP-REC TO ws-hold-group
004200     END-IF.
004210     IF ws-fields-ok = "Y"
004220         DISPLAY "Group name [" CGRP-NAME "]: " WITH NO ADVANCING
004230         MOVE SPACES TO ws-name-entry
004240         ACCEPT ws-name-entry
004250         IF ws-name-entry NOT = SPACES
004260             MOVE ws-name-entry TO CGRP-NAME
004270         END-IF
004280         IF CGRP-NAME = SPACES
004290             DISPLAY "A group needs a name."
004300             MOVE "N" TO ws-fields-ok
004310         END-IF
004320     END-IF.
004330     IF ws-fields-ok = "Y"
004340         DISPLAY "Owner employee ID [" CGRP-OWNER-ID "]: "
004350             WITH NO ADVANCING
004360         MOVE SPACES TO ws-id-entry
004370         ACCEPT ws-id-entry
004380         IF ws-id-entry NOT = SPACES
004390             IF ws-id-entry IS NOT NUMERIC
004400                 DISPLAY "Employee ID must be six digits."
004410                 MOVE "N" TO ws-fields-ok
004420             ELSE
004430                 MOVE ws-id-entry TO CGRP-OWNER-ID
004440                 MOVE ws-id-entry TO ws-check-id
004450                 PERFORM CHECK-ACTIVE-EMPLOYEE
004460             END-IF
004470         END-IF
004480         IF CGRP-OWNER-ID = ZERO
004490             DISPLAY "A group needs an owner."
004500             MOVE "N" TO ws-fields-ok
004510         END-IF
004520     END-IF.
004530     IF ws-fields-ok = "Y"
004540         IF ws-is-new NOT = "Y"
004550             AND CGRP-REC = ws-hold-group
004560             DISPLAY "Nothing changed."
004570         ELSE
004580             MOVE ws-operator-id TO CGRP-CHANGED-BY
004590             MOVE ws-today       TO CGRP-CHANGED-DATE
004600             IF ws-is-new = "Y"
004610                 WRITE CGRP-REC
004620                     INVALID KEY
004630                         DISPLAY "Problem with index!"
004640                 END-WRITE
004650                 MOVE SPACES TO AUDIT-BEFORE
004660                 MOVE "ADD"  TO AUDIT-ACTION
004670             ELSE
004680                 REWRITE CGRP-REC
004690                     INVALID KEY
004700                         DISPLAY "Problem with index!"
004710                 END-REWRITE
004720                 MOVE ws-hold-group TO AUDIT-BEFORE
004730                 MOVE "CHANGE"      TO AUDIT-ACTION
004740             END-IF
004750             IF ws-cgrp-status = "00"
004760                 DISPLAY "Group saved."
004770                 MOVE CGRP-REC TO AUDIT-AFTER
004780                 PERFORM WRITE-AUDIT-RECORD
004790             END-IF
004800         END-IF
004810     END-IF.
004820
004830 DELETE-GROUP.
004840     PERFORM FIND-GROUP.
004850     IF ws-fields-ok = "Y"
004860         MOVE ZERO TO ws-check-id
004870         PERFORM COUNT-MEMBERS
004880         IF ws-member-count NOT = ZERO
004890             DISPLAY "Group still has " ws-member-count
004900                 " members - remove them first."
004910             MOVE "N" TO ws-fields-ok
004920         END-IF
004930     END-IF.
004940     IF ws-fields-ok = "Y"
004950         DISPLAY "Delete group " CGRP-CODE " " CGRP-NAME
004960             " (Y/N)? " WITH NO ADVANCING
004970         MOVE SPACE TO ws-answer
004980         ACCEPT ws-answer
004990         IF ws-answer = "Y" OR ws-answer = "y"
005000             MOVE CGRP-REC TO ws-hold-group
005010             DELETE CGRPFILE
005020                 INVALID KEY
005030                     DISPLAY "Problem with index!"
005040             END-DELETE
005050             IF ws-cgrp-status = "00"
005060                 DISPLAY "Deleted."
005070                 MOVE ws-hold-group TO AUDIT-BEFORE
005080                 MOVE SPACES        TO AUDIT-AFTER
005090                 MOVE "DELETE"      TO AUDIT-ACTION
005100                 PERFORM WRITE-AUDIT-RECORD
005110             END-IF
005120         END-IF
005130     END-IF.
005140
005150 ADD-MEMBER.
005160     PERFORM FIND-GROUP.
005170     IF ws-fields-ok = "Y"
005180         DISPLAY "Employee ID: " WITH NO ADVANCING
005190         MOVE SPACES TO ws-id-entry
005200         ACCEPT ws-id-entry
005210         IF ws-id-entry IS NOT NUMERIC
005220             DISPLAY "Employee ID must be six digits."
005230             MOVE "N" TO ws-fields-ok
005240         ELSE
005250             MOVE ws-id-entry TO ws-check-id
005260             PERFORM CHECK-ACTIVE-EMPLOYEE
005270         END-IF
005280     END-IF.
005290     IF ws-fields-ok = "Y"
005300         PERFORM COUNT-MEMBERS
005310         IF ws-already-member = "Y"
005320             DISPLAY "Already a member of " ws-group-entry "."
005330             MOVE "N" TO ws-fields-ok
005340         END-IF
005350     END-IF.
005360     IF ws-fields-ok = "Y"
005370         COMPUTE ws-new-order = ws-last-order + 10
005380             ON SIZE ERROR MOVE 999 TO ws-new-order
005390         END-COMPUTE
005400         DISPLAY "Calling order [" ws-new-order "]: "
005410             WITH NO ADVANCING
005420         PERFORM GET-ORDER-ENTRY
005430     END-IF.
005440     IF ws-fields-ok = "Y"
005450         DISPLAY "Role: " WITH NO ADVANCING
005460         MOVE SPACES TO ws-role-entry
005470         ACCEPT ws-role-entry
005480         MOVE ws-group-entry TO CMEM-GROUP
005490         MOVE ws-new-order   TO CMEM-ORDER
005500         MOVE ws-check-id    TO CMEM-EMPLOYEE-ID
005510         MOVE ws-role-entry  TO CMEM-ROLE
005520         MOVE ws-operator-id TO CMEM-CHANGED-BY
005530         MOVE ws-today       TO CMEM-CHANGED-DATE
005540         WRITE CMEM-REC
005550             INVALID KEY
005560                 DISPLAY "Calling order " ws-new-order
005570                     " is already taken."
005580         END-WRITE
005590         IF ws-cmem-status = "00"
005600             DISPLAY "Member added."
005610             MOVE SPACES   TO AUDIT-BEFORE
005620             MOVE CMEM-REC TO AUDIT-AFTER
005630             MOVE "ADD"    TO AUDIT-ACTION
005640             PERFORM WRITE-AUDIT-RECORD
005650         END-IF
005660     END-IF.
005670
005680 GET-ORDER-ENTRY.
005690*--------------------------------
005700* Enter keeps the order offered in ws-new-order.
005710*--------------------------------
005720     MOVE SPACES TO ws-order-entry.
005730     ACCEPT ws-order-entry.
005740     IF ws-order-entry NOT = SPACES
005750         IF ws-order-entry IS NOT NUMERIC
005760             DISPLAY "Calling order must be three digits."
005770             MOVE "N" TO ws-fields-ok
005780         ELSE
005790             MOVE ws-order-entry TO ws-new-order
005800         END-IF
005810     END-IF.
005820     IF ws-fields-ok = "Y"
005830         AND ws-new-order = ZERO
005840         DISPLAY "Calling order must be 001 or more."
005850         MOVE "N" TO ws-fields-ok
005860     END-IF.
005870
005880 FIND-MEMBER.
005890     PERFORM FIND-GROUP.
005900     IF ws-fields-ok = "Y"
005910         DISPLAY "Calling order: " WITH NO ADVANCING
005920         MOVE SPACES TO ws-order-entry
005930         ACCEPT ws-order-entry
005940         IF ws-order-entry IS NOT NUMERIC
005950             DISPLAY "Calling order must be three digits."
005960             MOVE "N" TO ws-fields-ok
005970         ELSE
005980             MOVE ws-group-entry TO CMEM-GROUP
005990             MOVE ws-order-entry TO CMEM-ORDER
006000             READ CMEMFILE
006010                 INVALID KEY
006020                     DISPLAY "No member at that calling order."
006030                     MOVE "N" TO ws-fields-ok
006040             END-READ
006050         END-IF
006060     END-IF.
006070     IF ws-fields-ok = "Y"
006080         MOVE CMEM-EMPLOYEE-ID TO ws-check-id
006090         PERFORM GET-PERSON-NAME
006100         DISPLAY "  " CMEM-ORDER " " CMEM-EMPLOYEE-ID " "
006110             ws-person-name " " CMEM-ROLE " " ws-person-flag
006120     END-IF.
006130
006140 CHANGE-MEMBER.
006150*--------------------------------
006160* A new calling order moves the member: the record is written
006170* under the new key and the old one deleted.
006180*--------------------------------
006190     PERFORM FIND-MEMBER.
006200     IF ws-fields-ok = "Y"
006210         MOVE CMEM-REC   TO ws-hold-member
006220         MOVE CMEM-ORDER TO ws-new-order
006230         DISPLAY "Calling order [" ws-new-order "]: "
006240             WITH NO ADVANCING
006250         PERFORM GET-ORDER-ENTRY
006260     END-IF.
006270     IF ws-fields-ok = "Y"
006280         DISPLAY "Role [" CMEM-ROLE "]: " WITH NO ADVANCING
006290         MOVE SPACES TO ws-role-entry
006300         ACCEPT ws-role-entry
006310         IF ws-role-entry NOT = SPACES
006320             MOVE ws-role-entry TO CMEM-ROLE
006330         END-IF
006340         MOVE ws-new-order TO CMEM-ORDER
006350         IF CMEM-REC = ws-hold-member
006360             DISPLAY "Nothing changed."
006370             MOVE "N" TO ws-fields-ok
006380         END-IF
006390     END-IF.
006400     IF ws-fields-ok = "Y"
006410         MOVE ws-operator-id TO CMEM-CHANGED-BY
006420         MOVE ws-today       TO CMEM-CHANGED-DATE
006430         IF CMEM-KEY = ws-hold-member-key
006440             REWRITE CMEM-REC
006450                 INVALID KEY
006460                     DISPLAY "Problem with index!"
006470             END-REWRITE
006480         ELSE
006490             WRITE CMEM-REC
006500                 INVALID KEY
006510                     DISPLAY "Calling order " ws-new-order
006520                         " is already taken."
006530             END-WRITE
006540             IF ws-cmem-status = "00"
006550                 MOVE CMEM-REC       TO ws-new-member
006560                 MOVE ws-hold-member TO CMEM-REC
006570                 DELETE CMEMFILE
006580                     INVALID KEY
006590                         DISPLAY "Problem with index!"
006600                 END-DELETE
006610                 MOVE ws-new-member  TO CMEM-REC
006620             END-IF
006630         END-IF
006640         IF ws-cmem-status = "00"
006650             DISPLAY "Member changed."
006660             MOVE ws-hold-member TO AUDIT-BEFORE
006670             MOVE CMEM-REC       TO AUDIT-AFTER
006680             MOVE "CHANGE"       TO AUDIT-ACTION
006690             PERFORM WRITE-AUDIT-RECORD
006700         END-IF
006710     END-IF.
006720
006730 REMOVE-MEMBER.
006740     PERFORM FIND-MEMBER.
006750     IF ws-fields-ok = "Y"
006760         DISPLAY "Remove from " ws-group-entry " (Y/N)? "
006770             WITH NO ADVANCING
006780         MOVE SPACE TO ws-answer
006790         ACCEPT ws-answer
006800         IF ws-answer = "Y" OR ws-answer = "y"
006810             MOVE CMEM-REC TO ws-hold-member
006820             DELETE CMEMFILE
006830                 INVALID KEY
006840                     DISPLAY "Problem with index!"
006850             END-DELETE
006860             IF ws-cmem-status = "00"
006870                 DISPLAY "Removed."
006880                 MOVE ws-hold-member TO AUDIT-BEFORE
006890                 MOVE SPACES         TO AUDIT-AFTER
006900                 MOVE "DELETE"       TO AUDIT-ACTION
006910                 PERFORM WRITE-AUDIT-RECORD
006920             END-IF
006930         END-IF
006940     END-IF.
006950
006960 PRINT-CALL-LIST.
006970*--------------------------------
006980* The printed list is grprpt's; the files are closed around the
006990* run so it sees every update made here.
007000*--------------------------------
007010     DISPLAY "Group code (Enter for all groups): "
007020         WITH NO ADVANCING.
007030     MOVE SPACES TO ws-group-entry.
007040     ACCEPT ws-group-entry.
007050     MOVE FUNCTION UPPER-CASE(ws-group-entry) TO ws-group-entry.
007060     SET ENVIRONMENT "GRPRPT_GROUP" TO ws-group-entry.
007070     CLOSE CMEMFILE.
007080     CLOSE CGRPFILE.
007090     MOVE "grprpt" TO ws-shell-command.
007100     CALL "SYSTEM" USING ws-shell-command.
007110     PERFORM OPEN-GROUP-FILES.
007120     DISPLAY "Call list printed to GRPCALL.PRT.".
007130
007140 CHECK-ACTIVE-EMPLOYEE.
007150     IF ws-phone-open = "Y"
007160         MOVE ws-check-id TO employee-id
007170         READ PHONEFILE
007180             INVALID KEY
007190                 DISPLAY "Employee " ws-check-id
007200                     " is not on the directory."
007210                 MOVE "N" TO ws-fields-ok
007220             NOT INVALID KEY
007230                 IF emp-inactive
007240                     DISPLAY "Employee " ws-check-id
007250                         " is inactive."
007260                     MOVE "N" TO ws-fields-ok
007270                 END-IF
007280         END-READ
007290     END-IF.
007300
007310 WRITE-AUDIT-RECORD.
007320*--------------------------------
007330* Appends the change to the reference-data audit trail
007340* (REFAUDIT.DAT) with the same before/after and chaining
007350* convention deptmnt uses, so audtchk verifies it and refaud
007360* reads it back.  The caller sets AUDIT-ACTION, AUDIT-BEFORE,
007370* and AUDIT-AFTER first.
007380*--------------------------------
007390     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
007400     MOVE ws-operator-id         TO AUDIT-OPERATOR.
007410     MOVE "GRPMNT  "              TO AUDIT-PROGRAM-NAME.
007420     PERFORM SET-AUDIT-SEQUENCE.
007430     MOVE AUDIT-RECORD           TO AUDIT-LINE.
007440     OPEN EXTEND AUDITFILE.
007450     IF ws-audit-status = "35"
007460         OPEN OUTPUT AUDITFILE
007470     END-IF.
007480     WRITE AUDIT-LINE.
007490     CLOSE AUDITFILE.
007500
007510 SET-AUDIT-SEQUENCE.
007520*--------------------------------
007530* Tamper-evident chaining, the same sequence-and-check scheme
007540* write-audit-record in phonescr.cbl folds over each record.
007550*--------------------------------
007560     PERFORM GET-LAST-AUDIT-POSITION.
007570     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
007580     PERFORM COMPUTE-AUDIT-CHECK.
007590
007600 GET-LAST-AUDIT-POSITION.
007610     MOVE ZERO TO ws-last-audit-seq.
007620     MOVE ZERO TO ws-last-audit-check.
007630     OPEN INPUT AUDITFILE.
007640     IF ws-audit-status = "00"
007650         PERFORM READ-LAST-AUDIT-LINE
007660             UNTIL ws-audit-status NOT = "00"
007670         CLOSE AUDITFILE
007680     END-IF.
007690
007700 READ-LAST-AUDIT-LINE.
007710     READ AUDITFILE
007720         AT END CONTINUE
007730     END-READ.
007740     IF ws-audit-status = "00"
007750         AND AUDIT-LINE(229:9) IS NUMERIC
007760         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
007770         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
007780     END-IF.
007790
007800 COMPUTE-AUDIT-CHECK.
007810     MOVE ZERO TO ws-audit-work-sum.
007820     MOVE ZERO TO ws-audit-sub.
007830     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
007840     COMPUTE AUDIT-CHECK-VALUE =
007850         FUNCTION MOD((ws-last-audit-check * 17)
007860             + ws-audit-work-sum, 999999999).
007870
007880 ADD-ONE-AUDIT-BYTE.
007890     ADD 1 TO ws-audit-sub.
007900     COMPUTE ws-audit-work-sum = ws-audit-work-sum
007910         + (ws-audit-sub
007920            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
007930
007940 SAMPLE-WINDOW-FLAG.
007950     MOVE "N"    TO ws-window-locked.
007960     MOVE SPACES TO ws-window-step.
007970     OPEN INPUT WINDOW-FLAG-FILE.
007980     IF ws-flag-status = "00"
007990         READ WINDOW-FLAG-FILE
008000             AT END CONTINUE
008010         END-READ
008020         IF ws-flag-status = "00" AND FLG-STATE = "OPEN"
008030             MOVE "Y"      TO ws-window-locked
008040             MOVE FLG-STEP TO ws-window-step
008050         END-IF
008060         CLOSE WINDOW-FLAG-FILE
008070     END-IF.
008080
008090 REFRESH-WINDOW-FLAG.
008100*--------------------------------
008110* The flag is re-sampled before every pass, not just at
008120* sign-on, so a screen left up all day locks the moment the
008130* window opens under it.  An override granted this session
008140* stands until the operator quits.
008150*--------------------------------
008160     IF ws-window-override = "Y"
008170         MOVE "N" TO ws-window-locked
008180     ELSE
008190         PERFORM SAMPLE-WINDOW-FLAG
008200     END-IF.
008210
008220 CHECK-BATCH-WINDOW.
008230*--------------------------------
008240* Updates are refused while batchwin's window-open flag is up;
008250* listing stays open.  A supervisor (verified against the
008260* operator master) can override for a genuine emergency, and
008270* the override goes on the reference-data audit trail.
008280*--------------------------------
008290     PERFORM SAMPLE-WINDOW-FLAG.
008300     IF ws-window-locked = "Y"
008310         DISPLAY "THE BATCH WINDOW IS OPEN - RUNNING STEP:"
008320         DISPLAY "  " ws-window-step
008330         DISPLAY "Updates are locked; listing is open."
008340         PERFORM OFFER-WINDOW-OVERRIDE
008350     END-IF.
008360
008370 OFFER-WINDOW-OVERRIDE.
008380     DISPLAY "Supervisor override for an emergency (Y/N)? "
008390         WITH NO ADVANCING.
008400     ACCEPT ws-override-answer.
008410     IF ws-override-answer = "Y" OR ws-override-answer = "y"
008420         PERFORM VERIFY-OVERRIDE-SUPERVISOR
008430         IF ws-override-ok = "Y"
008440             MOVE "N" TO ws-window-locked
008450             MOVE "Y" TO ws-window-override
008460             MOVE SPACES TO AUDIT-BEFORE
008470             MOVE SPACES TO AUDIT-AFTER
008480             STRING "WINDOW OVERRIDE DURING STEP "
008490                 ws-window-step
008500                 DELIMITED BY SIZE INTO AUDIT-AFTER
008510             MOVE "OVRRID" TO AUDIT-ACTION
008520             PERFORM WRITE-AUDIT-RECORD
008530         END-IF
008540     END-IF.
008550
008560 VERIFY-OVERRIDE-SUPERVISOR.
008570*--------------------------------
008580* The override takes a supervisor sign-on against the operator
008590* master; a shop with no master yet has no supervisors to ask,
008600* so the lock stands.
008610*--------------------------------
008620     MOVE "N" TO ws-override-ok.
008630     OPEN INPUT OPERFILE.
008640     IF ws-oper-status NOT = "00"
008650         DISPLAY "No operator master - the lock stands."
008660     ELSE
008670         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
008680         ACCEPT ws-ovr-id
008690         DISPLAY "Password: " WITH NO ADVANCING
008700         ACCEPT ws-ovr-password
008710         MOVE ws-ovr-id TO OPER-ID
008720         READ OPERFILE
008730             INVALID KEY
008740                 DISPLAY "Unknown operator."
008750             NOT INVALID KEY
008760                 IF OPER-PASSWORD = ws-ovr-password
008770                     AND OPER-AUTH-SUPERVISOR
008780                     MOVE "Y" TO ws-override-ok
008790                     MOVE ws-ovr-id TO ws-operator-id
008800                 ELSE
008810                     DISPLAY "Not a supervisor, or wrong "
008820                         "password."
008830                 END-IF
008840         END-READ
008850         CLOSE OPERFILE
008860     END-IF.

008880 VERIFY-OPERATOR.
008890*--------------------------------
008900* With the operator master (OPERMAST.DAT) on file the password
008910* is checked against it, and an ID that is unknown, locked, or
008920* given the wrong password gets no grant below.  A shop with no
008930* master yet runs as before.
008940*--------------------------------
008950     OPEN INPUT OPERFILE.
008960     IF ws-oper-status = "00"
008970         DISPLAY "Password: " WITH NO ADVANCING
008980         ACCEPT ws-sign-password
008990         MOVE "N" TO ws-sign-ok
009000         MOVE ws-operator-id TO OPER-ID
009010         READ OPERFILE
009020             INVALID KEY
009030                 CONTINUE
009040             NOT INVALID KEY
009050                 IF OPER-PASSWORD = ws-sign-password
009060                     AND NOT OPER-IS-LOCKED
009070                     MOVE "Y" TO ws-sign-ok
009080                 END-IF
009090         END-READ
009100         CLOSE OPERFILE
009110     END-IF.
009120
009130 CHECK-UPDATE-GRANT.
009140*--------------------------------
009150* Maintaining call groups and their members need the GRPUPD
009160* grant on the access table (OPERACC.DAT, kept in opermnt);
009170* without it the screen is listing only.  A shop with no table
009180* yet runs as before.
009190*--------------------------------
009200     MOVE "Y" TO ws-update-granted.
009210     IF ws-sign-ok = "N"
009220         MOVE "N" TO ws-update-granted
009230         DISPLAY "Operator not verified - listing only."
009240     ELSE
009250         OPEN INPUT ACCESS-FILE
009260         IF ws-acc-status = "00"
009270             MOVE ws-operator-id TO ACC-OPER-ID
009280             MOVE "GRPUPD  "     TO ACC-FUNCTION
009290             READ ACCESS-FILE
009300                 INVALID KEY
009310                     MOVE "N" TO ws-update-granted
009320                     DISPLAY "No GRPUPD grant for "
009330                         ws-operator-id
009340                         " - listing only."
009350             END-READ
009360             CLOSE ACCESS-FILE
009370         END-IF
009380     END-IF.
