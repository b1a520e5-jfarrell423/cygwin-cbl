000400 ORGANIZATION IS INDEXED
000410 ACCESS MODE IS DYNAMIC
000420 RECORD KEY IS OPER-ID.
000422
000424 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000426 FILE STATUS IS ws-acc-status
000428 ORGANIZATION IS INDEXED
000430 ACCESS MODE IS DYNAMIC
000431 RECORD KEY IS ACC-KEY.
000432
000433 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
000434 ORGANIZATION IS LINE SEQUENTIAL
000435 FILE STATUS IS ws-spol-status.
000436
000437 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000438 ORGANIZATION IS LINE SEQUENTIAL
000439 FILE STATUS IS ws-vlog-status.
000440
000441 SELECT ALIASFILE ASSIGN TO "PHONEALIASDAT"
000442 FILE STATUS IS ws-alias-status
000443 ORGANIZATION IS INDEXED
000482 ACCESS MODE IS DYNAMIC
000483 RECORD KEY IS ONCALL-KEY.
000484
000485 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000486 FILE STATUS IS ws-away-status
000487 ORGANIZATION IS INDEXED
000488 ACCESS MODE IS DYNAMIC
000489 RECORD KEY IS AWAY-KEY.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD PHONEFILE.
000736 FD CONTRFILE.
000737     COPY CONTRREC.
000738
000739 FD AWAYFILE.
000740     COPY AWAYREC.
000742
000743 FD ACCESS-FILE.
000744     COPY ACCSREC.
000746
000747 FD SENSPOL-FILE.
000749     COPY SPOLREC.
000750
000751 FD VLOG-FILE.
000753     COPY VLOGREC.
000754
000755 WORKING-STORAGE SECTION.
000757     COPY FILESTAT.
000758     COPY SCRNCLR.
000760
000770 01 ws-operator-id                    pic x(08) value "SYSTEM  ".
000780
001650 01 ws-password-entry                  pic x(08) value spaces.
001660 01 ws-signon-ok                       pic x     value space.
001665 01 ws-empty-master                    pic x     value space.
001666 01 ws-signon-tries                    pic 9     value zero.
001667 01 aut-stat-mess                      pic x(25)
001668        value "Not authorized.".
001669 01 ws-acc-status                      pic x(02).
001670 01 ws-update-granted                  pic x     value "Y".
001671 01 ws-spol-status                     pic x(02).
001672 01 ws-spol-eof                        pic x     value space.
001673 01 ws-vlog-status                     pic x(02).
001674 01 ws-sens-row                        pic 99    value zero.
001675 01 ws-sens-real-home                  pic x(10) value spaces.
001676 01 ws-sens-real-cell                  pic x(10) value spaces.
001677 01 ws-sens-mask                       pic x(10) value all "*".
001678     COPY SENSTAB.
001679 01 ws-oncall-status                   pic x(02).
001680 01 ws-oncall-today                    pic 9(08) value zero.
001681 01 ws-oncall-hits                     pic 9(03) value zero.
001682 01 ws-oncall-eof                      pic x     value space.
001683 01 ws-oncall-calling                  pic x     value "N".
001684 01 ws-oncall-primary-away             pic x     value "N".
001685 01 ws-oncall-cover-id                 pic 9(06) value zero.
001686 01 ws-away-status                     pic x(02).
001687 01 ws-away-open                       pic x     value "N".
001688 01 ws-away-eof                        pic x     value space.
001689 01 ws-away-found                      pic x     value "N".
001690 01 ws-away-today                      pic 9(08) value zero.
001691 01 ws-away-check-id                   pic 9(06) value zero.
001692 01 ws-away-until                      pic 9(08) value zero.
001693 01 ws-away-cover                      pic 9(06) value zero.
001694 01 ws-away-text                       pic x(79) value spaces.
001695 01 ws-supv-status                     pic x(02).
001696 01 ws-supv-found                      pic x     value space.
001697 01 ws-supv-done                       pic x     value space.
001880          occurs 50 times              value zero.
001890 01 clr-stat-mess                     pic x(25)
001900        value spaces.
001910 01 screen-mess                       pic x(79) value spaces.
001920 01 bye                               pic x value space.
001930 01 rec-ok                            pic x value space.
001940 01 yorn                              pic x value space.
005710                 "file locations in effect"
005720     END-CALL.
005730     PERFORM OPERATOR-SIGN-ON.
005731     PERFORM CHECK-UPDATE-GRANT.
005733     PERFORM LOAD-SENSITIVE-POLICY.
005735     PERFORM CHECK-BATCH-WINDOW.
005740     PERFORM MAIN-PROCESS.
005750
006460
006470 DO-THE-PICK.
006475     PERFORM REFRESH-WINDOW-FLAG.
006480     IF (oper-inquiry-only OR ws-window-locked = "Y"
006481             OR ws-update-granted = "N")
006482         AND (MENU-PICK = 1 OR MENU-PICK = 2 OR MENU-PICK = 3
006484             OR MENU-PICK = 8 OR MENU-PICK = 9
006486             OR MENU-PICK = 11 OR MENU-PICK = 12
007730         invalid key perform not-there
007740     end-read.
007750     move ws-hold-rec to ws-change-audit-before.
007752     move "CHANGE" to SENS-VIEW-NAME.
007755     perform SENS-MASK-HOLD.
007757     perform SENS-LOG-HOLD.
007760     move chg-stat-mess to screen-mess.
007770     display data-enter-screen.
007780     accept ws-user-ok.
007785     perform SENS-UNMASK-HOLD.
007790     if ws-user-ok = "N" or "n" perform init-screen.
007800     if ws-user-ok = "Y" or "y" perform change-ok.
007810     close PHONEFILE.
009340
009350 GET-CHANGE-SCREEN.
009360     move clr-stat-mess to screen-mess.
009365     perform SENS-MASK-HOLD.
009370     display data-enter-screen.
009380     accept data-enter-screen.
009385     perform SENS-RESTORE-UNCHANGED.
009390     perform VALIDATE-PHONE-NUMBERS.
009400
009410 VALIDATE-PHONE-NUMBERS.
010010         KEY IS FULLNAME
010020         invalid key perform not-there
010030     end-read.
010035     perform show-away-on-lookup.
010036     move "SEARCH" to SENS-VIEW-NAME.
010037     perform SENS-MASK-HOLD.
010038     perform SENS-LOG-HOLD.
010040     close PHONEFILE.
010050     display data-enter-screen.
010060     accept ws-user-ok.
011370         move work-number  to ws-work-number-id(ws-search-count)
011380         move cell-number  to ws-cell-number-id(ws-search-count)
011390         move pager-number to ws-pager-number-id(ws-search-count)
011392         move ws-search-count to ws-sens-row
011395         move "SEARCH" to SENS-VIEW-NAME
011397         perform SENS-MASK-ROW
011400     end-if.
011410     read PHONEFILE next record
011420         at end move "y" to eof.
011560     end-read.
011570     move dbs-rec-1 to ws-hold-rec.
011572     perform show-supervisor-on-lookup.
011574     perform show-away-on-lookup.
011575     if ws-sndx-wanted not = "y"
011576         move "LOOKUP" to SENS-VIEW-NAME
011577         perform SENS-MASK-HOLD
011578         perform SENS-LOG-HOLD
011579     end-if.
011580     if ws-emp-status = "I"
011590         move ina-stat-mess to screen-mess
011600     end-if.
011740         KEY IS FULLNAME
011750         invalid key perform not-there
011760     end-read.
011762     move "DELETE" to SENS-VIEW-NAME.
011765     perform SENS-MASK-HOLD.
011767     perform SENS-LOG-HOLD.
011770     move rem-stat-mess to screen-mess.
011780     display data-enter-screen.
011790     accept ws-user-ok  at 2238.
011840         display data-enter-screen
011850         accept ws-confirm-delete at 2250
011860         if ws-confirm-delete = "DELETE"
011865             perform SENS-UNMASK-HOLD
011870             perform goodbye-rec
011880         end-if
011890     end-if.
012260         invalid key perform not-there
012270     end-read.
012280     move ws-hold-rec to ws-change-audit-before.
012282     move "DEACT" to SENS-VIEW-NAME.
012285     perform SENS-MASK-HOLD.
012287     perform SENS-LOG-HOLD.
012290     if ws-emp-status = "I"
012300         move rea-stat-mess to screen-mess
012310     else
012330     end-if.
012340     display data-enter-screen.
012350     accept ws-user-ok.
012355     perform SENS-UNMASK-HOLD.
012360     if ws-user-ok = "Y" or "y"
012370         perform flip-emp-status
012380     end-if.
013120
013130 rev-lookup-one-record.
013140     move zero to ws-rev-hits.
013150*    a number the operator may not see cannot be searched on
013160*    either, or the search would give away whose it is
013162     if SENS-SHOW-HOME = "Y"
013164         inspect home-number tallying ws-rev-hits
013166             for all ws-search-number(1:ws-trim-len)
013168     end-if.
013170     inspect work-number tallying ws-rev-hits
013180         for all ws-search-number(1:ws-trim-len).
013190     if SENS-SHOW-CELL = "Y"
013200         inspect cell-number tallying ws-rev-hits
013203             for all ws-search-number(1:ws-trim-len)
013206     end-if.
013210     inspect pager-number tallying ws-rev-hits
013220         for all ws-search-number(1:ws-trim-len).
013230     inspect extension tallying ws-rev-hits
013300         move work-number  to ws-work-number-id(ws-search-count)
013310         move cell-number  to ws-cell-number-id(ws-search-count)
013320         move pager-number to ws-pager-number-id(ws-search-count)
013322         move ws-search-count to ws-sens-row
013325         move "NUMBER" to SENS-VIEW-NAME
013327         perform SENS-MASK-ROW
013330     end-if.
013340     read PHONEFILE next record
013350         at end move "y" to eof.
014210     if ws-emer-max-seq = zero
014220         display "  (no contacts on file)"
014230     end-if.
014231     if ws-emer-max-seq > zero
014232         and SENS-SHOW-EMER = "Y" and SENS-MIN-AUTH(3) > 1
014233         move "EMER"         to SENS-LOG-ITEMS
014234         move "EMER"         to SENS-VIEW-NAME
014235         move ws-employee-id to VLOG-EMPLOYEE-ID
014236         move spaces         to VLOG-ACCOUNT
014237         perform WRITE-SENS-VIEW
014238     end-if.
014240
014250 list-one-emer-contact.
014260     if SENS-SHOW-EMER = "Y"
014270         display "  " EMER-CONTACT-SEQ ". " EMER-CONTACT-NAME
014280             " (" EMER-RELATIONSHIP ") "
014281             EMER-PHONE-1 " " EMER-PHONE-2
014282     else
014283         display "  " EMER-CONTACT-SEQ ". "
014285             "*************************"
014286             " (" EMER-RELATIONSHIP ") "
014287             ws-sens-mask " " ws-sens-mask
014288     end-if.
014290     move EMER-CONTACT-SEQ to ws-emer-max-seq.
014300     read EMERFILE next record
014310         at end move "y" to ws-emer-eof
017030     move work-number  to ws-work-number-id(x)
017040     move cell-number  to ws-cell-number-id(x)
017050     move pager-number to ws-pager-number-id(x)
017052     move x to ws-sens-row
017055     move "LIST" to SENS-VIEW-NAME
017057     perform SENS-MASK-ROW
017060     END-IF.
017070     IF eof <> "y"
017080     READ PHONEFILE
018460         close SUPVFILE
018470     end-if.
018480
018481 show-away-on-lookup.
018482*****************************************
018483* Someone out today (PHONEAWAY.DAT) gets the return date and
018484* the covering employee in the message line in place of the
018485* supervisor.  Like the supervisor read, the cover read moves
018486* PHONEFILE but not ws-hold-rec.
018487*****************************************
018488     if ws-employee-id is numeric
018489         and ws-employee-id not = zero
018490         accept ws-away-today from date yyyymmdd
018491         move ws-employee-id to ws-away-check-id
018492         perform open-awayfile
018493         perform check-away
018494         perform close-awayfile
018495         if ws-away-found = "Y"
018496             move spaces to screen-mess
018497             string "OUT UNTIL " ws-away-until(5:2) "/"
018498                 ws-away-until(7:2) "/" ws-away-until(1:4)
018499                 delimited by size into screen-mess
018500             if ws-away-cover not = zero
018501                 move ws-away-cover to employee-id
018502                 read PHONEFILE
018503                     invalid key continue
018504                     not invalid key
018505                         move spaces to ws-away-text
018506                         string screen-mess(1:20)
018507                             delimited by size
018508                             ", CONTACT " delimited by size
018509                             last-name delimited by space
018510                             ", " delimited by size
018511                             first-name delimited by space
018512                             " EXT " delimited by size
018513                             extension delimited by size
018514                             into ws-away-text
018515                         move ws-away-text to screen-mess
018516                 end-read
018517             end-if
018518         end-if
018519     end-if.
018520
018521 open-awayfile.
018522     open input AWAYFILE.
018523     if ws-away-status = "00"
018524         move "Y" to ws-away-open
018526     end-if.
018527
018528 close-awayfile.
018529     if ws-away-open = "Y"
018530         close AWAYFILE
018531         move "N" to ws-away-open
018532     end-if.
018533
018534 check-away.
018535*****************************************
018536* Is ws-away-check-id out on ws-away-today?  Periods are keyed
018537* by employee and start date, so the sweep stops at the first
018538* period starting after today.  Overlapping periods report the
018539* latest return date.
018540*****************************************
018541     move "N"   to ws-away-found.
018542     move zero  to ws-away-until.
018543     move zero  to ws-away-cover.
018544     move space to ws-away-eof.
018545     if ws-away-open not = "Y"
018547         move "y" to ws-away-eof
018548     else
018549         move ws-away-check-id to AWAY-EMPLOYEE-ID
018550         move zero             to AWAY-FROM-DATE
018551         start AWAYFILE key is not less than AWAY-KEY
018552             invalid key move "y" to ws-away-eof
018553         end-start
018554     end-if.
018555     if ws-away-eof not = "y"
018556         read AWAYFILE next record
018557             at end move "y" to ws-away-eof
018558         end-read
018559     end-if.
018560     perform check-one-away until ws-away-eof = "y".
018561
018562 check-one-away.
018563     if AWAY-EMPLOYEE-ID not = ws-away-check-id
018564         or AWAY-FROM-DATE > ws-away-today
018565         move "y" to ws-away-eof
018566     else
018567         if AWAY-TO-DATE not < ws-away-today
018569             and AWAY-TO-DATE > ws-away-until
018570             move "Y"           to ws-away-found
018571             move AWAY-TO-DATE  to ws-away-until
018572             move AWAY-COVER-ID to ws-away-cover
018573         end-if
018574         read AWAYFILE next record
018575             at end move "y" to ws-away-eof
018576         end-read
018577     end-if.
018578
018579 supv-maint.
018580*****************************************
018581* Maintains the reporting link (PHONESUPV.DAT) for one
018582* directory entry: who this person reports to.  The supervisor
018583* keyed must exist and be active, and the chain above the
018584* proposed supervisor is walked so a reporting loop cannot be
018585* keyed.
018586*****************************************
018587     move ent-stat-mess to screen-mess.
018588     perform init-screen.
018590     display data-enter-screen.
018600     accept  data-enter-screen.
018610     move ws-first-name to first-name.
020280         display "No on-call schedule on file."
020290     else
020300         open input PHONEFILE
020302         move ws-oncall-today to ws-away-today
020304         perform open-awayfile
020310         move low-values to ONCALL-KEY
020320         start ONCALLFILE key is not less than ONCALL-KEY
020330             invalid key move "y" to ws-oncall-eof
020400         perform oncall-check-one
020410             until ws-oncall-eof = "y"
020420         close PHONEFILE
020425         perform close-awayfile
020430         close ONCALLFILE
020440         if ws-oncall-hits = zero
020450             display "  (nobody scheduled on call today)"
020520 oncall-check-one.
020530*****************************************
020540* Keyed by start date, so once the start passes today nothing
020550* later can cover tonight.  A primary out today is marked, and
020552* the backup - or, with the backup out too, the cover named on
020554* the primary's away period - is flagged as the one to call.
020560*****************************************
020570     if ONCALL-START-DATE > ws-oncall-today
020580         move "y" to ws-oncall-eof
020610             add 1 to ws-oncall-hits
020620             display "ON CALL - " ONCALL-DEPT
020630                 " through " ONCALL-END-DATE
020632             move "N" to ws-oncall-calling
020634             move ONCALL-PRIMARY-ID to ws-away-check-id
020636             perform check-away
020638             move ws-away-found to ws-oncall-primary-away
020639             move ws-away-cover to ws-oncall-cover-id
020640             move ONCALL-PRIMARY-ID to employee-id
020650             perform oncall-show-person
020660             if ONCALL-BACKUP-ID not = zero
020662                 move ONCALL-BACKUP-ID to ws-away-check-id
020664                 perform check-away
020665                 if ws-oncall-primary-away = "Y"
020666                     and ws-away-found not = "Y"
020667                     move "Y"  to ws-oncall-calling
020668                     move zero to ws-oncall-cover-id
020669                 end-if
020670                 display "  BACKUP:" with no advancing
020680                 move ONCALL-BACKUP-ID to employee-id
020690                 perform oncall-show-person
020695                 move "N" to ws-oncall-calling
020700             end-if
020702             if ws-oncall-primary-away = "Y"
020703                 and ws-oncall-cover-id not = zero
020704                 move ws-oncall-cover-id to ws-away-check-id
020705                 perform check-away
020706                 move "Y" to ws-oncall-calling
020707                 display "  COVER: " with no advancing
020708                 move ws-oncall-cover-id to employee-id
020709                 perform oncall-show-person
020711                 move "N" to ws-oncall-calling
020714             end-if
020717         end-if
020720         read ONCALLFILE next record
020730             at end move "y" to ws-oncall-eof
020740         end-read
020850                 " CELL " cell-number
020860                 " EXT " extension
020870     end-read.
020872     if ws-away-found = "Y"
020873         display "    AWAY UNTIL " ws-away-until(5:2) "/"
020874             ws-away-until(7:2) "/" ws-away-until(1:4)
020875     else
020876         if ws-oncall-calling = "Y"
020877             display "    PRIMARY AWAY - CALL THIS ONE"
020878         end-if
020879     end-if.
020880
020890 SOUNDS-LIKE-SEARCH.
020900*****************************************
021600                 to ws-cell-number-id(ws-search-count)
021610             move pager-number
021620                 to ws-pager-number-id(ws-search-count)
021622             move ws-search-count to ws-sens-row
021625             move "SEARCH" to SENS-VIEW-NAME
021627             perform SENS-MASK-ROW
021630         end-if
021640     end-if.
021650     read PHONEFILE next record
028370             close DHIST-FILE
028380         end-if
028390     end-if.
028400
028410 CHECK-UPDATE-GRANT.
028420*****************************************
028430* Directory updates (add, change, remove, deactivate, emergency
028440* contacts, locations, supervisors, contractors) need the
028450* PHONEUPD grant on the access table (OPERACC.DAT, kept in
028460* opermnt); without it the menu is inquiry only, whatever the
028470* authority level.  The authority level still decides whether a
028480* granted operator's changes are staged or applied.  A shop with
028490* no table yet runs on authority levels alone, as before.
028500*****************************************
028510     MOVE "Y" TO ws-update-granted.
028520     OPEN INPUT ACCESS-FILE.
028530     IF ws-acc-status = "00"
028540         MOVE ws-operator-id TO ACC-OPER-ID
028550         MOVE "PHONEUPD"     TO ACC-FUNCTION
028560         READ ACCESS-FILE
028570             INVALID KEY
028580                 MOVE "N" TO ws-update-granted
028590         END-READ
028600         CLOSE ACCESS-FILE
028610     END-IF.
028620
028630 LOAD-SENSITIVE-POLICY.
028640*****************************************
028650* Home and cell numbers and the emergency contacts are personal
028660* data an inquiry clerk has no need of.  The sensitive-field
028670* policy (SENSPOL.DAT, see SPOLREC) gives the authority level
028680* that sees each item in the clear; below it the screens show
028690* asterisks.  Every view in the clear of a sensitive item is
028700* logged to SENSVIEW.DAT for sensrpt.
028710*****************************************
028720     MOVE ws-operator-authority TO SENS-AUTHORITY.
028730     OPEN INPUT SENSPOL-FILE.
028740     IF ws-spol-status = "00"
028750         MOVE SPACE TO ws-spol-eof
028760         READ SENSPOL-FILE
028770             AT END MOVE "y" TO ws-spol-eof
028780         END-READ
028790         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
028800         CLOSE SENSPOL-FILE
028810     END-IF.
028820     MOVE ZERO TO SENS-SUB.
028830     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
028840
028850 APPLY-ONE-POLICY-LINE.
028860     MOVE ZERO TO SENS-SUB.
028870     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
028880     READ SENSPOL-FILE
028890         AT END MOVE "y" TO ws-spol-eof
028900     END-READ.
028910
028920 CHECK-ONE-POLICY-ITEM.
028930     ADD 1 TO SENS-SUB.
028940     IF SP-ITEM = SENS-ITEM(SENS-SUB)
028950         AND SP-MIN-AUTH IS NUMERIC
028960         AND SP-MIN-AUTH > ZERO
028970         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH(SENS-SUB)
028980     END-IF.
028990
029000 SET-ONE-SENS-FLAG.
029010     ADD 1 TO SENS-SUB.
029020     IF SENS-AUTHORITY < SENS-MIN-AUTH(SENS-SUB)
029030         MOVE "N" TO SENS-SHOW(SENS-SUB)
029040     ELSE
029050         MOVE "Y" TO SENS-SHOW(SENS-SUB)
029060     END-IF.
029070
029080 SENS-MASK-HOLD.
029090*****************************************
029100* Masks the home and cell numbers in the record on the entry
029110* screen, keeping the real ones; SENS-UNMASK-HOLD puts them
029120* back before the record is written or staged.
029130*****************************************
029140     MOVE ws-home-number TO ws-sens-real-home.
029150     MOVE ws-cell-number TO ws-sens-real-cell.
029160     IF SENS-SHOW-HOME NOT = "Y" AND ws-home-number NOT = SPACES
029170         MOVE ws-sens-mask TO ws-home-number
029180     END-IF.
029190     IF SENS-SHOW-CELL NOT = "Y" AND ws-cell-number NOT = SPACES
029200         MOVE ws-sens-mask TO ws-cell-number
029210     END-IF.
029220
029230 SENS-UNMASK-HOLD.
029240     MOVE ws-sens-real-home TO ws-home-number.
029250     MOVE ws-sens-real-cell TO ws-cell-number.
029260
029270 SENS-RESTORE-UNCHANGED.
029280*****************************************
029290* On the change screen a masked number left as asterisks keeps
029300* its real value; one typed over takes the new value.
029310*****************************************
029320     IF ws-home-number = ws-sens-mask
029330         MOVE ws-sens-real-home TO ws-home-number
029340     END-IF.
029350     IF ws-cell-number = ws-sens-mask
029360         MOVE ws-sens-real-cell TO ws-cell-number
029370     END-IF.
029380
029390 SENS-LOG-HOLD.
029400     MOVE SPACES TO SENS-LOG-ITEMS.
029410     MOVE 1 TO SENS-LOG-PTR.
029420     IF SENS-SHOW-HOME = "Y" AND SENS-MIN-AUTH(1) > 1
029430         AND ws-sens-real-home NOT = SPACES
029440         STRING "HOME " DELIMITED BY SIZE
029450             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
029460     END-IF.
029470     IF SENS-SHOW-CELL = "Y" AND SENS-MIN-AUTH(2) > 1
029480         AND ws-sens-real-cell NOT = SPACES
029490         STRING "CELL " DELIMITED BY SIZE
029500             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
029510     END-IF.
029520     IF SENS-LOG-ITEMS NOT = SPACES AND ws-employee-id NOT = ZERO
029530         MOVE ws-employee-id TO VLOG-EMPLOYEE-ID
029540         MOVE SPACES         TO VLOG-ACCOUNT
029550         PERFORM WRITE-SENS-VIEW
029560     END-IF.
029570
029580 SENS-MASK-ROW.
029590*****************************************
029600* Masks one line of a list screen (ws-sens-row) built from the
029610* current directory record, logging what is shown in the clear.
029620*****************************************
029630     MOVE SPACES TO SENS-LOG-ITEMS.
029640     MOVE 1 TO SENS-LOG-PTR.
029650     IF ws-home-number-id(ws-sens-row) NOT = SPACES
029660         IF SENS-SHOW-HOME NOT = "Y"
029670             MOVE ws-sens-mask TO ws-home-number-id(ws-sens-row)
029680         ELSE
029690             IF SENS-MIN-AUTH(1) > 1
029700                 STRING "HOME " DELIMITED BY SIZE
029710                     INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
029720             END-IF
029730         END-IF
029740     END-IF.
029750     IF ws-cell-number-id(ws-sens-row) NOT = SPACES
029760         IF SENS-SHOW-CELL NOT = "Y"
029770             MOVE ws-sens-mask TO ws-cell-number-id(ws-sens-row)
029780         ELSE
029790             IF SENS-MIN-AUTH(2) > 1
029800                 STRING "CELL " DELIMITED BY SIZE
029810                     INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
029820             END-IF
029830         END-IF
029840     END-IF.
029850     IF SENS-LOG-ITEMS NOT = SPACES
029860         MOVE employee-id TO VLOG-EMPLOYEE-ID
029870         MOVE SPACES      TO VLOG-ACCOUNT
029880         PERFORM WRITE-SENS-VIEW
029890     END-IF.
029900
029910 WRITE-SENS-VIEW.
029920*****************************************
029930* Appends one view to SENSVIEW.DAT; the first ever creates the
029940* file.  The caller sets the employee ID and account, and the
029950* items and view name in SENSTAB.
029960*****************************************
029970     MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP.
029980     MOVE ws-operator-id        TO VLOG-OPERATOR.
029990     MOVE "PHONESCR"            TO VLOG-PROGRAM.
030000     MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS.
030010     MOVE SENS-VIEW-NAME        TO VLOG-VIEW.
030020     OPEN EXTEND VLOG-FILE.
030030     IF ws-vlog-status = "35"
030040         OPEN OUTPUT VLOG-FILE
030050     END-IF.
030060     IF ws-vlog-status = "00"
030070         WRITE VLOG-REC
030080         CLOSE VLOG-FILE
030090     END-IF.
