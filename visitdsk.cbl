000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VISITDSK.
000030*--------------------------------
000040* Reception-desk visitor log, replacing the paper sign-in sheet
000050* for same-day walk-in visitors (long-term contractors and
000060* visitors stay on PHONECONT.DAT).  Unlike phonekio this one
000070* updates, so it is a desk program of its own:
000080*
000090*   I)n       signs a visitor in - name, company, host, badge.
000100*             The host must be an active employee; the desk is
000110*             shown the host's extension and office location,
000120*             and a warning when the host is out of office today;
000130*   O)ut      signs a badge back out;
000140*   W)ho      lists everyone still signed in;
000150*   S)earch   searches the visit history by host or by company.
000160*
000170* Visits are VISITREC on VISITLOG.DAT, stamped with the time in,
000180* the time out, and the desk operator for each.  visitrpt prints
000190* the end-of-day still-signed-in list for security.  Like the
000200* roll call, the desk does not lock during the batch window -
000210* visitors arrive whenever they arrive.
000220*
000230* 2026-10  JDF  New program.
000240*--------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280 SELECT VISITFILE ASSIGN TO "VISITLOGDAT"
000290 FILE STATUS IS ws-visit-status
000300 ORGANIZATION IS INDEXED
000310 ACCESS MODE IS DYNAMIC
000320 RECORD KEY IS VISIT-KEY
000330 ALTERNATE RECORD KEY IS VISIT-HOST-ID WITH DUPLICATES
000340 ALTERNATE RECORD KEY IS VISIT-COMPANY WITH DUPLICATES
000350 ALTERNATE RECORD KEY IS VISIT-BADGE WITH DUPLICATES.
000360
000370 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000380 FILE STATUS IS FILE-CHECK-KEY
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS EMPLOYEE-ID
000420 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000430
000440 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000450 FILE STATUS IS ws-loc-status
000460 ORGANIZATION IS INDEXED
000470 ACCESS MODE IS DYNAMIC
000480 RECORD KEY IS LOC-EMPLOYEE-ID.
000490
000500 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000510 FILE STATUS IS ws-away-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS AWAY-KEY.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD VISITFILE.
000590     COPY VISITREC.
000600
000610 FD PHONEFILE.
000620     COPY PHONEREC.
000630
000640 FD LOCFILE.
000650     COPY LOCREC.
000660
000670 FD AWAYFILE.
000680     COPY AWAYREC.
000690
000700 WORKING-STORAGE SECTION.
000710     COPY FILESTAT.
000720
000730 01  ws-visit-status                 pic x(02).
000740 01  ws-loc-status                   pic x(02).
000750 01  ws-phone-open                   pic x(01) value "N".
000760 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000770 01  ws-done                         pic x(01) value space.
000780 01  ws-choice                       pic x(01) value space.
000790 01  ws-eof                          pic x(01) value space.
000800 01  ws-answer                       pic x(01) value space.
000810 01  ws-fields-ok                    pic x(01) value space.
000820 01  ws-written                      pic x(01) value space.
000830 01  ws-today                        pic 9(08) value zero.
000840 01  ws-time-raw                     pic 9(08) value zero.
000850 01  ws-now-time                     pic 9(06) value zero.
000860 01  ws-id-entry                     pic x(06) value spaces.
000870 01  ws-host-id                      pic 9(06) value zero.
000880 01  ws-host-name                    pic x(21) value spaces.
000890 01  ws-host-building                pic x(04) value spaces.
000900 01  ws-last-entry                   pic x(15) value spaces.
000910 01  ws-first-entry                  pic x(10) value spaces.
000920 01  ws-company-entry                pic x(20) value spaces.
000930 01  ws-badge-entry                  pic x(06) value spaces.
000940 01  ws-badge-in                     pic x(01) value "N".
000950 01  ws-found-key                    pic x(16) value spaces.
000960 01  ws-trim-len                     pic 9(02) value zero.
000970 01  ws-line-count                   pic 9(02) value zero.
000980 01  ws-shown-count                  pic 9(05) value zero.
000990 01  ws-out-text                     pic x(08) value spaces.
001000 01  ws-visit-line                   pic x(79) value spaces.
001010 01  ws-away-status                  pic x(02).
001020 01  ws-away-open                    pic x(01) value "N".
001030 01  ws-away-eof                     pic x(01) value space.
001040 01  ws-away-found                   pic x(01) value "N".
001050 01  ws-away-today                   pic 9(08) value zero.
001060 01  ws-away-check-id                pic 9(06) value zero.
001070 01  ws-away-until                   pic 9(08) value zero.
001080 01  ws-away-cover                   pic 9(06) value zero.
001090
001100 PROCEDURE DIVISION.
001110 PROGRAM-BEGIN.
001120     CALL "shopcfg"
001130         ON EXCEPTION
001140             DISPLAY "shopcfg not found - default "
001150                 "file locations in effect"
001160     END-CALL.
001170     DISPLAY "Desk operator ID: " WITH NO ADVANCING.
001180     ACCEPT ws-operator-id.
001190     IF ws-operator-id = SPACES
001200         MOVE "SYSTEM  " TO ws-operator-id
001210     END-IF.
001220     PERFORM OPEN-VISITFILE.
001230     OPEN INPUT PHONEFILE.
001240     IF RECORDFOUND
001250         MOVE "Y" TO ws-phone-open
001260     ELSE
001270         DISPLAY "Directory not available - hosts cannot be "
001280             "checked, sign-in is closed."
001290     END-IF.
001300     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001310     IF ws-phone-open = "Y"
001320         CLOSE PHONEFILE
001330     END-IF.
001340     CLOSE VISITFILE.
001350     STOP RUN.
001360
001370 OPEN-VISITFILE.
001380*--------------------------------
001390* The first visitor ever creates the log, the usual probe.
001400*--------------------------------
001410     OPEN I-O VISITFILE.
001420     IF ws-visit-status = "35"
001430         OPEN OUTPUT VISITFILE
001440         CLOSE VISITFILE
001450         OPEN I-O VISITFILE
001460     END-IF.
001470
001480 MENU-LOOP.
001490     DISPLAY " ".
001500     DISPLAY "Visitors - I)n  O)ut  W)ho is in  S)earch  Q)uit: "
001510         WITH NO ADVANCING.
001520     ACCEPT ws-choice.
001530     EVALUATE ws-choice
001540         WHEN "I"
001550         WHEN "i"
001560             IF ws-phone-open = "Y"
001570                 PERFORM SIGN-IN
001580             ELSE
001590                 DISPLAY "Directory not available."
001600             END-IF
001610         WHEN "O"
001620         WHEN "o"
001630             PERFORM SIGN-OUT
001640         WHEN "W"
001650         WHEN "w"
001660             PERFORM WHO-IS-IN
001670         WHEN "S"
001680         WHEN "s"
001690             PERFORM SEARCH-VISITS
001700         WHEN "Q"
001710         WHEN "q"
001720             MOVE "Y" TO ws-done
001730         WHEN OTHER
001740             CONTINUE
001750     END-EVALUATE.
001760
001770 SIGN-IN.
001780     MOVE "Y" TO ws-fields-ok.
001790     DISPLAY "Visitor last name:  " WITH NO ADVANCING.
001800     MOVE SPACES TO ws-last-entry.
001810     ACCEPT ws-last-entry.
001820     DISPLAY "Visitor first name: " WITH NO ADVANCING.
001830     MOVE SPACES TO ws-first-entry.
001840     ACCEPT ws-first-entry.
001850     DISPLAY "Company:            " WITH NO ADVANCING.
001860     MOVE SPACES TO ws-company-entry.
001870     ACCEPT ws-company-entry.
001880     IF ws-last-entry = SPACES
001890         OR ws-company-entry = SPACES
001900         DISPLAY "Last name and company are required."
001910         MOVE "N" TO ws-fields-ok
001920     END-IF.
001930     IF ws-fields-ok = "Y"
001940         PERFORM GET-HOST
001950     END-IF.
001960     IF ws-fields-ok = "Y"
001970         DISPLAY "Badge number: " WITH NO ADVANCING
001980         MOVE SPACES TO ws-badge-entry
001990         ACCEPT ws-badge-entry
002000         IF ws-badge-entry = SPACES
002010             DISPLAY "Badge number is required."
002020             MOVE "N" TO ws-fields-ok
002030         ELSE
002040             PERFORM FIND-BADGE-IN
002050             IF ws-badge-in = "Y"
002060                 DISPLAY "Badge " ws-badge-entry
002070                     " is still signed in to "
002080                     VISIT-FIRST-NAME " " VISIT-LAST-NAME
002090                     " - sign it out first."
002100                 MOVE "N" TO ws-fields-ok
002110             END-IF
002120         END-IF
002130     END-IF.
002140     IF ws-fields-ok = "Y"
002150         DISPLAY "Sign in " ws-first-entry " " ws-last-entry
002160             " to see " ws-host-name " (Y/N)? " WITH NO ADVANCING
002170         MOVE SPACE TO ws-answer
002180         ACCEPT ws-answer
002190         IF ws-answer = "Y" OR ws-answer = "y"
002200             PERFORM WRITE-NEW-VISIT
002210         END-IF
002220     END-IF.
002230
002240 GET-HOST.
002250*--------------------------------
002260* The host must be an active employee.  The desk sees the
002270* extension to ring and where the host sits, plus a warning
002280* (and the named cover) when the host is out today.
002290*--------------------------------
002300     DISPLAY "Host employee ID:   " WITH NO ADVANCING.
002310     MOVE SPACES TO ws-id-entry.
002320     ACCEPT ws-id-entry.
002330     IF ws-id-entry IS NOT NUMERIC
002340         DISPLAY "Host employee ID must be six digits."
002350         MOVE "N" TO ws-fields-ok
002360     ELSE
002370         MOVE ws-id-entry TO ws-host-id
002380         MOVE ws-host-id  TO employee-id
002390         READ PHONEFILE
002400             INVALID KEY
002410                 DISPLAY "Employee " ws-host-id
002420                     " is not on the directory."
002430                 MOVE "N" TO ws-fields-ok
002440             NOT INVALID KEY
002450                 IF emp-inactive
002460                     DISPLAY "Employee " ws-host-id
002470                         " is inactive."
002480                     MOVE "N" TO ws-fields-ok
002490                 END-IF
002500         END-READ
002510     END-IF.
002520     IF ws-fields-ok = "Y"
002530         MOVE SPACES TO ws-host-name
002540         STRING first-name DELIMITED BY "  "
002550             " "           DELIMITED BY SIZE
002560             last-name     DELIMITED BY "  "
002570             INTO ws-host-name
002580         END-STRING
002590         DISPLAY "  HOST: " ws-host-name " EXT " extension
002600             " WORK " work-number
002610         PERFORM SHOW-HOST-LOCATION
002620         PERFORM SHOW-HOST-AWAY
002630     END-IF.
002640
002650 SHOW-HOST-LOCATION.
002660     MOVE SPACES TO ws-host-building.
002670     OPEN INPUT LOCFILE.
002680     IF ws-loc-status = "00"
002690         MOVE ws-host-id TO LOC-EMPLOYEE-ID
002700         READ LOCFILE
002710             INVALID KEY
002720                 DISPLAY "  (no office location on file)"
002730             NOT INVALID KEY
002740                 MOVE LOC-BUILDING TO ws-host-building
002750                 DISPLAY "  LOCATION: BLDG " LOC-BUILDING
002760                     " FLOOR " LOC-FLOOR
002770                     " ROOM " LOC-ROOM
002780         END-READ
002790         CLOSE LOCFILE
002800     END-IF.
002810
002820 SHOW-HOST-AWAY.
002830     ACCEPT ws-away-today FROM DATE YYYYMMDD.
002840     MOVE ws-host-id TO ws-away-check-id.
002850     PERFORM OPEN-AWAYFILE.
002860     PERFORM CHECK-AWAY.
002870     PERFORM CLOSE-AWAYFILE.
002880     IF ws-away-found = "Y"
002890         DISPLAY "  ** HOST OUT OF OFFICE UNTIL "
002900             ws-away-until(5:2) "/" ws-away-until(7:2) "/"
002910             ws-away-until(1:4) " **"
002920         IF ws-away-cover NOT = ZERO
002930             MOVE ws-away-cover TO employee-id
002940             READ PHONEFILE
002950                 INVALID KEY CONTINUE
002960                 NOT INVALID KEY
002970                     DISPLAY "  COVERING: " first-name " "
002980                         last-name " EXT " extension
002990             END-READ
003000         END-IF
003010     END-IF.
003020
003030 WRITE-NEW-VISIT.
003040*--------------------------------
003050* Two sign-ins in the same second take the next sequence.
003060*--------------------------------
003070     MOVE SPACES TO VISIT-REC.
003080     ACCEPT ws-today FROM DATE YYYYMMDD.
003090     ACCEPT ws-time-raw FROM TIME.
003100     MOVE ws-time-raw(1:6) TO ws-now-time.
003110     MOVE ws-today          TO VISIT-DATE.
003120     MOVE ws-now-time       TO VISIT-TIME-IN.
003130     MOVE ZERO              TO VISIT-SEQ.
003140     MOVE ws-host-id        TO VISIT-HOST-ID.
003150     MOVE FUNCTION UPPER-CASE(ws-company-entry) TO VISIT-COMPANY.
003160     MOVE ws-badge-entry    TO VISIT-BADGE.
003170     MOVE ws-last-entry     TO VISIT-LAST-NAME.
003180     MOVE ws-first-entry    TO VISIT-FIRST-NAME.
003190     MOVE ws-host-building  TO VISIT-BUILDING.
003200     MOVE "I"               TO VISIT-STATUS.
003210     MOVE ZERO              TO VISIT-OUT-DATE.
003220     MOVE ZERO              TO VISIT-OUT-TIME.
003230     MOVE ws-operator-id    TO VISIT-IN-BY.
003240     MOVE SPACES            TO VISIT-OUT-BY.
003250     MOVE "N" TO ws-written.
003260     PERFORM TRY-WRITE-VISIT
003270         UNTIL ws-written = "Y" OR VISIT-SEQ = 99.
003280     IF ws-written = "Y"
003290         DISPLAY "Signed in at " ws-now-time(1:2) ":"
003300             ws-now-time(3:2) ", badge " VISIT-BADGE "."
003310     ELSE
003320         DISPLAY "Visitor log write failed, status "
003330             ws-visit-status "."
003340     END-IF.
003350
003360 TRY-WRITE-VISIT.
003370     WRITE VISIT-REC
003380         INVALID KEY
003390             ADD 1 TO VISIT-SEQ
003400         NOT INVALID KEY
003410             MOVE "Y" TO ws-written
003420     END-WRITE.
003430
003440 FIND-BADGE-IN.
003450*--------------------------------
003460* Is ws-badge-entry signed in right now?  A badge is reused
003470* every day, so its history is read until the open visit (if
003480* any) turns up; ws-found-key keeps that visit's key.
003490*--------------------------------
003500     MOVE "N"   TO ws-badge-in.
003510     MOVE SPACE TO ws-eof.
003520     MOVE ws-badge-entry TO VISIT-BADGE.
003530     START VISITFILE KEY IS EQUAL TO VISIT-BADGE
003540         INVALID KEY MOVE "y" TO ws-eof
003550     END-START.
003560     IF ws-eof NOT = "y"
003570         READ VISITFILE NEXT RECORD
003580             AT END MOVE "y" TO ws-eof
003590         END-READ
003600     END-IF.
003610     PERFORM CHECK-ONE-BADGE UNTIL ws-eof = "y".
003620
003630 CHECK-ONE-BADGE.
003640     IF VISIT-BADGE NOT = ws-badge-entry
003650         MOVE "y" TO ws-eof
003660     ELSE
003670         IF VISIT-SIGNED-IN
003680             MOVE "Y"       TO ws-badge-in
003690             MOVE VISIT-KEY TO ws-found-key
003700             MOVE "y"       TO ws-eof
003710         ELSE
003720             READ VISITFILE NEXT RECORD
003730                 AT END MOVE "y" TO ws-eof
003740             END-READ
003750         END-IF
003760     END-IF.
003770
003780 SIGN-OUT.
003790     DISPLAY "Badge number: " WITH NO ADVANCING.
003800     MOVE SPACES TO ws-badge-entry.
003810     ACCEPT ws-badge-entry.
003820     PERFORM FIND-BADGE-IN.
003830     IF ws-badge-in NOT = "Y"
003840         DISPLAY "Badge " ws-badge-entry " is not signed in."
003850     ELSE
003860         MOVE ws-found-key TO VISIT-KEY
003870         READ VISITFILE
003880             INVALID KEY
003890                 DISPLAY "Problem with index!"
003900         END-READ
003910     END-IF.
003920     IF ws-badge-in = "Y"
003930         AND ws-visit-status = "00"
003940         DISPLAY "  " VISIT-FIRST-NAME " " VISIT-LAST-NAME " "
003950             VISIT-COMPANY " IN " VISIT-TIME-IN(1:2) ":"
003960             VISIT-TIME-IN(3:2) " ON " VISIT-DATE
003970         DISPLAY "Sign out (Y/N)? " WITH NO ADVANCING
003980         MOVE SPACE TO ws-answer
003990         ACCEPT ws-answer
004000         IF ws-answer = "Y" OR ws-answer = "y"
004010             ACCEPT ws-today FROM DATE YYYYMMDD
004020             ACCEPT ws-time-raw FROM TIME
004030             MOVE ws-time-raw(1:6) TO ws-now-time
004040             MOVE "O"            TO VISIT-STATUS
004050             MOVE ws-today       TO VISIT-OUT-DATE
004060             MOVE ws-now-time    TO VISIT-OUT-TIME
004070             MOVE ws-operator-id TO VISIT-OUT-BY
004080             REWRITE VISIT-REC
004090                 INVALID KEY
004100                     DISPLAY "Problem with index!"
004110             END-REWRITE
004120             IF ws-visit-status = "00"
004130                 DISPLAY "Signed out at " ws-now-time(1:2) ":"
004140                     ws-now-time(3:2) "."
004150             END-IF
004160         END-IF
004170     END-IF.
004180
004190 WHO-IS-IN.
004200*--------------------------------
004210* Everyone still signed in, oldest first - including anyone
004220* left over from an earlier day, who security will want to see.
004230*--------------------------------
004240     MOVE ZERO  TO ws-shown-count.
004250     MOVE ZERO  TO ws-line-count.
004260     MOVE SPACE TO ws-eof.
004270     MOVE LOW-VALUES TO VISIT-KEY.
004280     START VISITFILE KEY IS NOT LESS THAN VISIT-KEY
004290         INVALID KEY MOVE "y" TO ws-eof
004300     END-START.
004310     IF ws-eof NOT = "y"
004320         READ VISITFILE NEXT RECORD
004330             AT END MOVE "y" TO ws-eof
004340         END-READ
004350     END-IF.
004360     PERFORM SHOW-ONE-IN UNTIL ws-eof = "y".
004370     IF ws-shown-count = ZERO
004380         DISPLAY "  (nobody signed in)"
004390     ELSE
004400         DISPLAY "  " ws-shown-count " still signed in."
004410     END-IF.
004420
004430 SHOW-ONE-IN.
004440     IF VISIT-SIGNED-IN
004450         PERFORM SHOW-VISIT-LINE
004460     END-IF.
004470     IF ws-eof NOT = "y"
004480         READ VISITFILE NEXT RECORD
004490             AT END MOVE "y" TO ws-eof
004500         END-READ
004510     END-IF.
004520
004530 SEARCH-VISITS.
004540     DISPLAY "Search by H)ost or C)ompany: " WITH NO ADVANCING.
004550     MOVE SPACE TO ws-answer.
004560     ACCEPT ws-answer.
004570     MOVE ZERO  TO ws-shown-count.
004580     MOVE ZERO  TO ws-line-count.
004590     MOVE SPACE TO ws-eof.
004600     EVALUATE ws-answer
004610         WHEN "H"
004620         WHEN "h"
004630             PERFORM SEARCH-BY-HOST
004640         WHEN "C"
004650         WHEN "c"
004660             PERFORM SEARCH-BY-COMPANY
004670         WHEN OTHER
004680             MOVE "y" TO ws-eof
004690     END-EVALUATE.
004700     IF ws-answer = "H" OR "h" OR "C" OR "c"
004710         IF ws-shown-count = ZERO
004720             DISPLAY "  (no visits found)"
004730         ELSE
004740             DISPLAY "  " ws-shown-count " visits shown."
004750         END-IF
004760     END-IF.
004770
004780 SEARCH-BY-HOST.
004790     DISPLAY "Host employee ID: " WITH NO ADVANCING.
004800     MOVE SPACES TO ws-id-entry.
004810     ACCEPT ws-id-entry.
004820     IF ws-id-entry IS NOT NUMERIC
004830         DISPLAY "Host employee ID must be six digits."
004840         MOVE "y" TO ws-eof
004850     ELSE
004860         MOVE ws-id-entry TO ws-host-id
004870         MOVE ws-host-id  TO VISIT-HOST-ID
004880         START VISITFILE KEY IS EQUAL TO VISIT-HOST-ID
004890             INVALID KEY MOVE "y" TO ws-eof
004900         END-START
004910     END-IF.
004920     IF ws-eof NOT = "y"
004930         READ VISITFILE NEXT RECORD
004940             AT END MOVE "y" TO ws-eof
004950         END-READ
004960     END-IF.
004970     PERFORM SHOW-ONE-HOST-VISIT UNTIL ws-eof = "y".
004980
004990 SHOW-ONE-HOST-VISIT.
005000     IF VISIT-HOST-ID NOT = ws-host-id
005010         MOVE "y" TO ws-eof
005020     ELSE
005030         PERFORM SHOW-VISIT-LINE
005040         IF ws-eof NOT = "y"
005050             READ VISITFILE NEXT RECORD
005060                 AT END MOVE "y" TO ws-eof
005070             END-READ
005080         END-IF
005090     END-IF.
005100
005110 SEARCH-BY-COMPANY.
005120*--------------------------------
005130* The company entered is a prefix - "ACME" finds ACME CORP and
005140* ACME SUPPLY alike.
005150*--------------------------------
005160     DISPLAY "Company (or the start of it): " WITH NO ADVANCING.
005170     MOVE SPACES TO ws-company-entry.
005180     ACCEPT ws-company-entry.
005190     MOVE FUNCTION UPPER-CASE(ws-company-entry)
005200         TO ws-company-entry.
005210     IF ws-company-entry = SPACES
005220         DISPLAY "Enter at least the start of the company name."
005230         MOVE "y" TO ws-eof
005240     ELSE
005250         COMPUTE ws-trim-len =
005260             FUNCTION LENGTH(FUNCTION TRIM(ws-company-entry))
005270         MOVE ws-company-entry TO VISIT-COMPANY
005280         START VISITFILE KEY IS NOT LESS THAN VISIT-COMPANY
005290             INVALID KEY MOVE "y" TO ws-eof
005300         END-START
005310     END-IF.
005320     IF ws-eof NOT = "y"
005330         READ VISITFILE NEXT RECORD
005340             AT END MOVE "y" TO ws-eof
005350         END-READ
005360     END-IF.
005370     PERFORM SHOW-ONE-COMPANY-VISIT UNTIL ws-eof = "y".
005380
005390 SHOW-ONE-COMPANY-VISIT.
005400     IF VISIT-COMPANY(1:ws-trim-len)
005410         NOT = ws-company-entry(1:ws-trim-len)
005420         MOVE "y" TO ws-eof
005430     ELSE
005440         PERFORM SHOW-VISIT-LINE
005450         IF ws-eof NOT = "y"
005460             READ VISITFILE NEXT RECORD
005470                 AT END MOVE "y" TO ws-eof
005480             END-READ
005490         END-IF
005500     END-IF.
005510
005520 SHOW-VISIT-LINE.
005530*--------------------------------
005540* One visit per line, a screenful at a time; Q at the pause
005550* ends the list (by setting ws-eof for the caller's loop).
005560*--------------------------------
005570     IF VISIT-SIGNED-IN
005580         MOVE "STILL IN" TO ws-out-text
005590     ELSE
005600         MOVE SPACES TO ws-out-text
005610         STRING "OUT " VISIT-OUT-TIME(1:2) ":" VISIT-OUT-TIME(3:2)
005620             DELIMITED BY SIZE INTO ws-out-text
005630     END-IF.
005640     MOVE SPACES TO ws-visit-line.
005650     STRING VISIT-DATE(5:2) "/" VISIT-DATE(7:2) " "
005660         VISIT-TIME-IN(1:2) ":" VISIT-TIME-IN(3:2) " "
005670         ws-out-text " "
005680         VISIT-LAST-NAME " " VISIT-COMPANY " "
005690         VISIT-BADGE " HOST " VISIT-HOST-ID
005700         DELIMITED BY SIZE INTO ws-visit-line.
005710     DISPLAY ws-visit-line.
005720     ADD 1 TO ws-shown-count.
005730     ADD 1 TO ws-line-count.
005740     IF ws-line-count NOT < 18
005750         MOVE ZERO TO ws-line-count
005760         DISPLAY "Enter for more, Q to stop: " WITH NO ADVANCING
005770         MOVE SPACE TO ws-answer
005780         ACCEPT ws-answer
005790         IF ws-answer = "Q" OR ws-answer = "q"
005800             MOVE "y" TO ws-eof
005810         END-IF
005820     END-IF.
005830
005840 OPEN-AWAYFILE.
005850     OPEN INPUT AWAYFILE.
005860     IF ws-away-status = "00"
005870         MOVE "Y" TO ws-away-open
005880     END-IF.
005890
005900 CLOSE-AWAYFILE.
005910     IF ws-away-open = "Y"
005920         CLOSE AWAYFILE
005930         MOVE "N" TO ws-away-open
005940     END-IF.
005950
005960 CHECK-AWAY.
005970*--------------------------------
005980* Is ws-away-check-id out on ws-away-today?  Periods are keyed
005990* by employee and start date, so the sweep stops at the first
006000* period starting after today.  Overlapping periods report the
006010* latest return date.
006020*--------------------------------
006030     MOVE "N"  TO ws-away-found.
006040     MOVE ZERO TO ws-away-until.
006050     MOVE ZERO TO ws-away-cover.
006060     MOVE SPACE TO ws-away-eof.
006070     IF ws-away-open NOT = "Y"
006080         MOVE "y" TO ws-away-eof
006090     ELSE
006100         MOVE ws-away-check-id TO AWAY-EMPLOYEE-ID
006110         MOVE ZERO             TO AWAY-FROM-DATE
006120         START AWAYFILE KEY IS NOT LESS THAN AWAY-KEY
006130             INVALID KEY MOVE "y" TO ws-away-eof
006140         END-START
006150     END-IF.
006160     IF ws-away-eof NOT = "y"
006170         READ AWAYFILE NEXT RECORD
006180             AT END MOVE "y" TO ws-away-eof
006190         END-READ
006200     END-IF.
006210     PERFORM CHECK-ONE-AWAY UNTIL ws-away-eof = "y".
006220
006230 CHECK-ONE-AWAY.
006240     IF AWAY-EMPLOYEE-ID NOT = ws-away-check-id
006250         OR AWAY-FROM-DATE > ws-away-today
006260         MOVE "y" TO ws-away-eof
006270     ELSE
006280         IF AWAY-TO-DATE NOT < ws-away-today
006290             AND AWAY-TO-DATE > ws-away-until
006300             MOVE "Y"           TO ws-away-found
006310             MOVE AWAY-TO-DATE  TO ws-away-until
006320             MOVE AWAY-COVER-ID TO ws-away-cover
006330         END-IF
006340         READ AWAYFILE NEXT RECORD
006350             AT END MOVE "y" TO ws-away-eof
006360         END-READ
006370     END-IF.
