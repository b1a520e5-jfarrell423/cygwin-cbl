000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROLLCALL.
000030*--------------------------------
000040* Evacuation roll call, for fire drills and real evacuations.
000050* phonebld prints the wardens a building/floor roster, but
000060* names ticked on paper at the muster point could not say who
000070* was still unaccounted for.  Here:
000080*
000090*   O)pen     opens an event (drill or real) for a building and
000100*             loads every active occupant on PHONELOC.DAT for
000110*             that building onto EVACROLL.DAT, unaccounted for;
000120*   P)ick     picks up an event already open (another warden's
000130*             terminal, or after a restart);
000140*   M)ark     marks people accounted for, absent (on leave or
000150*             off site), or missing, by employee ID;
000160*   U)naccounted  prints the live unaccounted-for and missing
000170*             list by floor and room to ROLLCALL.PRT, any time;
000180*   C)lose    closes the event with its final tallies;
000190*   H)istory  prints every event with its timings - opened, all
000200*             clear, closed - to EVACHIST.PRT for the safety
000210*             committee's drill review.
000220*
000230* Event headers are EVACREC on EVACEVT.DAT, the roll entries
000240* ROLLREC on EVACROLL.DAT.  The all-clear time is stamped the
000250* moment the last unaccounted entry is marked.  Unlike the
000260* other maintenance screens this one does not lock during the
000270* batch window - an evacuation does not wait for the nightly run.
000280*
000290* 2026-10  JDF  New program.
000300*--------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340 SELECT EVACFILE ASSIGN TO "EVACEVTDAT"
000350 FILE STATUS IS ws-evac-status
000360 ORGANIZATION IS INDEXED
000370 ACCESS MODE IS DYNAMIC
000380 RECORD KEY IS EVAC-KEY.
000390
000400 SELECT ROLLFILE ASSIGN TO "EVACROLLDAT"
000410 FILE STATUS IS ws-roll-status
000420 ORGANIZATION IS INDEXED
000430 ACCESS MODE IS DYNAMIC
000440 RECORD KEY IS ROLL-KEY
000450 ALTERNATE RECORD KEY IS ROLL-EMP-KEY.
000460
000470 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000480 FILE STATUS IS FILE-CHECK-KEY
000490 ORGANIZATION IS INDEXED
000500 ACCESS MODE IS DYNAMIC
000510 RECORD KEY IS EMPLOYEE-ID
000520 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000530
000540 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000550 FILE STATUS IS ws-loc-status
000560 ORGANIZATION IS INDEXED
000570 ACCESS MODE IS DYNAMIC
000580 RECORD KEY IS LOC-EMPLOYEE-ID.
000590
000600 SELECT PRINT-FILE ASSIGN TO "ROLLCALLPRT"
000610 ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 SELECT HIST-PRINT-FILE ASSIGN TO "EVACHISTPRT"
000640 ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD EVACFILE.
000690     COPY EVACREC.
000700
000710 FD ROLLFILE.
000720     COPY ROLLREC.
000730
000740 FD PHONEFILE.
000750     COPY PHONEREC.
000760
000770 FD LOCFILE.
000780     COPY LOCREC.
000790
000800 FD PRINT-FILE.
000810 01  PRINT-LINE                      PIC X(80).
000820
000830 FD HIST-PRINT-FILE.
000840 01  HIST-PRINT-LINE                 PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870     COPY FILESTAT.
000880
000890     COPY RPTHEAD.
000900
000910 01  ws-evac-status                  pic x(02).
000920 01  ws-roll-status                  pic x(02).
000930 01  ws-loc-status                   pic x(02).
000940 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000950 01  ws-done                         pic x(01) value space.
000960 01  ws-choice                       pic x(01) value space.
000970 01  ws-eof                          pic x(01) value space.
000980 01  ws-answer                       pic x(01) value space.
000990 01  ws-mark-done                    pic x(01) value space.
001000 01  ws-print-list                   pic x(01) value space.
001010 01  ws-today                        pic 9(08) value zero.
001020 01  ws-time-raw                     pic 9(08) value zero.
001030 01  ws-now-time                     pic 9(06) value zero.
001040 01  ws-id-entry                     pic x(06) value spaces.
001050 01  ws-bldg-entry                   pic x(04) value spaces.
001060 01  ws-pick-entry                   pic x(02) value spaces.
001070 01  ws-pick-number                  pic 9(02) value zero.
001080 01  ws-old-state                    pic x(01) value space.
001090 01  ws-last-floor                   pic x(03) value spaces.
001100 01  ws-loaded-count                 pic 9(05) value zero.
001110 01  ws-event-count                  pic 9(05) value zero.
001120 01  ws-type-text                    pic x(05) value spaces.
001130 01  ws-state-text                   pic x(12) value spaces.
001140
001150*--------------------------------
001160* The event this terminal is working; spaces until one is
001170* opened or picked.
001180*--------------------------------
001190 01  ws-current-event                pic x(18) value spaces.
001200 01  ws-current-parts redefines ws-current-event.
001210     05  ws-cur-building             pic x(04).
001220     05  ws-cur-date                 pic 9(08).
001230     05  ws-cur-time                 pic 9(06).
001240
001250*--------------------------------
001260* Open events offered by P)ick.
001270*--------------------------------
001280 01  ws-open-count                   pic 9(02) comp value zero.
001290 01  ws-open-table.
001300     05  ws-open-key                 occurs 20 times
001310                                     pic x(18).
001320
001330*--------------------------------
001340* Live tallies for the current event.
001350*--------------------------------
001360 01  ws-tally-occupants              pic 9(05) value zero.
001370 01  ws-tally-accounted              pic 9(05) value zero.
001380 01  ws-tally-absent                 pic 9(05) value zero.
001390 01  ws-tally-missing                pic 9(05) value zero.
001400 01  ws-tally-unaccounted            pic 9(05) value zero.
001410
001420*--------------------------------
001430* Elapsed time for the history - each date and time is turned
001440* into seconds since the calendar base and the difference shown
001450* as minutes and seconds.
001460*--------------------------------
001470 01  ws-calc-date                    pic 9(08) value zero.
001480 01  ws-calc-time                    pic 9(06) value zero.
001490 01  ws-calc-time-parts redefines ws-calc-time.
001500     05  ws-calc-hh                  pic 9(02).
001510     05  ws-calc-mm                  pic 9(02).
001520     05  ws-calc-ss                  pic 9(02).
001530 01  ws-calc-seconds                 pic 9(12) value zero.
001540 01  ws-open-seconds                 pic 9(12) value zero.
001550 01  ws-elapsed-seconds              pic 9(12) value zero.
001560 01  ws-elapsed-min                  pic zzz9.
001570 01  ws-elapsed-sec                  pic 99.
001580 01  ws-clear-text                   pic x(08) value spaces.
001590 01  ws-closed-text                  pic x(08) value spaces.
001600
001610 01  ws-text-line                    pic x(80) value spaces.
001620
001630 PROCEDURE DIVISION.
001640 PROGRAM-BEGIN.
001650     CALL "shopcfg"
001660         ON EXCEPTION
001670             DISPLAY "shopcfg not found - default "
001680                 "file locations in effect"
001690     END-CALL.
001700     DISPLAY "Warden ID: " WITH NO ADVANCING.
001710     ACCEPT ws-operator-id.
001720     IF ws-operator-id = SPACES
001730         MOVE "SYSTEM  " TO ws-operator-id
001740     END-IF.
001750     PERFORM OPEN-EVENT-FILES.
001760     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001770     CLOSE ROLLFILE.
001780     CLOSE EVACFILE.
001790     STOP RUN.
001800
001810 OPEN-EVENT-FILES.
001820*--------------------------------
001830* The first event ever creates both files, the usual probe.
001840*--------------------------------
001850     OPEN I-O EVACFILE.
001860     IF ws-evac-status = "35"
001870         OPEN OUTPUT EVACFILE
001880         CLOSE EVACFILE
001890         OPEN I-O EVACFILE
001900     END-IF.
001910     OPEN I-O ROLLFILE.
001920     IF ws-roll-status = "35"
001930         OPEN OUTPUT ROLLFILE
001940         CLOSE ROLLFILE
001950         OPEN I-O ROLLFILE
001960     END-IF.
001970
001980 MENU-LOOP.
001990     DISPLAY " ".
002000     IF ws-current-event = SPACES
002010         DISPLAY "No event selected."
002020     ELSE
002030         DISPLAY "Event: building " ws-cur-building " opened "
002040             ws-cur-date " " ws-cur-time
002050     END-IF.
002060     DISPLAY "Roll call - O)pen  P)ick  M)ark  U)naccounted  "
002070         "C)lose  H)istory  Q)uit: " WITH NO ADVANCING.
002080     ACCEPT ws-choice.
002090     EVALUATE ws-choice
002100         WHEN "O"
002110         WHEN "o"
002120             PERFORM OPEN-NEW-EVENT
002130         WHEN "P"
002140         WHEN "p"
002150             PERFORM PICK-OPEN-EVENT
002160         WHEN "M"
002170         WHEN "m"
002180             PERFORM GET-CURRENT-EVENT
002190             IF ws-evac-status = "00"
002200                 MOVE SPACE TO ws-mark-done
002210                 PERFORM MARK-ONE-PERSON UNTIL ws-mark-done = "Y"
002220             END-IF
002230         WHEN "U"
002240         WHEN "u"
002250             PERFORM GET-CURRENT-EVENT
002260             IF ws-evac-status = "00"
002270                 MOVE "Y" TO ws-print-list
002280                 PERFORM TALLY-ROLL
002290             END-IF
002300         WHEN "C"
002310         WHEN "c"
002320             PERFORM GET-CURRENT-EVENT
002330             IF ws-evac-status = "00"
002340                 PERFORM CLOSE-CURRENT-EVENT
002350             END-IF
002360         WHEN "H"
002370         WHEN "h"
002380             PERFORM PRINT-EVENT-HISTORY
002390         WHEN "Q"
002400         WHEN "q"
002410             MOVE "Y" TO ws-done
002420         WHEN OTHER
002430             CONTINUE
002440     END-EVALUATE.
002450
002460 GET-NOW.
002470     ACCEPT ws-today FROM DATE YYYYMMDD.
002480     ACCEPT ws-time-raw FROM TIME.
002490     MOVE ws-time-raw(1:6) TO ws-now-time.
002500
002510 GET-CURRENT-EVENT.
002520*--------------------------------
002530* Re-reads the event so marks from other wardens' terminals
002540* are seen.  Anything but an open event leaves a non-"00"
002550* status for the caller.
002560*--------------------------------
002570     IF ws-current-event = SPACES
002580         DISPLAY "Open or pick an event first."
002590         MOVE "23" TO ws-evac-status
002600     ELSE
002610         MOVE ws-current-event TO EVAC-KEY
002620         READ EVACFILE
002630             INVALID KEY
002640                 DISPLAY "Event no longer on file."
002650         END-READ
002660         IF ws-evac-status = "00"
002670             AND NOT EVAC-OPEN
002680             DISPLAY "That event is closed."
002690             MOVE "23" TO ws-evac-status
002700         END-IF
002710     END-IF.
002720
002730 OPEN-NEW-EVENT.
002740     DISPLAY "Building: " WITH NO ADVANCING.
002750     MOVE SPACES TO ws-bldg-entry.
002760     ACCEPT ws-bldg-entry.
002770     DISPLAY "D)rill or R)eal evacuation: " WITH NO ADVANCING.
002780     MOVE SPACE TO ws-answer.
002790     ACCEPT ws-answer.
002800     IF ws-bldg-entry = SPACES
002810         DISPLAY "Building may not be blank."
002820     ELSE
002830         PERFORM GET-NOW
002840         MOVE SPACES          TO EVAC-REC
002850         MOVE ws-bldg-entry   TO EVAC-BUILDING
002860         MOVE ws-today        TO EVAC-OPEN-DATE
002870         MOVE ws-now-time     TO EVAC-OPEN-TIME
002880         IF ws-answer = "R" OR ws-answer = "r"
002890             MOVE "R" TO EVAC-TYPE
002900         ELSE
002910             MOVE "D" TO EVAC-TYPE
002920         END-IF
002930         MOVE "O"             TO EVAC-STATUS
002940         MOVE ws-operator-id  TO EVAC-OPENED-BY
002950         MOVE ZERO            TO EVAC-CLEAR-DATE
002960         MOVE ZERO            TO EVAC-CLEAR-TIME
002970         MOVE ZERO            TO EVAC-CLOSE-DATE
002980         MOVE ZERO            TO EVAC-CLOSE-TIME
002990         MOVE ZERO            TO EVAC-OCCUPANTS
003000         MOVE ZERO            TO EVAC-ACCOUNTED
003010         MOVE ZERO            TO EVAC-ABSENT
003020         MOVE ZERO            TO EVAC-MISSING
003030         MOVE ZERO            TO EVAC-UNACCOUNTED
003040         WRITE EVAC-REC
003050             INVALID KEY
003060                 DISPLAY "An event for that building was opened "
003070                     "this same second - try again."
003080         END-WRITE
003090         IF ws-evac-status = "00"
003100             MOVE EVAC-KEY TO ws-current-event
003110             PERFORM LOAD-OCCUPANTS
003120             MOVE ws-loaded-count TO EVAC-OCCUPANTS
003130             MOVE ws-loaded-count TO EVAC-UNACCOUNTED
003140             REWRITE EVAC-REC
003150                 INVALID KEY
003160                     DISPLAY "Problem with event index!"
003170             END-REWRITE
003180             DISPLAY "Event opened - " ws-loaded-count
003190                 " occupants on the roll."
003200         END-IF
003210     END-IF.
003220
003230 LOAD-OCCUPANTS.
003240*--------------------------------
003250* Everyone with a location in the building whose directory
003260* entry is active goes on the roll, unaccounted for.
003270*--------------------------------
003280     MOVE ZERO TO ws-loaded-count.
003290     OPEN INPUT PHONEFILE.
003300     IF NOT RECORDFOUND
003310         DISPLAY "Directory not available - roll is empty."
003320     ELSE
003330         OPEN INPUT LOCFILE
003340         IF ws-loc-status NOT = "00"
003350             DISPLAY "No office locations on file - roll is "
003360                 "empty."
003370         ELSE
003380             MOVE SPACE TO ws-eof
003390             MOVE ZERO TO LOC-EMPLOYEE-ID
003400             START LOCFILE KEY IS NOT LESS THAN LOC-EMPLOYEE-ID
003410                 INVALID KEY MOVE "y" TO ws-eof
003420             END-START
003430             IF ws-eof NOT = "y"
003440                 READ LOCFILE NEXT RECORD
003450                     AT END MOVE "y" TO ws-eof
003460                 END-READ
003470             END-IF
003480             PERFORM LOAD-ONE-OCCUPANT UNTIL ws-eof = "y"
003490             CLOSE LOCFILE
003500         END-IF
003510         CLOSE PHONEFILE
003520     END-IF.
003530
003540 LOAD-ONE-OCCUPANT.
003550     IF LOC-BUILDING = EVAC-BUILDING
003560         MOVE LOC-EMPLOYEE-ID TO employee-id
003570         READ PHONEFILE
003580             INVALID KEY CONTINUE
003590             NOT INVALID KEY
003600                 IF NOT emp-inactive
003610                     PERFORM WRITE-ROLL-ENTRY
003620                 END-IF
003630         END-READ
003640     END-IF.
003650     READ LOCFILE NEXT RECORD
003660         AT END MOVE "y" TO ws-eof
003670     END-READ.
003680
003690 WRITE-ROLL-ENTRY.
003700     MOVE SPACES           TO ROLL-REC.
003710     MOVE ws-current-event TO ROLL-EVENT-KEY.
003720     MOVE LOC-FLOOR        TO ROLL-FLOOR.
003730     MOVE LOC-ROOM         TO ROLL-ROOM.
003740     MOVE employee-id      TO ROLL-EMPLOYEE-ID.
003750     MOVE ws-current-event TO ROLL-EMP-EVENT-KEY.
003760     MOVE employee-id      TO ROLL-EMP-ID.
003770     STRING first-name DELIMITED BY "  "
003780         " "           DELIMITED BY SIZE
003790         last-name     DELIMITED BY "  "
003800         INTO ROLL-NAME
003810     END-STRING.
003820     MOVE extension        TO ROLL-EXTENSION.
003830     MOVE "U"              TO ROLL-STATE.
003840     MOVE ZERO             TO ROLL-MARK-DATE.
003850     MOVE ZERO             TO ROLL-MARK-TIME.
003860     WRITE ROLL-REC
003870         INVALID KEY
003880             DISPLAY "Could not add " employee-id " to the roll."
003890         NOT INVALID KEY
003900             ADD 1 TO ws-loaded-count
003910     END-WRITE.
003920
003930 PICK-OPEN-EVENT.
003940     MOVE ZERO TO ws-open-count.
003950     MOVE SPACE TO ws-eof.
003960     MOVE LOW-VALUES TO EVAC-KEY.
003970     START EVACFILE KEY IS NOT LESS THAN EVAC-KEY
003980         INVALID KEY MOVE "y" TO ws-eof
003990     END-START.
004000     IF ws-eof NOT = "y"
004010         READ EVACFILE NEXT RECORD
004020             AT END MOVE "y" TO ws-eof
004030         END-READ
004040     END-IF.
004050     PERFORM LIST-ONE-OPEN-EVENT UNTIL ws-eof = "y".
004060     IF ws-open-count = ZERO
004070         DISPLAY "  (no events open)"
004080     ELSE
004090         DISPLAY "Event number: " WITH NO ADVANCING
004100         MOVE SPACES TO ws-pick-entry
004110         ACCEPT ws-pick-entry
004120         MOVE ZERO TO ws-pick-number
004130         IF ws-pick-entry IS NUMERIC
004140             MOVE ws-pick-entry TO ws-pick-number
004150         ELSE
004160         IF ws-pick-entry(1:1) IS NUMERIC
004170             AND ws-pick-entry(2:1) = SPACE
004180             MOVE ws-pick-entry(1:1) TO ws-pick-number
004190         END-IF
004200         END-IF
004210         IF ws-pick-number < 1 OR ws-pick-number > ws-open-count
004220             DISPLAY "No such event."
004230         ELSE
004240             MOVE ws-open-key(ws-pick-number) TO ws-current-event
004250         END-IF
004260     END-IF.
004270
004280 LIST-ONE-OPEN-EVENT.
004290     IF EVAC-OPEN
004300         AND ws-open-count < 20
004310         ADD 1 TO ws-open-count
004320         MOVE EVAC-KEY TO ws-open-key(ws-open-count)
004330         PERFORM SET-TYPE-TEXT
004340         DISPLAY "  " ws-open-count ". building " EVAC-BUILDING
004350             " opened " EVAC-OPEN-DATE " " EVAC-OPEN-TIME " "
004360             ws-type-text " by " EVAC-OPENED-BY
004370     END-IF.
004380     READ EVACFILE NEXT RECORD
004390         AT END MOVE "y" TO ws-eof
004400     END-READ.
004410
004420 SET-TYPE-TEXT.
004430     IF EVAC-REAL
004440         MOVE "REAL " TO ws-type-text
004450     ELSE
004460         MOVE "DRILL" TO ws-type-text
004470     END-IF.
004480
004490 MARK-ONE-PERSON.
004500     DISPLAY "Employee ID (Enter to finish): " WITH NO ADVANCING.
004510     MOVE SPACES TO ws-id-entry.
004520     ACCEPT ws-id-entry.
004530     IF ws-id-entry = SPACES
004540         MOVE "Y" TO ws-mark-done
004550     ELSE
004560     IF ws-id-entry IS NOT NUMERIC
004570         DISPLAY "Employee ID must be six digits."
004580     ELSE
004590         MOVE ws-current-event TO ROLL-EMP-EVENT-KEY
004600         MOVE ws-id-entry      TO ROLL-EMP-ID
004610         READ ROLLFILE KEY IS ROLL-EMP-KEY
004620             INVALID KEY
004630                 DISPLAY "Not on the roll for this building."
004640         END-READ
004650         IF ws-roll-status = "00"
004660             PERFORM SET-STATE-TEXT
004670             DISPLAY "  " ROLL-NAME " floor " ROLL-FLOOR
004680                 " room " ROLL-ROOM " - " ws-state-text
004690             DISPLAY "A)ccounted for  B)absent  M)issing: "
004700                 WITH NO ADVANCING
004710             MOVE SPACE TO ws-answer
004720             ACCEPT ws-answer
004730             MOVE ROLL-STATE TO ws-old-state
004740             EVALUATE ws-answer
004750                 WHEN "A"
004760                 WHEN "a"
004770                     MOVE "A" TO ROLL-STATE
004780                 WHEN "B"
004790                 WHEN "b"
004800                     MOVE "B" TO ROLL-STATE
004810                 WHEN "M"
004820                 WHEN "m"
004830                     MOVE "M" TO ROLL-STATE
004840                 WHEN OTHER
004850                     DISPLAY "Not marked."
004860             END-EVALUATE
004870             IF ROLL-STATE NOT = ws-old-state
004880                 PERFORM GET-NOW
004890                 MOVE ws-today        TO ROLL-MARK-DATE
004900                 MOVE ws-now-time     TO ROLL-MARK-TIME
004910                 MOVE ws-operator-id  TO ROLL-WARDEN
004920                 REWRITE ROLL-REC
004930                     INVALID KEY
004940                         DISPLAY "Problem with roll index!"
004950                 END-REWRITE
004960                 IF ws-roll-status = "00"
004970                     PERFORM CHECK-ALL-CLEAR
004980                 END-IF
004990             END-IF
005000         END-IF
005010     END-IF
005020     END-IF.
005030
005040 SET-STATE-TEXT.
005050     EVALUATE TRUE
005060         WHEN ROLL-ACCOUNTED
005070             MOVE "ACCOUNTED"    TO ws-state-text
005080         WHEN ROLL-ABSENT
005090             MOVE "ABSENT"       TO ws-state-text
005100         WHEN ROLL-MISSING
005110             MOVE "MISSING"      TO ws-state-text
005120         WHEN OTHER
005130             MOVE "UNACCOUNTED"  TO ws-state-text
005140     END-EVALUATE.
005150
005160 CHECK-ALL-CLEAR.
005170*--------------------------------
005180* Refreshes the tallies on the event; the first time nobody is
005190* left unaccounted for or missing, the all-clear time is
005200* stamped.
005210*--------------------------------
005220     MOVE SPACE TO ws-print-list.
005230     PERFORM TALLY-ROLL.
005240     IF ws-tally-unaccounted = ZERO
005250         AND ws-tally-missing = ZERO
005260         AND EVAC-CLEAR-DATE = ZERO
005270         MOVE ws-today    TO EVAC-CLEAR-DATE
005280         MOVE ws-now-time TO EVAC-CLEAR-TIME
005290         REWRITE EVAC-REC
005300             INVALID KEY
005310                 DISPLAY "Problem with event index!"
005320         END-REWRITE
005330         DISPLAY "ALL CLEAR - everyone on the roll is accounted "
005340             "for or absent."
005350     END-IF.
005360
005370 TALLY-ROLL.
005380*--------------------------------
005390* Walks the current event's roll in floor and room order,
005400* counting each state and storing the tallies on the event.
005410* With ws-print-list set it also prints the unaccounted-for and
005420* missing entries, a sub-heading per floor, to ROLLCALL.PRT.
005430*--------------------------------
005440     MOVE ZERO TO ws-tally-occupants.
005450     MOVE ZERO TO ws-tally-accounted.
005460     MOVE ZERO TO ws-tally-absent.
005470     MOVE ZERO TO ws-tally-missing.
005480     MOVE ZERO TO ws-tally-unaccounted.
005490     MOVE SPACES TO ws-last-floor.
005500     MOVE ws-current-event TO EVAC-KEY.
005510     READ EVACFILE
005520         INVALID KEY
005530             DISPLAY "Event no longer on file."
005540     END-READ.
005550     IF ws-print-list = "Y"
005560         PERFORM OPEN-ROLL-REPORT
005570     END-IF.
005580     MOVE SPACE TO ws-eof.
005590     MOVE LOW-VALUES TO ROLL-KEY.
005600     MOVE ws-current-event TO ROLL-EVENT-KEY.
005610     START ROLLFILE KEY IS NOT LESS THAN ROLL-KEY
005620         INVALID KEY MOVE "y" TO ws-eof
005630     END-START.
005640     IF ws-eof NOT = "y"
005650         READ ROLLFILE NEXT RECORD
005660             AT END MOVE "y" TO ws-eof
005670         END-READ
005680     END-IF.
005690     PERFORM TALLY-ONE-ROLL-ENTRY
005700         UNTIL ws-eof = "y"
005710             OR ROLL-EVENT-KEY NOT = ws-current-event.
005720     MOVE ws-tally-occupants   TO EVAC-OCCUPANTS.
005730     MOVE ws-tally-accounted   TO EVAC-ACCOUNTED.
005740     MOVE ws-tally-absent      TO EVAC-ABSENT.
005750     MOVE ws-tally-missing     TO EVAC-MISSING.
005760     MOVE ws-tally-unaccounted TO EVAC-UNACCOUNTED.
005770     REWRITE EVAC-REC
005780         INVALID KEY
005790             DISPLAY "Problem with event index!"
005800     END-REWRITE.
005810     DISPLAY "  On roll " ws-tally-occupants
005820         "  accounted " ws-tally-accounted
005830         "  absent " ws-tally-absent
005840         "  missing " ws-tally-missing
005850         "  unaccounted " ws-tally-unaccounted.
005860     IF ws-print-list = "Y"
005870         PERFORM CLOSE-ROLL-REPORT
005880     END-IF.
005890
005900 TALLY-ONE-ROLL-ENTRY.
005910     ADD 1 TO ws-tally-occupants.
005920     EVALUATE TRUE
005930         WHEN ROLL-ACCOUNTED
005940             ADD 1 TO ws-tally-accounted
005950         WHEN ROLL-ABSENT
005960             ADD 1 TO ws-tally-absent
005970         WHEN ROLL-MISSING
005980             ADD 1 TO ws-tally-missing
005990         WHEN OTHER
006000             ADD 1 TO ws-tally-unaccounted
006010     END-EVALUATE.
006020     IF ws-print-list = "Y"
006030         AND (ROLL-UNACCOUNTED OR ROLL-MISSING)
006040         PERFORM PRINT-ROLL-ENTRY
006050     END-IF.
006060     READ ROLLFILE NEXT RECORD
006070         AT END MOVE "y" TO ws-eof
006080     END-READ.
006090
006100 OPEN-ROLL-REPORT.
006110     PERFORM GET-NOW.
006120     OPEN OUTPUT PRINT-FILE.
006130     STRING ws-today(5:2) "/" ws-today(7:2) "/"
006140         ws-today(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
006150     MOVE "EVACUATION - UNACCOUNTED FOR" TO RPT-TITLE.
006160     MOVE 1 TO RPT-PAGE-NUMBER.
006170     WRITE PRINT-LINE FROM RPT-HEADING-1.
006180     WRITE PRINT-LINE FROM RPT-HEADING-2.
006190     PERFORM SET-TYPE-TEXT.
006200     MOVE SPACES TO ws-text-line.
006210     STRING "BUILDING " EVAC-BUILDING "  " ws-type-text
006220         "  OPENED " EVAC-OPEN-DATE " " EVAC-OPEN-TIME
006230         "  AS OF " ws-now-time
006240         DELIMITED BY SIZE INTO ws-text-line.
006250     PERFORM SHOW-LINE.
006260
006270 PRINT-ROLL-ENTRY.
006280     IF ROLL-FLOOR NOT = ws-last-floor
006290         MOVE ROLL-FLOOR TO ws-last-floor
006300         MOVE SPACES TO ws-text-line
006310         PERFORM SHOW-LINE
006320         MOVE SPACES TO ws-text-line
006330         STRING "FLOOR " ROLL-FLOOR
006340             DELIMITED BY SIZE INTO ws-text-line
006350         PERFORM SHOW-LINE
006360     END-IF.
006370     PERFORM SET-STATE-TEXT.
006380     MOVE SPACES TO ws-text-line.
006390     STRING "  ROOM " ROLL-ROOM "  " ROLL-EMPLOYEE-ID " "
006400         ROLL-NAME " EXT " ROLL-EXTENSION "  " ws-state-text
006410         DELIMITED BY SIZE INTO ws-text-line.
006420     PERFORM SHOW-LINE.
006430     DISPLAY ws-text-line.
006440
006450 CLOSE-ROLL-REPORT.
006460     IF ws-tally-unaccounted = ZERO AND ws-tally-missing = ZERO
006470         MOVE SPACES TO ws-text-line
006480         PERFORM SHOW-LINE
006490         MOVE "  (none - everyone accounted for or absent)"
006500             TO ws-text-line
006510         PERFORM SHOW-LINE
006520     END-IF.
006530     MOVE SPACES TO ws-text-line.
006540     PERFORM SHOW-LINE.
006550     MOVE SPACES TO ws-text-line.
006560     STRING "ON ROLL " ws-tally-occupants
006570         "  ACCOUNTED " ws-tally-accounted
006580         "  ABSENT " ws-tally-absent
006590         "  MISSING " ws-tally-missing
006600         "  UNACCOUNTED " ws-tally-unaccounted
006610         DELIMITED BY SIZE INTO ws-text-line.
006620     PERFORM SHOW-LINE.
006630     CLOSE PRINT-FILE.
006640     DISPLAY "Unaccounted-for list printed to ROLLCALL.PRT.".
006650
006660 CLOSE-CURRENT-EVENT.
006670     MOVE SPACE TO ws-print-list.
006680     PERFORM TALLY-ROLL.
006690     IF ws-tally-unaccounted NOT = ZERO
006700         OR ws-tally-missing NOT = ZERO
006710         DISPLAY "WARNING - " ws-tally-unaccounted
006720             " unaccounted for and " ws-tally-missing
006730             " missing are still on the roll."
006740     END-IF.
006750     DISPLAY "Close this event (Y/N)? " WITH NO ADVANCING.
006760     MOVE SPACE TO ws-answer.
006770     ACCEPT ws-answer.
006780     IF ws-answer = "Y" OR ws-answer = "y"
006790         PERFORM GET-NOW
006800         MOVE "C"            TO EVAC-STATUS
006810         MOVE ws-today       TO EVAC-CLOSE-DATE
006820         MOVE ws-now-time    TO EVAC-CLOSE-TIME
006830         MOVE ws-operator-id TO EVAC-CLOSED-BY
006840         REWRITE EVAC-REC
006850             INVALID KEY
006860                 DISPLAY "Problem with event index!"
006870         END-REWRITE
006880         IF ws-evac-status = "00"
006890             DISPLAY "Event closed."
006900             MOVE SPACES TO ws-current-event
006910         END-IF
006920     END-IF.
006930
006940 PRINT-EVENT-HISTORY.
006950     PERFORM GET-NOW.
006960     OPEN OUTPUT HIST-PRINT-FILE.
006970     STRING ws-today(5:2) "/" ws-today(7:2) "/"
006980         ws-today(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
006990     MOVE "EVACUATION EVENT HISTORY" TO RPT-TITLE.
007000     MOVE 1 TO RPT-PAGE-NUMBER.
007010     WRITE HIST-PRINT-LINE FROM RPT-HEADING-1.
007020     WRITE HIST-PRINT-LINE FROM RPT-HEADING-2.
007030     MOVE SPACES TO ws-text-line.
007040     PERFORM SHOW-HIST-LINE.
007050     MOVE "BLDG OPENED          TYPE"     TO ws-text-line.
007060     MOVE "ROLL ACCTD ABSNT MISSG UNACC" TO ws-text-line(29:28).
007070     MOVE "ALLCLEAR CLOSED" TO ws-text-line(58:15).
007080     PERFORM SHOW-HIST-LINE.
007090     MOVE ZERO TO ws-event-count.
007100     MOVE SPACE TO ws-eof.
007110     MOVE LOW-VALUES TO EVAC-KEY.
007120     START EVACFILE KEY IS NOT LESS THAN EVAC-KEY
007130         INVALID KEY MOVE "y" TO ws-eof
007140     END-START.
007150     IF ws-eof NOT = "y"
007160         READ EVACFILE NEXT RECORD
007170             AT END MOVE "y" TO ws-eof
007180         END-READ
007190     END-IF.
007200     PERFORM PRINT-ONE-EVENT UNTIL ws-eof = "y".
007210     IF ws-event-count = ZERO
007220         MOVE "  (none)" TO ws-text-line
007230         PERFORM SHOW-HIST-LINE
007240     END-IF.
007250     MOVE SPACES TO ws-text-line.
007260     PERFORM SHOW-HIST-LINE.
007270     MOVE "  ALLCLEAR and CLOSED are minutes:seconds after "
007280         TO ws-text-line.
007290     MOVE "opening." TO ws-text-line(50:8).
007300     PERFORM SHOW-HIST-LINE.
007310     CLOSE HIST-PRINT-FILE.
007320     DISPLAY "Event history printed to EVACHIST.PRT.".
007330
007340 PRINT-ONE-EVENT.
007350     ADD 1 TO ws-event-count.
007360     PERFORM SET-TYPE-TEXT.
007370     MOVE EVAC-OPEN-DATE TO ws-calc-date.
007380     MOVE EVAC-OPEN-TIME TO ws-calc-time.
007390     PERFORM COMPUTE-SECONDS.
007400     MOVE ws-calc-seconds TO ws-open-seconds.
007410     MOVE "  -" TO ws-clear-text.
007420     IF EVAC-CLEAR-DATE NOT = ZERO
007430         MOVE EVAC-CLEAR-DATE TO ws-calc-date
007440         MOVE EVAC-CLEAR-TIME TO ws-calc-time
007450         PERFORM COMPUTE-SECONDS
007460         PERFORM FORMAT-ELAPSED
007470         MOVE SPACES TO ws-clear-text
007480         STRING ws-elapsed-min ":" ws-elapsed-sec
007490             DELIMITED BY SIZE INTO ws-clear-text
007500     END-IF.
007510     MOVE "  OPEN" TO ws-closed-text.
007520     IF EVAC-CLOSED
007530         MOVE EVAC-CLOSE-DATE TO ws-calc-date
007540         MOVE EVAC-CLOSE-TIME TO ws-calc-time
007550         PERFORM COMPUTE-SECONDS
007560         PERFORM FORMAT-ELAPSED
007570         MOVE SPACES TO ws-closed-text
007580         STRING ws-elapsed-min ":" ws-elapsed-sec
007590             DELIMITED BY SIZE INTO ws-closed-text
007600     END-IF.
007610     MOVE SPACES TO ws-text-line.
007620     STRING EVAC-BUILDING " " EVAC-OPEN-DATE " " EVAC-OPEN-TIME
007630         " " ws-type-text " " EVAC-OCCUPANTS " " EVAC-ACCOUNTED
007640         " " EVAC-ABSENT " " EVAC-MISSING " " EVAC-UNACCOUNTED
007650         " " ws-clear-text " " ws-closed-text
007660         DELIMITED BY SIZE INTO ws-text-line.
007670     PERFORM SHOW-HIST-LINE.
007680     READ EVACFILE NEXT RECORD
007690         AT END MOVE "y" TO ws-eof
007700     END-READ.
007710
007720 COMPUTE-SECONDS.
007730     COMPUTE ws-calc-seconds =
007740         (FUNCTION INTEGER-OF-DATE(ws-calc-date) * 86400)
007750         + (ws-calc-hh * 3600) + (ws-calc-mm * 60) + ws-calc-ss.
007760
007770 FORMAT-ELAPSED.
007780     IF ws-calc-seconds < ws-open-seconds
007790         MOVE ZERO TO ws-elapsed-seconds
007800     ELSE
007810         COMPUTE ws-elapsed-seconds =
007820             ws-calc-seconds - ws-open-seconds
007830     END-IF.
007840     COMPUTE ws-elapsed-min = ws-elapsed-seconds / 60.
007850     COMPUTE ws-elapsed-sec =
007860         FUNCTION MOD(ws-elapsed-seconds, 60).
007870
007880 SHOW-LINE.
007890     MOVE ws-text-line TO PRINT-LINE.
007900     WRITE PRINT-LINE.
007910
007920 SHOW-HIST-LINE.
007930     MOVE ws-text-line TO HIST-PRINT-LINE.
007940     WRITE HIST-PRINT-LINE.
