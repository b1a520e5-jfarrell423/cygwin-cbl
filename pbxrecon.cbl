000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PBXRECON.
000030*--------------------------------
000040* PBX station reconciliation.  Reads the station dump the phone
000050* switch produces (PBXDUMP.DAT, PBXREC layout) and checks it
000060* against PHONEFILE, printing three lists to PBXRECON.PRT:
000070*
000080*   extensions programmed on the switch with no active
000090*     directory owner - a leaver still holding the extension is
000100*     named, since that is the name callers still see;
000110*   active directory extensions missing from the switch;
000120*   display-name mismatches - the switch's name against the
000130*     "LAST,FIRST" name pbxexp.cbl would load today.
000140*
000150* The dump is loaded into a table first and the directory read
000160* once against it.  A dump too big for the table is reported and
000170* the run ends with RETURN-CODE 4, as does a missing dump.
000180*
000190* 2026-10  JDF  New program.
000200*--------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000250 FILE STATUS IS FILE-CHECK-KEY
000260 ORGANIZATION IS INDEXED
000270 ACCESS MODE IS DYNAMIC
000280 RECORD KEY IS EMPLOYEE-ID
000290 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000300
000310 SELECT PBX-DUMP-FILE ASSIGN TO "PBXDUMPDAT"
000320 ORGANIZATION IS LINE SEQUENTIAL
000330 FILE STATUS IS ws-dump-status.
000340
000350 SELECT PRINT-FILE ASSIGN TO "PBXRECONPRT"
000360 ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD PHONEFILE.
000410     COPY PHONEREC.
000420
000430 FD PBX-DUMP-FILE.
000440     COPY PBXREC.
000450
000460 FD PRINT-FILE.
000470 01  PRINT-LINE                      PIC X(80).
000480
000490 WORKING-STORAGE SECTION.
000500     COPY FILESTAT.
000510     COPY RPTHEAD.
000520
000530 01  ws-dump-status                  pic x(02).
000540 01  ws-eof                          pic x(01) value space.
000550 01  ws-run-date                     pic 9(08) value zero.
000560 01  ws-display-name                 pic x(20) value spaces.
000570 01  ws-unowned-count                pic 9(05) value zero.
000580 01  ws-missing-count                pic 9(05) value zero.
000590 01  ws-mismatch-count               pic 9(05) value zero.
000600 01  ws-section-count                pic 9(05) value zero.
000610 01  ws-text-line                    pic x(80) value spaces.
000620
000630*--------------------------------
000640* The switch's stations.  ws-st-owner is set when an active
000650* directory entry claims the extension; a leaver's ID and name
000660* are kept for an extension no active entry claims.
000670*--------------------------------
000680 01  ws-station-count                pic 9(04) comp value zero.
000690 01  ws-station-table.
000700     05  ws-station-entry            occurs 3000 times.
000710         10  ws-st-extension         pic x(05).
000720         10  ws-st-display-name      pic x(20).
000730         10  ws-st-department        pic x(10).
000740         10  ws-st-owner             pic x(01).
000750         10  ws-st-dir-name          pic x(20).
000760         10  ws-st-leaver-id         pic 9(06).
000770         10  ws-st-leaver-name       pic x(20).
000780 01  ws-station-sub                  pic 9(04) comp value zero.
000790 01  ws-found-sub                    pic 9(04) comp value zero.
000800 01  ws-table-full                   pic x(01) value "N".
000810
000820*--------------------------------
000830* Active directory extensions the switch does not have.
000840*--------------------------------
000850 01  ws-absent-count                 pic 9(04) comp value zero.
000860 01  ws-absent-table.
000870     05  ws-absent-entry             occurs 3000 times.
000880         10  ws-ab-extension         pic x(05).
000890         10  ws-ab-employee-id       pic 9(06).
000900         10  ws-ab-display-name      pic x(20).
000910         10  ws-ab-department        pic x(10).
000920 01  ws-absent-sub                   pic 9(04) comp value zero.
000930
000940 PROCEDURE DIVISION.
000950 PROGRAM-BEGIN.
000960     CALL "shopcfg"
000970         ON EXCEPTION
000980             DISPLAY "shopcfg not found - default "
000990                 "file locations in effect"
001000     END-CALL.
001010     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001020     OPEN INPUT PBX-DUMP-FILE.
001030     IF ws-dump-status NOT = "00"
001040         DISPLAY "No PBX station dump (PBXDUMP.DAT) to reconcile."
001050         MOVE 4 TO RETURN-CODE
001060         STOP RUN
001070     END-IF.
001080     OPEN INPUT PHONEFILE.
001090     IF NOT RECORDFOUND
001100         DISPLAY "Phone directory not available - reconciliation "
001110             "not run."
001120         CLOSE PBX-DUMP-FILE
001130         MOVE 4 TO RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     PERFORM LOAD-STATIONS.
001170     CLOSE PBX-DUMP-FILE.
001180     PERFORM MATCH-DIRECTORY.
001190     CLOSE PHONEFILE.
001200     PERFORM PRINT-RECONCILIATION.
001210     DISPLAY "PBX reconciliation complete - " ws-unowned-count
001220         " unowned, " ws-missing-count " missing, "
001230         ws-mismatch-count " name mismatches.".
001240     IF ws-table-full = "Y"
001250         MOVE 4 TO RETURN-CODE
001260     END-IF.
001270     STOP RUN.
001280
001290 LOAD-STATIONS.
001300     MOVE SPACE TO ws-eof.
001310     READ PBX-DUMP-FILE
001320         AT END MOVE "y" TO ws-eof
001330     END-READ.
001340     PERFORM LOAD-ONE-STATION UNTIL ws-eof = "y".
001350     IF ws-table-full = "Y"
001360         DISPLAY "Station dump has more than 3000 lines - the "
001370             "rest were not reconciled."
001380     END-IF.
001390
001400 LOAD-ONE-STATION.
001410     IF PBX-EXTENSION NOT = SPACES
001420         IF ws-station-count < 3000
001430             ADD 1 TO ws-station-count
001440             MOVE PBX-EXTENSION
001450                 TO ws-st-extension(ws-station-count)
001460             MOVE PBX-DISPLAY-NAME
001470                 TO ws-st-display-name(ws-station-count)
001480             MOVE PBX-DEPARTMENT
001490                 TO ws-st-department(ws-station-count)
001500             MOVE "N"    TO ws-st-owner(ws-station-count)
001510             MOVE SPACES TO ws-st-dir-name(ws-station-count)
001520             MOVE ZERO   TO ws-st-leaver-id(ws-station-count)
001530             MOVE SPACES TO ws-st-leaver-name(ws-station-count)
001540         ELSE
001550             MOVE "Y" TO ws-table-full
001560         END-IF
001570     END-IF.
001580     READ PBX-DUMP-FILE
001590         AT END MOVE "y" TO ws-eof
001600     END-READ.
001610
001620 MATCH-DIRECTORY.
001630     MOVE SPACE TO ws-eof.
001640     MOVE ZERO TO employee-id.
001650     START PHONEFILE KEY IS NOT LESS THAN employee-id
001660         INVALID KEY MOVE "y" TO ws-eof
001670     END-START.
001680     IF ws-eof NOT = "y"
001690         READ PHONEFILE NEXT RECORD
001700             AT END MOVE "y" TO ws-eof
001710         END-READ
001720     END-IF.
001730     PERFORM MATCH-ONE-ENTRY UNTIL ws-eof = "y".
001740
001750 MATCH-ONE-ENTRY.
001760     IF extension NOT = SPACES
001770         PERFORM BUILD-DISPLAY-NAME
001780         PERFORM FIND-STATION
001790         IF emp-inactive
001800             IF ws-found-sub NOT = ZERO
001810                 AND ws-st-leaver-id(ws-found-sub) = ZERO
001820                 MOVE employee-id
001830                     TO ws-st-leaver-id(ws-found-sub)
001840                 MOVE ws-display-name
001850                     TO ws-st-leaver-name(ws-found-sub)
001860             END-IF
001870         ELSE
001880             IF ws-found-sub = ZERO
001890                 PERFORM NOTE-ABSENT-EXTENSION
001900             ELSE
001910                 MOVE "Y" TO ws-st-owner(ws-found-sub)
001920                 MOVE ws-display-name
001930                     TO ws-st-dir-name(ws-found-sub)
001940             END-IF
001950         END-IF
001960     END-IF.
001970     READ PHONEFILE NEXT RECORD
001980         AT END MOVE "y" TO ws-eof
001990     END-READ.
002000
002010 FIND-STATION.
002020     MOVE ZERO TO ws-found-sub.
002030     MOVE ZERO TO ws-station-sub.
002040     PERFORM CHECK-ONE-STATION
002050         UNTIL ws-station-sub NOT < ws-station-count
002060             OR ws-found-sub NOT = ZERO.
002070
002080 CHECK-ONE-STATION.
002090     ADD 1 TO ws-station-sub.
002100     IF ws-st-extension(ws-station-sub) = extension
002110         MOVE ws-station-sub TO ws-found-sub
002120     END-IF.
002130
002140 NOTE-ABSENT-EXTENSION.
002150     IF ws-absent-count < 3000
002160         ADD 1 TO ws-absent-count
002170         MOVE extension   TO ws-ab-extension(ws-absent-count)
002180         MOVE employee-id TO ws-ab-employee-id(ws-absent-count)
002190         MOVE ws-display-name
002200             TO ws-ab-display-name(ws-absent-count)
002210         MOVE department  TO ws-ab-department(ws-absent-count)
002220     ELSE
002230         MOVE "Y" TO ws-table-full
002240     END-IF.
002250
002260 BUILD-DISPLAY-NAME.
002270*--------------------------------
002280* "LAST,FIRST", built exactly as pbxexp.cbl loads it.
002290*--------------------------------
002300     MOVE SPACES TO ws-display-name.
002310     STRING last-name  DELIMITED BY "  "
002320         ","            DELIMITED BY SIZE
002330         first-name DELIMITED BY "  "
002340         INTO ws-display-name
002350     END-STRING.
002360
002370 PRINT-RECONCILIATION.
002380     OPEN OUTPUT PRINT-FILE.
002390     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002400         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002410     MOVE "PBX STATION RECONCILIATION" TO RPT-TITLE.
002420     MOVE 1 TO RPT-PAGE-NUMBER.
002430     WRITE PRINT-LINE FROM RPT-HEADING-1.
002440     WRITE PRINT-LINE FROM RPT-HEADING-2.
002450     MOVE SPACES TO ws-text-line.
002460     PERFORM SHOW-LINE.
002470     MOVE "ON THE SWITCH WITH NO ACTIVE DIRECTORY OWNER"
002480         TO ws-text-line.
002490     PERFORM SHOW-LINE.
002500     MOVE ZERO TO ws-section-count.
002510     PERFORM PRINT-ONE-UNOWNED
002520         VARYING ws-station-sub FROM 1 BY 1
002530         UNTIL ws-station-sub > ws-station-count.
002540     PERFORM END-SECTION.
002550     MOVE "ACTIVE DIRECTORY EXTENSIONS MISSING FROM THE SWITCH"
002560         TO ws-text-line.
002570     PERFORM SHOW-LINE.
002580     MOVE ZERO TO ws-section-count.
002590     PERFORM PRINT-ONE-ABSENT
002600         VARYING ws-absent-sub FROM 1 BY 1
002610         UNTIL ws-absent-sub > ws-absent-count.
002620     PERFORM END-SECTION.
002630     MOVE "DISPLAY NAMES NOT MATCHING THE DIRECTORY"
002640         TO ws-text-line.
002650     PERFORM SHOW-LINE.
002660     MOVE ZERO TO ws-section-count.
002670     PERFORM PRINT-ONE-MISMATCH
002680         VARYING ws-station-sub FROM 1 BY 1
002690         UNTIL ws-station-sub > ws-station-count.
002700     PERFORM END-SECTION.
002710     CLOSE PRINT-FILE.
002720
002730 PRINT-ONE-UNOWNED.
002740     IF ws-st-owner(ws-station-sub) = "N"
002750         ADD 1 TO ws-unowned-count
002760         ADD 1 TO ws-section-count
002770         MOVE SPACES TO ws-text-line
002780         IF ws-st-leaver-id(ws-station-sub) = ZERO
002790             STRING "  " ws-st-extension(ws-station-sub)
002800                 " " ws-st-display-name(ws-station-sub)
002810                 " NOT ON DIRECTORY"
002820                 DELIMITED BY SIZE INTO ws-text-line
002830         ELSE
002840             STRING "  " ws-st-extension(ws-station-sub)
002850                 " " ws-st-display-name(ws-station-sub)
002860                 " LEAVER " ws-st-leaver-id(ws-station-sub)
002870                 " " ws-st-leaver-name(ws-station-sub)
002880                 DELIMITED BY SIZE INTO ws-text-line
002890         END-IF
002900         PERFORM SHOW-LINE
002910     END-IF.
002920
002930 PRINT-ONE-ABSENT.
002940     ADD 1 TO ws-missing-count.
002950     ADD 1 TO ws-section-count.
002960     MOVE SPACES TO ws-text-line.
002970     STRING "  " ws-ab-extension(ws-absent-sub)
002980         " " ws-ab-employee-id(ws-absent-sub)
002990         " " ws-ab-display-name(ws-absent-sub)
003000         " " ws-ab-department(ws-absent-sub)
003010         DELIMITED BY SIZE INTO ws-text-line.
003020     PERFORM SHOW-LINE.
003030
003040 PRINT-ONE-MISMATCH.
003050     IF ws-st-owner(ws-station-sub) = "Y"
003060         AND ws-st-display-name(ws-station-sub)
003070             NOT = ws-st-dir-name(ws-station-sub)
003080         ADD 1 TO ws-mismatch-count
003090         ADD 1 TO ws-section-count
003100         MOVE SPACES TO ws-text-line
003110         STRING "  " ws-st-extension(ws-station-sub)
003120             " SWITCH " ws-st-display-name(ws-station-sub)
003130             " DIRECTORY " ws-st-dir-name(ws-station-sub)
003140             DELIMITED BY SIZE INTO ws-text-line
003150         PERFORM SHOW-LINE
003160     END-IF.
003170
003180 END-SECTION.
003190     IF ws-section-count = ZERO
003200         MOVE "  (none)" TO ws-text-line
003210         PERFORM SHOW-LINE
003220     END-IF.
003230     MOVE SPACES TO ws-text-line.
003240     PERFORM SHOW-LINE.
003250
003260 SHOW-LINE.
003270     MOVE ws-text-line TO PRINT-LINE.
003280     WRITE PRINT-LINE.
