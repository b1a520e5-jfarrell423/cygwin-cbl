000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PBXEXP.
000030*--------------------------------
000040* PBX station export.  Writes PBXLOAD.DAT in the switch's
000050* station load layout (PBXREC) - one line per active directory
000060* entry that has an extension, carrying the extension, the
000070* "LAST,FIRST" display name, and the department - so the switch
000080* can be loaded from the directory instead of keyed by hand.
000090* Inactive entries are left out, which is what takes a leaver's
000100* name off callers' displays at the next load.  pbxrecon.cbl
000110* checks the switch's own dump against the directory.
000120*
000130* 2026-10  JDF  New program.
000140*--------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000190 FILE STATUS IS FILE-CHECK-KEY
000200 ORGANIZATION IS INDEXED
000210 ACCESS MODE IS DYNAMIC
000220 RECORD KEY IS EMPLOYEE-ID
000230 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000240
000250 SELECT PBX-LOAD-FILE ASSIGN TO "PBXLOADDAT"
000260 ORGANIZATION IS LINE SEQUENTIAL.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD PHONEFILE.
000310     COPY PHONEREC.
000320
000330 FD PBX-LOAD-FILE.
000340     COPY PBXREC.
000350
000360 WORKING-STORAGE SECTION.
000370     COPY FILESTAT.
000380
000390 01  ws-eof                          pic x(01) value space.
000400 01  ws-read-count                   pic 9(05) value zero.
000410 01  ws-station-count                pic 9(05) value zero.
000420 01  ws-display-name                 pic x(20) value spaces.
000430
000440 PROCEDURE DIVISION.
000450 PROGRAM-BEGIN.
000460     CALL "shopcfg"
000470         ON EXCEPTION
000480             DISPLAY "shopcfg not found - default "
000490                 "file locations in effect"
000500     END-CALL.
000510     OPEN INPUT PHONEFILE.
000520     IF NOT RECORDFOUND
000530         DISPLAY "Phone directory not available - no station "
000540             "load written."
000550         MOVE 4 TO RETURN-CODE
000560         STOP RUN
000570     END-IF.
000580     OPEN OUTPUT PBX-LOAD-FILE.
000590     MOVE ZERO TO employee-id.
000600     START PHONEFILE KEY IS NOT LESS THAN employee-id
000610         INVALID KEY MOVE "y" TO ws-eof
000620     END-START.
000630     IF ws-eof NOT = "y"
000640         READ PHONEFILE NEXT RECORD
000650             AT END MOVE "y" TO ws-eof
000660         END-READ
000670     END-IF.
000680     PERFORM EXPORT-ONE-ENTRY UNTIL ws-eof = "y".
000690     CLOSE PBX-LOAD-FILE.
000700     CLOSE PHONEFILE.
000710     DISPLAY "PBX station export complete - " ws-read-count
000720         " read, " ws-station-count " stations written.".
000730     STOP RUN.
000740
000750 EXPORT-ONE-ENTRY.
000760     ADD 1 TO ws-read-count.
000770     IF NOT emp-inactive
000780         AND extension NOT = SPACES
000790         PERFORM BUILD-DISPLAY-NAME
000800         MOVE SPACES          TO PBX-STATION-REC
000810         MOVE extension       TO PBX-EXTENSION
000820         MOVE ws-display-name TO PBX-DISPLAY-NAME
000830         MOVE department      TO PBX-DEPARTMENT
000840         WRITE PBX-STATION-REC
000850         ADD 1 TO ws-station-count
000860     END-IF.
000870     READ PHONEFILE NEXT RECORD
000880         AT END MOVE "y" TO ws-eof
000890     END-READ.
000900
000910 BUILD-DISPLAY-NAME.
000920*--------------------------------
000930* "LAST,FIRST" - a two-word last name keeps its single space.
000940* pbxrecon.cbl builds the name the same way to compare it.
000950*--------------------------------
000960     MOVE SPACES TO ws-display-name.
000970     STRING last-name  DELIMITED BY "  "
000980         ","            DELIMITED BY SIZE
000990         first-name DELIMITED BY "  "
001000         INTO ws-display-name
001010     END-STRING.
