000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VISITRPT.
000030*--------------------------------
000040* End-of-day visitor list for security.  Every visitor on
000050* VISITLOG.DAT still signed in - today's and any left over from
000060* an earlier day - with the building, time in, company, badge,
000070* and the host to ring, so the night guard can walk the building
000080* and the badges can be chased in the morning.  Ends with the
000090* day's sign-in and sign-out counts.  Runs from batchwin every
000100* night and can be run at the desk any time.
000110*
000120* 2026-10  JDF  New program.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170 SELECT VISITFILE ASSIGN TO "VISITLOGDAT"
000180 FILE STATUS IS ws-visit-status
000190 ORGANIZATION IS INDEXED
000200 ACCESS MODE IS DYNAMIC
000210 RECORD KEY IS VISIT-KEY
000220 ALTERNATE RECORD KEY IS VISIT-HOST-ID WITH DUPLICATES
000230 ALTERNATE RECORD KEY IS VISIT-COMPANY WITH DUPLICATES
000240 ALTERNATE RECORD KEY IS VISIT-BADGE WITH DUPLICATES.
000250
000260 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000270 FILE STATUS IS FILE-CHECK-KEY
000280 ORGANIZATION IS INDEXED
000290 ACCESS MODE IS DYNAMIC
000300 RECORD KEY IS EMPLOYEE-ID
000310 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000320
000330 SELECT PRINT-FILE ASSIGN TO "VISITINPRT"
000340 ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD VISITFILE.
000390     COPY VISITREC.
000400
000410 FD PHONEFILE.
000420     COPY PHONEREC.
000430
000440 FD PRINT-FILE.
000450 01  PRINT-LINE                      PIC X(80).
000460
000470 WORKING-STORAGE SECTION.
000480     COPY FILESTAT.
000490
000500 01  ws-visit-status                 pic x(02).
000510 01  ws-phone-open                   pic x(01) value "N".
000520 01  ws-eof                          pic x(01) value space.
000530 01  ws-run-date                     pic 9(08) value zero.
000540 01  ws-time-raw                     pic 9(08) value zero.
000550 01  ws-still-in-count               pic 9(05) value zero.
000560 01  ws-today-in-count               pic 9(05) value zero.
000570 01  ws-today-out-count              pic 9(05) value zero.
000580 01  ws-host-name                    pic x(21) value spaces.
000590 01  ws-host-ext                     pic x(05) value spaces.
000600
000610     COPY RPTHEAD.
000620
000630 01  ws-text-line                    pic x(80) value spaces.
000640
000650 PROCEDURE DIVISION.
000660 PROGRAM-BEGIN.
000670     CALL "shopcfg"
000680         ON EXCEPTION
000690             DISPLAY "shopcfg not found - default "
000700                 "file locations in effect"
000710     END-CALL.
000720     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000730     ACCEPT ws-time-raw FROM TIME.
000740     PERFORM OPEN-REPORT.
000750     OPEN INPUT VISITFILE.
000760     IF ws-visit-status NOT = "00"
000770         MOVE "  (no visitor log on file)" TO ws-text-line
000780         PERFORM SHOW-LINE
000790         CLOSE PRINT-FILE
000800         DISPLAY "Visitor list - no visitor log on file."
000810         STOP RUN
000820     END-IF.
000830     OPEN INPUT PHONEFILE.
000840     IF RECORDFOUND
000850         MOVE "Y" TO ws-phone-open
000860     END-IF.
000870     MOVE SPACE TO ws-eof.
000880     MOVE LOW-VALUES TO VISIT-KEY.
000890     START VISITFILE KEY IS NOT LESS THAN VISIT-KEY
000900         INVALID KEY MOVE "y" TO ws-eof
000910     END-START.
000920     IF ws-eof NOT = "y"
000930         READ VISITFILE NEXT RECORD
000940             AT END MOVE "y" TO ws-eof
000950         END-READ
000960     END-IF.
000970     PERFORM CHECK-ONE-VISIT UNTIL ws-eof = "y".
000980     IF ws-still-in-count = ZERO
000990         MOVE "  (none)" TO ws-text-line
001000         PERFORM SHOW-LINE
001010     END-IF.
001020     MOVE SPACES TO ws-text-line.
001030     PERFORM SHOW-LINE.
001040     MOVE SPACES TO ws-text-line.
001050     STRING "STILL SIGNED IN     " ws-still-in-count
001060         DELIMITED BY SIZE INTO ws-text-line.
001070     PERFORM SHOW-LINE.
001080     MOVE SPACES TO ws-text-line.
001090     STRING "SIGNED IN TODAY     " ws-today-in-count
001100         DELIMITED BY SIZE INTO ws-text-line.
001110     PERFORM SHOW-LINE.
001120     MOVE SPACES TO ws-text-line.
001130     STRING "SIGNED OUT TODAY    " ws-today-out-count
001140         DELIMITED BY SIZE INTO ws-text-line.
001150     PERFORM SHOW-LINE.
001160     CLOSE PRINT-FILE.
001170     IF ws-phone-open = "Y"
001180         CLOSE PHONEFILE
001190     END-IF.
001200     CLOSE VISITFILE.
001210     DISPLAY "Visitor list complete - " ws-still-in-count
001220         " still signed in.".
001230     STOP RUN.
001240
001250 OPEN-REPORT.
001260     OPEN OUTPUT PRINT-FILE.
001270     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001280         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001290     MOVE "VISITORS STILL SIGNED IN" TO RPT-TITLE.
001300     MOVE 1 TO RPT-PAGE-NUMBER.
001310     WRITE PRINT-LINE FROM RPT-HEADING-1.
001320     WRITE PRINT-LINE FROM RPT-HEADING-2.
001330     MOVE SPACES TO ws-text-line.
001340     STRING "  AS OF " ws-time-raw(1:2) ":" ws-time-raw(3:2)
001350         DELIMITED BY SIZE INTO ws-text-line.
001360     PERFORM SHOW-LINE.
001370     MOVE SPACES TO ws-text-line.
001380     PERFORM SHOW-LINE.
001390     MOVE "BLDG DATE  IN    VISITOR         COMPANY"
001400         TO ws-text-line.
001410     MOVE "BADGE" TO ws-text-line(55:5).
001420     PERFORM SHOW-LINE.
001430
001440 CHECK-ONE-VISIT.
001450     IF VISIT-DATE = ws-run-date
001460         ADD 1 TO ws-today-in-count
001470     END-IF.
001480     IF VISIT-SIGNED-OUT
001490         AND VISIT-OUT-DATE = ws-run-date
001500         ADD 1 TO ws-today-out-count
001510     END-IF.
001520     IF VISIT-SIGNED-IN
001530         ADD 1 TO ws-still-in-count
001540         PERFORM GET-HOST-NAME
001550         MOVE SPACES TO ws-text-line
001560         STRING VISIT-BUILDING " "
001570             VISIT-DATE(5:2) "/" VISIT-DATE(7:2) " "
001580             VISIT-TIME-IN(1:2) ":" VISIT-TIME-IN(3:2) " "
001590             VISIT-LAST-NAME " " VISIT-COMPANY " "
001600             VISIT-BADGE
001610             DELIMITED BY SIZE INTO ws-text-line
001620         PERFORM SHOW-LINE
001630         MOVE SPACES TO ws-text-line
001640         STRING "                      " VISIT-FIRST-NAME
001650             "      HOST " ws-host-name " EXT " ws-host-ext
001660             DELIMITED BY SIZE INTO ws-text-line
001670         PERFORM SHOW-LINE
001680     END-IF.
001690     READ VISITFILE NEXT RECORD
001700         AT END MOVE "y" TO ws-eof
001710     END-READ.
001720
001730 GET-HOST-NAME.
001740     MOVE "(NOT ON DIRECTORY)" TO ws-host-name.
001750     MOVE SPACES TO ws-host-ext.
001760     IF ws-phone-open = "Y"
001770         MOVE VISIT-HOST-ID TO employee-id
001780         READ PHONEFILE
001790             INVALID KEY CONTINUE
001800             NOT INVALID KEY
001810                 MOVE SPACES TO ws-host-name
001820                 STRING last-name DELIMITED BY SPACE
001830                     ", "         DELIMITED BY SIZE
001840                     first-name   DELIMITED BY SPACE
001850                     INTO ws-host-name
001860                 END-STRING
001870                 MOVE extension TO ws-host-ext
001880         END-READ
001890     END-IF.
001900
001910 SHOW-LINE.
001920     MOVE ws-text-line TO PRINT-LINE.
001930     WRITE PRINT-LINE.
