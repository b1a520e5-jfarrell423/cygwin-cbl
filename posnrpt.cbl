000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POSNRPT.
000030*--------------------------------
000040* Monthly vacancy report for the headcount meeting, from the
000050* position control file (POSITION.DAT): per department, the
000060* funded FTE and seats, how many are filled and vacant, and
000070* each vacant seat with how many days it has been open.  A
000080* filled seat whose incumbent has since gone inactive (or
000090* dropped off the directory) is flagged, since it is really a
000100* vacancy nobody has recorded.  The last section lists the
000110* active employees on PHONEFILE who sit in no position at all.
000120* Days open are counted to POSNRPT_ASOF (YYYYMMDD, default
000130* today).  Printed to POSNRPT.PRT.
000140*
000150* 2026-10  JDF  New program.
000160*--------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200 SELECT POSNFILE ASSIGN TO "POSITIONDAT"
000210 FILE STATUS IS ws-posn-status
000220 ORGANIZATION IS INDEXED
000230 ACCESS MODE IS DYNAMIC
000240 RECORD KEY IS POSN-NUMBER
000250 ALTERNATE RECORD KEY IS POSN-DEPT-CODE WITH DUPLICATES
000260 ALTERNATE RECORD KEY IS POSN-INCUMBENT-ID WITH DUPLICATES.
000270
000280 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000290 FILE STATUS IS FILE-CHECK-KEY
000300 ORGANIZATION IS INDEXED
000310 ACCESS MODE IS DYNAMIC
000320 RECORD KEY IS EMPLOYEE-ID
000330 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000340
000350 SELECT PRINT-FILE ASSIGN TO "POSNRPTPRT"
000360 ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD POSNFILE.
000410     COPY POSNREC.
000420
000430 FD PHONEFILE.
000440     COPY PHONEREC.
000450
000460 FD PRINT-FILE.
000470 01  PRINT-LINE                      PIC X(80).
000480
000490 WORKING-STORAGE SECTION.
000500     COPY FILESTAT.
000510     COPY RPTHEAD.
000520
000530 01  ws-posn-status                  pic x(02).
000540 01  ws-eof                          pic x(01) value space.
000550 01  ws-run-date                     pic 9(08) value zero.
000560 01  ws-asof-date                    pic 9(08) value zero.
000570 01  ws-env-check                    pic x(08) value spaces.
000580 01  ws-days-open                    pic s9(05) value zero.
000590 01  ws-show-days                    pic zzzz9.
000600 01  ws-show-fte                     pic zz9.99.
000610 01  ws-show-count                   pic zzz9.
000620 01  ws-show-filled                  pic zzz9.
000630 01  ws-show-vacant                  pic zzz9.
000640 01  ws-incumbent-note               pic x(20) value spaces.
000650 01  ws-have-phonefile               pic x(01) value "N".
000655 01  ws-have-posnfile                pic x(01) value "N".
000657 01  ws-placed                       pic x(01) value space.
000660
000670*--------------------------------
000680* Department control-break totals and the grand totals.
000690*--------------------------------
000700 01  ws-current-dept                 pic x(10) value spaces.
000710 01  ws-dept-fte                     pic 9(03)v99 value zero.
000720 01  ws-dept-seats                   pic 9(04) value zero.
000730 01  ws-dept-filled                  pic 9(04) value zero.
000740 01  ws-dept-vacant                  pic 9(04) value zero.
000750 01  ws-total-fte                    pic 9(05)v99 value zero.
000760 01  ws-total-seats                  pic 9(05) value zero.
000770 01  ws-total-filled                 pic 9(05) value zero.
000780 01  ws-total-vacant                 pic 9(05) value zero.
000790 01  ws-unplaced-count               pic 9(05) value zero.
000800 01  ws-show-total-fte               pic zzzz9.99.
000810
000820 01  ws-text-line                    pic x(80) value spaces.
000830
000840 PROCEDURE DIVISION.
000850 PROGRAM-BEGIN.
000860     CALL "shopcfg"
000870         ON EXCEPTION
000880             DISPLAY "shopcfg not found - default "
000890                 "file locations in effect"
000900     END-CALL.
000910     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000920     MOVE ws-run-date TO ws-asof-date.
000930     ACCEPT ws-env-check FROM ENVIRONMENT "POSNRPT_ASOF".
000940     IF ws-env-check IS NUMERIC
000950         MOVE ws-env-check TO ws-asof-date
000960     END-IF.
000970     OPEN INPUT PHONEFILE.
000980     IF RECORDFOUND
000990         MOVE "Y" TO ws-have-phonefile
001000     END-IF.
001010     PERFORM OPEN-REPORT.
001020     PERFORM REPORT-POSITIONS.
001030     PERFORM REPORT-UNPLACED.
001040     CLOSE PRINT-FILE.
001050     IF ws-have-phonefile = "Y"
001060         CLOSE PHONEFILE
001070     END-IF.
001080     DISPLAY "Vacancy report complete - " ws-total-seats
001090         " seats, " ws-total-vacant " vacant, "
001100         ws-unplaced-count " actives in no position.".
001110     STOP RUN.
001120
001130 OPEN-REPORT.
001140     OPEN OUTPUT PRINT-FILE.
001150     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001160         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001170     MOVE "POSITION VACANCY REPORT" TO RPT-TITLE.
001180     MOVE 1 TO RPT-PAGE-NUMBER.
001190     WRITE PRINT-LINE FROM RPT-HEADING-1.
001200     WRITE PRINT-LINE FROM RPT-HEADING-2.
001210     MOVE SPACES TO ws-text-line.
001220     STRING "SEATS AS OF " ws-asof-date
001230         DELIMITED BY SIZE INTO ws-text-line.
001240     PERFORM SHOW-LINE.
001250     MOVE SPACES TO ws-text-line.
001260     PERFORM SHOW-LINE.
001270
001280 REPORT-POSITIONS.
001290*--------------------------------
001300* Walks the positions in department order on the alternate key
001310* and breaks totals whenever the department changes.
001320*--------------------------------
001330     MOVE SPACE TO ws-eof.
001340     OPEN INPUT POSNFILE.
001350     IF ws-posn-status NOT = "00"
001360         MOVE "  (no position control file on record)"
001370             TO ws-text-line
001380         PERFORM SHOW-LINE
001390     ELSE
001400         MOVE LOW-VALUES TO POSN-DEPT-CODE
001410         START POSNFILE KEY IS NOT LESS THAN POSN-DEPT-CODE
001420             INVALID KEY MOVE "y" TO ws-eof
001430         END-START
001440         IF ws-eof NOT = "y"
001450             READ POSNFILE NEXT RECORD
001460                 AT END MOVE "y" TO ws-eof
001470             END-READ
001480         END-IF
001490         IF ws-eof = "y"
001500             MOVE "  (no positions on file)" TO ws-text-line
001510             PERFORM SHOW-LINE
001520         ELSE
001530             MOVE POSN-DEPT-CODE TO ws-current-dept
001540             PERFORM START-DEPARTMENT
001550         END-IF
001560         PERFORM REPORT-ONE-POSITION UNTIL ws-eof = "y"
001570         IF ws-current-dept NOT = SPACES
001580             PERFORM END-DEPARTMENT
001590         END-IF
001600         CLOSE POSNFILE
001610         PERFORM PRINT-GRAND-TOTALS
001620     END-IF.
001630
001640 REPORT-ONE-POSITION.
001650     IF POSN-DEPT-CODE NOT = ws-current-dept
001660         PERFORM END-DEPARTMENT
001670         MOVE POSN-DEPT-CODE TO ws-current-dept
001680         PERFORM START-DEPARTMENT
001690     END-IF.
001700     ADD 1 TO ws-dept-seats.
001710     ADD POSN-BUDGET-FTE TO ws-dept-fte.
001720     IF POSN-VACANT
001730         ADD 1 TO ws-dept-vacant
001740         PERFORM PRINT-VACANT-SEAT
001750     ELSE
001760         ADD 1 TO ws-dept-filled
001770         PERFORM CHECK-INCUMBENT
001780     END-IF.
001790     READ POSNFILE NEXT RECORD
001800         AT END MOVE "y" TO ws-eof
001810     END-READ.
001820
001830 START-DEPARTMENT.
001840     MOVE ZERO TO ws-dept-fte.
001850     MOVE ZERO TO ws-dept-seats.
001860     MOVE ZERO TO ws-dept-filled.
001870     MOVE ZERO TO ws-dept-vacant.
001880     MOVE SPACES TO ws-text-line.
001890     STRING "DEPARTMENT " ws-current-dept
001900         DELIMITED BY SIZE INTO ws-text-line.
001910     PERFORM SHOW-LINE.
001920
001930 END-DEPARTMENT.
001940     MOVE ws-dept-fte    TO ws-show-fte.
001950     MOVE ws-dept-seats  TO ws-show-count.
001960     MOVE ws-dept-filled TO ws-show-filled.
001970     MOVE ws-dept-vacant TO ws-show-vacant.
001980     MOVE SPACES TO ws-text-line.
001990     STRING "  FUNDED FTE " ws-show-fte
002000         "  SEATS " ws-show-count
002010         "  FILLED " ws-show-filled
002020         "  VACANT " ws-show-vacant
002030         DELIMITED BY SIZE INTO ws-text-line.
002040     PERFORM SHOW-LINE.
002050     MOVE SPACES TO ws-text-line.
002060     PERFORM SHOW-LINE.
002070     ADD ws-dept-fte    TO ws-total-fte.
002080     ADD ws-dept-seats  TO ws-total-seats.
002090     ADD ws-dept-filled TO ws-total-filled.
002100     ADD ws-dept-vacant TO ws-total-vacant.
002110
002120 PRINT-VACANT-SEAT.
002130     MOVE ZERO TO ws-days-open.
002140     IF POSN-OPEN-DATE IS NUMERIC
002150         AND POSN-OPEN-DATE NOT = ZERO
002160         AND POSN-OPEN-DATE NOT > ws-asof-date
002170         COMPUTE ws-days-open =
002180             FUNCTION INTEGER-OF-DATE(ws-asof-date)
002190             - FUNCTION INTEGER-OF-DATE(POSN-OPEN-DATE)
002200     END-IF.
002210     MOVE ws-days-open TO ws-show-days.
002220     MOVE SPACES TO ws-text-line.
002230     STRING "    " POSN-NUMBER " " POSN-TITLE
002240         " VACANT SINCE " POSN-OPEN-DATE
002250         " DAYS " ws-show-days
002260         DELIMITED BY SIZE INTO ws-text-line.
002270     PERFORM SHOW-LINE.
002280
002290 CHECK-INCUMBENT.
002300*--------------------------------
002310* A seat still carrying someone who has left is counted as
002320* filled (that is what the file says) but printed so the
002330* meeting can vacate it.
002340*--------------------------------
002350     MOVE SPACES TO ws-incumbent-note.
002360     IF ws-have-phonefile = "Y"
002370         MOVE POSN-INCUMBENT-ID TO employee-id
002380         READ PHONEFILE
002390             INVALID KEY
002400                 MOVE "NOT ON DIRECTORY" TO ws-incumbent-note
002410             NOT INVALID KEY
002420                 IF emp-inactive
002430                     MOVE "INCUMBENT INACTIVE"
002440                         TO ws-incumbent-note
002450                 END-IF
002460         END-READ
002470     END-IF.
002480     IF ws-incumbent-note NOT = SPACES
002490         MOVE SPACES TO ws-text-line
002500         STRING "    " POSN-NUMBER " " POSN-TITLE
002510             " EMP " POSN-INCUMBENT-ID " "
002520             ws-incumbent-note
002530             DELIMITED BY SIZE INTO ws-text-line
002540         PERFORM SHOW-LINE
002550     END-IF.
002560
002570 PRINT-GRAND-TOTALS.
002580     MOVE ws-total-fte    TO ws-show-total-fte.
002590     MOVE SPACES TO ws-text-line.
002600     STRING "ALL DEPARTMENTS  FUNDED FTE " ws-show-total-fte
002610         "  SEATS " ws-total-seats
002620         "  FILLED " ws-total-filled
002630         "  VACANT " ws-total-vacant
002640         DELIMITED BY SIZE INTO ws-text-line.
002650     PERFORM SHOW-LINE.
002660
002670 REPORT-UNPLACED.
002680*--------------------------------
002690* Every active employee on the directory with no seat on the
002700* position file - the people the budget does not know it is
002710* paying for.
002720*--------------------------------
002730     MOVE SPACES TO ws-text-line.
002740     PERFORM SHOW-LINE.
002750     MOVE "ACTIVE EMPLOYEES IN NO POSITION" TO ws-text-line.
002760     PERFORM SHOW-LINE.
002770     MOVE SPACE TO ws-eof.
002780     IF ws-have-phonefile NOT = "Y"
002790         MOVE "  (phone directory not available)" TO ws-text-line
002800         PERFORM SHOW-LINE
002810     ELSE
002820         OPEN INPUT POSNFILE
002822         IF ws-posn-status = "00"
002824             MOVE "Y" TO ws-have-posnfile
002826         END-IF
002830         MOVE ZERO TO employee-id
002840         START PHONEFILE KEY IS NOT LESS THAN employee-id
002850             INVALID KEY MOVE "y" TO ws-eof
002860         END-START
002870         IF ws-eof NOT = "y"
002880             READ PHONEFILE NEXT RECORD
002890                 AT END MOVE "y" TO ws-eof
002900             END-READ
002910         END-IF
002920         PERFORM CHECK-ONE-EMPLOYEE UNTIL ws-eof = "y"
002930         IF ws-have-posnfile = "Y"
002940             CLOSE POSNFILE
002950         END-IF
002960         IF ws-unplaced-count = ZERO
002970             MOVE "  (none)" TO ws-text-line
002980             PERFORM SHOW-LINE
002990         END-IF
003000     END-IF.
003010
003020 CHECK-ONE-EMPLOYEE.
003030     IF emp-active
003040         MOVE "N" TO ws-placed
003042         IF ws-have-posnfile = "Y"
003044             MOVE employee-id TO POSN-INCUMBENT-ID
003050             READ POSNFILE KEY IS POSN-INCUMBENT-ID
003060                 INVALID KEY CONTINUE
003062                 NOT INVALID KEY MOVE "Y" TO ws-placed
003064             END-READ
003066         END-IF
003068         IF ws-placed = "N"
003070             ADD 1 TO ws-unplaced-count
003080             MOVE SPACES TO ws-text-line
003090             STRING "  " employee-id " " first-name " "
003100                 last-name " " department
003110                 DELIMITED BY SIZE INTO ws-text-line
003120             PERFORM SHOW-LINE
003130         END-IF
003140     END-IF.
003150     READ PHONEFILE NEXT RECORD
003160         AT END MOVE "y" TO ws-eof
003170     END-READ.
003180
003190 SHOW-LINE.
003200     MOVE ws-text-line TO PRINT-LINE.
003210     WRITE PRINT-LINE.
