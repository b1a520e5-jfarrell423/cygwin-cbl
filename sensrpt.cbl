000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SENSRPT.
000030*--------------------------------
000040* Sensitive-data view listing over SENSVIEW.DAT.  Every time a
000050* privileged operator is shown a home or cell number, the
000060* emergency contacts, or a participant's birth date or address
000070* in the clear (see SPOLREC and SENSTAB), the program showing
000080* it logs who, when, and on which screen.  This listing
000090* answers "who looked at my home number": given an employee
000100* ID it prints every view of that employee's data, followed by
000110* the whole-directory runs (CSV extracts and printed
000120* directories in the clear) that carried everyone's.
000130*
000140* The employee comes from SENSRPT_EMPLOYEE, or a prompt when
000150* that is unset; zero lists every view on the log.
000160*
000170* 2026-10  JDF  New program.
000180*--------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000230 ORGANIZATION IS LINE SEQUENTIAL
000240 FILE STATUS IS ws-vlog-status.
000250
000260 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000270 FILE STATUS IS ws-oper-status
000280 ORGANIZATION IS INDEXED
000290 ACCESS MODE IS DYNAMIC
000300 RECORD KEY IS OPER-ID.
000310
000320 SELECT PRINT-FILE ASSIGN TO "SENSRPTPRT"
000330 ORGANIZATION IS LINE SEQUENTIAL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD VLOG-FILE.
000380     COPY VLOGREC.
000390
000400 FD OPERFILE.
000410     COPY OPERREC.
000420
000430 FD PRINT-FILE.
000440 01  PRINT-LINE                      PIC X(90).
000450
000460 WORKING-STORAGE SECTION.
000470     COPY RPTHEAD.
000480
000490 01  ws-vlog-status                  pic x(02).
000500 01  ws-oper-status                  pic x(02).
000510 01  ws-oper-open                    pic x(01) value "N".
000520 01  ws-eof                          pic x(01) value space.
000530 01  ws-run-date                     pic 9(08) value zero.
000540 01  ws-env-check                    pic x(06) value spaces.
000550 01  ws-sel-employee                 pic 9(06) value zero.
000560 01  ws-pass                         pic x(01) value space.
000570 01  ws-view-count                   pic 9(05) value zero.
000580 01  ws-run-count                    pic 9(05) value zero.
000590
000600 01  ws-heading-2.
000610      05  filler pic x(17) value "WHEN".
000620      05  filler pic x(09) value "OPERATOR".
000630      05  filler pic x(21) value "NAME".
000640      05  filler pic x(09) value "PROGRAM".
000650      05  filler pic x(09) value "VIEW".
000660      05  filler pic x(20) value "ITEMS SEEN".
000670
000680 01  ws-detail-line.
000690      05  ws-det-when                 pic x(17).
000700      05  ws-det-operator             pic x(09).
000710      05  ws-det-name                 pic x(21).
000720      05  ws-det-program              pic x(09).
000730      05  ws-det-view                 pic x(09).
000740      05  ws-det-items                pic x(20).
000750
000760 01  ws-whose-line.
000770      05  filler                      pic x(17) value spaces.
000780      05  filler                      pic x(10) value "EMPLOYEE ".
000790      05  ws-whose-employee           pic 9(06).
000800      05  filler                      pic x(02) value spaces.
000810      05  ws-whose-account            pic x(10).
000820
000830 01  ws-total-line.
000840      05  filler                      pic x(04) value spaces.
000850      05  ws-tot-count                pic zzzz9.
000860      05  filler                      pic x(01) value space.
000870      05  ws-tot-text                 pic x(50).
000880
000890 PROCEDURE DIVISION.
000900 PROGRAM-BEGIN.
000910     CALL "shopcfg"
000920         ON EXCEPTION
000930             DISPLAY "shopcfg not found - default "
000940                 "file locations in effect"
000950     END-CALL.
000960     PERFORM GET-EMPLOYEE.
000970     PERFORM START-REPORT.
000980     OPEN INPUT VLOG-FILE.
000990     IF ws-vlog-status NOT = "00"
001000         MOVE "NO SENSITIVE-DATA VIEWS LOGGED" TO PRINT-LINE
001010         WRITE PRINT-LINE
001020         DISPLAY "No view log on file - nothing to list."
001030     ELSE
001040         CLOSE VLOG-FILE
001050         OPEN INPUT OPERFILE
001060         IF ws-oper-status = "00"
001070             MOVE "Y" TO ws-oper-open
001080         END-IF
001090         PERFORM PRINT-EMPLOYEE-VIEWS
001100         IF ws-sel-employee NOT = ZERO
001110             PERFORM PRINT-DIRECTORY-RUNS
001120         END-IF
001130         IF ws-oper-open = "Y"
001140             CLOSE OPERFILE
001150         END-IF
001160         DISPLAY "View listing complete - "
001170             ws-view-count " view(s), "
001180             ws-run-count " directory run(s)."
001190     END-IF.
001200     CLOSE PRINT-FILE.
001210     STOP RUN.
001220
001230 GET-EMPLOYEE.
001240     ACCEPT ws-env-check FROM ENVIRONMENT "SENSRPT_EMPLOYEE".
001250     IF ws-env-check = SPACES
001260         DISPLAY "Employee ID (0 = every view): "
001270             WITH NO ADVANCING
001280         ACCEPT ws-sel-employee
001290     ELSE
001300         ACCEPT ws-sel-employee
001310             FROM ENVIRONMENT "SENSRPT_EMPLOYEE"
001320     END-IF.
001330     IF ws-sel-employee NOT NUMERIC
001340         MOVE ZERO TO ws-sel-employee
001350     END-IF.
001360
001370 START-REPORT.
001380     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001390     OPEN OUTPUT PRINT-FILE.
001400     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001410         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001420     MOVE "SENSITIVE-DATA VIEW LOG" TO RPT-TITLE.
001430     MOVE 1 TO RPT-PAGE-NUMBER.
001440     WRITE PRINT-LINE FROM RPT-HEADING-1.
001450     WRITE PRINT-LINE FROM RPT-HEADING-2.
001460     MOVE SPACES TO PRINT-LINE.
001470     WRITE PRINT-LINE.
001480
001490 PRINT-EMPLOYEE-VIEWS.
001500     IF ws-sel-employee = ZERO
001510         MOVE "EVERY VIEW ON THE LOG" TO PRINT-LINE
001520     ELSE
001530         MOVE SPACES TO PRINT-LINE
001540         STRING "VIEWS OF EMPLOYEE " ws-sel-employee
001550             DELIMITED BY SIZE INTO PRINT-LINE
001560     END-IF.
001570     WRITE PRINT-LINE.
001580     MOVE SPACES TO PRINT-LINE.
001590     WRITE PRINT-LINE.
001600     WRITE PRINT-LINE FROM ws-heading-2.
001610     MOVE SPACES TO PRINT-LINE.
001620     WRITE PRINT-LINE.
001630     MOVE "V" TO ws-pass.
001640     PERFORM READ-WHOLE-LOG.
001650     MOVE SPACES TO PRINT-LINE.
001660     WRITE PRINT-LINE.
001670     MOVE ws-view-count TO ws-tot-count.
001680     MOVE "VIEW(S) LISTED" TO ws-tot-text.
001690     WRITE PRINT-LINE FROM ws-total-line.
001700
001710 PRINT-DIRECTORY-RUNS.
001720*--------------------------------
001730* CSV extracts and printed directories in the clear carry every
001740* employee's numbers, so they belong on every employee's list.
001750*--------------------------------
001760     MOVE SPACES TO PRINT-LINE.
001770     WRITE PRINT-LINE.
001780     MOVE "WHOLE-DIRECTORY RUNS IN THE CLEAR" TO PRINT-LINE.
001790     WRITE PRINT-LINE.
001800     MOVE SPACES TO PRINT-LINE.
001810     WRITE PRINT-LINE.
001820     MOVE "D" TO ws-pass.
001830     PERFORM READ-WHOLE-LOG.
001840     MOVE SPACES TO PRINT-LINE.
001850     WRITE PRINT-LINE.
001860     MOVE ws-run-count TO ws-tot-count.
001870     MOVE "DIRECTORY RUN(S) LISTED" TO ws-tot-text.
001880     WRITE PRINT-LINE FROM ws-total-line.
001890
001900 READ-WHOLE-LOG.
001910     MOVE SPACE TO ws-eof.
001920     OPEN INPUT VLOG-FILE.
001930     READ VLOG-FILE
001940         AT END MOVE "y" TO ws-eof
001950     END-READ.
001960     PERFORM CHECK-ONE-VIEW UNTIL ws-eof = "y".
001970     CLOSE VLOG-FILE.
001980
001990 CHECK-ONE-VIEW.
002000     IF ws-pass = "V"
002010         IF ws-sel-employee = ZERO
002020             OR VLOG-EMPLOYEE-ID = ws-sel-employee
002030             ADD 1 TO ws-view-count
002040             PERFORM PRINT-ONE-VIEW
002050         END-IF
002060     ELSE
002070         IF VLOG-EMPLOYEE-ID = ZERO
002080             ADD 1 TO ws-run-count
002090             PERFORM PRINT-ONE-VIEW
002100         END-IF
002110     END-IF.
002120     READ VLOG-FILE
002130         AT END MOVE "y" TO ws-eof
002140     END-READ.
002150
002160 PRINT-ONE-VIEW.
002170     MOVE SPACES TO ws-detail-line.
002180     STRING VLOG-TIMESTAMP(5:2) "/" VLOG-TIMESTAMP(7:2) "/"
002190         VLOG-TIMESTAMP(1:4) " " VLOG-TIMESTAMP(9:2) ":"
002200         VLOG-TIMESTAMP(11:2) DELIMITED BY SIZE
002210         INTO ws-det-when.
002220     MOVE VLOG-OPERATOR TO ws-det-operator.
002230     MOVE VLOG-PROGRAM  TO ws-det-program.
002240     MOVE VLOG-VIEW     TO ws-det-view.
002250     MOVE VLOG-ITEMS    TO ws-det-items.
002260     MOVE VLOG-OPERATOR TO OPER-ID.
002270     IF ws-oper-open = "Y"
002280         READ OPERFILE
002290             INVALID KEY
002300                 MOVE "NOT ON OPERATOR MASTER" TO OPER-NAME
002310         END-READ
002320     ELSE
002330         MOVE SPACES TO OPER-NAME
002340     END-IF.
002350     MOVE OPER-NAME TO ws-det-name.
002360     WRITE PRINT-LINE FROM ws-detail-line.
002370     IF ws-pass = "V" AND ws-sel-employee = ZERO
002380         AND VLOG-EMPLOYEE-ID NOT = ZERO
002390         MOVE VLOG-EMPLOYEE-ID TO ws-whose-employee
002400         MOVE VLOG-ACCOUNT     TO ws-whose-account
002410         WRITE PRINT-LINE FROM ws-whose-line
002420     END-IF.
002430     IF ws-pass = "V" AND ws-sel-employee NOT = ZERO
002440         AND VLOG-ACCOUNT NOT = SPACES
002450         MOVE VLOG-EMPLOYEE-ID TO ws-whose-employee
002460         MOVE VLOG-ACCOUNT     TO ws-whose-account
002470         WRITE PRINT-LINE FROM ws-whose-line
002480     END-IF.
