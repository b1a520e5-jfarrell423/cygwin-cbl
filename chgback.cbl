000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGBACK.
000030*--------------------------------
000040* Monthly telecom chargeback.  Loads the carrier's billing file
000050* (CARRBILL.DAT, one charge line per cell, pager, and desk line)
000060* and finds each billed number's owner on PHONEFILE by matching
000070* it against every employee's cell-number, pager-number, and
000080* work-number.  Each line is charged to the owner's department,
000090* and CHGBACK.PRT prints the charges per department code with
000100* department and grand totals for Accounting.
000110*
000120* A line no directory record claims, or whose only owner is
000130* inactive (emp-status I), is not charged anywhere; those print
000140* as a separate exception list so the lines can be cancelled.
000150* A line whose charge is not numeric is rejected to the same
000160* list and the run ends with RETURN-CODE 4.
000170*
000180* 2026-10  JDF  New program.
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000240 FILE STATUS IS FILE-CHECK-KEY
000250 ORGANIZATION IS INDEXED
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS EMPLOYEE-ID
000280 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000290
000300 SELECT BILL-FILE ASSIGN TO "CARRBILLDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-bill-status.
000330
000340 SELECT WORK-FILE ASSIGN TO "CHGWORKDAT"
000350 ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 SELECT SORT-WORK ASSIGN TO "documents\CHGSORT.DAT".
000380
000390 SELECT SORTED-FILE ASSIGN TO "CHGSRTDDAT"
000400 ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 SELECT PRINT-FILE ASSIGN TO "CHGBACKPRT"
000430 ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD PHONEFILE.
000480     COPY PHONEREC.
000490
000500 FD BILL-FILE.
000510     COPY CARRREC.
000520
000530*--------------------------------
000540* One charge line ready to print.  CW-KIND sorts the charged
000550* lines (C) ahead of the exceptions (X); the charged lines then
000560* break on department.
000570*--------------------------------
000580 FD WORK-FILE.
000590 01  WORK-REC.
000600     05  CW-KIND                     PIC X(01).
000610     05  CW-DEPT                     PIC X(10).
000620     05  CW-NUMBER                   PIC X(10).
000630     05  CW-LINE-TYPE                PIC X(01).
000640     05  CW-EMPLOYEE-ID              PIC 9(06).
000650     05  CW-NAME                     PIC X(20).
000660     05  CW-CHARGE                   PIC 9(07)V99.
000670     05  CW-REASON                   PIC X(20).
000680
000690 SD SORT-WORK.
000700 01  SORT-REC.
000710     05  SR-KIND                     PIC X(01).
000720     05  SR-DEPT                     PIC X(10).
000730     05  SR-NUMBER                   PIC X(10).
000740     05  FILLER                      PIC X(56).
000750
000760 FD SORTED-FILE.
000770 01  SORTED-REC                      PIC X(77).
000780
000790 FD PRINT-FILE.
000800 01  PRINT-LINE                      PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830     COPY FILESTAT.
000840     COPY RPTHEAD.
000850
000860 01  ws-bill-status                  pic x(02).
000870 01  ws-eof                          pic x(01) value space.
000880 01  ws-run-date                     pic 9(08) value zero.
000890 01  ws-bill-month                   pic 9(06) value zero.
000900 01  ws-line-count                   pic 9(05) value zero.
000910 01  ws-charged-count                pic 9(05) value zero.
000920 01  ws-exception-count              pic 9(05) value zero.
000930 01  ws-reject-count                 pic 9(05) value zero.
000940
000950*--------------------------------
000960* Every directory number (work, cell, and pager) with its
000970* owner, loaded once so each billing line is a table search
000980* rather than a pass of PHONEFILE.
000990*--------------------------------
001000 01  ws-number-count                 pic 9(04) comp value zero.
001010 01  ws-number-table.
001020     05  ws-number-entry             occurs 3000 times.
001030         10  ws-nt-number            pic x(10).
001040         10  ws-nt-employee-id       pic 9(06).
001050         10  ws-nt-dept              pic x(10).
001060         10  ws-nt-name              pic x(20).
001070         10  ws-nt-status            pic x(01).
001080 01  ws-number-sub                   pic 9(04) comp value zero.
001090 01  ws-active-sub                   pic 9(04) comp value zero.
001100 01  ws-inactive-sub                 pic 9(04) comp value zero.
001110 01  ws-work-number                  pic x(10) value spaces.
001120 01  ws-table-full                   pic x(01) value "N".
001130
001140*--------------------------------
001150* Print control and totals.
001160*--------------------------------
001170 01  ws-sorted-image.
001180     05  ws-si-kind                  pic x(01).
001190     05  ws-si-dept                  pic x(10).
001200     05  ws-si-number                pic x(10).
001210     05  ws-si-line-type             pic x(01).
001220     05  ws-si-employee-id           pic 9(06).
001230     05  ws-si-name                  pic x(20).
001240     05  ws-si-charge                pic 9(07)v99.
001250     05  ws-si-reason                pic x(20).
001260 01  ws-prior-kind                   pic x(01) value space.
001270 01  ws-prior-dept                   pic x(10) value spaces.
001280 01  ws-dept-total                   pic 9(09)v99 value zero.
001290 01  ws-dept-lines                   pic 9(05) value zero.
001300 01  ws-charged-total                pic 9(09)v99 value zero.
001310 01  ws-exception-total              pic 9(09)v99 value zero.
001320 01  ws-show-amount                  pic z,zzz,zz9.99.
001330 01  ws-show-total                   pic zzz,zzz,zz9.99.
001340 01  ws-text-line                    pic x(80) value spaces.
001350
001360 PROCEDURE DIVISION.
001370 PROGRAM-BEGIN.
001380     CALL "shopcfg"
001390         ON EXCEPTION
001400             DISPLAY "shopcfg not found - default "
001410                 "file locations in effect"
001420     END-CALL.
001430     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001440     OPEN INPUT BILL-FILE.
001450     IF ws-bill-status NOT = "00"
001460         DISPLAY "No carrier billing file (CARRBILL.DAT) to load."
001470         MOVE 4 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001500     PERFORM LOAD-NUMBER-TABLE.
001510     PERFORM MATCH-BILL-LINES.
001520     CLOSE BILL-FILE.
001530     PERFORM SORT-CHARGE-LINES.
001540     PERFORM PRINT-CHARGEBACK.
001550     DISPLAY "Chargeback complete - " ws-line-count " lines, "
001560         ws-charged-count " charged, "
001570         ws-exception-count " exceptions, "
001580         ws-reject-count " rejected.".
001590     IF ws-reject-count > ZERO
001600         MOVE 4 TO RETURN-CODE
001610     END-IF.
001620     STOP RUN.
001630
001640 LOAD-NUMBER-TABLE.
001650     MOVE SPACE TO ws-eof.
001660     OPEN INPUT PHONEFILE.
001670     IF NOT RECORDFOUND
001680         DISPLAY "Phone directory not available - every line "
001690             "will print as an exception."
001700         MOVE "y" TO ws-eof
001710     ELSE
001720         MOVE ZERO TO employee-id
001730         START PHONEFILE KEY IS NOT LESS THAN employee-id
001740             INVALID KEY MOVE "y" TO ws-eof
001750         END-START
001760         IF ws-eof NOT = "y"
001770             READ PHONEFILE NEXT RECORD
001780                 AT END MOVE "y" TO ws-eof
001790             END-READ
001800         END-IF
001810         PERFORM LOAD-ONE-EMPLOYEE UNTIL ws-eof = "y"
001820         CLOSE PHONEFILE
001830     END-IF.
001840     IF ws-table-full = "Y"
001850         DISPLAY "Directory has more than 3000 numbers - the "
001860             "rest were not loaded."
001870     END-IF.
001880
001890 LOAD-ONE-EMPLOYEE.
001900     MOVE work-number  TO ws-work-number.
001910     PERFORM ADD-ONE-NUMBER.
001920     MOVE cell-number  TO ws-work-number.
001930     PERFORM ADD-ONE-NUMBER.
001940     MOVE pager-number TO ws-work-number.
001950     PERFORM ADD-ONE-NUMBER.
001960     READ PHONEFILE NEXT RECORD
001970         AT END MOVE "y" TO ws-eof
001980     END-READ.
001990
002000 ADD-ONE-NUMBER.
002010     IF ws-work-number NOT = SPACES
002020         IF ws-number-count < 3000
002030             ADD 1 TO ws-number-count
002040             MOVE ws-work-number TO ws-nt-number(ws-number-count)
002050             MOVE employee-id
002060                 TO ws-nt-employee-id(ws-number-count)
002070             MOVE department   TO ws-nt-dept(ws-number-count)
002080             MOVE fullname     TO ws-nt-name(ws-number-count)
002090             MOVE emp-status   TO ws-nt-status(ws-number-count)
002100         ELSE
002110             MOVE "Y" TO ws-table-full
002120         END-IF
002130     END-IF.
002140
002150 MATCH-BILL-LINES.
002160     MOVE SPACE TO ws-eof.
002170     OPEN OUTPUT WORK-FILE.
002180     READ BILL-FILE
002190         AT END MOVE "y" TO ws-eof
002200     END-READ.
002210     PERFORM MATCH-ONE-LINE UNTIL ws-eof = "y".
002220     CLOSE WORK-FILE.
002230
002240 MATCH-ONE-LINE.
002250     ADD 1 TO ws-line-count.
002260     IF ws-bill-month = ZERO AND CB-BILL-MONTH IS NUMERIC
002270         MOVE CB-BILL-MONTH TO ws-bill-month
002280     END-IF.
002290     MOVE SPACES          TO WORK-REC.
002300     MOVE CB-PHONE-NUMBER TO CW-NUMBER.
002310     MOVE CB-LINE-TYPE    TO CW-LINE-TYPE.
002320     MOVE ZERO            TO CW-EMPLOYEE-ID.
002330     IF CB-CHARGE IS NOT NUMERIC
002340         ADD 1 TO ws-reject-count
002350         MOVE ZERO TO CW-CHARGE
002360         MOVE "X" TO CW-KIND
002370         MOVE "CHARGE NOT NUMERIC" TO CW-REASON
002380     ELSE
002390         MOVE CB-CHARGE TO CW-CHARGE
002400         MOVE CB-PHONE-NUMBER TO ws-work-number
002410         PERFORM FIND-NUMBER-OWNER
002420         IF ws-active-sub > ZERO
002430             MOVE "C" TO CW-KIND
002440             MOVE ws-nt-dept(ws-active-sub) TO CW-DEPT
002450             MOVE ws-nt-employee-id(ws-active-sub)
002460                 TO CW-EMPLOYEE-ID
002470             MOVE ws-nt-name(ws-active-sub) TO CW-NAME
002480             ADD 1 TO ws-charged-count
002490         ELSE
002500             MOVE "X" TO CW-KIND
002510             ADD 1 TO ws-exception-count
002520             IF ws-inactive-sub > ZERO
002530                 MOVE ws-nt-dept(ws-inactive-sub) TO CW-DEPT
002540                 MOVE ws-nt-employee-id(ws-inactive-sub)
002550                     TO CW-EMPLOYEE-ID
002560                 MOVE ws-nt-name(ws-inactive-sub) TO CW-NAME
002570                 MOVE "OWNER INACTIVE" TO CW-REASON
002580             ELSE
002590                 MOVE "NO OWNER ON FILE" TO CW-REASON
002600             END-IF
002610         END-IF
002620     END-IF.
002630     WRITE WORK-REC.
002640     READ BILL-FILE
002650         AT END MOVE "y" TO ws-eof
002660     END-READ.
002670
002680 FIND-NUMBER-OWNER.
002690*--------------------------------
002700* A number can sit on more than one record (a shared desk line,
002710* or a cell handed down from a leaver who was never cleared), so
002720* the whole table is searched and an active owner wins over an
002730* inactive one.
002740*--------------------------------
002750     MOVE ZERO TO ws-active-sub.
002760     MOVE ZERO TO ws-inactive-sub.
002770     MOVE ZERO TO ws-number-sub.
002780     PERFORM CHECK-ONE-NUMBER
002790         UNTIL ws-number-sub NOT < ws-number-count
002800             OR ws-active-sub > ZERO.
002810
002820 CHECK-ONE-NUMBER.
002830     ADD 1 TO ws-number-sub.
002840     IF ws-nt-number(ws-number-sub) = ws-work-number
002850         IF ws-nt-status(ws-number-sub) = "I"
002860             IF ws-inactive-sub = ZERO
002870                 MOVE ws-number-sub TO ws-inactive-sub
002880             END-IF
002890         ELSE
002900             MOVE ws-number-sub TO ws-active-sub
002910         END-IF
002920     END-IF.
002930
002940 SORT-CHARGE-LINES.
002950     SORT SORT-WORK
002960         ON ASCENDING KEY SR-KIND
002970                          SR-DEPT
002980                          SR-NUMBER
002990         USING WORK-FILE
003000         GIVING SORTED-FILE.
003010
003020 PRINT-CHARGEBACK.
003030     OPEN OUTPUT PRINT-FILE.
003040     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
003050         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
003060     MOVE "TELECOM CHARGEBACK" TO RPT-TITLE.
003070     MOVE 1 TO RPT-PAGE-NUMBER.
003080     WRITE PRINT-LINE FROM RPT-HEADING-1.
003090     WRITE PRINT-LINE FROM RPT-HEADING-2.
003100     MOVE SPACES TO ws-text-line.
003110     STRING "CARRIER BILL FOR MONTH " ws-bill-month
003120         DELIMITED BY SIZE INTO ws-text-line.
003130     PERFORM SHOW-LINE.
003140     MOVE SPACES TO ws-text-line.
003150     PERFORM SHOW-LINE.
003160     MOVE SPACE  TO ws-eof.
003170     MOVE SPACE  TO ws-prior-kind.
003180     MOVE SPACES TO ws-prior-dept.
003190     OPEN INPUT SORTED-FILE.
003200     READ SORTED-FILE INTO ws-sorted-image
003210         AT END MOVE "y" TO ws-eof
003220     END-READ.
003230     PERFORM PRINT-ONE-CHARGE UNTIL ws-eof = "y".
003240     CLOSE SORTED-FILE.
003250     IF ws-prior-kind = "C"
003260         PERFORM END-DEPARTMENT
003270     END-IF.
003280     PERFORM PRINT-FINAL-TOTALS.
003290     CLOSE PRINT-FILE.
003300
003310 PRINT-ONE-CHARGE.
003320     IF ws-si-kind = "C"
003330         IF ws-prior-kind NOT = "C"
003340             MOVE ws-si-dept TO ws-prior-dept
003350             PERFORM START-DEPARTMENT
003360         ELSE
003370         IF ws-si-dept NOT = ws-prior-dept
003380             PERFORM END-DEPARTMENT
003390             MOVE ws-si-dept TO ws-prior-dept
003400             PERFORM START-DEPARTMENT
003410         END-IF
003420         END-IF
003430         ADD ws-si-charge TO ws-dept-total
003440         ADD ws-si-charge TO ws-charged-total
003450         ADD 1 TO ws-dept-lines
003460         MOVE ws-si-charge TO ws-show-amount
003470         MOVE SPACES TO ws-text-line
003480         STRING "  " ws-si-number " " ws-si-line-type
003490             " " ws-si-employee-id " " ws-si-name
003500             " " ws-show-amount
003510             DELIMITED BY SIZE INTO ws-text-line
003520         PERFORM SHOW-LINE
003530     ELSE
003540         IF ws-prior-kind = "C"
003550             PERFORM END-DEPARTMENT
003560         END-IF
003570         IF ws-prior-kind NOT = "X"
003580             PERFORM START-EXCEPTIONS
003590         END-IF
003600         ADD ws-si-charge TO ws-exception-total
003610         MOVE ws-si-charge TO ws-show-amount
003620         MOVE SPACES TO ws-text-line
003630         IF ws-si-employee-id = ZERO
003640             STRING "  " ws-si-number " " ws-si-line-type
003650                 " " ws-show-amount " " ws-si-reason
003660                 DELIMITED BY SIZE INTO ws-text-line
003670         ELSE
003680             STRING "  " ws-si-number " " ws-si-line-type
003690                 " " ws-show-amount " " ws-si-reason
003700                 " " ws-si-employee-id " " ws-si-name(1:10)
003710                 DELIMITED BY SIZE INTO ws-text-line
003720         END-IF
003730         PERFORM SHOW-LINE
003740     END-IF.
003750     MOVE ws-si-kind TO ws-prior-kind.
003760     READ SORTED-FILE INTO ws-sorted-image
003770         AT END MOVE "y" TO ws-eof
003780     END-READ.
003790
003800 START-DEPARTMENT.
003810     MOVE ZERO TO ws-dept-total.
003820     MOVE ZERO TO ws-dept-lines.
003830     MOVE SPACES TO ws-text-line.
003840     IF ws-prior-dept = SPACES
003850         MOVE "DEPARTMENT (NONE ON RECORD)" TO ws-text-line
003860     ELSE
003870         STRING "DEPARTMENT " ws-prior-dept
003880             DELIMITED BY SIZE INTO ws-text-line
003890     END-IF.
003900     PERFORM SHOW-LINE.
003910
003920 END-DEPARTMENT.
003930     MOVE ws-dept-total TO ws-show-total.
003940     MOVE SPACES TO ws-text-line.
003950     STRING "  DEPARTMENT TOTAL  " ws-dept-lines " LINES "
003960         ws-show-total
003970         DELIMITED BY SIZE INTO ws-text-line.
003980     PERFORM SHOW-LINE.
003990     MOVE SPACES TO ws-text-line.
004000     PERFORM SHOW-LINE.
004010
004020 START-EXCEPTIONS.
004030     MOVE SPACES TO ws-text-line.
004040     PERFORM SHOW-LINE.
004050     MOVE SPACES TO ws-text-line.
004060     STRING "EXCEPTIONS - LINES NOT CHARGED (NO OWNER, OWNER "
004070         "INACTIVE, OR BAD CHARGE)"
004075         DELIMITED BY SIZE INTO ws-text-line.
004080     PERFORM SHOW-LINE.
004090
004100 PRINT-FINAL-TOTALS.
004110     MOVE SPACES TO ws-text-line.
004120     PERFORM SHOW-LINE.
004130     MOVE ws-charged-total TO ws-show-total.
004140     MOVE SPACES TO ws-text-line.
004150     STRING "TOTAL CHARGED BACK     " ws-show-total
004160         DELIMITED BY SIZE INTO ws-text-line.
004170     PERFORM SHOW-LINE.
004180     MOVE ws-exception-total TO ws-show-total.
004190     MOVE SPACES TO ws-text-line.
004200     STRING "TOTAL ON EXCEPTION     " ws-show-total
004210         DELIMITED BY SIZE INTO ws-text-line.
004220     PERFORM SHOW-LINE.
004230
004240 SHOW-LINE.
004250     MOVE ws-text-line TO PRINT-LINE.
004260     WRITE PRINT-LINE.
