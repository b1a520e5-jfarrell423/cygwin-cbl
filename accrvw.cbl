000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCRVW.
000030*--------------------------------
000040* Access review listing over the per-function access table
000050* (OPERACC.DAT, maintained in opermnt).  One line per grant -
000060* the operator, their name and authority level from the
000070* operator master, the function code and what it covers, and
000080* who granted it and when - followed by the operators on the
000090* master who hold no grants at all and a reminder of the items
000100* nobody needs a grant for.  This is the listing a supervisor
000110* signs off at the quarterly access review.
000120*
000130* With no access table on file the listing says so: the shop
000140* is still running on authority levels alone.
000150*
000160* 2026-10  JDF  New program.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000220 ORGANIZATION IS INDEXED
000230 ACCESS MODE IS DYNAMIC
000240 RECORD KEY IS ACC-KEY
000250 FILE STATUS IS ws-acc-status.
000260
000270 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000280 FILE STATUS IS ws-oper-status
000290 ORGANIZATION IS INDEXED
000300 ACCESS MODE IS DYNAMIC
000310 RECORD KEY IS OPER-ID.
000320
000330 SELECT PRINT-FILE ASSIGN TO "ACCRVWPRT"
000340 ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD ACCESS-FILE.
000390     COPY ACCSREC.
000400
000410 FD OPERFILE.
000420     COPY OPERREC.
000430
000440 FD PRINT-FILE.
000450 01  PRINT-LINE                      PIC X(90).
000460
000470 WORKING-STORAGE SECTION.
000480     COPY RPTHEAD.
000490     COPY ACCFUNC.
000500
000510 01  ws-acc-status                   pic x(02).
000520 01  ws-oper-status                  pic x(02).
000530 01  ws-oper-open                    pic x(01) value "N".
000540 01  ws-eof                          pic x(01) value space.
000550 01  ws-run-date                     pic 9(08) value zero.
000560 01  ws-grant-count                  pic 9(05) value zero.
000570 01  ws-bare-count                   pic 9(05) value zero.
000580 01  ws-func-sub                     pic 9(02) comp value zero.
000590 01  ws-func-found                   pic 9(02) comp value zero.
000600 01  ws-has-grant                    pic x(01) value space.
000610
000620 01  ws-heading-2.
000630      05  filler pic x(09) value "OPERATOR".
000640      05  filler pic x(21) value "NAME".
000650      05  filler pic x(05) value "AUTH".
000660      05  filler pic x(09) value "FUNCTION".
000670      05  filler pic x(27) value "COVERS".
000680      05  filler pic x(09) value "GRANTED".
000690      05  filler pic x(10) value "ON".
000700
000710 01  ws-detail-line.
000720      05  ws-det-operator             pic x(09).
000730      05  ws-det-name                 pic x(21).
000740      05  ws-det-auth                 pic x(05).
000750      05  ws-det-function             pic x(09).
000760      05  ws-det-covers               pic x(27).
000770      05  ws-det-granted-by           pic x(09).
000780      05  ws-det-granted-date         pic x(10).
000790
000800 01  ws-bare-line.
000810      05  filler                      pic x(04) value spaces.
000820      05  ws-bare-operator            pic x(09).
000830      05  ws-bare-name                pic x(26).
000840      05  ws-bare-auth                pic x(05).
000850
000860 01  ws-open-line.
000870      05  filler                      pic x(04) value spaces.
000880      05  ws-open-item                pic z9.
000890      05  filler                      pic x(02) value spaces.
000900      05  ws-open-function            pic x(09).
000910      05  ws-open-covers              pic x(31).
000920      05  ws-open-rule                pic x(30).
000930
000940 01  ws-total-line.
000950      05  filler                      pic x(04) value spaces.
000960      05  ws-tot-count                pic zzzz9.
000970      05  filler                      pic x(01) value space.
000980      05  ws-tot-text                 pic x(50).
000990
001000 PROCEDURE DIVISION.
001010 PROGRAM-BEGIN.
001020     CALL "shopcfg"
001030         ON EXCEPTION
001040             DISPLAY "shopcfg not found - default "
001050                 "file locations in effect"
001060     END-CALL.
001070     PERFORM START-REPORT.
001080     OPEN INPUT ACCESS-FILE.
001090     IF ws-acc-status NOT = "00"
001100         MOVE "NO ACCESS TABLE - AUTHORITY LEVELS ALONE APPLY"
001110             TO PRINT-LINE
001120         WRITE PRINT-LINE
001130         DISPLAY "No access table on file - nothing to review."
001140     ELSE
001150         OPEN INPUT OPERFILE
001160         IF ws-oper-status = "00"
001170             MOVE "Y" TO ws-oper-open
001180         END-IF
001190         PERFORM PRINT-GRANTS
001200         PERFORM PRINT-BARE-OPERATORS
001210         PERFORM PRINT-OPEN-ITEMS
001220         IF ws-oper-open = "Y"
001230             CLOSE OPERFILE
001240         END-IF
001250         CLOSE ACCESS-FILE
001260         DISPLAY "Access review complete - "
001270             ws-grant-count " grant(s) listed."
001280     END-IF.
001290     CLOSE PRINT-FILE.
001300     STOP RUN.
001310
001320 START-REPORT.
001330     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001340     OPEN OUTPUT PRINT-FILE.
001350     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001360         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001370     MOVE "OPERATOR ACCESS REVIEW" TO RPT-TITLE.
001380     MOVE 1 TO RPT-PAGE-NUMBER.
001390     WRITE PRINT-LINE FROM RPT-HEADING-1.
001400     WRITE PRINT-LINE FROM RPT-HEADING-2.
001410     MOVE SPACES TO PRINT-LINE.
001420     WRITE PRINT-LINE.
001430
001440 PRINT-GRANTS.
001450     WRITE PRINT-LINE FROM ws-heading-2.
001460     MOVE SPACES TO PRINT-LINE.
001470     WRITE PRINT-LINE.
001480     MOVE SPACE TO ws-eof.
001490     READ ACCESS-FILE NEXT RECORD
001500         AT END MOVE "y" TO ws-eof
001510     END-READ.
001520     PERFORM PRINT-ONE-GRANT UNTIL ws-eof = "y".
001530     MOVE SPACES TO PRINT-LINE.
001540     WRITE PRINT-LINE.
001550     MOVE ws-grant-count TO ws-tot-count.
001560     MOVE "GRANT(S) ON THE ACCESS TABLE" TO ws-tot-text.
001570     WRITE PRINT-LINE FROM ws-total-line.
001580
001590 PRINT-ONE-GRANT.
001600     ADD 1 TO ws-grant-count.
001610     MOVE ACC-OPER-ID    TO ws-det-operator.
001620     MOVE ACC-FUNCTION   TO ws-det-function.
001630     MOVE ACC-GRANTED-BY TO ws-det-granted-by.
001640     MOVE SPACES         TO ws-det-granted-date.
001650     STRING ACC-GRANTED-DATE(5:2) "/" ACC-GRANTED-DATE(7:2) "/"
001660         ACC-GRANTED-DATE(1:4) DELIMITED BY SIZE
001670         INTO ws-det-granted-date.
001680     MOVE ACC-OPER-ID TO OPER-ID.
001690     PERFORM LOOK-UP-OPERATOR.
001700     MOVE OPER-NAME TO ws-det-name.
001710     PERFORM SET-AUTH-TEXT.
001720     MOVE ws-bare-auth TO ws-det-auth.
001730     PERFORM FIND-FUNCTION-CODE.
001740     IF ws-func-found > ZERO
001750         MOVE ACF-DESCRIPTION(ws-func-found) TO ws-det-covers
001760     ELSE
001770         MOVE "NOT ON FUNCTION TABLE" TO ws-det-covers
001780     END-IF.
001790     WRITE PRINT-LINE FROM ws-detail-line.
001800     READ ACCESS-FILE NEXT RECORD
001810         AT END MOVE "y" TO ws-eof
001820     END-READ.
001830
001840 LOOK-UP-OPERATOR.
001850     IF ws-oper-open = "Y"
001860         READ OPERFILE
001870             INVALID KEY
001880                 MOVE "NOT ON OPERATOR MASTER" TO OPER-NAME
001890                 MOVE ZERO TO OPER-AUTHORITY
001900         END-READ
001910     ELSE
001920         MOVE "NO OPERATOR MASTER" TO OPER-NAME
001930         MOVE ZERO TO OPER-AUTHORITY
001940     END-IF.
001950
001960 SET-AUTH-TEXT.
001970     EVALUATE TRUE
001980         WHEN OPER-AUTH-INQUIRY
001990             MOVE "INQ"  TO ws-bare-auth
002000         WHEN OPER-AUTH-UPDATE
002010             MOVE "UPD"  TO ws-bare-auth
002020         WHEN OPER-AUTH-SUPERVISOR
002030             MOVE "SUP"  TO ws-bare-auth
002040         WHEN OTHER
002050             MOVE SPACES TO ws-bare-auth
002060     END-EVALUATE.
002070
002080 FIND-FUNCTION-CODE.
002090     MOVE ZERO TO ws-func-found.
002100     MOVE ZERO TO ws-func-sub.
002110     PERFORM CHECK-ONE-FUNCTION ACF-FUNCTION-COUNT TIMES.
002120
002130 CHECK-ONE-FUNCTION.
002140     ADD 1 TO ws-func-sub.
002150     IF ws-func-found = ZERO
002160         AND ACF-CODE(ws-func-sub) = ACC-FUNCTION
002170         MOVE ws-func-sub TO ws-func-found
002180     END-IF.
002190
002200 PRINT-BARE-OPERATORS.
002210*--------------------------------
002220* Operators on the master with no grants get only the items
002230* open to everyone - worth a look, since either the grants were
002240* never given or the ID should be retired.
002250*--------------------------------
002260     MOVE SPACES TO PRINT-LINE.
002270     WRITE PRINT-LINE.
002280     MOVE "OPERATORS WITH NO GRANTS" TO PRINT-LINE.
002290     WRITE PRINT-LINE.
002300     MOVE SPACES TO PRINT-LINE.
002310     WRITE PRINT-LINE.
002320     IF ws-oper-open NOT = "Y"
002330         MOVE "    NO OPERATOR MASTER ON FILE" TO PRINT-LINE
002340         WRITE PRINT-LINE
002350     ELSE
002360         MOVE LOW-VALUES TO OPER-ID
002370         START OPERFILE KEY NOT < OPER-ID
002380             INVALID KEY MOVE "y" TO ws-eof
002390             NOT INVALID KEY MOVE SPACE TO ws-eof
002400         END-START
002410         IF ws-eof NOT = "y"
002420             READ OPERFILE NEXT RECORD
002430                 AT END MOVE "y" TO ws-eof
002440             END-READ
002450         END-IF
002460         PERFORM CHECK-ONE-OPERATOR UNTIL ws-eof = "y"
002470         MOVE SPACES TO PRINT-LINE
002480         WRITE PRINT-LINE
002490         MOVE ws-bare-count TO ws-tot-count
002500         MOVE "OPERATOR(S) WITH NO GRANTS" TO ws-tot-text
002510         WRITE PRINT-LINE FROM ws-total-line
002520     END-IF.
002530
002540 CHECK-ONE-OPERATOR.
002550     MOVE "N" TO ws-has-grant.
002560     MOVE OPER-ID     TO ACC-OPER-ID.
002570     MOVE LOW-VALUES  TO ACC-FUNCTION.
002580     START ACCESS-FILE KEY NOT < ACC-KEY
002590         INVALID KEY CONTINUE
002600         NOT INVALID KEY
002610             READ ACCESS-FILE NEXT RECORD
002620                 AT END CONTINUE
002630                 NOT AT END
002640                     IF ACC-OPER-ID = OPER-ID
002650                         MOVE "Y" TO ws-has-grant
002660                     END-IF
002670             END-READ
002680     END-START.
002690     IF ws-has-grant = "N"
002700         ADD 1 TO ws-bare-count
002710         MOVE OPER-ID   TO ws-bare-operator
002720         MOVE OPER-NAME TO ws-bare-name
002730         PERFORM SET-AUTH-TEXT
002740         WRITE PRINT-LINE FROM ws-bare-line
002750     END-IF.
002760     READ OPERFILE NEXT RECORD
002770         AT END MOVE "y" TO ws-eof
002780     END-READ.
002790
002800 PRINT-OPEN-ITEMS.
002810     MOVE SPACES TO PRINT-LINE.
002820     WRITE PRINT-LINE.
002830     MOVE "MENU ITEMS NEEDING NO GRANT" TO PRINT-LINE.
002840     WRITE PRINT-LINE.
002850     MOVE SPACES TO PRINT-LINE.
002860     WRITE PRINT-LINE.
002870     MOVE ZERO TO ws-func-sub.
002880     PERFORM PRINT-ONE-OPEN-ITEM ACF-FUNCTION-COUNT TIMES.
002890
002900 PRINT-ONE-OPEN-ITEM.
002910     ADD 1 TO ws-func-sub.
002920     IF ACF-OPEN-TO-ALL(ws-func-sub)
002930         OR ACF-SUPERVISOR-SEES(ws-func-sub)
002940         MOVE ACF-MENU-ITEM(ws-func-sub)   TO ws-open-item
002950         MOVE ACF-CODE(ws-func-sub)        TO ws-open-function
002960         MOVE ACF-DESCRIPTION(ws-func-sub) TO ws-open-covers
002970         IF ACF-OPEN-TO-ALL(ws-func-sub)
002980             MOVE "OPEN TO EVERYONE" TO ws-open-rule
002990         ELSE
003000             MOVE "SHOWN TO SUPERVISORS" TO ws-open-rule
003010         END-IF
003020         WRITE PRINT-LINE FROM ws-open-line
003030     END-IF.
