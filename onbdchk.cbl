000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ONBDCHK.
000030*--------------------------------
000040* Nightly onboarding check.  Walks the open new-hire records on
000050* ONBOARD.DAT (opened by phonepnd when a staged ADD is approved)
000060* and ticks off each checklist item whose companion record has
000070* appeared since:
000080*
000090*   1 extension     - extension keyed on the PHONEFILE record
000100*   2 location      - a PHONELOC.DAT record
000110*   3 supervisor    - a PHONESUPV.DAT record
000120*   4 emergency     - at least one PHONEEMER.DAT contact
000130*   5 participant   - a PARTMAST.DAT account carrying the ID
000140*   6 operator ID   - the named OPER-ID on OPERMAST.DAT
000150*
000160* A record with nothing left outstanding is closed complete; a
000170* hire who has since been deactivated or deleted is closed
000180* cancelled.  ONBDCHK.PRT then lists every hire still open with
000190* the missing items and the days since start, in employee ID
000200* order.
000210*
000220* Run from the batchwin built-in steps.  Outstanding items are
000230* the point of the report and do not fail the step.
000240*
000250* 2026-10  JDF  New program.
000260*--------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300 SELECT ONBDFILE ASSIGN TO "ONBOARDDAT"
000310 FILE STATUS IS ws-onbd-status
000320 ORGANIZATION IS INDEXED
000330 ACCESS MODE IS DYNAMIC
000340 RECORD KEY IS ONBD-EMPLOYEE-ID.
000350
000360 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000370 FILE STATUS IS FILE-CHECK-KEY
000380 ORGANIZATION IS INDEXED
000390 ACCESS MODE IS DYNAMIC
000400 RECORD KEY IS EMPLOYEE-ID
000410 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000420
000430 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000440 FILE STATUS IS ws-loc-status
000450 ORGANIZATION IS INDEXED
000460 ACCESS MODE IS DYNAMIC
000470 RECORD KEY IS LOC-EMPLOYEE-ID.
000480
000490 SELECT SUPVFILE ASSIGN TO "PHONESUPVDAT"
000500 FILE STATUS IS ws-supv-status
000510 ORGANIZATION IS INDEXED
000520 ACCESS MODE IS DYNAMIC
000530 RECORD KEY IS SUPV-EMPLOYEE-ID.
000540
000550 SELECT EMERFILE ASSIGN TO "PHONEEMERDAT"
000560 FILE STATUS IS ws-emer-status
000570 ORGANIZATION IS INDEXED
000580 ACCESS MODE IS DYNAMIC
000590 RECORD KEY IS EMER-KEY.
000600
000610 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000620 FILE STATUS IS ws-part-status
000630 ORGANIZATION IS INDEXED
000640 ACCESS MODE IS DYNAMIC
000650 RECORD KEY IS PART-ACCOUNT.
000660
000670 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000680 FILE STATUS IS ws-oper-status
000690 ORGANIZATION IS INDEXED
000700 ACCESS MODE IS DYNAMIC
000710 RECORD KEY IS OPER-ID.
000720
000730 SELECT PRINT-FILE ASSIGN TO "ONBDCHKPRT"
000740 ORGANIZATION IS LINE SEQUENTIAL.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD ONBDFILE.
000790     COPY ONBDREC.
000800
000810 FD PHONEFILE.
000820     COPY PHONEREC.
000830
000840 FD LOCFILE.
000850     COPY LOCREC.
000860
000870 FD SUPVFILE.
000880     COPY SUPVREC.
000890
000900 FD EMERFILE.
000910     COPY EMERREC.
000920
000930 FD PARTFILE.
000940     COPY PARTREC.
000950
000960 FD OPERFILE.
000970     COPY OPERREC.
000980
000990 FD PRINT-FILE.
001000 01  PRINT-LINE                      PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030     COPY FILESTAT.
001040     COPY RPTHEAD.
001050
001060 01  ws-onbd-status                  pic x(02).
001070 01  ws-loc-status                   pic x(02).
001080 01  ws-supv-status                  pic x(02).
001090 01  ws-emer-status                  pic x(02).
001100 01  ws-part-status                  pic x(02).
001110 01  ws-oper-status                  pic x(02).
001120 01  ws-have-loc                     pic x(01) value "N".
001130 01  ws-have-supv                    pic x(01) value "N".
001140 01  ws-have-emer                    pic x(01) value "N".
001150 01  ws-have-oper                    pic x(01) value "N".
001160 01  ws-eof                          pic x(01) value space.
001170 01  ws-run-date                     pic 9(08) value zero.
001180 01  ws-item-sub                     pic 9(01) value zero.
001190 01  ws-item-found                   pic x(01) value space.
001200 01  ws-outstanding                  pic 9(01) value zero.
001210 01  ws-ticked-count                 pic 9(05) value zero.
001220 01  ws-closed-count                 pic 9(05) value zero.
001230 01  ws-cancelled-count              pic 9(05) value zero.
001240 01  ws-open-count                   pic 9(05) value zero.
001250 01  ws-days-open                    pic s9(05) value zero.
001260 01  ws-show-days                    pic zzzz9.
001270
001280*--------------------------------
001290* Checklist item names, in ONBD-ITEM order.
001300*--------------------------------
001310 01  ws-item-names.
001320     05  filler                      pic x(11)
001330                                     value "EXTENSION".
001340     05  filler                      pic x(11)
001350                                     value "LOCATION".
001360     05  filler                      pic x(11)
001370                                     value "SUPERVISOR".
001380     05  filler                      pic x(11)
001390                                     value "EMERGENCY".
001400     05  filler                      pic x(11)
001410                                     value "PARTICIPANT".
001420     05  filler                      pic x(11)
001430                                     value "OPERATOR ID".
001440 01  ws-item-table redefines ws-item-names.
001450     05  ws-item-name                pic x(11)
001460                                     occurs 6 times.
001470
001480*--------------------------------
001490* Employee IDs that carry a participant account.  PARTMAST.DAT
001500* is keyed by account, so it is read once into this table.
001510*--------------------------------
001520 01  ws-part-count                   pic 9(04) comp value zero.
001530 01  ws-part-table.
001540     05  ws-part-employee-id         pic 9(06) occurs 3000 times.
001550 01  ws-part-sub                     pic 9(04) comp value zero.
001560
001570 01  ws-missing-list                 pic x(64) value spaces.
001580 01  ws-missing-ptr                  pic 9(02) value zero.
001590 01  ws-text-line                    pic x(80) value spaces.
001600
001610 PROCEDURE DIVISION.
001620 PROGRAM-BEGIN.
001630     CALL "shopcfg"
001640         ON EXCEPTION
001650             DISPLAY "shopcfg not found - default "
001660                 "file locations in effect"
001670     END-CALL.
001680     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001690     PERFORM OPEN-REPORT.
001700     OPEN I-O ONBDFILE.
001710     IF ws-onbd-status NOT = "00"
001720         MOVE "  (no onboarding records on file)" TO ws-text-line
001730         PERFORM SHOW-LINE
001740     ELSE
001750         OPEN INPUT PHONEFILE
001760         IF NOT RECORDFOUND
001770             MOVE "  (phone directory not available)"
001780                 TO ws-text-line
001790             PERFORM SHOW-LINE
001800         ELSE
001810             PERFORM OPEN-COMPANION-FILES
001820             PERFORM LOAD-PARTICIPANTS
001830             PERFORM WALK-ONBOARDING
001840             PERFORM CLOSE-COMPANION-FILES
001850             CLOSE PHONEFILE
001860         END-IF
001870         CLOSE ONBDFILE
001880     END-IF.
001890     MOVE SPACES TO ws-text-line.
001900     PERFORM SHOW-LINE.
001910     MOVE SPACES TO ws-text-line.
001920     STRING "STILL OPEN " ws-open-count
001930         "   CLOSED TONIGHT " ws-closed-count
001940         "   CANCELLED " ws-cancelled-count
001950         DELIMITED BY SIZE INTO ws-text-line.
001960     PERFORM SHOW-LINE.
001970     CLOSE PRINT-FILE.
001980     DISPLAY "Onboarding check complete - " ws-ticked-count
001990         " items ticked, " ws-closed-count " closed, "
002000         ws-open-count " still open.".
002010     STOP RUN.
002020
002030 OPEN-REPORT.
002040     OPEN OUTPUT PRINT-FILE.
002050     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002060         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002070     MOVE "OUTSTANDING ONBOARDING" TO RPT-TITLE.
002080     MOVE 1 TO RPT-PAGE-NUMBER.
002090     WRITE PRINT-LINE FROM RPT-HEADING-1.
002100     WRITE PRINT-LINE FROM RPT-HEADING-2.
002110     MOVE SPACES TO ws-text-line.
002120     PERFORM SHOW-LINE.
002130
002140 OPEN-COMPANION-FILES.
002150*--------------------------------
002160* A companion file that has never been created simply leaves
002170* its item outstanding.
002180*--------------------------------
002190     OPEN INPUT LOCFILE.
002200     IF ws-loc-status = "00"
002210         MOVE "Y" TO ws-have-loc
002220     END-IF.
002230     OPEN INPUT SUPVFILE.
002240     IF ws-supv-status = "00"
002250         MOVE "Y" TO ws-have-supv
002260     END-IF.
002270     OPEN INPUT EMERFILE.
002280     IF ws-emer-status = "00"
002290         MOVE "Y" TO ws-have-emer
002300     END-IF.
002310     OPEN INPUT OPERFILE.
002320     IF ws-oper-status = "00"
002330         MOVE "Y" TO ws-have-oper
002340     END-IF.
002350
002360 CLOSE-COMPANION-FILES.
002370     IF ws-have-loc = "Y"
002380         CLOSE LOCFILE
002390     END-IF.
002400     IF ws-have-supv = "Y"
002410         CLOSE SUPVFILE
002420     END-IF.
002430     IF ws-have-emer = "Y"
002440         CLOSE EMERFILE
002450     END-IF.
002460     IF ws-have-oper = "Y"
002470         CLOSE OPERFILE
002480     END-IF.
002490
002500 LOAD-PARTICIPANTS.
002510     OPEN INPUT PARTFILE.
002520     IF ws-part-status = "00"
002530         MOVE SPACE TO ws-eof
002540         MOVE LOW-VALUES TO PART-ACCOUNT
002550         START PARTFILE KEY IS NOT LESS THAN PART-ACCOUNT
002560             INVALID KEY MOVE "y" TO ws-eof
002570         END-START
002580         IF ws-eof NOT = "y"
002590             READ PARTFILE NEXT RECORD
002600                 AT END MOVE "y" TO ws-eof
002610             END-READ
002620         END-IF
002630         PERFORM LOAD-ONE-PARTICIPANT UNTIL ws-eof = "y"
002640         CLOSE PARTFILE
002650     END-IF.
002660
002670 LOAD-ONE-PARTICIPANT.
002680     IF PART-EMPLOYEE-ID NOT = ZERO
002690         AND ws-part-count < 3000
002700         ADD 1 TO ws-part-count
002710         MOVE PART-EMPLOYEE-ID
002720             TO ws-part-employee-id(ws-part-count)
002730     END-IF.
002740     READ PARTFILE NEXT RECORD
002750         AT END MOVE "y" TO ws-eof
002760     END-READ.
002770
002780 WALK-ONBOARDING.
002790     MOVE SPACE TO ws-eof.
002800     MOVE ZERO TO ONBD-EMPLOYEE-ID.
002810     START ONBDFILE KEY IS NOT LESS THAN ONBD-EMPLOYEE-ID
002820         INVALID KEY MOVE "y" TO ws-eof
002830     END-START.
002840     IF ws-eof NOT = "y"
002850         READ ONBDFILE NEXT RECORD
002860             AT END MOVE "y" TO ws-eof
002870         END-READ
002880     END-IF.
002890     PERFORM CHECK-ONE-HIRE UNTIL ws-eof = "y".
002900     IF ws-open-count = ZERO
002910         MOVE "  (no onboarding outstanding)" TO ws-text-line
002920         PERFORM SHOW-LINE
002930     END-IF.
002940
002950 CHECK-ONE-HIRE.
002960     IF ONBD-OPEN
002970         MOVE ONBD-EMPLOYEE-ID TO employee-id
002980         READ PHONEFILE
002990             INVALID KEY
003000                 MOVE "X" TO ONBD-STATUS
003010             NOT INVALID KEY
003020                 IF emp-inactive
003030                     MOVE "X" TO ONBD-STATUS
003040                 END-IF
003050         END-READ
003060         IF ONBD-CANCELLED
003070             ADD 1 TO ws-cancelled-count
003080         ELSE
003090             MOVE ZERO TO ws-outstanding
003100             PERFORM CHECK-ONE-ITEM
003110                 VARYING ws-item-sub FROM 1 BY 1
003120                 UNTIL ws-item-sub > 6
003130             IF ws-outstanding = ZERO
003140                 MOVE "C" TO ONBD-STATUS
003150                 ADD 1 TO ws-closed-count
003160             ELSE
003170                 PERFORM PRINT-OPEN-HIRE
003180             END-IF
003190         END-IF
003200         IF NOT ONBD-OPEN
003210             MOVE ws-run-date TO ONBD-CLOSED-DATE
003220         END-IF
003230         REWRITE ONBD-REC
003240             INVALID KEY
003250                 DISPLAY "Problem with onboarding index for "
003260                     ONBD-EMPLOYEE-ID
003270         END-REWRITE
003280     END-IF.
003290     READ ONBDFILE NEXT RECORD
003300         AT END MOVE "y" TO ws-eof
003310     END-READ.
003320
003330 CHECK-ONE-ITEM.
003340     IF ONBD-ITEM-OUTSTANDING(ws-item-sub)
003350         MOVE SPACE TO ws-item-found
003360         EVALUATE ws-item-sub
003370             WHEN 1
003380                 IF extension NOT = SPACES
003390                     MOVE "Y" TO ws-item-found
003400                 END-IF
003410             WHEN 2
003420                 PERFORM CHECK-LOCATION
003430             WHEN 3
003440                 PERFORM CHECK-SUPERVISOR
003450             WHEN 4
003460                 PERFORM CHECK-EMERGENCY
003470             WHEN 5
003480                 PERFORM CHECK-PARTICIPANT
003490             WHEN 6
003500                 PERFORM CHECK-OPERATOR
003510         END-EVALUATE
003520         IF ws-item-found = "Y"
003530             MOVE "C" TO ONBD-ITEM-STATE(ws-item-sub)
003540             MOVE ws-run-date TO ONBD-ITEM-DATE(ws-item-sub)
003550             ADD 1 TO ws-ticked-count
003560         ELSE
003570             ADD 1 TO ws-outstanding
003580         END-IF
003590     END-IF.
003600
003610 CHECK-LOCATION.
003620     IF ws-have-loc = "Y"
003630         MOVE ONBD-EMPLOYEE-ID TO LOC-EMPLOYEE-ID
003640         READ LOCFILE
003650             INVALID KEY CONTINUE
003660             NOT INVALID KEY MOVE "Y" TO ws-item-found
003670         END-READ
003680     END-IF.
003690
003700 CHECK-SUPERVISOR.
003710     IF ws-have-supv = "Y"
003720         MOVE ONBD-EMPLOYEE-ID TO SUPV-EMPLOYEE-ID
003730         READ SUPVFILE
003740             INVALID KEY CONTINUE
003750             NOT INVALID KEY MOVE "Y" TO ws-item-found
003760         END-READ
003770     END-IF.
003780
003790 CHECK-EMERGENCY.
003800     IF ws-have-emer = "Y"
003810         MOVE ONBD-EMPLOYEE-ID TO EMER-EMPLOYEE-ID
003820         MOVE ZERO TO EMER-CONTACT-SEQ
003830         START EMERFILE KEY IS NOT LESS THAN EMER-KEY
003840             INVALID KEY CONTINUE
003850             NOT INVALID KEY
003860                 READ EMERFILE NEXT RECORD
003870                     AT END CONTINUE
003880                     NOT AT END
003890                         IF EMER-EMPLOYEE-ID = ONBD-EMPLOYEE-ID
003900                             MOVE "Y" TO ws-item-found
003910                         END-IF
003920                 END-READ
003930         END-START
003940     END-IF.
003950
003960 CHECK-PARTICIPANT.
003970     MOVE ZERO TO ws-part-sub.
003980     PERFORM CHECK-ONE-PARTICIPANT
003990         UNTIL ws-part-sub NOT < ws-part-count
004000             OR ws-item-found = "Y".
004010
004020 CHECK-ONE-PARTICIPANT.
004030     ADD 1 TO ws-part-sub.
004040     IF ws-part-employee-id(ws-part-sub) = ONBD-EMPLOYEE-ID
004050         MOVE "Y" TO ws-item-found
004060     END-IF.
004070
004080 CHECK-OPERATOR.
004090     IF ws-have-oper = "Y"
004100         MOVE ONBD-OPERATOR-ID TO OPER-ID
004110         READ OPERFILE
004120             INVALID KEY CONTINUE
004130             NOT INVALID KEY MOVE "Y" TO ws-item-found
004140         END-READ
004150     END-IF.
004160
004170 PRINT-OPEN-HIRE.
004180     ADD 1 TO ws-open-count.
004190     COMPUTE ws-days-open =
004200         FUNCTION INTEGER-OF-DATE(ws-run-date)
004210         - FUNCTION INTEGER-OF-DATE(ONBD-START-DATE).
004220     MOVE ws-days-open TO ws-show-days.
004230     MOVE SPACES TO ws-text-line.
004240     STRING ONBD-EMPLOYEE-ID " " first-name " " last-name
004250         " " department " START " ONBD-START-DATE
004260         " DAYS " ws-show-days
004270         DELIMITED BY SIZE INTO ws-text-line.
004280     PERFORM SHOW-LINE.
004290     MOVE SPACES TO ws-missing-list.
004300     MOVE 1 TO ws-missing-ptr.
004310     PERFORM LIST-ONE-MISSING
004320         VARYING ws-item-sub FROM 1 BY 1
004330         UNTIL ws-item-sub > 6.
004340     MOVE SPACES TO ws-text-line.
004350     STRING "       MISSING: " ws-missing-list
004360         DELIMITED BY SIZE INTO ws-text-line.
004370     PERFORM SHOW-LINE.
004380
004390 LIST-ONE-MISSING.
004400     IF ONBD-ITEM-OUTSTANDING(ws-item-sub)
004410         STRING ws-item-name(ws-item-sub) DELIMITED BY "  "
004420             " " DELIMITED BY SIZE
004430             INTO ws-missing-list
004440             WITH POINTER ws-missing-ptr
004450         END-STRING
004460     END-IF.
004470
004480 SHOW-LINE.
004490     MOVE ws-text-line TO PRINT-LINE.
004500     WRITE PRINT-LINE.
