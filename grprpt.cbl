000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRPRPT.
000030*--------------------------------
000040* Group call list, one call group per page so each owner gets
000050* their own sheet (the calltree page convention).  Members print
000060* in calling order with each person's best reachable number -
000070* cell, else home, else work, else pager, the calltree order -
000080* and their office location from PHONELOC.DAT.  A member who has
000090* left (inactive) or is no longer on the directory is printed
000100* and flagged for replacement, not dropped, so the owner sees
000110* the gap.  GRPRPT_GROUP limits the run to one group.
000120*
000130* 2026-10  JDF  New program.
000140*--------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 SELECT CGRPFILE ASSIGN TO "CALLGRPDAT"
000190 FILE STATUS IS ws-cgrp-status
000200 ORGANIZATION IS INDEXED
000210 ACCESS MODE IS DYNAMIC
000220 RECORD KEY IS CGRP-CODE.
000230
000240 SELECT CMEMFILE ASSIGN TO "CALLMEMDAT"
000250 FILE STATUS IS ws-cmem-status
000260 ORGANIZATION IS INDEXED
000270 ACCESS MODE IS DYNAMIC
000280 RECORD KEY IS CMEM-KEY.
000290
000300 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000310 FILE STATUS IS FILE-CHECK-KEY
000320 ORGANIZATION IS INDEXED
000330 ACCESS MODE IS DYNAMIC
000340 RECORD KEY IS EMPLOYEE-ID
000350 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000360
000370 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000380 FILE STATUS IS ws-loc-status
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS LOC-EMPLOYEE-ID.
000420
000430 SELECT PRINT-FILE ASSIGN TO "GRPCALLPRT"
000440 ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD CGRPFILE.
000490     COPY CGRPREC.
000500
000510 FD CMEMFILE.
000520     COPY CMEMREC.
000530
000540 FD PHONEFILE.
000550     COPY PHONEREC.
000560
000570 FD LOCFILE.
000580     COPY LOCREC.
000590
000600 FD PRINT-FILE.
000610 01  PRINT-LINE                      PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640     COPY FILESTAT.
000650
000660 01  ws-cgrp-status                  pic x(02).
000670 01  ws-cmem-status                  pic x(02).
000680 01  ws-loc-status                   pic x(02).
000690 01  ws-phone-open                   pic x(01) value "N".
000700 01  ws-loc-open                     pic x(01) value "N".
000710 01  ws-eof                          pic x(01) value space.
000720 01  ws-mem-eof                      pic x(01) value space.
000730 01  ws-env-check                    pic x(20) value spaces.
000740 01  ws-only-group                   pic x(12) value spaces.
000750 01  ws-run-date                     pic 9(08).
000760 01  ws-lines-on-page                pic 9(02) value zero.
000770 01  ws-max-lines                    pic 9(02) value 48.
000780 01  ws-page-number                  pic 9(04) value zero.
000790 01  ws-group-count                  pic 9(05) value zero.
000800 01  ws-member-count                 pic 9(05) value zero.
000810 01  ws-group-flagged                pic 9(05) value zero.
000820 01  ws-total-members                pic 9(05) value zero.
000830 01  ws-total-flagged                pic 9(05) value zero.
000840 01  ws-best-number                  pic x(10) value spaces.
000850 01  ws-best-label                   pic x(05) value spaces.
000860 01  ws-member-state                 pic x(01) value space.
000870     88  ws-member-active            value "A".
000880     88  ws-member-inactive          value "I".
000890     88  ws-member-missing           value "M".
000900 01  ws-flag-line                    pic x(80) value spaces.
000910
000920     COPY RPTHEAD.
000930
000940 01  ws-heading-2.
000950      05  filler                 pic x(07) value "GROUP: ".
000960      05  ws-heading-code        pic x(12).
000970      05  filler                 pic x(02) value spaces.
000980      05  ws-heading-name        pic x(30).
000990
001000 01  ws-owner-line.
001010      05  filler                 pic x(07) value "OWNER: ".
001020      05  ws-owner-name          pic x(25).
001030      05  filler                 pic x(05) value " EXT ".
001040      05  ws-owner-ext           pic x(05).
001050
001060 01  ws-heading-3.
001070      05  filler                      pic x(04) value "ORD".
001080      05  filler                      pic x(22) value "NAME".
001090      05  filler                      pic x(06) value "VIA".
001100      05  filler                      pic x(11) value "NUMBER".
001110      05  filler                      pic x(16) value "LOCATION".
001120      05  filler                      pic x(15) value "ROLE".
001130
001140 01  ws-detail-line.
001150      05  ws-det-order                pic x(04).
001160      05  ws-det-name                 pic x(22).
001170      05  ws-det-via                  pic x(06).
001180      05  ws-det-number               pic x(11).
001190      05  ws-det-location             pic x(16).
001200      05  ws-det-role                 pic x(15).
001210
001220 PROCEDURE DIVISION.
001230 PROGRAM-BEGIN.
001240     CALL "shopcfg"
001250         ON EXCEPTION
001260             DISPLAY "shopcfg not found - default "
001270                 "file locations in effect"
001280     END-CALL.
001290     ACCEPT ws-env-check FROM ENVIRONMENT "GRPRPT_GROUP".
001300     IF ws-env-check NOT = SPACES
001310         MOVE FUNCTION UPPER-CASE(ws-env-check) TO ws-only-group
001320     END-IF.
001330     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001340     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001350         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001360     MOVE "GROUP CALL LIST" TO RPT-TITLE.
001370     OPEN OUTPUT PRINT-FILE.
001380     OPEN INPUT CGRPFILE.
001390     IF ws-cgrp-status NOT = "00"
001400         MOVE 1 TO RPT-PAGE-NUMBER
001410         WRITE PRINT-LINE FROM RPT-HEADING-1
001420         WRITE PRINT-LINE FROM RPT-HEADING-2
001430         MOVE "  (no call groups on file)" TO PRINT-LINE
001440         WRITE PRINT-LINE
001450         CLOSE PRINT-FILE
001460         DISPLAY "Group call list - no call groups on file."
001470         STOP RUN
001480     END-IF.
001490     OPEN INPUT CMEMFILE.
001500     OPEN INPUT PHONEFILE.
001510     IF RECORDFOUND
001520         MOVE "Y" TO ws-phone-open
001530     END-IF.
001540     OPEN INPUT LOCFILE.
001550     IF ws-loc-status = "00"
001560         MOVE "Y" TO ws-loc-open
001570     END-IF.
001580     MOVE SPACE TO ws-eof.
001590     IF ws-only-group = SPACES
001600         MOVE LOW-VALUES TO CGRP-CODE
001610     ELSE
001620         MOVE ws-only-group TO CGRP-CODE
001630     END-IF.
001640     START CGRPFILE KEY IS NOT LESS THAN CGRP-CODE
001650         INVALID KEY MOVE "y" TO ws-eof
001660     END-START.
001670     IF ws-eof NOT = "y"
001680         READ CGRPFILE NEXT RECORD
001690             AT END MOVE "y" TO ws-eof
001700         END-READ
001710     END-IF.
001720     PERFORM PRINT-ONE-GROUP UNTIL ws-eof = "y".
001730     IF ws-group-count = ZERO
001740         MOVE 1 TO RPT-PAGE-NUMBER
001750         WRITE PRINT-LINE FROM RPT-HEADING-1
001760         WRITE PRINT-LINE FROM RPT-HEADING-2
001770         MOVE "  (no matching call groups)" TO PRINT-LINE
001780         WRITE PRINT-LINE
001790     END-IF.
001800     CLOSE PRINT-FILE.
001810     IF ws-loc-open = "Y"
001820         CLOSE LOCFILE
001830     END-IF.
001840     IF ws-phone-open = "Y"
001850         CLOSE PHONEFILE
001860     END-IF.
001870     CLOSE CMEMFILE.
001880     CLOSE CGRPFILE.
001890     DISPLAY "Group call list complete - " ws-group-count
001900         " groups, " ws-total-members " members, "
001910         ws-total-flagged " to replace.".
001920     STOP RUN.
001930
001940 PRINT-ONE-GROUP.
001950     IF ws-only-group NOT = SPACES
001960         AND CGRP-CODE NOT = ws-only-group
001970         MOVE "y" TO ws-eof
001980     ELSE
001990         ADD 1 TO ws-group-count
002000         MOVE ZERO TO ws-member-count
002010         MOVE ZERO TO ws-group-flagged
002020         PERFORM PRINT-GROUP-HEADINGS
002030         PERFORM PRINT-GROUP-MEMBERS
002040         MOVE SPACES TO PRINT-LINE
002050         WRITE PRINT-LINE
002060         IF ws-member-count = ZERO
002070             MOVE "  (no members)" TO PRINT-LINE
002080         ELSE
002090             MOVE SPACES TO PRINT-LINE
002100             STRING "MEMBERS " ws-member-count
002110                 "   TO REPLACE " ws-group-flagged
002120                 DELIMITED BY SIZE INTO PRINT-LINE
002130         END-IF
002140         WRITE PRINT-LINE
002150         READ CGRPFILE NEXT RECORD
002160             AT END MOVE "y" TO ws-eof
002170         END-READ
002180     END-IF.
002190
002200 PRINT-GROUP-HEADINGS.
002210     ADD 1 TO ws-page-number.
002220     MOVE ws-page-number TO RPT-PAGE-NUMBER.
002230     MOVE CGRP-CODE      TO ws-heading-code.
002240     MOVE CGRP-NAME      TO ws-heading-name.
002250     MOVE "(NOT ON DIRECTORY)" TO ws-owner-name.
002260     MOVE SPACES         TO ws-owner-ext.
002270     IF ws-phone-open = "Y"
002280         MOVE CGRP-OWNER-ID TO employee-id
002290         READ PHONEFILE
002300             INVALID KEY CONTINUE
002310             NOT INVALID KEY
002320                 MOVE SPACES TO ws-owner-name
002330                 STRING last-name DELIMITED BY SPACE
002340                     ", " DELIMITED BY SIZE
002350                     first-name DELIMITED BY SPACE
002360                     INTO ws-owner-name
002370                 MOVE extension TO ws-owner-ext
002380         END-READ
002390     END-IF.
002400     IF ws-page-number > 1
002410         WRITE PRINT-LINE FROM SPACES
002420             AFTER ADVANCING PAGE
002430     END-IF.
002440     WRITE PRINT-LINE FROM RPT-HEADING-1.
002450     WRITE PRINT-LINE FROM RPT-HEADING-2.
002460     MOVE SPACES TO PRINT-LINE.
002470     WRITE PRINT-LINE.
002480     WRITE PRINT-LINE FROM ws-heading-2.
002490     WRITE PRINT-LINE FROM ws-owner-line.
002500     MOVE SPACES TO PRINT-LINE.
002510     WRITE PRINT-LINE.
002520     WRITE PRINT-LINE FROM ws-heading-3.
002530     MOVE SPACES TO PRINT-LINE.
002540     WRITE PRINT-LINE.
002550     MOVE 8 TO ws-lines-on-page.
002560
002570 PRINT-GROUP-MEMBERS.
002580     MOVE SPACE TO ws-mem-eof.
002590     MOVE CGRP-CODE TO CMEM-GROUP.
002600     MOVE ZERO      TO CMEM-ORDER.
002610     START CMEMFILE KEY IS NOT LESS THAN CMEM-KEY
002620         INVALID KEY MOVE "y" TO ws-mem-eof
002630     END-START.
002640     IF ws-mem-eof NOT = "y"
002650         READ CMEMFILE NEXT RECORD
002660             AT END MOVE "y" TO ws-mem-eof
002670         END-READ
002680     END-IF.
002690     PERFORM PRINT-ONE-MEMBER UNTIL ws-mem-eof = "y".
002700
002710 PRINT-ONE-MEMBER.
002720     IF CMEM-GROUP NOT = CGRP-CODE
002730         MOVE "y" TO ws-mem-eof
002740     ELSE
002750         IF ws-lines-on-page > ws-max-lines
002760             PERFORM PRINT-GROUP-HEADINGS
002770         END-IF
002780         PERFORM PRINT-DETAIL-LINE
002790         ADD 1 TO ws-member-count
002800         ADD 1 TO ws-total-members
002810         READ CMEMFILE NEXT RECORD
002820             AT END MOVE "y" TO ws-mem-eof
002830         END-READ
002840     END-IF.
002850
002860 PRINT-DETAIL-LINE.
002870     MOVE SPACES TO ws-detail-line.
002880     MOVE CMEM-ORDER TO ws-det-order.
002890     MOVE CMEM-ROLE  TO ws-det-role.
002900     MOVE "M" TO ws-member-state.
002910     IF ws-phone-open = "Y"
002920         MOVE CMEM-EMPLOYEE-ID TO employee-id
002930         READ PHONEFILE
002940             INVALID KEY CONTINUE
002950             NOT INVALID KEY
002960                 IF emp-inactive
002970                     MOVE "I" TO ws-member-state
002980                 ELSE
002990                     MOVE "A" TO ws-member-state
003000                 END-IF
003010         END-READ
003020     END-IF.
003030     IF ws-member-missing
003040         STRING "ID " CMEM-EMPLOYEE-ID DELIMITED BY SIZE
003050             INTO ws-det-name
003060     ELSE
003070         STRING last-name DELIMITED BY SPACE
003080             ", " DELIMITED BY SIZE
003090             first-name DELIMITED BY SPACE
003100             INTO ws-det-name
003110         PERFORM PICK-BEST-NUMBER
003120         MOVE ws-best-label  TO ws-det-via
003130         MOVE ws-best-number TO ws-det-number
003140         PERFORM LOOK-UP-LOCATION
003150     END-IF.
003160     WRITE PRINT-LINE FROM ws-detail-line.
003170     ADD 1 TO ws-lines-on-page.
003180     IF NOT ws-member-active
003190         ADD 1 TO ws-group-flagged
003200         ADD 1 TO ws-total-flagged
003210         MOVE SPACES TO ws-flag-line
003220         IF ws-member-inactive
003230             STRING "    ** INACTIVE SINCE " term-date(5:2) "/"
003240                 term-date(7:2) "/" term-date(1:4)
003250                 " - REPLACE THIS MEMBER **"
003260                 DELIMITED BY SIZE INTO ws-flag-line
003270         ELSE
003280             MOVE "    ** NOT ON THE DIRECTORY - REPLACE THIS "
003290                 TO ws-flag-line
003300             MOVE "MEMBER **" TO ws-flag-line(47:9)
003310         END-IF
003320         WRITE PRINT-LINE FROM ws-flag-line
003330         ADD 1 TO ws-lines-on-page
003340     END-IF.
003350
003360 PICK-BEST-NUMBER.
003370*--------------------------------
003380* Best reachable after hours: cell first, then home, then
003390* work, then pager - the calltree order.
003400*--------------------------------
003410     IF cell-number NOT = SPACES
003420         MOVE cell-number TO ws-best-number
003430         MOVE "CELL"  TO ws-best-label
003440     ELSE
003450     IF home-number NOT = SPACES
003460         MOVE home-number TO ws-best-number
003470         MOVE "HOME"  TO ws-best-label
003480     ELSE
003490     IF work-number NOT = SPACES
003500         MOVE work-number TO ws-best-number
003510         MOVE "WORK"  TO ws-best-label
003520     ELSE
003530     IF pager-number NOT = SPACES
003540         MOVE pager-number TO ws-best-number
003550         MOVE "PAGER" TO ws-best-label
003560     ELSE
003570         MOVE SPACES  TO ws-best-number
003580         MOVE "NONE"  TO ws-best-label
003590     END-IF
003600     END-IF
003610     END-IF
003620     END-IF.
003630
003640 LOOK-UP-LOCATION.
003650     IF ws-loc-open = "Y"
003660         MOVE CMEM-EMPLOYEE-ID TO LOC-EMPLOYEE-ID
003670         READ LOCFILE
003680             INVALID KEY CONTINUE
003690             NOT INVALID KEY
003700                 STRING LOC-BUILDING "/" LOC-FLOOR "/" LOC-ROOM
003710                     DELIMITED BY SIZE INTO ws-det-location
003720         END-READ
003730     END-IF.
