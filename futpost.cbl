000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUTPOST.
000030*--------------------------------
000040* Nightly posting of future-dated directory changes.  Walks the
000050* held changes on FUTCHG.DAT (keyed in futmnt) in date order and
000060* posts every one whose effective date has arrived:
000070*
000080*   directory changes and department moves are posted to
000090*     PHONEFILE with the normal chained AUDITREC on the directory
000100*     audit trail; a department move also appends DEPTHIST.DAT
000110*     (effective the held date, credited to the operator who
000120*     keyed it) and a name change banks the old name on
000130*     PHONEALIAS.DAT, as a direct phonescr change does;
000140*   office-location changes are written to PHONELOC.DAT with a
000150*     LOCCHG audit entry carrying the location images, the same
000160*     convention phonepnd uses.
000170*
000180* Only the fields that differ between the held before and after
000190* images are posted, so anything changed on the record since the
000200* change was keyed is left alone.  A change whose employee is no
000210* longer on the directory, or is inactive, is marked failed with
000220* the reason.  FUTPOST.PRT lists what was posted and what failed.
000230*
000240* Run from the batchwin built-in steps.
000250*
000260* 2026-10  JDF  New program.
000270*--------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310 SELECT FUTFILE ASSIGN TO "FUTCHGDAT"
000320 FILE STATUS IS ws-fut-status
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS FUT-KEY.
000360
000370 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000380 FILE STATUS IS FILE-CHECK-KEY
000390 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS EMPLOYEE-ID
000420 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000430
000440 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000450 FILE STATUS IS ws-loc-status
000460 ORGANIZATION IS INDEXED
000470 ACCESS MODE IS DYNAMIC
000480 RECORD KEY IS LOC-EMPLOYEE-ID.
000490
000500 SELECT ALIASFILE ASSIGN TO "PHONEALIASDAT"
000510 FILE STATUS IS ws-alias-status
000520 ORGANIZATION IS INDEXED
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS ALIAS-KEY.
000550
000560 SELECT DHIST-FILE ASSIGN TO "DEPTHISTDAT"
000570 ORGANIZATION IS LINE SEQUENTIAL
000580 FILE STATUS IS ws-dhist-status.
000590
000600 SELECT AUDITFILE ASSIGN TO "PHONEAUDITDAT"
000610 ORGANIZATION IS LINE SEQUENTIAL
000620 FILE STATUS IS ws-audit-status.
000630
000640 SELECT PRINT-FILE ASSIGN TO "FUTPOSTPRT"
000650 ORGANIZATION IS LINE SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD FUTFILE.
000700     COPY FUTREC.
000710
000720 FD PHONEFILE.
000730     COPY PHONEREC.
000740
000750 FD LOCFILE.
000760     COPY LOCREC.
000770
000780 FD ALIASFILE.
000790     COPY ALIASREC.
000800
000810 FD DHIST-FILE.
000820     COPY DHISTREC.
000830
000840 FD AUDITFILE.
000850 01  AUDIT-LINE                      PIC X(246).
000860
000870 FD PRINT-FILE.
000880 01  PRINT-LINE                      PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910     COPY FILESTAT.
000920
000930     COPY AUDITREC.
000940
000950 01  ws-audit-status                 pic x(02).
000960 01  ws-last-audit-seq               pic 9(09) value zero.
000970 01  ws-last-audit-check             pic 9(09) value zero.
000980 01  ws-audit-work-sum               pic 9(18) value zero.
000990 01  ws-audit-sub                    pic 9(04) comp value zero.
001000
001010 01  ws-fut-status                   pic x(02).
001020 01  ws-loc-status                   pic x(02).
001030 01  ws-alias-status                 pic x(02).
001040 01  ws-dhist-status                 pic x(02).
001050 01  ws-eof                          pic x(01) value space.
001060 01  ws-run-date                     pic 9(08) value zero.
001070 01  ws-posted-count                 pic 9(05) value zero.
001080 01  ws-failed-count                 pic 9(05) value zero.
001090 01  ws-hold-before                  pic x(90) value spaces.
001100 01  ws-live-image                   pic x(90) value spaces.
001110 01  ws-loc-found                    pic x(01) value space.
001120 01  ws-kind-text                    pic x(06) value spaces.
001130
001140*--------------------------------
001150* Where each postable field sits in the images: start and
001160* length.  PHONEREC - first and last name, home, work, cell,
001170* and pager numbers, department, extension; LOCREC - building,
001180* floor, room, mail stop.
001190*--------------------------------
001200 01  ws-phone-fields                 pic x(48) value
001210     "007010017010027010037010047010057010067010077005".
001220 01  ws-phone-field-table redefines ws-phone-fields.
001230     05  ws-phone-field              occurs 8 times.
001240         10  ws-pf-start             pic 9(03).
001250         10  ws-pf-length            pic 9(03).
001260 01  ws-loc-fields                   pic x(24) value
001270     "007004011003014006020006".
001280 01  ws-loc-field-table redefines ws-loc-fields.
001290     05  ws-loc-field                occurs 4 times.
001300         10  ws-lf-start             pic 9(03).
001310         10  ws-lf-length            pic 9(03).
001320 01  ws-field-sub                    pic 9(02) value zero.
001330
001340     COPY RPTHEAD.
001350
001360 01  ws-text-line                    pic x(80) value spaces.
001370
001380 PROCEDURE DIVISION.
001390 PROGRAM-BEGIN.
001400     CALL "shopcfg"
001410         ON EXCEPTION
001420             DISPLAY "shopcfg not found - default "
001430                 "file locations in effect"
001440     END-CALL.
001450     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001460     OPEN I-O FUTFILE.
001470     IF ws-fut-status NOT = "00"
001480         DISPLAY "No held changes on file."
001490         STOP RUN
001500     END-IF.
001510     OPEN I-O PHONEFILE.
001520     IF NOT RECORDFOUND
001530         DISPLAY "Cannot open phone directory file."
001540         CLOSE FUTFILE
001550         MOVE 4 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     PERFORM OPEN-LOCFILE.
001590     PERFORM OPEN-REPORT.
001600     MOVE SPACE TO ws-eof.
001610     MOVE LOW-VALUES TO FUT-KEY.
001620     START FUTFILE KEY IS NOT LESS THAN FUT-KEY
001630         INVALID KEY MOVE "y" TO ws-eof
001640     END-START.
001650     IF ws-eof NOT = "y"
001660         READ FUTFILE NEXT RECORD
001670             AT END MOVE "y" TO ws-eof
001680         END-READ
001690     END-IF.
001700     PERFORM POST-ONE-CHANGE
001710         UNTIL ws-eof = "y"
001720             OR FUT-EFF-DATE > ws-run-date.
001730     IF ws-posted-count = ZERO AND ws-failed-count = ZERO
001740         MOVE "  (nothing due to post)" TO ws-text-line
001750         PERFORM SHOW-LINE
001760     END-IF.
001770     MOVE SPACES TO ws-text-line.
001780     PERFORM SHOW-LINE.
001790     MOVE SPACES TO ws-text-line.
001800     STRING "POSTED " ws-posted-count "   FAILED " ws-failed-count
001810         DELIMITED BY SIZE INTO ws-text-line.
001820     PERFORM SHOW-LINE.
001830     CLOSE PRINT-FILE.
001840     CLOSE LOCFILE.
001850     CLOSE PHONEFILE.
001860     CLOSE FUTFILE.
001870     DISPLAY "Held-change posting complete - " ws-posted-count
001880         " posted, " ws-failed-count " failed.".
001890     STOP RUN.
001900
001910 OPEN-LOCFILE.
001920*--------------------------------
001930* First location ever creates the file, the usual open probe.
001940*--------------------------------
001950     OPEN I-O LOCFILE.
001960     IF ws-loc-status = "35"
001970         OPEN OUTPUT LOCFILE
001980         CLOSE LOCFILE
001990         OPEN I-O LOCFILE
002000     END-IF.
002010
002020 OPEN-REPORT.
002030     OPEN OUTPUT PRINT-FILE.
002040     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
002050         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
002060     MOVE "HELD CHANGES POSTED" TO RPT-TITLE.
002070     MOVE 1 TO RPT-PAGE-NUMBER.
002080     WRITE PRINT-LINE FROM RPT-HEADING-1.
002090     WRITE PRINT-LINE FROM RPT-HEADING-2.
002100     MOVE SPACES TO ws-text-line.
002110     PERFORM SHOW-LINE.
002120
002130 POST-ONE-CHANGE.
002140     IF FUT-HELD
002150         MOVE FUT-EMPLOYEE-ID TO employee-id
002160         READ PHONEFILE
002170             INVALID KEY
002180                 MOVE "F" TO FUT-STATUS
002190                 MOVE "NOT ON DIRECTORY" TO FUT-NOTE
002200             NOT INVALID KEY
002210                 IF emp-inactive
002220                     MOVE "F" TO FUT-STATUS
002230                     MOVE "EMPLOYEE INACTIVE" TO FUT-NOTE
002240                 END-IF
002250         END-READ
002260         IF FUT-HELD
002270             IF FUT-LOCATION
002280                 PERFORM POST-LOCATION-CHANGE
002290             ELSE
002300                 PERFORM POST-DIRECTORY-CHANGE
002310             END-IF
002320         END-IF
002330         IF FUT-HELD
002340             MOVE "P" TO FUT-STATUS
002350             MOVE ws-run-date TO FUT-POSTED-DATE
002360             ADD 1 TO ws-posted-count
002370         ELSE
002380             ADD 1 TO ws-failed-count
002390         END-IF
002400         REWRITE FUT-REC
002410             INVALID KEY
002420                 DISPLAY "Problem with held-change index for "
002430                     FUT-EMPLOYEE-ID
002440         END-REWRITE
002450         PERFORM PRINT-POSTING
002460     END-IF.
002470     READ FUTFILE NEXT RECORD
002480         AT END MOVE "y" TO ws-eof
002490     END-READ.
002500
002510 POST-DIRECTORY-CHANGE.
002520     MOVE DBS-REC-1 TO ws-hold-before.
002530     MOVE DBS-REC-1 TO ws-live-image.
002540     PERFORM MERGE-ONE-PHONE-FIELD
002550         VARYING ws-field-sub FROM 1 BY 1
002560         UNTIL ws-field-sub > 8.
002570     IF ws-live-image = ws-hold-before
002580         MOVE "ALREADY IN EFFECT" TO FUT-NOTE
002590     ELSE
002600         MOVE ws-live-image TO DBS-REC-1
002610         REWRITE DBS-REC-1
002620             INVALID KEY
002630                 MOVE "F" TO FUT-STATUS
002640                 MOVE "PROBLEM WITH DIRECTORY INDEX" TO FUT-NOTE
002650         END-REWRITE
002660         IF FUT-HELD
002670             MOVE "CHANGE"       TO AUDIT-ACTION
002680             MOVE ws-hold-before TO AUDIT-BEFORE
002690             MOVE DBS-REC-1      TO AUDIT-AFTER
002700             PERFORM WRITE-AUDIT-RECORD
002710             PERFORM NOTE-DEPT-CHANGE
002720             PERFORM NOTE-NAME-CHANGE
002730         END-IF
002740     END-IF.
002750
002760 MERGE-ONE-PHONE-FIELD.
002770     IF FUT-BEFORE(ws-pf-start(ws-field-sub):
002780                   ws-pf-length(ws-field-sub))
002790         NOT = FUT-AFTER(ws-pf-start(ws-field-sub):
002800                         ws-pf-length(ws-field-sub))
002810         MOVE FUT-AFTER(ws-pf-start(ws-field-sub):
002820                        ws-pf-length(ws-field-sub))
002830             TO ws-live-image(ws-pf-start(ws-field-sub):
002840                              ws-pf-length(ws-field-sub))
002850     END-IF.
002860
002870 POST-LOCATION-CHANGE.
002880*--------------------------------
002890* Someone with no location when the change was keyed takes the
002900* whole held location; otherwise only the fields that changed.
002910*--------------------------------
002920     MOVE FUT-EMPLOYEE-ID TO LOC-EMPLOYEE-ID.
002930     MOVE "y" TO ws-loc-found.
002940     READ LOCFILE
002950         INVALID KEY
002960             MOVE "n" TO ws-loc-found
002970             MOVE SPACES TO LOC-REC
002980             MOVE FUT-EMPLOYEE-ID TO LOC-EMPLOYEE-ID
002990     END-READ.
003000     IF ws-loc-found = "y"
003010         MOVE LOC-REC TO ws-hold-before
003020     ELSE
003030         MOVE SPACES  TO ws-hold-before
003040     END-IF.
003050     MOVE SPACES  TO ws-live-image.
003060     MOVE LOC-REC TO ws-live-image.
003070     IF FUT-BEFORE = SPACES
003080         MOVE FUT-AFTER(1:25) TO ws-live-image(1:25)
003090     ELSE
003100         PERFORM MERGE-ONE-LOC-FIELD
003110             VARYING ws-field-sub FROM 1 BY 1
003120             UNTIL ws-field-sub > 4
003130     END-IF.
003140     MOVE ws-live-image(1:25) TO LOC-REC.
003150     IF ws-loc-found = "y"
003160         REWRITE LOC-REC
003170             INVALID KEY
003180                 MOVE "F" TO FUT-STATUS
003190                 MOVE "PROBLEM WITH LOCATION INDEX" TO FUT-NOTE
003200         END-REWRITE
003210     ELSE
003220         WRITE LOC-REC
003230             INVALID KEY
003240                 MOVE "F" TO FUT-STATUS
003250                 MOVE "PROBLEM WITH LOCATION INDEX" TO FUT-NOTE
003260         END-WRITE
003270     END-IF.
003280     IF FUT-HELD
003290         MOVE "LOCCHG"       TO AUDIT-ACTION
003300         MOVE ws-hold-before TO AUDIT-BEFORE
003310         MOVE SPACES         TO AUDIT-AFTER
003320         MOVE LOC-REC        TO AUDIT-AFTER
003330         PERFORM WRITE-AUDIT-RECORD
003340     END-IF.
003350
003360 MERGE-ONE-LOC-FIELD.
003370     IF FUT-BEFORE(ws-lf-start(ws-field-sub):
003380                   ws-lf-length(ws-field-sub))
003390         NOT = FUT-AFTER(ws-lf-start(ws-field-sub):
003400                         ws-lf-length(ws-field-sub))
003410         MOVE FUT-AFTER(ws-lf-start(ws-field-sub):
003420                        ws-lf-length(ws-field-sub))
003430             TO ws-live-image(ws-lf-start(ws-field-sub):
003440                              ws-lf-length(ws-field-sub))
003450     END-IF.
003460
003470 NOTE-DEPT-CHANGE.
003480*--------------------------------
003490* A department move appends the same DEPTHIST.DAT record a
003500* direct phonescr change writes, effective the held date.
003510*--------------------------------
003520     IF ws-hold-before(67:10) NOT = department
003530         MOVE employee-id           TO DH-EMPLOYEE-ID
003540         MOVE ws-hold-before(67:10) TO DH-OLD-DEPT
003550         MOVE department            TO DH-NEW-DEPT
003560         MOVE FUT-EFF-DATE          TO DH-EFF-DATE
003570         MOVE FUT-OPERATOR          TO DH-OPERATOR
003580         OPEN EXTEND DHIST-FILE
003590         IF ws-dhist-status = "35"
003600             OPEN OUTPUT DHIST-FILE
003610         END-IF
003620         IF ws-dhist-status = "00"
003630             WRITE DHIST-REC
003640             CLOSE DHIST-FILE
003650         END-IF
003660     END-IF.
003670
003680 NOTE-NAME-CHANGE.
003690*--------------------------------
003700* A name change banks the prior FULLNAME on PHONEALIAS.DAT, the
003710* same way a direct change through phonescr does.
003720*--------------------------------
003730     IF ws-hold-before(7:20) NOT = fullname
003740         OPEN I-O ALIASFILE
003750         IF ws-alias-status = "35"
003760             OPEN OUTPUT ALIASFILE
003770             CLOSE ALIASFILE
003780             OPEN I-O ALIASFILE
003790         END-IF
003800         MOVE ws-hold-before(7:10)  TO ALIAS-FIRST-NAME
003810         MOVE ws-hold-before(17:10) TO ALIAS-LAST-NAME
003820         MOVE employee-id           TO ALIAS-EMPLOYEE-ID
003830         MOVE FUT-EFF-DATE          TO ALIAS-CHANGE-DATE
003840         MOVE fullname              TO ALIAS-NEW-FULLNAME
003850         WRITE ALIAS-REC
003860             INVALID KEY CONTINUE
003870         END-WRITE
003880         CLOSE ALIASFILE
003890     END-IF.
003900
003910 PRINT-POSTING.
003920     EVALUATE TRUE
003930         WHEN FUT-DIRECTORY
003940             MOVE "CHANGE" TO ws-kind-text
003950         WHEN FUT-DEPARTMENT
003960             MOVE "MOVE"   TO ws-kind-text
003970         WHEN OTHER
003980             MOVE "OFFICE" TO ws-kind-text
003990     END-EVALUATE.
004000     MOVE SPACES TO ws-text-line.
004010     IF FUT-POSTED
004020         STRING "  POSTED " FUT-EFF-DATE " " FUT-EMPLOYEE-ID
004030             " " ws-kind-text " KEYED BY " FUT-OPERATOR
004040             " " FUT-NOTE
004050             DELIMITED BY SIZE INTO ws-text-line
004060     ELSE
004070         STRING "  FAILED " FUT-EFF-DATE " " FUT-EMPLOYEE-ID
004080             " " ws-kind-text " KEYED BY " FUT-OPERATOR
004090             " " FUT-NOTE
004100             DELIMITED BY SIZE INTO ws-text-line
004110     END-IF.
004120     PERFORM SHOW-LINE.
004130
004140 SHOW-LINE.
004150     MOVE ws-text-line TO PRINT-LINE.
004160     WRITE PRINT-LINE.
004170
004180 WRITE-AUDIT-RECORD.
004190*--------------------------------
004200* Appends the posting to the directory audit trail with the
004210* same before/after and chaining convention phonescr.cbl uses.
004220* The caller sets AUDIT-ACTION, AUDIT-BEFORE, and AUDIT-AFTER.
004230*--------------------------------
004240     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
004250     MOVE FUT-OPERATOR           TO AUDIT-OPERATOR.
004260     MOVE "FUTPOST "             TO AUDIT-PROGRAM-NAME.
004270     PERFORM SET-AUDIT-SEQUENCE.
004280     MOVE AUDIT-RECORD           TO AUDIT-LINE.
004290     OPEN EXTEND AUDITFILE.
004300     WRITE AUDIT-LINE.
004310     CLOSE AUDITFILE.
004320
004330 SET-AUDIT-SEQUENCE.
004340     PERFORM GET-LAST-AUDIT-POSITION.
004350     COMPUTE AUDIT-SEQUENCE = ws-last-audit-seq + 1.
004360     PERFORM COMPUTE-AUDIT-CHECK.
004370
004380 GET-LAST-AUDIT-POSITION.
004390     MOVE ZERO TO ws-last-audit-seq.
004400     MOVE ZERO TO ws-last-audit-check.
004410     OPEN INPUT AUDITFILE.
004420     IF ws-audit-status = "00"
004430         PERFORM READ-LAST-AUDIT-LINE
004440             UNTIL ws-audit-status NOT = "00"
004450         CLOSE AUDITFILE
004460     END-IF.
004470
004480 READ-LAST-AUDIT-LINE.
004490     READ AUDITFILE
004500         AT END CONTINUE
004510     END-READ.
004520     IF ws-audit-status = "00"
004530         AND AUDIT-LINE(229:9) IS NUMERIC
004540         MOVE AUDIT-LINE(229:9) TO ws-last-audit-seq
004550         MOVE AUDIT-LINE(238:9) TO ws-last-audit-check
004560     END-IF.
004570
004580 COMPUTE-AUDIT-CHECK.
004590     MOVE ZERO TO ws-audit-work-sum.
004600     MOVE ZERO TO ws-audit-sub.
004610     PERFORM ADD-ONE-AUDIT-BYTE 237 TIMES.
004620     COMPUTE AUDIT-CHECK-VALUE =
004630         FUNCTION MOD((ws-last-audit-check * 17)
004640             + ws-audit-work-sum, 999999999).
004650
004660 ADD-ONE-AUDIT-BYTE.
004670     ADD 1 TO ws-audit-sub.
004680     COMPUTE ws-audit-work-sum = ws-audit-work-sum
004690         + (ws-audit-sub
004700            * FUNCTION ORD(AUDIT-RECORD(ws-audit-sub:1))).
