000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUTRPT.
000030*--------------------------------
000040* Held directory change schedule.  Lists every held change on
000050* FUTCHG.DAT that takes effect within the look-ahead window -
000060* 30 days from today unless FUTRPT_DAYS says otherwise - in
000070* effective-date order, so the help desk and facilities can see
000080* the moves and renames coming up.  Each line shows the date,
000090* the employee, the kind of change, and what it changes; held
000100* changes already past due (the posting run has not yet caught
000110* them) are listed too, flagged OVERDUE.
000120*
000130* 2026-10  JDF  New program.
000140*--------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180 SELECT FUTFILE ASSIGN TO "FUTCHGDAT"
000190 FILE STATUS IS ws-fut-status
000200 ORGANIZATION IS INDEXED
000210 ACCESS MODE IS DYNAMIC
000220 RECORD KEY IS FUT-KEY.
000230
000240 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000250 FILE STATUS IS FILE-CHECK-KEY
000260 ORGANIZATION IS INDEXED
000270 ACCESS MODE IS DYNAMIC
000280 RECORD KEY IS EMPLOYEE-ID
000290 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000300
000310 SELECT PRINT-FILE ASSIGN TO "FUTRPTPRT"
000320 ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD FUTFILE.
000370     COPY FUTREC.
000380
000390 FD PHONEFILE.
000400     COPY PHONEREC.
000410
000420 FD PRINT-FILE.
000430 01  PRINT-LINE                      PIC X(80).
000440
000450 WORKING-STORAGE SECTION.
000460     COPY FILESTAT.
000470
000480 01  ws-fut-status                   pic x(02).
000490 01  ws-phone-open                   pic x(01) value "N".
000500 01  ws-eof                          pic x(01) value space.
000510 01  ws-env-check                    pic x(20) value spaces.
000520 01  ws-run-date                     pic 9(08) value zero.
000530 01  ws-window-days                  pic 9(03) value 30.
000540 01  ws-window-end                   pic 9(08) value zero.
000550 01  ws-listed-count                 pic 9(05) value zero.
000560 01  ws-emp-name                     pic x(21) value spaces.
000570 01  ws-kind-text                    pic x(06) value spaces.
000580 01  ws-due-text                     pic x(07) value spaces.
000590 01  ws-what-text                    pic x(40) value spaces.
000600 01  ws-what-ptr                     pic 9(03) value zero.
000610
000620*--------------------------------
000630* Directory fields a held change can touch - start, length,
000640* and the word the schedule uses for each.
000650*--------------------------------
000660 01  ws-phone-fields.
000670     05  filler pic x(12) value "007010FIRST ".
000680     05  filler pic x(12) value "017010LAST  ".
000690     05  filler pic x(12) value "027010HOME  ".
000700     05  filler pic x(12) value "037010WORK  ".
000710     05  filler pic x(12) value "047010CELL  ".
000720     05  filler pic x(12) value "057010PAGER ".
000730     05  filler pic x(12) value "067010DEPT  ".
000740     05  filler pic x(12) value "077005EXT   ".
000750 01  ws-phone-field-table redefines ws-phone-fields.
000760     05  ws-phone-field              occurs 8 times.
000770         10  ws-pf-start             pic 9(03).
000780         10  ws-pf-length            pic 9(03).
000790         10  ws-pf-word              pic x(06).
000800 01  ws-field-sub                    pic 9(02) value zero.
000810
000820     COPY RPTHEAD.
000830
000840 01  ws-text-line                    pic x(80) value spaces.
000850
000860 PROCEDURE DIVISION.
000870 PROGRAM-BEGIN.
000880     CALL "shopcfg"
000890         ON EXCEPTION
000900             DISPLAY "shopcfg not found - default "
000910                 "file locations in effect"
000920     END-CALL.
000930     PERFORM INITIALIZE-RUN.
000940     PERFORM OPEN-REPORT.
000950     OPEN INPUT FUTFILE.
000960     IF ws-fut-status NOT = "00"
000970         MOVE "  (no held changes on file)" TO ws-text-line
000980         PERFORM SHOW-LINE
000990         CLOSE PRINT-FILE
001000         DISPLAY "Held change schedule - no held changes on file."
001010         STOP RUN
001020     END-IF.
001030     OPEN INPUT PHONEFILE.
001040     IF RECORDFOUND
001050         MOVE "Y" TO ws-phone-open
001060     END-IF.
001070     MOVE SPACE TO ws-eof.
001080     MOVE LOW-VALUES TO FUT-KEY.
001090     START FUTFILE KEY IS NOT LESS THAN FUT-KEY
001100         INVALID KEY MOVE "y" TO ws-eof
001110     END-START.
001120     IF ws-eof NOT = "y"
001130         READ FUTFILE NEXT RECORD
001140             AT END MOVE "y" TO ws-eof
001150         END-READ
001160     END-IF.
001170     PERFORM LIST-ONE-CHANGE
001180         UNTIL ws-eof = "y"
001190             OR FUT-EFF-DATE > ws-window-end.
001200     IF ws-listed-count = ZERO
001210         MOVE "  (none)" TO ws-text-line
001220         PERFORM SHOW-LINE
001230     END-IF.
001240     MOVE SPACES TO ws-text-line.
001250     PERFORM SHOW-LINE.
001260     MOVE SPACES TO ws-text-line.
001270     STRING "HELD CHANGES LISTED " ws-listed-count
001280         DELIMITED BY SIZE INTO ws-text-line.
001290     PERFORM SHOW-LINE.
001300     CLOSE PRINT-FILE.
001310     IF ws-phone-open = "Y"
001320         CLOSE PHONEFILE
001330     END-IF.
001340     CLOSE FUTFILE.
001350     DISPLAY "Held change schedule complete - " ws-listed-count
001360         " changes due by " ws-window-end ".".
001370     STOP RUN.
001380
001390 INITIALIZE-RUN.
001400     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001410     ACCEPT ws-env-check FROM ENVIRONMENT "FUTRPT_DAYS".
001420     IF ws-env-check NOT = SPACES
001430         COMPUTE ws-window-days =
001440             FUNCTION NUMVAL(ws-env-check)
001450     END-IF.
001460     COMPUTE ws-window-end = FUNCTION DATE-OF-INTEGER
001470         (FUNCTION INTEGER-OF-DATE(ws-run-date) + ws-window-days).
001480
001490 OPEN-REPORT.
001500     OPEN OUTPUT PRINT-FILE.
001510     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001520         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001530     MOVE "HELD DIRECTORY CHANGE SCHEDULE" TO RPT-TITLE.
001540     MOVE 1 TO RPT-PAGE-NUMBER.
001550     WRITE PRINT-LINE FROM RPT-HEADING-1.
001560     WRITE PRINT-LINE FROM RPT-HEADING-2.
001570     MOVE SPACES TO ws-text-line.
001580     STRING "  CHANGES TAKING EFFECT THROUGH " ws-window-end(5:2)
001590         "/" ws-window-end(7:2) "/" ws-window-end(1:4)
001600         DELIMITED BY SIZE INTO ws-text-line.
001610     PERFORM SHOW-LINE.
001620     MOVE SPACES TO ws-text-line.
001630     PERFORM SHOW-LINE.
001640
001650 LIST-ONE-CHANGE.
001660     IF FUT-HELD
001670         PERFORM GET-EMPLOYEE-NAME
001680         PERFORM DESCRIBE-CHANGE
001690         IF FUT-EFF-DATE NOT > ws-run-date
001700             MOVE "OVERDUE" TO ws-due-text
001710         ELSE
001720             MOVE SPACES    TO ws-due-text
001730         END-IF
001740         MOVE SPACES TO ws-text-line
001750         STRING FUT-EFF-DATE(5:2) "/" FUT-EFF-DATE(7:2) "/"
001760             FUT-EFF-DATE(1:4) " " FUT-EMPLOYEE-ID " "
001770             ws-emp-name " " ws-kind-text " " ws-due-text
001780             DELIMITED BY SIZE INTO ws-text-line
001790         PERFORM SHOW-LINE
001800         MOVE SPACES TO ws-text-line
001810         STRING "           " ws-what-text
001820             "  KEYED BY " FUT-OPERATOR
001830             DELIMITED BY SIZE INTO ws-text-line
001840         PERFORM SHOW-LINE
001850         ADD 1 TO ws-listed-count
001860     END-IF.
001870     READ FUTFILE NEXT RECORD
001880         AT END MOVE "y" TO ws-eof
001890     END-READ.
001900
001910 GET-EMPLOYEE-NAME.
001920     MOVE "(NOT ON DIRECTORY)" TO ws-emp-name.
001930     IF ws-phone-open = "Y"
001940         MOVE FUT-EMPLOYEE-ID TO employee-id
001950         READ PHONEFILE
001960             INVALID KEY CONTINUE
001970             NOT INVALID KEY
001980                 MOVE SPACES TO ws-emp-name
001990                 STRING first-name DELIMITED BY "  "
002000                     " "           DELIMITED BY SIZE
002010                     last-name     DELIMITED BY "  "
002020                     INTO ws-emp-name
002030                 END-STRING
002040         END-READ
002050     END-IF.
002060
002070 DESCRIBE-CHANGE.
002080     MOVE SPACES TO ws-what-text.
002090     MOVE 1 TO ws-what-ptr.
002100     EVALUATE TRUE
002110         WHEN FUT-DEPARTMENT
002120             MOVE "MOVE"   TO ws-kind-text
002130             STRING "DEPT " FUT-BEFORE(67:10) " TO "
002140                 FUT-AFTER(67:10)
002150                 DELIMITED BY SIZE INTO ws-what-text
002160         WHEN FUT-LOCATION
002170             MOVE "OFFICE" TO ws-kind-text
002180             STRING "BLDG " FUT-AFTER(7:4) " FLOOR "
002190                 FUT-AFTER(11:3) " ROOM " FUT-AFTER(14:6)
002200                 DELIMITED BY SIZE INTO ws-what-text
002210         WHEN OTHER
002220             MOVE "CHANGE" TO ws-kind-text
002230             STRING "CHANGES:" DELIMITED BY SIZE
002240                 INTO ws-what-text WITH POINTER ws-what-ptr
002250             PERFORM NAME-ONE-CHANGED-FIELD
002260                 VARYING ws-field-sub FROM 1 BY 1
002270                 UNTIL ws-field-sub > 8
002280     END-EVALUATE.
002290
002300 NAME-ONE-CHANGED-FIELD.
002310     IF FUT-BEFORE(ws-pf-start(ws-field-sub):
002320                   ws-pf-length(ws-field-sub))
002330         NOT = FUT-AFTER(ws-pf-start(ws-field-sub):
002340                         ws-pf-length(ws-field-sub))
002350         STRING " "                      DELIMITED BY SIZE
002360             ws-pf-word(ws-field-sub) DELIMITED BY SPACE
002370             INTO ws-what-text WITH POINTER ws-what-ptr
002380         END-STRING
002390     END-IF.
002400
002410 SHOW-LINE.
002420     MOVE ws-text-line TO PRINT-LINE.
002430     WRITE PRINT-LINE.
