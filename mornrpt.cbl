000214*                toward the 6 AM online start shows up here.
000215* 2026-09  JDF  Added the OPEN HANDOVER ITEMS section from the
000216*                shift-handover log (HANDOVER.DAT).
000217* 2026-10  JDF  ON CALL TODAY checks PHONEAWAY.DAT - an away
000218*                primary is marked with the return date and the
000219*                backup (or the primary's cover) flagged to call.
000220* 2026-10  JDF  Added the NOTIFICATIONS verdict from the noterpt
000222*                undelivered totals (NOTERPT.CNT).
000223* 2026-10  JDF  Added the PERIOD CLOSE verdict and the OPEN CLOSE
000224*                TASKS section from closerpt (CLOSERPT.CNT and
000226*                CLOSEOPEN.DAT).
000227*--------------------------------
000228 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250 SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOGTXT"
000454     ORGANIZATION IS LINE SEQUENTIAL
000455     FILE STATUS IS ws-dack-status.
000456
000457 SELECT NOTE-COUNT-FILE ASSIGN TO "NOTERPTCNT"
000458     ORGANIZATION IS LINE SEQUENTIAL
000459     FILE STATUS IS ws-note-status.
000460
000462 SELECT CLOSE-COUNT-FILE ASSIGN TO "CLOSERPTCNT"
000463     ORGANIZATION IS LINE SEQUENTIAL
000464     FILE STATUS IS ws-close-status.
000465
000466 SELECT CLOSE-OPEN-FILE ASSIGN TO "CLOSEOPENDAT"
000468     ORGANIZATION IS LINE SEQUENTIAL
000469     FILE STATUS IS ws-copen-status.
000470
000471 SELECT ONCALL-FILE ASSIGN TO "ONCALLDAT"
000472     FILE STATUS IS ws-oncall-status
000473     ORGANIZATION IS INDEXED
000475     ACCESS MODE IS DYNAMIC
000476     RECORD KEY IS ONCALL-KEY.
000477
000478 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000479     FILE STATUS IS ws-phone-status
000481     ORGANIZATION IS INDEXED
000482     ACCESS MODE IS DYNAMIC
000483     RECORD KEY IS EMPLOYEE-ID
000484     ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000485
000486 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000488     FILE STATUS IS ws-away-status
000489     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000491     RECORD KEY IS AWAY-KEY.
000492
000494 SELECT PRINT-FILE ASSIGN TO "MORNRPTPRT"
000495     ORGANIZATION IS LINE SEQUENTIAL.
000496
000497 DATA DIVISION.
000498 FILE SECTION.
000500 FD  BATCH-LOG-FILE.
000510 01  BATCH-LOG-LINE                  PIC X(80).
000520
000801     05  CNT-DACK-REJ                PIC 9(05).
000802     05  CNT-DACK-DATE               PIC 9(08).
000803
000804 FD  NOTE-COUNT-FILE.
000805 01  NOTE-COUNT-REC.
000806     05  CNT-NOTE-BOUNCED            PIC 9(05).
000807     05  CNT-NOTE-FAILED             PIC 9(05).
000808     05  CNT-NOTE-WAITING            PIC 9(05).
000809     05  CNT-NOTE-DATE               PIC 9(08).
000810
000812 FD  CLOSE-COUNT-FILE.
000813 01  CLOSE-COUNT-REC.
000814     05  CNT-CLOSE-PERIOD            PIC 9(06).
000815     05  CNT-CLOSE-TASKS             PIC 9(03).
000816     05  CNT-CLOSE-DONE              PIC 9(03).
000817     05  CNT-CLOSE-OPEN              PIC 9(03).
000818     05  CNT-CLOSE-LATE              PIC 9(03).
000819     05  CNT-CLOSE-BLOCKED           PIC 9(03).
000820     05  CNT-CLOSE-DATE              PIC 9(08).
000822
000823 FD  CLOSE-OPEN-FILE.
000824 01  CLOSE-OPEN-REC.
000825     05  COP-TASK-ID                 PIC X(06).
000826     05  COP-STATE                   PIC X(09).
000827     05  COP-DUE-DATE                PIC 9(08).
000828     05  COP-OWNER                   PIC X(08).
000829     05  COP-DESCRIPTION             PIC X(30).
000831
000832 FD  ONCALL-FILE.
000833     COPY ONCALREC.
000834
000835 FD  PHONEFILE.
000836     COPY PHONEREC.
000837
000838 FD  AWAYFILE.
000839     COPY AWAYREC.
000841
000842 FD  PRINT-FILE.
000843 01  PRINT-LINE                      PIC X(80).
000844
000845 WORKING-STORAGE SECTION.
000846     COPY RPTHEAD.
000847
000848 01  ws-log-status                   pic x(02).
000850 01  ws-recn-status                  pic x(02).
000860 01  ws-load-status                  pic x(02).
000870 01  ws-excp-status                  pic x(02).
001600 01  ws-eage-found                   pic x(01) value "N".
001601 01  ws-dack-status                  pic x(02).
001602 01  ws-dack-found                   pic x(01) value "N".
001603 01  ws-note-status                  pic x(02).
001604 01  ws-note-found                   pic x(01) value "N".
001605 01  ws-close-status                 pic x(02).
001606 01  ws-close-found                  pic x(01) value "N".
001608 01  ws-copen-status                 pic x(02).
001609 01  ws-copen-count                  pic 9(03) value zero.
001610 01  ws-oncall-status                pic x(02).
001611 01  ws-phone-status                 pic x(02).
001613 01  ws-oncall-hits                  pic 9(03) value zero.
001614 01  ws-oncall-eof                   pic x(01) value space.
001615 01  ws-oncall-name                  pic x(21) value spaces.
001616 01  ws-oncall-lead                  pic x(13) value spaces.
001617 01  ws-oncall-role                  pic x(08) value spaces.
001619 01  ws-oncall-note                  pic x(24) value spaces.
001620 01  ws-oncall-calling               pic x(01) value "N".
001621 01  ws-oncall-primary-away          pic x(01) value "N".
001622 01  ws-oncall-cover-id              pic 9(06) value zero.
001624 01  ws-away-status                  pic x(02).
001625 01  ws-away-open                    pic x(01) value "N".
001626 01  ws-away-eof                     pic x(01) value space.
001627 01  ws-away-found                   pic x(01) value "N".
001628 01  ws-away-today                   pic 9(08) value zero.
001630 01  ws-away-check-id                pic 9(06) value zero.
001631 01  ws-away-until                   pic 9(08) value zero.
001632 01  ws-away-cover                   pic 9(06) value zero.
001633
001635 PROCEDURE DIVISION.
001636 PROGRAM-BEGIN.
001637     CALL "shopcfg"
001638         ON EXCEPTION
001640             DISPLAY "shopcfg not found - default "
001650                 "file locations in effect"
001660     END-CALL.
001752     PERFORM PRINT-ONCALL-SECTION.
001760     PERFORM PRINT-BATCH-SECTION.
001761     PERFORM PRINT-HANDOVER-SECTION.
001764     PERFORM PRINT-CLOSE-SECTION.
001767     PERFORM PRINT-WINDOW-PROJECTION.
001770     PERFORM PRINT-FILE-SECTION.
001780     PERFORM PRINT-TOTALS-SECTION.
001790     CLOSE PRINT-FILE.
002512         END-IF
002513         CLOSE DACK-COUNT-FILE
002514     END-IF.
002515     OPEN INPUT NOTE-COUNT-FILE.
002516     IF ws-note-status = "00"
002517         READ NOTE-COUNT-FILE
002518             AT END CONTINUE
002520         END-READ
002521         IF ws-note-status = "00"
002522             IF CNT-NOTE-DATE <
002523                 FUNCTION NUMVAL(ws-last-log-date)
002524                 MOVE "S" TO ws-note-found
002526             ELSE
002527                 MOVE "Y" TO ws-note-found
002528             END-IF
002529         END-IF
002530         CLOSE NOTE-COUNT-FILE
002532     END-IF.
002533     OPEN INPUT CLOSE-COUNT-FILE.
002534     IF ws-close-status = "00"
002535         READ CLOSE-COUNT-FILE
002537             AT END CONTINUE
002538         END-READ
002539         IF ws-close-status = "00"
002540             IF CNT-CLOSE-DATE <
002541                 FUNCTION NUMVAL(ws-last-log-date)
002543                 MOVE "S" TO ws-close-found
002544             ELSE
002545                 MOVE "Y" TO ws-close-found
002546             END-IF
002547         END-IF
002549         CLOSE CLOSE-COUNT-FILE
002550     END-IF.
002551     OPEN INPUT EXCP-COUNT-FILE.
002552     IF ws-excp-status = "00"
002553         READ EXCP-COUNT-FILE
002555             AT END CONTINUE
002556         END-READ
002557         IF ws-excp-status = "00"
002558             IF EXCP-RUN-DATE < FUNCTION NUMVAL(ws-last-log-date)
002560                 MOVE "S" TO ws-excp-found
002570             ELSE
002580                 MOVE "Y" TO ws-excp-found
003518     STRING "HR REFERRALS ....... " ws-verdict
003519         DELIMITED BY SIZE INTO ws-text-line.
003521     PERFORM SHOW-LINE.
003522     IF ws-note-found NOT = "Y"
003523         MOVE "NO RUN" TO ws-verdict
003524     ELSE
003525     IF CNT-NOTE-BOUNCED = ZERO AND CNT-NOTE-FAILED = ZERO
003526         AND CNT-NOTE-WAITING = ZERO
003527         MOVE "OK" TO ws-verdict
003529     ELSE
003530         MOVE "ATTENTION" TO ws-verdict
003531     END-IF
003532     END-IF.
003533     MOVE SPACES TO ws-text-line.
003534     STRING "NOTIFICATIONS ...... " ws-verdict
003535         DELIMITED BY SIZE INTO ws-text-line.
003537     PERFORM SHOW-LINE.
003538     IF ws-close-found NOT = "Y"
003539         MOVE "NO RUN" TO ws-verdict
003540     ELSE
003541     IF CNT-CLOSE-LATE = ZERO
003542         MOVE "OK" TO ws-verdict
003543     ELSE
003545         MOVE "ATTENTION" TO ws-verdict
003546     END-IF
003547     END-IF.
003548     MOVE SPACES TO ws-text-line.
003549     STRING "PERIOD CLOSE ....... " ws-verdict
003550         DELIMITED BY SIZE INTO ws-text-line.
003551     PERFORM SHOW-LINE.
003553     PERFORM CHECK-CRITICAL-FILES.
003554     IF ws-missing-files = ZERO
003555         MOVE "OK" TO ws-verdict
003556     ELSE
003557         MOVE "ATTENTION" TO ws-verdict
003558     END-IF.
003560     MOVE SPACES TO ws-text-line.
003570     STRING "DATA FILES ......... " ws-verdict
003580         DELIMITED BY SIZE INTO ws-text-line.
004841             DELIMITED BY SIZE INTO ws-text-line
004842         PERFORM SHOW-LINE
004843     END-IF.
004844     IF ws-note-found = "Y"
004845         MOVE SPACES TO ws-text-line
004847         STRING "NOTIFICATIONS: " CNT-NOTE-BOUNCED " BOUNCED, "
004848             CNT-NOTE-FAILED " FAILED, "
004850             CNT-NOTE-WAITING " NOT DISPATCHED"
004851             DELIMITED BY SIZE INTO ws-text-line
004852         PERFORM SHOW-LINE
004854     END-IF.
004855     IF ws-excp-found = "Y"
004857         MOVE SPACES TO ws-text-line
004858         STRING "RETIREMENT BATCH: " EXCP-COUNT-VAL
004860             " EXCEPTIONS"
004870             DELIMITED BY SIZE INTO ws-text-line
004880         PERFORM SHOW-LINE
005140         PERFORM SHOW-LINE
005150     ELSE
005160         OPEN INPUT PHONEFILE
005161         MOVE ws-run-date TO ws-away-today
005162         OPEN INPUT AWAYFILE
005163         IF ws-away-status = "00"
005164             MOVE "Y" TO ws-away-open
005165         END-IF
005170         MOVE LOW-VALUES TO ONCALL-KEY
005180         START ONCALL-FILE KEY IS NOT LESS THAN ONCALL-KEY
005190             INVALID KEY MOVE "y" TO ws-oncall-eof
005260         PERFORM CHECK-ONE-ONCALL
005270             UNTIL ws-oncall-eof = "y"
005280         CLOSE PHONEFILE
005281         IF ws-away-open = "Y"
005282             CLOSE AWAYFILE
005283             MOVE "N" TO ws-away-open
005284         END-IF
005290         CLOSE ONCALL-FILE
005300         IF ws-oncall-hits = ZERO
005310             MOVE "  (nobody scheduled on call today)"
005370     PERFORM SHOW-LINE.
005380
005390 CHECK-ONE-ONCALL.
005392*--------------------------------
005394* A primary who is out today (PHONEAWAY.DAT) is shown with the
005396* return date, and whoever the shift should ring instead is
005397* flagged CALL: the backup if they are in, otherwise the cover
005398* named on the primary's away period.
005399*--------------------------------
005400     IF ONCALL-START-DATE > ws-run-date
005410         MOVE "y" TO ws-oncall-eof
005420     ELSE
005430         IF ONCALL-END-DATE NOT < ws-run-date
005440             ADD 1 TO ws-oncall-hits
005442             MOVE "N" TO ws-oncall-calling
005444             MOVE SPACES TO ws-oncall-lead
005446             STRING "  " ONCALL-DEPT " "
005448                 DELIMITED BY SIZE INTO ws-oncall-lead
005450             MOVE ONCALL-PRIMARY-ID TO ws-away-check-id
005452             PERFORM CHECK-AWAY
005454             MOVE ws-away-found TO ws-oncall-primary-away
005456             MOVE ws-away-cover TO ws-oncall-cover-id
005458             MOVE "PRIMARY " TO ws-oncall-role
005460             MOVE ONCALL-PRIMARY-ID TO EMPLOYEE-ID
005462             PERFORM PRINT-ONCALL-PERSON
005520             IF ONCALL-BACKUP-ID NOT = ZERO
005522                 MOVE ONCALL-BACKUP-ID TO ws-away-check-id
005524                 PERFORM CHECK-AWAY
005526                 IF ws-oncall-primary-away = "Y"
005528                     AND ws-away-found NOT = "Y"
005530                     MOVE "Y"  TO ws-oncall-calling
005532                     MOVE ZERO TO ws-oncall-cover-id
005534                 END-IF
005536                 MOVE "BACKUP  " TO ws-oncall-role
005538                 MOVE ONCALL-BACKUP-ID TO EMPLOYEE-ID
005540                 PERFORM PRINT-ONCALL-PERSON
005542                 MOVE "N" TO ws-oncall-calling
005600             END-IF
005601             IF ws-oncall-primary-away = "Y"
005602                 AND ws-oncall-cover-id NOT = ZERO
005603                 MOVE ws-oncall-cover-id TO ws-away-check-id
005604                 PERFORM CHECK-AWAY
005605                 MOVE "Y" TO ws-oncall-calling
005606                 MOVE "COVER   " TO ws-oncall-role
005607                 MOVE ws-oncall-cover-id TO EMPLOYEE-ID
005608                 PERFORM PRINT-ONCALL-PERSON
005609                 MOVE "N" TO ws-oncall-calling
005610             END-IF
005611         END-IF
005612         READ ONCALL-FILE NEXT RECORD
005613             AT END MOVE "y" TO ws-oncall-eof
005614         END-READ
005615     END-IF.
005616
005617 PRINT-ONCALL-PERSON.
005618     PERFORM NAME-ONCALL-PERSON.
005619     MOVE SPACES TO ws-oncall-note.
005620     IF ws-away-found = "Y"
005621         STRING "  AWAY UNTIL " ws-away-until(5:2) "/"
005622             ws-away-until(7:2) "/" ws-away-until(1:4)
005623             DELIMITED BY SIZE INTO ws-oncall-note
005624     ELSE
005625         IF ws-oncall-calling = "Y"
005626             MOVE "  <-- CALL" TO ws-oncall-note
005627         END-IF
005628     END-IF.
005629     MOVE SPACES TO ws-text-line.
005630     STRING ws-oncall-lead ws-oncall-role ws-oncall-name
005631         ws-oncall-note
005632         DELIMITED BY SIZE INTO ws-text-line.
005633     PERFORM SHOW-LINE.
005634     MOVE SPACES TO ws-oncall-lead.
005635
005636 CHECK-AWAY.
005637*--------------------------------
005638* Is ws-away-check-id out on ws-away-today?  Periods are keyed
005639* by employee and start date, so the sweep stops at the first
005640* period starting after today.  Overlapping periods report the
005641* latest return date.
005642*--------------------------------
005643     MOVE "N"  TO ws-away-found.
005644     MOVE ZERO TO ws-away-until.
005645     MOVE ZERO TO ws-away-cover.
005646     MOVE SPACE TO ws-away-eof.
005647     IF ws-away-open NOT = "Y"
005648         MOVE "y" TO ws-away-eof
005649     ELSE
005650         MOVE ws-away-check-id TO AWAY-EMPLOYEE-ID
005651         MOVE ZERO             TO AWAY-FROM-DATE
005652         START AWAYFILE KEY IS NOT LESS THAN AWAY-KEY
005653             INVALID KEY MOVE "y" TO ws-away-eof
005654         END-START
005655     END-IF.
005656     IF ws-away-eof NOT = "y"
005657         READ AWAYFILE NEXT RECORD
005658             AT END MOVE "y" TO ws-away-eof
005659         END-READ
005660     END-IF.
005661     PERFORM CHECK-ONE-AWAY UNTIL ws-away-eof = "y".
005662
005663 CHECK-ONE-AWAY.
005664     IF AWAY-EMPLOYEE-ID NOT = ws-away-check-id
005665         OR AWAY-FROM-DATE > ws-away-today
005666         MOVE "y" TO ws-away-eof
005667     ELSE
005668         IF AWAY-TO-DATE NOT < ws-away-today
005669             AND AWAY-TO-DATE > ws-away-until
005670             MOVE "Y"           TO ws-away-found
005671             MOVE AWAY-TO-DATE  TO ws-away-until
005672             MOVE AWAY-COVER-ID TO ws-away-cover
005673         END-IF
005674         READ AWAYFILE NEXT RECORD
005675             AT END MOVE "y" TO ws-away-eof
005676         END-READ
005677     END-IF.
005678
005679 NAME-ONCALL-PERSON.
005680     MOVE SPACES TO ws-oncall-name.
005690     READ PHONEFILE
005700         INVALID KEY
006840     END-IF.
006850     MOVE SPACES TO ws-text-line.
006860     PERFORM SHOW-LINE.
006862
006864 PRINT-CLOSE-SECTION.
006866*--------------------------------
006868* The close tasks still open for the close in progress, as
006870* closerpt left them last night - late and blocked first to
006871* the eye, with the owner to chase.  Sign-off is in closesgn.
006872*--------------------------------
006873     MOVE "OPEN CLOSE TASKS" TO ws-text-line.
006874     PERFORM SHOW-LINE.
006875     IF ws-close-found = "N"
006876         MOVE "  (no close status on file - closerpt not run)"
006877             TO ws-text-line
006878         PERFORM SHOW-LINE
006879     ELSE
006880         IF ws-close-found = "S"
006881             MOVE "  (no close status for last night)"
006882                 TO ws-text-line
006883             PERFORM SHOW-LINE
006884         END-IF
006885         MOVE SPACES TO ws-text-line
006886         STRING "  CLOSE " CNT-CLOSE-PERIOD(5:2) "/"
006887             CNT-CLOSE-PERIOD(1:4) ": " CNT-CLOSE-DONE " OF "
006888             CNT-CLOSE-TASKS " DONE, " CNT-CLOSE-LATE " LATE, "
006889             CNT-CLOSE-BLOCKED " BLOCKED"
006890             DELIMITED BY SIZE INTO ws-text-line
006891         PERFORM SHOW-LINE
006892         PERFORM SHOW-CLOSE-TASKS
006893     END-IF.
006894     MOVE SPACES TO ws-text-line.
006895     PERFORM SHOW-LINE.
006896
006897 SHOW-CLOSE-TASKS.
006898     MOVE SPACE TO ws-eof.
006899     MOVE ZERO  TO ws-copen-count.
006900     OPEN INPUT CLOSE-OPEN-FILE.
006901     IF ws-copen-status = "00"
006902         READ CLOSE-OPEN-FILE
006903             AT END MOVE "y" TO ws-eof
006904         END-READ
006905         PERFORM SHOW-ONE-CLOSE-TASK UNTIL ws-eof = "y"
006906         CLOSE CLOSE-OPEN-FILE
006907     END-IF.
006908     IF ws-copen-count = ZERO
006909         MOVE "  (every close task signed off)" TO ws-text-line
006910         PERFORM SHOW-LINE
006911     END-IF.
006912
006913 SHOW-ONE-CLOSE-TASK.
006914     ADD 1 TO ws-copen-count.
006915     MOVE SPACES TO ws-text-line.
006916     STRING "  " COP-TASK-ID " " COP-STATE " DUE "
006917         COP-DUE-DATE(5:2) "/" COP-DUE-DATE(7:2) " "
006918         COP-OWNER " " COP-DESCRIPTION
006919         DELIMITED BY SIZE INTO ws-text-line.
006920     PERFORM SHOW-LINE.
006921     READ CLOSE-OPEN-FILE
006922         AT END MOVE "y" TO ws-eof
006923     END-READ.
006924
006925 SHOW-ONE-HANDOVER.
006926     IF HND-STATUS = "O"
006927         ADD 1 TO ws-hnd-open-count
006928         MOVE SPACES TO ws-text-line
006929         STRING "  " HND-TIMESTAMP(1:8)
006930             " " HND-OPERATOR ": " HND-NOTE
006940             DELIMITED BY SIZE INTO ws-text-line
006950         PERFORM SHOW-LINE
