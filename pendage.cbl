000220* copied back, the same pattern phonepnd.cbl uses.
000230*
000240* 2026-09  JDF  New program.
000242* 2026-10  JDF  SUPCHG reporting-line transactions from the
000244*                leavswp sweep age and escalate but never
000246*                expire, the same as LOCCHG.
000247* 2026-10  JDF  Each escalation is also e-mailed to every
000248*                supervisor-authority operator through the shop's
000249*                notification queue (NOTIFYQ.DAT).
000250*--------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000480
000490 SELECT PRINT-FILE ASSIGN TO "PENDAGEPRT"
000500 ORGANIZATION IS LINE SEQUENTIAL.
000502
000504 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000506 ORGANIZATION IS LINE SEQUENTIAL
000508 FILE STATUS IS ws-note-status.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000650
000660 FD PRINT-FILE.
000670 01  PRINT-LINE                      PIC X(80).
000672
000675 FD NOTE-FILE.
000677 01  NOTE-LINE                       PIC X(544).
000680
000690 WORKING-STORAGE SECTION.
000700     COPY FILESTAT.
000990
001000 01  ws-supv-list                    pic x(60) value spaces.
001010 01  ws-supv-pos                     pic 9(02) value 1.
001011 01  ws-supv-loaded                  pic x(01) value "N".
001012
001013     COPY NOTEREC.
001014
001015 01  ws-note-status                  pic x(02).
001016 01  ws-note-seq                     pic 9(04) value zero.
001017 01  ws-note-pos                     pic 9(02) value zero.
001018 01  ws-days-display                 pic zzzz9.
001019 01  ws-limit-display                pic zz9.
001020
001030     COPY RPTHEAD.
001040
001650     IF ws-oper-status NOT = "00"
001660         MOVE "(no operator master on file)" TO ws-supv-list
001670     ELSE
001675         MOVE "Y" TO ws-supv-loaded
001680         MOVE LOW-VALUES TO OPER-ID
001690         START OPERFILE KEY IS NOT LESS THAN OPER-ID
001700             INVALID KEY MOVE "y" TO ws-oper-eof
002790* Only items that carry a before image can expire - the live
002800* record is re-read by the image's employee ID, and when it no
002810* longer matches (or is gone), the staged change was built on
002820* a record that has since moved.  A LOCCHG image is a LOCREC
002822* and a SUPCHG image a SUPVREC, not a PHONEREC, so comparing
002824* them against the directory would expire every one on sight
002826* - those age and escalate here but never expire.
002830*--------------------------------
002840     MOVE SPACE TO ws-record-expired.
002850     IF PEND-BEFORE NOT = SPACES
002852         AND PEND-ACTION NOT = "LOCCHG"
002854         AND PEND-ACTION NOT = "SUPCHG"
002860         AND PEND-BEFORE(1:6) IS NUMERIC
002870         MOVE PEND-BEFORE(1:6) TO EMPLOYEE-ID
002880         READ PHONEFILE
003230         PEND-SOURCE " STAGED " PEND-TIMESTAMP(1:8)
003240         " OPEN " ws-days-open " DAYS"
003250         DELIMITED BY SIZE INTO ws-text-line.
003253     PERFORM SHOW-LINE.
003256     IF ws-supv-loaded = "Y"
003260         MOVE 1 TO ws-note-pos
003261         PERFORM QUEUE-ONE-ESCALATION
003262             UNTIL ws-note-pos NOT < ws-supv-pos
003263     END-IF.
003264
003265 QUEUE-ONE-ESCALATION.
003266*--------------------------------
003267* The escalation e-mailed to one supervisor on the list loaded
003268* at start-up.
003269*--------------------------------
003270     MOVE SPACES TO NOTE-REC.
003271     MOVE "E"    TO NOTE-CHANNEL.
003272     MOVE "O"    TO NOTE-RECIP-TYPE.
003273     MOVE ws-supv-list(ws-note-pos:8) TO NOTE-RECIP-ID.
003274     STRING "PENDING CHANGE ESCALATED - " PEND-ACTION
003275         " FROM " PEND-SOURCE
003276         DELIMITED BY SIZE INTO NOTE-SUBJECT.
003277     STRING "A " PEND-ACTION " CHANGE STAGED "
003278         PEND-TIMESTAMP(5:2) "/" PEND-TIMESTAMP(7:2) "/"
003279         PEND-TIMESTAMP(1:4) " BY " PEND-OPERATOR
003280         " VIA " PEND-SOURCE
003281         DELIMITED BY SIZE INTO NOTE-BODY-LINE(1).
003282     MOVE ws-days-open     TO ws-days-display.
003283     MOVE ws-escalate-days TO ws-limit-display.
003284     STRING "HAS BEEN OPEN " FUNCTION TRIM(ws-days-display)
003285         " DAYS, PAST THE " FUNCTION TRIM(ws-limit-display)
003286         "-DAY LIMIT."
003287         DELIMITED BY SIZE INTO NOTE-BODY-LINE(2).
003288     IF PEND-AFTER(1:6) IS NUMERIC
003289         STRING "EMPLOYEE " PEND-AFTER(1:6)
003290             DELIMITED BY SIZE INTO NOTE-BODY-LINE(3)
003291     ELSE
003292     IF PEND-BEFORE(1:6) IS NUMERIC
003293         STRING "EMPLOYEE " PEND-BEFORE(1:6)
003294             DELIMITED BY SIZE INTO NOTE-BODY-LINE(3)
003295     END-IF
003296     END-IF.
003297     MOVE "PLEASE REVIEW IT ON THE PENDING-CHANGE SCREEN."
003298         TO NOTE-BODY-LINE(4).
003299     PERFORM QUEUE-NOTICE.
003300     ADD 9 TO ws-note-pos.
003301
003302 QUEUE-NOTICE.
003303*--------------------------------
003304* Appends the notice built in NOTE-REC to the shop's outbound
003305* queue (NOTIFYQ.DAT) for notedisp to deliver.
003306*--------------------------------
003307     ADD 1 TO ws-note-seq.
003308     MOVE FUNCTION CURRENT-DATE TO NOTE-QUEUED.
003309     MOVE "PENDAGE "  TO NOTE-SOURCE.
003310     MOVE ws-note-seq TO NOTE-RUN-SEQ.
003311     MOVE "Q"         TO NOTE-STATUS.
003312     MOVE ZERO        TO NOTE-ATTEMPTS.
003313     MOVE ZERO        TO NOTE-LAST-TRY.
003314     MOVE SPACES      TO NOTE-RESULT.
003315     MOVE NOTE-REC    TO NOTE-LINE.
003316     OPEN EXTEND NOTE-FILE.
003317     IF ws-note-status = "35"
003318         OPEN OUTPUT NOTE-FILE
003319     END-IF.
003320     IF ws-note-status = "00"
003321         WRITE NOTE-LINE
003322         CLOSE NOTE-FILE
003323     END-IF.
003324
003325 COPY-KEEP-BACK.
003326*--------------------------------
003327* Copies the keep file back over PHONEPEND.DAT so the stamped
003328* and expired statuses replace the old ones, the same pattern
003329* phonepnd.cbl uses.
003330*--------------------------------
003340     MOVE SPACE TO ws-eof.
003350     OPEN INPUT  PEND-KEEP-FILE.
