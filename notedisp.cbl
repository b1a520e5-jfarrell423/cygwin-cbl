000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTEDISP.
000030*--------------------------------
000040* Outbound notification dispatch, run at the end of the batch
000050* window.  Works the shop's notification queue (NOTIFYQ.DAT,
000060* NOTEREC.CPY) in one pass:
000070*
000080*   BOUNCES  - the mail gateway's bounce file (MAILBNC.DAT, one
000090*              line per undeliverable message: queue key, date,
000100*              reason) turns a sent item bounced, so it is
000110*              tried again;
000120*   RESOLVE  - an employee recipient is read on PHONEFILE (and
000130*              PHONELOC.DAT for the mail stop), an operator on
000140*              OPERMAST.DAT; one not on file, or gone inactive,
000150*              fails - unless it is a print item carrying its
000160*              own mailing address;
000170*   DELIVER  - e-mail items are appended to the gateway's
000180*              pickup file (MAILPICK.DAT), print items are
000190*              printed one to a page on NOTEPRNT.PRT, a single
000200*              print run for the night;
000210*   RETRY    - a bounced item goes again on the next run until
000220*              it has been tried NOTEDISP_MAX_TRIES times
000230*              (default 3), then it fails.
000240*
000250* The queue is rewritten through the keep file and copied back,
000260* the pendage.cbl pattern.  noterpt.cbl reports what did not
000270* get through.
000280*
000290* 2026-10  JDF  New program.
000300*--------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000350 ORGANIZATION IS LINE SEQUENTIAL
000360 FILE STATUS IS ws-note-status.
000370
000380 SELECT NOTE-KEEP-FILE ASSIGN TO "NOTIFYKPDAT"
000390 ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 SELECT BOUNCE-FILE ASSIGN TO "MAILBNCDAT"
000420 ORGANIZATION IS LINE SEQUENTIAL
000430 FILE STATUS IS ws-bounce-status.
000440
000450 SELECT PICKUP-FILE ASSIGN TO "MAILPICKDAT"
000460 ORGANIZATION IS LINE SEQUENTIAL
000470 FILE STATUS IS ws-pickup-status.
000480
000490 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000500 FILE STATUS IS ws-phone-status
000510 ORGANIZATION IS INDEXED
000520 ACCESS MODE IS DYNAMIC
000530 RECORD KEY IS EMPLOYEE-ID
000540 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000550
000560 SELECT LOCFILE ASSIGN TO "PHONELOCDAT"
000570 FILE STATUS IS ws-loc-status
000580 ORGANIZATION IS INDEXED
000590 ACCESS MODE IS DYNAMIC
000600 RECORD KEY IS LOC-EMPLOYEE-ID.
000610
000620 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000630 FILE STATUS IS ws-oper-status
000640 ORGANIZATION IS INDEXED
000650 ACCESS MODE IS DYNAMIC
000660 RECORD KEY IS OPER-ID.
000670
000680 SELECT PRINT-FILE ASSIGN TO "NOTEPRNTPRT"
000690 ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD NOTE-FILE.
000740 01  NOTE-LINE                       PIC X(544).
000750
000760 FD NOTE-KEEP-FILE.
000770 01  NOTE-KEEP-LINE                  PIC X(544).
000780
000790 FD BOUNCE-FILE.
000800 01  BOUNCE-REC.
000810     05  BNC-KEY                     PIC X(28).
000820     05  FILLER                      PIC X(01).
000830     05  BNC-DATE                    PIC 9(08).
000840     05  FILLER                      PIC X(01).
000850     05  BNC-REASON                  PIC X(40).
000860
000870 FD PICKUP-FILE.
000880 01  PICKUP-LINE                     PIC X(544).
000890
000900 FD PHONEFILE.
000910     COPY PHONEREC.
000920
000930 FD LOCFILE.
000940     COPY LOCREC.
000950
000960 FD OPERFILE.
000970     COPY OPERREC.
000980
000990 FD PRINT-FILE.
001000 01  PRINT-LINE                      PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030     COPY NOTEREC.
001040
001050 01  ws-note-status                  pic x(02).
001060 01  ws-bounce-status                pic x(02).
001070 01  ws-pickup-status                pic x(02).
001080 01  ws-phone-status                 pic x(02).
001090 01  ws-loc-status                   pic x(02).
001100 01  ws-oper-status                  pic x(02).
001110 01  ws-phone-open                   pic x(01) value "N".
001120 01  ws-loc-open                     pic x(01) value "N".
001130 01  ws-oper-open                    pic x(01) value "N".
001140 01  ws-pickup-open                  pic x(01) value "N".
001150 01  ws-eof                          pic x(01) value space.
001160 01  ws-run-date                     pic 9(08) value zero.
001170 01  ws-env-check                    pic x(10) value spaces.
001180 01  ws-max-tries                    pic 9(02) value 3.
001190 01  ws-resolved                     pic x(01) value space.
001200 01  ws-line-sub                     pic 9(01) comp value zero.
001210 01  ws-page-number                  pic 9(04) value zero.
001220
001230 01  ws-mailed-count                 pic 9(05) value zero.
001240 01  ws-printed-count                pic 9(05) value zero.
001250 01  ws-bounced-count                pic 9(05) value zero.
001260 01  ws-failed-count                 pic 9(05) value zero.
001270 01  ws-retried-count                pic 9(05) value zero.
001280
001290*--------------------------------
001300* Tonight's bounces, held for the queue pass.
001310*--------------------------------
001320 01  ws-bounce-count                 pic 9(04) comp value zero.
001330 01  ws-bounce-table.
001340     05  ws-bounce-entry             occurs 1000 times.
001350         10  ws-bn-key               pic x(28).
001360         10  ws-bn-date              pic 9(08).
001370         10  ws-bn-reason            pic x(40).
001380 01  ws-bounce-sub                   pic 9(04) comp value zero.
001390 01  ws-bounce-found                 pic x(01) value space.
001400
001410     COPY RPTHEAD.
001420
001430 01  ws-text-line                    pic x(80) value spaces.
001440
001450 PROCEDURE DIVISION.
001460 PROGRAM-BEGIN.
001470     CALL "shopcfg"
001480         ON EXCEPTION
001490             DISPLAY "shopcfg not found - default "
001500                 "file locations in effect"
001510     END-CALL.
001520     PERFORM INITIALIZE-RUN.
001530     PERFORM LOAD-BOUNCE-FILE.
001540     PERFORM WORK-QUEUE.
001550     PERFORM COPY-KEEP-BACK.
001560     PERFORM CLOSE-FILES.
001570     DISPLAY "Notification dispatch complete - "
001580         ws-mailed-count " e-mailed, "
001590         ws-printed-count " printed, "
001600         ws-bounced-count " bounced, "
001610         ws-failed-count " failed.".
001620     IF ws-failed-count > ZERO
001630         MOVE 4 TO RETURN-CODE
001640     END-IF.
001650     STOP RUN.
001660
001670 INITIALIZE-RUN.
001680     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001690     ACCEPT ws-env-check FROM ENVIRONMENT "NOTEDISP_MAX_TRIES".
001700     IF ws-env-check(1:2) IS NUMERIC
001710         AND ws-env-check(1:2) NOT = "00"
001720         MOVE ws-env-check(1:2) TO ws-max-tries
001730     END-IF.
001740     OPEN INPUT PHONEFILE.
001750     IF ws-phone-status = "00"
001760         MOVE "Y" TO ws-phone-open
001770     END-IF.
001780     OPEN INPUT LOCFILE.
001790     IF ws-loc-status = "00"
001800         MOVE "Y" TO ws-loc-open
001810     END-IF.
001820     OPEN INPUT OPERFILE.
001830     IF ws-oper-status = "00"
001840         MOVE "Y" TO ws-oper-open
001850     END-IF.
001860     OPEN OUTPUT PRINT-FILE.
001870     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001880         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001890     MOVE "NOTICE" TO RPT-TITLE.
001900
001910 CLOSE-FILES.
001920     IF ws-phone-open = "Y"
001930         CLOSE PHONEFILE
001940     END-IF.
001950     IF ws-loc-open = "Y"
001960         CLOSE LOCFILE
001970     END-IF.
001980     IF ws-oper-open = "Y"
001990         CLOSE OPERFILE
002000     END-IF.
002010     IF ws-pickup-open = "Y"
002020         CLOSE PICKUP-FILE
002030     END-IF.
002040     IF ws-page-number = ZERO
002050         MOVE "NO PRINT ITEMS TONIGHT" TO PRINT-LINE
002060         WRITE PRINT-LINE
002070     END-IF.
002080     CLOSE PRINT-FILE.
002090
002100 LOAD-BOUNCE-FILE.
002110     MOVE SPACE TO ws-eof.
002120     OPEN INPUT BOUNCE-FILE.
002130     IF ws-bounce-status = "00"
002140         READ BOUNCE-FILE
002150             AT END MOVE "y" TO ws-eof
002160         END-READ
002170         PERFORM TAKE-ONE-BOUNCE UNTIL ws-eof = "y"
002180         CLOSE BOUNCE-FILE
002190     END-IF.
002200
002210 TAKE-ONE-BOUNCE.
002220     IF BNC-DATE IS NUMERIC
002230         AND ws-bounce-count < 1000
002240         ADD 1 TO ws-bounce-count
002250         MOVE BNC-KEY    TO ws-bn-key(ws-bounce-count)
002260         MOVE BNC-DATE   TO ws-bn-date(ws-bounce-count)
002270         MOVE BNC-REASON TO ws-bn-reason(ws-bounce-count)
002280     END-IF.
002290     READ BOUNCE-FILE
002300         AT END MOVE "y" TO ws-eof
002310     END-READ.
002320
002330 WORK-QUEUE.
002340     MOVE SPACE TO ws-eof.
002350     OPEN INPUT NOTE-FILE.
002360     IF ws-note-status NOT = "00"
002370         DISPLAY "No notification queue - nothing to send."
002380         PERFORM CLOSE-FILES
002390         STOP RUN
002400     END-IF.
002410     OPEN OUTPUT NOTE-KEEP-FILE.
002420     READ NOTE-FILE INTO NOTE-REC
002430         AT END MOVE "y" TO ws-eof
002440     END-READ.
002450     PERFORM WORK-ONE-NOTICE UNTIL ws-eof = "y".
002460     CLOSE NOTE-FILE.
002470     CLOSE NOTE-KEEP-FILE.
002480
002490 WORK-ONE-NOTICE.
002500     MOVE SPACE TO ws-bounce-found.
002510     IF NOTE-SENT
002520         PERFORM CHECK-FOR-BOUNCE
002530     END-IF.
002540     IF NOTE-BOUNCED
002550         AND NOTE-ATTEMPTS NOT < ws-max-tries
002560         MOVE "F" TO NOTE-STATUS
002570         ADD 1 TO ws-failed-count
002580     END-IF.
002590*    a bounce found tonight is retried on the next run, so the
002600*    undelivered report sees it first
002610     IF NOTE-WAITING
002620         OR (NOTE-BOUNCED AND ws-bounce-found NOT = "y")
002630         PERFORM DELIVER-NOTICE
002640     END-IF.
002650     MOVE NOTE-REC TO NOTE-KEEP-LINE.
002660     WRITE NOTE-KEEP-LINE.
002670     READ NOTE-FILE INTO NOTE-REC
002680         AT END MOVE "y" TO ws-eof
002690     END-READ.
002700
002710 CHECK-FOR-BOUNCE.
002720*--------------------------------
002730* A bounce only counts against the send it answers: one dated
002740* before the item's last try belongs to an earlier attempt
002750* still sitting in the gateway's file.
002760*--------------------------------
002770     MOVE SPACE TO ws-bounce-found.
002780     MOVE ZERO  TO ws-bounce-sub.
002790     PERFORM CHECK-ONE-BOUNCE-SLOT
002800         UNTIL ws-bounce-sub NOT < ws-bounce-count
002810             OR ws-bounce-found = "y".
002820     IF ws-bounce-found = "y"
002830         MOVE "B" TO NOTE-STATUS
002840         MOVE ws-bn-reason(ws-bounce-sub) TO NOTE-RESULT
002850         ADD 1 TO ws-bounced-count
002860     END-IF.
002870
002880 CHECK-ONE-BOUNCE-SLOT.
002890     ADD 1 TO ws-bounce-sub.
002900     IF ws-bn-key(ws-bounce-sub) = NOTE-KEY
002910         AND ws-bn-date(ws-bounce-sub) NOT < NOTE-LAST-TRY
002920         MOVE "y" TO ws-bounce-found
002930     END-IF.
002940
002950 DELIVER-NOTICE.
002960     IF NOTE-BOUNCED
002970         ADD 1 TO ws-retried-count
002980     END-IF.
002990     PERFORM RESOLVE-RECIPIENT.
003000     ADD 1 TO NOTE-ATTEMPTS.
003010     MOVE ws-run-date TO NOTE-LAST-TRY.
003020     IF ws-resolved NOT = "Y"
003030         MOVE "F" TO NOTE-STATUS
003040         ADD 1 TO ws-failed-count
003050     ELSE
003060         MOVE SPACES TO NOTE-RESULT
003070         IF NOTE-BY-PRINT
003080             PERFORM PRINT-ONE-NOTICE
003090             MOVE "P" TO NOTE-STATUS
003100             ADD 1 TO ws-printed-count
003110         ELSE
003120             MOVE "S" TO NOTE-STATUS
003130             PERFORM HAND-TO-GATEWAY
003140             ADD 1 TO ws-mailed-count
003150         END-IF
003160     END-IF.
003170
003180 RESOLVE-RECIPIENT.
003190*--------------------------------
003200* Names the recipient from the directory or the operator
003210* master.  A shop without the file runs on what the queuing
003220* job supplied.
003230*--------------------------------
003240     MOVE "Y" TO ws-resolved.
003250     IF NOTE-TO-OPERATOR
003260         IF ws-oper-open = "Y"
003270             MOVE NOTE-RECIP-ID TO OPER-ID
003280             READ OPERFILE
003290                 INVALID KEY
003300                     MOVE "N" TO ws-resolved
003310                     MOVE "OPERATOR NOT ON THE OPERATOR MASTER"
003320                         TO NOTE-RESULT
003330                 NOT INVALID KEY
003340                     MOVE OPER-NAME TO NOTE-RECIP-NAME
003350             END-READ
003360         END-IF
003370     ELSE
003380         IF NOTE-RECIP-EMP-ID IS NOT NUMERIC
003390             OR NOTE-RECIP-EMP-ID = ZERO
003400             PERFORM CHECK-OWN-ADDRESS
003410         ELSE
003420         IF ws-phone-open = "Y"
003430             MOVE NOTE-RECIP-EMP-ID TO EMPLOYEE-ID
003440             READ PHONEFILE
003450                 INVALID KEY
003460                     PERFORM CHECK-OWN-ADDRESS
003470                 NOT INVALID KEY
003480                     IF emp-inactive
003490                         PERFORM CHECK-OWN-ADDRESS
003500                     ELSE
003510                         PERFORM NAME-FROM-DIRECTORY
003520                     END-IF
003530             END-READ
003540         END-IF
003550         END-IF
003560     END-IF.
003570
003580 CHECK-OWN-ADDRESS.
003590     IF NOTE-BY-PRINT
003600         AND NOTE-ADDRESS-LINE(1) NOT = SPACES
003610         CONTINUE
003620     ELSE
003630         MOVE "N" TO ws-resolved
003640         MOVE "RECIPIENT NOT AN ACTIVE DIRECTORY ENTRY"
003650             TO NOTE-RESULT
003660     END-IF.
003670
003680 NAME-FROM-DIRECTORY.
003690     MOVE SPACES TO NOTE-RECIP-NAME.
003700     STRING first-name DELIMITED BY SPACE
003710         " " DELIMITED BY SIZE
003720         last-name DELIMITED BY SPACE
003730         INTO NOTE-RECIP-NAME.
003740*    internal mail: department and mail stop for a print item
003750*    with no address of its own
003760     IF NOTE-BY-PRINT
003770         AND NOTE-ADDRESS-LINE(1) = SPACES
003780         MOVE SPACES TO NOTE-ADDRESS-LINE(1)
003790         STRING "DEPT " department
003800             DELIMITED BY SIZE INTO NOTE-ADDRESS-LINE(1)
003810         IF ws-loc-open = "Y"
003820             MOVE EMPLOYEE-ID TO LOC-EMPLOYEE-ID
003830             READ LOCFILE
003840                 INVALID KEY CONTINUE
003850                 NOT INVALID KEY
003860                     MOVE SPACES TO NOTE-ADDRESS-LINE(2)
003870                     STRING "MAIL STOP " LOC-MAIL-STOP
003880                         DELIMITED BY SIZE
003890                         INTO NOTE-ADDRESS-LINE(2)
003900             END-READ
003910         END-IF
003920     END-IF.
003930
003940 HAND-TO-GATEWAY.
003950     IF ws-pickup-open NOT = "Y"
003960         OPEN EXTEND PICKUP-FILE
003970         IF ws-pickup-status = "35"
003980             OPEN OUTPUT PICKUP-FILE
003990         END-IF
004000         MOVE "Y" TO ws-pickup-open
004010     END-IF.
004020     MOVE NOTE-REC TO PICKUP-LINE.
004030     WRITE PICKUP-LINE.
004040
004050 PRINT-ONE-NOTICE.
004060*--------------------------------
004070* One page per notice, the rmdnotif letter layout: heading,
004080* addressee block, subject, body, and where it came from.
004090*--------------------------------
004100     ADD 1 TO ws-page-number.
004110     MOVE ws-page-number TO RPT-PAGE-NUMBER.
004120     IF ws-page-number > 1
004130         MOVE SPACES TO PRINT-LINE
004140         WRITE PRINT-LINE AFTER ADVANCING PAGE
004150     END-IF.
004160     WRITE PRINT-LINE FROM RPT-HEADING-1.
004170     WRITE PRINT-LINE FROM RPT-HEADING-2.
004180     MOVE SPACES TO PRINT-LINE.
004190     WRITE PRINT-LINE.
004200     WRITE PRINT-LINE FROM NOTE-RECIP-NAME.
004210     MOVE ZERO TO ws-line-sub.
004220     PERFORM PRINT-ONE-ADDRESS-LINE 3 TIMES.
004230     MOVE SPACES TO PRINT-LINE.
004240     WRITE PRINT-LINE.
004250     MOVE SPACES TO ws-text-line.
004260     STRING "RE: " NOTE-SUBJECT
004270         DELIMITED BY SIZE INTO ws-text-line.
004280     PERFORM SHOW-LINE.
004290     MOVE SPACES TO PRINT-LINE.
004300     WRITE PRINT-LINE.
004310     MOVE ZERO TO ws-line-sub.
004320     PERFORM PRINT-ONE-BODY-LINE 4 TIMES.
004330     MOVE SPACES TO PRINT-LINE.
004340     WRITE PRINT-LINE.
004350     MOVE SPACES TO ws-text-line.
004360     STRING "(" NOTE-SOURCE " " NOTE-QUEUED(5:2) "/"
004370         NOTE-QUEUED(7:2) "/" NOTE-QUEUED(1:4) ")"
004380         DELIMITED BY SIZE INTO ws-text-line.
004390     PERFORM SHOW-LINE.
004400
004410 PRINT-ONE-ADDRESS-LINE.
004420     ADD 1 TO ws-line-sub.
004430     IF NOTE-ADDRESS-LINE(ws-line-sub) NOT = SPACES
004440         WRITE PRINT-LINE FROM NOTE-ADDRESS-LINE(ws-line-sub)
004450     END-IF.
004460
004470 PRINT-ONE-BODY-LINE.
004480     ADD 1 TO ws-line-sub.
004490     IF NOTE-BODY-LINE(ws-line-sub) NOT = SPACES
004500         WRITE PRINT-LINE FROM NOTE-BODY-LINE(ws-line-sub)
004510     END-IF.
004520
004530 COPY-KEEP-BACK.
004540*--------------------------------
004550* Copies the keep file back over NOTIFYQ.DAT so tonight's
004560* statuses replace the old ones.
004570*--------------------------------
004580     MOVE SPACE TO ws-eof.
004590     OPEN INPUT  NOTE-KEEP-FILE.
004600     OPEN OUTPUT NOTE-FILE.
004610     READ NOTE-KEEP-FILE
004620         AT END MOVE "y" TO ws-eof
004630     END-READ.
004640     PERFORM COPY-ONE-KEEP-LINE UNTIL ws-eof = "y".
004650     CLOSE NOTE-KEEP-FILE.
004660     CLOSE NOTE-FILE.
004670
004680 COPY-ONE-KEEP-LINE.
004690     MOVE NOTE-KEEP-LINE TO NOTE-LINE.
004700     WRITE NOTE-LINE.
004710     READ NOTE-KEEP-FILE
004720         AT END MOVE "y" TO ws-eof
004730     END-READ.
004740
004750 SHOW-LINE.
004760     MOVE ws-text-line TO PRINT-LINE.
004770     WRITE PRINT-LINE.
