000080* age (72 or older) in the notice year, computes the required
000090* distribution from the latest PERFHIST balance using the same
000100* IRS Uniform Lifetime divisor table the income calculator
000110* carries, and queues a notification letter per participant
000120* plus a control listing for the plan administrator.
000130*
000140* The notice year comes from RMD_NOTICE_YEAR or a prompt
000160* taken as of the end of the notice year.
000170*
000180* 2026-08  JDF  New program.
000181* 2026-10  JDF  No letter prints for an address flagged bad by
000182*                returned mail; those participants go on a "HELD -
000183*                BAD ADDRESS" control page instead (RC 4).
000185* 2026-10  JDF  Letters no longer print here - each is queued to
000186*                the shop's notification queue (NOTIFYQ.DAT) for
000187*                the print run, one notice to a page.
000188*                RMDNOTIF.PRT keeps the control and held listings.
000190*--------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000340
000350 SELECT PRINT-FILE ASSIGN TO "RMDNOTIFPRT"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000362
000364 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000366     ORGANIZATION IS LINE SEQUENTIAL
000368     FILE STATUS IS ws-note-status.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000520
000530 FD  PRINT-FILE.
000540 01  PRINT-LINE                      PIC X(80).
000542
000545 FD  NOTE-FILE.
000547 01  NOTE-LINE                       PIC X(544).
000550
000560 WORKING-STORAGE SECTION.
000570     COPY RPTHEAD.
000572     COPY NOTEREC.
000574
000576 01  ws-note-status                  pic x(02).
000578 01  ws-note-seq                     pic 9(04) value zero.
000580
000590 01  ws-part-status                  pic x(02).
000600 01  ws-hist-status                  pic x(02).
000890
000900 01  ws-letter-count                 pic 9(05) value zero.
000910 01  ws-nobal-count                  pic 9(05) value zero.
000915 01  ws-held-count                   pic 9(05) value zero.
000920
000930 01  ws-ctl-overflow                 pic 9(03) value zero.
000940 01  ws-ctl-count                    pic 9(03) value zero.
001000         10  ws-ctl-age              pic 9(03).
001010         10  ws-ctl-balance          pic 9(9)v99.
001020         10  ws-ctl-rmd              pic 9(7)v99.
001025
001030 01  ws-held-overflow                pic 9(03) value zero.
001031 01  ws-held-listed                  pic 9(03) value zero.
001032 01  ws-held-sub                     pic 9(03) comp value zero.
001033 01  ws-held-table.
001034     05  ws-held-entry               occurs 200 times.
001035         10  ws-hd-account           pic x(10).
001036         10  ws-hd-name              pic x(20).
001037         10  ws-hd-bad-date          pic 9(08).
001038         10  ws-hd-rmd               pic 9(7)v99.
001039
001040 01  ws-money-display                pic $$$,$$$,$$$.99.
001050 01  ws-rmd-display                  pic $$,$$$,$$9.99.
001060 01  ws-text-line                    pic x(80) value spaces.
001080
001090 01  ws-ctl-line.
001100      05  ws-ctl-det-account          pic x(11).
001140      05  ws-ctl-det-balance          pic $$$,$$$,$$$.99.
001150      05  filler                      pic x(02) value spaces.
001160      05  ws-ctl-det-rmd              pic $$,$$$,$$9.99.
001161
001162 01  ws-held-line.
001163      05  ws-hd-det-account           pic x(11).
001165      05  ws-hd-det-name              pic x(21).
001166      05  ws-hd-det-bad-date          pic x(10).
001167      05  filler                      pic x(06) value spaces.
001168      05  ws-hd-det-rmd               pic $$,$$$,$$9.99.
001170
001180 PROCEDURE DIVISION.
001190 PROGRAM-BEGIN.
001260     PERFORM OPEN-FILES.
001270     PERFORM NOTICE-SWEEP.
001280     PERFORM PRINT-CONTROL-LISTING.
001285     PERFORM PRINT-HELD-LISTING.
001290     PERFORM CLOSE-FILES.
001300     DISPLAY "RMD notification run complete - "
001310         ws-letter-count " letters queued, "
001320         ws-nobal-count " due but with no balance on file.".
001321     IF ws-held-count > ZERO
001323         DISPLAY ws-held-count " letters held, bad address - "
001325             "see RMDNOTIF.PRT."
001326         MOVE 4 TO RETURN-CODE
001328     END-IF.
001330     STOP RUN.
001340
001350 GET-NOTICE-YEAR.
002040         ADD 1 TO ws-nobal-count
002050     ELSE
002060         PERFORM COMPUTE-RMD
002062         IF PART-ADDRESS-BAD
002064             PERFORM NOTE-HELD-ENTRY
002066             ADD 1 TO ws-held-count
002068         ELSE
002070         PERFORM QUEUE-ONE-LETTER
002080         PERFORM NOTE-CONTROL-ENTRY
002090         ADD 1 TO ws-letter-count
002095         END-IF
002100     END-IF.
002110
002120 FIND-LATEST-BALANCE.
002440     COMPUTE ws-rmd-annual ROUNDED =
002450         ws-latest-balance / ws-rmd-divisor.
002460
002470*--------------------------------
002480* The letter goes to the print run by mail to the participant's
002490* address on the master; notedisp prints it one to a page.
002500*--------------------------------
002510 QUEUE-ONE-LETTER.
002520     MOVE SPACES TO NOTE-REC.
002530     MOVE "P" TO NOTE-CHANNEL.
002540     MOVE "E" TO NOTE-RECIP-TYPE.
002550     MOVE PART-EMPLOYEE-ID TO NOTE-RECIP-EMP-ID.
002560     MOVE PART-NAME        TO NOTE-RECIP-NAME.
002570     MOVE PART-ADDRESS-1   TO NOTE-ADDRESS-LINE(1).
002580     MOVE PART-ADDRESS-2   TO NOTE-ADDRESS-LINE(2).
002590     MOVE PART-CITY-ST-ZIP TO NOTE-ADDRESS-LINE(3).
002670     STRING "YOUR REQUIRED MINIMUM DISTRIBUTION FOR "
002680         ws-notice-year DELIMITED BY SIZE INTO NOTE-SUBJECT.
002720     MOVE ws-latest-balance TO ws-money-display.
002740     STRING "ACCOUNT " PART-ACCOUNT
002750         "   BALANCE ON FILE " ws-money-display
002760         DELIMITED BY SIZE INTO NOTE-BODY-LINE(1).
002780     MOVE ws-rmd-annual TO ws-rmd-display.
002800     STRING "AGE " ws-age-at-yearend
002810         "  DIVISOR " ws-rmd-divisor
002820         "  REQUIRED DISTRIBUTION " ws-rmd-display
002830         DELIMITED BY SIZE INTO NOTE-BODY-LINE(2).
002870     MOVE "PLEASE CONTACT THE RETIREMENT PLAN DESK, X4300."
002880         TO NOTE-BODY-LINE(3).
002900     IF ws-age-at-yearend = 72
002901         MOVE "THIS IS YOUR FIRST RMD YEAR." TO NOTE-BODY-LINE(4)
002902     END-IF.
002903     PERFORM QUEUE-NOTICE.
002904
002905 QUEUE-NOTICE.
002906*--------------------------------
002908* Appends the notice built in NOTE-REC to the shop's outbound
002909* queue (NOTIFYQ.DAT) for notedisp to deliver.
002910*--------------------------------
002911     ADD 1 TO ws-note-seq.
002912     MOVE FUNCTION CURRENT-DATE TO NOTE-QUEUED.
002913     MOVE "RMDNOTIF"  TO NOTE-SOURCE.
002915     MOVE ws-note-seq TO NOTE-RUN-SEQ.
002916     MOVE "Q"         TO NOTE-STATUS.
002917     MOVE ZERO        TO NOTE-ATTEMPTS.
002918     MOVE ZERO        TO NOTE-LAST-TRY.
002919     MOVE SPACES      TO NOTE-RESULT.
002920     MOVE NOTE-REC    TO NOTE-LINE.
002921     OPEN EXTEND NOTE-FILE.
002923     IF ws-note-status = "35"
002924         OPEN OUTPUT NOTE-FILE
002925     END-IF.
002926     IF ws-note-status = "00"
002927         WRITE NOTE-LINE
002928         CLOSE NOTE-FILE
002930     END-IF.
002940
002950 NOTE-CONTROL-ENTRY.
003010         MOVE ws-latest-balance TO ws-ctl-balance(ws-ctl-count)
003020         MOVE ws-rmd-annual     TO ws-ctl-rmd(ws-ctl-count)
003030     ELSE
003040*        the letter was still queued - the administrator must see
003050*        it is off the listing
003060         ADD 1 TO ws-ctl-overflow
003070     END-IF.
003080
003090 PRINT-CONTROL-LISTING.
003092     MOVE 1 TO RPT-PAGE-NUMBER.
003095     WRITE PRINT-LINE FROM RPT-HEADING-1.
003097     WRITE PRINT-LINE FROM RPT-HEADING-2.
003100     MOVE SPACES TO PRINT-LINE.
003110     WRITE PRINT-LINE.
003120     MOVE "RMD CONTROL LISTING FOR THE PLAN ADMINISTRATOR"
003130         TO ws-text-line.
003140     WRITE PRINT-LINE FROM ws-text-line.
003260     IF ws-ctl-overflow > ZERO
003270         MOVE SPACES TO ws-text-line
003280         STRING "*** " ws-ctl-overflow
003290             " MORE LETTERS QUEUED BUT NOT LISTED ***"
003300             DELIMITED BY SIZE INTO ws-text-line
003310         WRITE PRINT-LINE FROM ws-text-line
003320     END-IF.
003390     MOVE ws-ctl-balance(ws-ctl-sub) TO ws-ctl-det-balance.
003400     MOVE ws-ctl-rmd(ws-ctl-sub)     TO ws-ctl-det-rmd.
003410     WRITE PRINT-LINE FROM ws-ctl-line.
003420
003430*--------------------------------
003440* A participant whose mail came back is still due the RMD; the
003450* administrator works these from the held page instead of
003460* mailing a letter to an address known to be bad.
003470*--------------------------------
003480 NOTE-HELD-ENTRY.
003490     IF ws-held-listed < 200
003500         ADD 1 TO ws-held-listed
003510         MOVE PART-ACCOUNT       TO ws-hd-account(ws-held-listed)
003520         MOVE PART-NAME          TO ws-hd-name(ws-held-listed)
003530         MOVE PART-ADDR-BAD-DATE TO ws-hd-bad-date(ws-held-listed)
003540         MOVE ws-rmd-annual      TO ws-hd-rmd(ws-held-listed)
003550     ELSE
003560         ADD 1 TO ws-held-overflow
003570     END-IF.
003580
003590 PRINT-HELD-LISTING.
003600     MOVE SPACES TO PRINT-LINE.
003610     WRITE PRINT-LINE AFTER ADVANCING PAGE.
003620     MOVE "HELD - BAD ADDRESS (LETTERS NOT QUEUED)"
003630         TO ws-text-line.
003640     WRITE PRINT-LINE FROM ws-text-line.
003650     MOVE SPACES TO PRINT-LINE.
003660     WRITE PRINT-LINE.
003670     MOVE SPACES TO ws-text-line.
003680     STRING "ACCOUNT    NAME                 BAD SINCE"
003690         "                 RMD"
003700         DELIMITED BY SIZE INTO ws-text-line.
003710     WRITE PRINT-LINE FROM ws-text-line.
003720     IF ws-held-listed = ZERO
003730         MOVE "  (none)" TO ws-text-line
003740         WRITE PRINT-LINE FROM ws-text-line
003750     END-IF.
003760     MOVE ZERO TO ws-held-sub.
003770     PERFORM PRINT-ONE-HELD-LINE
003780         UNTIL ws-held-sub NOT < ws-held-listed.
003790     IF ws-held-overflow > ZERO
003800         MOVE SPACES TO ws-text-line
003810         STRING "*** " ws-held-overflow
003820             " MORE LETTERS HELD BUT NOT LISTED ***"
003830             DELIMITED BY SIZE INTO ws-text-line
003840         WRITE PRINT-LINE FROM ws-text-line
003850     END-IF.
003860
003870 PRINT-ONE-HELD-LINE.
003880     ADD 1 TO ws-held-sub.
003890     MOVE ws-hd-account(ws-held-sub) TO ws-hd-det-account.
003900     MOVE ws-hd-name(ws-held-sub)    TO ws-hd-det-name.
003910     MOVE SPACES TO ws-hd-det-bad-date.
003920     STRING ws-hd-bad-date(ws-held-sub)(5:2) "/"
003930         ws-hd-bad-date(ws-held-sub)(7:2) "/"
003940         ws-hd-bad-date(ws-held-sub)(1:4)
003950         DELIMITED BY SIZE INTO ws-hd-det-bad-date.
003960     MOVE ws-hd-rmd(ws-held-sub)     TO ws-hd-det-rmd.
003970     WRITE PRINT-LINE FROM ws-held-line.
