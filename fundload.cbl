000140* place rather than guessing.
000150*
000160* 2026-09  JDF  New program.
000162* 2026-10  JDF  Counts and control totals posted to the night's
000164*                control ledger (CTLLEDG.DAT) for ctlbal.
000166*                A line that cannot be written to FUNDBAL.DAT
000168*                is no longer counted as loaded.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000400 ACCESS MODE IS DYNAMIC
000410 RECORD KEY IS PART-ACCOUNT.
000420
000422 SELECT CTLLEDG-FILE ASSIGN TO "CTLLEDGDAT"
000424 ORGANIZATION IS LINE SEQUENTIAL
000426 FILE STATUS IS ws-cl-status.
000428
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD FEED-FILE.
000590 FD PARTFILE.
000600     COPY PARTREC.
000610
000612 FD CTLLEDG-FILE.
000615     COPY CTLLREC.
000617
000620 WORKING-STORAGE SECTION.
000630 01  ws-feed-status                  pic x(02).
000640 01  ws-fb-status                    pic x(02).
000670 01  ws-eof                          pic x(01) value space.
000680 01  ws-loaded-count                 pic 9(05) value zero.
000690 01  ws-rejected-count               pic 9(05) value zero.
000693 01  ws-line-ok                      pic x(01) value space.
000696 01  ws-feed-count                   pic 9(07) value zero.
000700 01  ws-feed-amount                  pic 9(13)v99 value zero.
000701 01  ws-loaded-amount                pic 9(13)v99 value zero.
000702 01  ws-rejected-amount              pic 9(13)v99 value zero.
000703 01  ws-cl-status                    pic x(02).
000704 01  ws-cl-open                      pic x(01) value "N".
000705 01  ws-cl-night                     pic 9(08) value zero.
000706 01  ws-cl-env                       pic x(08) value spaces.
000707 01  ws-cl-item                      pic x(12) value spaces.
000708 01  ws-cl-count                     pic 9(07) value zero.
000709 01  ws-cl-amount                    pic 9(13)v99 value zero.
000710
000720 PROCEDURE DIVISION.
000730 PROGRAM-BEGIN.
000790     PERFORM OPEN-FILES.
000800     PERFORM LOAD-FEED.
000810     PERFORM CLOSE-FILES.
000815     PERFORM POST-CONTROL-TOTALS.
000820     DISPLAY "Fund balance load complete - "
000830         ws-loaded-count " loaded, "
000840         ws-rejected-count " rejected.".
001180     PERFORM LOAD-ONE-LINE UNTIL ws-eof = "y".
001190
001200 LOAD-ONE-LINE.
001203     ADD 1 TO ws-feed-count.
001206     ADD FEED-CURRENT TO ws-feed-amount.
001210     PERFORM VALIDATE-FEED-LINE.
001220     IF ws-line-ok = "y"
001230         MOVE FEED-ACCOUNT TO FB-ACCOUNT
001310                     INVALID KEY
001320                         DISPLAY "Index problem at "
001330                             FEED-ACCOUNT "/" FEED-FUND
001335                         MOVE "x" TO ws-line-ok
001340                 END-REWRITE
001350         END-WRITE
001360         IF ws-line-ok = "y"
001362             ADD 1 TO ws-loaded-count
001365             ADD FEED-CURRENT TO ws-loaded-amount
001367         END-IF
001370     ELSE
001380         ADD 1 TO ws-rejected-count
001385         ADD FEED-CURRENT TO ws-rejected-amount
001390     END-IF.
001400     READ FEED-FILE
001410         AT END MOVE "y" TO ws-eof
001660                 MOVE "n" TO ws-line-ok
001670         END-READ
001680     END-IF.
001690
001700 POST-CONTROL-TOTALS.
001710*--------------------------------
001720* Feed lines in = posted to FUNDBAL.DAT + rejected, by count
001730* and by current balance.
001740*--------------------------------
001750     PERFORM OPEN-CONTROL-LEDGER.
001760     MOVE "FEED-IN" TO ws-cl-item.
001770     MOVE ws-feed-count TO ws-cl-count.
001780     MOVE ws-feed-amount TO ws-cl-amount.
001790     PERFORM WRITE-CONTROL-LINE.
001800     MOVE "POSTED" TO ws-cl-item.
001810     MOVE ws-loaded-count TO ws-cl-count.
001820     MOVE ws-loaded-amount TO ws-cl-amount.
001830     PERFORM WRITE-CONTROL-LINE.
001840     MOVE "REJECTED" TO ws-cl-item.
001850     MOVE ws-rejected-count TO ws-cl-count.
001860     MOVE ws-rejected-amount TO ws-cl-amount.
001870     PERFORM WRITE-CONTROL-LINE.
001880     PERFORM CLOSE-CONTROL-LEDGER.
001890
001900 OPEN-CONTROL-LEDGER.
001910*--------------------------------
001920* The night's control ledger (CTLLEDG.DAT) takes this run's
001930* counts and control totals for the ctlbal hand-off checks.
001940* The night is the batch window's (CTLLEDG_NIGHT), else today.
001950*--------------------------------
001960     ACCEPT ws-cl-night FROM DATE YYYYMMDD.
001970     ACCEPT ws-cl-env FROM ENVIRONMENT "CTLLEDG_NIGHT".
001980     IF ws-cl-env IS NUMERIC
001990         MOVE ws-cl-env TO ws-cl-night
002000     END-IF.
002010     OPEN EXTEND CTLLEDG-FILE.
002020     IF ws-cl-status = "35"
002030         OPEN OUTPUT CTLLEDG-FILE
002040     END-IF.
002050     IF ws-cl-status = "00"
002060         MOVE "Y" TO ws-cl-open
002070     END-IF.
002080
002090 WRITE-CONTROL-LINE.
002100     IF ws-cl-open = "Y"
002110         MOVE ws-cl-night  TO CL-NIGHT
002120         MOVE "FUNDLOAD" TO CL-JOB
002130         MOVE ws-cl-item   TO CL-ITEM
002140         MOVE ws-cl-count  TO CL-COUNT
002150         MOVE ws-cl-amount TO CL-AMOUNT
002160         MOVE FUNCTION CURRENT-DATE TO CL-POSTED-AT
002170         WRITE CTLLEDG-REC
002180     END-IF.
002190
002200 CLOSE-CONTROL-LEDGER.
002210     IF ws-cl-open = "Y"
002220         CLOSE CTLLEDG-FILE
002230         MOVE "N" TO ws-cl-open
002240     END-IF.
