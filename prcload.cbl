000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRCLOAD.
000030*--------------------------------
000040* Nightly fund price load for the batch window.  Reads the
000050* custodian's PRICEFEED.DAT - one fixed-column line per fund and
000060* price date -
000070*
000080*   fund(8) date(8) nav 9(5)v9(6)
000090*
000100* - validates the fund against FUNDTBL.DAT, the date, and a
000110* positive NAV, and posts each price to FUNDPRC.DAT (write new,
000120* rewrite a corrected price for a date already on file).  A
000130* reject is listed on the console and counted and leaves any
000140* price already on file in place.  RETURN-CODE 4 on rejects.
000150*
000160* 2026-10  JDF  New program.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210 SELECT FEED-FILE ASSIGN TO "PRICEFEEDDAT"
000220 ORGANIZATION IS LINE SEQUENTIAL
000230 FILE STATUS IS ws-feed-status.
000240
000250 SELECT FUNDPRC-FILE ASSIGN TO "FUNDPRCDAT"
000260 FILE STATUS IS ws-fp-status
000270 ORGANIZATION IS INDEXED
000280 ACCESS MODE IS DYNAMIC
000290 RECORD KEY IS FP-KEY.
000300
000310 SELECT FUNDFILE ASSIGN TO "FUNDTBLDAT"
000320 FILE STATUS IS ws-fund-status
000330 ORGANIZATION IS INDEXED
000340 ACCESS MODE IS DYNAMIC
000350 RECORD KEY IS FUND-CODE.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD FEED-FILE.
000400 01  FEED-REC.
000410     05  FEED-FUND                   PIC X(08).
000420     05  FEED-DATE                   PIC 9(08).
000430     05  FEED-NAV                    PIC 9(5)V9(6).
000440
000450 FD FUNDPRC-FILE.
000460     COPY FPRCREC.
000470
000480 FD FUNDFILE.
000490     COPY FUNDREC.
000500
000510 WORKING-STORAGE SECTION.
000520 01  ws-feed-status                  pic x(02).
000530 01  ws-fp-status                    pic x(02).
000540 01  ws-fund-status                  pic x(02).
000550 01  ws-eof                          pic x(01) value space.
000560 01  ws-run-date                     pic 9(08) value zero.
000570 01  ws-loaded-count                 pic 9(05) value zero.
000580 01  ws-changed-count                pic 9(05) value zero.
000590 01  ws-rejected-count               pic 9(05) value zero.
000600 01  ws-line-ok                      pic x(01) value space.
000610
000620 PROCEDURE DIVISION.
000630 PROGRAM-BEGIN.
000640     CALL "shopcfg"
000650         ON EXCEPTION
000660             DISPLAY "shopcfg not found - default "
000670                 "file locations in effect"
000680     END-CALL.
000690     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000700     PERFORM OPEN-FILES.
000710     PERFORM LOAD-FEED.
000720     PERFORM CLOSE-FILES.
000730     DISPLAY "Fund price load complete - "
000740         ws-loaded-count " loaded, "
000750         ws-changed-count " corrected, "
000760         ws-rejected-count " rejected.".
000770     IF ws-rejected-count > ZERO
000780         MOVE 4 TO RETURN-CODE
000790     END-IF.
000800     STOP RUN.
000810
000820 OPEN-FILES.
000830     OPEN INPUT FEED-FILE.
000840     IF ws-feed-status NOT = "00"
000850         DISPLAY "No PRICEFEED.DAT tonight - nothing to load."
000860         STOP RUN
000870     END-IF.
000880     OPEN I-O FUNDPRC-FILE.
000890     IF ws-fp-status = "35"
000900         OPEN OUTPUT FUNDPRC-FILE
000910         CLOSE FUNDPRC-FILE
000920         OPEN I-O FUNDPRC-FILE
000930     END-IF.
000940     OPEN INPUT FUNDFILE.
000950
000960 CLOSE-FILES.
000970     CLOSE FEED-FILE.
000980     CLOSE FUNDPRC-FILE.
000990     IF ws-fund-status = "00"
001000         CLOSE FUNDFILE.
001010
001020 LOAD-FEED.
001030     MOVE SPACE TO ws-eof.
001040     READ FEED-FILE
001050         AT END MOVE "y" TO ws-eof
001060     END-READ.
001070     PERFORM LOAD-ONE-LINE UNTIL ws-eof = "y".
001080
001090 LOAD-ONE-LINE.
001100     PERFORM VALIDATE-FEED-LINE.
001110     IF ws-line-ok = "y"
001120         MOVE FEED-FUND    TO FP-FUND
001130         MOVE FEED-DATE    TO FP-DATE
001140         MOVE FEED-NAV     TO FP-NAV
001150         MOVE ws-run-date  TO FP-LOAD-DATE
001160         WRITE FUNDPRC-REC
001170             INVALID KEY
001180                 REWRITE FUNDPRC-REC
001190                     INVALID KEY
001200                         DISPLAY "Index problem at "
001210                             FEED-FUND "/" FEED-DATE
001220                     NOT INVALID KEY
001230                         ADD 1 TO ws-changed-count
001240                 END-REWRITE
001250             NOT INVALID KEY
001260                 ADD 1 TO ws-loaded-count
001270         END-WRITE
001280     ELSE
001290         ADD 1 TO ws-rejected-count
001300     END-IF.
001310     READ FEED-FILE
001320         AT END MOVE "y" TO ws-eof
001330     END-READ.
001340
001350 VALIDATE-FEED-LINE.
001360     MOVE "y" TO ws-line-ok.
001370     IF FEED-FUND = SPACES
001380         DISPLAY "Rejected - blank fund: " FEED-REC
001390         MOVE "n" TO ws-line-ok
001400     END-IF.
001410     IF ws-line-ok = "y"
001420         IF FEED-DATE IS NOT NUMERIC
001430             OR FEED-DATE(5:2) < "01" OR FEED-DATE(5:2) > "12"
001440             OR FEED-DATE(7:2) < "01" OR FEED-DATE(7:2) > "31"
001450             DISPLAY "Rejected - bad price date: " FEED-REC
001460             MOVE "n" TO ws-line-ok
001470         END-IF
001480     END-IF.
001490     IF ws-line-ok = "y"
001500         IF FEED-NAV IS NOT NUMERIC
001510             DISPLAY "Rejected - NAV not numeric: " FEED-REC
001520             MOVE "n" TO ws-line-ok
001530         ELSE
001540             IF FEED-NAV = ZERO
001550                 DISPLAY "Rejected - zero NAV: " FEED-REC
001560                 MOVE "n" TO ws-line-ok
001570             END-IF
001580         END-IF
001590     END-IF.
001600     IF ws-line-ok = "y" AND ws-fund-status = "00"
001610         MOVE FEED-FUND TO FUND-CODE
001620         READ FUNDFILE
001630             INVALID KEY
001640                 DISPLAY "Rejected - fund " FEED-FUND
001650                     " not on the fund master."
001660                 MOVE "n" TO ws-line-ok
001670         END-READ
001680     END-IF.
