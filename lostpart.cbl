000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOSTPART.
000030*--------------------------------
000040* Missing-participant report.  Lists every account whose address
000050* block on PARTMAST.DAT is flagged bad by returned mail, with the
000060* date it went bad, how many days it has been bad as of the run,
000070* the pieces logged back on RETMAIL.DAT since then and the last
000080* one, and the address the mail was going to.  An aging summary
000090* at the end buckets the accounts under 90 days, 90 to 364 days
000100* and a year or more - the record the plan keeps to show a
000110* diligent search for lost participants.  An account drops off
000120* once partmnt records a new address.
000130*
000140* 2026-10  JDF  New program.
000150*--------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000200     FILE STATUS IS ws-part-status
000210     ORGANIZATION IS INDEXED
000220     ACCESS MODE IS DYNAMIC
000230     RECORD KEY IS PART-ACCOUNT.
000240
000250 SELECT RMAILFILE ASSIGN TO "RETMAILDAT"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS ws-rmail-status.
000280
000290 SELECT PRINT-FILE ASSIGN TO "LOSTPARTPRT"
000300     ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  PARTICIPANT-FILE.
000350     COPY PARTREC.
000360
000370 FD  RMAILFILE.
000380     COPY RMAILREC.
000390
000400 FD  PRINT-FILE.
000410 01  PRINT-LINE                      PIC X(80).
000420
000430 WORKING-STORAGE SECTION.
000440     COPY RPTHEAD.
000450
000460 01  ws-part-status                  pic x(02).
000470 01  ws-rmail-status                 pic x(02).
000480 01  ws-part-eof                     pic x(01) value space.
000490 01  ws-rmail-eof                    pic x(01) value space.
000500 01  ws-run-date                     pic 9(08) value zero.
000510 01  ws-run-int                      pic 9(07) value zero.
000520 01  ws-days-bad                     pic 9(05) value zero.
000530 01  ws-page-number                  pic 9(04) value zero.
000540
000550*--------------------------------
000560* RETMAIL.DAT held in memory - it is one line per returned
000570* piece and stays small.
000580*--------------------------------
000590 01  ws-rm-count                     pic 9(04) comp value zero.
000600 01  ws-rm-overflow                  pic 9(05) value zero.
000610 01  ws-rm-sub                       pic 9(04) comp value zero.
000620 01  ws-rm-table.
000630     05  ws-rm-entry                 occurs 3000 times.
000640         10  ws-rm-account           pic x(10).
000650         10  ws-rm-date              pic 9(08).
000660         10  ws-rm-doc               pic x(01).
000670
000680 01  ws-acct-pieces                  pic 9(04) value zero.
000690 01  ws-last-return                  pic 9(08) value zero.
000700 01  ws-last-doc                     pic x(01) value space.
000710
000720 01  ws-lost-count                   pic 9(05) value zero.
000730 01  ws-age-under-90                 pic 9(05) value zero.
000740 01  ws-age-under-year               pic 9(05) value zero.
000750 01  ws-age-year-plus                pic 9(05) value zero.
000760
000770 01  ws-count-disp                   pic zzzz9.
000780 01  ws-text-line                    pic x(80) value spaces.
000790
000800 01  ws-lost-line.
000810     05  ws-ll-account               pic x(11).
000820     05  ws-ll-name                  pic x(21).
000830     05  ws-ll-bad-date              pic x(11).
000840     05  ws-ll-days                  pic zzzz9.
000850     05  filler                      pic x(02) value spaces.
000860     05  ws-ll-pieces                pic zzz9.
000870     05  filler                      pic x(03) value spaces.
000880     05  ws-ll-last-date             pic x(11).
000890     05  ws-ll-last-doc              pic x(09).
000900
000910 01  ws-addr-line.
000920     05  filler                      pic x(13) value
000930         "   LAST ADDR ".
000940     05  ws-al-address-1             pic x(26).
000950     05  ws-al-city-st-zip           pic x(25).
000960     05  filler                      pic x(16) value spaces.
000970
000980 01  ws-date-in                      pic 9(08) value zero.
000990 01  ws-date-out                     pic x(10) value spaces.
001000
001010 PROCEDURE DIVISION.
001020 PROGRAM-BEGIN.
001030     CALL "shopcfg"
001040         ON EXCEPTION
001050             DISPLAY "shopcfg not found - default "
001060                 "file locations in effect"
001070     END-CALL.
001080     PERFORM INITIALIZE-RUN.
001090     PERFORM LOAD-RETURNED-MAIL.
001100     PERFORM PRINT-HEADINGS.
001110     PERFORM LIST-LOST-PARTICIPANTS.
001120     PERFORM PRINT-AGING-SUMMARY.
001130     CLOSE PARTICIPANT-FILE.
001140     CLOSE PRINT-FILE.
001150     DISPLAY "Missing-participant report complete - "
001160         ws-lost-count " accounts with a bad address.".
001170     IF ws-lost-count > ZERO
001180         MOVE 4 TO RETURN-CODE
001190     END-IF.
001200     STOP RUN.
001210
001220 INITIALIZE-RUN.
001230     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001240     COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date).
001250     OPEN INPUT PARTICIPANT-FILE.
001260     IF ws-part-status NOT = "00"
001270         DISPLAY "Participant master not available - status "
001280             ws-part-status
001290         MOVE 8 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320     OPEN OUTPUT PRINT-FILE.
001330     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001340         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001350     MOVE "MISSING PARTICIPANT REPORT" TO RPT-TITLE.
001360
001370*--------------------------------
001380* No log yet is not an error - it only means nothing has been
001390* returned; the flags on the master still list.
001400*--------------------------------
001410 LOAD-RETURNED-MAIL.
001420     OPEN INPUT RMAILFILE.
001430     IF ws-rmail-status = "00"
001440         MOVE SPACE TO ws-rmail-eof
001450         READ RMAILFILE
001460             AT END MOVE "y" TO ws-rmail-eof
001470         END-READ
001480         PERFORM LOAD-ONE-RETURN UNTIL ws-rmail-eof = "y"
001490         CLOSE RMAILFILE
001500     END-IF.
001510
001520 LOAD-ONE-RETURN.
001530     IF ws-rm-count < 3000
001540         ADD 1 TO ws-rm-count
001550         MOVE RM-ACCOUNT     TO ws-rm-account(ws-rm-count)
001560         MOVE RM-RETURN-DATE TO ws-rm-date(ws-rm-count)
001570         MOVE RM-DOC-TYPE    TO ws-rm-doc(ws-rm-count)
001580     ELSE
001590         ADD 1 TO ws-rm-overflow
001600     END-IF.
001610     READ RMAILFILE
001620         AT END MOVE "y" TO ws-rmail-eof
001630     END-READ.
001640
001650 PRINT-HEADINGS.
001660     ADD 1 TO ws-page-number.
001670     MOVE ws-page-number TO RPT-PAGE-NUMBER.
001680     WRITE PRINT-LINE FROM RPT-HEADING-1.
001690     WRITE PRINT-LINE FROM RPT-HEADING-2.
001700     MOVE SPACES TO PRINT-LINE.
001710     WRITE PRINT-LINE.
001720     MOVE "ACCOUNT    NAME                 BAD SINCE"
001730         TO ws-text-line.
001740     MOVE "DAYS PIECES" TO ws-text-line(45:11).
001750     MOVE "LAST RETURN" TO ws-text-line(58:11).
001760     PERFORM SHOW-LINE.
001770     MOVE SPACES TO ws-text-line.
001780     PERFORM SHOW-LINE.
001790
001800 LIST-LOST-PARTICIPANTS.
001810     MOVE LOW-VALUES TO PART-ACCOUNT.
001820     START PARTICIPANT-FILE KEY IS NOT LESS THAN PART-ACCOUNT
001830         INVALID KEY MOVE "y" TO ws-part-eof
001840     END-START.
001850     IF ws-part-eof NOT = "y"
001860         READ PARTICIPANT-FILE NEXT RECORD
001870             AT END MOVE "y" TO ws-part-eof
001880         END-READ
001890     END-IF.
001900     PERFORM CHECK-ONE-PARTICIPANT UNTIL ws-part-eof = "y".
001910     IF ws-lost-count = ZERO
001920         MOVE "  (none)" TO ws-text-line
001930         PERFORM SHOW-LINE
001940     END-IF.
001950
001960 CHECK-ONE-PARTICIPANT.
001970     IF PART-ADDRESS-BAD
001980         PERFORM LIST-ONE-LOST
001990     END-IF.
002000     READ PARTICIPANT-FILE NEXT RECORD
002010         AT END MOVE "y" TO ws-part-eof
002020     END-READ.
002030
002040 LIST-ONE-LOST.
002050     ADD 1 TO ws-lost-count.
002060     MOVE ZERO TO ws-days-bad.
002070     IF PART-ADDR-BAD-DATE IS NUMERIC
002080         AND PART-ADDR-BAD-DATE > ZERO
002090         AND PART-ADDR-BAD-DATE NOT > ws-run-date
002100         COMPUTE ws-days-bad = ws-run-int -
002110             FUNCTION INTEGER-OF-DATE(PART-ADDR-BAD-DATE)
002120     END-IF.
002130     EVALUATE TRUE
002140         WHEN ws-days-bad < 90
002150             ADD 1 TO ws-age-under-90
002160         WHEN ws-days-bad < 365
002170             ADD 1 TO ws-age-under-year
002180         WHEN OTHER
002190             ADD 1 TO ws-age-year-plus
002200     END-EVALUATE.
002210     PERFORM COUNT-ACCOUNT-RETURNS.
002220     MOVE SPACES TO ws-lost-line.
002230     MOVE PART-ACCOUNT TO ws-ll-account.
002240     MOVE PART-NAME    TO ws-ll-name.
002250     MOVE PART-ADDR-BAD-DATE TO ws-date-in.
002260     PERFORM FORMAT-DATE.
002270     MOVE ws-date-out  TO ws-ll-bad-date.
002280     MOVE ws-days-bad  TO ws-ll-days.
002290     MOVE ws-acct-pieces TO ws-ll-pieces.
002300     IF ws-acct-pieces > ZERO
002310         MOVE ws-last-return TO ws-date-in
002320         PERFORM FORMAT-DATE
002330         MOVE ws-date-out TO ws-ll-last-date
002340         EVALUATE ws-last-doc
002350             WHEN "S" MOVE "STATEMENT" TO ws-ll-last-doc
002360             WHEN "R" MOVE "RMD LTR"   TO ws-ll-last-doc
002370             WHEN "T" MOVE "TAX SHEET" TO ws-ll-last-doc
002380             WHEN OTHER MOVE "OTHER"   TO ws-ll-last-doc
002390         END-EVALUATE
002400     ELSE
002410         MOVE "NOT LOGGED" TO ws-ll-last-date
002420     END-IF.
002430     MOVE ws-lost-line TO ws-text-line.
002440     PERFORM SHOW-LINE.
002450     MOVE PART-ADDRESS-1   TO ws-al-address-1.
002460     MOVE PART-CITY-ST-ZIP TO ws-al-city-st-zip.
002470     MOVE ws-addr-line TO ws-text-line.
002480     PERFORM SHOW-LINE.
002490
002500*--------------------------------
002510* Pieces returned since the address went bad, and the latest.
002520*--------------------------------
002530 COUNT-ACCOUNT-RETURNS.
002540     MOVE ZERO  TO ws-acct-pieces.
002550     MOVE ZERO  TO ws-last-return.
002560     MOVE SPACE TO ws-last-doc.
002570     MOVE ZERO  TO ws-rm-sub.
002580     PERFORM CHECK-ONE-RETURN
002590         UNTIL ws-rm-sub NOT < ws-rm-count.
002600
002610 CHECK-ONE-RETURN.
002620     ADD 1 TO ws-rm-sub.
002630     IF ws-rm-account(ws-rm-sub) = PART-ACCOUNT
002640         AND ws-rm-date(ws-rm-sub) NOT < PART-ADDR-BAD-DATE
002650         ADD 1 TO ws-acct-pieces
002660         IF ws-rm-date(ws-rm-sub) NOT < ws-last-return
002670             MOVE ws-rm-date(ws-rm-sub) TO ws-last-return
002680             MOVE ws-rm-doc(ws-rm-sub)  TO ws-last-doc
002690         END-IF
002700     END-IF.
002710
002720 FORMAT-DATE.
002730     MOVE SPACES TO ws-date-out.
002740     IF ws-date-in > ZERO
002750         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
002760             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-out
002770     END-IF.
002780
002790 PRINT-AGING-SUMMARY.
002800     MOVE SPACES TO ws-text-line.
002810     PERFORM SHOW-LINE.
002820     MOVE "AGING OF BAD ADDRESSES" TO ws-text-line.
002830     PERFORM SHOW-LINE.
002840     MOVE ws-age-under-90 TO ws-count-disp.
002850     MOVE SPACES TO ws-text-line.
002860     STRING "  UNDER 90 DAYS       " ws-count-disp
002870         DELIMITED BY SIZE INTO ws-text-line.
002880     PERFORM SHOW-LINE.
002890     MOVE ws-age-under-year TO ws-count-disp.
002900     MOVE SPACES TO ws-text-line.
002910     STRING "  90 TO 364 DAYS      " ws-count-disp
002920         DELIMITED BY SIZE INTO ws-text-line.
002930     PERFORM SHOW-LINE.
002940     MOVE ws-age-year-plus TO ws-count-disp.
002950     MOVE SPACES TO ws-text-line.
002960     STRING "  A YEAR OR MORE      " ws-count-disp
002970         DELIMITED BY SIZE INTO ws-text-line.
002980     PERFORM SHOW-LINE.
002990     MOVE ws-lost-count TO ws-count-disp.
003000     MOVE SPACES TO ws-text-line.
003010     STRING "  TOTAL ACCOUNTS      " ws-count-disp
003020         DELIMITED BY SIZE INTO ws-text-line.
003030     PERFORM SHOW-LINE.
003040     IF ws-rm-overflow > ZERO
003050         MOVE ws-rm-overflow TO ws-count-disp
003060         MOVE SPACES TO ws-text-line
003070         STRING "*** " ws-count-disp
003080             " RETURNED PIECES NOT LOADED - COUNTS SHORT ***"
003090             DELIMITED BY SIZE INTO ws-text-line
003100         PERFORM SHOW-LINE
003110     END-IF.
003120
003130 SHOW-LINE.
003140     MOVE ws-text-line TO PRINT-LINE.
003150     WRITE PRINT-LINE.
