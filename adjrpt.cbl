000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADJRPT.
000030*--------------------------------
000040* Monthly transaction adjustment report.  Every correction
000050* entered on txncorr.cbl in the month (ADJRPT_MONTH as YYYYMM,
000060* default the current month) prints from TXNADJ.DAT grouped by
000070* reason code - wrong account, wrong amount, wrong source,
000080* duplicate, other - with the original line, the replacement,
000090* who entered it and who decided it, and a count and reversed
000100* and replaced dollar subtotal per reason (approved corrections
000110* only in the dollars).  An approved correction whose original
000120* is dated in an earlier year than its reversal is flagged
000130* PRIOR YEAR: the year-end runs (tax1099, contlim, plansumm)
000140* take the reversal in the year it is dated, so the earlier
000150* year's figures need a look.  Printed to ADJRPT.PRT.
000160* RETURN-CODE 4 when a correction is still waiting for approval
000170* or a prior-year correction is on the report.
000180*
000190* 2026-10  JDF  New program.
000200*--------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 SELECT ADJFILE ASSIGN TO "TXNADJDAT"
000250 FILE STATUS IS ws-adj-status
000260 ORGANIZATION IS INDEXED
000270 ACCESS MODE IS DYNAMIC
000280 RECORD KEY IS ADJ-NO.
000290
000300 SELECT PRINT-FILE ASSIGN TO "ADJRPTPRT"
000310 ORGANIZATION IS LINE SEQUENTIAL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD ADJFILE.
000360     COPY ADJREC.
000370
000380 FD PRINT-FILE.
000390 01  PRINT-LINE                      PIC X(80).
000400
000410 WORKING-STORAGE SECTION.
000420     COPY RPTHEAD.
000430
000440 01  ws-adj-status                   pic x(02).
000450 01  ws-eof                          pic x(01) value space.
000460 01  ws-adj-open                     pic x(01) value "N".
000470 01  ws-run-date                     pic 9(08) value zero.
000480 01  ws-month                        pic 9(06) value zero.
000490 01  ws-env-check                    pic x(06) value spaces.
000500 01  ws-reason-sub                   pic 9(01) value zero.
000510 01  ws-reason-code                  pic x(02) value spaces.
000520 01  ws-reason-name                  pic x(20) value spaces.
000530
000540*--------------------------------
000550* Counts for one reason and for the month.
000560*--------------------------------
000570 01  ws-reason-count                 pic 9(05) value zero.
000580 01  ws-reason-reversed              pic 9(11)v99 value zero.
000590 01  ws-reason-replaced              pic 9(11)v99 value zero.
000600 01  ws-total-count                  pic 9(05) value zero.
000610 01  ws-approved-count               pic 9(05) value zero.
000620 01  ws-pending-count                pic 9(05) value zero.
000630 01  ws-denied-count                 pic 9(05) value zero.
000640 01  ws-prior-year-count             pic 9(05) value zero.
000650 01  ws-total-reversed               pic 9(11)v99 value zero.
000660 01  ws-total-replaced               pic 9(11)v99 value zero.
000670
000680 01  ws-status-name                  pic x(08) value spaces.
000690 01  ws-flag-text                    pic x(10) value spaces.
000700 01  ws-fmt-date                     pic 9(08) value zero.
000710 01  ws-fmt-out                      pic x(10) value spaces.
000720 01  ws-money-1                      pic $$$,$$$,$$9.99.
000730 01  ws-money-2                      pic $$$,$$$,$$9.99.
000740 01  ws-big-money-1                  pic $$$,$$$,$$$,$$9.99.
000750 01  ws-big-money-2                  pic $$$,$$$,$$$,$$9.99.
000760 01  ws-count-disp                   pic zzzz9.
000770
000780 01  ws-text-line                    pic x(80) value spaces.
000790
000800 PROCEDURE DIVISION.
000810 PROGRAM-BEGIN.
000820     CALL "shopcfg"
000830         ON EXCEPTION
000840             DISPLAY "shopcfg not found - default "
000850                 "file locations in effect"
000860     END-CALL.
000870     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000880     MOVE ws-run-date(1:6) TO ws-month.
000890     ACCEPT ws-env-check FROM ENVIRONMENT "ADJRPT_MONTH".
000900     IF ws-env-check(1:6) IS NUMERIC
000910         MOVE ws-env-check(1:6) TO ws-month
000920     END-IF.
000930     PERFORM OPEN-REPORT.
000940     OPEN INPUT ADJFILE.
000950     IF ws-adj-status = "00"
000960         MOVE "Y" TO ws-adj-open
000970     ELSE
000980         MOVE "  (no transaction corrections on file)"
000990             TO ws-text-line
001000         PERFORM SHOW-LINE
001010     END-IF.
001020     IF ws-adj-open = "Y"
001030         MOVE ZERO TO ws-reason-sub
001040         PERFORM PRINT-ONE-REASON 5 TIMES
001050         CLOSE ADJFILE
001060     END-IF.
001070     PERFORM PRINT-TRAILER.
001080     CLOSE PRINT-FILE.
001090     DISPLAY "Adjustment report complete - " ws-total-count
001100         " corrections in " ws-month ", " ws-pending-count
001110         " awaiting approval.".
001120     IF ws-pending-count > ZERO
001130         OR ws-prior-year-count > ZERO
001140         MOVE 4 TO RETURN-CODE
001150     END-IF.
001160     STOP RUN.
001170
001180 OPEN-REPORT.
001190     OPEN OUTPUT PRINT-FILE.
001200     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001210         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001220     MOVE "TRANSACTION ADJUSTMENTS" TO RPT-TITLE.
001230     MOVE 1 TO RPT-PAGE-NUMBER.
001240     WRITE PRINT-LINE FROM RPT-HEADING-1.
001250     WRITE PRINT-LINE FROM RPT-HEADING-2.
001260     MOVE SPACES TO ws-text-line.
001270     STRING "CORRECTIONS ENTERED IN MONTH " ws-month
001280         DELIMITED BY SIZE INTO ws-text-line.
001290     PERFORM SHOW-LINE.
001300     MOVE SPACES TO ws-text-line.
001310     PERFORM SHOW-LINE.
001320
001330*--------------------------------
001340* One pass of TXNADJ.DAT per reason code, in the order the
001350* entry screen offers them.
001360*--------------------------------
001370 PRINT-ONE-REASON.
001380     ADD 1 TO ws-reason-sub.
001390     EVALUATE ws-reason-sub
001400         WHEN 1
001410             MOVE "WA" TO ws-reason-code
001420             MOVE "WRONG ACCOUNT"   TO ws-reason-name
001430         WHEN 2
001440             MOVE "AM" TO ws-reason-code
001450             MOVE "WRONG AMOUNT"    TO ws-reason-name
001460         WHEN 3
001470             MOVE "WS" TO ws-reason-code
001480             MOVE "WRONG SOURCE"    TO ws-reason-name
001490         WHEN 4
001500             MOVE "DU" TO ws-reason-code
001510             MOVE "DUPLICATE POSTING" TO ws-reason-name
001520         WHEN OTHER
001530             MOVE "OT" TO ws-reason-code
001540             MOVE "OTHER"           TO ws-reason-name
001550     END-EVALUATE.
001560     MOVE ZERO TO ws-reason-count.
001570     MOVE ZERO TO ws-reason-reversed.
001580     MOVE ZERO TO ws-reason-replaced.
001590     MOVE SPACES TO ws-text-line.
001600     STRING "REASON " ws-reason-code " - " ws-reason-name
001610         DELIMITED BY SIZE INTO ws-text-line.
001620     PERFORM SHOW-LINE.
001630     MOVE SPACE TO ws-eof.
001640     MOVE ZERO TO ADJ-NO.
001650     START ADJFILE KEY IS NOT LESS THAN ADJ-NO
001660         INVALID KEY MOVE "y" TO ws-eof
001670     END-START.
001680     PERFORM TAKE-ONE-CORRECTION UNTIL ws-eof = "y".
001690     IF ws-reason-count = ZERO
001700         MOVE "  (none)" TO ws-text-line
001710         PERFORM SHOW-LINE
001720     ELSE
001730         MOVE ws-reason-count    TO ws-count-disp
001740         MOVE ws-reason-reversed TO ws-big-money-1
001750         MOVE ws-reason-replaced TO ws-big-money-2
001760         MOVE SPACES TO ws-text-line
001770         STRING "  " ws-count-disp " CORRECTIONS  REVERSED "
001780             ws-big-money-1 "  REPLACED " ws-big-money-2
001790             DELIMITED BY SIZE INTO ws-text-line
001800         PERFORM SHOW-LINE
001810     END-IF.
001820     MOVE SPACES TO ws-text-line.
001830     PERFORM SHOW-LINE.
001840
001850 TAKE-ONE-CORRECTION.
001860     READ ADJFILE NEXT RECORD
001870         AT END MOVE "y" TO ws-eof
001880     END-READ.
001890     IF ws-eof NOT = "y"
001900         IF ADJ-ENTRY-DATE(1:6) = ws-month
001910             AND ADJ-REASON-CODE = ws-reason-code
001920             PERFORM PRINT-ONE-CORRECTION
001930         END-IF
001940     END-IF.
001950
001960 PRINT-ONE-CORRECTION.
001970     ADD 1 TO ws-reason-count.
001980     ADD 1 TO ws-total-count.
001990     MOVE SPACES TO ws-flag-text.
002000     EVALUATE TRUE
002010         WHEN ADJ-APPROVED
002020             MOVE "APPROVED" TO ws-status-name
002030             ADD 1 TO ws-approved-count
002040             ADD ADJ-ORIG-AMOUNT TO ws-reason-reversed
002050             ADD ADJ-ORIG-AMOUNT TO ws-total-reversed
002060             IF ADJ-HAS-REPLACEMENT
002070                 ADD ADJ-NEW-AMOUNT TO ws-reason-replaced
002080                 ADD ADJ-NEW-AMOUNT TO ws-total-replaced
002090             END-IF
002100             IF ADJ-ORIG-DATE(1:4) < ADJ-DECISION-DATE(1:4)
002110                 MOVE "PRIOR YEAR" TO ws-flag-text
002120                 ADD 1 TO ws-prior-year-count
002130             END-IF
002140         WHEN ADJ-DENIED
002150             MOVE "DENIED"   TO ws-status-name
002160             ADD 1 TO ws-denied-count
002170         WHEN OTHER
002180             MOVE "PENDING"  TO ws-status-name
002190             ADD 1 TO ws-pending-count
002200     END-EVALUATE.
002210     MOVE ADJ-ORIG-DATE TO ws-fmt-date.
002220     PERFORM FORMAT-DATE.
002230     MOVE ADJ-ORIG-AMOUNT TO ws-money-1.
002240     MOVE SPACES TO ws-text-line.
002250     STRING "  " ADJ-NO " " ws-status-name " LINE "
002260         ADJ-ORIG-LINE-NO " " ADJ-ORIG-ACCOUNT " " ws-fmt-out
002270         " " ADJ-ORIG-TYPE " " ws-money-1
002280         DELIMITED BY SIZE INTO ws-text-line.
002290     PERFORM SHOW-LINE.
002300     MOVE SPACES TO ws-text-line.
002310     IF ADJ-HAS-REPLACEMENT
002320         MOVE ADJ-NEW-AMOUNT TO ws-money-2
002330         STRING "      -> " ADJ-NEW-ACCOUNT " " ws-money-2
002340             " SOURCE " ADJ-NEW-SOURCE " FUND " ADJ-NEW-FUND
002350             DELIMITED BY SIZE INTO ws-text-line
002360     ELSE
002370         MOVE "      -> REVERSED, NO REPLACEMENT" TO ws-text-line
002380     END-IF.
002390     MOVE ws-flag-text TO ws-text-line(69:10).
002400     PERFORM SHOW-LINE.
002410     MOVE SPACES TO ws-text-line.
002420     STRING "         BY " ADJ-ENTERED-BY " " ADJ-ENTRY-DATE
002430         DELIMITED BY SIZE INTO ws-text-line.
002440     IF NOT ADJ-PENDING
002450         MOVE "DECIDED BY" TO ws-text-line(34:10)
002460         MOVE ADJ-DECIDED-BY    TO ws-text-line(45:8)
002470         MOVE ADJ-DECISION-DATE TO ws-text-line(54:8)
002480     END-IF.
002490     PERFORM SHOW-LINE.
002500     IF ADJ-COMMENT NOT = SPACES
002510         MOVE SPACES TO ws-text-line
002520         STRING "         " ADJ-COMMENT
002530             DELIMITED BY SIZE INTO ws-text-line
002540         PERFORM SHOW-LINE
002550     END-IF.
002560     IF ADJ-DENIED
002570         MOVE SPACES TO ws-text-line
002580         STRING "         DENIED: " ADJ-DENY-REASON
002590             DELIMITED BY SIZE INTO ws-text-line
002600         PERFORM SHOW-LINE
002610     END-IF.
002620
002630 PRINT-TRAILER.
002640     MOVE SPACES TO ws-text-line.
002650     MOVE ws-total-count TO ws-count-disp.
002660     STRING "MONTH TOTAL " ws-count-disp " CORRECTIONS"
002670         DELIMITED BY SIZE INTO ws-text-line.
002680     PERFORM SHOW-LINE.
002690     MOVE SPACES TO ws-text-line.
002700     STRING "  APPROVED " ws-approved-count
002710         "  PENDING " ws-pending-count
002720         "  DENIED " ws-denied-count
002730         DELIMITED BY SIZE INTO ws-text-line.
002740     PERFORM SHOW-LINE.
002750     MOVE ws-total-reversed TO ws-big-money-1.
002760     MOVE ws-total-replaced TO ws-big-money-2.
002770     MOVE SPACES TO ws-text-line.
002780     STRING "  REVERSED " ws-big-money-1
002790         "  REPLACED " ws-big-money-2
002800         DELIMITED BY SIZE INTO ws-text-line.
002810     PERFORM SHOW-LINE.
002820     IF ws-prior-year-count > ZERO
002830         MOVE SPACES TO ws-text-line
002840         STRING "** " ws-prior-year-count
002850             " PRIOR-YEAR CORRECTIONS - CHECK THAT YEAR'S FIGURES"
002860             DELIMITED BY SIZE INTO ws-text-line
002870         PERFORM SHOW-LINE
002880     END-IF.
002890     IF ws-pending-count > ZERO
002900         MOVE SPACES TO ws-text-line
002910         STRING "** " ws-pending-count
002920             " CORRECTIONS STILL AWAITING APPROVAL"
002930             DELIMITED BY SIZE INTO ws-text-line
002940         PERFORM SHOW-LINE
002950     END-IF.
002960
002970 FORMAT-DATE.
002980     MOVE SPACES TO ws-fmt-out.
002990     IF ws-fmt-date NOT = ZERO
003000         STRING ws-fmt-date(5:2) "/" ws-fmt-date(7:2) "/"
003010             ws-fmt-date(1:4) DELIMITED BY SIZE INTO ws-fmt-out
003020     END-IF.
003030
003040 SHOW-LINE.
003050     MOVE ws-text-line TO PRINT-LINE.
003060     WRITE PRINT-LINE.
