000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GAMEUSE.
000030*--------------------------------
000040* Weekly game play-time report for the shift leads, from the
000050* session log shopmenu writes for every game it launches
000060* (GAMELOG.DAT), printed to GAMEUSE.PRT:
000070*
000080*   1. per operator - sessions, minutes played in all and by
000090*      game, the daily allowance from GAMEPOL.DAT, the days the
000100*      operator went past it, and the supervisor overrides;
000110*   2. every session started on a supervisor override, with
000120*      who overrode it and why the game was refused.
000130*
000140* The week is the seven days ending GAMEUSE_END (YYYYMMDD),
000150* default yesterday, so a Monday-morning run covers the week
000160* just gone.  An operator's own allowance line wins over the
000170* "*" line; no allowance line leaves the operator unlimited.
000180* RETURN-CODE 4 when anyone went past the allowance or played
000190* on an override.
000200*
000210* 2026-10  JDF  New program.
000215* 2026-10  JDF  Added the MASTMIND column for the code-breaker.
000220*--------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 SELECT GAME-LOG-FILE ASSIGN TO "GAMELOGDAT"
000270 ORGANIZATION IS LINE SEQUENTIAL
000280 FILE STATUS IS ws-glog-status.
000290
000300 SELECT GAME-POLICY-FILE ASSIGN TO "GAMEPOLDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-policy-status.
000330
000340 SELECT PRINT-FILE ASSIGN TO "GAMEUSEPRT"
000350 ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD GAME-LOG-FILE.
000400     COPY GLOGREC.
000410
000420 FD GAME-POLICY-FILE.
000430     COPY GPOLREC.
000440
000450 FD PRINT-FILE.
000460 01  PRINT-LINE                      PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490     COPY RPTHEAD.
000500
000510 01  ws-glog-status                  pic x(02).
000520 01  ws-policy-status                pic x(02).
000530 01  ws-eof                          pic x(01) value space.
000540 01  ws-found                        pic x(01) value space.
000550 01  ws-env-check                    pic x(08) value spaces.
000560 01  ws-run-date                     pic 9(08) value zero.
000570 01  ws-end-date                     pic 9(08) value zero.
000580 01  ws-start-date                   pic 9(08) value zero.
000590 01  ws-end-int                      pic 9(07) value zero.
000600 01  ws-start-int                    pic 9(07) value zero.
000610 01  ws-line-int                     pic 9(07) value zero.
000620 01  ws-day-sub                      pic 9(02) value zero.
000630 01  ws-session-count                pic 9(05) value zero.
000640 01  ws-minute-total                 pic 9(07) value zero.
000650 01  ws-over-day-total               pic 9(05) value zero.
000660 01  ws-override-total               pic 9(05) value zero.
000670
000680*--------------------------------
000690* Allowances from the policy file: the "*" line for everyone,
000700* then one line per operator with an allowance of their own.
000710*--------------------------------
000720 01  ws-default-found                pic x(01) value "N".
000730 01  ws-default-minutes              pic 9(03) value zero.
000740 01  ws-al-count                     pic 9(03) value zero.
000750 01  ws-al-sub                       pic 9(03) value zero.
000760 01  ws-al-table.
000770     05  ws-al-entry occurs 200 times.
000780         10  ws-al-operator          pic x(08).
000790         10  ws-al-minutes           pic 9(03).
000800
000810*--------------------------------
000820* One slot per operator seen in the week.  Minutes by game are
000830* kept for the five menu games, anything else under other; the
000840* daily minutes are by day of the week, day 1 the first day.
000850*--------------------------------
000860 01  ws-op-count                     pic 9(03) value zero.
000870 01  ws-op-sub                       pic 9(03) value zero.
000880 01  ws-op-overflow                  pic 9(05) value zero.
000890 01  ws-op-table.
000900     05  ws-op-entry occurs 200 times.
000910         10  ws-op-operator          pic x(08).
000920         10  ws-op-sessions          pic 9(05).
000930         10  ws-op-minutes           pic 9(06).
000940         10  ws-op-game-minutes      pic 9(06) occurs 6 times.
000950         10  ws-op-day-minutes       pic 9(05) occurs 7 times.
000960         10  ws-op-overrides         pic 9(05).
000970         10  ws-op-has-allowance     pic x(01).
000980         10  ws-op-allowance         pic 9(03).
000990         10  ws-op-days-over         pic 9(01).
001000 01  ws-game-sub                     pic 9(01) value zero.
001010 01  ws-want-operator                pic x(08) value spaces.
001020
001030*--------------------------------
001040* Sessions started on an override, in log order.
001050*--------------------------------
001060 01  ws-ov-count                     pic 9(03) value zero.
001070 01  ws-ov-sub                       pic 9(03) value zero.
001080 01  ws-ov-overflow                  pic 9(05) value zero.
001090 01  ws-ov-table.
001100     05  ws-ov-entry occurs 300 times.
001110         10  ws-ov-date              pic 9(08).
001120         10  ws-ov-start             pic 9(06).
001130         10  ws-ov-operator          pic x(08).
001140         10  ws-ov-game              pic x(08).
001150         10  ws-ov-minutes           pic 9(04).
001160         10  ws-ov-kind              pic x(01).
001170         10  ws-ov-by                pic x(08).
001180
001190 01  ws-detail-line.
001200     05  ws-det-operator             pic x(09).
001210     05  ws-det-sessions             pic zzzz9.
001220     05  ws-det-minutes              pic zzzzz9.
001230     05  ws-det-game-1               pic zzzzzz9.
001240     05  ws-det-game-2               pic zzzzzz9.
001250     05  ws-det-game-3               pic zzzzzz9.
001260     05  ws-det-game-4               pic zzzzzz9.
001270     05  ws-det-game-5               pic zzzzzz9.
001280     05  ws-det-game-6               pic zzzzzz9.
001290     05  ws-det-allowance            pic x(06).
001300     05  ws-det-days-over            pic zzzz9.
001310     05  ws-det-overrides            pic zzzz9.
001320
001330 01  ws-heading-2a                   pic x(80) value
001340     "                        MINUTES BY GAME".
001350 01  ws-heading-2b.
001360     05  filler                      pic x(34) value
001370         "OPERATOR  SESS   MIN TICTAC  TIC3D".
001380     05  filler                      pic x(28) value
001382         " CONN-4 C4CHAL MASTMD  OTHER".
001385     05  filler                      pic x(18) value
001387         " ALLOW OVER OVRD".
001390
001400 01  ws-override-line.
001410     05  filler                      pic x(02) value spaces.
001420     05  ws-ovl-date                 pic x(10).
001430     05  filler                      pic x(01) value spaces.
001440     05  ws-ovl-start                pic x(05).
001450     05  filler                      pic x(02) value spaces.
001460     05  ws-ovl-operator             pic x(10).
001470     05  ws-ovl-game                 pic x(10).
001480     05  ws-ovl-minutes              pic zzz9.
001490     05  filler                      pic x(02) value spaces.
001500     05  ws-ovl-reason               pic x(16).
001510     05  ws-ovl-by                   pic x(08).
001520
001530 01  ws-date-in                      pic 9(08) value zero.
001540 01  ws-date-disp                    pic x(10) value spaces.
001550 01  ws-date-disp-2                  pic x(10) value spaces.
001560 01  ws-count-1                      pic zzzz9.
001570 01  ws-count-2                      pic zzzzzz9.
001580 01  ws-text-line                    pic x(80) value spaces.
001590
001600 PROCEDURE DIVISION.
001610 PROGRAM-BEGIN.
001620     CALL "shopcfg"
001630         ON EXCEPTION
001640             DISPLAY "shopcfg not found - default "
001650                 "file locations in effect"
001660     END-CALL.
001670     PERFORM SET-REPORT-WEEK.
001680     PERFORM LOAD-ALLOWANCES.
001690     PERFORM TALLY-SESSIONS.
001700     PERFORM COUNT-DAYS-OVER
001710         VARYING ws-op-sub FROM 1 BY 1
001720         UNTIL ws-op-sub > ws-op-count.
001730     PERFORM PRINT-REPORT.
001740     DISPLAY "Game usage report complete - " ws-session-count
001750         " sessions, " ws-over-day-total " days over allowance, "
001760         ws-override-total " overrides.".
001770     IF ws-over-day-total > ZERO OR ws-override-total > ZERO
001780         MOVE 4 TO RETURN-CODE
001790     END-IF.
001800     STOP RUN.
001810
001820 SET-REPORT-WEEK.
001830     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001840     COMPUTE ws-end-int = FUNCTION INTEGER-OF-DATE(ws-run-date)
001850         - 1.
001860     ACCEPT ws-env-check FROM ENVIRONMENT "GAMEUSE_END".
001870     IF ws-env-check IS NUMERIC
001880         AND ws-env-check(5:2) > "00"
001890         AND ws-env-check(5:2) < "13"
001900         AND ws-env-check(7:2) > "00"
001910         AND ws-env-check(7:2) < "32"
001920         MOVE ws-env-check TO ws-end-date
001930         COMPUTE ws-end-int =
001940             FUNCTION INTEGER-OF-DATE(ws-end-date)
001950     END-IF.
001960     COMPUTE ws-start-int = ws-end-int - 6.
001970     COMPUTE ws-end-date = FUNCTION DATE-OF-INTEGER(ws-end-int).
001980     COMPUTE ws-start-date =
001990         FUNCTION DATE-OF-INTEGER(ws-start-int).
002000
002010*--------------------------------
002020* Same reading as shopmenu gives the policy file: an
002030* operator's own line wins over "*", and the last line of
002040* either kind wins over an earlier one.
002050*--------------------------------
002060 LOAD-ALLOWANCES.
002070     OPEN INPUT GAME-POLICY-FILE.
002080     IF ws-policy-status NOT = "00"
002090         DISPLAY "No play-time policy on file - allowances "
002100             "not checked."
002110     ELSE
002120         MOVE SPACE TO ws-eof
002130         READ GAME-POLICY-FILE
002140             AT END MOVE "y" TO ws-eof
002150         END-READ
002160         PERFORM TAKE-ONE-ALLOWANCE UNTIL ws-eof = "y"
002170         CLOSE GAME-POLICY-FILE
002180     END-IF.
002190
002200 TAKE-ONE-ALLOWANCE.
002210     IF GP-ALLOWANCE AND GP-DAILY-MINUTES IS NUMERIC
002220         IF GP-OPERATOR = "*"
002230             MOVE "Y" TO ws-default-found
002240             MOVE GP-DAILY-MINUTES TO ws-default-minutes
002250         ELSE
002260             MOVE GP-OPERATOR TO ws-want-operator
002270             MOVE "n" TO ws-found
002280             PERFORM MATCH-ONE-ALLOWANCE
002290                 VARYING ws-al-sub FROM 1 BY 1
002300                 UNTIL ws-al-sub > ws-al-count OR ws-found = "y"
002310             IF ws-found = "y"
002320                 SUBTRACT 1 FROM ws-al-sub
002330                 MOVE GP-DAILY-MINUTES TO ws-al-minutes(ws-al-sub)
002340             ELSE
002350                 IF ws-al-count < 200
002360                     ADD 1 TO ws-al-count
002370                     MOVE GP-OPERATOR
002380                         TO ws-al-operator(ws-al-count)
002390                     MOVE GP-DAILY-MINUTES
002400                         TO ws-al-minutes(ws-al-count)
002410                 END-IF
002420             END-IF
002430         END-IF
002440     END-IF.
002450     READ GAME-POLICY-FILE
002460         AT END MOVE "y" TO ws-eof
002470     END-READ.
002480
002490 MATCH-ONE-ALLOWANCE.
002500     IF ws-al-operator(ws-al-sub) = ws-want-operator
002510         MOVE "y" TO ws-found
002520     END-IF.
002530
002540 TALLY-SESSIONS.
002550     OPEN INPUT GAME-LOG-FILE.
002560     IF ws-glog-status NOT = "00"
002570         DISPLAY "No game sessions logged - nothing to tally."
002580     ELSE
002590         MOVE SPACE TO ws-eof
002600         READ GAME-LOG-FILE
002610             AT END MOVE "y" TO ws-eof
002620         END-READ
002630         PERFORM TALLY-ONE-SESSION UNTIL ws-eof = "y"
002640         CLOSE GAME-LOG-FILE
002650     END-IF.
002660
002670 TALLY-ONE-SESSION.
002680     IF GL-DATE IS NUMERIC
002690         AND GL-DATE NOT < ws-start-date
002700         AND GL-DATE NOT > ws-end-date
002710         AND GL-MINUTES IS NUMERIC
002720         PERFORM FIND-OPERATOR-SLOT
002730         IF ws-found = "y"
002740             PERFORM POST-ONE-SESSION
002750         ELSE
002760             ADD 1 TO ws-op-overflow
002770         END-IF
002780     END-IF.
002790     READ GAME-LOG-FILE
002800         AT END MOVE "y" TO ws-eof
002810     END-READ.
002820
002830 FIND-OPERATOR-SLOT.
002840     MOVE GL-OPERATOR TO ws-want-operator.
002850     MOVE "n" TO ws-found.
002860     PERFORM MATCH-ONE-OPERATOR
002870         VARYING ws-op-sub FROM 1 BY 1
002880         UNTIL ws-op-sub > ws-op-count OR ws-found = "y".
002890     IF ws-found = "y"
002900         SUBTRACT 1 FROM ws-op-sub
002910     ELSE
002920         IF ws-op-count < 200
002930             ADD 1 TO ws-op-count
002940             MOVE ws-op-count TO ws-op-sub
002950             INITIALIZE ws-op-entry(ws-op-sub)
002960             MOVE ws-want-operator TO ws-op-operator(ws-op-sub)
002970             PERFORM SET-OPERATOR-ALLOWANCE
002980             MOVE "y" TO ws-found
002990         END-IF
003000     END-IF.
003010
003020 MATCH-ONE-OPERATOR.
003030     IF ws-op-operator(ws-op-sub) = ws-want-operator
003040         MOVE "y" TO ws-found
003050     END-IF.
003060
003070 SET-OPERATOR-ALLOWANCE.
003080     MOVE "N"  TO ws-op-has-allowance(ws-op-sub).
003090     MOVE ZERO TO ws-op-allowance(ws-op-sub).
003100     IF ws-default-found = "Y"
003110         MOVE "Y" TO ws-op-has-allowance(ws-op-sub)
003120         MOVE ws-default-minutes TO ws-op-allowance(ws-op-sub)
003130     END-IF.
003140     MOVE "n" TO ws-found.
003150     PERFORM MATCH-ONE-ALLOWANCE
003160         VARYING ws-al-sub FROM 1 BY 1
003170         UNTIL ws-al-sub > ws-al-count OR ws-found = "y".
003180     IF ws-found = "y"
003190         SUBTRACT 1 FROM ws-al-sub
003200         MOVE "Y" TO ws-op-has-allowance(ws-op-sub)
003210         MOVE ws-al-minutes(ws-al-sub)
003220             TO ws-op-allowance(ws-op-sub)
003230     END-IF.
003240
003250 POST-ONE-SESSION.
003260     ADD 1 TO ws-session-count.
003270     ADD GL-MINUTES TO ws-minute-total.
003280     ADD 1 TO ws-op-sessions(ws-op-sub).
003290     ADD GL-MINUTES TO ws-op-minutes(ws-op-sub).
003300     EVALUATE GL-GAME
003310         WHEN "TICTAC"
003320             MOVE 1 TO ws-game-sub
003330         WHEN "TIC3D"
003340             MOVE 2 TO ws-game-sub
003350         WHEN "CONNECT4"
003360             MOVE 3 TO ws-game-sub
003370         WHEN "C4CHAL"
003380             MOVE 4 TO ws-game-sub
003383         WHEN "MASTMIND"
003386             MOVE 5 TO ws-game-sub
003390         WHEN OTHER
003400             MOVE 6 TO ws-game-sub
003410     END-EVALUATE.
003420     ADD GL-MINUTES TO ws-op-game-minutes(ws-op-sub, ws-game-sub).
003430     COMPUTE ws-line-int = FUNCTION INTEGER-OF-DATE(GL-DATE).
003440     COMPUTE ws-day-sub = ws-line-int - ws-start-int + 1.
003450     ADD GL-MINUTES TO ws-op-day-minutes(ws-op-sub, ws-day-sub).
003460     IF NOT GL-NO-OVERRIDE
003470         ADD 1 TO ws-op-overrides(ws-op-sub)
003480         ADD 1 TO ws-override-total
003490         IF ws-ov-count < 300
003500             ADD 1 TO ws-ov-count
003510             MOVE GL-DATE        TO ws-ov-date(ws-ov-count)
003520             MOVE GL-START-TIME  TO ws-ov-start(ws-ov-count)
003530             MOVE GL-OPERATOR    TO ws-ov-operator(ws-ov-count)
003540             MOVE GL-GAME        TO ws-ov-game(ws-ov-count)
003550             MOVE GL-MINUTES     TO ws-ov-minutes(ws-ov-count)
003560             MOVE GL-OVERRIDE    TO ws-ov-kind(ws-ov-count)
003570             MOVE GL-OVERRIDE-BY TO ws-ov-by(ws-ov-count)
003580         ELSE
003590             ADD 1 TO ws-ov-overflow
003600         END-IF
003610     END-IF.
003620
003630 COUNT-DAYS-OVER.
003640     IF ws-op-has-allowance(ws-op-sub) = "Y"
003650         PERFORM CHECK-ONE-DAY
003660             VARYING ws-day-sub FROM 1 BY 1
003670             UNTIL ws-day-sub > 7
003680     END-IF.
003690
003700 CHECK-ONE-DAY.
003710     IF ws-op-day-minutes(ws-op-sub, ws-day-sub)
003720         > ws-op-allowance(ws-op-sub)
003730         ADD 1 TO ws-op-days-over(ws-op-sub)
003740         ADD 1 TO ws-over-day-total
003750     END-IF.
003760
003770 PRINT-REPORT.
003780     OPEN OUTPUT PRINT-FILE.
003790     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
003800         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
003810     MOVE "WEEKLY GAME PLAY-TIME USAGE" TO RPT-TITLE.
003820     MOVE 1 TO RPT-PAGE-NUMBER.
003830     WRITE PRINT-LINE FROM RPT-HEADING-1.
003840     WRITE PRINT-LINE FROM RPT-HEADING-2.
003850     MOVE ws-start-date TO ws-date-in.
003860     PERFORM FORMAT-DATE.
003870     MOVE ws-date-disp TO ws-date-disp-2.
003880     MOVE ws-end-date TO ws-date-in.
003890     PERFORM FORMAT-DATE.
003900     MOVE SPACES TO ws-text-line.
003910     STRING "WEEK OF " ws-date-disp-2 " THROUGH " ws-date-disp
003920         DELIMITED BY SIZE INTO ws-text-line.
003930     PERFORM SHOW-LINE.
003940     MOVE SPACES TO ws-text-line.
003950     PERFORM SHOW-LINE.
003960     MOVE "PLAY TIME BY OPERATOR" TO ws-text-line.
003970     PERFORM SHOW-LINE.
003980     MOVE ws-heading-2a TO ws-text-line.
003990     PERFORM SHOW-LINE.
004000     MOVE ws-heading-2b TO ws-text-line.
004020     PERFORM SHOW-LINE.
004030     IF ws-op-count = ZERO
004040         MOVE "  (none)" TO ws-text-line
004050         PERFORM SHOW-LINE
004060     ELSE
004070         PERFORM PRINT-ONE-OPERATOR
004080             VARYING ws-op-sub FROM 1 BY 1
004090             UNTIL ws-op-sub > ws-op-count
004100     END-IF.
004110     IF ws-op-overflow > ZERO
004120         MOVE SPACES TO ws-text-line
004130         STRING "  ** " ws-op-overflow
004140             " SESSIONS NOT TALLIED - "
004150             "OPERATOR TABLE FULL"
004160             DELIMITED BY SIZE INTO ws-text-line
004170         PERFORM SHOW-LINE
004180     END-IF.
004190     MOVE SPACES TO ws-text-line.
004200     PERFORM SHOW-LINE.
004210     MOVE "SESSIONS STARTED ON A SUPERVISOR OVERRIDE"
004220         TO ws-text-line.
004230     PERFORM SHOW-LINE.
004240     MOVE "  DATE       START  OPERATOR  GAME       MIN  REASON"
004250         TO ws-text-line.
004260     MOVE "OVERRIDE BY" TO ws-text-line(63:11).
004270     PERFORM SHOW-LINE.
004280     IF ws-ov-count = ZERO
004290         MOVE "  (none)" TO ws-text-line
004300         PERFORM SHOW-LINE
004310     ELSE
004320         PERFORM PRINT-ONE-OVERRIDE
004330             VARYING ws-ov-sub FROM 1 BY 1
004340             UNTIL ws-ov-sub > ws-ov-count
004350     END-IF.
004360     IF ws-ov-overflow > ZERO
004370         MOVE SPACES TO ws-text-line
004380         STRING "  ** " ws-ov-overflow
004390             " MORE OVERRIDES NOT LISTED"
004400             DELIMITED BY SIZE INTO ws-text-line
004410         PERFORM SHOW-LINE
004420     END-IF.
004430     MOVE SPACES TO ws-text-line.
004440     PERFORM SHOW-LINE.
004450     MOVE ws-session-count TO ws-count-1.
004460     MOVE ws-minute-total  TO ws-count-2.
004470     MOVE SPACES TO ws-text-line.
004480     STRING "SESSIONS " ws-count-1 "   MINUTES " ws-count-2
004490         "   OPERATORS " ws-op-count
004500         DELIMITED BY SIZE INTO ws-text-line.
004510     PERFORM SHOW-LINE.
004520     MOVE SPACES TO ws-text-line.
004530     STRING "DAYS OVER ALLOWANCE " ws-over-day-total
004540         "   OVERRIDES " ws-override-total
004550         DELIMITED BY SIZE INTO ws-text-line.
004560     PERFORM SHOW-LINE.
004570     CLOSE PRINT-FILE.
004580
004590 PRINT-ONE-OPERATOR.
004600     MOVE SPACES TO ws-detail-line.
004610     MOVE ws-op-operator(ws-op-sub)  TO ws-det-operator.
004620     MOVE ws-op-sessions(ws-op-sub)  TO ws-det-sessions.
004630     MOVE ws-op-minutes(ws-op-sub)   TO ws-det-minutes.
004640     MOVE ws-op-game-minutes(ws-op-sub, 1) TO ws-det-game-1.
004650     MOVE ws-op-game-minutes(ws-op-sub, 2) TO ws-det-game-2.
004660     MOVE ws-op-game-minutes(ws-op-sub, 3) TO ws-det-game-3.
004670     MOVE ws-op-game-minutes(ws-op-sub, 4) TO ws-det-game-4.
004680     MOVE ws-op-game-minutes(ws-op-sub, 5) TO ws-det-game-5.
004685     MOVE ws-op-game-minutes(ws-op-sub, 6) TO ws-det-game-6.
004690     IF ws-op-has-allowance(ws-op-sub) = "Y"
004700         MOVE ws-op-allowance(ws-op-sub) TO ws-count-1
004710         MOVE ws-count-1 TO ws-det-allowance(2:5)
004720     ELSE
004730         MOVE "  NONE" TO ws-det-allowance
004740     END-IF.
004750     MOVE ws-op-days-over(ws-op-sub) TO ws-det-days-over.
004760     MOVE ws-op-overrides(ws-op-sub) TO ws-det-overrides.
004770     MOVE ws-detail-line TO ws-text-line.
004780     PERFORM SHOW-LINE.
004790
004800 PRINT-ONE-OVERRIDE.
004810     MOVE ws-ov-date(ws-ov-sub) TO ws-date-in.
004820     PERFORM FORMAT-DATE.
004830     MOVE ws-date-disp TO ws-ovl-date.
004840     STRING ws-ov-start(ws-ov-sub)(1:2) ":"
004850         ws-ov-start(ws-ov-sub)(3:2)
004860         DELIMITED BY SIZE INTO ws-ovl-start.
004870     MOVE ws-ov-operator(ws-ov-sub) TO ws-ovl-operator.
004880     MOVE ws-ov-game(ws-ov-sub)     TO ws-ovl-game.
004890     MOVE ws-ov-minutes(ws-ov-sub)  TO ws-ovl-minutes.
004900     EVALUATE ws-ov-kind(ws-ov-sub)
004910         WHEN "W"
004920             MOVE "OUTSIDE WINDOW" TO ws-ovl-reason
004930         WHEN "A"
004940             MOVE "OVER ALLOWANCE" TO ws-ovl-reason
004950         WHEN OTHER
004960             MOVE ws-ov-kind(ws-ov-sub) TO ws-ovl-reason
004970     END-EVALUATE.
004980     MOVE ws-ov-by(ws-ov-sub) TO ws-ovl-by.
004990     MOVE ws-override-line TO ws-text-line.
005000     PERFORM SHOW-LINE.
005010
005020 FORMAT-DATE.
005030     MOVE SPACES TO ws-date-disp.
005040     IF ws-date-in > ZERO
005050         STRING ws-date-in(5:2) "/" ws-date-in(7:2) "/"
005060             ws-date-in(1:4) DELIMITED BY SIZE INTO ws-date-disp
005070     END-IF.
005080
005090 SHOW-LINE.
005100     MOVE ws-text-line TO PRINT-LINE.
005110     WRITE PRINT-LINE.
