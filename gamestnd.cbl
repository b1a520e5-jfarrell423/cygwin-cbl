000112* 2026-09  JDF  Added the ratings section from GAMERATE.DAT
000114*                (the gamerate Elo job) beside the win/loss
000116*                table.
000117* 2026-10  JDF  Added the mastmind average-guesses section from
000118*                MMGUESS.DAT, the code-breaker's guess log.
000120*--------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000196 ACCESS MODE IS DYNAMIC
000197 RECORD KEY IS RT-KEY.
000198
000200 SELECT GUESS-FILE ASSIGN TO "MMGUESSDAT"
000202 ORGANIZATION IS LINE SEQUENTIAL
000204 FILE STATUS IS ws-guess-status.
000206
000208 SELECT PRINT-FILE ASSIGN TO "GAMESTNDPRT"
000210 ORGANIZATION IS LINE SEQUENTIAL.
000220
000230 DATA DIVISION.
000342 FD RATING-FILE.
000344     COPY GRATEREC.
000346
000347 FD GUESS-FILE.
000348     COPY MMGREC.
000349
000350 FD PRINT-FILE.
000360 01  PRINT-LINE                      PIC X(80).
000370
000412 01  ws-rating-status                pic x(02).
000414 01  ws-rating-eof                   pic x(01) value space.
000416 01  ws-rating-shown                 pic x(01) value "N".
000417 01  ws-guess-status                 pic x(02).
000418 01  ws-guess-eof                    pic x(01) value space.
000420 01  ws-eof                          pic x(01) value space.
000430 01  ws-run-date                     pic 9(08) value zero.
000440 01  ws-this-month                   pic 9(06) value zero.
000710     05  ws-month-entry              occurs 50 times.
000720         10  ws-mon-operator         pic x(08).
000730         10  ws-mon-wins             pic 9(05).
000731
000732*--------------------------------
000734* Mastermind games per code-breaker, for the average guesses
000735* over the codes they broke.
000737*--------------------------------
000738 01  ws-guess-count                  pic 9(03) value zero.
000740 01  ws-guess-sub                    pic 9(03) comp value zero.
000741 01  ws-guess-table.
000742     05  ws-guess-entry              occurs 100 times.
000743         10  ws-gss-operator         pic x(08).
000744         10  ws-gss-games            pic 9(05).
000745         10  ws-gss-broken           pic 9(05).
000746         10  ws-gss-guesses          pic 9(07).
000747 01  ws-guess-average                pic 9(02)v9 value zero.
000748 01  ws-guess-avg-edit               pic z9.9.
000749
000750 01  ws-work-operator                pic x(08) value spaces.
000760 01  ws-work-game                    pic x(08) value spaces.
000770
000890      05  ws-rnk-operator             pic x(10).
000900      05  ws-rnk-wins                 pic zzzz9.
000910      05  filler                      pic x(05) value " WINS".
000911
000912 01  ws-guess-line.
000913      05  filler                      pic x(02) value spaces.
000914      05  ws-gsl-operator             pic x(10).
000915      05  ws-gsl-games                pic zzzz9.
000916      05  ws-gsl-broken               pic zzzzzzz9.
000917      05  filler                      pic x(03) value spaces.
000918      05  ws-gsl-average              pic x(05).
000920
000930 01  ws-heading-2                    pic x(40)
000940     value "OPERATOR  GAME       WINS LOSS TIES".
002080         UNTIL ws-tally-sub NOT < ws-tally-count.
002090     PERFORM PRINT-MONTHLY-RANKING.
002092     PERFORM PRINT-RATINGS-SECTION.
002096     PERFORM PRINT-GUESS-AVERAGES.
002100     CLOSE PRINT-FILE.
002110     DISPLAY "Standings report complete - "
002120         ws-record-count " game results summarized.".
003030     READ RATING-FILE NEXT RECORD
003040         AT END MOVE "y" TO ws-rating-eof
003050     END-READ.
003060
003070 PRINT-GUESS-AVERAGES.
003080*--------------------------------
003090* Average guesses per operator over the mastmind codes they
003100* broke - fewer is better; a code given up or missed in ten
003110* counts as a game, not toward the average.  Nothing prints
003120* until a code-breaker game has been played.
003130*--------------------------------
003140     MOVE SPACE TO ws-guess-eof.
003150     MOVE ZERO  TO ws-guess-count.
003160     OPEN INPUT GUESS-FILE.
003170     IF ws-guess-status NOT = "00"
003180         MOVE "y" TO ws-guess-eof
003190     ELSE
003200         READ GUESS-FILE
003210             AT END MOVE "y" TO ws-guess-eof
003220         END-READ
003230         PERFORM TALLY-ONE-GUESS-LINE UNTIL ws-guess-eof = "y"
003240         CLOSE GUESS-FILE
003250     END-IF.
003260     IF ws-guess-count > ZERO
003270         MOVE SPACES TO PRINT-LINE
003280         WRITE PRINT-LINE
003290         MOVE "MASTMIND AVERAGE GUESSES (CODES BROKEN)"
003300             TO PRINT-LINE
003310         WRITE PRINT-LINE
003320         MOVE "  OPERATOR  GAMES  BROKEN   AVERAGE" TO PRINT-LINE
003330         WRITE PRINT-LINE
003340         MOVE ZERO TO ws-guess-sub
003350         PERFORM PRINT-ONE-GUESS-LINE
003360             UNTIL ws-guess-sub NOT < ws-guess-count
003370     END-IF.
003380
003390 TALLY-ONE-GUESS-LINE.
003400     MOVE "n"  TO ws-tally-found.
003410     MOVE ZERO TO ws-guess-sub.
003420     PERFORM FIND-ONE-GUESS-SLOT
003430         UNTIL ws-guess-sub NOT < ws-guess-count
003440             OR ws-tally-found = "y".
003450     IF ws-tally-found NOT = "y"
003460         AND ws-guess-count < 100
003470         ADD 1 TO ws-guess-count
003480         MOVE MG-OPERATOR TO ws-gss-operator(ws-guess-count)
003490         MOVE ZERO TO ws-gss-games(ws-guess-count)
003500         MOVE ZERO TO ws-gss-broken(ws-guess-count)
003510         MOVE ZERO TO ws-gss-guesses(ws-guess-count)
003520         MOVE ws-guess-count TO ws-guess-sub
003530         MOVE "y" TO ws-tally-found
003540     END-IF.
003550     IF ws-tally-found = "y"
003560         ADD 1 TO ws-gss-games(ws-guess-sub)
003570         IF MG-BROKEN AND MG-GUESSES IS NUMERIC
003580             ADD 1 TO ws-gss-broken(ws-guess-sub)
003590             ADD MG-GUESSES TO ws-gss-guesses(ws-guess-sub)
003600         END-IF
003610     END-IF.
003620     READ GUESS-FILE
003630         AT END MOVE "y" TO ws-guess-eof
003640     END-READ.
003650
003660 FIND-ONE-GUESS-SLOT.
003670     ADD 1 TO ws-guess-sub.
003680     IF ws-gss-operator(ws-guess-sub) = MG-OPERATOR
003690         MOVE "y" TO ws-tally-found
003700     END-IF.
003710
003720 PRINT-ONE-GUESS-LINE.
003730     ADD 1 TO ws-guess-sub.
003740     MOVE ws-gss-operator(ws-guess-sub) TO ws-gsl-operator.
003750     MOVE ws-gss-games(ws-guess-sub)    TO ws-gsl-games.
003760     MOVE ws-gss-broken(ws-guess-sub)   TO ws-gsl-broken.
003770     IF ws-gss-broken(ws-guess-sub) = ZERO
003780         MOVE "  -" TO ws-gsl-average
003790     ELSE
003800         COMPUTE ws-guess-average ROUNDED =
003810             ws-gss-guesses(ws-guess-sub)
003820                 / ws-gss-broken(ws-guess-sub)
003830         MOVE ws-guess-average TO ws-guess-avg-edit
003840         MOVE ws-guess-avg-edit TO ws-gsl-average
003860     END-IF.
003870     WRITE PRINT-LINE FROM ws-guess-line.
003880     DISPLAY ws-guess-line.
