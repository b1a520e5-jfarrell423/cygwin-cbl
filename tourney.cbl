000110*                  rounds from the previous round's winners; an
000120*                  odd player out gets a bye;
000130*   S)core round - pick results up automatically from the
000140*                  GAMESCOR.DAT lines tictac, CONNECT4,
000150*                  TIC-TAC-TOE-3D, and mastmind already write,
000155*                  matched by operator, game, and a date on or
000160*                  after the pairing date; a fixture still open
000170*                  past its deadline settles as a walkover to
000180*                  the first-named player (the shop rule: the
000190*                  challenger chases the game);
000210*   R)eport      - printed bracket and standings per round
000220*                  (TOURNEY.PRT).
000230*
000240* 2026-09  JDF  New program.
000242* 2026-10  JDF  MASTMIND fixtures: a result line naming the other
000245*                fixture player as opponent settles any game,
000247*                not only CONNECT4.
000250*--------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
002140 PAIR-A-ROUND.
002150     DISPLAY "Round number: " WITH NO ADVANCING.
002160     ACCEPT ws-round.
002170     DISPLAY "Game (TICTAC/CONNECT4/TIC3D/MASTMIND): "
002175         WITH NO ADVANCING.
002180     ACCEPT ws-game-name.
002190     DISPLAY "Round deadline (YYYYMMDD): " WITH NO ADVANCING.
002200     ACCEPT ws-deadline.
003770* either player of this fixture, for this game, settles it: a
003780* WIN line makes its operator the winner, a LOSS line makes the
003790* other player the winner.  A TIE line does not settle a
003800* bracket fixture - they replay.  A line naming the other
003802* fixture player as opponent always counts.  On CONNECT4 that
003804* is the only kind that counts, so a casual game between rounds
003806* cannot settle the bracket; TICTAC and TIC3D always play the
003807* machine and write COMPUTER (blank before the column existed),
003808* and MASTMIND may be set by either, so on those a machine line
003809* is also taken on operator, game, and date alone.
003810*--------------------------------
003820     MOVE SPACE TO ws-result-found.
003830     MOVE 99999999 TO ws-result-date.
004291 MATCH-RESULT-OPPONENT.
004292     MOVE SPACE TO ws-opp-match-a.
004293     MOVE SPACE TO ws-opp-match-b.
004294     IF RESULTS-OPPONENT = TF-OPER-B
004295         MOVE "Y" TO ws-opp-match-a
004296     END-IF.
004297     IF RESULTS-OPPONENT = TF-OPER-A
004298         MOVE "Y" TO ws-opp-match-b
004299     END-IF.
004300     IF TF-GAME NOT = "CONNECT4"
004302         IF RESULTS-OPPONENT = "COMPUTER"
004303             OR RESULTS-OPPONENT = SPACES
004304             MOVE "Y" TO ws-opp-match-a
