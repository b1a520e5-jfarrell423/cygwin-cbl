000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASTMIND.
000030*--------------------------------
000040* Code-breaker for the break room.  A hidden code of four
000050* digits, each 1 to 6 (repeats allowed), is set by the machine
000060* or by a second operator; the player has ten guesses, each
000070* scored with the exact matches (right digit, right place) and
000080* the partial matches (right digit, wrong place).
000090*
000100* The player signs on under their operator ID the way the other
000110* games do.  A finished game writes its GAMESCOR.DAT line under
000120* game MASTMIND - WIN for a broken code, LOSS for ten misses or
000130* giving up - with the opponent filled in: COMPUTER for a
000140* machine code, or the setter, who gets the mirrored line of
000150* their own as c4chal posts for a challenge, so gamestnd,
000160* gamerate, and tourney count it like any other game.  The
000170* guesses taken go to MMGUESS.DAT for the standings report's
000180* average.  A setter is checked against the operator master
000190* when it is on file.
000200*
000210* 2026-10  JDF  New program.
000220*--------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260 SELECT RESULTS-FILE ASSIGN TO "GAMESCORDAT"
000270 ORGANIZATION IS LINE SEQUENTIAL
000280 FILE STATUS IS ws-results-status.
000290
000300 SELECT GUESS-FILE ASSIGN TO "MMGUESSDAT"
000310 ORGANIZATION IS LINE SEQUENTIAL
000320 FILE STATUS IS ws-guess-status.
000330
000340 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000350 FILE STATUS IS ws-oper-status
000360 ORGANIZATION IS INDEXED
000370 ACCESS MODE IS DYNAMIC
000380 RECORD KEY IS OPER-ID.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD RESULTS-FILE.
000430 01  RESULTS-REC.
000440     05  RESULTS-DATE                PIC 9(08).
000450     05  FILLER                      PIC X.
000460     05  RESULTS-OPERATOR            PIC X(08).
000470     05  FILLER                      PIC X.
000480     05  RESULTS-GAME                PIC X(08).
000490     05  FILLER                      PIC X.
000500     05  RESULTS-OUTCOME             PIC X(04).
000510     05  FILLER                      PIC X.
000520     05  RESULTS-OPPONENT            PIC X(08).
000530
000540 FD GUESS-FILE.
000550     COPY MMGREC.
000560
000570 FD OPERFILE.
000580     COPY OPERREC.
000590
000600 WORKING-STORAGE SECTION.
000610 01  ws-results-status               pic x(02).
000620 01  ws-guess-status                 pic x(02).
000630 01  ws-oper-status                  pic x(02).
000640 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000650 01  ws-setter-id                    pic x(08) value spaces.
000660 01  ws-run-date                     pic 9(08) value zero.
000670 01  ws-choice                       pic x(01) value space.
000680 01  ws-done                         pic x(01) value "N".
000690 01  ws-setter-ok                    pic x(01) value "N".
000700 01  ws-game-over                    pic x(01) value "N".
000710 01  ws-outcome                      pic x(04) value spaces.
000720 01  ws-mirror-outcome               pic x(04) value spaces.
000730 01  ws-max-guesses                  pic 9(02) value 10.
000740 01  ws-guess-count                  pic 9(02) value zero.
000750 01  ws-blank-sub                    pic 9(02) value zero.
000760
000770*--------------------------------
000780* The hidden code and the guess, four digits 1-6 apiece, with
000790* used-flags for the partial count so no digit scores twice.
000800*--------------------------------
000810 01  ws-code                         pic x(04) value spaces.
000820 01  ws-code-x redefines ws-code.
000830     05  ws-code-digit               pic x(01) occurs 4 times.
000840 01  ws-guess                        pic x(04) value spaces.
000850 01  ws-guess-x redefines ws-guess.
000860     05  ws-guess-digit              pic x(01) occurs 4 times.
000870 01  ws-entry                        pic x(10) value spaces.
000880 01  ws-entry-ok                     pic x(01) value "N".
000890 01  ws-code-used-flags.
000900     05  ws-code-used                pic x(01) occurs 4 times.
000910 01  ws-guess-used-flags.
000920     05  ws-guess-used               pic x(01) occurs 4 times.
000930 01  ws-pos                          pic 9(01) value zero.
000940 01  ws-pos-2                        pic 9(01) value zero.
000950 01  ws-exact                        pic 9(01) value zero.
000960 01  ws-partial                      pic 9(01) value zero.
000970 01  ws-found                        pic x(01) value space.
000980
000990 01  ws-seeded                       pic x(01) value "N".
001000 01  ws-time-now                     pic 9(08) value zero.
001010 01  ws-random                       pic 9v9(9) value zero.
001020 01  ws-random-digit                 pic 9(01) value zero.
001030
001040 PROCEDURE DIVISION.
001050 PROGRAM-BEGIN.
001060     CALL "shopcfg"
001070         ON EXCEPTION
001080             DISPLAY "shopcfg not found - default "
001090                 "file locations in effect"
001100     END-CALL.
001110     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001120     DISPLAY "Operator ID: " WITH NO ADVANCING.
001130     ACCEPT ws-operator-id.
001140     IF ws-operator-id = SPACES
001150         MOVE "SYSTEM  " TO ws-operator-id
001160     END-IF.
001170     DISPLAY "Break the four-digit code, digits 1 to 6, in "
001180         ws-max-guesses " guesses or fewer.".
001190     PERFORM MENU-LOOP UNTIL ws-done = "Y".
001200     STOP RUN.
001210
001220 MENU-LOOP.
001230     DISPLAY " ".
001240     DISPLAY "Code set by C)omputer or O)ther operator, "
001250         "Q)uit: " WITH NO ADVANCING.
001260     ACCEPT ws-choice.
001270     EVALUATE ws-choice
001280         WHEN "C"
001290         WHEN "c"
001300             MOVE "COMPUTER" TO ws-setter-id
001310             PERFORM MAKE-COMPUTER-CODE
001320             PERFORM PLAY-ONE-GAME
001330         WHEN "O"
001340         WHEN "o"
001350             PERFORM TAKE-OPERATOR-CODE
001360             IF ws-setter-ok = "Y"
001370                 PERFORM PLAY-ONE-GAME
001380             END-IF
001390         WHEN "Q"
001400         WHEN "q"
001410             MOVE "Y" TO ws-done
001420         WHEN OTHER
001430             DISPLAY "C, O, or Q please."
001440     END-EVALUATE.
001450
001460 MAKE-COMPUTER-CODE.
001470     PERFORM PICK-ONE-DIGIT
001480         VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 4.
001490
001500 PICK-ONE-DIGIT.
001510     IF ws-seeded NOT = "Y"
001520         ACCEPT ws-time-now FROM TIME
001530         COMPUTE ws-random = FUNCTION RANDOM (ws-time-now)
001540         MOVE "Y" TO ws-seeded
001550     ELSE
001560         COMPUTE ws-random = FUNCTION RANDOM
001570     END-IF.
001580     COMPUTE ws-random-digit = (ws-random * 6) + 1.
001590     IF ws-random-digit > 6
001600         MOVE 6 TO ws-random-digit
001610     END-IF.
001620     MOVE ws-random-digit TO ws-code-digit(ws-pos).
001630
001640*--------------------------------
001650* The setter keys the code at this terminal and the screen is
001660* scrolled clear before the player sits down.
001670*--------------------------------
001680 TAKE-OPERATOR-CODE.
001690     MOVE "N" TO ws-setter-ok.
001700     DISPLAY "Setter's operator ID: " WITH NO ADVANCING.
001710     ACCEPT ws-setter-id.
001720     IF ws-setter-id = SPACES
001730         DISPLAY "No setter - back to the menu."
001740     ELSE
001750     IF ws-setter-id = ws-operator-id
001760         DISPLAY "The setter cannot break their own code."
001770     ELSE
001780         PERFORM VALIDATE-SETTER
001790     END-IF
001800     END-IF.
001810     IF ws-setter-ok = "Y"
001820         MOVE "N" TO ws-entry-ok
001830         PERFORM ACCEPT-SETTER-CODE UNTIL ws-entry-ok = "Y"
001840         MOVE ws-guess TO ws-code
001850         PERFORM SHOW-BLANK-LINE
001860             VARYING ws-blank-sub FROM 1 BY 1
001870             UNTIL ws-blank-sub > 40
001880     END-IF.
001890
001900 VALIDATE-SETTER.
001910     MOVE "Y" TO ws-setter-ok.
001920     OPEN INPUT OPERFILE.
001930     IF ws-oper-status = "00"
001940         MOVE ws-setter-id TO OPER-ID
001950         READ OPERFILE
001960             INVALID KEY
001970                 DISPLAY "Not on the operator master."
001980                 MOVE "N" TO ws-setter-ok
001990         END-READ
002000         CLOSE OPERFILE
002010     END-IF.
002020
002030 ACCEPT-SETTER-CODE.
002040     DISPLAY "Setter, key the code (4 digits 1-6): "
002050         WITH NO ADVANCING.
002060     ACCEPT ws-entry.
002070     PERFORM CHECK-ENTRY.
002080     IF ws-entry-ok NOT = "Y"
002090         DISPLAY "Four digits, each 1 to 6."
002100     END-IF.
002110
002120 SHOW-BLANK-LINE.
002130     DISPLAY " ".
002140
002150 PLAY-ONE-GAME.
002160     MOVE ZERO   TO ws-guess-count.
002170     MOVE "N"    TO ws-game-over.
002180     MOVE SPACES TO ws-outcome.
002190     DISPLAY " ".
002200     DISPLAY "Code set by " ws-setter-id " - guess away.".
002210     PERFORM TAKE-ONE-GUESS UNTIL ws-game-over = "Y".
002220     IF ws-outcome = "WIN "
002230         DISPLAY "Broken in " ws-guess-count " guesses."
002240     ELSE
002250         DISPLAY "Not broken - the code was " ws-code "."
002260     END-IF.
002270     PERFORM RECORD-GAME-RESULT.
002280
002290 TAKE-ONE-GUESS.
002300     COMPUTE ws-pos = ws-guess-count + 1.
002310     DISPLAY "Guess " ws-pos " of " ws-max-guesses
002320         " (4 digits 1-6, Q to give up): " WITH NO ADVANCING.
002330     ACCEPT ws-entry.
002340     IF ws-entry = "Q" OR ws-entry = "q"
002350         MOVE "LOSS" TO ws-outcome
002360         MOVE "Y" TO ws-game-over
002370     ELSE
002380         PERFORM CHECK-ENTRY
002390         IF ws-entry-ok NOT = "Y"
002400             DISPLAY "Four digits, each 1 to 6."
002410         ELSE
002420             ADD 1 TO ws-guess-count
002430             PERFORM SCORE-GUESS
002440             DISPLAY "  " ws-guess "   exact " ws-exact
002450                 "   partial " ws-partial
002460             IF ws-exact = 4
002470                 MOVE "WIN " TO ws-outcome
002480                 MOVE "Y" TO ws-game-over
002490             ELSE
002500                 IF ws-guess-count NOT < ws-max-guesses
002510                     MOVE "LOSS" TO ws-outcome
002520                     MOVE "Y" TO ws-game-over
002530                 END-IF
002540             END-IF
002550         END-IF
002560     END-IF.
002570
002580 CHECK-ENTRY.
002590     MOVE "Y" TO ws-entry-ok.
002600     MOVE ws-entry(1:4) TO ws-guess.
002610     IF ws-entry(5:6) NOT = SPACES
002620         MOVE "N" TO ws-entry-ok
002630     END-IF.
002640     PERFORM CHECK-ONE-DIGIT
002650         VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 4.
002660
002670 CHECK-ONE-DIGIT.
002680     IF ws-guess-digit(ws-pos) < "1"
002690         OR ws-guess-digit(ws-pos) > "6"
002700         MOVE "N" TO ws-entry-ok
002710     END-IF.
002720
002730*--------------------------------
002740* Exact matches first, then each guess digit left over takes
002750* the first unused code digit it matches as a partial.
002760*--------------------------------
002770 SCORE-GUESS.
002780     MOVE ZERO   TO ws-exact.
002790     MOVE ZERO   TO ws-partial.
002800     MOVE SPACES TO ws-code-used-flags.
002810     MOVE SPACES TO ws-guess-used-flags.
002820     PERFORM SCORE-ONE-EXACT
002830         VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 4.
002840     PERFORM SCORE-ONE-PARTIAL
002850         VARYING ws-pos FROM 1 BY 1 UNTIL ws-pos > 4.
002860
002870 SCORE-ONE-EXACT.
002880     IF ws-guess-digit(ws-pos) = ws-code-digit(ws-pos)
002890         ADD 1 TO ws-exact
002900         MOVE "Y" TO ws-code-used(ws-pos)
002910         MOVE "Y" TO ws-guess-used(ws-pos)
002920     END-IF.
002930
002940 SCORE-ONE-PARTIAL.
002950     IF ws-guess-used(ws-pos) NOT = "Y"
002960         MOVE "n" TO ws-found
002970         PERFORM MATCH-ONE-CODE-DIGIT
002980             VARYING ws-pos-2 FROM 1 BY 1
002990             UNTIL ws-pos-2 > 4 OR ws-found = "y"
003000     END-IF.
003010
003020 MATCH-ONE-CODE-DIGIT.
003030     IF ws-code-used(ws-pos-2) NOT = "Y"
003040         AND ws-code-digit(ws-pos-2) = ws-guess-digit(ws-pos)
003050         ADD 1 TO ws-partial
003060         MOVE "Y" TO ws-code-used(ws-pos-2)
003070         MOVE "y" TO ws-found
003080     END-IF.
003090
003100*--------------------------------
003110* The player's line, the setter's mirror when an operator set
003120* the code, and the guess count for the standings average.
003130*--------------------------------
003140 RECORD-GAME-RESULT.
003150     OPEN EXTEND RESULTS-FILE.
003160     IF ws-results-status = "35"
003170         OPEN OUTPUT RESULTS-FILE
003180     END-IF.
003190     IF ws-results-status NOT = "00"
003200         DISPLAY "Results file not available - game not recorded."
003210     ELSE
003220         MOVE SPACES         TO RESULTS-REC
003230         MOVE ws-run-date    TO RESULTS-DATE
003240         MOVE ws-operator-id TO RESULTS-OPERATOR
003250         MOVE "MASTMIND"     TO RESULTS-GAME
003260         MOVE ws-outcome     TO RESULTS-OUTCOME
003270         MOVE ws-setter-id   TO RESULTS-OPPONENT
003280         WRITE RESULTS-REC
003290         IF ws-setter-id NOT = "COMPUTER"
003300             IF ws-outcome = "WIN "
003310                 MOVE "LOSS" TO ws-mirror-outcome
003320             ELSE
003330                 MOVE "WIN " TO ws-mirror-outcome
003340             END-IF
003350             MOVE ws-setter-id      TO RESULTS-OPERATOR
003360             MOVE ws-mirror-outcome TO RESULTS-OUTCOME
003370             MOVE ws-operator-id    TO RESULTS-OPPONENT
003380             WRITE RESULTS-REC
003390         END-IF
003400         CLOSE RESULTS-FILE
003410     END-IF.
003420     OPEN EXTEND GUESS-FILE.
003430     IF ws-guess-status = "35"
003440         OPEN OUTPUT GUESS-FILE
003450     END-IF.
003460     IF ws-guess-status = "00"
003470         MOVE SPACES         TO MM-GUESS-REC
003480         MOVE ws-run-date    TO MG-DATE
003490         MOVE ws-operator-id TO MG-OPERATOR
003500         MOVE ws-setter-id   TO MG-SETTER
003510         MOVE ws-outcome     TO MG-OUTCOME
003520         MOVE ws-guess-count TO MG-GUESSES
003530         WRITE MM-GUESS-REC
003540         CLOSE GUESS-FILE
003550     END-IF.
