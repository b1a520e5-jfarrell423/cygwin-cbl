000331* 2026-09  JDF  Unacknowledged shop alerts (SHOPALRT.DAT) show
000333*                before the menu, and acknowledging records who
000334*                saw them and when.
000335* 2026-09  JDF  Sign-on prompt at start-up; the menu now greets
000336*                the operator with how many Connect Four
000337*                challenge games are waiting on them
000338*                (C4CHALNG.DAT), and item 22 opens the
000339*                challenge queue (c4chal).
000340* 2026-10  JDF  Added item 23, position control maintenance
000341*                (posnmnt).
000342* 2026-10  JDF  Added item 24, device asset register
000343*                maintenance (devmnt).
000344* 2026-10  JDF  Added item 25, held directory changes (futmnt).
000345* 2026-10  JDF  Added item 26, evacuation roll call (rollcall).
000346* 2026-10  JDF  Added item 27, out of office (awaymnt).
000347* 2026-10  JDF  Added item 28, visitor sign-in desk (visitdsk).
000348* 2026-10  JDF  Added item 29, cross-department call groups
000349*                (grpmnt).
000350* 2026-10  JDF  Added item 30, withdrawals (wdrqmnt).
000351* 2026-10  JDF  Added item 31, elections (elecmnt).
000352* 2026-10  JDF  Added item 32, payment run (payrun).
000353* 2026-10  JDF  Added item 33, QDRO split (qdromnt).
000354* 2026-10  JDF  Added item 34, plan-year summary (plansumm).
000355* 2026-10  JDF  Added item 35, fee disclosure notices (discnote).
000356* 2026-10  JDF  Added item 36, participant PINs (pinmnt).
000357* 2026-10  JDF  Added item 37, auto-enrollment opt-outs (enrlmnt).
000358* 2026-10  JDF  The games (items 9, 10, 11, 22) launch only inside
000359*                the break-room play windows and under the
000360*                operator's daily allowance (GAMEPOL.DAT), or on
000361*                a supervisor override; every session is logged
000362*                with its start and end time to GAMELOG.DAT for
000363*                the gameuse weekly report.
000364* 2026-10  JDF  Added item 38, the mastmind code-breaker game,
000365*                under the same play-time policy.
000366* 2026-10  JDF  Once the access table (OPERACC.DAT) is on file,
000367*                sign-on checks the password and the menu shows
000368*                only the items the operator is granted (ELIZA
000369*                and help stay open to all, the operator master
000370*                to supervisors); a blanked item is refused if
000371*                picked.  Menu messages now survive the redisplay.
000372* 2026-10  JDF  Menu columns narrowed to fit 80 columns: the left
000373*                column is 30 wide, the right starts at 56 and is
000374*                25 wide; items 7, 25, 32 and 35 shortened.
000375*--------------------------------
000376 ENVIRONMENT DIVISION.
000377 INPUT-OUTPUT SECTION.
000378 FILE-CONTROL.
000379 SELECT ALERT-FILE ASSIGN TO "SHOPALRTDAT"
000380     ORGANIZATION IS LINE SEQUENTIAL
000381     FILE STATUS IS WS-ALERT-STATUS.
000382
000383 SELECT ALERT-KEEP-FILE ASSIGN TO "SHOPALKPDAT"
000384     ORGANIZATION IS LINE SEQUENTIAL.
000385
000386 SELECT CHALLENGE-FILE ASSIGN TO "C4CHALNGDAT"
000387     ORGANIZATION IS INDEXED
000388     ACCESS MODE IS DYNAMIC
000389     RECORD KEY IS CH-ID
000390     FILE STATUS IS WS-CHAL-STATUS.
000391
000392 SELECT GAME-POLICY-FILE ASSIGN TO "GAMEPOLDAT"
000393     ORGANIZATION IS LINE SEQUENTIAL
000394     FILE STATUS IS WS-POLICY-STATUS.
000395
000396 SELECT GAME-LOG-FILE ASSIGN TO "GAMELOGDAT"
000397     ORGANIZATION IS LINE SEQUENTIAL
000398     FILE STATUS IS WS-GLOG-STATUS.
000399
000400 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000401     ORGANIZATION IS INDEXED
000402     ACCESS MODE IS DYNAMIC
000403     RECORD KEY IS OPER-ID
000404     FILE STATUS IS WS-OPER-STATUS.
000405
000406 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000407     ORGANIZATION IS INDEXED
000408     ACCESS MODE IS DYNAMIC
000409     RECORD KEY IS ACC-KEY
000410     FILE STATUS IS WS-ACC-STATUS.
000411
000412 DATA DIVISION.
000413 FILE SECTION.
000414 FD  ALERT-FILE.
000415     COPY ALERTREC.
000416
000417 FD  ALERT-KEEP-FILE.
000418 01  ALERT-KEEP-LINE       PIC X(130).
000419
000420 FD  CHALLENGE-FILE.
000421 01  CHALLENGE-REC.
000422     05  CH-ID                 PIC 9(4).
000423     05  CH-OPER-A             PIC X(8).
000424     05  CH-OPER-B             PIC X(8).
000425     05  CH-BOARD              PIC X(42).
000426     05  CH-CURRENT-PLAYER     PIC X.
000427     05  CH-MOVE-COUNT         PIC 99.
000428     05  CH-STATUS             PIC X.
000429         88  CH-OPEN           VALUE "O".
000430     05  CH-OPEN-DATE          PIC 9(8).
000431     05  CH-WINNER             PIC X(8).
000432
000433 FD  GAME-POLICY-FILE.
000434     COPY GPOLREC.
000435
000436 FD  GAME-LOG-FILE.
000437     COPY GLOGREC.
000438
000439 FD  OPERFILE.
000440     COPY OPERREC.
000441
000442 FD  ACCESS-FILE.
000443     COPY ACCSREC.
000444 WORKING-STORAGE SECTION.
000445 77  MENU-PICK                        PIC 99 VALUE 0.
000446     88  MENU-PICK-IS-VALID            VALUES 0 THRU 38.
000447
000448 77  ERROR-MESSAGE                    PIC X(79).
000449
000450 01  WS-SHELL-COMMAND                 PIC X(40) VALUE SPACES.
000451 01  WS-CHAL-STATUS                   PIC X(02).
000452 01  WS-CHAL-EOF                      PIC X(01) VALUE SPACE.
000453 01  WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
000454 01  WS-TURN-OPER                     PIC X(08) VALUE SPACES.
000455 01  WS-WAITING                       PIC 9(03) VALUE ZERO.
000456 01  WS-ANY-KEY                       PIC X(01) VALUE SPACE.
000457 01  WS-ALERT-STATUS                  PIC X(02).
000458 01  WS-ALERT-EOF                     PIC X(01) VALUE SPACE.
000459 01  WS-ALERT-COUNT                   PIC 9(03) VALUE ZERO.
000460 01  WS-ACK-ANSWER                    PIC X(01) VALUE SPACE.
000461
000462*--------------------------------
000463* Play-time policy for the games, and the session being timed.
000464*--------------------------------
000465 01  WS-POLICY-STATUS                 PIC X(02).
000466 01  WS-GLOG-STATUS                   PIC X(02).
000467 01  WS-OPER-STATUS                   PIC X(02).
000468 01  WS-POLICY-EOF                    PIC X(01) VALUE SPACE.
000469 01  WS-GLOG-EOF                      PIC X(01) VALUE SPACE.
000470 01  WS-GAME-NAME                     PIC X(08) VALUE SPACES.
000471 01  WS-PLAY-OK                       PIC X(01) VALUE "Y".
000472 01  WS-BLOCK-REASON                  PIC X(01) VALUE SPACE.
000473 01  WS-OVERRIDE-BY                   PIC X(08) VALUE SPACES.
000474 01  WS-OVERRIDE-ANSWER               PIC X(01) VALUE SPACE.
000475 01  WS-OVR-ID                        PIC X(08) VALUE SPACES.
000476 01  WS-OVR-PASSWORD                  PIC X(08) VALUE SPACES.
000477 01  WS-WINDOW-COUNT                  PIC 9(02) VALUE ZERO.
000478 01  WS-WINDOW-SUB                    PIC 9(02) VALUE ZERO.
000479 01  WS-WINDOW-TABLE.
000480     05  WS-WINDOW-ENTRY OCCURS 20 TIMES.
000481         10  WS-WIN-FROM              PIC 9(04).
000482         10  WS-WIN-TO                PIC 9(04).
000483         10  WS-WIN-LABEL             PIC X(20).
000484 01  WS-IN-WINDOW                     PIC X(01) VALUE SPACE.
000485 01  WS-HAS-ALLOWANCE                 PIC X(01) VALUE "N".
000486 01  WS-OWN-ALLOWANCE                 PIC X(01) VALUE "N".
000487 01  WS-ALLOW-MINUTES                 PIC 9(03) VALUE ZERO.
000488 01  WS-USED-MINUTES                  PIC 9(05) VALUE ZERO.
000489 01  WS-TODAY                         PIC 9(08) VALUE ZERO.
000490 01  WS-NOW-TIME                      PIC 9(08) VALUE ZERO.
000491 01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
000492     05  WS-NOW-HHMM                  PIC 9(04).
000493     05  FILLER                       PIC 9(04).
000494 01  WS-GAME-START                    PIC 9(08) VALUE ZERO.
000495 01  WS-GAME-START-X REDEFINES WS-GAME-START.
000496     05  WS-START-HH                  PIC 9(02).
000497     05  WS-START-MM                  PIC 9(02).
000498     05  WS-START-SS                  PIC 9(02).
000499     05  FILLER                       PIC 9(02).
000500 01  WS-GAME-END                      PIC 9(08) VALUE ZERO.
000501 01  WS-GAME-END-X REDEFINES WS-GAME-END.
000502     05  WS-END-HH                    PIC 9(02).
000503     05  WS-END-MM                    PIC 9(02).
000504     05  WS-END-SS                    PIC 9(02).
000505     05  FILLER                       PIC 9(02).
000506 01  WS-START-SECONDS                 PIC 9(05) VALUE ZERO.
000507 01  WS-END-SECONDS                   PIC 9(05) VALUE ZERO.
000508 01  WS-PLAY-MINUTES                  PIC 9(04) VALUE ZERO.
000509
000510     COPY ACCFUNC.
000511
000512*--------------------------------
000513* The menu item texts, and the copy the screen shows - an item
000514* the operator is not granted is blanked out of the copy.
000515*--------------------------------
000516 01  WS-MENU-TEXT-DATA.
000517     05  FILLER  PIC X(32)  VALUE
000518         " 1. Phone number lookup system".
000519     05  FILLER  PIC X(32)  VALUE
000520         " 2. Print phone directory".
000521     05  FILLER  PIC X(32)  VALUE
000522         " 3. Print department roster".
000523     05  FILLER  PIC X(32)  VALUE
000524         " 4. Bulk-load phone directory".
000525     05  FILLER  PIC X(32)  VALUE
000526         " 5. Dump phone directory".
000527     05  FILLER  PIC X(32)  VALUE
000528         " 6. Nightly HR reconciliation".
000529     05  FILLER  PIC X(32)  VALUE
000530         " 7. Retirement calculator".
000531     05  FILLER  PIC X(32)  VALUE
000532         " 8. Retirement performance".
000533     05  FILLER  PIC X(32)  VALUE
000534         " 9. Classic Tic-Tac-Toe".
000535     05  FILLER  PIC X(32)  VALUE
000536         "10. 3D Tic-Tac-Toe".
000537     05  FILLER  PIC X(32)  VALUE
000538         "11. Connect Four".
000539     05  FILLER  PIC X(32)  VALUE
000540         "12. Connect Four stats report".
000541     05  FILLER  PIC X(32)  VALUE
000542         "13. Talk to ELIZA".
000543     05  FILLER  PIC X(32)  VALUE
000544         "14. Help / about".
000545     05  FILLER  PIC X(32)  VALUE
000546         "15. Review pending HR changes".
000547     05  FILLER  PIC X(32)  VALUE
000548         "16. Audit trail inquiry".
000549     05  FILLER  PIC X(32)  VALUE
000550         "17. Department table".
000551     05  FILLER  PIC X(32)  VALUE
000552         "18. Lobby kiosk lookup".
000553     05  FILLER  PIC X(32)  VALUE
000554         "19. Participant master".
000555     05  FILLER  PIC X(32)  VALUE
000556         "20. Benchmark table".
000557     05  FILLER  PIC X(32)  VALUE
000558         "21. Operator master".
000559     05  FILLER  PIC X(32)  VALUE
000560         "22. C4 challenges".
000561     05  FILLER  PIC X(32)  VALUE
000562         "23. Position control".
000563     05  FILLER  PIC X(32)  VALUE
000564         "24. Device register".
000565     05  FILLER  PIC X(32)  VALUE
000566         "25. Held dir changes".
000567     05  FILLER  PIC X(32)  VALUE
000568         "26. Evacuation roll call".
000569     05  FILLER  PIC X(32)  VALUE
000570         "27. Out of office".
000571     05  FILLER  PIC X(32)  VALUE
000572         "28. Visitor sign-in".
000573     05  FILLER  PIC X(32)  VALUE
000574         "29. Call groups".
000575     05  FILLER  PIC X(32)  VALUE
000576         "30. Withdrawal requests".
000577     05  FILLER  PIC X(32)  VALUE
000578         "31. Investment elections".
000579     05  FILLER  PIC X(32)  VALUE
000580         "32. Distribution pay run".
000581     05  FILLER  PIC X(32)  VALUE
000582         "33. QDRO account split".
000583     05  FILLER  PIC X(32)  VALUE
000584         "34. Plan-year summary".
000585     05  FILLER  PIC X(32)  VALUE
000586         "35. Fee disclosures".
000587     05  FILLER  PIC X(32)  VALUE
000588         "36. Participant PINs".
000589     05  FILLER  PIC X(32)  VALUE
000590         "37. Auto-enrollment".
000591     05  FILLER  PIC X(32)  VALUE
000592         "38. Code breaker".
000593 01  WS-SHOW-TABLE.
000594     05  WS-SHOW-TEXT                 PIC X(32) OCCURS 38 TIMES.
000595 01  WS-ITEM-OK-TABLE.
000596     05  WS-ITEM-OK                   PIC X(01) OCCURS 38 TIMES.
000597 01  WS-ACC-STATUS                    PIC X(02).
000598 01  WS-SIGNED-ON                     PIC X(01) VALUE "N".
000599 01  WS-SIGNED-SUPERVISOR             PIC X(01) VALUE "N".
000600 01  WS-SIGNON-PASSWORD               PIC X(08) VALUE SPACES.
000601 01  WS-ITEM-SUB                      PIC 9(02) COMP VALUE ZERO.
000602 01  WS-FUNC-SUB                      PIC 9(02) COMP VALUE ZERO.
000603
000604     COPY SCRNCLR.
000605 SCREEN SECTION.
000606 01  MENU-SCREEN.
000607     05  BLANK SCREEN.
000608     05  foreground-color WS-FOREGROUND-COLOR
000609         LINE  2 COL 20 VALUE "SHOP MAIN MENU - PLEASE SELECT:".
000610     05  foreground-color WS-FOREGROUND-COLOR
000611         LINE  4 COL 25 PIC X(30) FROM WS-SHOW-TEXT (1).
000612     05  foreground-color WS-FOREGROUND-COLOR
000613         LINE  5 COL 25 PIC X(30) FROM WS-SHOW-TEXT (2).
000614     05  foreground-color WS-FOREGROUND-COLOR
000615         LINE  6 COL 25 PIC X(30) FROM WS-SHOW-TEXT (3).
000616     05  foreground-color WS-FOREGROUND-COLOR
000617         LINE  7 COL 25 PIC X(30) FROM WS-SHOW-TEXT (4).
000618     05  foreground-color WS-FOREGROUND-COLOR
000619         LINE  8 COL 25 PIC X(30) FROM WS-SHOW-TEXT (5).
000620     05  foreground-color WS-FOREGROUND-COLOR
000630         LINE  9 COL 25 PIC X(30) FROM WS-SHOW-TEXT (6).
000640     05  foreground-color WS-FOREGROUND-COLOR
000650         LINE 10 COL 25 PIC X(30) FROM WS-SHOW-TEXT (7).
000660     05  foreground-color WS-FOREGROUND-COLOR
000670         LINE 11 COL 25 PIC X(30) FROM WS-SHOW-TEXT (8).
000680     05  foreground-color WS-FOREGROUND-COLOR
000690         LINE 12 COL 25 PIC X(30) FROM WS-SHOW-TEXT (9).
000700     05  foreground-color WS-FOREGROUND-COLOR
000710         LINE 13 COL 25 PIC X(30) FROM WS-SHOW-TEXT (10).
000720     05  foreground-color WS-FOREGROUND-COLOR
000730         LINE 14 COL 25 PIC X(30) FROM WS-SHOW-TEXT (11).
000740     05  foreground-color WS-FOREGROUND-COLOR
000750         LINE 15 COL 25 PIC X(30) FROM WS-SHOW-TEXT (12).
000760     05  foreground-color WS-FOREGROUND-COLOR
000770         LINE 16 COL 25 PIC X(30) FROM WS-SHOW-TEXT (13).
000780     05  foreground-color WS-FOREGROUND-COLOR
000790         LINE 17 COL 25 PIC X(30) FROM WS-SHOW-TEXT (14).
000800     05  foreground-color WS-FOREGROUND-COLOR
000810         LINE 18 COL 25 PIC X(30) FROM WS-SHOW-TEXT (15).
000820     05  foreground-color WS-FOREGROUND-COLOR
000830         LINE 19 COL 25 PIC X(30) FROM WS-SHOW-TEXT (16).
000840     05  foreground-color WS-FOREGROUND-COLOR
000850         LINE 20 COL 25 PIC X(30) FROM WS-SHOW-TEXT (17).
000860     05  foreground-color WS-FOREGROUND-COLOR
000870         LINE 21 COL 25 PIC X(30) FROM WS-SHOW-TEXT (18).
000880     05  foreground-color WS-FOREGROUND-COLOR
000890         LINE 22 COL 25 PIC X(30) FROM WS-SHOW-TEXT (19).
000900     05  foreground-color WS-FOREGROUND-COLOR
000901         LINE  4 COL 56 PIC X(25) FROM WS-SHOW-TEXT (20).
000902     05  foreground-color WS-FOREGROUND-COLOR
000903         LINE  5 COL 56 PIC X(25) FROM WS-SHOW-TEXT (21).
000904     05  foreground-color WS-FOREGROUND-COLOR
000905         LINE  6 COL 56 PIC X(25) FROM WS-SHOW-TEXT (22).
000906     05  foreground-color WS-FOREGROUND-COLOR
000907         LINE  7 COL 56 PIC X(25) FROM WS-SHOW-TEXT (23).
000908     05  foreground-color WS-FOREGROUND-COLOR
000909         LINE  8 COL 56 PIC X(25) FROM WS-SHOW-TEXT (24).
000910     05  foreground-color WS-FOREGROUND-COLOR
000911         LINE  9 COL 56 PIC X(25) FROM WS-SHOW-TEXT (25).
000912     05  foreground-color WS-FOREGROUND-COLOR
000913         LINE 10 COL 56 PIC X(25) FROM WS-SHOW-TEXT (26).
000914     05  foreground-color WS-FOREGROUND-COLOR
000915         LINE 11 COL 56 PIC X(25) FROM WS-SHOW-TEXT (27).
000916     05  foreground-color WS-FOREGROUND-COLOR
000917         LINE 12 COL 56 PIC X(25) FROM WS-SHOW-TEXT (28).
000918     05  foreground-color WS-FOREGROUND-COLOR
000920         LINE 13 COL 56 PIC X(25) FROM WS-SHOW-TEXT (29).
000921     05  foreground-color WS-FOREGROUND-COLOR
000922         LINE 14 COL 56 PIC X(25) FROM WS-SHOW-TEXT (30).
000923     05  foreground-color WS-FOREGROUND-COLOR
000924         LINE 15 COL 56 PIC X(25) FROM WS-SHOW-TEXT (31).
000925     05  foreground-color WS-FOREGROUND-COLOR
000926         LINE 16 COL 56 PIC X(25) FROM WS-SHOW-TEXT (32).
000927     05  foreground-color WS-FOREGROUND-COLOR
000928         LINE 17 COL 56 PIC X(25) FROM WS-SHOW-TEXT (33).
000929     05  foreground-color WS-FOREGROUND-COLOR
000930         LINE 18 COL 56 PIC X(25) FROM WS-SHOW-TEXT (34).
000931     05  foreground-color WS-FOREGROUND-COLOR
000932         LINE 19 COL 56 PIC X(25) FROM WS-SHOW-TEXT (35).
000933     05  foreground-color WS-FOREGROUND-COLOR
000934         LINE 20 COL 56 PIC X(25) FROM WS-SHOW-TEXT (36).
000935     05  foreground-color WS-FOREGROUND-COLOR
000936         LINE 21 COL 56 PIC X(25) FROM WS-SHOW-TEXT (37).
000937     05  foreground-color WS-FOREGROUND-COLOR
000938         LINE 22 COL 56 PIC X(25) FROM WS-SHOW-TEXT (38).
000940     05  foreground-color WS-FOREGROUND-COLOR
000950         LINE 23 COL 45 VALUE " 0. Exit this program".
000960     05  foreground-color WS-FOREGROUND-COLOR
001040 PROGRAM-BEGIN.
001041     PERFORM SHOW-ALERT-BOARD.
001042     PERFORM SIGN-ON-GREETING.
001046     PERFORM LOAD-MENU-ACCESS.
001050     PERFORM MAIN-PROCESS.
001060     STOP RUN.
001070
001130* MENU
001140*--------------------------------
001150 GET-MENU-PICK.
001170     DISPLAY MENU-SCREEN.
001180     ACCEPT MENU-SCREEN.
001185     MOVE SPACE TO ERROR-MESSAGE.
001190
001200 DO-THE-PICK.
001201     IF MENU-PICK > 0 AND MENU-PICK NOT > 38
001203         AND WS-ITEM-OK (MENU-PICK) = "N"
001205         MOVE "That item is not granted to you."
001206             TO ERROR-MESSAGE
001208     ELSE
001210     IF MENU-PICK = 1
001220         MOVE "phonescr"  TO WS-SHELL-COMMAND
001230         PERFORM RUN-SHELL-COMMAND
001520     ELSE
001530     IF MENU-PICK = 9
001540         MOVE "tictac"  TO WS-SHELL-COMMAND
001550         MOVE "TICTAC"  TO WS-GAME-NAME
001555         PERFORM RUN-GAME-COMMAND
001560     ELSE
001570     IF MENU-PICK = 10
001580         MOVE "Game-3D-TicTacToe"  TO WS-SHELL-COMMAND
001590         MOVE "TIC3D"  TO WS-GAME-NAME
001595         PERFORM RUN-GAME-COMMAND
001600     ELSE
001610     IF MENU-PICK = 11
001620         MOVE "Game-Connect-4"  TO WS-SHELL-COMMAND
001630         MOVE "CONNECT4"  TO WS-GAME-NAME
001635         PERFORM RUN-GAME-COMMAND
001640     ELSE
001650     IF MENU-PICK = 12
001660         MOVE "Game-Connect-4-Stats-Report"  TO WS-SHELL-COMMAND
002040     ELSE
002042     IF MENU-PICK = 22
002044         MOVE "c4chal"  TO WS-SHELL-COMMAND
002046         MOVE "C4CHAL"  TO WS-GAME-NAME
002047         PERFORM RUN-GAME-COMMAND
002048     ELSE
002049     IF MENU-PICK = 23
002050         MOVE "posnmnt"  TO WS-SHELL-COMMAND
002051         PERFORM RUN-SHELL-COMMAND
002052     ELSE
002053     IF MENU-PICK = 24
002054         MOVE "devmnt"  TO WS-SHELL-COMMAND
002055         PERFORM RUN-SHELL-COMMAND
002056     ELSE
002057     IF MENU-PICK = 25
002058         MOVE "futmnt"  TO WS-SHELL-COMMAND
002059         PERFORM RUN-SHELL-COMMAND
002060     ELSE
002061     IF MENU-PICK = 26
002062         MOVE "rollcall"  TO WS-SHELL-COMMAND
002063         PERFORM RUN-SHELL-COMMAND
002064     ELSE
002065     IF MENU-PICK = 27
002066         MOVE "awaymnt"  TO WS-SHELL-COMMAND
002067         PERFORM RUN-SHELL-COMMAND
002068     ELSE
002069     IF MENU-PICK = 28
002070         MOVE "visitdsk"  TO WS-SHELL-COMMAND
002071         PERFORM RUN-SHELL-COMMAND
002072     ELSE
002073     IF MENU-PICK = 29
002074         MOVE "grpmnt"  TO WS-SHELL-COMMAND
002075         PERFORM RUN-SHELL-COMMAND
002076     ELSE
002077     IF MENU-PICK = 30
002078         MOVE "wdrqmnt"  TO WS-SHELL-COMMAND
002079         PERFORM RUN-SHELL-COMMAND
002080     ELSE
002081     IF MENU-PICK = 31
002082         MOVE "elecmnt"  TO WS-SHELL-COMMAND
002083         PERFORM RUN-SHELL-COMMAND
002084     ELSE
002085     IF MENU-PICK = 32
002086         MOVE "payrun"  TO WS-SHELL-COMMAND
002087         PERFORM RUN-SHELL-COMMAND
002088     ELSE
002089     IF MENU-PICK = 33
002090         MOVE "qdromnt"  TO WS-SHELL-COMMAND
002091         PERFORM RUN-SHELL-COMMAND
002092     ELSE
002093     IF MENU-PICK = 34
002094         MOVE "plansumm"  TO WS-SHELL-COMMAND
002095         PERFORM RUN-SHELL-COMMAND
002096     ELSE
002097     IF MENU-PICK = 35
002098         MOVE "discnote"  TO WS-SHELL-COMMAND
002099         PERFORM RUN-SHELL-COMMAND
002100     ELSE
002101     IF MENU-PICK = 36
002102         MOVE "pinmnt"  TO WS-SHELL-COMMAND
002103         PERFORM RUN-SHELL-COMMAND
002104     ELSE
002105     IF MENU-PICK = 37
002106         MOVE "enrlmnt"  TO WS-SHELL-COMMAND
002107         PERFORM RUN-SHELL-COMMAND
002108     ELSE
002109     IF MENU-PICK = 38
002110         MOVE "mastmind"  TO WS-SHELL-COMMAND
002111         MOVE "MASTMIND"  TO WS-GAME-NAME
002112         PERFORM RUN-GAME-COMMAND
002113     ELSE
002114     IF MENU-PICK = 0
002115         PERFORM PROGRAM-DONE
002116     ELSE
002117         MOVE "Please enter a number from the menu."
002118             TO ERROR-MESSAGE.
002119
002120 RUN-SHELL-COMMAND.
002121     CALL "SYSTEM" USING WS-SHELL-COMMAND.
002122
002123 LOAD-MENU-ACCESS.
002124*--------------------------------
002125* With no access table on file every item shows, as it always
002126* has.  Once OPERACC.DAT exists the operator ID given at sign-on
002127* has to be proven with its password, and an item shows only if
002128* it is open to all (ELIZA, help), shown to supervisors (the
002129* operator master, so a supervisor can always give grants), or
002131* granted to this operator; the rest are blanked.
002132*--------------------------------
002133     MOVE WS-MENU-TEXT-DATA TO WS-SHOW-TABLE.
002134     MOVE ALL "Y" TO WS-ITEM-OK-TABLE.
002135     OPEN INPUT ACCESS-FILE.
002136     IF WS-ACC-STATUS = "00"
002137         PERFORM VERIFY-MENU-OPERATOR
002138         MOVE ZERO TO WS-FUNC-SUB
002139         PERFORM CHECK-ONE-MENU-FUNCTION ACF-FUNCTION-COUNT TIMES
002140         CLOSE ACCESS-FILE
002141     END-IF.
002142
002143 VERIFY-MENU-OPERATOR.
002144     MOVE "N" TO WS-SIGNED-ON.
002145     MOVE "N" TO WS-SIGNED-SUPERVISOR.
002146     IF WS-OPERATOR-ID NOT = SPACES
002147         OPEN INPUT OPERFILE
002148         IF WS-OPER-STATUS NOT = "00"
002149             MOVE "Y" TO WS-SIGNED-ON
002150         ELSE
002151             MOVE WS-OPERATOR-ID TO OPER-ID
002153             READ OPERFILE
002154                 INVALID KEY
002155                     DISPLAY "Not on the operator master."
002156                 NOT INVALID KEY
002157                     IF OPER-IS-LOCKED
002158                         DISPLAY "That ID is locked out."
002159                     ELSE
002160                         DISPLAY "Password: " WITH NO ADVANCING
002161                         ACCEPT WS-SIGNON-PASSWORD
002162                         IF OPER-PASSWORD = WS-SIGNON-PASSWORD
002163                             MOVE "Y" TO WS-SIGNED-ON
002164                             IF OPER-AUTH-SUPERVISOR
002165                                 MOVE "Y" TO WS-SIGNED-SUPERVISOR
002166                             END-IF
002167                         ELSE
002168                             DISPLAY "Wrong password."
002169                         END-IF
002170                     END-IF
002171             END-READ
002172             CLOSE OPERFILE
002173         END-IF
002174         IF WS-SIGNED-ON NOT = "Y"
002176             DISPLAY "Only the items open to everyone are shown."
002177             DISPLAY "Enter to continue..." WITH NO ADVANCING
002178             ACCEPT WS-ANY-KEY
002179         END-IF
002180     END-IF.
002181
002182 CHECK-ONE-MENU-FUNCTION.
002183     ADD 1 TO WS-FUNC-SUB.
002184     IF ACF-MENU-ITEM (WS-FUNC-SUB) > ZERO
002185         MOVE ACF-MENU-ITEM (WS-FUNC-SUB) TO WS-ITEM-SUB
002186         IF ACF-OPEN-TO-ALL (WS-FUNC-SUB)
002187             CONTINUE
002188         ELSE
002189         IF ACF-SUPERVISOR-SEES (WS-FUNC-SUB)
002190             AND WS-SIGNED-SUPERVISOR = "Y"
002191             CONTINUE
002192         ELSE
002193             MOVE "N" TO WS-ITEM-OK (WS-ITEM-SUB)
002194             IF WS-SIGNED-ON = "Y"
002195                 MOVE WS-OPERATOR-ID         TO ACC-OPER-ID
002196                 MOVE ACF-CODE (WS-FUNC-SUB) TO ACC-FUNCTION
002198                 READ ACCESS-FILE
002199                     INVALID KEY CONTINUE
002200                     NOT INVALID KEY
002201                         MOVE "Y" TO WS-ITEM-OK (WS-ITEM-SUB)
002202                 END-READ
002203             END-IF
002204             IF WS-ITEM-OK (WS-ITEM-SUB) = "N"
002205                 MOVE SPACES TO WS-SHOW-TEXT (WS-ITEM-SUB)
002206             END-IF
002207         END-IF
002208         END-IF
002209     END-IF.
002210
002211 PROGRAM-DONE.
002212     STOP RUN.
002213
002214 SIGN-ON-GREETING.
002215*--------------------------------
002216* Takes the operator ID at sign-on and counts the Connect Four
002217* challenge games waiting on their move, so "you have N games
002218* waiting" greets them before the menu instead of the games
002220* sitting silent on the queue between shifts.
002230*--------------------------------
002240     DISPLAY "Operator ID (Enter to skip): " WITH NO ADVANCING.
003660     READ ALERT-KEEP-FILE INTO ALERT-REC
003670         AT END MOVE "y" TO WS-ALERT-EOF
003680     END-READ.
003690
003700 RUN-GAME-COMMAND.
003710*--------------------------------
003720* A game launches only inside a play window and under the
003730* operator's daily allowance (GAMEPOL.DAT), unless a supervisor
003740* overrides; every session goes on the play-time log.
003750*--------------------------------
003760     PERFORM CHECK-PLAY-POLICY.
003770     IF WS-PLAY-OK = "Y"
003780         ACCEPT WS-TODAY FROM DATE YYYYMMDD
003790         ACCEPT WS-GAME-START FROM TIME
003800         PERFORM RUN-SHELL-COMMAND
003810         ACCEPT WS-GAME-END FROM TIME
003820         PERFORM LOG-GAME-SESSION
003830     END-IF.
003840
003850 CHECK-PLAY-POLICY.
003860     MOVE "Y"    TO WS-PLAY-OK.
003870     MOVE SPACE  TO WS-BLOCK-REASON.
003880     MOVE SPACES TO WS-OVERRIDE-BY.
003890     IF WS-OPERATOR-ID = SPACES
003900         DISPLAY "Operator ID for the play log: "
003910             WITH NO ADVANCING
003920         ACCEPT WS-OPERATOR-ID
003930     END-IF.
003940     IF WS-OPERATOR-ID = SPACES
003950         DISPLAY "The games are played under an operator ID."
003960         MOVE "N" TO WS-PLAY-OK
003970     ELSE
003980         PERFORM LOAD-GAME-POLICY
003990         ACCEPT WS-TODAY FROM DATE YYYYMMDD
004000         ACCEPT WS-NOW-TIME FROM TIME
004010         PERFORM CHECK-PLAY-WINDOW
004020         IF WS-IN-WINDOW NOT = "Y"
004030             MOVE "W" TO WS-BLOCK-REASON
004040             DISPLAY "Games may be started in the play windows "
004050                 "only:"
004060             PERFORM SHOW-ONE-WINDOW
004070                 VARYING WS-WINDOW-SUB FROM 1 BY 1
004080                 UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
004090         ELSE
004100             IF WS-HAS-ALLOWANCE = "Y"
004110                 PERFORM SUM-TODAYS-MINUTES
004120                 IF WS-USED-MINUTES NOT < WS-ALLOW-MINUTES
004130                     MOVE "A" TO WS-BLOCK-REASON
004140                     DISPLAY "You have played " WS-USED-MINUTES
004150                         " minutes today - the allowance is "
004160                         WS-ALLOW-MINUTES "."
004170                 END-IF
004180             END-IF
004190         END-IF
004200         IF WS-BLOCK-REASON NOT = SPACE
004210             PERFORM OFFER-PLAY-OVERRIDE
004220         END-IF
004230     END-IF.
004240     IF WS-PLAY-OK NOT = "Y"
004250         DISPLAY "Enter to continue..." WITH NO ADVANCING
004260         ACCEPT WS-ANY-KEY
004270     END-IF.
004280
004290 LOAD-GAME-POLICY.
004300*--------------------------------
004310* The operator's own allowance line wins over the "*" line for
004320* everyone else.  No policy file leaves play unrestricted.
004330*--------------------------------
004340     MOVE ZERO  TO WS-WINDOW-COUNT.
004350     MOVE "N"   TO WS-HAS-ALLOWANCE.
004360     MOVE "N"   TO WS-OWN-ALLOWANCE.
004370     MOVE ZERO  TO WS-ALLOW-MINUTES.
004380     MOVE SPACE TO WS-POLICY-EOF.
004390     OPEN INPUT GAME-POLICY-FILE.
004400     IF WS-POLICY-STATUS NOT = "00"
004410         MOVE "y" TO WS-POLICY-EOF
004420     ELSE
004430         READ GAME-POLICY-FILE
004440             AT END MOVE "y" TO WS-POLICY-EOF
004450         END-READ
004460         PERFORM TAKE-ONE-POLICY-LINE
004470             UNTIL WS-POLICY-EOF = "y"
004480         CLOSE GAME-POLICY-FILE
004490     END-IF.
004500
004510 TAKE-ONE-POLICY-LINE.
004520     IF GP-WINDOW
004530         AND GP-FROM-HHMM IS NUMERIC
004540         AND GP-TO-HHMM IS NUMERIC
004550         AND WS-WINDOW-COUNT < 20
004560         ADD 1 TO WS-WINDOW-COUNT
004570         MOVE GP-FROM-HHMM    TO WS-WIN-FROM(WS-WINDOW-COUNT)
004580         MOVE GP-TO-HHMM      TO WS-WIN-TO(WS-WINDOW-COUNT)
004590         MOVE GP-WINDOW-LABEL TO WS-WIN-LABEL(WS-WINDOW-COUNT)
004600     END-IF.
004610     IF GP-ALLOWANCE AND GP-DAILY-MINUTES IS NUMERIC
004620         IF GP-OPERATOR = WS-OPERATOR-ID
004630             MOVE "Y" TO WS-HAS-ALLOWANCE
004640             MOVE "Y" TO WS-OWN-ALLOWANCE
004650             MOVE GP-DAILY-MINUTES TO WS-ALLOW-MINUTES
004660         ELSE
004670             IF GP-OPERATOR = "*" AND WS-OWN-ALLOWANCE NOT = "Y"
004680                 MOVE "Y" TO WS-HAS-ALLOWANCE
004690                 MOVE GP-DAILY-MINUTES TO WS-ALLOW-MINUTES
004700             END-IF
004710         END-IF
004720     END-IF.
004730     READ GAME-POLICY-FILE
004740         AT END MOVE "y" TO WS-POLICY-EOF
004750     END-READ.
004760
004770 CHECK-PLAY-WINDOW.
004780     IF WS-WINDOW-COUNT = ZERO
004790         MOVE "Y" TO WS-IN-WINDOW
004800     ELSE
004810         MOVE "N" TO WS-IN-WINDOW
004820         PERFORM CHECK-ONE-WINDOW
004830             VARYING WS-WINDOW-SUB FROM 1 BY 1
004840             UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
004850                 OR WS-IN-WINDOW = "Y"
004860     END-IF.
004870
004880 CHECK-ONE-WINDOW.
004890     IF WS-WIN-FROM(WS-WINDOW-SUB) NOT > WS-WIN-TO(WS-WINDOW-SUB)
004900         IF WS-NOW-HHMM NOT < WS-WIN-FROM(WS-WINDOW-SUB)
004910             AND WS-NOW-HHMM < WS-WIN-TO(WS-WINDOW-SUB)
004920             MOVE "Y" TO WS-IN-WINDOW
004930         END-IF
004940     ELSE
004950         IF WS-NOW-HHMM NOT < WS-WIN-FROM(WS-WINDOW-SUB)
004960             OR WS-NOW-HHMM < WS-WIN-TO(WS-WINDOW-SUB)
004970             MOVE "Y" TO WS-IN-WINDOW
004980         END-IF
004990     END-IF.
005000
005010 SHOW-ONE-WINDOW.
005020     DISPLAY "  " WS-WIN-FROM(WS-WINDOW-SUB) " - "
005030         WS-WIN-TO(WS-WINDOW-SUB) "  "
005035         WS-WIN-LABEL(WS-WINDOW-SUB).
005040
005050 SUM-TODAYS-MINUTES.
005060     MOVE ZERO  TO WS-USED-MINUTES.
005070     MOVE SPACE TO WS-GLOG-EOF.
005080     OPEN INPUT GAME-LOG-FILE.
005090     IF WS-GLOG-STATUS NOT = "00"
005100         MOVE "y" TO WS-GLOG-EOF
005110     ELSE
005120         READ GAME-LOG-FILE
005130             AT END MOVE "y" TO WS-GLOG-EOF
005140         END-READ
005150         PERFORM ADD-ONE-SESSION UNTIL WS-GLOG-EOF = "y"
005160         CLOSE GAME-LOG-FILE
005170     END-IF.
005180
005190 ADD-ONE-SESSION.
005200     IF GL-DATE = WS-TODAY AND GL-OPERATOR = WS-OPERATOR-ID
005210         AND GL-MINUTES IS NUMERIC
005220         ADD GL-MINUTES TO WS-USED-MINUTES
005230     END-IF.
005240     READ GAME-LOG-FILE
005250         AT END MOVE "y" TO WS-GLOG-EOF
005260     END-READ.
005270
005280 OFFER-PLAY-OVERRIDE.
005290     DISPLAY "Supervisor override (Y/N)? " WITH NO ADVANCING.
005300     ACCEPT WS-OVERRIDE-ANSWER.
005310     IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
005320         PERFORM VERIFY-PLAY-SUPERVISOR
005330     ELSE
005340         MOVE "N" TO WS-PLAY-OK
005350     END-IF.
005360
005370 VERIFY-PLAY-SUPERVISOR.
005380*--------------------------------
005390* A supervisor sign-on against the operator master, as the
005400* maintenance screens take for a batch-window override.  With
005410* no master on file there is no supervisor to ask.
005420*--------------------------------
005430     MOVE "N" TO WS-PLAY-OK.
005440     OPEN INPUT OPERFILE.
005450     IF WS-OPER-STATUS NOT = "00"
005460         DISPLAY "No operator master - no override."
005470     ELSE
005480         DISPLAY "Supervisor operator ID: " WITH NO ADVANCING
005490         ACCEPT WS-OVR-ID
005500         DISPLAY "Password: " WITH NO ADVANCING
005510         ACCEPT WS-OVR-PASSWORD
005520         MOVE WS-OVR-ID TO OPER-ID
005530         READ OPERFILE
005540             INVALID KEY
005550                 DISPLAY "Unknown operator."
005560             NOT INVALID KEY
005570                 IF OPER-PASSWORD = WS-OVR-PASSWORD
005580                     AND OPER-AUTH-SUPERVISOR
005590                     AND NOT OPER-IS-LOCKED
005600                     MOVE "Y" TO WS-PLAY-OK
005610                     MOVE WS-OVR-ID TO WS-OVERRIDE-BY
005620                 ELSE
005630                     DISPLAY "Not a supervisor, or wrong "
005640                         "password."
005650                 END-IF
005660         END-READ
005670         CLOSE OPERFILE
005680     END-IF.
005690
005700 LOG-GAME-SESSION.
005710*--------------------------------
005720* Minutes round up, so a game quit inside a minute still
005730* counts one; a session past midnight wraps the clock.
005740*--------------------------------
005750     COMPUTE WS-START-SECONDS =
005760         WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS.
005770     COMPUTE WS-END-SECONDS =
005780         WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS.
005790     IF WS-END-SECONDS < WS-START-SECONDS
005800         ADD 86400 TO WS-END-SECONDS
005810     END-IF.
005820     COMPUTE WS-PLAY-MINUTES =
005830         (WS-END-SECONDS - WS-START-SECONDS + 59) / 60.
005840     MOVE SPACES             TO GAME-LOG-REC.
005850     MOVE WS-TODAY           TO GL-DATE.
005860     MOVE WS-OPERATOR-ID     TO GL-OPERATOR.
005870     MOVE WS-GAME-NAME       TO GL-GAME.
005880     MOVE WS-GAME-START(1:6) TO GL-START-TIME.
005890     MOVE WS-GAME-END(1:6)   TO GL-END-TIME.
005900     MOVE WS-PLAY-MINUTES    TO GL-MINUTES.
005910     MOVE WS-BLOCK-REASON    TO GL-OVERRIDE.
005920     MOVE WS-OVERRIDE-BY     TO GL-OVERRIDE-BY.
005930     OPEN EXTEND GAME-LOG-FILE.
005940     IF WS-GLOG-STATUS = "35"
005950         OPEN OUTPUT GAME-LOG-FILE
005960     END-IF.
005970     IF WS-GLOG-STATUS = "00"
005980         WRITE GAME-LOG-REC
005990         CLOSE GAME-LOG-FILE
006000     END-IF.
