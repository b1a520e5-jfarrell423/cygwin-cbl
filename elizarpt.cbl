000150* 2026-08  JDF  New program.
000152* 2026-09  JDF  Added the FAQ answer usage section from the hit
000154*                counters eliza keeps on ELIZAFAQ.DAT.
000155* 2026-10  JDF  Counts the directory answers eliza now gives
000157*                (DIRH lines) by kind, plus those with nothing
000158*                on file; they are no longer plain replies.
000160*--------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000580 01  ws-benefits-count               pic 9(05) value zero.
000590 01  ws-401k-count                   pic 9(05) value zero.
000600 01  ws-plain-reply-count            pic 9(07) value zero.
000601 01  ws-dir-answer-count             pic 9(05) value zero.
000602 01  ws-dir-name-count               pic 9(05) value zero.
000604 01  ws-dir-supv-count               pic 9(05) value zero.
000605 01  ws-dir-office-count             pic 9(05) value zero.
000607 01  ws-dir-oncall-count             pic 9(05) value zero.
000608 01  ws-dir-miss-count               pic 9(05) value zero.
000610 01  ws-avg-exchanges                pic 9(4)v9 value zero.
000620 01  ws-avg-display                  pic zzz9.9.
000630
001870         ADD 1 TO ws-user-line-count
001880         PERFORM COUNT-USER-KEYWORD
001890     ELSE
001900         IF TR-TAG = "DIRH"
001902             PERFORM COUNT-DIRECTORY-LINE
001904         ELSE
001906             PERFORM CLASSIFY-ELIZA-LINE
001908         END-IF
001910     END-IF.
001920     READ TRANSCRIPT-FILE
001930         AT END MOVE "y" TO ws-eof
002330     ELSE
002340         ADD 1 TO ws-plain-reply-count
002350     END-IF.
002352
002354 COUNT-DIRECTORY-LINE.
002356*--------------------------------
002358* A directory answer's first line says what kind it was; the
002360* indented lines under it (each name found, the backup on call)
002361* belong to the same answer and are not counted again.
002362*--------------------------------
002363     IF TR-TEXT(1:1) NOT = SPACE
002364         ADD 1 TO ws-dir-answer-count
002365         EVALUATE TRUE
002366             WHEN TR-TEXT(1:19) = "From the directory:"
002367                 ADD 1 TO ws-dir-name-count
002368             WHEN TR-TEXT(1:18) = "Your supervisor is"
002369                 ADD 1 TO ws-dir-supv-count
002370             WHEN TR-TEXT(1:14) = "Your office is"
002371                 ADD 1 TO ws-dir-office-count
002372             WHEN TR-TEXT(1:16) = "On call tonight:"
002373                 ADD 1 TO ws-dir-oncall-count
002374             WHEN OTHER
002375                 ADD 1 TO ws-dir-miss-count
002376         END-EVALUATE
002377     END-IF.
002378
002379 POST-SESSION-DAY.
002380     MOVE SPACE TO ws-day-found.
002390     MOVE ZERO  TO ws-day-sub.
002400     PERFORM FIND-ONE-DAY-SLOT
003290     MOVE SPACES TO ws-text-line.
003300     STRING "PLAIN KEYWORD REPLIES: " ws-plain-reply-count
003310         DELIMITED BY SIZE INTO ws-text-line.
003312     PERFORM SHOW-LINE.
003315     MOVE SPACES TO ws-text-line.
003317     STRING "DIRECTORY ANSWERS: " ws-dir-answer-count
003320         "   NOTHING ON FILE: " ws-dir-miss-count
003321         DELIMITED BY SIZE INTO ws-text-line.
003322     PERFORM SHOW-LINE.
003323     MOVE SPACES TO ws-text-line.
003324     STRING "  BY NAME: " ws-dir-name-count
003325         "  SUPERVISOR: " ws-dir-supv-count
003326         "  OFFICE: " ws-dir-office-count
003327         "  ON CALL: " ws-dir-oncall-count
003328         DELIMITED BY SIZE INTO ws-text-line.
003329     PERFORM SHOW-LINE.
003330     MOVE SPACES TO ws-text-line.
003340     PERFORM SHOW-LINE.
003350     MOVE "MOST FREQUENT MATCHED KEYWORDS" TO ws-text-line.
