000205* 2026-09  JDF  Added the money-source section from SRCBAL.DAT
000206*                with employer match split vested/unvested by
000207*                the VESTTBL.DAT schedule and the hire date.
000208* 2026-10  JDF  Correction reversal and replacement lines are
000209*                marked as such in the flow itemization.
000210* 2026-10  JDF  No statement prints for an address flagged bad by
000211*                returned mail; accounts that would have had one
000212*                go on a "HELD - BAD ADDRESS" page (RC 4).
000213*--------------------------------
000214 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240 SELECT PARTICIPANT-FILE ASSIGN TO "PARTMASTDAT"
000850
000860 01  ws-statement-count              pic 9(05) value zero.
000870 01  ws-skipped-count                pic 9(05) value zero.
000871 01  ws-held-count                   pic 9(05) value zero.
000872 01  ws-held-overflow                pic 9(05) value zero.
000873 01  ws-held-sub                     pic 9(03) comp value zero.
000874 01  ws-held-table.
000875     05  ws-held-entry               occurs 500 times.
000876         10  ws-hd-account           pic x(10).
000877         10  ws-hd-name              pic x(25).
000878         10  ws-hd-bad-date          pic 9(08).
000879 01  ws-held-listed                  pic 9(03) comp value zero.
000880
000890*--------------------------------
000900* Quarter and year-to-date accumulation for one account.
001250      05  filler                      pic x(04) value spaces.
001260      05  ws-flow-label               pic x(13).
001270      05  ws-flow-amount              pic $$$,$$$,$$$.99.
001275      05  ws-flow-note                pic x(12).
001280
001290 PROCEDURE DIVISION.
001300 PROGRAM-BEGIN.
001370     PERFORM COMPUTE-QUARTER-DATES.
001380     PERFORM OPEN-FILES.
001390     PERFORM STATEMENT-SWEEP.
001395     PERFORM PRINT-HELD-LISTING.
001400     PERFORM CLOSE-FILES.
001410     DISPLAY "Statement run complete - "
001420         ws-statement-count " statements, "
001430         ws-skipped-count " accounts with no activity.".
001431     IF ws-held-count > ZERO
001433         DISPLAY ws-held-count " statements held, bad address - "
001435             "see PERFSTMT.PRT."
001436         MOVE 4 TO RETURN-CODE
001438     END-IF.
001440     STOP RUN.
001450
001460 GET-QUARTER-END.
002070     PERFORM STATEMENT-ONE-ACCOUNT UNTIL ws-part-eof = "y".
002080
002090 STATEMENT-ONE-ACCOUNT.
002100     IF PART-ADDRESS-BAD
002101         PERFORM PROBE-QUARTER-ACTIVITY
002102         IF ws-qtr-found = "Y"
002103             PERFORM NOTE-HELD-ENTRY
002104         ELSE
002105             ADD 1 TO ws-skipped-count
002106         END-IF
002107     ELSE
002108         PERFORM GATHER-ACCOUNT-HISTORY
002110         IF ws-qtr-found = "Y"
002120             ADD 1 TO ws-statement-count
002130         ELSE
002140             ADD 1 TO ws-skipped-count
002145         END-IF
002150     END-IF.
002160     READ PARTICIPANT-FILE NEXT RECORD
002170         AT END MOVE "y" TO ws-part-eof
003500                 MOVE "CONTRIBUTION" TO ws-flow-label
003510         END-EVALUATE
003520         MOVE TXN-AMOUNT TO ws-flow-amount
003521         EVALUATE TRUE
003522             WHEN TXN-REVERSAL
003523                 MOVE "  REVERSED"   TO ws-flow-note
003524             WHEN TXN-REPLACEMENT
003525                 MOVE "  CORRECTION" TO ws-flow-note
003526             WHEN OTHER
003527                 MOVE SPACES         TO ws-flow-note
003528         END-EVALUATE
003530         WRITE PRINT-LINE FROM ws-flow-line
003540     END-IF.
003550     READ TXN-FILE
006920     READ VESTFILE NEXT RECORD
006930         AT END MOVE "y" TO ws-vest-eof
006940     END-READ.
006950
006960*--------------------------------
006970* Whether the account would have had a statement - a snapshot
006980* inside the quarter - without printing any of it.
006990*--------------------------------
007000 PROBE-QUARTER-ACTIVITY.
007010     MOVE "N"   TO ws-qtr-found.
007020     MOVE SPACE TO ws-hist-eof.
007030     MOVE PART-ACCOUNT     TO HIST-ACCOUNT.
007040     MOVE ws-quarter-start TO HIST-RUN-DATE.
007050     START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
007060         INVALID KEY MOVE "y" TO ws-hist-eof
007070     END-START.
007080     IF ws-hist-eof NOT = "y"
007090         READ HISTORY-FILE NEXT RECORD
007100             AT END MOVE "y" TO ws-hist-eof
007110         END-READ
007120     END-IF.
007130     IF ws-hist-eof NOT = "y"
007140         AND HIST-ACCOUNT = PART-ACCOUNT
007150         AND HIST-RUN-DATE NOT > ws-quarter-end
007160         MOVE "Y" TO ws-qtr-found
007170     END-IF.
007180
007190 NOTE-HELD-ENTRY.
007200     ADD 1 TO ws-held-count.
007210     IF ws-held-listed < 500
007220         ADD 1 TO ws-held-listed
007230         MOVE PART-ACCOUNT       TO ws-hd-account(ws-held-listed)
007240         MOVE PART-NAME          TO ws-hd-name(ws-held-listed)
007250         MOVE PART-ADDR-BAD-DATE TO ws-hd-bad-date(ws-held-listed)
007260     ELSE
007270         ADD 1 TO ws-held-overflow
007280     END-IF.
007290
007300*--------------------------------
007310* The administrator's page: statements not mailed because the
007320* address is known bad, and since when.  partmnt clears the flag
007330* when a new address is entered.
007340*--------------------------------
007350 PRINT-HELD-LISTING.
007360     ADD 1 TO ws-page-number.
007370     MOVE ws-page-number TO RPT-PAGE-NUMBER.
007380     IF ws-statement-count > ZERO
007390         WRITE PRINT-LINE FROM SPACES
007400             AFTER ADVANCING PAGE.
007410     WRITE PRINT-LINE FROM RPT-HEADING-1.
007420     WRITE PRINT-LINE FROM RPT-HEADING-2.
007430     MOVE SPACES TO PRINT-LINE.
007440     WRITE PRINT-LINE.
007450     MOVE SPACES TO ws-text-line.
007460     STRING "HELD - BAD ADDRESS  (QUARTER ENDING " ws-quarter-end
007470         ", STATEMENTS NOT PRINTED)"
007480         DELIMITED BY SIZE INTO ws-text-line.
007490     WRITE PRINT-LINE FROM ws-text-line.
007500     MOVE SPACES TO PRINT-LINE.
007510     WRITE PRINT-LINE.
007520     MOVE "   ACCOUNT     NAME                       BAD SINCE"
007530         TO ws-text-line.
007540     WRITE PRINT-LINE FROM ws-text-line.
007550     IF ws-held-listed = ZERO
007560         MOVE "   (none)" TO ws-text-line
007570         WRITE PRINT-LINE FROM ws-text-line
007580     END-IF.
007590     MOVE ZERO TO ws-held-sub.
007600     PERFORM PRINT-ONE-HELD-LINE
007610         UNTIL ws-held-sub NOT < ws-held-listed.
007620     IF ws-held-overflow > ZERO
007630         MOVE SPACES TO ws-text-line
007640         STRING "   *** " ws-held-overflow
007650             " MORE STATEMENTS HELD BUT NOT LISTED ***"
007660             DELIMITED BY SIZE INTO ws-text-line
007670         WRITE PRINT-LINE FROM ws-text-line
007680     END-IF.
007690
007700 PRINT-ONE-HELD-LINE.
007710     ADD 1 TO ws-held-sub.
007720     MOVE SPACES TO ws-text-line.
007730     STRING "   " ws-hd-account(ws-held-sub)
007740         "  " ws-hd-name(ws-held-sub)
007750         "  " ws-hd-bad-date(ws-held-sub)(5:2)
007760         "/" ws-hd-bad-date(ws-held-sub)(7:2)
007770         "/" ws-hd-bad-date(ws-held-sub)(1:4)
007780         DELIMITED BY SIZE INTO ws-text-line.
007790     WRITE PRINT-LINE FROM ws-text-line.
