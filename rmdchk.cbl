000140* flags actual misses for the excise-tax letters.
000150*
000160* 2026-09  JDF  New program.
000165* 2026-10  JDF  Correction reversal lines net out the original.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000930
000940 01  ws-latest-balance               pic 9(9)v99 value zero.
000950 01  ws-latest-found                 pic x(01) value "N".
000960 01  ws-withdrawn                    pic s9(9)v99 value zero.
000970 01  ws-shortfall                    pic s9(9)v99 value zero.
000980
000990 01  ws-due-count                    pic 9(05) value zero.
002660     IF TXN-ACCOUNT = PART-ACCOUNT
002670         AND TXN-TYPE = "W"
002680         AND TXN-DATE(1:4) = ws-check-year
002690         IF TXN-REVERSAL
002692             SUBTRACT TXN-AMOUNT FROM ws-withdrawn
002694         ELSE
002696             ADD TXN-AMOUNT TO ws-withdrawn
002698         END-IF
002700     END-IF.
002710     READ TXN-FILE
002720         AT END MOVE "y" TO ws-txn-eof
