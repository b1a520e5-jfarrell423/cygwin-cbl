000080* makes them 50 or older in that year, and prints the
000090* excess-contribution exceptions with the amount over, so the
000100* corrective distributions can be processed before the tax
000110* deadline.  RETURN-CODE 4 when anything is over.  A
000115* correction's reversal line (txncorr.cbl) comes off the total.
000120*
000130*   CONTLIM_YEAR      compliance year     (default current)
000140*   CONTLIM_BASE      deferral limit      (default 23000.00)
000150*   CONTLIM_CATCHUP   catch-up allowance  (default 7500.00)
000160*
000170* 2026-09  JDF  New program.
000175* 2026-10  JDF  Correction reversal lines net out the original.
000180*--------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000540 01  ws-catchup                      pic 9(7)v99 value 7500.
000550 01  ws-limit                        pic 9(7)v99 value zero.
000560 01  ws-excess                       pic s9(9)v99 value zero.
000565 01  ws-txn-amount                   pic s9(9)v99 value zero.
000570 01  ws-birth-year                   pic 9(04) value zero.
000580 01  ws-age-in-year                  pic s9(04) value zero.
000590 01  ws-excess-count                 pic 9(05) value zero.
000660 01  ws-acct-table.
000670     05  ws-acct-entry               occurs 2000 times.
000680         10  ws-ac-account           pic x(10).
000690         10  ws-ac-total             pic s9(9)v99.
000700 01  ws-acct-sub                     pic 9(04) comp value zero.
000710 01  ws-acct-found                   pic x(01) value space.
000720
001570     IF TXN-TYPE = "C"
001575         AND TXN-SRC-DEFERRAL
001580         AND TXN-DATE(1:4) = ws-year
001582         MOVE TXN-AMOUNT TO ws-txn-amount
001584         IF TXN-REVERSAL
001586             MULTIPLY -1 BY ws-txn-amount
001588         END-IF
001590         PERFORM TALLY-ONE-ACCOUNT
001600     END-IF.
001610     READ TXN-FILE
001715         IF ws-acct-count < 2000
001730         ADD 1 TO ws-acct-count
001740         MOVE TXN-ACCOUNT TO ws-ac-account(ws-acct-count)
001750         MOVE ws-txn-amount TO ws-ac-total(ws-acct-count)
001752         ELSE
001754*            a compliance run must not go quietly incomplete -
001756*            overflow is counted, printed, and fails the run
001780 CHECK-ONE-ACCT-SLOT.
001790     ADD 1 TO ws-acct-sub.
001800     IF ws-ac-account(ws-acct-sub) = TXN-ACCOUNT
001810         ADD ws-txn-amount TO ws-ac-total(ws-acct-sub)
001820         MOVE "y" TO ws-acct-found
001830     END-IF.
001840
