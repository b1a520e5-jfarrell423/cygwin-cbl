000281*                screen is an update path, so while the flag is
000282*                up only a supervisor override (audited) gets
000283*                in.
000284* 2026-10  JDF  Applies the SUPCHG reporting-line transactions
000285*                the leavswp departure sweep stages, moving a
000286*                departed supervisor's report on PHONESUPV.DAT.
000287* 2026-10  JDF  An approved ADD opens the hire's onboarding
000288*                checklist on ONBOARD.DAT; the reviewer names
000289*                the operator ID to set up, if any.
000290* 2026-10  JDF  Approve and reject need the PENDUPD grant on
000292*                the access table once OPERACC.DAT is on file;
000294*                without it items are shown and left pending.
000296*--------------------------------
000298 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000530 ACCESS MODE IS DYNAMIC
000540 RECORD KEY IS OPER-ID.
000550
000551 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000552 FILE STATUS IS ws-acc-status
000554 ORGANIZATION IS INDEXED
000555 ACCESS MODE IS DYNAMIC
000557 RECORD KEY IS ACC-KEY.
000558
000560 SELECT ALIASFILE ASSIGN TO "PHONEALIASDAT"
000570 FILE STATUS IS ws-alias-status
000580 ORGANIZATION IS INDEXED
000606 ORGANIZATION IS INDEXED
000607 ACCESS MODE IS DYNAMIC
000608 RECORD KEY IS LOC-EMPLOYEE-ID.
000611
000612 SELECT SUPVFILE ASSIGN TO "PHONESUPVDAT"
000614 FILE STATUS IS ws-supv-status
000615 ORGANIZATION IS INDEXED
000616 ACCESS MODE IS DYNAMIC
000618 RECORD KEY IS SUPV-EMPLOYEE-ID.
000619
000620 SELECT ONBDFILE ASSIGN TO "ONBOARDDAT"
000622 FILE STATUS IS ws-onbd-status
000623 ORGANIZATION IS INDEXED
000624 ACCESS MODE IS DYNAMIC
000626 RECORD KEY IS ONBD-EMPLOYEE-ID.
000627
000628 DATA DIVISION.
000630 FILE SECTION.
000640 FD PHONEFILE.
000650     COPY PHONEREC.
000804 FD LOCFILE.
000806     COPY LOCREC.
000807
000808 FD SUPVFILE.
000809     COPY SUPVREC.
000810
000811 FD ONBDFILE.
000812     COPY ONBDREC.
000813
000814 FD DHIST-FILE.
000815     COPY DHISTREC.
000816
000817 FD WINDOW-FLAG-FILE.
000818 01  WINDOW-FLAG-REC.
000819     05  FLG-STATE                   PIC X(04).
000820     05  FILLER                      PIC X(01).
000821     05  FLG-STEP                    PIC X(30).
000822
000823 FD ACCESS-FILE.
000825     COPY ACCSREC.
000826
000828 WORKING-STORAGE SECTION.
000830     COPY FILESTAT.
000840
000850 01 ws-operator-id                    pic x(08) value "SYSTEM  ".
001040 01  ws-eof                          pic x(01) value space.
001050 01  ws-choice                       pic x(01) value space.
001052 01  ws-confirm                      pic x(01) value space.
001053 01  ws-run-mode                     pic x(01) value "P".
001054 01  ws-acc-status                   pic x(02).
001055 01  ws-update-granted               pic x(01) value "Y".
001056 01  ws-keep-line                    pic x(01) value "Y".
001060 01  ws-applied-ok                   pic x(01) value space.
001070 01  ws-assign-id                    pic 9(06) value zero.
001171     05  ws-li-floor                 pic x(03).
001172     05  ws-li-room                  pic x(06).
001173     05  ws-li-mail-stop             pic x(06).
001174 01  ws-supv-status                  pic x(02).
001175*--------------------------------
001176* Work image of a reporting-line record, used to decompose the
001177* before/after images carried on a SUPCHG transaction.
001179*--------------------------------
001180 01  ws-supv-image.
001181     05  ws-si-employee-id           pic 9(06).
001182     05  ws-si-supervisor-id         pic 9(06).
001183     05  ws-si-eff-date              pic 9(08).
001185 01  ws-onbd-status                  pic x(02).
001186 01  ws-onbd-sub                     pic 9(01) value zero.
001187
001188 PROCEDURE DIVISION.
001190 PROGRAM-BEGIN.
001200     CALL "shopcfg"
001210         ON EXCEPTION
001240     END-CALL.
001250     PERFORM GET-RUN-MODE.
001252     PERFORM OPERATOR-SIGN-ON.
001253     IF ws-run-mode = "P"
001255         PERFORM CHECK-UPDATE-GRANT
001256     END-IF.
001258     PERFORM CHECK-BATCH-WINDOW.
001260     PERFORM MAIN-PROCESS.
001270     STOP RUN.
001272
002350     DISPLAY "Approve, Reject, or Skip (A/R/S)? "
002360         WITH NO ADVANCING
002370     ACCEPT ws-choice
002371     IF ws-update-granted NOT = "Y"
002373         AND (ws-choice = "A" OR "a" OR "R" OR "r")
002375         DISPLAY "Not granted PENDUPD - item left pending."
002376         MOVE SPACE TO ws-choice
002378     END-IF
002380     EVALUATE ws-choice
002390         WHEN "A"
002400         WHEN "a"
002556             DISPLAY "Before:" WITH NO ADVANCING
002558             PERFORM DISPLAY-LOC-IMAGE-LINE
002559         ELSE
002560         IF PEND-ACTION = "SUPCHG"
002562             MOVE PEND-BEFORE TO ws-supv-image
002563             DISPLAY "Before:" WITH NO ADVANCING
002565             PERFORM DISPLAY-SUPV-IMAGE-LINE
002566         ELSE
002568         MOVE PEND-BEFORE TO WS-IMAGE-REC
002570         DISPLAY "Before:" WITH NO ADVANCING
002580         PERFORM DISPLAY-IMAGE-LINE
002582         END-IF
002585         END-IF
002590     END-IF.
002600     IF PEND-AFTER NOT = SPACES
002606             DISPLAY "After: " WITH NO ADVANCING
002608             PERFORM DISPLAY-LOC-IMAGE-LINE
002609         ELSE
002610         IF PEND-ACTION = "SUPCHG"
002612             MOVE PEND-AFTER TO ws-supv-image
002613             DISPLAY "After: " WITH NO ADVANCING
002615             PERFORM DISPLAY-SUPV-IMAGE-LINE
002616         ELSE
002618         MOVE PEND-AFTER TO WS-IMAGE-REC
002620         DISPLAY "After: " WITH NO ADVANCING
002630         PERFORM DISPLAY-IMAGE-LINE
002632         END-IF
002635         END-IF
002640     END-IF.
002650
002738         " ROOM " ws-li-room
002739         " MAIL STOP " ws-li-mail-stop.
002740
002742 DISPLAY-SUPV-IMAGE-LINE.
002743     DISPLAY " ID " ws-si-employee-id
002745         " REPORTS TO " ws-si-supervisor-id
002746         " EFFECTIVE " ws-si-eff-date.
002748
002750 APPLY-PENDING.
002760     MOVE "Y" TO ws-applied-ok.
002770     MOVE PEND-AFTER TO WS-IMAGE-REC.
002870             PERFORM APPLY-PENDING-DELETE
002872         WHEN "LOCCHG"
002874             PERFORM APPLY-PENDING-LOC
002876         WHEN "SUPCHG"
002878             PERFORM APPLY-PENDING-SUPV
002880         WHEN OTHER
002890             DISPLAY "Unknown action - left pending."
002900             MOVE "N" TO ws-applied-ok
003090         INVALID KEY
003100             DISPLAY "Employee ID already on file - left pending."
003110             MOVE "N" TO ws-applied-ok
003115         NOT INVALID KEY
003116             PERFORM OPEN-ONBOARDING
003120     END-WRITE.
003122
003124 OPEN-ONBOARDING.
003125*--------------------------------
003126* Opens the new hire's onboarding checklist with every item
003127* outstanding; onbdchk ticks them off as the companion records
003128* appear.  Only a hire who will use the system needs an
003129* operator ID, so the reviewer names it here or leaves it off.
003130* First hire ever creates the file, the usual open probe.
003131*--------------------------------
003132     OPEN I-O ONBDFILE.
003133     IF ws-onbd-status = "35"
003134         OPEN OUTPUT ONBDFILE
003135         CLOSE ONBDFILE
003136         OPEN I-O ONBDFILE
003137     END-IF.
003138     MOVE SPACES TO ONBD-REC.
003139     MOVE employee-id OF DBS-REC-1 TO ONBD-EMPLOYEE-ID.
003140     ACCEPT ONBD-START-DATE FROM DATE YYYYMMDD.
003141     MOVE "O"  TO ONBD-STATUS.
003142     MOVE ZERO TO ONBD-CLOSED-DATE.
003143     DISPLAY "Operator ID this hire will need (Enter if none): "
003144         WITH NO ADVANCING.
003145     ACCEPT ONBD-OPERATOR-ID.
003146     PERFORM SET-ONE-ONBD-ITEM
003147         VARYING ws-onbd-sub FROM 1 BY 1
003148         UNTIL ws-onbd-sub > 6.
003149     IF ONBD-OPERATOR-ID = SPACES
003150         MOVE "N" TO ONBD-ITEM-STATE(6)
003151     END-IF.
003152     WRITE ONBD-REC
003153         INVALID KEY
003154             DISPLAY "Onboarding already open for this ID."
003155     END-WRITE.
003156     CLOSE ONBDFILE.
003157
003158 SET-ONE-ONBD-ITEM.
003159     MOVE "O"  TO ONBD-ITEM-STATE(ws-onbd-sub).
003160     MOVE ZERO TO ONBD-ITEM-DATE(ws-onbd-sub).
003162
003164 APPLY-PENDING-DEACT.
003166*--------------------------------
003168* Only the status and termination date are posted, against the
003170* record as it stands now - the rest of the after image is how
003180* the record looked at staging time and may be stale.  REACT
003190* posts the same way with the reactivated status.
003807     END-WRITE.
003808     CLOSE LOCFILE.
003809
003810 APPLY-PENDING-SUPV.
003811*--------------------------------
003812* Moves the report to the staged supervisor on PHONESUPV.DAT.
003813* The link is re-read first; if it is gone or no longer points
003814* at the departed supervisor, someone has already reassigned
003815* the report and the transaction is left pending.  The new
003816* supervisor must still be active.
003817*--------------------------------
003818     OPEN I-O SUPVFILE.
003819     IF ws-supv-status NOT = "00"
003820         DISPLAY "No reporting file on this system - left "
003821             "pending."
003822         MOVE "N" TO ws-applied-ok
003823     ELSE
003824         MOVE PEND-BEFORE(1:6) TO SUPV-EMPLOYEE-ID
003825         READ SUPVFILE
003826             INVALID KEY
003827                 DISPLAY "Reporting line no longer on file - "
003828                     "left pending."
003829                 MOVE "N" TO ws-applied-ok
003830         END-READ
003831         IF ws-applied-ok = "Y"
003832             AND SUPV-REC NOT = PEND-BEFORE(1:20)
003833             DISPLAY "Reporting line changed since staging - "
003834                 "left pending."
003835             MOVE "N" TO ws-applied-ok
003836         END-IF
003837         IF ws-applied-ok = "Y"
003838             MOVE PEND-AFTER TO ws-supv-image
003839             MOVE ws-si-supervisor-id TO employee-id OF DBS-REC-1
003840             READ PHONEFILE
003841                 INVALID KEY
003842                     DISPLAY "New supervisor not on file - "
003843                         "left pending."
003844                     MOVE "N" TO ws-applied-ok
003845                 NOT INVALID KEY
003846                     IF emp-inactive OF DBS-REC-1
003847                         DISPLAY "New supervisor is inactive - "
003848                             "left pending."
003849                         MOVE "N" TO ws-applied-ok
003850                     END-IF
003851             END-READ
003852         END-IF
003853         IF ws-applied-ok = "Y"
003854             MOVE ws-supv-image TO SUPV-REC
003855             REWRITE SUPV-REC
003856                 INVALID KEY
003857                     DISPLAY "Problem with index - left pending."
003858                     MOVE "N" TO ws-applied-ok
003859             END-REWRITE
003860         END-IF
003861         CLOSE SUPVFILE
003862     END-IF.
003863
003864 APPLY-PENDING-DELETE.
003865     MOVE PEND-BEFORE TO WS-IMAGE-REC.
003866     MOVE employee-id OF WS-IMAGE-REC TO employee-id OF DBS-REC-1.
003867     READ PHONEFILE
003868         INVALID KEY
003869             DISPLAY "Record no longer on file - left pending."
003870             MOVE "N" TO ws-applied-ok
003871         NOT INVALID KEY
003872             DELETE PHONEFILE
003880     END-READ.
003890
003900 REJECT-PENDING.
004070     MOVE DBS-REC-1              TO AUDIT-AFTER.
004080     IF PEND-ACTION = "DELETE"
004090         MOVE SPACES TO AUDIT-AFTER.
004092*    a LOCCHG or SUPCHG never touches the directory record, so
004094*    its audit entry carries the staged images, not DBS-REC-1
004096     IF PEND-ACTION = "LOCCHG" OR "SUPCHG"
004098         MOVE PEND-AFTER TO AUDIT-AFTER.
004100     PERFORM SET-AUDIT-SEQUENCE.
004110     MOVE AUDIT-RECORD           TO AUDIT-LINE.
006180             CLOSE DHIST-FILE
006190         END-IF
006200     END-IF.
006210
006220 CHECK-UPDATE-GRANT.
006230*--------------------------------
006240* Approving and rejecting staged changes need the PENDUPD
006250* grant on the access table (OPERACC.DAT, kept in opermnt) on
006260* top of the supervisor sign-on; without it every item is
006270* shown and left pending.  A shop with no table yet runs as
006280* before.
006290*--------------------------------
006300     MOVE "Y" TO ws-update-granted.
006310     OPEN INPUT ACCESS-FILE.
006320     IF ws-acc-status = "00"
006330         MOVE ws-operator-id TO ACC-OPER-ID
006340         MOVE "PENDUPD "     TO ACC-FUNCTION
006350         READ ACCESS-FILE
006360             INVALID KEY
006370                 MOVE "N" TO ws-update-granted
006380                 DISPLAY "No PENDUPD grant for "
006390                     ws-operator-id
006400                     " - items are left pending."
006410         END-READ
006420         CLOSE ACCESS-FILE
006430     END-IF.
