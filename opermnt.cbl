000165* 2026-09  JDF  Honors the batchwin window-open flag - updates
000166*                refuse while the window runs, with an audited
000167*                supervisor override for emergencies.
000171* 2026-10  JDF  G)rant and R)evoke keep the per-function access
000172*                table (OPERACC.DAT) - which menu items and
000173*                update actions each operator may use - with
000174*                W)ho has what and F)unctions to look; both
000175*                changes go on the audit trail.  accrvw prints
000176*                the full review.
000177*--------------------------------
000178 ENVIRONMENT DIVISION.
000179 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000200 FILE STATUS IS ws-oper-status
000236 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000237 ORGANIZATION IS LINE SEQUENTIAL
000238 FILE STATUS IS ws-flag-status.
000239
000241 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000242 FILE STATUS IS ws-acc-status
000244 ORGANIZATION IS INDEXED
000245 ACCESS MODE IS DYNAMIC
000247 RECORD KEY IS ACC-KEY.
000248
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD OPERFILE.
000271     COPY OPERREC.
000272
000274 FD AUDITFILE.
000275 01  AUDIT-LINE                      PIC X(246).
000277
000278 FD WINDOW-FLAG-FILE.
000280 01  WINDOW-FLAG-REC.
000281     05  FLG-STATE                   PIC X(04).
000283     05  FILLER                      PIC X(01).
000284     05  FLG-STEP                    PIC X(30).
000286
000287 FD ACCESS-FILE.
000289     COPY ACCSREC.
000290
000291 WORKING-STORAGE SECTION.
000292     COPY AUDITREC.
000293     COPY ACCFUNC.
000294
000295 01  ws-acc-status                   pic x(02).
000296 01  ws-pick-function                pic x(08) value spaces.
000297 01  ws-func-sub                     pic 9(02) comp value zero.
000298 01  ws-func-found                   pic 9(02) comp value zero.
000299 01  ws-grant-count                  pic 9(03) value zero.
000301 01  ws-acc-eof                      pic x(01) value space.
000302
000303 01  ws-audit-status                 pic x(02).
000304 01  ws-last-audit-seq               pic 9(09) value zero.
001012     PERFORM REFRESH-WINDOW-FLAG.
001020     DISPLAY " ".
001030     DISPLAY "Operator master - L)ist  A)dd  C)hange  U)nlock  "
001040         "D)elete".
001043     DISPLAY "  Access - G)rant  R)evoke  W)ho has what  "
001046         "F)unctions  Q)uit: " WITH NO ADVANCING.
001050     ACCEPT ws-choice.
001060     EVALUATE ws-choice
001070         WHEN "L"
001184             ELSE
001185                 PERFORM UNLOCK-OPERATOR
001186             END-IF
001187         WHEN "G"
001188         WHEN "g"
001189             IF ws-window-locked = "Y"
001191                 DISPLAY "Batch window open - updates locked."
001192             ELSE
001193                 PERFORM GRANT-FUNCTION
001194             END-IF
001195         WHEN "R"
001196         WHEN "r"
001197             IF ws-window-locked = "Y"
001198                 DISPLAY "Batch window open - updates locked."
001199             ELSE
001200                 PERFORM REVOKE-FUNCTION
001201             END-IF
001202         WHEN "W"
001203         WHEN "w"
001204             PERFORM SHOW-OPERATOR-GRANTS
001205         WHEN "F"
001206         WHEN "f"
001207             PERFORM LIST-FUNCTIONS
001208         WHEN "Q"
001209         WHEN "q"
001210             MOVE "Y" TO ws-done
001220         WHEN OTHER
001230             CONTINUE
003970     END-IF.
003980     WRITE AUDIT-LINE.
003990     CLOSE AUDITFILE.
004000
004010 GRANT-FUNCTION.
004020*--------------------------------
004030* Opens one function to one operator.  The operator must be on
004040* the master and the code on the function table (F lists it);
004050* the first grant ever creates OPERACC.DAT, which from then on
004060* is what shopmenu and the update programs go by.
004070*--------------------------------
004080     DISPLAY "Grant to operator ID: " WITH NO ADVANCING.
004090     ACCEPT ws-pick-id.
004100     MOVE ws-pick-id TO OPER-ID.
004110     MOVE "y" TO ws-found.
004120     READ OPERFILE
004130         INVALID KEY
004140             DISPLAY "ID not on file."
004150             MOVE "n" TO ws-found
004160     END-READ.
004170     IF ws-found = "y"
004180         DISPLAY "Function code: " WITH NO ADVANCING
004190         ACCEPT ws-pick-function
004200         MOVE FUNCTION UPPER-CASE (ws-pick-function)
004210             TO ws-pick-function
004220         PERFORM FIND-FUNCTION-CODE
004230         IF ws-func-found = ZERO
004240             DISPLAY "Unknown function code - F lists them."
004250         ELSE
004260         IF ACF-OPEN-TO-ALL (ws-func-found)
004270             DISPLAY "That item is open to everyone - no grant "
004280                 "needed."
004290         ELSE
004300             PERFORM OPEN-ACCESS-FILE
004310             MOVE ws-pick-id       TO ACC-OPER-ID
004320             MOVE ws-pick-function TO ACC-FUNCTION
004330             MOVE ws-operator-id   TO ACC-GRANTED-BY
004340             ACCEPT ws-today FROM DATE YYYYMMDD
004350             MOVE ws-today         TO ACC-GRANTED-DATE
004360             WRITE ACC-REC
004370                 INVALID KEY DISPLAY "Already granted."
004380             END-WRITE
004390             IF ws-acc-status = "00"
004400                 MOVE SPACES  TO AUDIT-BEFORE
004410                 MOVE ACC-REC TO AUDIT-AFTER
004420                 MOVE "GRANT" TO AUDIT-ACTION
004430                 PERFORM WRITE-AUDIT-RECORD
004440                 DISPLAY "Granted."
004450             END-IF
004460             CLOSE ACCESS-FILE
004470         END-IF
004480         END-IF
004490     END-IF.
004500
004510 REVOKE-FUNCTION.
004520     DISPLAY "Revoke from operator ID: " WITH NO ADVANCING.
004530     ACCEPT ws-pick-id.
004540     DISPLAY "Function code: " WITH NO ADVANCING.
004550     ACCEPT ws-pick-function.
004560     MOVE FUNCTION UPPER-CASE (ws-pick-function)
004570         TO ws-pick-function.
004580     OPEN I-O ACCESS-FILE.
004590     IF ws-acc-status NOT = "00"
004600         DISPLAY "No access table on file - nothing to revoke."
004610     ELSE
004620         MOVE ws-pick-id       TO ACC-OPER-ID
004630         MOVE ws-pick-function TO ACC-FUNCTION
004640         MOVE "y" TO ws-found
004650         READ ACCESS-FILE
004660             INVALID KEY
004670                 DISPLAY "No such grant."
004680                 MOVE "n" TO ws-found
004690         END-READ
004700         IF ws-found = "y"
004710             MOVE ACC-REC TO AUDIT-BEFORE
004720             DELETE ACCESS-FILE
004730             IF ws-acc-status = "00"
004740                 MOVE SPACES   TO AUDIT-AFTER
004750                 MOVE "REVOKE" TO AUDIT-ACTION
004760                 PERFORM WRITE-AUDIT-RECORD
004770                 DISPLAY "Revoked."
004780             END-IF
004790         END-IF
004800         CLOSE ACCESS-FILE
004810     END-IF.
004820
004830 OPEN-ACCESS-FILE.
004840     OPEN I-O ACCESS-FILE.
004850     IF ws-acc-status = "35"
004860         OPEN OUTPUT ACCESS-FILE
004870         CLOSE ACCESS-FILE
004880         OPEN I-O ACCESS-FILE
004890     END-IF.
004900
004910 FIND-FUNCTION-CODE.
004920     MOVE ZERO TO ws-func-found.
004930     MOVE ZERO TO ws-func-sub.
004940     PERFORM CHECK-ONE-FUNCTION ACF-FUNCTION-COUNT TIMES.
004950
004960 CHECK-ONE-FUNCTION.
004970     ADD 1 TO ws-func-sub.
004980     IF ws-func-found = ZERO
004990         AND ACF-CODE (ws-func-sub) = ws-pick-function
005000         MOVE ws-func-sub TO ws-func-found
005010     END-IF.
005020
005030 SHOW-OPERATOR-GRANTS.
005040     DISPLAY "Operator ID: " WITH NO ADVANCING.
005050     ACCEPT ws-pick-id.
005060     MOVE ZERO TO ws-grant-count.
005070     MOVE SPACE TO ws-acc-eof.
005080     OPEN INPUT ACCESS-FILE.
005090     IF ws-acc-status NOT = "00"
005100         DISPLAY "No access table on file - authority levels "
005110             "alone apply."
005120     ELSE
005130         MOVE ws-pick-id  TO ACC-OPER-ID
005140         MOVE LOW-VALUES  TO ACC-FUNCTION
005150         START ACCESS-FILE KEY IS NOT LESS THAN ACC-KEY
005160             INVALID KEY MOVE "y" TO ws-acc-eof
005170         END-START
005180         IF ws-acc-eof NOT = "y"
005190             READ ACCESS-FILE NEXT RECORD
005200                 AT END MOVE "y" TO ws-acc-eof
005210             END-READ
005220         END-IF
005230         PERFORM SHOW-ONE-GRANT
005240             UNTIL ws-acc-eof = "y"
005250                 OR ACC-OPER-ID NOT = ws-pick-id
005260         CLOSE ACCESS-FILE
005270         IF ws-grant-count = ZERO
005280             DISPLAY "  (no grants)"
005290         END-IF
005300     END-IF.
005310
005320 SHOW-ONE-GRANT.
005330     MOVE ACC-FUNCTION TO ws-pick-function.
005340     PERFORM FIND-FUNCTION-CODE.
005350     IF ws-func-found = ZERO
005360         DISPLAY "  " ACC-FUNCTION " (no longer on the table)"
005370             "  BY " ACC-GRANTED-BY " " ACC-GRANTED-DATE
005380     ELSE
005390         DISPLAY "  " ACC-FUNCTION " "
005400             ACF-DESCRIPTION (ws-func-found)
005410             "  BY " ACC-GRANTED-BY " " ACC-GRANTED-DATE
005420     END-IF.
005430     ADD 1 TO ws-grant-count.
005440     READ ACCESS-FILE NEXT RECORD
005450         AT END MOVE "y" TO ws-acc-eof
005460     END-READ.
005470
005480 LIST-FUNCTIONS.
005490     MOVE ZERO TO ws-func-sub.
005500     PERFORM LIST-ONE-FUNCTION ACF-FUNCTION-COUNT TIMES.
005510
005520 LIST-ONE-FUNCTION.
005530     ADD 1 TO ws-func-sub.
005540     IF ACF-OPEN-TO-ALL (ws-func-sub)
005550         DISPLAY "  " ACF-CODE (ws-func-sub) " "
005560             ACF-DESCRIPTION (ws-func-sub) " (open to all)"
005570     ELSE
005580         DISPLAY "  " ACF-CODE (ws-func-sub) " "
005590             ACF-DESCRIPTION (ws-func-sub)
005600     END-IF.
