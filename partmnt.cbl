000120* 2026-09  JDF  Honors the batchwin window-open flag - updates
000122*                refuse while the window runs, with an audited
000124*                supervisor override for emergencies.
000125* 2026-10  JDF  Collects the more-than-5% owner flag the
000126*                nondiscrimination testing classifies on.
000127* 2026-10  JDF  R)eturned mail logs an undeliverable statement,
000129*                RMD letter, or tax sheet to RETMAIL.DAT and flags
000130*                the address bad; a changed address clears it.
000132* 2026-10  JDF  Updates need the PARTUPD grant on the access
000133*                table once OPERACC.DAT is on file.
000135* 2026-10  JDF  Lists show the birth date and address, masked
000136*                by the sensitive-field policy (SENSPOL.DAT) for
000138*                operators below its level; sign-on takes the
000139*                password to know the level, and every view in
000141*                the clear is logged to SENSVIEW.DAT.
000142* 2026-10  JDF  No PARTUPD grant for an operator whose sign-on
000144*                was not verified against the operator master.
000145*--------------------------------
000147 ENVIRONMENT DIVISION.
000148 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160 SELECT PARTFILE ASSIGN TO "PARTMASTDAT"
000170 FILE STATUS IS ws-part-status
000210 SELECT WINDOW-FLAG-FILE ASSIGN TO "BATCHWINFLG"
000211 ORGANIZATION IS LINE SEQUENTIAL
000212 FILE STATUS IS ws-flag-status.
000213
000214 SELECT RMAILFILE ASSIGN TO "RETMAILDAT"
000215 ORGANIZATION IS LINE SEQUENTIAL
000217 FILE STATUS IS ws-rmail-status.
000218
000219 SELECT ACCESS-FILE ASSIGN TO "OPERACCDAT"
000220 FILE STATUS IS ws-acc-status
000222 ORGANIZATION IS INDEXED
000223 ACCESS MODE IS DYNAMIC
000224 RECORD KEY IS ACC-KEY.
000226
000227 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
000228 ORGANIZATION IS LINE SEQUENTIAL
000229 FILE STATUS IS ws-spol-status.
000231
000232 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000233 ORGANIZATION IS LINE SEQUENTIAL
000234 FILE STATUS IS ws-vlog-status.

000236
000237 DATA DIVISION.
000238 FILE SECTION.
000240 FD PARTFILE.
000241     COPY PARTREC.
000242
000243 FD AUDITFILE.
000245 01  AUDIT-LINE                      PIC X(246).
000246 FD OPERFILE.
000247     COPY OPERREC.
000249
000250 FD ACCESS-FILE.
000251     COPY ACCSREC.

000253 FD WINDOW-FLAG-FILE.
000254 01  WINDOW-FLAG-REC.
000255     05  FLG-STATE                   PIC X(04).
000256     05  FILLER                      PIC X(01).
000258     05  FLG-STEP                    PIC X(30).
000259
000260 FD RMAILFILE.
000262     COPY RMAILREC.
000263
000264 FD SENSPOL-FILE.
000266     COPY SPOLREC.
000267
000268 FD VLOG-FILE.
000270     COPY VLOGREC.

000271
000272 WORKING-STORAGE SECTION.
000279 01  ws-audit-sub                    pic 9(04) comp value zero.
000280 01  ws-hold-before                  pic x(90) value spaces.
000281 01  ws-operator-id                  pic x(08) value "SYSTEM  ".
000283 01  ws-acc-status                   pic x(02).
000286 01  ws-update-granted               pic x(01) value "Y".
000288 01  ws-oper-status                  pic x(02).
000291 01  ws-flag-status                  pic x(02).
000292 01  ws-window-locked                pic x(01) value "N".
000293 01  ws-window-override              pic x(01) value "N".
000309 01  ws-choice                       pic x(01) value space.
000310 01  ws-eof                          pic x(01) value space.
000320 01  ws-pick-account                 pic x(10) value spaces.
000321 01  ws-found                        pic x(01) value space.
000322 01  ws-rmail-status                 pic x(02).
000323 01  ws-return-entry                 pic x(08) value spaces.
000324 01  ws-return-date                  pic 9(08) value zero.
000325 01  ws-return-ok                    pic x(01) value space.
000326 01  ws-old-address-1                pic x(25) value spaces.
000327 01  ws-old-address-2                pic x(25) value spaces.
000328 01  ws-old-city-st-zip              pic x(25) value spaces.
000329
000330     COPY SENSTAB.
000331 01  ws-spol-status                  pic x(02).
000332 01  ws-spol-eof                     pic x(01) value space.
000333 01  ws-vlog-status                  pic x(02).
000334 01  ws-sign-password                pic x(08) value spaces.
000335 01  ws-sign-ok                      pic x(01) value space.
000336 01  ws-show-birth                   pic x(08) value spaces.
000337 01  ws-show-address-1               pic x(25) value spaces.
000338 01  ws-show-city-st-zip             pic x(25) value spaces.
000339 01  ws-sens-view-ok                 pic x(01) value "Y".
000340
000350 PROCEDURE DIVISION.
000360 PROGRAM-BEGIN.
000368     IF ws-operator-id = SPACES
000369         MOVE "SYSTEM  " TO ws-operator-id
000371     END-IF.
000388     PERFORM SET-OPERATOR-AUTHORITY.
000406     PERFORM LOAD-SENSITIVE-POLICY.
000423     PERFORM CHECK-UPDATE-GRANT.
000441     PERFORM CHECK-BATCH-WINDOW.
000442     PERFORM OPEN-PARTFILE.
000443     PERFORM MENU-LOOP UNTIL ws-done = "Y".
000542     PERFORM REFRESH-WINDOW-FLAG.
000550     DISPLAY " ".
000560     DISPLAY "Participant master - L)ist  A)dd  C)hange  "
000570         "D)elete  R)eturned mail  Q)uit: " WITH NO ADVANCING.
000580     ACCEPT ws-choice.
000581     IF ws-update-granted NOT = "Y"
000582         AND (ws-choice = "A" OR "a" OR "C" OR "c"
000584             OR "D" OR "d" OR "R" OR "r")
000585         DISPLAY "Not granted PARTUPD - updates refused."
000587         MOVE SPACE TO ws-choice
000588     END-IF.
000590     EVALUATE ws-choice
000600         WHEN "L"
000610         WHEN "l"
000670         WHEN "c"
000672             IF ws-window-locked = "Y"
000674                 DISPLAY "Batch window open - updates locked."
000675             ELSE
000676             IF ws-sens-view-ok NOT = "Y"
000677                 DISPLAY "A change re-keys the birth date and "
000678                     "address - not shown to you."
000679             ELSE
000680             PERFORM CHANGE-PARTICIPANT
000681             END-IF
000682             END-IF
000690         WHEN "D"
000700         WHEN "d"
000706             ELSE
000710             PERFORM DELETE-PARTICIPANT
000712             END-IF
000713         WHEN "R"
000714         WHEN "r"
000715             IF ws-window-locked = "Y"
000716                 DISPLAY "Batch window open - updates locked."
000717             ELSE
000718             PERFORM LOG-RETURNED-MAIL
000719             END-IF
000720         WHEN "Q"
000730         WHEN "q"
000740             MOVE "Y" TO ws-done
000970         " EMP " PART-EMPLOYEE-ID
000980         " TYPE " PART-ACCT-TYPE
000990         " HH " PART-HOUSEHOLD-ID.
000991     MOVE "LIST" TO SENS-VIEW-NAME.
000992     PERFORM SENS-MASK-PART.
000993     DISPLAY "      BORN " ws-show-birth " " ws-show-address-1
000995         " " ws-show-city-st-zip.
000996     IF PART-ADDRESS-BAD
000997         DISPLAY "      ADDRESS BAD SINCE " PART-ADDR-BAD-DATE
000998     END-IF.
001000     READ PARTFILE NEXT RECORD
001010         AT END MOVE "y" TO ws-eof
001020     END-READ.
001080         DISPLAY "Account may not be blank."
001090     ELSE
001100         PERFORM GET-PARTICIPANT-FIELDS
001103         MOVE SPACE TO PART-ADDR-STATUS
001106         MOVE ZERO  TO PART-ADDR-BAD-DATE
001110         WRITE PART-REC
001120             INVALID KEY DISPLAY "Account already on file."
001130         END-WRITE
001270         DISPLAY "Now: " PART-NAME
001280             " EMP " PART-EMPLOYEE-ID
001290             " TYPE " PART-ACCT-TYPE
001293             " HH " PART-HOUSEHOLD-ID
001296         MOVE "CHANGE" TO SENS-VIEW-NAME
001300         PERFORM SENS-MASK-PART
001301         DISPLAY "     BORN " ws-show-birth " " ws-show-address-1
001302             " " ws-show-city-st-zip
001303         IF PART-ADDRESS-BAD
001304             DISPLAY "     ADDRESS BAD SINCE " PART-ADDR-BAD-DATE
001305                 " - a new address clears it"
001306         END-IF
001307         MOVE PART-ADDRESS-1   TO ws-old-address-1
001308         MOVE PART-ADDRESS-2   TO ws-old-address-2
001309         MOVE PART-CITY-ST-ZIP TO ws-old-city-st-zip
001310         PERFORM GET-PARTICIPANT-FIELDS
001315         PERFORM CHECK-ADDRESS-CHANGE
001320         REWRITE PART-REC
001330             INVALID KEY DISPLAY "Problem with index!"
001340         END-REWRITE
001770     DISPLAY "Hire date (YYYYMMDD, 0 if unknown): "
001780         WITH NO ADVANCING.
001790     ACCEPT PART-HIRE-DATE.
001792     DISPLAY "More-than-5% owner (Y/N): " WITH NO ADVANCING.
001794     ACCEPT PART-OWNER-FLAG.
001795     IF PART-OWNER-FLAG = "y"
001796         MOVE "Y" TO PART-OWNER-FLAG.
001797     IF PART-OWNER-FLAG NOT = "Y"
001798         MOVE "N" TO PART-OWNER-FLAG.
001799
001800 CHECK-ADDRESS-CHANGE.
001801*--------------------------------
001802* Only a different address clears the bad-address flag - a
001803* change to the name or the type leaves the mail held.
001804*--------------------------------
001805     IF PART-ADDRESS-BAD
001806         IF PART-ADDRESS-1 NOT = ws-old-address-1
001807             OR PART-ADDRESS-2 NOT = ws-old-address-2
001808             OR PART-CITY-ST-ZIP NOT = ws-old-city-st-zip
001809             MOVE SPACE TO PART-ADDR-STATUS
001810             MOVE ZERO  TO PART-ADDR-BAD-DATE
001811             DISPLAY "New address - bad-address flag cleared."
001812         END-IF
001813     END-IF.
001814
001815 LOG-RETURNED-MAIL.
001816*--------------------------------
001817* An undeliverable piece goes on the returned-mail log with the
001818* address it was sent to.  The first one against a good address
001819* flags the address block bad as of the return date; perfstmt,
001820* rmdnotif, and tax1099 hold the account's mail from then until
001821* a new address is entered here.
001822*--------------------------------
001823     DISPLAY "Account number for the returned mail: "
001824         WITH NO ADVANCING.
001825     ACCEPT ws-pick-account.
001827     MOVE ws-pick-account TO PART-ACCOUNT.
001828     MOVE "y" TO ws-found.
001829     READ PARTFILE
001830         INVALID KEY
001831             DISPLAY "Account not on file."
001832             MOVE "n" TO ws-found
001833     END-READ.
001834     IF ws-found = "y"
001835         MOVE PART-REC TO ws-hold-before
001836         DISPLAY "Now: " PART-NAME
001837         MOVE "RETMAIL" TO SENS-VIEW-NAME
001838         PERFORM SENS-MASK-PART
001839         DISPLAY "     " ws-show-address-1 " " ws-show-city-st-zip
001840         PERFORM GET-RETURN-DETAILS
001841         IF ws-return-ok = "y"
001842             PERFORM WRITE-RETURNED-MAIL
001843             PERFORM MARK-ADDRESS-BAD
001844         END-IF
001846     END-IF.
001847
001848 GET-RETURN-DETAILS.
001849     MOVE "y" TO ws-return-ok.
001850     MOVE SPACES TO ws-return-entry.
001851     DISPLAY "Date returned (YYYYMMDD, blank = today): "
001852         WITH NO ADVANCING.
001853     ACCEPT ws-return-entry.
001854     IF ws-return-entry = SPACES
001855         ACCEPT ws-return-date FROM DATE YYYYMMDD
001856     ELSE
001857         IF ws-return-entry IS NUMERIC
001858             MOVE ws-return-entry TO ws-return-date
001859         ELSE
001860             DISPLAY "Date must be YYYYMMDD - nothing logged."
001861             MOVE "n" TO ws-return-ok
001862         END-IF
001864     END-IF.
001865     IF ws-return-ok = "y"
001866         DISPLAY "S)tatement  R)MD letter  T)ax sheet  O)ther: "
001867             WITH NO ADVANCING
001868         ACCEPT RM-DOC-TYPE
001869         INSPECT RM-DOC-TYPE CONVERTING "srto" TO "SRTO"
001870         IF NOT RM-DOC-VALID
001871             DISPLAY "Document must be S, R, T, or O - nothing "
001872                 "logged."
001873             MOVE "n" TO ws-return-ok
001874         END-IF
001875     END-IF.
001876
001877 WRITE-RETURNED-MAIL.
001878     MOVE PART-ACCOUNT          TO RM-ACCOUNT.
001879     MOVE ws-return-date        TO RM-RETURN-DATE.
001880     MOVE PART-ADDRESS-1        TO RM-ADDRESS-1.
001881     MOVE PART-CITY-ST-ZIP      TO RM-CITY-ST-ZIP.
001883     MOVE ws-operator-id        TO RM-LOGGED-BY.
001884     MOVE FUNCTION CURRENT-DATE TO RM-LOGGED-AT.
001885     OPEN EXTEND RMAILFILE.
001886     IF ws-rmail-status = "35"
001887         OPEN OUTPUT RMAILFILE
001888     END-IF.
001889     WRITE RETMAIL-REC.
001890     CLOSE RMAILFILE.
001891     DISPLAY "Returned mail logged.".
001892
001893 MARK-ADDRESS-BAD.
001894     IF PART-ADDRESS-BAD
001895         DISPLAY "Address already flagged bad since "
001896             PART-ADDR-BAD-DATE "."
001897     ELSE
001898         MOVE "B"            TO PART-ADDR-STATUS
001899         MOVE ws-return-date TO PART-ADDR-BAD-DATE
001900         REWRITE PART-REC
001902             INVALID KEY DISPLAY "Problem with index!"
001903         END-REWRITE
001904         IF ws-part-status = "00"
001905             DISPLAY "Address flagged bad - mail is held until "
001906                 "a new address is entered."
001907         END-IF
001908     END-IF.
001909     MOVE ws-hold-before TO AUDIT-BEFORE.
001910     MOVE SPACES         TO AUDIT-AFTER.
001911     STRING "RETURNED MAIL " RM-DOC-TYPE " " RM-RETURN-DATE
001912         " ADDRESS BAD SINCE " PART-ADDR-BAD-DATE
001913         DELIMITED BY SIZE INTO AUDIT-AFTER.
001914     MOVE "RETMAL"       TO AUDIT-ACTION.
001915     PERFORM WRITE-AUDIT-RECORD.
001916
001917 WRITE-AUDIT-RECORD.
001918*--------------------------------
001920* Appends the change to the reference-data audit trail
001930* (REFAUDIT.DAT) with the same before/after and chaining
001940* convention phonescr.cbl uses on the directory trail, so
003330         END-READ
003340         CLOSE OPERFILE
003350     END-IF.
003360
003370 CHECK-UPDATE-GRANT.
003380*--------------------------------
003390* Adds, changes, deletes, and returned mail need the PARTUPD
003400* grant on the access table (OPERACC.DAT, kept in opermnt);
003410* without it the screen is listing only.  A shop with no table
003420* yet runs as before.
003430*--------------------------------
003440     MOVE "Y" TO ws-update-granted.
003450     OPEN INPUT ACCESS-FILE.
003460     IF ws-acc-status = "00"
003470         IF ws-sign-ok = "N"
003480             MOVE "N" TO ws-update-granted
003490             DISPLAY "Operator not verified - listing only."
003500         ELSE
003510             MOVE ws-operator-id TO ACC-OPER-ID
003520             MOVE "PARTUPD "     TO ACC-FUNCTION
003530             READ ACCESS-FILE
003540                 INVALID KEY
003550                     MOVE "N" TO ws-update-granted
003560                     DISPLAY "No PARTUPD grant for "
003570                         ws-operator-id
003580                         " - listing only."
003590             END-READ
003600         END-IF
003610         CLOSE ACCESS-FILE
003620     END-IF.
003630
003640 SET-OPERATOR-AUTHORITY.
003650*--------------------------------
003660* The birth date and address are masked below the level the
003670* sensitive-field policy sets, so sign-on has to know the
003680* operator's authority: with the operator master on file the
003690* password is checked against it, and an ID that is unknown,
003700* locked, or given the wrong password is treated as inquiry
003710* only.  A shop with no master yet runs at update level, as
003720* before.
003730*--------------------------------
003740     MOVE 2 TO SENS-AUTHORITY.
003750     OPEN INPUT OPERFILE.
003760     IF ws-oper-status = "00"
003770         DISPLAY "Password: " WITH NO ADVANCING
003780         ACCEPT ws-sign-password
003790         MOVE 1   TO SENS-AUTHORITY
003800         MOVE "N" TO ws-sign-ok
003810         MOVE ws-operator-id TO OPER-ID
003820         READ OPERFILE
003830             INVALID KEY
003840                 CONTINUE
003850             NOT INVALID KEY
003860                 IF OPER-PASSWORD = ws-sign-password
003870                     AND NOT OPER-IS-LOCKED
003880                     MOVE OPER-AUTHORITY TO SENS-AUTHORITY
003890                     MOVE "Y" TO ws-sign-ok
003900                 END-IF
003910         END-READ
003920         CLOSE OPERFILE
003930         IF ws-sign-ok NOT = "Y"
003940             DISPLAY "Operator not verified - personal data "
003950                 "masked."
003960         END-IF
003970     END-IF.
003980
003990 LOAD-SENSITIVE-POLICY.
004000*--------------------------------
004010* Reads the sensitive-field policy (SENSPOL.DAT, see SPOLREC)
004020* over the defaults in SENSTAB and sets which items this
004030* operator sees in the clear.  Changes re-key every field, so
004040* an operator who may not see the birth date or address may
004050* not change a participant.
004060*--------------------------------
004070     OPEN INPUT SENSPOL-FILE.
004080     IF ws-spol-status = "00"
004090         MOVE SPACE TO ws-spol-eof
004100         READ SENSPOL-FILE
004110             AT END MOVE "y" TO ws-spol-eof
004120         END-READ
004130         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
004140         CLOSE SENSPOL-FILE
004150     END-IF.
004160     MOVE ZERO TO SENS-SUB.
004170     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
004180     MOVE "Y" TO ws-sens-view-ok.
004190     IF SENS-SHOW-BIRTH NOT = "Y" OR SENS-SHOW-ADDR NOT = "Y"
004200         MOVE "N" TO ws-sens-view-ok
004210     END-IF.
004220
004230 APPLY-ONE-POLICY-LINE.
004240     MOVE ZERO TO SENS-SUB.
004250     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
004260     READ SENSPOL-FILE
004270         AT END MOVE "y" TO ws-spol-eof
004280     END-READ.
004290
004300 CHECK-ONE-POLICY-ITEM.
004310     ADD 1 TO SENS-SUB.
004320     IF SP-ITEM = SENS-ITEM (SENS-SUB)
004330         AND SP-MIN-AUTH IS NUMERIC
004340         AND SP-MIN-AUTH > ZERO
004350         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH (SENS-SUB)
004360     END-IF.
004370
004380 SET-ONE-SENS-FLAG.
004390     ADD 1 TO SENS-SUB.
004400     IF SENS-AUTHORITY < SENS-MIN-AUTH (SENS-SUB)
004410         MOVE "N" TO SENS-SHOW (SENS-SUB)
004420     ELSE
004430         MOVE "Y" TO SENS-SHOW (SENS-SUB)
004440     END-IF.
004450
004460 SENS-MASK-PART.
004470*--------------------------------
004480* Sets the display copies of the birth date and address for the
004490* participant in PART-REC - asterisks where the policy masks
004500* them - and logs what is shown in the clear.
004510*--------------------------------
004520     MOVE SPACES TO SENS-LOG-ITEMS.
004530     MOVE 1 TO SENS-LOG-PTR.
004540     MOVE PART-BIRTH-DATE  TO ws-show-birth.
004550     MOVE PART-ADDRESS-1   TO ws-show-address-1.
004560     MOVE PART-CITY-ST-ZIP TO ws-show-city-st-zip.
004570     IF SENS-SHOW-BIRTH NOT = "Y"
004580         MOVE ALL "*" TO ws-show-birth
004590     ELSE
004600         IF SENS-MIN-AUTH (4) > 1 AND PART-BIRTH-DATE NOT = ZERO
004610             STRING "BIRTH " DELIMITED BY SIZE
004620                 INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
004630         END-IF
004640     END-IF.
004650     IF SENS-SHOW-ADDR NOT = "Y"
004660         IF PART-ADDRESS-1 NOT = SPACES
004670             MOVE ALL "*" TO ws-show-address-1
004680         END-IF
004690         IF PART-CITY-ST-ZIP NOT = SPACES
004700             MOVE ALL "*" TO ws-show-city-st-zip
004710         END-IF
004720     ELSE
004730         IF SENS-MIN-AUTH (5) > 1
004740             AND (PART-ADDRESS-1 NOT = SPACES
004750                 OR PART-CITY-ST-ZIP NOT = SPACES)
004760             STRING "ADDR " DELIMITED BY SIZE
004770                 INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
004780         END-IF
004790     END-IF.
004800     IF SENS-LOG-ITEMS NOT = SPACES
004810         PERFORM WRITE-SENS-VIEW
004820     END-IF.
004830
004840 WRITE-SENS-VIEW.
004850     MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP.
004860     MOVE ws-operator-id        TO VLOG-OPERATOR.
004870     MOVE "PARTMNT"             TO VLOG-PROGRAM.
004880     MOVE PART-EMPLOYEE-ID      TO VLOG-EMPLOYEE-ID.
004890     MOVE PART-ACCOUNT          TO VLOG-ACCOUNT.
004900     MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS.
004910     MOVE SENS-VIEW-NAME        TO VLOG-VIEW.
004920     OPEN EXTEND VLOG-FILE.
004930     IF ws-vlog-status = "35"
004940         OPEN OUTPUT VLOG-FILE
004950     END-IF.
004960     IF ws-vlog-status = "00"
004970         WRITE VLOG-REC
004980         CLOSE VLOG-FILE
004990     END-IF.
