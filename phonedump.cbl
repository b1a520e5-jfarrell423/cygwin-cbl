000220* 2026-08  JDF  The fixed dump now writes HDR/TRL control
000230*                records so phoneload can verify a complete
000240*                transfer before loading anything.
000241* 2026-10  JDF  CSV home and cell columns are written blank
000242*                unless the run's operator (PHONEDUMP_OPERATOR,
000243*                or signed on at the prompt) meets the
000244*                sensitive-field policy (SENSPOL.DAT); a run in
000245*                the clear is logged to SENSVIEW.DAT.  The fixed
000246*                image stays whole - it is the reload source.
000247* 2026-10  JDF  A CSV run of a single record in the clear is
000248*                logged to SENSVIEW.DAT as well.
000250*--------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000370 ORGANIZATION IS LINE SEQUENTIAL.
000380
000390 SELECT CSV-FILE ASSIGN TO "PHONECSVDAT"
000391 ORGANIZATION IS LINE SEQUENTIAL.
000393
000395 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000396 FILE STATUS IS ws-oper-status
000398 ORGANIZATION IS INDEXED
000400 ACCESS MODE IS DYNAMIC
000401 RECORD KEY IS OPER-ID.
000402
000403 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
000404 ORGANIZATION IS LINE SEQUENTIAL
000405 FILE STATUS IS ws-spol-status.
000406
000407 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000408 ORGANIZATION IS LINE SEQUENTIAL
000409 FILE STATUS IS ws-vlog-status.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000580
000590 FD CSV-FILE.
000600 01  CSV-LINE                        PIC X(200).
000601
000602 FD OPERFILE.
000603     COPY OPERREC.
000604
000605 FD SENSPOL-FILE.
000606     COPY SPOLREC.
000607
000608 FD VLOG-FILE.
000609     COPY VLOGREC.
000610
000620 WORKING-STORAGE SECTION.
000630     COPY FILESTAT.
000880 01  ws-token-sub                    pic 9(02) comp value zero.
000890 01  ws-csv-work                     pic x(200) value spaces.
000900 01  ws-csv-ptr                      pic 9(03) comp value zero.
000902 01  ws-id-display                   pic x(06) value spaces.
000905
000907*--------------------------------
000910* Who the CSV run is for, and the sensitive-field policy.
000911*--------------------------------
000912     COPY SENSTAB.
000913 01  ws-operator-id                  pic x(08) value spaces.
000914 01  ws-oper-status                  pic x(02).
000915 01  ws-sign-password                pic x(08) value spaces.
000916 01  ws-sign-env                     pic x(01) value "N".
000917 01  ws-spol-status                  pic x(02).
000918 01  ws-spol-eof                     pic x(01) value space.
000919 01  ws-vlog-status                  pic x(02).
000920
000930 PROCEDURE DIVISION.
000940 PROGRAM-BEGIN.
001030 MAIN-PROCESS.
001040     PERFORM GET-EXPORT-OPTIONS.
001050     IF ws-export-mode = "C"
001055         PERFORM CHECK-CSV-AUTHORITY
001060         PERFORM CSV-EXPORT
001065         PERFORM LOG-CSV-RUN
001070     ELSE
001080         PERFORM INITIALIZE-DUMP
001090         PERFORM DUMP-RECORDS UNTIL ws-eof = "y"
002560             DELIMITED BY SIZE
002570             INTO ws-csv-work POINTER ws-csv-ptr.
002580     IF ws-f-home = "Y"
002590         IF SENS-SHOW-HOME = "Y"
002600             STRING FUNCTION TRIM(home-number OF DBS-REC-1) ","
002610                 DELIMITED BY SIZE
002612                 INTO ws-csv-work POINTER ws-csv-ptr
002614         ELSE
002616             STRING "," DELIMITED BY SIZE
002618                 INTO ws-csv-work POINTER ws-csv-ptr.
002620     IF ws-f-work = "Y"
002630         STRING FUNCTION TRIM(work-number OF DBS-REC-1) ","
002640             DELIMITED BY SIZE
002650             INTO ws-csv-work POINTER ws-csv-ptr.
002660     IF ws-f-cell = "Y"
002670         IF SENS-SHOW-CELL = "Y"
002680             STRING FUNCTION TRIM(cell-number OF DBS-REC-1) ","
002690                 DELIMITED BY SIZE
002692                 INTO ws-csv-work POINTER ws-csv-ptr
002694         ELSE
002696             STRING "," DELIMITED BY SIZE
002698                 INTO ws-csv-work POINTER ws-csv-ptr.
002700     IF ws-f-pager = "Y"
002710         STRING FUNCTION TRIM(pager-number OF DBS-REC-1) ","
002720             DELIMITED BY SIZE
003310     CLOSE DUMP-FILE.
003320     DISPLAY "Phone directory dump complete - "
003330         ws-dumped-count " records written.".
003340
003350 CHECK-CSV-AUTHORITY.
003360*--------------------------------
003370* Home and cell columns go out only to an operator the
003380* sensitive-field policy (SENSPOL.DAT, see SPOLREC) lets see
003390* them.  A scheduled run names its operator in
003400* PHONEDUMP_OPERATOR and takes that operator's level from the
003410* master, the way the unattended performance runs do; at the
003420* prompt the password is checked, and a blank ID, an unknown
003430* or locked one, or a wrong password blanks the columns.  A
003440* shop with no operator master runs at update level.
003450*--------------------------------
003460     MOVE 2 TO SENS-AUTHORITY.
003470     MOVE "N" TO ws-oper-status.
003480     IF ws-f-home = "Y" OR ws-f-cell = "Y"
003490         OPEN INPUT OPERFILE
003500     END-IF.
003510     IF ws-oper-status = "00"
003520         MOVE 1 TO SENS-AUTHORITY
003530         PERFORM GET-CSV-OPERATOR
003540         CLOSE OPERFILE
003550     END-IF.
003560     IF ws-operator-id = SPACES
003570         MOVE "SYSTEM  " TO ws-operator-id
003580     END-IF.
003590     PERFORM LOAD-SENSITIVE-POLICY.
003600
003610 GET-CSV-OPERATOR.
003620     ACCEPT ws-env-check FROM ENVIRONMENT "PHONEDUMP_OPERATOR".
003630     IF ws-env-check = SPACES
003640         MOVE "N" TO ws-sign-env
003650         DISPLAY "Operator ID (blank = home/cell blanked): "
003660             WITH NO ADVANCING
003670         ACCEPT ws-operator-id
003680         IF ws-operator-id NOT = SPACES
003690             DISPLAY "Password: " WITH NO ADVANCING
003700             ACCEPT ws-sign-password
003710         END-IF
003720     ELSE
003730         MOVE "Y" TO ws-sign-env
003740         ACCEPT ws-operator-id
003750             FROM ENVIRONMENT "PHONEDUMP_OPERATOR"
003760     END-IF.
003770     IF ws-operator-id NOT = SPACES
003780         MOVE ws-operator-id TO OPER-ID
003790         READ OPERFILE
003800             INVALID KEY
003810                 DISPLAY "Unknown operator - home and cell "
003820                     "blanked."
003830             NOT INVALID KEY
003840                 IF NOT OPER-IS-LOCKED
003850                     AND (ws-sign-env = "Y"
003860                         OR OPER-PASSWORD = ws-sign-password)
003870                     MOVE OPER-AUTHORITY TO SENS-AUTHORITY
003880                 ELSE
003890                     DISPLAY "Operator not verified - home and "
003900                         "cell blanked."
003910                 END-IF
003920         END-READ
003930     END-IF.
003940
003950 LOAD-SENSITIVE-POLICY.
003960     OPEN INPUT SENSPOL-FILE.
003970     IF ws-spol-status = "00"
003980         MOVE SPACE TO ws-spol-eof
003990         READ SENSPOL-FILE
004000             AT END MOVE "y" TO ws-spol-eof
004010         END-READ
004020         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
004030         CLOSE SENSPOL-FILE
004040     END-IF.
004050     MOVE ZERO TO SENS-SUB.
004060     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
004070
004080 APPLY-ONE-POLICY-LINE.
004090     MOVE ZERO TO SENS-SUB.
004100     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
004110     READ SENSPOL-FILE
004120         AT END MOVE "y" TO ws-spol-eof
004130     END-READ.
004140
004150 CHECK-ONE-POLICY-ITEM.
004160     ADD 1 TO SENS-SUB.
004170     IF SP-ITEM = SENS-ITEM (SENS-SUB)
004180         AND SP-MIN-AUTH IS NUMERIC
004190         AND SP-MIN-AUTH > ZERO
004200         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH (SENS-SUB)
004210     END-IF.
004220
004230 SET-ONE-SENS-FLAG.
004240     ADD 1 TO SENS-SUB.
004250     IF SENS-AUTHORITY < SENS-MIN-AUTH (SENS-SUB)
004260         MOVE "N" TO SENS-SHOW (SENS-SUB)
004270     ELSE
004280         MOVE "Y" TO SENS-SHOW (SENS-SUB)
004290     END-IF.
004300
004310 LOG-CSV-RUN.
004320*--------------------------------
004330* A whole-directory extract with home or cell numbers in the
004340* clear logs one SENSVIEW.DAT line with employee ID zero;
004350* sensrpt lists such runs against every employee.
004360*--------------------------------
004370     MOVE SPACES TO SENS-LOG-ITEMS.
004380     MOVE 1 TO SENS-LOG-PTR.
004390     IF ws-f-home = "Y" AND SENS-SHOW-HOME = "Y"
004400         AND SENS-MIN-AUTH (1) > 1
004410         STRING "HOME " DELIMITED BY SIZE
004420             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
004430     END-IF.
004440     IF ws-f-cell = "Y" AND SENS-SHOW-CELL = "Y"
004450         AND SENS-MIN-AUTH (2) > 1
004460         STRING "CELL " DELIMITED BY SIZE
004470             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
004480     END-IF.
004490     IF SENS-LOG-ITEMS NOT = SPACES AND ws-dumped-count > ZERO
004500         MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP
004510         MOVE ws-operator-id        TO VLOG-OPERATOR
004520         MOVE "PHONEDMP"            TO VLOG-PROGRAM
004530         MOVE ZERO                  TO VLOG-EMPLOYEE-ID
004540         MOVE SPACES                TO VLOG-ACCOUNT
004550         MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS
004560         MOVE "CSV"                 TO VLOG-VIEW
004570         OPEN EXTEND VLOG-FILE
004580         IF ws-vlog-status = "35"
004590             OPEN OUTPUT VLOG-FILE
004600         END-IF
004610         IF ws-vlog-status = "00"
004620             WRITE VLOG-REC
004630             CLOSE VLOG-FILE
004640         END-IF
004650     END-IF.
