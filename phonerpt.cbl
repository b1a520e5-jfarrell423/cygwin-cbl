000140*                a work file and SORTs it on last-name/first-name
000150*                before printing, the same technique phonedept.cbl
000160*                uses for its department roster.
000161* 2026-10  JDF  Home and cell numbers print blank, and the
000162*                emergency contacts are left off, unless the run
000164*                names an operator in PHONERPT_OPERATOR whose
000165*                level meets the sensitive-field policy
000167*                (SENSPOL.DAT); a run in the clear is logged to
000168*                SENSVIEW.DAT.  Never prompts - batchwin runs it.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000400 FILE STATUS IS ws-emer-status
000410 ORGANIZATION IS INDEXED
000420 ACCESS MODE IS DYNAMIC
000421 RECORD KEY IS EMER-KEY.
000423
000425 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000426 FILE STATUS IS ws-oper-status
000428 ORGANIZATION IS INDEXED
000430 ACCESS MODE IS DYNAMIC
000431 RECORD KEY IS OPER-ID.
000432
000433 SELECT SENSPOL-FILE ASSIGN TO "SENSPOLDAT"
000434 ORGANIZATION IS LINE SEQUENTIAL
000435 FILE STATUS IS ws-spol-status.
000436
000437 SELECT VLOG-FILE ASSIGN TO "SENSVIEWDAT"
000438 ORGANIZATION IS LINE SEQUENTIAL
000439 FILE STATUS IS ws-vlog-status.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000610
000620 FD EMERFILE.
000630     COPY EMERREC.
000631
000632 FD OPERFILE.
000633     COPY OPERREC.
000634
000635 FD SENSPOL-FILE.
000636     COPY SPOLREC.
000637
000638 FD VLOG-FILE.
000639     COPY VLOGREC.
000640
000650 WORKING-STORAGE SECTION.
000660     COPY FILESTAT.
000760 01  ws-print-contacts               pic x(01) value "N".
000770 01  ws-emer-open                    pic x(01) value "N".
000780 01  ws-emer-eof                     pic x(01) value space.
000781
000782     COPY SENSTAB.
000783 01  ws-operator-id                  pic x(08) value spaces.
000785 01  ws-oper-status                  pic x(02).
000786 01  ws-spol-status                  pic x(02).
000787 01  ws-spol-eof                     pic x(01) value space.
000788 01  ws-vlog-status                  pic x(02).
000790
000800 01  ws-contact-line.
000810      05  filler                      pic x(04) value spaces.
001760         FROM ENVIRONMENT "PHONE_PRINT_CONTACTS".
001770     IF ws-print-contacts = "y"
001780         MOVE "Y" TO ws-print-contacts.
001781     PERFORM CHECK-REPORT-AUTHORITY.
001782     IF ws-print-contacts = "Y" AND SENS-SHOW-EMER NOT = "Y"
001784         DISPLAY "Emergency contacts not printed - run not "
001785             "authorized for them."
001787         MOVE "N" TO ws-print-contacts
001788     END-IF.
001790     IF ws-print-contacts = "Y"
001800         OPEN INPUT EMERFILE
001810         IF ws-emer-status = "00"
001980         CLOSE EMERFILE.
001990     DISPLAY "Phone directory report complete - "
002000         ws-record-count " records printed.".
002005     PERFORM LOG-REPORT-RUN.
002010
002020 PRODUCE-REPORT.
002030     IF ws-lines-on-page = ZERO OR ws-lines-on-page > ws-max-lines
002570         ", " DELIMITED BY SIZE
002580         FIRST-NAME OF SORTED-REC DELIMITED BY SPACE
002590         INTO ws-det-name.
002600     IF SENS-SHOW-HOME = "Y"
002603         MOVE HOME-NUMBER OF SORTED-REC  TO ws-det-home
002606     END-IF.
002610     MOVE WORK-NUMBER OF SORTED-REC  TO ws-det-work.
002620     IF SENS-SHOW-CELL = "Y"
002623         MOVE CELL-NUMBER OF SORTED-REC  TO ws-det-cell
002626     END-IF.
002630     MOVE PAGER-NUMBER OF SORTED-REC TO ws-det-pager.
002640     WRITE PRINT-LINE FROM ws-detail-line.
002650     ADD 1 TO ws-lines-on-page.
002660
002670 CHECK-REPORT-AUTHORITY.
002680*--------------------------------
002690* The printed directory carries home and cell numbers (and,
002700* asked for, emergency contacts) only for a run whose operator
002710* the sensitive-field policy (SENSPOL.DAT, see SPOLREC) allows.
002720* The run names its operator in PHONERPT_OPERATOR and takes
002730* that operator's level from the master, the way the
002740* unattended performance runs do; it never prompts, since
002750* batchwin runs it.  No operator, or an unknown or locked one,
002760* prints those columns blank.  A shop with no operator master
002770* prints as before.
002780*--------------------------------
002790     MOVE 2 TO SENS-AUTHORITY.
002800     ACCEPT ws-operator-id FROM ENVIRONMENT "PHONERPT_OPERATOR".
002810     OPEN INPUT OPERFILE.
002820     IF ws-oper-status = "00"
002830         MOVE 1 TO SENS-AUTHORITY
002840         IF ws-operator-id NOT = SPACES
002850             MOVE ws-operator-id TO OPER-ID
002860             READ OPERFILE
002870                 INVALID KEY
002880                     CONTINUE
002890                 NOT INVALID KEY
002900                     IF NOT OPER-IS-LOCKED
002910                         MOVE OPER-AUTHORITY TO SENS-AUTHORITY
002920                     END-IF
002930             END-READ
002940         END-IF
002950         CLOSE OPERFILE
002960     END-IF.
002970     IF ws-operator-id = SPACES
002980         MOVE "SYSTEM  " TO ws-operator-id
002990     END-IF.
003000     OPEN INPUT SENSPOL-FILE.
003010     IF ws-spol-status = "00"
003020         MOVE SPACE TO ws-spol-eof
003030         READ SENSPOL-FILE
003040             AT END MOVE "y" TO ws-spol-eof
003050         END-READ
003060         PERFORM APPLY-ONE-POLICY-LINE UNTIL ws-spol-eof = "y"
003070         CLOSE SENSPOL-FILE
003080     END-IF.
003090     MOVE ZERO TO SENS-SUB.
003100     PERFORM SET-ONE-SENS-FLAG SENS-ITEM-COUNT TIMES.
003110     IF SENS-SHOW-HOME NOT = "Y" OR SENS-SHOW-CELL NOT = "Y"
003120         DISPLAY "Home/cell numbers masked by the sensitive-"
003130             "field policy for " ws-operator-id "."
003140     END-IF.
003150
003160 APPLY-ONE-POLICY-LINE.
003170     MOVE ZERO TO SENS-SUB.
003180     PERFORM CHECK-ONE-POLICY-ITEM SENS-ITEM-COUNT TIMES.
003190     READ SENSPOL-FILE
003200         AT END MOVE "y" TO ws-spol-eof
003210     END-READ.
003220
003230 CHECK-ONE-POLICY-ITEM.
003240     ADD 1 TO SENS-SUB.
003250     IF SP-ITEM = SENS-ITEM (SENS-SUB)
003260         AND SP-MIN-AUTH IS NUMERIC
003270         AND SP-MIN-AUTH > ZERO
003280         MOVE SP-MIN-AUTH TO SENS-MIN-AUTH (SENS-SUB)
003290     END-IF.
003300
003310 SET-ONE-SENS-FLAG.
003320     ADD 1 TO SENS-SUB.
003330     IF SENS-AUTHORITY < SENS-MIN-AUTH (SENS-SUB)
003340         MOVE "N" TO SENS-SHOW (SENS-SUB)
003350     ELSE
003360         MOVE "Y" TO SENS-SHOW (SENS-SUB)
003370     END-IF.
003380
003390 LOG-REPORT-RUN.
003400*--------------------------------
003410* A printed directory with sensitive items in the clear logs one
003420* SENSVIEW.DAT line with employee ID zero; sensrpt lists such
003430* runs against every employee.
003440*--------------------------------
003450     MOVE SPACES TO SENS-LOG-ITEMS.
003460     MOVE 1 TO SENS-LOG-PTR.
003470     IF SENS-SHOW-HOME = "Y" AND SENS-MIN-AUTH (1) > 1
003480         STRING "HOME " DELIMITED BY SIZE
003490             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
003500     END-IF.
003510     IF SENS-SHOW-CELL = "Y" AND SENS-MIN-AUTH (2) > 1
003520         STRING "CELL " DELIMITED BY SIZE
003530             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
003540     END-IF.
003550     IF ws-emer-open = "Y" AND SENS-MIN-AUTH (3) > 1
003560         STRING "EMER " DELIMITED BY SIZE
003570             INTO SENS-LOG-ITEMS POINTER SENS-LOG-PTR
003580     END-IF.
003590     IF SENS-LOG-ITEMS NOT = SPACES AND ws-record-count > ZERO
003600         MOVE FUNCTION CURRENT-DATE TO VLOG-TIMESTAMP
003610         MOVE ws-operator-id        TO VLOG-OPERATOR
003620         MOVE "PHONERPT"            TO VLOG-PROGRAM
003630         MOVE ZERO                  TO VLOG-EMPLOYEE-ID
003640         MOVE SPACES                TO VLOG-ACCOUNT
003650         MOVE SENS-LOG-ITEMS        TO VLOG-ITEMS
003660         MOVE "REPORT"              TO VLOG-VIEW
003670         OPEN EXTEND VLOG-FILE
003680         IF ws-vlog-status = "35"
003690             OPEN OUTPUT VLOG-FILE
003700         END-IF
003710         IF ws-vlog-status = "00"
003720             WRITE VLOG-REC
003730             CLOSE VLOG-FILE
003740         END-IF
003750     END-IF.
