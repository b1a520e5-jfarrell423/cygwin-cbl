000140*     sponsor can extend legitimately before the cutoff.
000150*
000160* 2026-09  JDF  New program.
000162* 2026-10  JDF  The sponsor is sent the news through the shop's
000164*                notification queue (NOTIFYQ.DAT) - an e-mail for
000166*                each deactivation, and a warning when the end
000168*                date is the warning window, 7, or 1 day out.
000170*--------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000370
000380 SELECT PRINT-FILE ASSIGN TO "CONTEXPPRT"
000390 ORGANIZATION IS LINE SEQUENTIAL.
000392
000394 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000396 ORGANIZATION IS LINE SEQUENTIAL
000398 FILE STATUS IS ws-note-status.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000510
000520 FD PRINT-FILE.
000530 01  PRINT-LINE                      PIC X(80).
000532
000535 FD NOTE-FILE.
000537 01  NOTE-LINE                       PIC X(544).
000540
000550 WORKING-STORAGE SECTION.
000560     COPY FILESTAT.
000760 01  ws-hold-before                  pic x(90) value spaces.
000770 01  ws-sponsor-name                 pic x(21) value spaces.
000780 01  ws-contr-name                   pic x(21) value spaces.
000781 01  ws-days-left                    pic s9(05) value zero.
000782 01  ws-days-display                 pic zz9.
000783 01  ws-end-display                  pic x(10) value spaces.
000784
000785     COPY NOTEREC.
000786
000787 01  ws-note-status                  pic x(02).
000788 01  ws-note-seq                     pic 9(04) value zero.
000789 01  ws-queued-count                 pic 9(05) value zero.
000790
000800     COPY RPTHEAD.
000810
000930     PERFORM PRINT-TRAILER.
000940     CLOSE PRINT-FILE.
000950     DISPLAY "Contractor sweep complete - " ws-expired-count
000960         " deactivated, " ws-warned-count " expiring soon, "
000965         ws-queued-count " sponsor notices queued.".
000970     STOP RUN.
000980
000990 INITIALIZE-RUN.
001740         " ENDED " CONTR-END-DATE
001750         " SPONSOR " ws-sponsor-name
001760         DELIMITED BY SIZE INTO ws-text-line.
001761     PERFORM SHOW-LINE.
001763     PERFORM START-SPONSOR-NOTICE.
001765     STRING "CONTRACTOR DEACTIVATED - " ws-contr-name
001766         DELIMITED BY SIZE INTO NOTE-SUBJECT.
001768     STRING "THE ENGAGEMENT OF " DELIMITED BY SIZE
001770         ws-contr-name DELIMITED BY "  "
001771         " (ID " CONTR-EMPLOYEE-ID "), WHICH YOU SPONSOR,"
001772         DELIMITED BY SIZE INTO NOTE-BODY-LINE(1).
001773     STRING "ENDED " ws-end-display
001774         " AND THE DIRECTORY ENTRY HAS BEEN DEACTIVATED."
001775         DELIMITED BY SIZE INTO NOTE-BODY-LINE(2).
001776     MOVE "IF THE WORK CONTINUES, EXTEND THE ENGAGEMENT"
001777         TO NOTE-BODY-LINE(3).
001778     MOVE "AND HAVE THE ENTRY REACTIVATED." TO NOTE-BODY-LINE(4).
001779     PERFORM QUEUE-SPONSOR-NOTICE.
001780
001790 WARN-ONE-CONTRACTOR.
001800     ADD 1 TO ws-warned-count.
001840         " ENDS  " CONTR-END-DATE
001850         " SPONSOR " ws-sponsor-name
001860         DELIMITED BY SIZE INTO ws-text-line.
001861     PERFORM SHOW-LINE.
001862*    one warning as the engagement enters the window, then a
001863*    week and a day before the end - not one every night
001864     COMPUTE ws-days-left =
001865         FUNCTION INTEGER-OF-DATE(CONTR-END-DATE) - ws-today-int.
001866     IF ws-days-left = ws-warn-days
001867         OR ws-days-left = 7
001868         OR ws-days-left = 1
001870         PERFORM START-SPONSOR-NOTICE
001871         STRING "CONTRACTOR ENDS " ws-end-display " - "
001872             ws-contr-name
001873             DELIMITED BY SIZE INTO NOTE-SUBJECT
001874         STRING "THE ENGAGEMENT OF " DELIMITED BY SIZE
001875             ws-contr-name DELIMITED BY "  "
001876             " (ID " CONTR-EMPLOYEE-ID "), WHICH YOU SPONSOR,"
001877             DELIMITED BY SIZE INTO NOTE-BODY-LINE(1)
001878         MOVE ws-days-left TO ws-days-display
001879         STRING "ENDS " ws-end-display ", IN "
001880             FUNCTION TRIM(ws-days-display)
001881             " DAY(S)."
001882             DELIMITED BY SIZE INTO NOTE-BODY-LINE(2)
001883         MOVE "EXTEND IT BEFORE THEN IF THE WORK CONTINUES -"
001884             TO NOTE-BODY-LINE(3)
001885         MOVE "AFTER THE END DATE THE ENTRY IS DEACTIVATED."
001886             TO NOTE-BODY-LINE(4)
001887         PERFORM QUEUE-SPONSOR-NOTICE
001888     END-IF.
001889
001890 NAME-THE-PARTIES.
001900*--------------------------------
001910* The contractor's name is already in DBS-REC-1; the sponsor's
002080                 first-name DELIMITED BY SPACE
002090                 INTO ws-sponsor-name
002100     END-READ.
002101
002102 START-SPONSOR-NOTICE.
002103*--------------------------------
002104* An e-mail to the sponsor by employee ID; notedisp resolves
002105* the address through the directory.
002106*--------------------------------
002107     MOVE SPACES TO NOTE-REC.
002108     MOVE "E"    TO NOTE-CHANNEL.
002110     MOVE "E"    TO NOTE-RECIP-TYPE.
002111     MOVE CONTR-SPONSOR-ID TO NOTE-RECIP-EMP-ID.
002112     MOVE ws-sponsor-name  TO NOTE-RECIP-NAME.
002113     MOVE SPACES TO ws-end-display.
002114     STRING CONTR-END-DATE(5:2) "/" CONTR-END-DATE(7:2) "/"
002115         CONTR-END-DATE(1:4) DELIMITED BY SIZE
002116         INTO ws-end-display.
002117
002118 QUEUE-SPONSOR-NOTICE.
002119     IF CONTR-SPONSOR-ID NOT = ZERO
002120         PERFORM QUEUE-NOTICE
002121     END-IF.
002122
002123 QUEUE-NOTICE.
002124*--------------------------------
002125* Appends the notice built in NOTE-REC to the shop's outbound
002126* queue (NOTIFYQ.DAT) for notedisp to deliver.
002127*--------------------------------
002128     ADD 1 TO ws-note-seq.
002129     MOVE FUNCTION CURRENT-DATE TO NOTE-QUEUED.
002130     MOVE "CONTEXP "  TO NOTE-SOURCE.
002131     MOVE ws-note-seq TO NOTE-RUN-SEQ.
002132     MOVE "Q"         TO NOTE-STATUS.
002133     MOVE ZERO        TO NOTE-ATTEMPTS.
002134     MOVE ZERO        TO NOTE-LAST-TRY.
002135     MOVE SPACES      TO NOTE-RESULT.
002136     MOVE NOTE-REC    TO NOTE-LINE.
002137     OPEN EXTEND NOTE-FILE.
002138     IF ws-note-status = "35"
002139         OPEN OUTPUT NOTE-FILE
002140     END-IF.
002141     IF ws-note-status = "00"
002142         WRITE NOTE-LINE
002143         CLOSE NOTE-FILE
002144         ADD 1 TO ws-queued-count
002145     END-IF.
002146
002147 PRINT-TRAILER.
002148     MOVE SPACES TO PRINT-LINE.
002149     WRITE PRINT-LINE.
002150     MOVE SPACES TO ws-text-line.
002160     STRING ws-expired-count " DEACTIVATED, "
002170         ws-warned-count " EXPIRING WITHIN "
