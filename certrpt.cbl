000100* deadline is flagged LATE rather than missing.
000110*
000120* 2026-09  JDF  New program.
000121* 2026-10  JDF  Each missing department's manager is chased
000122*                through the shop's notification queue
000123*                (NOTIFYQ.DAT) - by e-mail when the manager is
000125*                found on the directory (the department entry
000126*                on DEPT-MANAGER-EXT), otherwise by internal mail
000127*                on the print run.  CERTRPT_CHASE=N reports
000128*                without chasing, for a rerun the same day.
000130*--------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000260 ACCESS MODE IS DYNAMIC
000270 RECORD KEY IS DEPT-CODE.
000280
000281 SELECT PHONEFILE ASSIGN TO "PHONENUMBERDBDAT"
000282 FILE STATUS IS ws-phone-status
000283 ORGANIZATION IS INDEXED
000285 ACCESS MODE IS DYNAMIC
000286 RECORD KEY IS EMPLOYEE-ID
000287 ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES.
000288
000290 SELECT PRINT-FILE ASSIGN TO "CERTRPTPRT"
000300 ORGANIZATION IS LINE SEQUENTIAL.
000302
000304 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000306 ORGANIZATION IS LINE SEQUENTIAL
000308 FILE STATUS IS ws-note-status.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000370 FD DEPTFILE.
000380     COPY DEPTREC.
000390
000392 FD PHONEFILE.
000395     COPY PHONEREC.
000397
000400 FD PRINT-FILE.
000410 01  PRINT-LINE                      PIC X(80).
000412
000415 FD NOTE-FILE.
000417 01  NOTE-LINE                       PIC X(544).
000420
000430 WORKING-STORAGE SECTION.
000440 01  ws-cert-status                  pic x(02).
000510 01  ws-cert-open                    pic x(01) value "N".
000520 01  ws-missing-count                pic 9(03) value zero.
000530 01  ws-late-count                   pic 9(03) value zero.
000533 01  ws-done-count                   pic 9(03) value zero.
000536 01  ws-phone-status                 pic x(02).
000540 01  ws-phone-open                   pic x(01) value "N".
000541 01  ws-phone-eof                    pic x(01) value space.
000542 01  ws-chase                        pic x(01) value "Y".
000543 01  ws-manager-id                   pic 9(06) value zero.
000544
000545     COPY NOTEREC.
000546
000547 01  ws-note-status                  pic x(02).
000548 01  ws-note-seq                     pic 9(04) value zero.
000549 01  ws-chased-count                 pic 9(03) value zero.
000550
000560     COPY RPTHEAD.
000570
000710     DISPLAY "Certification chase complete - "
000720         ws-done-count " certified, "
000730         ws-late-count " late, "
000740         ws-missing-count " missing, "
000745         ws-chased-count " managers chased.".
000750     IF ws-missing-count > ZERO
000760         MOVE 4 TO RETURN-CODE
000770     END-IF.
000920     OPEN INPUT CERTFILE.
000930     IF ws-cert-status = "00"
000940         MOVE "Y" TO ws-cert-open
000945     END-IF.
000950     ACCEPT ws-env-check FROM ENVIRONMENT "CERTRPT_CHASE".
000951     IF ws-env-check(1:1) = "N" OR ws-env-check(1:1) = "n"
000952         MOVE "N" TO ws-chase
000953     END-IF.
000954     IF ws-chase = "Y"
000955         OPEN INPUT PHONEFILE
000956         IF ws-phone-status = "00"
000957             MOVE "Y" TO ws-phone-open
000958         END-IF
000959     END-IF.
000960     OPEN OUTPUT PRINT-FILE.
000970     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
000980         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001300     IF ws-cert-open = "Y"
001310         CLOSE CERTFILE
001320     END-IF.
001322     IF ws-phone-open = "Y"
001325         CLOSE PHONEFILE
001327     END-IF.
001330
001340 CHECK-ONE-DEPARTMENT.
001350     MOVE SPACES TO ws-text-line.
001380         STRING "  " DEPT-CODE " NOT CERTIFIED"
001390             DELIMITED BY SIZE INTO ws-text-line
001400         PERFORM SHOW-LINE
001405         PERFORM CHASE-DEPARTMENT
001410     ELSE
001420         MOVE DEPT-CODE         TO CERT-DEPT
001430         MOVE ws-campaign-year  TO CERT-YEAR
001470                 STRING "  " DEPT-CODE " NOT CERTIFIED"
001480                     DELIMITED BY SIZE INTO ws-text-line
001490                 PERFORM SHOW-LINE
001495                 PERFORM CHASE-DEPARTMENT
001500             NOT INVALID KEY
001510                 IF CERT-DATE > ws-deadline
001520                     ADD 1 TO ws-late-count
001650     END-IF.
001660     READ DEPTFILE NEXT RECORD
001670         AT END MOVE "y" TO ws-eof.
001671
001672 CHASE-DEPARTMENT.
001673*--------------------------------
001674* The chase to the department's manager: e-mail when the
001675* manager's directory entry is found, otherwise a printed memo
001676* by internal mail to the department.
001677*--------------------------------
001678     IF ws-chase = "Y"
001679         MOVE SPACES TO NOTE-REC
001680         MOVE "E" TO NOTE-RECIP-TYPE
001681         PERFORM FIND-DEPT-MANAGER
001682         IF ws-manager-id NOT = ZERO
001683             MOVE "E" TO NOTE-CHANNEL
001684             MOVE ws-manager-id TO NOTE-RECIP-EMP-ID
001685         ELSE
001686             MOVE "P" TO NOTE-CHANNEL
001687             STRING "DEPT " DEPT-CODE
001688                 DELIMITED BY SIZE INTO NOTE-ADDRESS-LINE(1)
001689             IF DEPT-MANAGER-EXT NOT = SPACES
001690                 STRING "EXT " DEPT-MANAGER-EXT
001691                     DELIMITED BY SIZE INTO NOTE-ADDRESS-LINE(2)
001692             END-IF
001693         END-IF
001694         MOVE DEPT-MANAGER-NAME TO NOTE-RECIP-NAME
001695         IF NOTE-RECIP-NAME = SPACES
001696             STRING "MANAGER, " DEPT-CODE
001697                 DELIMITED BY SIZE INTO NOTE-RECIP-NAME
001698         END-IF
001699         STRING "DIRECTORY CERTIFICATION DUE - " DEPT-CODE
001700             DELIMITED BY SIZE INTO NOTE-SUBJECT
001701         STRING "THE " ws-campaign-year
001702             " DIRECTORY CERTIFICATION FOR DEPARTMENT "
001703             DEPT-CODE DELIMITED BY SIZE INTO NOTE-BODY-LINE(1)
001704         STRING "HAS NOT BEEN RETURNED.  THE DEADLINE IS "
001705             ws-deadline(5:2) "/" ws-deadline(7:2) "/"
001706             ws-deadline(1:4) "."
001707             DELIMITED BY SIZE INTO NOTE-BODY-LINE(2)
001708         MOVE "PLEASE CHECK THE WORKSHEET AND SIGN IT OFF."
001709             TO NOTE-BODY-LINE(3)
001710         PERFORM QUEUE-NOTICE
001711     END-IF.
001712
001713 FIND-DEPT-MANAGER.
001714*--------------------------------
001715* The department table carries the manager's name and
001716* extension, not an employee ID; the active directory entry in
001717* the department on that extension is the manager.
001718*--------------------------------
001719     MOVE ZERO TO ws-manager-id.
001720     IF ws-phone-open = "Y"
001721         AND DEPT-MANAGER-EXT NOT = SPACES
001722         MOVE SPACE TO ws-phone-eof
001723         MOVE ZERO TO EMPLOYEE-ID
001724         START PHONEFILE KEY IS NOT LESS THAN EMPLOYEE-ID
001725             INVALID KEY MOVE "y" TO ws-phone-eof
001726         END-START
001727         IF ws-phone-eof NOT = "y"
001728             READ PHONEFILE NEXT RECORD
001729                 AT END MOVE "y" TO ws-phone-eof
001730             END-READ
001731         END-IF
001732         PERFORM CHECK-ONE-MANAGER
001733             UNTIL ws-phone-eof = "y" OR ws-manager-id NOT = ZERO
001734     END-IF.
001735
001736 CHECK-ONE-MANAGER.
001737     IF department = DEPT-CODE
001738         AND extension = DEPT-MANAGER-EXT
001739         AND NOT emp-inactive
001740         MOVE EMPLOYEE-ID TO ws-manager-id
001741     ELSE
001742         READ PHONEFILE NEXT RECORD
001743             AT END MOVE "y" TO ws-phone-eof
001744         END-READ
001745     END-IF.
001746
001747 QUEUE-NOTICE.
001748*--------------------------------
001749* Appends the notice built in NOTE-REC to the shop's outbound
001750* queue (NOTIFYQ.DAT) for notedisp to deliver.
001751*--------------------------------
001752     ADD 1 TO ws-note-seq.
001753     MOVE FUNCTION CURRENT-DATE TO NOTE-QUEUED.
001754     MOVE "CERTRPT "  TO NOTE-SOURCE.
001755     MOVE ws-note-seq TO NOTE-RUN-SEQ.
001756     MOVE "Q"         TO NOTE-STATUS.
001757     MOVE ZERO        TO NOTE-ATTEMPTS.
001758     MOVE ZERO        TO NOTE-LAST-TRY.
001759     MOVE SPACES      TO NOTE-RESULT.
001760     MOVE NOTE-REC    TO NOTE-LINE.
001761     OPEN EXTEND NOTE-FILE.
001762     IF ws-note-status = "35"
001763         OPEN OUTPUT NOTE-FILE
001764     END-IF.
001765     IF ws-note-status = "00"
001766         WRITE NOTE-LINE
001767         CLOSE NOTE-FILE
001768         ADD 1 TO ws-chased-count
001769     END-IF.
001770
001771 PRINT-TRAILER.
001772     MOVE SPACES TO ws-text-line.
001773     PERFORM SHOW-LINE.
001774     MOVE SPACES TO ws-text-line.
001775     STRING ws-done-count " CERTIFIED, "
001776         ws-late-count " LATE, "
001777         ws-missing-count " MISSING"
001778         DELIMITED BY SIZE INTO ws-text-line.
001779     PERFORM SHOW-LINE.
001780
001790 SHOW-LINE.
001800     MOVE ws-text-line TO PRINT-LINE.
