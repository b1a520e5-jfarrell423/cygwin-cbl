000050* Open tickets are aged from when they were opened and judged
000060* against a target-days-by-priority rule:
000070*
000080*   priority 0 (urgent)    0 days   ELIZAAGE_TARGET_0 overrides
000085*   priority 1 (payroll)   2 days   ELIZAAGE_TARGET_1
000090*   priority 2 (401k)      5 days   ELIZAAGE_TARGET_2
000100*   priority 3 (benefits) 10 days   ELIZAAGE_TARGET_3
000110*
000150* ATTENTION line on the dashboard.
000160*
000170* 2026-09  JDF  New program.
000171* 2026-10  JDF  Priority 0 (urgent) tickets, due the same day.
000172*                Confidential ones print as topic URGENT with
000173*                the question withheld - elizahr has the detail.
000175* 2026-10  JDF  Each overdue ticket is e-mailed through the shop's
000176*                notification queue (NOTIFYQ.DAT) to its assignee,
000177*                or to the supervisor operators when unassigned -
000178*                the first day past target and weekly after that.
000180*--------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000270 ORGANIZATION IS LINE SEQUENTIAL.
000280
000290 SELECT COUNT-FILE ASSIGN TO "ELIZAAGECNT"
000295 ORGANIZATION IS LINE SEQUENTIAL.
000300
000301 SELECT OPERFILE ASSIGN TO "OPERMASTDAT"
000302 FILE STATUS IS ws-oper-status
000303 ORGANIZATION IS INDEXED
000304 ACCESS MODE IS DYNAMIC
000305 RECORD KEY IS OPER-ID.
000306
000307 SELECT NOTE-FILE ASSIGN TO "NOTIFYQDAT"
000308 ORGANIZATION IS LINE SEQUENTIAL
000309 FILE STATUS IS ws-note-status.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000420     05  REF-PRIORITY                PIC X(01).
000430     05  REF-TOUCHED                 PIC X(26).
000435     05  REF-EMPLOYEE-ID             PIC 9(06).
000436     05  REF-CONFIDENTIAL            PIC X(01).
000437     05  REF-RESOLUTION              PIC X(60).
000438     05  REF-NOTE-SEEN               PIC X(01).
000440
000450 FD PRINT-FILE.
000460 01  PRINT-LINE                      PIC X(80).
000500     05  CNT-OVERDUE                 PIC 9(05).
000510     05  CNT-UNASSIGNED              PIC 9(05).
000520     05  CNT-RUN-DATE                PIC 9(08).
000521
000522 FD OPERFILE.
000524     COPY OPERREC.
000525
000527 FD NOTE-FILE.
000528 01  NOTE-LINE                       PIC X(544).
000530
000540 WORKING-STORAGE SECTION.
000550     COPY RPTHEAD.
000620 01  ws-days-open                    pic s9(05) value zero.
000630 01  ws-target-days                  pic 9(03) value zero.
000640 01  ws-env-check                    pic x(06) value spaces.
000645 01  ws-target-0                     pic 9(03) value zero.
000650 01  ws-target-1                     pic 9(03) value 2.
000660 01  ws-target-2                     pic 9(03) value 5.
000670 01  ws-target-3                     pic 9(03) value 10.
000820 01  ws-topic-found                  pic x(01) value space.
000830
000840 01  ws-days-disp                    pic zzzz9.
000841 01  ws-text-line                    pic x(80) value spaces.
000842
000843 01  ws-oper-status                  pic x(02).
000844 01  ws-oper-eof                     pic x(01) value space.
000845 01  ws-supv-list                    pic x(60) value spaces.
000846 01  ws-supv-pos                     pic 9(02) value 1.
000847 01  ws-supv-loaded                  pic x(01) value "N".
000848
000849     COPY NOTEREC.
000850
000851 01  ws-note-status                  pic x(02).
000852 01  ws-note-seq                     pic 9(04) value zero.
000853 01  ws-note-pos                     pic 9(02) value zero.
000854 01  ws-notice-count                 pic 9(05) value zero.
000855 01  ws-days-over                    pic s9(05) value zero.
000856 01  ws-weeks-over                   pic s9(05) value zero.
000857 01  ws-week-day                     pic s9(05) value zero.
000858 01  ws-target-disp                  pic zz9.
000859 01  ws-chase-to                     pic x(08) value spaces.
000860
000870 PROCEDURE DIVISION.
000880 PROGRAM-BEGIN.
001080     CLOSE PRINT-FILE.
001090     DISPLAY "Referral aging complete - "
001100         ws-unassigned-count " unassigned, "
001110         ws-overdue-count " overdue, "
001115         ws-notice-count " notices queued.".
001120     IF ws-overdue-count > ZERO
001130         MOVE 4 TO RETURN-CODE
001140     END-IF.
001180     ACCEPT ws-run-date FROM DATE YYYYMMDD.
001190     COMPUTE ws-today-int =
001200         FUNCTION INTEGER-OF-DATE(ws-run-date).
001202     ACCEPT ws-env-check FROM ENVIRONMENT "ELIZAAGE_TARGET_0".
001204     IF ws-env-check(1:3) IS NUMERIC
001206         MOVE ws-env-check(1:3) TO ws-target-0
001208     END-IF.
001210     ACCEPT ws-env-check FROM ENVIRONMENT "ELIZAAGE_TARGET_1".
001220     IF ws-env-check(1:3) IS NUMERIC
001230         MOVE ws-env-check(1:3) TO ws-target-1
001330     OPEN OUTPUT PRINT-FILE.
001340     STRING ws-run-date(5:2) "/" ws-run-date(7:2) "/"
001350         ws-run-date(1:4) DELIMITED BY SIZE INTO RPT-RUN-DATE.
001355     PERFORM LOAD-SUPERVISOR-LIST.
001360     MOVE "HR REFERRAL AGING" TO RPT-TITLE.
001370     MOVE 1 TO RPT-PAGE-NUMBER.
001380     WRITE PRINT-LINE FROM RPT-HEADING-1.
001570     END-IF.
001580
001590 AGE-ONE-TICKET.
001592     IF REF-CONFIDENTIAL = "C"
001594         MOVE "URGENT" TO REF-TOPIC
001596         MOVE "(confidential)" TO REF-QUESTION
001598     END-IF.
001600     IF REF-STATUS = "O"
001610         PERFORM COMPUTE-TICKET-AGE
001620         IF ws-pass = "U"
001720                 ADD 1 TO ws-overdue-count
001730                 PERFORM REPORT-ONE-TICKET
001740                 PERFORM TALLY-TOPIC
001745                 PERFORM CHASE-OVERDUE-TICKET
001750             END-IF
001760         END-IF
001770     END-IF.
001900
001910 PICK-TARGET-DAYS.
001920     EVALUATE REF-PRIORITY
001923         WHEN "0"
001926             MOVE ws-target-0 TO ws-target-days
001930         WHEN "1"
001940             MOVE ws-target-1 TO ws-target-days
001950         WHEN "2"
002070         "' ASKED: " REF-QUESTION(1:25)
002080         DELIMITED BY SIZE INTO ws-text-line.
002090     PERFORM SHOW-LINE.
002092
002094 LOAD-SUPERVISOR-LIST.
002096*--------------------------------
002098* The supervisor-authority operators an unassigned overdue
002100* ticket goes to.
002101*--------------------------------
002102     MOVE SPACE TO ws-oper-eof.
002103     OPEN INPUT OPERFILE.
002104     IF ws-oper-status = "00"
002105         MOVE "Y" TO ws-supv-loaded
002106         MOVE LOW-VALUES TO OPER-ID
002107         START OPERFILE KEY IS NOT LESS THAN OPER-ID
002108             INVALID KEY MOVE "y" TO ws-oper-eof
002109         END-START
002110         IF ws-oper-eof NOT = "y"
002111             READ OPERFILE NEXT RECORD
002112                 AT END MOVE "y" TO ws-oper-eof
002113             END-READ
002114         END-IF
002115         PERFORM NOTE-ONE-SUPERVISOR
002116             UNTIL ws-oper-eof = "y" OR ws-supv-pos > 51
002117         CLOSE OPERFILE
002118     END-IF.
002119
002120 NOTE-ONE-SUPERVISOR.
002121     IF OPER-AUTH-SUPERVISOR
002122         MOVE OPER-ID TO ws-supv-list(ws-supv-pos:8)
002123         ADD 9 TO ws-supv-pos
002124     END-IF.
002125     READ OPERFILE NEXT RECORD
002126         AT END MOVE "y" TO ws-oper-eof
002127     END-READ.
002128
002129 CHASE-OVERDUE-TICKET.
002130*--------------------------------
002131* The run is nightly, so the chase goes out the first day past
002132* target and every seventh day after - not every night.
002133*--------------------------------
002134     COMPUTE ws-days-over = ws-days-open - ws-target-days - 1.
002135     DIVIDE ws-days-over BY 7 GIVING ws-weeks-over
002136         REMAINDER ws-week-day.
002137     IF ws-week-day = ZERO
002138         IF REF-ASSIGNEE NOT = SPACES
002139             MOVE REF-ASSIGNEE TO ws-chase-to
002140             PERFORM QUEUE-ONE-CHASE
002141         ELSE
002142         IF ws-supv-loaded = "Y"
002143             MOVE 1 TO ws-note-pos
002144             PERFORM CHASE-ONE-SUPERVISOR
002145                 UNTIL ws-note-pos NOT < ws-supv-pos
002146         END-IF
002147         END-IF
002148     END-IF.
002149
002150 CHASE-ONE-SUPERVISOR.
002151     MOVE ws-supv-list(ws-note-pos:8) TO ws-chase-to.
002152     PERFORM QUEUE-ONE-CHASE.
002153     ADD 9 TO ws-note-pos.
002154
002155 QUEUE-ONE-CHASE.
002156*--------------------------------
002157* The overdue ticket e-mailed to one operator.  A confidential
002158* ticket goes out as topic URGENT with the name and question
002159* withheld, as it prints here - elizahr has the detail.
002160*--------------------------------
002161     MOVE SPACES TO NOTE-REC.
002162     MOVE "E"    TO NOTE-CHANNEL.
002163     MOVE "O"    TO NOTE-RECIP-TYPE.
002164     MOVE ws-chase-to TO NOTE-RECIP-ID.
002165     STRING "HR REFERRAL OVERDUE - P" REF-PRIORITY " " REF-TOPIC
002166         DELIMITED BY SIZE INTO NOTE-SUBJECT.
002167     IF REF-CONFIDENTIAL = "C"
002168         STRING "A CONFIDENTIAL TICKET OPENED "
002169             REF-TIMESTAMP(5:2) "/" REF-TIMESTAMP(7:2) "/"
002170             REF-TIMESTAMP(1:4)
002171             DELIMITED BY SIZE INTO NOTE-BODY-LINE(1)
002172     ELSE
002173         STRING "TICKET OPENED "
002174             REF-TIMESTAMP(5:2) "/" REF-TIMESTAMP(7:2) "/"
002175             REF-TIMESTAMP(1:4) " BY " REF-NAME
002176             DELIMITED BY SIZE INTO NOTE-BODY-LINE(1)
002177     END-IF.
002178     MOVE ws-days-open   TO ws-days-disp.
002179     MOVE ws-target-days TO ws-target-disp.
002180     STRING "HAS BEEN OPEN " FUNCTION TRIM(ws-days-disp)
002181         " DAYS, PAST THE " FUNCTION TRIM(ws-target-disp)
002182         "-DAY TARGET."
002183         DELIMITED BY SIZE INTO NOTE-BODY-LINE(2).
002184     STRING "ASKED: " REF-QUESTION(1:60)
002185         DELIMITED BY SIZE INTO NOTE-BODY-LINE(3).
002186     IF REF-ASSIGNEE = SPACES
002187         MOVE "IT IS UNASSIGNED - PLEASE PICK IT UP IN ELIZAHR."
002188             TO NOTE-BODY-LINE(4)
002189     ELSE
002190         MOVE "PLEASE WORK IT IN ELIZAHR." TO NOTE-BODY-LINE(4)
002191     END-IF.
002192     PERFORM QUEUE-NOTICE.
002193
002194 QUEUE-NOTICE.
002195*--------------------------------
002196* Appends the notice built in NOTE-REC to the shop's outbound
002197* queue (NOTIFYQ.DAT) for notedisp to deliver.
002198*--------------------------------
002199     ADD 1 TO ws-note-seq.
002200     MOVE FUNCTION CURRENT-DATE TO NOTE-QUEUED.
002201     MOVE "ELIZAAGE"  TO NOTE-SOURCE.
002202     MOVE ws-note-seq TO NOTE-RUN-SEQ.
002203     MOVE "Q"         TO NOTE-STATUS.
002204     MOVE ZERO        TO NOTE-ATTEMPTS.
002205     MOVE ZERO        TO NOTE-LAST-TRY.
002206     MOVE SPACES      TO NOTE-RESULT.
002207     MOVE NOTE-REC    TO NOTE-LINE.
002208     OPEN EXTEND NOTE-FILE.
002209     IF ws-note-status = "35"
002210         OPEN OUTPUT NOTE-FILE
002211     END-IF.
002212     IF ws-note-status = "00"
002213         WRITE NOTE-LINE
002214         CLOSE NOTE-FILE
002215         ADD 1 TO ws-notice-count
002216     END-IF.
002217
002218 TALLY-TOPIC.
002219     MOVE SPACE TO ws-topic-found.
002220     MOVE ZERO  TO ws-topic-sub.
002221     PERFORM CHECK-ONE-TOPIC-SLOT
002222         UNTIL ws-topic-sub NOT < ws-topic-count
002223             OR ws-topic-found = "y".
002224     IF ws-topic-found NOT = "y"
002225         AND ws-topic-count < 20
002226         ADD 1 TO ws-topic-count
002227         MOVE REF-TOPIC TO ws-tp-topic(ws-topic-count)
002228         MOVE 1         TO ws-tp-count(ws-topic-count)
002229     END-IF.
002230
002240 CHECK-ONE-TOPIC-SLOT.
002250     ADD 1 TO ws-topic-sub.
