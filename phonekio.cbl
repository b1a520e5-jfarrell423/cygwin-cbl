000159*                staged to PHONEPEND.DAT with a KIOSK source for
000161*                the phonepnd review screen - nothing updates
000162*                PHONEFILE directly from the lobby.
000163* 2026-10  JDF  Lookups and the on-call list check PHONEAWAY.DAT:
000164*                someone out today shows the return date and who
000165*                to contact instead.
000150*--------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000266 ACCESS MODE IS DYNAMIC
000267 RECORD KEY IS ALIAS-KEY.
000268
000269 SELECT AWAYFILE ASSIGN TO "PHONEAWAYDAT"
000270 FILE STATUS IS ws-away-status
000272 ORGANIZATION IS INDEXED
000273 ACCESS MODE IS DYNAMIC
000275 RECORD KEY IS AWAY-KEY.
000276
000277 DATA DIVISION.
000279 FILE SECTION.
000280 FD PHONEFILE.
000282     COPY PHONEREC.
000283
000284 FD LOCFILE.
000286     COPY LOCREC.
000287
000289 FD ONCALLFILE.
000290     COPY ONCALREC.
000291
000293 FD ALIASFILE.
000294     COPY ALIASREC.
000296
000297 FD KLOG-FILE.
000298     COPY KLOGREC.
000300
000301 FD PEND-FILE.
000303     COPY PENDREC.
000304
000305 FD AWAYFILE.
000307     COPY AWAYREC.
000308
000310 WORKING-STORAGE SECTION.
000320     COPY FILESTAT.
000330
000390 01  ws-trim-len                     pic 9(02) value zero.
000400 01  ws-line-count                   pic 9(02) value zero.
000410 01  ws-shown-count                  pic 9(04) value zero.
000411 01  ws-page-answer                  pic x(01) value space.
000412 01  ws-loc-status                   pic x(02).
000413 01  ws-oncall-status                pic x(02).
000414 01  ws-today                        pic 9(08) value zero.
000415 01  ws-oncall-hits                  pic 9(03) value zero.
000417 01  ws-alias-status                 pic x(02).
000418 01  ws-alias-eof                    pic x(01) value space.
000419 01  ws-away-status                  pic x(02).
000420 01  ws-away-open                    pic x(01) value "N".
000421 01  ws-away-eof                     pic x(01) value space.
000422 01  ws-away-found                   pic x(01) value "N".
000424 01  ws-away-today                   pic 9(08) value zero.
000425 01  ws-away-check-id                pic 9(06) value zero.
000426 01  ws-away-until                   pic 9(08) value zero.
000427 01  ws-away-cover                   pic 9(06) value zero.
000428 01  ws-oncall-calling               pic x(01) value "N".
000429 01  ws-oncall-primary-away          pic x(01) value "N".
000431 01  ws-oncall-cover-id              pic 9(06) value zero.
000432 01  ws-sndx-input                   pic x(10) value spaces.
000433 01  ws-sndx-code                    pic x(04) value spaces.
000434 01  ws-sndx-target                  pic x(04) value spaces.
000960                 PERFORM SHOW-KIOSK-HEADING
000970                 PERFORM SHOW-ONE-KIOSK-LINE
000975                 PERFORM SHOW-KIOSK-LOCATION
000976                 PERFORM SHOW-KIOSK-AWAY
000980             END-IF
000990     END-READ.
001000     CLOSE PHONEFILE.
001028         CLOSE LOCFILE
001029     END-IF.
001030
001031 SHOW-KIOSK-AWAY.
001032*--------------------------------
001033* Someone out today (PHONEAWAY.DAT) is shown with the return
001034* date and, when a cover was named, who to contact instead -
001035* work number and extension only, the kiosk's usual policy.
001036*--------------------------------
001037     ACCEPT ws-away-today FROM DATE YYYYMMDD.
001038     MOVE employee-id TO ws-away-check-id.
001039     PERFORM OPEN-AWAYFILE.
001040     PERFORM CHECK-AWAY.
001041     IF ws-away-found = "Y"
001042         DISPLAY "  OUT OF OFFICE UNTIL " ws-away-until(5:2) "/"
001043             ws-away-until(7:2) "/" ws-away-until(1:4)
001044         IF ws-away-cover NOT = ZERO
001045             MOVE ws-away-cover TO employee-id
001046             READ PHONEFILE
001047                 INVALID KEY CONTINUE
001048                 NOT INVALID KEY
001049                     IF emp-status NOT = "I"
001050                         DISPLAY "  PLEASE CONTACT " first-name
001051                             " " last-name
001052                             " WORK " work-number
001053                             " EXT " extension
001055                     END-IF
001056             END-READ
001057         END-IF
001058     END-IF.
001059     PERFORM CLOSE-AWAYFILE.
001060
001061 OPEN-AWAYFILE.
001062     OPEN INPUT AWAYFILE.
001063     IF ws-away-status = "00"
001064         MOVE "Y" TO ws-away-open
001065     END-IF.
001066
001067 CLOSE-AWAYFILE.
001068     IF ws-away-open = "Y"
001069         CLOSE AWAYFILE
001070         MOVE "N" TO ws-away-open
001071     END-IF.
001072
001073 CHECK-AWAY.
001074*--------------------------------
001075* Is ws-away-check-id out on ws-away-today?  Periods are keyed
001076* by employee and start date, so the sweep stops at the first
001077* period starting after today.  Overlapping periods report the
001078* latest return date.
001080*--------------------------------
001081     MOVE "N"  TO ws-away-found.
001082     MOVE ZERO TO ws-away-until.
001083     MOVE ZERO TO ws-away-cover.
001084     MOVE SPACE TO ws-away-eof.
001085     IF ws-away-open NOT = "Y"
001086         MOVE "y" TO ws-away-eof
001087     ELSE
001088         MOVE ws-away-check-id TO AWAY-EMPLOYEE-ID
001089         MOVE ZERO             TO AWAY-FROM-DATE
001090         START AWAYFILE KEY IS NOT LESS THAN AWAY-KEY
001091             INVALID KEY MOVE "y" TO ws-away-eof
001092         END-START
001093     END-IF.
001094     IF ws-away-eof NOT = "y"
001095         READ AWAYFILE NEXT RECORD
001096             AT END MOVE "y" TO ws-away-eof
001097         END-READ
001098     END-IF.
001099     PERFORM CHECK-ONE-AWAY UNTIL ws-away-eof = "y".
001100
001101 CHECK-ONE-AWAY.
001102     IF AWAY-EMPLOYEE-ID NOT = ws-away-check-id
001103         OR AWAY-FROM-DATE > ws-away-today
001105         MOVE "y" TO ws-away-eof
001106     ELSE
001107         IF AWAY-TO-DATE NOT < ws-away-today
001108             AND AWAY-TO-DATE > ws-away-until
001109             MOVE "Y"           TO ws-away-found
001110             MOVE AWAY-TO-DATE  TO ws-away-until
001111             MOVE AWAY-COVER-ID TO ws-away-cover
001112         END-IF
001113         READ AWAYFILE NEXT RECORD
001114             AT END MOVE "y" TO ws-away-eof
001115         END-READ
001116     END-IF.
001117
001118 KIOSK-PARTIAL-SEARCH.
001119     DISPLAY "Partial last name: " WITH NO ADVANCING.
001120     ACCEPT ws-search-last-name.
001121     PERFORM KIOSK-LIST.
001122
001123 KIOSK-LIST.
001124*--------------------------------
001125* Walks the whole directory showing matches a screenful at a
001126* time; a blank search shows everyone (the browse option).
001127*--------------------------------
001128     MOVE ZERO TO ws-trim-len.
001130     COMPUTE ws-trim-len =
001140         FUNCTION LENGTH(FUNCTION TRIM(ws-search-last-name)).
001150     MOVE SPACE TO ws-eof.
001840         DISPLAY "No on-call schedule on file."
001850     ELSE
001860         OPEN INPUT PHONEFILE
001862         MOVE ws-today TO ws-away-today
001864         PERFORM OPEN-AWAYFILE
001870         MOVE LOW-VALUES TO ONCALL-KEY
001880         START ONCALLFILE KEY IS NOT LESS THAN ONCALL-KEY
001890             INVALID KEY MOVE "y" TO ws-eof
001950         END-IF
001960         PERFORM CHECK-ONE-ONCALL UNTIL ws-eof = "y"
001970         CLOSE PHONEFILE
001975         PERFORM CLOSE-AWAYFILE
001980         CLOSE ONCALLFILE
001990         IF ws-oncall-hits = ZERO
002000             DISPLAY "  (nobody scheduled on call today)"
002040 CHECK-ONE-ONCALL.
002050*--------------------------------
002060* The schedule is keyed by start date, so once the start date
002070* passes today nothing later can cover tonight.  A primary out
002072* today (PHONEAWAY.DAT) is marked, and the backup - or, with
002074* the backup out too, the primary's named cover - is the one
002076* to call.
002080*--------------------------------
002090     IF ONCALL-START-DATE > ws-today
002100         MOVE "y" TO ws-eof
002120         IF ONCALL-END-DATE NOT < ws-today
002130             ADD 1 TO ws-oncall-hits
002140             DISPLAY "ON CALL - " ONCALL-DEPT
002142             MOVE "N" TO ws-oncall-calling
002144             MOVE ONCALL-PRIMARY-ID TO ws-away-check-id
002146             PERFORM CHECK-AWAY
002148             MOVE ws-away-found TO ws-oncall-primary-away
002149             MOVE ws-away-cover TO ws-oncall-cover-id
002150             MOVE ONCALL-PRIMARY-ID TO employee-id
002160             PERFORM SHOW-ONCALL-PERSON
002170             IF ONCALL-BACKUP-ID NOT = ZERO
002172                 MOVE ONCALL-BACKUP-ID TO ws-away-check-id
002174                 PERFORM CHECK-AWAY
002175                 IF ws-oncall-primary-away = "Y"
002176                     AND ws-away-found NOT = "Y"
002177                     MOVE "Y"  TO ws-oncall-calling
002178                     MOVE ZERO TO ws-oncall-cover-id
002179                 END-IF
002180                 DISPLAY "  BACKUP:" WITH NO ADVANCING
002190                 MOVE ONCALL-BACKUP-ID TO employee-id
002200                 PERFORM SHOW-ONCALL-PERSON
002205                 MOVE "N" TO ws-oncall-calling
002210             END-IF
002212             IF ws-oncall-primary-away = "Y"
002214                 AND ws-oncall-cover-id NOT = ZERO
002216                 MOVE ws-oncall-cover-id TO ws-away-check-id
002218                 PERFORM CHECK-AWAY
002219                 MOVE "Y" TO ws-oncall-calling
002220                 DISPLAY "  COVER: " WITH NO ADVANCING
002222                 MOVE ws-oncall-cover-id TO employee-id
002223                 PERFORM SHOW-ONCALL-PERSON
002225                 MOVE "N" TO ws-oncall-calling
002226             END-IF
002228         END-IF
002230         READ ONCALLFILE NEXT RECORD
002240             AT END MOVE "y" TO ws-eof
002250         END-READ
002350                 " WORK " work-number
002360                 " EXT " extension
002370     END-READ.
002372     IF ws-away-found = "Y"
002373         DISPLAY "    AWAY UNTIL " ws-away-until(5:2) "/"
002374             ws-away-until(7:2) "/" ws-away-until(1:4)
002375     ELSE
002376         IF ws-oncall-calling = "Y"
002377             DISPLAY "    PRIMARY AWAY - PLEASE CALL"
002378         END-IF
002379     END-IF.
002380
002390 KIOSK-SOUNDS-LIKE.
002400*--------------------------------
