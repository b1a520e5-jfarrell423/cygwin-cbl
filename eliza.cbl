000511         RECORD KEY IS EMPLOYEE-ID
000512         ALTERNATE RECORD KEY IS FULLNAME WITH DUPLICATES
000513         FILE STATUS IS 740-PHONE-STATUS.
000514
000515     SELECT 750-SUPV-FILE ASSIGN TO "PHONESUPVDAT"
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS DYNAMIC
000518         RECORD KEY IS SUPV-EMPLOYEE-ID
000519         FILE STATUS IS 750-SUPV-STATUS.
000520
000521     SELECT 760-LOC-FILE ASSIGN TO "PHONELOCDAT"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS LOC-EMPLOYEE-ID
000525         FILE STATUS IS 760-LOC-STATUS.
000526
000527     SELECT 770-ONCALL-FILE ASSIGN TO "ONCALLDAT"
000528         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ONCALL-KEY
000531         FILE STATUS IS 770-ONCALL-STATUS.
000532
000533     SELECT 780-URGENT-FILE ASSIGN TO "ELIZAURGDAT"
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS 780-URGENT-STATUS.
000536
000537     SELECT 790-ALERT-FILE ASSIGN TO "SHOPALRTDAT"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS 790-ALERT-STATUS.
000540
000541     SELECT 795-REF-KEEP-FILE ASSIGN TO "ELIZAREFNK"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS 795-REF-KEEP-STATUS.
000544
000545 DATA DIVISION.
000546
000547 FILE SECTION.
000548
000550 FD  700-TRANSCRIPT-FILE.
000560 01  700-TRANSCRIPT-REC              PIC X(111).
000570
000630*    NAME THE USER CHOSE TO GIVE (OR SPACES), THE QUESTION,
000632*    AND (SINCE THE AGING WORK) THE ASSIGNED HR OPERATOR, THE
000634*    PRIORITY DERIVED FROM THE TOPIC (1 PAYROLL, 2 401K,
000635*    3 BENEFITS), AND WHEN THE TICKET WAS LAST TOUCHED.  AN
000636*    URGENT-PHRASE MATCH OPENS PRIORITY 0, FLAGGED "C" FOR
000637*    CONFIDENTIAL - ELIZAHR SHOWS THOSE TO SUPERVISORS ONLY.
000638*    WHEN HR HANDLES A TICKET IT MAY LEAVE A RESOLUTION NOTE
000639*    FOR THE EMPLOYEE, NOTE-SEEN "N" UNTIL ELIZA DELIVERS IT.
000640 FD  710-REFERRAL-FILE.
000650 01  710-REFERRAL-REC.
000660     05  710-REF-STATUS              PIC X(01).
000702     05  710-REF-PRIORITY            PIC X(01).
000705     05  710-REF-TOUCHED             PIC X(26).
000707     05  710-REF-EMPLOYEE-ID         PIC 9(06).
000708     05  710-REF-CONFIDENTIAL        PIC X(01).
000709     05  710-REF-RESOLUTION          PIC X(60).
000710     05  710-REF-NOTE-SEEN           PIC X(01).
000711
000712*    ONE FAQ ENTRY PER LINE, MAINTAINED BY THE FAQMNT SCREEN:
000713*    A QUESTION PATTERN, ITS HIT COUNTER (REWRITTEN AT SESSION
000714*    END), AND UP TO THREE APPROVED ANSWER LINES.
000715 FD  720-FAQ-FILE.
000716 01  720-FAQ-REC.
000717     05  720-FAQ-PATTERN             PIC X(30).
000718     05  720-FAQ-HITS                PIC 9(05).
000719     05  720-FAQ-ANSWER-1            PIC X(70).
000720     05  720-FAQ-ANSWER-2            PIC X(70).
000721     05  720-FAQ-ANSWER-3            PIC X(70).
000722
000723*    ONE PROFILE PER EMPLOYEE WHO CHOOSES TO SAY WHO THEY ARE:
000724*    THE TOPICS DETECTED IN PRIOR SESSIONS, SO A RETURNING
000725*    EMPLOYEE GETS "LAST TIME YOU ASKED ABOUT..." INSTEAD OF
000726*    THE COLD SCRIPT, AND ELIZAHR SEES A REQUESTER'S HISTORY.
000727 FD  730-PROFILE-FILE.
000728 01  730-PROFILE-REC.
000729     05  730-PRF-EMPLOYEE-ID         PIC 9(06).
000730     05  730-PRF-LAST-DATE           PIC 9(08).
000731     05  730-PRF-LAST-TOPIC          PIC X(08).
000732     05  730-PRF-PAYROLL-CNT         PIC 9(04).
000733     05  730-PRF-BENEFITS-CNT        PIC 9(04).
000734     05  730-PRF-K401-CNT            PIC 9(04).
000735
000736 FD  740-PHONE-FILE.
000737     COPY PHONEREC.
000738
000739*    THE DIRECTORY'S COMPANION FILES - WHO REPORTS TO WHOM,
000740*    WHERE PEOPLE SIT, AND THE ON-CALL ROTATION - READ ONLY
000741*    HERE, FOR THE DIRECTORY ANSWERS.
000742 FD  750-SUPV-FILE.
000743     COPY SUPVREC.
000744
000745 FD  760-LOC-FILE.
000746     COPY LOCREC.
000747
000748 FD  770-ONCALL-FILE.
000749     COPY ONCALREC.
000750
000751*    THE PROTECTED URGENT-PHRASE LIST, MAINTAINED ONLY BY
000752*    SUPERVISORS THROUGH URGMNT, AND THE SHOP ALERT BOARD A
000753*    MATCH IS POSTED TO.
000754 FD  780-URGENT-FILE.
000755     COPY URGREC.
000756
000757 FD  790-ALERT-FILE.
000758     COPY ALERTREC.
000759
000760*    WORK COPY OF THE TICKET FILE WHILE DELIVERED NOTES ARE
000761*    MARKED SEEN - COPIED BACK OVER ELIZAREF.DAT.
000762 FD  795-REF-KEEP-FILE.
000763 01  795-REF-KEEP-LINE               PIC X(237).
000764
000765 WORKING-STORAGE SECTION.
000766
000767 01  100-PROGRAM-FLAGS.
000768     05  100-EOF-FLAG                PIC X(01)   VALUE SPACE.
000769         88  88-100-ALL-DONE                     VALUE "Y".
000770     05  100-KEYWORD-FLAG            PIC X(01)   VALUE SPACE.
000780         88  88-100-KEYWORD-FOUND                VALUE "Y".
000790         88  88-100-KEYWORD-NOT-FOUND            VALUE "N".
001829         10  725-FAQ-ANSWER-2        PIC X(70).
001831         10  725-FAQ-ANSWER-3        PIC X(70).
001832
001833*    DIRECTORY QUESTIONS, CHECKED AFTER THE FAQ TABLE: A PHRASE
001834*    BELOW NAMES THE KIND OF QUESTION (E = EXTENSION BY NAME,
001835*    S = MY SUPERVISOR, L = MY OFFICE, O = TONIGHT'S ON-CALL).
001836*    THE FIRST PHRASE FOUND IN THE USER INPUT WINS, SO ON-CALL
001837*    IS LISTED BEFORE THE BROADER EXTENSION PHRASES.
001838 01  745-DIR-PHRASE-DATA.
001839     05  FILLER   PIC X(21)  VALUE "Oon call".
001840     05  FILLER   PIC X(21)  VALUE "Oon-call".
001841     05  FILLER   PIC X(21)  VALUE "Swho is my manager".
001842     05  FILLER   PIC X(21)  VALUE "Swho's my manager".
001843     05  FILLER   PIC X(21)  VALUE "Swho is my supervisor".
001844     05  FILLER   PIC X(21)  VALUE "Swho's my supervisor".
001845     05  FILLER   PIC X(21)  VALUE "Swho is my boss".
001846     05  FILLER   PIC X(21)  VALUE "Swho's my boss".
001847     05  FILLER   PIC X(21)  VALUE "Sdo i report to".
001848     05  FILLER   PIC X(21)  VALUE "Lwhere is my office".
001849     05  FILLER   PIC X(21)  VALUE "Lwhere do i sit".
001850     05  FILLER   PIC X(21)  VALUE "Lwhere is my desk".
001851     05  FILLER   PIC X(21)  VALUE "Lmy mail stop".
001852     05  FILLER   PIC X(21)  VALUE "Lmy office location".
001853     05  FILLER   PIC X(21)  VALUE "Eextension".
001854     05  FILLER   PIC X(21)  VALUE "Ephone number".
001855     05  FILLER   PIC X(21)  VALUE "Ework number".
001856     05  FILLER   PIC X(21)  VALUE "E's number".
001857     05  FILLER   PIC X(21)  VALUE "Ehow do i reach".
001858 01  745-DIR-PHRASE-TABLE REDEFINES 745-DIR-PHRASE-DATA.
001859     05  745-DIR-PHRASE-ENTRY        OCCURS 19 TIMES.
001860         10  745-DIR-KIND            PIC X(01).
001861         10  745-DIR-PHRASE          PIC X(20).
001862 01  745-DIR-PHRASE-MAX              PIC S9(4) COMP VALUE +19.
001863 01  745-D                           PIC S9(4) COMP VALUE ZERO.
001864 01  745-DIR-ANSWERED                PIC X(01) VALUE SPACE.
001865 01  745-DIR-QUESTION                PIC X(01) VALUE SPACE.
001866 01  745-DIR-TALLY                   PIC S9(4) COMP VALUE ZERO.
001867 01  745-DIR-EOF                     PIC X(01) VALUE SPACE.
001868 01  745-WORD-INPUT                  PIC X(82) VALUE SPACES.
001869 01  745-NAME-KEY                    PIC X(24) VALUE SPACES.
001870 01  745-NAME-LEN                    PIC S9(4) COMP VALUE ZERO.
001871 01  745-FULL-HITS                   PIC S9(4) COMP VALUE ZERO.
001872 01  745-LAST-HITS                   PIC S9(4) COMP VALUE ZERO.
001873 01  745-L                           PIC S9(4) COMP VALUE ZERO.
001874 01  745-LAST-MATCH-TABLE.
001875     05  745-LAST-MATCH              PIC X(79)
001876         OCCURS 5 TIMES              VALUE SPACES.
001877 01  745-TODAY                       PIC 9(08) VALUE ZERO.
001878 01  745-ONCALL-COUNT                PIC S9(4) COMP VALUE ZERO.
001879 01  745-ONCALL-WANTED               PIC S9(4) COMP VALUE ZERO.
001880 01  745-O                           PIC S9(4) COMP VALUE ZERO.
001881 01  745-ONCALL-TABLE.
001882     05  745-ONCALL-ENTRY            OCCURS 20 TIMES.
001883         10  745-ONCALL-DEPT         PIC X(10).
001884         10  745-ONCALL-PRIMARY      PIC 9(06).
001885         10  745-ONCALL-BACKUP       PIC 9(06).
001886         10  745-ONCALL-PICKED       PIC X(01).
001887 01  745-PERSON-ID                   PIC 9(06) VALUE ZERO.
001888 01  745-PERSON-DEPT                 PIC X(01) VALUE "N".
001889 01  745-PERSON-TEXT                 PIC X(70) VALUE SPACES.
001890 01  745-SHOW-EXT                    PIC X(05) VALUE SPACES.
001891 01  745-SHOW-WORK                   PIC X(10) VALUE SPACES.
001892 01  745-PTR                         PIC S9(4) COMP VALUE ZERO.
001893 01  745-ANSWER-LINE                 PIC X(79) VALUE SPACES.
001894 01  745-DIR-MESSAGES.
001895     05  745-DIR-HEAD-MSG            PIC X(79)   VALUE
001896         "From the directory:".
001897     05  745-ONCALL-HEAD-MSG         PIC X(79)   VALUE
001898         "On call tonight:".
001899     05  745-SIGN-IN-MSG             PIC X(79)   VALUE
001900         "Sign in with your employee ID and I can look it up.".
001901     05  745-NO-DIR-MSG              PIC X(79)   VALUE
001902         "The directory is not available right now.".
001903     05  745-NO-NAME-MSG             PIC X(79)   VALUE
001904         "No directory entry matches that name.".
001905     05  745-MORE-NAME-MSG           PIC X(79)   VALUE
001906         "  (more share that last name - add a first name)".
001907     05  745-NO-SUPV-MSG             PIC X(79)   VALUE
001908         "No supervisor is on file for you.".
001909     05  745-NO-LOC-MSG              PIC X(79)   VALUE
001910         "No office location is on file for you.".
001911     05  745-NO-ONCALL-MSG           PIC X(79)   VALUE
001912         "No on-call schedule covers tonight.".
001913 01  750-SUPV-STATUS                 PIC X(02).
001914 01  760-LOC-STATUS                  PIC X(02).
001915 01  770-ONCALL-STATUS               PIC X(02).
001916
001917*    THE URGENT-PHRASE TABLE, LOADED AT START-UP AND CHECKED
001918*    BEFORE ANYTHING ELSE ON EVERY LINE.  THE RESPONSE IS FIXED
001919*    AND APPROVED - IT IS NOT TAKEN FROM THE FILE.
001920 01  780-URGENT-STATUS               PIC X(02).
001921 01  790-ALERT-STATUS                PIC X(02).
001922 01  785-URGENT-LOADED               PIC X(01) VALUE "N".
001923 01  785-URGENT-HIT                  PIC X(01) VALUE SPACE.
001924 01  785-URGENT-RAISED               PIC X(01) VALUE "N".
001925 01  785-URGENT-COUNT                PIC S9(4) COMP VALUE ZERO.
001926 01  785-U                           PIC S9(4) COMP VALUE ZERO.
001927 01  785-URGENT-TALLY                PIC S9(4) COMP VALUE ZERO.
001928 01  785-URGENT-PATTERN-LC           PIC X(30) VALUE SPACES.
001929 01  785-URGENT-CATEGORY             PIC X(08) VALUE SPACES.
001930 01  785-URGENT-TABLE.
001931     05  785-URGENT-ENTRY            OCCURS 50 TIMES.
001932         10  785-URGENT-PATTERN      PIC X(30).
001933         10  785-URGENT-CAT          PIC X(08).
001934 01  785-URGENT-MESSAGES.
001935     05  785-URGENT-MSG-1            PIC X(79)   VALUE
001936         "What you said matters, and a person needs to hear it.".
001937     05  785-URGENT-MSG-2            PIC X(79)   VALUE
001938         "In danger right now? Call 911, then Security x4911.".
001939     05  785-URGENT-MSG-3            PIC X(79)   VALUE
001940         "Employee Assistance (confidential, 24 hrs): 555-0142".
001941     05  785-URGENT-MSG-4            PIC X(79)   VALUE
001942         "A supervisor has been alerted to follow up with you.".
001943     05  785-URGENT-ALERT-MSG        PIC X(60)   VALUE
001944         "URGENT ELIZA TICKET - SUPERVISOR REVIEW IN ELIZAHR".
001945
001946*    A SIGNED-IN EMPLOYEE HEARS FIRST HOW THEIR RECENT TICKETS
001947*    STAND, AND ANY RESOLUTION NOTE HR LEFT - ONCE.
001948 01  795-REF-KEEP-STATUS             PIC X(02).
001949 01  795-EOF                         PIC X(01) VALUE SPACE.
001950 01  795-TICKET-MINE                 PIC X(01) VALUE SPACE.
001951 01  795-TICKET-COUNT                PIC S9(4) COMP VALUE ZERO.
001952 01  795-NOTE-COUNT                  PIC S9(4) COMP VALUE ZERO.
001953 01  795-RECENT-DAYS                 PIC 9(03) VALUE 60.
001954 01  795-TODAY                       PIC 9(08) VALUE ZERO.
001955 01  795-OPENED                      PIC 9(08) VALUE ZERO.
001956 01  795-CUTOFF-INT                  PIC S9(9) COMP VALUE ZERO.
001957 01  795-STANDING                    PIC X(24) VALUE SPACES.
001958 01  795-TICKET-MESSAGES.
001959     05  795-TICKET-HEAD             PIC X(79)   VALUE
001960         "About the HR questions you raised recently:".
001961     05  795-OPEN-TEXT               PIC X(24)   VALUE
001962         "open, waiting for HR".
001963     05  795-ASSIGNED-TEXT           PIC X(24)   VALUE
001964         "open, HR is working it".
001965     05  795-HANDLED-TEXT            PIC X(24)   VALUE
001966         "handled".
001967
001968 01  520-TRANSLATION-CONSTANTS.
001969     05 520-THING-IN                 PIC X(05)   VALUE "thing".
001970     05 520-HIGH-IN                  PIC X(04)   VALUE "high".
001971     05 520-SHI-IN                   PIC X(03)   VALUE "shi".
001972     05 520-CHI-IN                   PIC X(03)   VALUE "chi".
001973     05 520-HIT-IN                   PIC X(03)   VALUE "hit".
001974     05 520-OUR-IN                   PIC X(03)   VALUE "our".
001975     05 520-QMARK-IN                 PIC X(02)   VALUE "? ".
001976     05 520-XMARK-IN                 PIC X(02)   VALUE "! ".
001977     05 520-FSTOP-IN                 PIC X(02)   VALUE ". ".
001978
001979     05 520-THING-OUT                PIC X(05)   VALUE "th!ng".
001980     05 520-HIGH-OUT                 PIC X(04)   VALUE "h!gh".
001981     05 520-SHI-OUT                  PIC X(03)   VALUE "sh!".
001982     05 520-CHI-OUT                  PIC X(03)   VALUE "ch!".
001983     05 520-HIT-OUT                  PIC X(03)   VALUE "h!t".
001990     05 520-OUR-OUT                  PIC X(03)   VALUE "0ur".
002000     05 520-QMARK-OUT                PIC X(02)   VALUE "  ".
002010     05 520-FSTOP-OUT                PIC X(02)   VALUE "  ".
005690     DISPLAY SPACE
005700     MOVE SPACE                  TO 100-EOF-FLAG
005705     PERFORM 0520-LOAD-FAQ-TABLE
005707     PERFORM 0540-LOAD-URGENT-TABLE
005710     PERFORM 0500-LOAD-KEYWORD-TABLE
005720     PERFORM 0600-IDENTIFY-USER
005722     DISPLAY 600-INITIAL-MESSAGE
005770     MOVE "ELZA"                 TO 700-TRANSCRIPT-TAG
005780     MOVE 600-INITIAL-MESSAGE    TO 700-TRANSCRIPT-TEXT
005790     PERFORM 7000-LOG-TRANSCRIPT-LINE
005791     PERFORM 0620-REPORT-MY-TICKETS
005792     IF 735-PROFILE-ACTIVE = "Y"
005793         AND 735-LAST-TOPIC NOT = SPACES
005794         MOVE SPACES TO 735-GREET-LINE
005850         PERFORM 7000-LOG-TRANSCRIPT-LINE
005860         MOVE FUNCTION LOWER-CASE (200-USER-INPUT)
005870                                 TO 210-USER-INPUT-LC
005872         PERFORM 1400-CHECK-URGENT
005874         IF 785-URGENT-HIT = "Y"
005876             CONTINUE
005878         ELSE
005880         IF 210-USER-INPUT-LC (1:4) = 300-SHUT
005890             SET 88-100-ALL-DONE TO TRUE
005900             DISPLAY 600-GOODBYE-MESSAGE
006180             ELSE
006190                 MOVE ZERO TO 400-REPEAT-COUNT
006200                 MOVE 210-USER-INPUT-LC
006202                                 TO 220-LAST-USER-INPUT
006204                 PERFORM 1500-CHECK-FAQ
006207                 MOVE SPACE TO 745-DIR-ANSWERED
006209                 IF 725-FAQ-ANSWERED NOT = "Y"
006212                     PERFORM 1600-CHECK-DIRECTORY
006213                 END-IF
006214                 IF 725-FAQ-ANSWERED = "Y"
006215                    OR 745-DIR-ANSWERED = "Y"
006216                     CONTINUE
006218                 ELSE
006220                 PERFORM 1000-SCAN-FOR-KEYWORD
006275                 END-IF
006280             END-IF
006290         END-IF
006295         END-IF
006300         END-IF
006310     END-PERFORM
006320
009600*    7 0 0 0 - L O G - T R A N S C R I P T - L I N E .          *
009610****************************************************************
009620*    APPEND ONE LINE TO THE SESSION TRANSCRIPT FILE, TAGGED     *
009630*    "USER" OR "ELZA" ACCORDING TO WHO SAID IT ("DIRH" FOR AN   *
009635*    ANSWER TAKEN FROM THE PHONE DIRECTORY).                    *
009640****************************************************************
009650
009660 7000-LOG-TRANSCRIPT-LINE.
010751                 MOVE "3" TO 710-REF-PRIORITY
010752         END-EVALUATE
010753         MOVE 710-REF-TIMESTAMP     TO 710-REF-TOUCHED
010754         MOVE SPACE                 TO 710-REF-CONFIDENTIAL
010755         MOVE SPACES                TO 710-REF-RESOLUTION
010756         MOVE SPACE                 TO 710-REF-NOTE-SEEN
010757         PERFORM 7110-NOTE-PROFILE-TOPIC
010758         WRITE 710-REFERRAL-REC
010760         CLOSE 710-REFERRAL-FILE
010770         DISPLAY "Thanks - HR will see your question."
010780     END-IF
010790     .
010792
010795****************************************************************
010798*    7 4 0 0 - P O S T - U R G E N T - A L E R T .             *
010801****************************************************************
010803*    ONE F-SEVERITY LINE ON THE SHOP ALERT BOARD (SHOPALRT.DAT)*
010806*    SO THE NEXT SHOPMENU SIGN-ON SEES IT AT ONCE.  THE ALERT  *
010809*    SAYS ONLY THAT A TICKET IS WAITING - WHAT WAS SAID STAYS  *
010812*    ON THE CONFIDENTIAL TICKET.  POSTED BEFORE THE TICKET     *
010814*    PROMPT SO NOTHING WAITS ON THE USER'S ANSWER.             *
010817****************************************************************
010820
010823 7400-POST-URGENT-ALERT.
010825
010828     MOVE SPACES                TO ALERT-REC
010831     MOVE "U"                   TO ALR-STATUS
010834     MOVE "F"                   TO ALR-SEVERITY
010836     MOVE "ELIZA   "            TO ALR-PROGRAM
010839     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
010842     MOVE 785-URGENT-ALERT-MSG  TO ALR-MESSAGE
010845     OPEN EXTEND 790-ALERT-FILE
010848     IF 790-ALERT-STATUS = "35"
010850         OPEN OUTPUT 790-ALERT-FILE
010853     END-IF
010856     IF 790-ALERT-STATUS = "00"
010859         WRITE ALERT-REC
010861         CLOSE 790-ALERT-FILE
010864     END-IF
010867     .
010870
010872****************************************************************
010875*    7 4 1 0 - W R I T E - U R G E N T - T I C K E T .         *
010878****************************************************************
010881*    THE REFERRAL TICKET FOR AN URGENT MATCH: PRIORITY 0, THE  *
010883*    PHRASE'S CATEGORY AS THE TOPIC, AND THE "C" FLAG THAT     *
010886*    KEEPS IT OFF ELIZAHR FOR ANYONE BELOW SUPERVISOR.  THE    *
010889*    TOPIC IS NOT NOTED ON THE USER'S PROFILE.                 *
010892****************************************************************
010895
010897 7410-WRITE-URGENT-TICKET.
010900
010903     DISPLAY "If you are willing, type your name or a number "
010906         "where someone can reach you (or just press Enter):"
010908     MOVE SPACES TO 710-REFERRAL-NAME
010911     ACCEPT 710-REFERRAL-NAME
010914     OPEN INPUT 710-REFERRAL-FILE
010917     IF 710-REFERRAL-STATUS = "35"
010919         OPEN OUTPUT 710-REFERRAL-FILE
010922         CLOSE 710-REFERRAL-FILE
010925     ELSE
010928         CLOSE 710-REFERRAL-FILE
010930     END-IF
010933     OPEN EXTEND 710-REFERRAL-FILE
010936     IF 710-REFERRAL-STATUS = "00"
010939         MOVE "O"                   TO 710-REF-STATUS
010941         MOVE FUNCTION CURRENT-DATE TO 710-REF-TIMESTAMP
010944         IF 785-URGENT-CATEGORY = SPACES
010947             MOVE "URGENT"          TO 710-REF-TOPIC
010950         ELSE
010953             MOVE 785-URGENT-CATEGORY TO 710-REF-TOPIC
010955         END-IF
010958         MOVE 710-REFERRAL-NAME     TO 710-REF-NAME
010961         MOVE 200-USER-INPUT        TO 710-REF-QUESTION
010964         MOVE 735-PROFILE-ID        TO 710-REF-EMPLOYEE-ID
010966         MOVE SPACES                TO 710-REF-ASSIGNEE
010969         MOVE "0"                   TO 710-REF-PRIORITY
010972         MOVE 710-REF-TIMESTAMP     TO 710-REF-TOUCHED
010975         MOVE "C"                   TO 710-REF-CONFIDENTIAL
010977         MOVE SPACES                TO 710-REF-RESOLUTION
010980         MOVE SPACE                 TO 710-REF-NOTE-SEEN
010983         WRITE 710-REFERRAL-REC
010986         CLOSE 710-REFERRAL-FILE
010988         DISPLAY "Thank you."
010991     END-IF
010994     .
010997
011000
011010****************************************************************
011020*    0 5 2 0 - L O A D - F A Q - T A B L E .                   *
011380         MOVE 720-FAQ-ANSWER-3
011390             TO 725-FAQ-ANSWER-3 (725-FAQ-COUNT)
011400     END-IF
011402     .
011405
011407****************************************************************
011410*    0 5 4 0 - L O A D - U R G E N T - T A B L E .             *
011411****************************************************************
011412*    LOADS THE URGENT PHRASES (ELIZAURG.DAT, MAINTAINED BY     *
011413*    SUPERVISORS THROUGH URGMNT) INTO STORAGE.  NO FILE MEANS  *
011414*    NO URGENT PASS.                                           *
011415****************************************************************
011416
011417 0540-LOAD-URGENT-TABLE.
011418
011419     MOVE ZERO TO 785-URGENT-COUNT
011420     OPEN INPUT 780-URGENT-FILE
011421     IF 780-URGENT-STATUS = "00"
011422         MOVE "Y" TO 785-URGENT-LOADED
011423         PERFORM 0550-LOAD-ONE-URGENT-REC
011424             UNTIL 780-URGENT-STATUS NOT = "00"
011425                OR 785-URGENT-COUNT >= 50
011426         CLOSE 780-URGENT-FILE
011427     END-IF
011428     .
011429
011430 0550-LOAD-ONE-URGENT-REC.
011431
011432     READ 780-URGENT-FILE
011433         AT END
011434             MOVE "10" TO 780-URGENT-STATUS
011435     END-READ
011436     IF 780-URGENT-STATUS = "00"
011437         ADD 1 TO 785-URGENT-COUNT
011438         MOVE URG-PATTERN
011439             TO 785-URGENT-PATTERN (785-URGENT-COUNT)
011440         MOVE URG-CATEGORY
011441             TO 785-URGENT-CAT (785-URGENT-COUNT)
011442     END-IF
011443     .
011444
011445****************************************************************
011446*    1 4 0 0 - C H E C K - U R G E N T .                       *
011447****************************************************************
011448*    HARASSMENT, THREATS, SELF-HARM, AND INJURIES CANNOT WAIT  *
011449*    IN A REFERRAL QUEUE.  EVERY LINE IS CHECKED AGAINST THE   *
011450*    URGENT PHRASES BEFORE ANYTHING ELSE - EVEN "SHUT UP".  A  *
011451*    MATCH GETS THE FIXED APPROVED RESPONSE WITH THE EMPLOYEE  *
011452*    ASSISTANCE AND SECURITY NUMBERS.  THE FIRST MATCH IN A    *
011453*    SESSION ALSO POSTS AN F-SEVERITY SHOP ALERT AND OPENS A   *
011454*    PRIORITY 0 CONFIDENTIAL TICKET FOR THE SUPERVISORS; LATER *
011455*    MATCHES REPEAT THE RESPONSE (THE TRANSCRIPT KEEPS EVERY   *
011456*    LINE) RATHER THAN FLOOD THE ALERT BOARD.                  *
011457****************************************************************
011458
011459 1400-CHECK-URGENT.
011460
011461     MOVE SPACE TO 785-URGENT-HIT
011462     IF 785-URGENT-LOADED = "Y" AND 785-URGENT-COUNT > ZERO
011463         PERFORM 1405-MATCH-URGENT-PHRASE
011464             VARYING 785-U FROM +1 BY +1
011465             UNTIL 785-U > 785-URGENT-COUNT
011466                OR 785-URGENT-HIT = "Y"
011467     END-IF
011468     IF 785-URGENT-HIT = "Y"
011469         PERFORM 1410-GIVE-URGENT-RESPONSE
011470         IF 785-URGENT-RAISED NOT = "Y"
011471             MOVE "Y" TO 785-URGENT-RAISED
011472             PERFORM 7400-POST-URGENT-ALERT
011473             PERFORM 7410-WRITE-URGENT-TICKET
011474         END-IF
011475     END-IF
011476     .
011477
011478 1405-MATCH-URGENT-PHRASE.
011479
011480     MOVE FUNCTION LOWER-CASE (785-URGENT-PATTERN (785-U))
011481                                 TO 785-URGENT-PATTERN-LC
011482     IF 785-URGENT-PATTERN-LC NOT = SPACES
011483         MOVE ZERO TO 785-URGENT-TALLY
011484         INSPECT 210-USER-INPUT-LC
011485             TALLYING 785-URGENT-TALLY FOR ALL
011486             FUNCTION TRIM (785-URGENT-PATTERN-LC)
011487         IF 785-URGENT-TALLY > ZERO
011488             MOVE "Y" TO 785-URGENT-HIT
011489             MOVE 785-URGENT-CAT (785-U) TO 785-URGENT-CATEGORY
011490         END-IF
011491     END-IF
011492     .
011493
011494 1410-GIVE-URGENT-RESPONSE.
011495
011496     MOVE "ELZA" TO 700-TRANSCRIPT-TAG
011497     DISPLAY 785-URGENT-MSG-1
011498     MOVE 785-URGENT-MSG-1 TO 700-TRANSCRIPT-TEXT
011499     PERFORM 7000-LOG-TRANSCRIPT-LINE
011500     DISPLAY 785-URGENT-MSG-2
011501     MOVE 785-URGENT-MSG-2 TO 700-TRANSCRIPT-TEXT
011502     PERFORM 7000-LOG-TRANSCRIPT-LINE
011503     DISPLAY 785-URGENT-MSG-3
011504     MOVE 785-URGENT-MSG-3 TO 700-TRANSCRIPT-TEXT
011505     PERFORM 7000-LOG-TRANSCRIPT-LINE
011506     DISPLAY 785-URGENT-MSG-4
011507     MOVE 785-URGENT-MSG-4 TO 700-TRANSCRIPT-TEXT
011508     PERFORM 7000-LOG-TRANSCRIPT-LINE
011509     .
011510
011511****************************************************************
011512*    1 5 0 0 - C H E C K - F A Q .                             *
011513****************************************************************
011514*    HALF THE HR REFERRAL TICKETS WERE QUESTIONS WITH ONE      *
011515*    FIXED ANSWER ("WHAT IS THE DENTAL PLAN NUMBER").  WHEN A  *
011516*    LOADED FAQ PATTERN APPEARS ANYWHERE IN THE USER INPUT,    *
011517*    THE APPROVED ANSWER IS GIVEN (AND LOGGED, AND THE ENTRY'S *
011518*    HIT COUNTER BUMPED) INSTEAD OF A TOPIC REFERRAL.          *
011519****************************************************************
011520
011530 1500-CHECK-FAQ.
011540
011950                                 TO 700-TRANSCRIPT-TEXT
011960         PERFORM 7000-LOG-TRANSCRIPT-LINE
011970     END-IF
011971     .
011972
011973****************************************************************
011975*    1 6 0 0 - C H E C K - D I R E C T O R Y .                 *
011976****************************************************************
011977*    "WHAT'S JANE SMITH'S EXTENSION", "WHO IS MY MANAGER" AND  *
011978*    "WHO IS ON CALL FOR IT TONIGHT" USED TO GET A THERAPIST   *
011980*    REPLY OR AN HR TICKET.  A DIRECTORY PHRASE IN THE INPUT   *
011981*    IS ANSWERED FROM THE SAME DATA THE LOBBY KIOSK SHOWS -    *
011982*    WORK NUMBER AND EXTENSION ONLY, ACTIVE EMPLOYEES ONLY -   *
011983*    FOR A USER WHO GAVE AN EMPLOYEE ID AT THE START.  EVERY   *
011984*    ANSWER LINE IS LOGGED WITH THE "DIRH" TAG SO ELIZARPT CAN *
011985*    COUNT THEM; THE FIRST LINE OF EACH ANSWER SAYS WHAT KIND  *
011986*    IT WAS ("FROM THE DIRECTORY", "YOUR SUPERVISOR", "YOUR    *
011987*    OFFICE", "ON CALL", OR "NO ..." WHEN NOTHING IS ON FILE). *
011988****************************************************************
011989
011990 1600-CHECK-DIRECTORY.
011991
011992     MOVE SPACE TO 745-DIR-QUESTION
011993     PERFORM 1610-MATCH-DIR-PHRASE
011994         VARYING 745-D FROM +1 BY +1
011995         UNTIL 745-D > 745-DIR-PHRASE-MAX
011996            OR 745-DIR-QUESTION NOT = SPACE
011997     IF 745-DIR-QUESTION = SPACE
011998         CONTINUE
011999     ELSE
012000         MOVE "Y" TO 745-DIR-ANSWERED
012001         IF 735-PROFILE-ACTIVE NOT = "Y"
012002             MOVE 745-SIGN-IN-MSG TO 745-ANSWER-LINE
012003             PERFORM 1696-SAY-ELIZA-LINE
012004         ELSE
012005             OPEN INPUT 740-PHONE-FILE
012006             IF 740-PHONE-STATUS NOT = "00"
012007                 MOVE 745-NO-DIR-MSG TO 745-ANSWER-LINE
012008                 PERFORM 1696-SAY-ELIZA-LINE
012009             ELSE
012010                 MOVE SPACES TO 745-WORD-INPUT
012011                 MOVE 210-USER-INPUT-LC TO 745-WORD-INPUT (2:80)
012012                 INSPECT 745-WORD-INPUT
012013                     CONVERTING "'?,.!;:" TO "       "
012014                 EVALUATE 745-DIR-QUESTION
012015                     WHEN "E"
012016                         PERFORM 1620-ANSWER-EXTENSION
012017                     WHEN "S"
012018                         PERFORM 1630-ANSWER-SUPERVISOR
012019                     WHEN "L"
012020                         PERFORM 1640-ANSWER-LOCATION
012021                     WHEN "O"
012022                         PERFORM 1650-ANSWER-ONCALL
012023                 END-EVALUATE
012024                 CLOSE 740-PHONE-FILE
012025             END-IF
012026         END-IF
012027     END-IF
012028     .
012029
012030 1610-MATCH-DIR-PHRASE.
012031
012032     MOVE ZERO TO 745-DIR-TALLY
012033     INSPECT 210-USER-INPUT-LC TALLYING 745-DIR-TALLY
012034         FOR ALL FUNCTION TRIM (745-DIR-PHRASE (745-D))
012035     IF 745-DIR-TALLY > ZERO
012036         MOVE 745-DIR-KIND (745-D) TO 745-DIR-QUESTION
012037     END-IF
012038     .
012039
012040****************************************************************
012041*    1 6 2 0 - A N S W E R - E X T E N S I O N .               *
012042****************************************************************
012043*    ONE PASS OVER THE DIRECTORY IN NAME ORDER.  AN ACTIVE     *
012044*    EMPLOYEE WHOSE FIRST AND LAST NAME BOTH APPEAR (AS WORDS) *
012045*    IN THE QUESTION IS ANSWERED AT ONCE; FAILING ANY SUCH     *
012046*    MATCH, UP TO FIVE EMPLOYEES WHOSE LAST NAME ALONE APPEARS *
012047*    ARE LISTED INSTEAD.                                       *
012048****************************************************************
012049
012050 1620-ANSWER-EXTENSION.
012051
012052     MOVE ZERO TO 745-FULL-HITS
012053     MOVE ZERO TO 745-LAST-HITS
012054     MOVE SPACES TO 745-LAST-MATCH-TABLE
012055     MOVE "Y" TO 745-PERSON-DEPT
012056     MOVE SPACE TO 745-DIR-EOF
012057     MOVE LOW-VALUES TO FULLNAME
012058     START 740-PHONE-FILE KEY IS NOT LESS THAN FULLNAME
012059         INVALID KEY MOVE "Y" TO 745-DIR-EOF
012060     END-START
012061     IF 745-DIR-EOF NOT = "Y"
012062         READ 740-PHONE-FILE NEXT RECORD
012063             AT END MOVE "Y" TO 745-DIR-EOF
012064         END-READ
012065     END-IF
012066     PERFORM 1621-CHECK-ONE-NAME UNTIL 745-DIR-EOF = "Y"
012067     IF 745-FULL-HITS = ZERO
012068         IF 745-LAST-HITS = ZERO
012069             MOVE 745-NO-NAME-MSG TO 745-ANSWER-LINE
012070             PERFORM 1695-SAY-DIRECTORY-LINE
012071         ELSE
012072             MOVE 745-DIR-HEAD-MSG TO 745-ANSWER-LINE
012073             PERFORM 1695-SAY-DIRECTORY-LINE
012074             PERFORM 1623-SHOW-LAST-MATCH
012075                 VARYING 745-L FROM +1 BY +1
012076                 UNTIL 745-L > 745-LAST-HITS
012077                    OR 745-L > 5
012078             IF 745-LAST-HITS > 5
012079                 MOVE 745-MORE-NAME-MSG TO 745-ANSWER-LINE
012080                 PERFORM 1695-SAY-DIRECTORY-LINE
012081             END-IF
012082         END-IF
012083     END-IF
012084     .
012085
012086 1621-CHECK-ONE-NAME.
012087
012088     IF emp-status NOT = "I"
012089        AND last-name NOT = SPACES
012090         PERFORM 1622-MATCH-ONE-NAME
012091     END-IF
012092     READ 740-PHONE-FILE NEXT RECORD
012093         AT END MOVE "Y" TO 745-DIR-EOF
012094     END-READ
012095     .
012096
012097 1622-MATCH-ONE-NAME.
012098
012099     MOVE ZERO TO 745-DIR-TALLY
012100     IF first-name NOT = SPACES
012101         MOVE SPACES TO 745-NAME-KEY
012102         STRING " " FUNCTION TRIM (first-name)
012103             " " FUNCTION TRIM (last-name) " "
012104             DELIMITED BY SIZE INTO 745-NAME-KEY
012105         COMPUTE 745-NAME-LEN =
012106             FUNCTION LENGTH (FUNCTION TRIM (first-name))
012107           + FUNCTION LENGTH (FUNCTION TRIM (last-name)) + 3
012108         PERFORM 1624-TALLY-NAME-KEY
012109     END-IF
012110     IF 745-DIR-TALLY > ZERO
012111         ADD 1 TO 745-FULL-HITS
012112         IF 745-FULL-HITS = 1
012113             MOVE 745-DIR-HEAD-MSG TO 745-ANSWER-LINE
012114             PERFORM 1695-SAY-DIRECTORY-LINE
012115         END-IF
012116         PERFORM 1690-FORMAT-PERSON
012117         MOVE SPACES TO 745-ANSWER-LINE
012118         STRING "  " 745-PERSON-TEXT
012119             DELIMITED BY SIZE INTO 745-ANSWER-LINE
012120         PERFORM 1695-SAY-DIRECTORY-LINE
012121     ELSE
012122         MOVE SPACES TO 745-NAME-KEY
012123         STRING " " FUNCTION TRIM (last-name) " "
012124             DELIMITED BY SIZE INTO 745-NAME-KEY
012125         COMPUTE 745-NAME-LEN =
012126             FUNCTION LENGTH (FUNCTION TRIM (last-name)) + 2
012127         PERFORM 1624-TALLY-NAME-KEY
012128         IF 745-DIR-TALLY > ZERO
012129             ADD 1 TO 745-LAST-HITS
012130             IF 745-LAST-HITS NOT > 5
012131                 PERFORM 1690-FORMAT-PERSON
012132                 STRING "  " 745-PERSON-TEXT
012133                     DELIMITED BY SIZE
012134                     INTO 745-LAST-MATCH (745-LAST-HITS)
012135             END-IF
012136         END-IF
012137     END-IF
012138     .
012139
012140 1623-SHOW-LAST-MATCH.
012141
012142     MOVE 745-LAST-MATCH (745-L) TO 745-ANSWER-LINE
012143     PERFORM 1695-SAY-DIRECTORY-LINE
012144     .
012145
012146 1624-TALLY-NAME-KEY.
012147
012148     MOVE FUNCTION LOWER-CASE (745-NAME-KEY) TO 745-NAME-KEY
012149     INSPECT 745-NAME-KEY CONVERTING "'?,.!;:" TO "       "
012150     MOVE ZERO TO 745-DIR-TALLY
012151     INSPECT 745-WORD-INPUT TALLYING 745-DIR-TALLY
012152         FOR ALL 745-NAME-KEY (1:745-NAME-LEN)
012153     .
012154
012155****************************************************************
012156*    1 6 3 0 - A N S W E R - S U P E R V I S O R .             *
012157****************************************************************
012158*    THE USER'S OWN REPORTING LINK FROM PHONESUPV.DAT.         *
012159****************************************************************
012160
012161 1630-ANSWER-SUPERVISOR.
012162
012163     MOVE "N" TO 745-PERSON-DEPT
012164     MOVE 745-NO-SUPV-MSG TO 745-ANSWER-LINE
012165     OPEN INPUT 750-SUPV-FILE
012166     IF 750-SUPV-STATUS = "00"
012167         MOVE 735-PROFILE-ID TO SUPV-EMPLOYEE-ID
012168         READ 750-SUPV-FILE
012169             INVALID KEY
012170                 CONTINUE
012171             NOT INVALID KEY
012172                 MOVE SUPV-SUPERVISOR-ID TO 745-PERSON-ID
012173                 PERFORM 1691-READ-PERSON
012174                 MOVE SPACES TO 745-ANSWER-LINE
012175                 STRING "Your supervisor is " 745-PERSON-TEXT
012176                     DELIMITED BY SIZE INTO 745-ANSWER-LINE
012177         END-READ
012178         CLOSE 750-SUPV-FILE
012179     END-IF
012180     PERFORM 1695-SAY-DIRECTORY-LINE
012181     .
012182
012183****************************************************************
012184*    1 6 4 0 - A N S W E R - L O C A T I O N .                 *
012185****************************************************************
012186*    THE USER'S OWN OFFICE FROM PHONELOC.DAT.                  *
012187****************************************************************
012188
012189 1640-ANSWER-LOCATION.
012190
012191     MOVE 745-NO-LOC-MSG TO 745-ANSWER-LINE
012192     OPEN INPUT 760-LOC-FILE
012193     IF 760-LOC-STATUS = "00"
012194         MOVE 735-PROFILE-ID TO LOC-EMPLOYEE-ID
012195         READ 760-LOC-FILE
012196             INVALID KEY
012197                 CONTINUE
012198             NOT INVALID KEY
012199                 MOVE SPACES TO 745-ANSWER-LINE
012200                 STRING "Your office is building "
012201                     FUNCTION TRIM (LOC-BUILDING)
012202                     ", floor " FUNCTION TRIM (LOC-FLOOR)
012203                     ", room " FUNCTION TRIM (LOC-ROOM)
012204                     ", mail stop " FUNCTION TRIM (LOC-MAIL-STOP)
012205                     "." DELIMITED BY SIZE INTO 745-ANSWER-LINE
012206         END-READ
012207         CLOSE 760-LOC-FILE
012208     END-IF
012209     PERFORM 1695-SAY-DIRECTORY-LINE
012210     .
012211
012212****************************************************************
012213*    1 6 5 0 - A N S W E R - O N C A L L .                     *
012214****************************************************************
012215*    EVERY ROTATION ON ONCALL.DAT WHOSE DATE RANGE COVERS      *
012216*    TODAY, WITH PRIMARY AND BACKUP RESOLVED THROUGH THE       *
012217*    DIRECTORY.  THE FILE IS KEYED BY START DATE, SO THE PASS  *
012218*    STOPS AT THE FIRST ROTATION STARTING AFTER TODAY.  WHEN   *
012219*    THE QUESTION NAMES ONE OF THOSE DEPARTMENTS ("ON CALL FOR *
012220*    IT") ONLY THAT DEPARTMENT IS SHOWN.                       *
012221****************************************************************
012222
012223 1650-ANSWER-ONCALL.
012224
012225     ACCEPT 745-TODAY FROM DATE YYYYMMDD
012226     MOVE ZERO TO 745-ONCALL-COUNT
012227     MOVE ZERO TO 745-ONCALL-WANTED
012228     MOVE "N" TO 745-PERSON-DEPT
012229     MOVE SPACE TO 745-DIR-EOF
012230     OPEN INPUT 770-ONCALL-FILE
012231     IF 770-ONCALL-STATUS = "00"
012232         MOVE LOW-VALUES TO ONCALL-KEY
012233         START 770-ONCALL-FILE KEY IS NOT LESS THAN ONCALL-KEY
012234             INVALID KEY MOVE "Y" TO 745-DIR-EOF
012235         END-START
012236         IF 745-DIR-EOF NOT = "Y"
012237             READ 770-ONCALL-FILE NEXT RECORD
012238                 AT END MOVE "Y" TO 745-DIR-EOF
012239             END-READ
012240         END-IF
012241         PERFORM 1651-TAKE-ONE-ONCALL UNTIL 745-DIR-EOF = "Y"
012242         CLOSE 770-ONCALL-FILE
012243     END-IF
012244     IF 745-ONCALL-COUNT = ZERO
012245         MOVE 745-NO-ONCALL-MSG TO 745-ANSWER-LINE
012246         PERFORM 1695-SAY-DIRECTORY-LINE
012247     ELSE
012248         PERFORM 1652-PICK-ONE-ONCALL
012249             VARYING 745-O FROM +1 BY +1
012250             UNTIL 745-O > 745-ONCALL-COUNT
012251         MOVE 745-ONCALL-HEAD-MSG TO 745-ANSWER-LINE
012252         PERFORM 1695-SAY-DIRECTORY-LINE
012253         PERFORM 1653-SHOW-ONE-ONCALL
012254             VARYING 745-O FROM +1 BY +1
012255             UNTIL 745-O > 745-ONCALL-COUNT
012256     END-IF
012257     .
012258
012259 1651-TAKE-ONE-ONCALL.
012260
012261     IF ONCALL-START-DATE > 745-TODAY
012262         MOVE "Y" TO 745-DIR-EOF
012263     ELSE
012264         IF ONCALL-END-DATE NOT < 745-TODAY
012265            AND 745-ONCALL-COUNT < 20
012266             ADD 1 TO 745-ONCALL-COUNT
012267             MOVE ONCALL-DEPT
012268                 TO 745-ONCALL-DEPT (745-ONCALL-COUNT)
012269             MOVE ONCALL-PRIMARY-ID
012270                 TO 745-ONCALL-PRIMARY (745-ONCALL-COUNT)
012271             MOVE ONCALL-BACKUP-ID
012272                 TO 745-ONCALL-BACKUP (745-ONCALL-COUNT)
012273             MOVE "N" TO 745-ONCALL-PICKED (745-ONCALL-COUNT)
012274         END-IF
012275         READ 770-ONCALL-FILE NEXT RECORD
012276             AT END MOVE "Y" TO 745-DIR-EOF
012277         END-READ
012278     END-IF
012279     .
012280
012281 1652-PICK-ONE-ONCALL.
012282
012283     MOVE ZERO TO 745-DIR-TALLY
012284     IF 745-ONCALL-DEPT (745-O) NOT = SPACES
012285         MOVE SPACES TO 745-NAME-KEY
012286         STRING " " FUNCTION TRIM (745-ONCALL-DEPT (745-O)) " "
012287             DELIMITED BY SIZE INTO 745-NAME-KEY
012288         COMPUTE 745-NAME-LEN = FUNCTION LENGTH
012289             (FUNCTION TRIM (745-ONCALL-DEPT (745-O))) + 2
012290         PERFORM 1624-TALLY-NAME-KEY
012291     END-IF
012292     IF 745-DIR-TALLY > ZERO
012293         MOVE "Y" TO 745-ONCALL-PICKED (745-O)
012294         ADD 1 TO 745-ONCALL-WANTED
012295     END-IF
012296     .
012297
012298 1653-SHOW-ONE-ONCALL.
012299
012300     IF 745-ONCALL-WANTED = ZERO
012301        OR 745-ONCALL-PICKED (745-O) = "Y"
012302         MOVE 745-ONCALL-PRIMARY (745-O) TO 745-PERSON-ID
012303         PERFORM 1691-READ-PERSON
012304         MOVE SPACES TO 745-ANSWER-LINE
012305         STRING "  " FUNCTION TRIM (745-ONCALL-DEPT (745-O))
012306             ": " 745-PERSON-TEXT
012307             DELIMITED BY SIZE INTO 745-ANSWER-LINE
012308         PERFORM 1695-SAY-DIRECTORY-LINE
012309         IF 745-ONCALL-BACKUP (745-O) NOT = ZERO
012310             MOVE 745-ONCALL-BACKUP (745-O) TO 745-PERSON-ID
012311             PERFORM 1691-READ-PERSON
012312             MOVE SPACES TO 745-ANSWER-LINE
012313             STRING "  " FUNCTION TRIM (745-ONCALL-DEPT (745-O))
012314                 " backup: " 745-PERSON-TEXT
012315                 DELIMITED BY SIZE INTO 745-ANSWER-LINE
012316             PERFORM 1695-SAY-DIRECTORY-LINE
012317         END-IF
012318     END-IF
012319     .
012320
012321****************************************************************
012322*    1 6 9 0 - F O R M A T - P E R S O N .                     *
012323****************************************************************
012324*    NAME, DEPARTMENT (WHEN 745-PERSON-DEPT IS "Y"), EXTENSION *
012325*    AND WORK NUMBER OF THE DIRECTORY RECORD IN HAND - NEVER   *
012326*    THE HOME OR CELL NUMBER.  1691 FETCHES THE RECORD BY ID   *
012327*    FIRST; A MISSING OR INACTIVE EMPLOYEE IS SAID TO BE NO    *
012328*    LONGER IN THE DIRECTORY.                                  *
012329****************************************************************
012330
012331 1690-FORMAT-PERSON.
012332
012333     IF extension = SPACES
012334         MOVE "none" TO 745-SHOW-EXT
012335     ELSE
012336         MOVE extension TO 745-SHOW-EXT
012337     END-IF
012338     IF work-number = SPACES
012339         MOVE "none" TO 745-SHOW-WORK
012340     ELSE
012341         MOVE work-number TO 745-SHOW-WORK
012342     END-IF
012343     MOVE SPACES TO 745-PERSON-TEXT
012344     MOVE +1 TO 745-PTR
012345     STRING FUNCTION TRIM (first-name) " "
012346         FUNCTION TRIM (last-name)
012347         DELIMITED BY SIZE INTO 745-PERSON-TEXT
012348         WITH POINTER 745-PTR
012349     IF 745-PERSON-DEPT = "Y"
012350        AND department NOT = SPACES
012351         STRING ", " FUNCTION TRIM (department)
012352             DELIMITED BY SIZE INTO 745-PERSON-TEXT
012353             WITH POINTER 745-PTR
012354     END-IF
012355     STRING " - ext " FUNCTION TRIM (745-SHOW-EXT)
012356         ", work " FUNCTION TRIM (745-SHOW-WORK)
012357         DELIMITED BY SIZE INTO 745-PERSON-TEXT
012358         WITH POINTER 745-PTR
012359     .
012360
012361 1691-READ-PERSON.
012362
012363     MOVE SPACES TO 745-PERSON-TEXT
012364     MOVE 745-PERSON-ID TO EMPLOYEE-ID
012365     READ 740-PHONE-FILE KEY IS EMPLOYEE-ID
012366         INVALID KEY
012367             CONTINUE
012368         NOT INVALID KEY
012369             IF emp-status NOT = "I"
012370                 PERFORM 1690-FORMAT-PERSON
012371             END-IF
012372     END-READ
012373     IF 745-PERSON-TEXT = SPACES
012374         STRING "employee " 745-PERSON-ID
012375             " (no longer in the directory)"
012376             DELIMITED BY SIZE INTO 745-PERSON-TEXT
012377     END-IF
012378     .
012379
012380 1695-SAY-DIRECTORY-LINE.
012381
012382     DISPLAY 745-ANSWER-LINE
012383     MOVE "DIRH" TO 700-TRANSCRIPT-TAG
012384     MOVE 745-ANSWER-LINE TO 700-TRANSCRIPT-TEXT
012385     PERFORM 7000-LOG-TRANSCRIPT-LINE
012386     .
012387
012388 1696-SAY-ELIZA-LINE.
012389
012390     DISPLAY 745-ANSWER-LINE
012391     MOVE "ELZA" TO 700-TRANSCRIPT-TAG
012392     MOVE 745-ANSWER-LINE TO 700-TRANSCRIPT-TEXT
012393     PERFORM 7000-LOG-TRANSCRIPT-LINE
012394     .
012395
012396****************************************************************
012397*    7 2 0 0 - S A V E - F A Q - H I T S .                     *
012398****************************************************************
012399*    THE HIT COUNTERS GO BACK TO ELIZAFAQ.DAT AT SESSION END   *
012400*    SO ELIZARPT CAN SHOW WHICH ANSWERS ACTUALLY GET USED.     *
012401****************************************************************
012402
012403 7200-SAVE-FAQ-HITS.
012404
012405     IF 725-FAQ-LOADED = "Y" AND 725-FAQ-COUNT > ZERO
012406         OPEN OUTPUT 720-FAQ-FILE
012407         IF 720-FAQ-STATUS = "00"
012408             PERFORM VARYING 725-F FROM +1 BY +1
012409                     UNTIL 725-F > 725-FAQ-COUNT
012410                 MOVE 725-FAQ-PATTERN (725-F)
012411                     TO 720-FAQ-PATTERN
012412                 MOVE 725-FAQ-HITS (725-F)
012413                     TO 720-FAQ-HITS
012414                 MOVE 725-FAQ-ANSWER-1 (725-F)
012415                     TO 720-FAQ-ANSWER-1
012416                 MOVE 725-FAQ-ANSWER-2 (725-F)
012417                     TO 720-FAQ-ANSWER-2
012418                 MOVE 725-FAQ-ANSWER-3 (725-F)
012419                     TO 720-FAQ-ANSWER-3
012420                 WRITE 720-FAQ-REC
012421             END-PERFORM
012422             CLOSE 720-FAQ-FILE
012423         END-IF
012424     END-IF
012425     .

012426****************************************************************
012427*    0 6 0 0 - I D E N T I F Y - U S E R .                     *
012428****************************************************************
012429*    OPTIONAL "WHO ARE YOU" AT SESSION START: AN EMPLOYEE ID   *
012430*    VALIDATED AGAINST THE PHONE DIRECTORY RECALLS (OR OPENS)  *
012431*    THE PROFILE OF TOPICS FROM PRIOR SESSIONS.  ENTER STAYS   *
012432*    ANONYMOUS AND NOTHING IS REMEMBERED.                      *
012433****************************************************************
012434
012435 0600-IDENTIFY-USER.
012436
012437     DISPLAY "Employee ID (Enter to stay anonymous): "
012438         WITH NO ADVANCING
012439     ACCEPT 735-PROFILE-ID-X
012440     IF 735-PROFILE-ID-X = SPACES
012450         OR 735-PROFILE-ID-X NOT NUMERIC
012460         MOVE "N" TO 735-PROFILE-ACTIVE
012950     END-IF
012960     .
012970
012975****************************************************************
012980*    0 6 2 0 - R E P O R T - M Y - T I C K E T S .             *
012981****************************************************************
012982*    A SIGNED-IN EMPLOYEE IS TOLD HOW EACH TICKET THEY OPENED  *
012983*    IN THE LAST 60 DAYS STANDS - OPEN, WITH HR, OR HANDLED -  *
012984*    AND HEARS ANY RESOLUTION NOTE HR LEFT.  A NOTE IS SHOWN   *
012985*    ONCE: DELIVERED NOTES ARE MARKED SEEN BY REWRITING THE    *
012986*    TICKET FILE THROUGH THE KEEP FILE.  CONFIDENTIAL TICKETS  *
012987*    ARE FOLLOWED UP IN PERSON AND NEVER LISTED HERE.          *
012988****************************************************************
012989
012990 0620-REPORT-MY-TICKETS.
012991
012992     IF 735-PROFILE-ACTIVE = "Y"
012993         MOVE ZERO TO 795-TICKET-COUNT 795-NOTE-COUNT
012994         MOVE FUNCTION CURRENT-DATE (1:8) TO 795-TODAY
012995         COMPUTE 795-CUTOFF-INT =
012996             FUNCTION INTEGER-OF-DATE (795-TODAY)
012997                 - 795-RECENT-DAYS
012998         OPEN INPUT 710-REFERRAL-FILE
012999         IF 710-REFERRAL-STATUS = "00"
013000             MOVE SPACE TO 795-EOF
013001             READ 710-REFERRAL-FILE
013002                 AT END MOVE "Y" TO 795-EOF
013003             END-READ
013004             PERFORM 0621-REPORT-ONE-TICKET
013005                 UNTIL 795-EOF = "Y"
013006             CLOSE 710-REFERRAL-FILE
013007             IF 795-NOTE-COUNT > ZERO
013008                 PERFORM 0630-MARK-NOTES-SEEN
013009             END-IF
013010         END-IF
013011     END-IF
013012     .
013013
013014 0621-REPORT-ONE-TICKET.
013015
013016     PERFORM 0625-TEST-MY-TICKET
013017     IF 795-TICKET-MINE = "Y"
013018         IF 795-TICKET-COUNT = ZERO
013019             MOVE 795-TICKET-HEAD TO 745-ANSWER-LINE
013020             PERFORM 1696-SAY-ELIZA-LINE
013021         END-IF
013022         ADD 1 TO 795-TICKET-COUNT
013023         EVALUATE TRUE
013024             WHEN 710-REF-STATUS = "H"
013025                 MOVE 795-HANDLED-TEXT TO 795-STANDING
013026             WHEN 710-REF-ASSIGNEE NOT = SPACES
013027                 MOVE 795-ASSIGNED-TEXT TO 795-STANDING
013028             WHEN OTHER
013029                 MOVE 795-OPEN-TEXT TO 795-STANDING
013030         END-EVALUATE
013031         MOVE SPACES TO 745-ANSWER-LINE
013032         STRING "  " 795-OPENED (5:2) "/" 795-OPENED (7:2) " "
013033             710-REF-TOPIC " - " FUNCTION TRIM (795-STANDING)
013034             DELIMITED BY SIZE INTO 745-ANSWER-LINE
013035         PERFORM 1696-SAY-ELIZA-LINE
013036         IF 710-REF-STATUS = "H"
013037             AND 710-REF-NOTE-SEEN = "N"
013038             AND 710-REF-RESOLUTION NOT = SPACES
013039             MOVE SPACES TO 745-ANSWER-LINE
013040             STRING "    HR says: " 710-REF-RESOLUTION
013041                 DELIMITED BY SIZE INTO 745-ANSWER-LINE
013042             PERFORM 1696-SAY-ELIZA-LINE
013043             ADD 1 TO 795-NOTE-COUNT
013044         END-IF
013045     END-IF
013046     READ 710-REFERRAL-FILE
013047         AT END MOVE "Y" TO 795-EOF
013048     END-READ
013049     .
013050
013051 0625-TEST-MY-TICKET.
013052
013053     MOVE "N" TO 795-TICKET-MINE
013054     IF 710-REF-EMPLOYEE-ID = 735-PROFILE-ID
013055         AND 710-REF-CONFIDENTIAL NOT = "C"
013056         AND 710-REF-TIMESTAMP (1:8) IS NUMERIC
013057         MOVE 710-REF-TIMESTAMP (1:8) TO 795-OPENED
013058         IF FUNCTION INTEGER-OF-DATE (795-OPENED)
013059                 >= 795-CUTOFF-INT
013060             MOVE "Y" TO 795-TICKET-MINE
013061         END-IF
013062     END-IF
013063     .
013064
013065 0630-MARK-NOTES-SEEN.
013066
013067     OPEN INPUT 710-REFERRAL-FILE
013068     OPEN OUTPUT 795-REF-KEEP-FILE
013069     IF 710-REFERRAL-STATUS = "00"
013070         AND 795-REF-KEEP-STATUS = "00"
013071         MOVE SPACE TO 795-EOF
013072         READ 710-REFERRAL-FILE
013073             AT END MOVE "Y" TO 795-EOF
013074         END-READ
013075         PERFORM 0631-KEEP-ONE-TICKET
013076             UNTIL 795-EOF = "Y"
013077         CLOSE 710-REFERRAL-FILE
013078         CLOSE 795-REF-KEEP-FILE
013079         OPEN INPUT 795-REF-KEEP-FILE
013080         OPEN OUTPUT 710-REFERRAL-FILE
013081         MOVE SPACE TO 795-EOF
013082         READ 795-REF-KEEP-FILE INTO 710-REFERRAL-REC
013083             AT END MOVE "Y" TO 795-EOF
013084         END-READ
013085         PERFORM 0632-COPY-ONE-TICKET-BACK
013086             UNTIL 795-EOF = "Y"
013087     END-IF
013088     CLOSE 710-REFERRAL-FILE
013089     CLOSE 795-REF-KEEP-FILE
013090     .
013091
013092 0631-KEEP-ONE-TICKET.
013093
013094     PERFORM 0625-TEST-MY-TICKET
013095     IF 795-TICKET-MINE = "Y"
013096         AND 710-REF-STATUS = "H"
013097         AND 710-REF-NOTE-SEEN = "N"
013098         AND 710-REF-RESOLUTION NOT = SPACES
013099         MOVE "Y" TO 710-REF-NOTE-SEEN
013100     END-IF
013101     WRITE 795-REF-KEEP-LINE FROM 710-REFERRAL-REC
013102     READ 710-REFERRAL-FILE
013103         AT END MOVE "Y" TO 795-EOF
013104     END-READ
013105     .
013106
013107 0632-COPY-ONE-TICKET-BACK.
013108
013109     WRITE 710-REFERRAL-REC
013110     READ 795-REF-KEEP-FILE INTO 710-REFERRAL-REC
013111         AT END MOVE "Y" TO 795-EOF
013112     END-READ
013113     .
013114
013115****************************************************************
013116*    7 1 1 0 - N O T E - P R O F I L E - T O P I C .           *
013117****************************************************************
013118
013119 7110-NOTE-PROFILE-TOPIC.
013120
013121     IF 735-PROFILE-ACTIVE = "Y"
013122         MOVE 710-REFERRAL-TOPIC TO 735-LAST-TOPIC
013123         EVALUATE 710-REFERRAL-TOPIC
013124             WHEN "PAYROLL"
013125                 ADD 1 TO 735-PAYROLL-CNT
013126             WHEN "BENEFITS"
013127                 ADD 1 TO 735-BENEFITS-CNT
013128             WHEN "401K"
013129                 ADD 1 TO 735-K401-CNT
013130             WHEN OTHER
013140                 CONTINUE
013150         END-EVALUATE
