001800*    CONSOLE - IT IS THE BOOTSTRAP FOR SIGN-ON AND CANNOT       *
001900*    ITSELF DEMAND A SIGN-ON AGAINST AN EMPTY FILE.             *
002000*                                                                *
002010*    EACH PROFILE ALSO CARRIES UP TO FIVE SITE CODES THE        *
002020*    OPERATOR MAY MAINTAIN VISITORS FOR, KEYED RUN TOGETHER     *
002030*    (E.G. 'HQNW').  '**' AUTHORIZES EVERY SITE.  EACH OTHER    *
002040*    CODE MUST BE AN ACTIVE SITE ON THE SITE FILE; IF THE SITE  *
002050*    FILE CANNOT BE OPENED THE CODES ARE TAKEN UNCHECKED WITH A *
002060*    WARNING SO THE BOOTSTRAP STILL WORKS.                      *
002070*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------                                     *
002300*    2026-09-02  JCL   ORIGINAL VERSION.                        *
002320*    2026-10-15  JCL   UP TO FIVE AUTHORIZED SITE CODES KEPT ON *
002340*                      THE PROFILE, CHECKED AGAINST THE SITE    *
002360*                      FILE.                                    *
002400*                                                                *
002500******************************************************************
002600
003800         RECORD KEY IS VG-OPR-ID
003900         FILE STATUS IS VG-OPERPROF-STATUS.
004000
004010     SELECT SITE-FILE
004020         ASSIGN TO 'SITEFILE'
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS RANDOM
004050         RECORD KEY IS VG-SITE-CODE
004060         FILE STATUS IS VG-SITEFILE-STATUS.
004070
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OPERATOR-PROFILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY OPERREC.
004600
004620 FD  SITE-FILE
004640     LABEL RECORDS ARE STANDARD.
004660     COPY SITEREC.
004680
004700 WORKING-STORAGE SECTION.
004800
004900 01  VG-SWITCHES.
005000     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
005100         88  VG-DONE                            VALUE 'Y'.
005110     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
005120         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
005130     05  VG-SITES-SWITCH             PIC X(01) VALUE 'Y'.
005140         88  VG-SITES-VALID                     VALUE 'Y'.
005150         88  VG-SITES-INVALID                   VALUE 'N'.
005200
005300 01  VG-FILE-STATUSES.
005400     05  VG-OPERPROF-STATUS          PIC X(02).
005450     05  VG-SITEFILE-STATUS          PIC X(02).
005500
005600 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
005700 01  VG-NEW-OPR-NAME                 PIC X(20) VALUE SPACES.
005800 01  VG-NEW-OPR-PASSWORD             PIC X(08) VALUE SPACES.
005820 01  VG-NEW-OPR-SITES.
005840     05  VG-NEW-OPR-SITE-CODE        PIC X(02) OCCURS 5 TIMES.
005860 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
005900
006000 PROCEDURE DIVISION.
006100
007100
007200******************************************************************
007300*    1000-INITIALIZE - OPEN THE PROFILE FILE, CREATING IT ON    *
007400*    ITS VERY FIRST USE IF IT DOES NOT YET EXIST, AND THE SITE  *
007450*    FILE THE SITE CODES ARE CHECKED AGAINST                    *
007500******************************************************************
007600 1000-INITIALIZE.
007700     OPEN I-O OPERATOR-PROFILE
008500             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
008600         MOVE 16 TO RETURN-CODE
008700         GO TO 1000-ABEND
008710     END-IF
008720     OPEN INPUT SITE-FILE
008730     IF VG-SITEFILE-STATUS = '00'
008740         SET VG-SITEFILE-AVAILABLE TO TRUE
008750     ELSE
008760         DISPLAY 'OPERMNT0017W - SITE-FILE NOT AVAILABLE, '
008770             'STATUS = ' VG-SITEFILE-STATUS
008780             ' - SITE CODES NOT CHECKED'
008800     END-IF.
008900 1000-EXIT.
009000     EXIT.
015000         DISPLAY 'OPERMNT0004E - PASSWORD REQUIRED'
015100         GO TO 2300-EXIT
015200     END-IF
015205     DISPLAY 'ENTER SITE CODES, UP TO 5 RUN TOGETHER '
015210         '(** = ALL SITES): ' WITH NO ADVANCING
015215     ACCEPT VG-OPR-SITES
015220     IF VG-OPR-SITES = SPACES
015225         DISPLAY 'OPERMNT0018E - AT LEAST ONE SITE CODE '
015230             'REQUIRED'
015235         GO TO 2300-EXIT
015240     END-IF
015245     MOVE VG-OPR-SITES TO VG-NEW-OPR-SITES
015250     PERFORM 2700-CHECK-SITES THRU 2700-EXIT
015255     IF VG-SITES-INVALID
015260         GO TO 2300-EXIT
015265     END-IF
015300     SET VG-OPR-ACTIVE TO TRUE
015400     WRITE VG-OPERATOR-RECORD
015500         INVALID KEY
016100     EXIT.
016200
016300******************************************************************
016400*    2400-CHANGE-OPERATOR - A BLANK NAME, PASSWORD OR SITE LIST *
016500*    KEEPS THE CURRENT VALUE                                    *
016600******************************************************************
016700 2400-CHANGE-OPERATOR.
016800     DISPLAY 'ENTER OPERATOR ID TO CHANGE: ' WITH NO ADVANCING
018000                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
018100             MOVE SPACES TO VG-NEW-OPR-PASSWORD
018200             ACCEPT VG-NEW-OPR-PASSWORD
018210             DISPLAY 'CURRENT SITES .: ' VG-OPR-SITES
018220             DISPLAY 'ENTER NEW SITE CODES '
018230                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
018240             MOVE SPACES TO VG-NEW-OPR-SITES
018250             ACCEPT VG-NEW-OPR-SITES
018300             PERFORM 2450-APPLY-CHANGE THRU 2450-EXIT
018400     END-READ.
018500 2400-EXIT.
018800 2450-APPLY-CHANGE.
018900     IF VG-NEW-OPR-NAME = SPACES
019000             AND VG-NEW-OPR-PASSWORD = SPACES
019050             AND VG-NEW-OPR-SITES = SPACES
019100         DISPLAY 'OPERMNT0008I - NOTHING ENTERED, '
019200             'NO CHANGE MADE'
019300         GO TO 2450-EXIT
019310     END-IF
019320     IF VG-NEW-OPR-SITES NOT = SPACES
019330         PERFORM 2700-CHECK-SITES THRU 2700-EXIT
019340         IF VG-SITES-INVALID
019350             GO TO 2450-EXIT
019360         END-IF
019370         MOVE VG-NEW-OPR-SITES TO VG-OPR-SITES
019400     END-IF
019500     IF VG-NEW-OPR-NAME NOT = SPACES
019600         MOVE VG-NEW-OPR-NAME TO VG-OPR-NAME
025500             DISPLAY 'OPERATOR ID ...: ' VG-OPR-ID
025600             DISPLAY 'NAME ..........: ' VG-OPR-NAME
025700             DISPLAY 'STATUS ........: ' VG-OPR-ACTIVE-FLAG
025750             DISPLAY 'SITES .........: ' VG-OPR-SITES
025800     END-READ.
025900 2600-EXIT.
025902     EXIT.
025904
025906******************************************************************
025908*    2700-CHECK-SITES - EVERY SITE CODE KEYED IN                *
025910*    VG-NEW-OPR-SITES MUST BE '**' OR AN ACTIVE SITE ON THE     *
025912*    SITE FILE.  BLANK ENTRIES ARE UNUSED AND SKIPPED.          *
025914******************************************************************
025916 2700-CHECK-SITES.
025918     SET VG-SITES-VALID TO TRUE
025920     PERFORM 2710-CHECK-ONE-SITE THRU 2710-EXIT
025922         VARYING VG-SITE-SUB FROM 1 BY 1
025924         UNTIL VG-SITE-SUB > 5.
025926 2700-EXIT.
025928     EXIT.
025930
025932 2710-CHECK-ONE-SITE.
025934     IF VG-NEW-OPR-SITE-CODE(VG-SITE-SUB) = SPACES
025936             OR VG-NEW-OPR-SITE-CODE(VG-SITE-SUB) = '**'
025938         GO TO 2710-EXIT
025940     END-IF
025942     IF NOT VG-SITEFILE-AVAILABLE
025944         GO TO 2710-EXIT
025946     END-IF
025948     MOVE VG-NEW-OPR-SITE-CODE(VG-SITE-SUB) TO VG-SITE-CODE
025950     READ SITE-FILE
025952         INVALID KEY
025954             DISPLAY 'OPERMNT0019E - SITE ' VG-SITE-CODE
025956                 ' NOT ON THE SITE FILE'
025958             SET VG-SITES-INVALID TO TRUE
025960         NOT INVALID KEY
025962             IF NOT VG-SITE-ACTIVE
025964                 DISPLAY 'OPERMNT0020E - SITE ' VG-SITE-CODE
025966                     ' IS INACTIVE'
025968                 SET VG-SITES-INVALID TO TRUE
025970             END-IF
025972     END-READ.
025974 2710-EXIT.
026000     EXIT.
026100
026200******************************************************************
026400******************************************************************
026500 3000-TERMINATE.
026600     CLOSE OPERATOR-PROFILE
026620     IF VG-SITEFILE-AVAILABLE
026640         CLOSE SITE-FILE
026660     END-IF
026700     DISPLAY 'OPERMNT0016I - OPERATOR PROFILE MAINTENANCE '
026800         'ENDED'.
026900 3000-EXIT.
