002000*    THE LOBBY BOARD SHOWS ON THE EVENT BANNER SLIDE, SO IT IS  *
002100*    WORTH TYPING CAREFULLY.                                    *
002200*                                                                *
002210*    EACH EVENT ALSO CARRIES THE SITE CODE OF THE BUILDING IT   *
002220*    IS HELD IN, WHICH MUST BE AN ACTIVE SITE ON THE SITE FILE. *
002230*    IF THE SITE FILE CANNOT BE OPENED THE CODE IS TAKEN        *
002240*    UNCHECKED WITH A WARNING.                                  *
002250*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ----------------------                                     *
002500*    2026-09-02  JCL   ORIGINAL VERSION.                        *
002520*                      CALENDAR (DAYS PER MONTH, LEAP YEARS),   *
002530*                      THE SAME EDIT THE OTHER DATE-TAKING      *
002540*                      TRANSACTIONS APPLY.                      *
002560*    2026-10-15  JCL   SITE CODE OF THE EVENT'S BUILDING ADDED, *
002580*                      CHECKED AGAINST THE SITE FILE.           *
002600*                                                                *
002700******************************************************************
002800
004000         RECORD KEY IS VG-EVT-CODE
004100         FILE STATUS IS VG-EVENTS-STATUS.
004200
004210     SELECT SITE-FILE
004220         ASSIGN TO 'SITEFILE'
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS RANDOM
004250         RECORD KEY IS VG-SITE-CODE
004260         FILE STATUS IS VG-SITEFILE-STATUS.
004270
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  EVENT-REFERENCE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY EVNTREC.
004720
004740 FD  SITE-FILE
004760     LABEL RECORDS ARE STANDARD.
004780     COPY SITEREC.
004800
004900 WORKING-STORAGE SECTION.
005000
005600         88  VG-DATE-INPUT-INVALID              VALUE 'N'.
005700     05  VG-DATE-BLANK-SWITCH        PIC X(01) VALUE 'N'.
005800         88  VG-DATE-LEFT-BLANK                 VALUE 'Y'.
005810     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
005820         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
005830     05  VG-SITE-VALID-SWITCH        PIC X(01) VALUE 'Y'.
005840         88  VG-SITE-INPUT-VALID                VALUE 'Y'.
005850         88  VG-SITE-INPUT-INVALID              VALUE 'N'.
005900
006000 01  VG-FILE-STATUSES.
006100     05  VG-EVENTS-STATUS            PIC X(02).
006150     05  VG-SITEFILE-STATUS          PIC X(02).
006200
006300 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
006400 01  VG-NEW-EVENT-NAME               PIC X(30) VALUE SPACES.
006450 01  VG-NEW-SITE-CODE                PIC X(02) VALUE SPACES.
006500
006600 01  VG-DATE-INPUT                   PIC X(08) VALUE SPACES.
006700 01  VG-WORK-DATE                    PIC 9(08) VALUE ZERO.
008500
008600******************************************************************
008700*    1000-INITIALIZE - OPEN THE EVENT FILE, CREATING IT ON ITS  *
008800*    VERY FIRST USE IF IT DOES NOT YET EXIST, AND THE SITE FILE *
008850*    THE EVENT'S SITE IS CHECKED AGAINST                        *
008900******************************************************************
009000 1000-INITIALIZE.
009100     OPEN I-O EVENT-REFERENCE
009900             'EVENT-REFERENCE, STATUS = ' VG-EVENTS-STATUS
010000         MOVE 16 TO RETURN-CODE
010100         GO TO 1000-ABEND
010110     END-IF
010120     OPEN INPUT SITE-FILE
010130     IF VG-SITEFILE-STATUS = '00'
010140         SET VG-SITEFILE-AVAILABLE TO TRUE
010150     ELSE
010160         DISPLAY 'EVTMAINT0018W - SITE-FILE NOT AVAILABLE, '
010170             'STATUS = ' VG-SITEFILE-STATUS
010180             ' - SITE CODES NOT CHECKED'
010200     END-IF.
010300 1000-EXIT.
010400     EXIT.
016700         GO TO 2300-EXIT
016800     END-IF
016900     MOVE VG-WORK-DATE TO VG-EVT-DATE
016905     DISPLAY 'ENTER SITE CODE: ' WITH NO ADVANCING
016910     MOVE SPACES TO VG-NEW-SITE-CODE
016915     ACCEPT VG-NEW-SITE-CODE
016920     IF VG-NEW-SITE-CODE = SPACES
016925         DISPLAY 'EVTMAINT0019E - SITE CODE REQUIRED'
016930         GO TO 2300-EXIT
016935     END-IF
016940     PERFORM 2700-CHECK-SITE THRU 2700-EXIT
016945     IF VG-SITE-INPUT-INVALID
016950         GO TO 2300-EXIT
016955     END-IF
016960     MOVE VG-NEW-SITE-CODE TO VG-EVT-SITE-CODE
017000     WRITE VG-EVENT-RECORD
017100         INVALID KEY
017200             DISPLAY 'EVTMAINT0006E - EVENT ALREADY EXISTS, '
017800     EXIT.
017900
018000******************************************************************
018100*    2400-CHANGE-EVENT - A BLANK NAME, DATE OR SITE KEEPS THE   *
018200*    CURRENT VALUE                                              *
018300******************************************************************
018400 2400-CHANGE-EVENT.
019000         NOT INVALID KEY
019100             DISPLAY 'CURRENT NAME ..: ' VG-EVT-NAME
019200             DISPLAY 'CURRENT DATE ..: ' VG-EVT-DATE
019250             DISPLAY 'CURRENT SITE ..: ' VG-EVT-SITE-CODE
019300             DISPLAY 'ENTER CORRECTED NAME '
019400                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
019500             MOVE SPACES TO VG-NEW-EVENT-NAME
020000             IF VG-DATE-INPUT-INVALID
020100                 GO TO 2400-EXIT
020200             END-IF
020205             DISPLAY 'ENTER SITE CODE '
020210                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
020215             MOVE SPACES TO VG-NEW-SITE-CODE
020220             ACCEPT VG-NEW-SITE-CODE
020225             IF VG-NEW-SITE-CODE NOT = SPACES
020230                 PERFORM 2700-CHECK-SITE THRU 2700-EXIT
020235                 IF VG-SITE-INPUT-INVALID
020240                     GO TO 2400-EXIT
020245                 END-IF
020250             END-IF
020300             PERFORM 2450-APPLY-CHANGE THRU 2450-EXIT
020400     END-READ.
020500 2400-EXIT.
020700
020800 2450-APPLY-CHANGE.
020900     IF VG-NEW-EVENT-NAME = SPACES AND VG-DATE-LEFT-BLANK
020950             AND VG-NEW-SITE-CODE = SPACES
021000         DISPLAY 'EVTMAINT0009I - NOTHING ENTERED, '
021100             'NO CHANGE MADE'
021200         GO TO 2450-EXIT
021600     END-IF
021700     IF NOT VG-DATE-LEFT-BLANK
021800         MOVE VG-WORK-DATE TO VG-EVT-DATE
021820     END-IF
021840     IF VG-NEW-SITE-CODE NOT = SPACES
021860         MOVE VG-NEW-SITE-CODE TO VG-EVT-SITE-CODE
021900     END-IF
022000     REWRITE VG-EVENT-RECORD
022100         INVALID KEY
025400             DISPLAY 'EVENT CODE ....: ' VG-EVT-CODE
025500             DISPLAY 'EVENT NAME ....: ' VG-EVT-NAME
025600             DISPLAY 'EVENT DATE ....: ' VG-EVT-DATE
025650             DISPLAY 'SITE CODE .....: ' VG-EVT-SITE-CODE
025700     END-READ.
025800 2600-EXIT.
025802     EXIT.
025804
025806******************************************************************
025808*    2700-CHECK-SITE - THE SITE CODE KEYED IN VG-NEW-SITE-CODE  *
025810*    MUST BE AN ACTIVE SITE ON THE SITE FILE.  '**' MEANS EVERY *
025812*    SITE ON AN OPERATOR PROFILE AND IS NOT A BUILDING.         *
025814******************************************************************
025816 2700-CHECK-SITE.
025818     SET VG-SITE-INPUT-VALID TO TRUE
025820     IF VG-NEW-SITE-CODE = '**'
025822         DISPLAY 'EVTMAINT0020E - ** IS NOT A SITE CODE'
025824         SET VG-SITE-INPUT-INVALID TO TRUE
025826         GO TO 2700-EXIT
025828     END-IF
025830     IF NOT VG-SITEFILE-AVAILABLE
025832         GO TO 2700-EXIT
025834     END-IF
025836     MOVE VG-NEW-SITE-CODE TO VG-SITE-CODE
025838     READ SITE-FILE
025840         INVALID KEY
025842             DISPLAY 'EVTMAINT0021E - SITE ' VG-SITE-CODE
025844                 ' NOT ON THE SITE FILE'
025846             SET VG-SITE-INPUT-INVALID TO TRUE
025848         NOT INVALID KEY
025850             IF NOT VG-SITE-ACTIVE
025852                 DISPLAY 'EVTMAINT0022E - SITE ' VG-SITE-CODE
025854                     ' IS INACTIVE'
025856                 SET VG-SITE-INPUT-INVALID TO TRUE
025858             END-IF
025860     END-READ.
025862 2700-EXIT.
025900     EXIT.
026000
026100******************************************************************
029300******************************************************************
029400 3000-TERMINATE.
029500     CLOSE EVENT-REFERENCE
029520     IF VG-SITEFILE-AVAILABLE
029540         CLOSE SITE-FILE
029560     END-IF
029600     DISPLAY 'EVTMAINT0016I - EVENT REFERENCE MAINTENANCE '
029700         'ENDED'.
029800 3000-EXIT.
