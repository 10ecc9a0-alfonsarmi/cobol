002300*    EXPECTED VISITORS MAY SHARE A NAME AND STILL BE CHANGED,    *
002400*    DELETED, AND GREETED SEPARATELY.  CHANGE, DELETE, AND       *
002500*    INQUIRE ALL ADDRESS A RECORD BY ITS VISITOR ID.             *
002510*                                                                *
002520*    EVERY VISITOR BELONGS TO A SITE (BUILDING) ON THE SITE     *
002530*    FILE (SITE-MAINT).  THE SIGNED-ON OPERATOR MAY ONLY ADD,   *
002540*    CHANGE OR DELETE VISITORS AT THE SITES ON THEIR OPERATOR   *
002550*    PROFILE ('**' = EVERY SITE); INQUIRY IS OPEN TO ALL.  A    *
002560*    VISITOR WITH NO SITE (ADDED BEFORE SITES EXISTED) CAN ONLY *
002570*    BE MAINTAINED BY AN ALL-SITES OPERATOR.                    *
002572*                                                                *
002574*    THE VISITOR'S E-MAIL ADDRESS AND MOBILE NUMBER ARE KEPT    *
002576*    ON THE VISITOR CONTACT FILE (VISCONT, CNTCREC.CPY) FOR     *
002578*    THE DAY-BEFORE CONFIRMATION NOTICES SENT BY                *
002580*    VISITOR-CONFIRM.  A VISITOR WITH NEITHER IS LISTED FOR     *
002582*    RECEPTION TO TELEPHONE INSTEAD.                            *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------                                     *
004614*                      STEPPED UNDER LOCK AT EACH ADD.  THE     *
004616*                      START-UP FULL-FILE SCAN ONLY RUNS ONCE   *
004618*                      EVER, TO SEED THE CONTROL RECORD.        *
004620*    2026-10-15  JCL   HOST EMPLOYEE ID ON ADD AND CHANGE IS    *
004622*                      NOW CHECKED AGAINST THE HOST DIRECTORY   *
004624*                      (HOST-MAINT).  AN UNKNOWN OR INACTIVE    *
004626*                      HOST IS REFUSED LIKE A CLOSED DATE.      *
004628*    2026-10-15  JCL   A NEW VISITOR'S NAME IS LOOKED UP ON     *
004630*                      THE SECURITY WATCH LIST AT ADD TIME AND  *
004632*                      THE OPERATOR WARNED OF A MATCH.  THE     *
004634*                      ADD STILL GOES AHEAD - THE GREETING      *
004636*                      RUNS HOLD THE VISITOR ON THE DAY.        *
004638*    2026-10-15  JCL   CHANGE, DELETE AND INQUIRE TAKE A NAME   *
004640*                      AS WELL AS A VISITOR ID.  THE LEADING    *
004642*                      PART OF A NAME LISTS EVERY MATCH FROM    *
004644*                      THE NEW ALTERNATE NAME KEY ON VISIDX     *
004646*                      AND THE OPERATOR PICKS ONE BY LINE.      *
004648*    2026-10-15  JCL   ADDED THE SITE CODE TO ADD, CHANGE,      *
004650*                      INQUIRE AND THE NAME LOOKUP, CHECKED     *
004652*                      AGAINST THE SITE FILE.  THE OPERATOR     *
004654*                      MAY ONLY MAINTAIN VISITORS AT THE SITES  *
004656*                      ON THEIR PROFILE.                        *
004658*    2026-10-15  JCL   ADDED THE VISITOR E-MAIL ADDRESS AND     *
004660*                      MOBILE NUMBER TO ADD, CHANGE AND         *
004662*                      INQUIRE, KEPT ON THE VISITOR CONTACT     *
004664*                      FILE (VISCONT) WITH A CHANGE-HISTORY     *
004666*                      RECORD UNDER VISCONT.  NONE ON A CHANGE  *
004668*                      CLEARS A FIELD.  DELETE REMOVES THE      *
004670*                      CONTACT RECORD.                          *
004672*    2026-10-15  JCL   A CHANGE THAT LEAVES THE MASTER RECORD   *
004674*                      AS IT WAS NO LONGER REWRITES IT OR LOGS  *
004676*                      IT - ONLY THE CONTACT RECORD IS SAVED.   *
004678*                                                                *
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VG-VIS-ID
006050         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
006100         FILE STATUS IS VG-VISIDX-STATUS.
006110
006120     SELECT BUSINESS-CALENDAR
006215         LOCK MODE IS AUTOMATIC
006216         FILE STATUS IS VG-VISCTL-STATUS.
006226
006228     SELECT HOST-DIRECTORY
006230         ASSIGN TO 'HOSTDIR'
006232         ORGANIZATION IS INDEXED
006234         ACCESS MODE IS DYNAMIC
006236         RECORD KEY IS VG-HST-ID
006238         FILE STATUS IS VG-HOSTDIR-STATUS.
006240
006242     SELECT WATCH-LIST
006244         ASSIGN TO 'WATCHLST'
006246         ORGANIZATION IS INDEXED
006248         ACCESS MODE IS DYNAMIC
006250         RECORD KEY IS VG-WCH-NAME
006252         FILE STATUS IS VG-WATCHLST-STATUS.
006254
006256     SELECT SITE-FILE
006258         ASSIGN TO 'SITEFILE'
006260         ORGANIZATION IS INDEXED
006262         ACCESS MODE IS RANDOM
006264         RECORD KEY IS VG-SITE-CODE
006266         FILE STATUS IS VG-SITEFILE-STATUS.
006268
006270     SELECT VISITOR-CONTACT
006272         ASSIGN TO 'VISCONT'
006274         ORGANIZATION IS INDEXED
006276         ACCESS MODE IS DYNAMIC
006278         RECORD KEY IS VG-CON-VIS-ID
006280         FILE STATUS IS VG-VISCONT-STATUS.
006282
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  VISITOR-MASTER-INDEXED
006768 FD  ID-CONTROL
006770     LABEL RECORDS ARE STANDARD.
006772     COPY CTLREC.
006773
006774 FD  HOST-DIRECTORY
006775     LABEL RECORDS ARE STANDARD.
006776     COPY HOSTREC.
006777
006778 FD  WATCH-LIST
006779     LABEL RECORDS ARE STANDARD.
006780     COPY WTCHREC.
006781
006782 FD  SITE-FILE
006783     LABEL RECORDS ARE STANDARD.
006784     COPY SITEREC.
006785
006786 FD  VISITOR-CONTACT
006787     LABEL RECORDS ARE STANDARD.
006788     COPY CNTCREC.
006800
006900 WORKING-STORAGE SECTION.
007000
008580         88  VG-PROFILES-ON-FILE                VALUE 'Y'.
008590     05  VG-ID-ASSIGNED-SWITCH       PIC X(01) VALUE 'N'.
008592         88  VG-ID-ASSIGNED                     VALUE 'Y'.
008595     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
008600         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
008605     05  VG-HOST-VALID-SWITCH        PIC X(01) VALUE 'Y'.
008610         88  VG-HOST-INPUT-VALID                VALUE 'Y'.
008615         88  VG-HOST-INPUT-INVALID              VALUE 'N'.
008620     05  VG-WATCHLST-SWITCH          PIC X(01) VALUE 'N'.
008625         88  VG-WATCHLST-AVAILABLE              VALUE 'Y'.
008630     05  VG-MATCH-END-SWITCH         PIC X(01) VALUE 'N'.
008635         88  VG-MATCH-LIST-ENDED                VALUE 'Y'.
008640     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
008645         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
008650     05  VG-SITE-VALID-SWITCH        PIC X(01) VALUE 'Y'.
008655         88  VG-SITE-INPUT-VALID                VALUE 'Y'.
008660         88  VG-SITE-INPUT-INVALID              VALUE 'N'.
008665     05  VG-SITE-AUTH-SWITCH         PIC X(01) VALUE 'N'.
008670         88  VG-SITE-AUTHORIZED                 VALUE 'Y'.
008675     05  VG-VISCONT-SWITCH           PIC X(01) VALUE 'N'.
008680         88  VG-VISCONT-AVAILABLE               VALUE 'Y'.
008685
008700 01  VG-FILE-STATUSES.
008800     05  VG-VISIDX-STATUS            PIC X(02).
008810     05  VG-CALFILE-STATUS           PIC X(02).
008820     05  VG-OPERPROF-STATUS          PIC X(02).
008830     05  VG-CHGHIST-STATUS           PIC X(02).
008840     05  VG-VISCTL-STATUS            PIC X(02).
008850     05  VG-HOSTDIR-STATUS           PIC X(02).
008860     05  VG-WATCHLST-STATUS          PIC X(02).
008880     05  VG-SITEFILE-STATUS          PIC X(02).
008890     05  VG-VISCONT-STATUS           PIC X(02).
008900
009000 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
009100 01  VG-NEXT-VIS-ID                  PIC 9(06) VALUE 1.
009900 01  VG-ID-EDIT-FIELDS.
009920     05  VG-ID-IDX                   PIC 9(02) COMP VALUE ZERO.
009940     05  VG-ID-DIGIT-COUNT           PIC 9(02) COMP VALUE ZERO.
009945
009950******************************************************************
009955*    NAME LOOKUP - AN ENTRY AT THE VISITOR ID PROMPT THAT       *
009960*    STARTS WITH A LETTER IS THE LEADING PART OF A NAME.  THE   *
009965*    MATCHES ARE READ IN NAME ORDER FROM THE ALTERNATE KEY AND  *
009970*    HELD HERE SO THE OPERATOR CAN PICK ONE BY LINE NUMBER.     *
009975******************************************************************
009980 01  VG-KEY-INPUT                    PIC X(20) VALUE SPACES.
009985 01  VG-KEY-INPUT-CHARS REDEFINES VG-KEY-INPUT.
009990     05  VG-KEY-INPUT-CHAR OCCURS 20 TIMES PIC X(01).
009995 01  VG-NAME-LOOKUP-FIELDS.
010000     05  VG-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
010005     05  VG-MATCH-COUNT              PIC 9(02) COMP VALUE ZERO.
010010     05  VG-MATCH-LIMIT              PIC 9(02) COMP VALUE 15.
010015 01  VG-PICK-INPUT                   PIC X(02) VALUE SPACES.
010020 01  VG-PICK-NUMBER REDEFINES VG-PICK-INPUT
010025                                     PIC 9(02).
010030 01  VG-MATCH-TABLE.
010035     05  VG-MATCH-ID OCCURS 15 TIMES PIC 9(06).
010040 01  VG-MATCH-LINE.
010045     05  VG-MATL-NUMBER              PIC Z9.
010050     05  FILLER                      PIC X(02) VALUE SPACES.
010055     05  VG-MATL-VIS-ID              PIC 9(06).
010060     05  FILLER                      PIC X(02) VALUE SPACES.
010065     05  VG-MATL-NAME                PIC X(20).
010070     05  FILLER                      PIC X(02) VALUE SPACES.
010075     05  VG-MATL-EXPECT-DATE         PIC 9(08).
010080     05  FILLER                      PIC X(02) VALUE SPACES.
010085     05  VG-MATL-HOST-ID             PIC X(08).
010090     05  FILLER                      PIC X(02) VALUE SPACES.
010095     05  VG-MATL-EVENT-CODE          PIC X(06).
010096     05  FILLER                      PIC X(02) VALUE SPACES.
010098     05  VG-MATL-SITE-CODE           PIC X(02).
010100 01  VG-SAVE-LANG-CODE               PIC X(02) VALUE SPACES.
010200 01  VG-NEW-NAME                     PIC X(20) VALUE SPACES.
010300 01  VG-NEW-LANG-CODE                PIC X(02) VALUE SPACES.
010310 01  VG-NEW-HOST-ID                  PIC X(08) VALUE SPACES.
010320 01  VG-NEW-EVENT-CODE               PIC X(06) VALUE SPACES.
010350 01  VG-NEW-SITE-CODE                PIC X(02) VALUE SPACES.
010360 01  VG-NEW-EMAIL                    PIC X(40) VALUE SPACES.
010380 01  VG-NEW-MOBILE                   PIC X(15) VALUE SPACES.
010400
010500 01  VG-RUN-DATE                     PIC 9(08) VALUE ZERO.
010600 01  VG-DATE-INPUT                   PIC X(08) VALUE SPACES.
011316 01  VG-SIGNON-ID                    PIC X(08) VALUE SPACES.
011318 01  VG-SIGNON-PASSWORD              PIC X(08) VALUE SPACES.
011320 01  VG-SIGNON-TRIES                 PIC 9(01) COMP VALUE ZERO.
011322 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
011323 01  VG-SAVE-CONTACT                 PIC X(70) VALUE SPACES.
011324
011325******************************************************************
011326*    SITES THE SIGNED-ON OPERATOR IS AUTHORIZED FOR, COPIED     *
011327*    FROM THE OPERATOR PROFILE AT SIGN-ON.  '**' IN ANY ENTRY   *
011328*    AUTHORIZES EVERY SITE.                                     *
011329******************************************************************
011330 01  VG-SIGNON-SITES.
011331     05  VG-SIGNON-SITE-CODE         PIC X(02) OCCURS 5 TIMES.
011332 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
011333 01  VG-CHECK-SITE-CODE              PIC X(02) VALUE SPACES.
011334
011335 01  VG-LOWER-ALPHABET               PIC X(26) VALUE
011336         'abcdefghijklmnopqrstuvwxyz'.
011337 01  VG-UPPER-ALPHABET               PIC X(26) VALUE
011338         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011339
011340 01  VG-DAYS-IN-MONTH-VALUES         PIC X(24) VALUE
011341         '312831303130313130313031'.
011350 01  VG-DAYS-IN-MONTH-TABLE REDEFINES VG-DAYS-IN-MONTH-VALUES.
011360     05  VG-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
011370
014497     OPEN EXTEND CHANGE-HISTORY
014498     IF VG-CHGHIST-STATUS = '35'
014499         OPEN OUTPUT CHANGE-HISTORY
014500     END-IF
014502     OPEN INPUT HOST-DIRECTORY
014504     IF VG-HOSTDIR-STATUS = '00'
014506         SET VG-HOSTDIR-AVAILABLE TO TRUE
014508     ELSE
014510         DISPLAY 'VISMAINT0035W - HOST-DIRECTORY NOT '
014512             'AVAILABLE, STATUS = ' VG-HOSTDIR-STATUS
014514             ', HOST IDS NOT CHECKED'
014516     END-IF
014518     OPEN INPUT WATCH-LIST
014520     IF VG-WATCHLST-STATUS = '00'
014522         SET VG-WATCHLST-AVAILABLE TO TRUE
014524     ELSE
014526         DISPLAY 'VISMAINT0038W - SECURITY WATCH LIST NOT '
014528             'AVAILABLE, STATUS = ' VG-WATCHLST-STATUS
014530             ', NEW NAMES NOT SCREENED'
014532     END-IF
014534     OPEN INPUT SITE-FILE
014536     IF VG-SITEFILE-STATUS = '00'
014538         SET VG-SITEFILE-AVAILABLE TO TRUE
014540     ELSE
014542         DISPLAY 'VISMAINT0045W - SITE-FILE NOT AVAILABLE, '
014544             'STATUS = ' VG-SITEFILE-STATUS
014546             ', SITE CODES NOT CHECKED'
014548     END-IF
014550     OPEN I-O VISITOR-CONTACT
014552     IF VG-VISCONT-STATUS = '35'
014554         OPEN OUTPUT VISITOR-CONTACT
014556         CLOSE VISITOR-CONTACT
014558         OPEN I-O VISITOR-CONTACT
014560     END-IF
014562     IF VG-VISCONT-STATUS = '00'
014564         SET VG-VISCONT-AVAILABLE TO TRUE
014566     ELSE
014568         DISPLAY 'VISMAINT0051W - VISITOR-CONTACT NOT '
014570             'AVAILABLE, STATUS = ' VG-VISCONT-STATUS
014572             ', CONTACT DETAILS NOT KEPT'
014574     END-IF
014576     PERFORM 1050-OPEN-ID-CONTROL THRU 1050-EXIT.
014600 1000-EXIT.
014700     EXIT.
014800 1000-ABEND.
017818*    THREE FAILED TRIES END THE SESSION.  A SITE THAT HAS NOT   *
017820*    YET BUILT THE PROFILE FILE (OPERATOR-MAINT) GETS A         *
017822*    WARNING AND AN UNVERIFIED OPERATOR ID, SO THE FRONT DESK   *
017824*    IS NEVER LOCKED OUT BY A MISSING FILE, AND IS TREATED AS   *
017825*    AUTHORIZED FOR EVERY SITE.  OTHERWISE THE SITES ON THE     *
017826*    OPERATOR'S PROFILE ARE KEPT FOR THE SITE AUTHORITY CHECK.  *
017827******************************************************************
017828 1200-OPERATOR-SIGNON.
017830     OPEN INPUT OPERATOR-PROFILE
017832     IF VG-OPERPROF-STATUS = '35'
017842         IF VG-OPERATOR-ID = SPACES
017844             MOVE 'UNKNOWN' TO VG-OPERATOR-ID
017846         END-IF
017847         MOVE SPACES TO VG-SIGNON-SITES
017848         MOVE '**' TO VG-SIGNON-SITE-CODE(1)
017849         SET VG-SIGNED-ON TO TRUE
017850         GO TO 1200-EXIT
017852     END-IF
017854     IF VG-OPERPROF-STATUS NOT = '00'
017914                 ELSE
017916                     SET VG-SIGNED-ON TO TRUE
017918                     MOVE VG-SIGNON-ID TO VG-OPERATOR-ID
017919                     MOVE VG-OPR-SITES TO VG-SIGNON-SITES
017920                     DISPLAY 'VISMAINT0027I - SIGNED ON: '
017922                         VG-OPR-NAME
017924                 END-IF
022400     MOVE SPACES TO VG-VISITOR-RECORD
022600     DISPLAY 'ENTER VISITOR NAME: ' WITH NO ADVANCING
022700     ACCEPT VG-VIS-NAME
022750     PERFORM 2860-SCREEN-WATCH-LIST THRU 2860-EXIT
022800     DISPLAY 'ENTER LANGUAGE CODE: ' WITH NO ADVANCING
022900     ACCEPT VG-VIS-LANG-CODE
022910     DISPLAY 'ENTER HOST EMPLOYEE ID (BLANK = NONE): '
022920         WITH NO ADVANCING
022930     ACCEPT VG-VIS-HOST-ID
022932     MOVE VG-VIS-HOST-ID TO VG-HST-ID
022934     PERFORM 2850-CHECK-HOST-ID THRU 2850-EXIT
022936     IF VG-HOST-INPUT-INVALID
022938         GO TO 2300-EXIT
022939     END-IF
022940     DISPLAY 'ENTER EVENT CODE (BLANK = NONE): '
022950         WITH NO ADVANCING
022960     ACCEPT VG-VIS-EVENT-CODE
022962     DISPLAY 'ENTER SITE CODE: ' WITH NO ADVANCING
022964     MOVE SPACES TO VG-NEW-SITE-CODE
022966     ACCEPT VG-NEW-SITE-CODE
022968     IF VG-NEW-SITE-CODE = SPACES
022970         DISPLAY 'VISMAINT0046E - SITE CODE REQUIRED'
022972         GO TO 2300-EXIT
022974     END-IF
022976     PERFORM 2870-CHECK-SITE-CODE THRU 2870-EXIT
022978     IF VG-SITE-INPUT-INVALID
022980         GO TO 2300-EXIT
022982     END-IF
022984     MOVE VG-NEW-SITE-CODE TO VG-VIS-SITE-CODE
023000     DISPLAY 'ENTER EXPECTED VISIT DATE YYYYMMDD '
023100         '(BLANK = TODAY): ' WITH NO ADVANCING
023200     PERFORM 2800-ACCEPT-EXPECT-DATE THRU 2800-EXIT
023800     ELSE
023900         MOVE VG-WORK-DATE TO VG-VIS-EXPECT-DATE
024000     END-IF
024001     MOVE SPACES TO VG-NEW-EMAIL
024002     MOVE SPACES TO VG-NEW-MOBILE
024003     DISPLAY 'ENTER E-MAIL ADDRESS (BLANK = NONE): '
024004         WITH NO ADVANCING
024005     ACCEPT VG-NEW-EMAIL
024006     DISPLAY 'ENTER MOBILE NUMBER (BLANK = NONE): '
024007         WITH NO ADVANCING
024008     ACCEPT VG-NEW-MOBILE
024010     PERFORM 2310-ASSIGN-NEXT-ID THRU 2310-EXIT
024020     IF NOT VG-ID-ASSIGNED
024030         GO TO 2300-EXIT
024830             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
024840             MOVE VG-VISITOR-RECORD TO VG-CHG-AFTER-IMAGE
024850             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
024860             PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
024900     END-WRITE.
025000 2300-EXIT.
025100     EXIT.
025396******************************************************************
025400*    2400-CHANGE-VISITOR - ADDRESSED BY VISITOR ID.  WITH THE   *
025500*    NAME NO LONGER THE RECORD KEY, A NAME CORRECTION IS AN     *
025600*    ORDINARY REWRITE OF THE SAME RECORD.  THE OPERATOR MUST BE *
025620*    AUTHORIZED FOR THE VISITOR'S CURRENT SITE, AND FOR THE NEW *
025640*    ONE WHEN THE VISITOR IS MOVED                              *
025700******************************************************************
025800 2400-CHANGE-VISITOR.
025900     MOVE SPACES TO VG-NEW-NAME
026000     MOVE SPACES TO VG-NEW-LANG-CODE
026010     MOVE SPACES TO VG-NEW-HOST-ID
026020     MOVE SPACES TO VG-NEW-EVENT-CODE
026100     MOVE SPACES TO VG-NEW-SITE-CODE
026120     MOVE SPACES TO VG-NEW-EMAIL
026140     MOVE SPACES TO VG-NEW-MOBILE
026160     DISPLAY 'ENTER VISITOR ID OR NAME TO CHANGE: '
026180         WITH NO ADVANCING
026200     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
026300     IF VG-ID-INPUT-INVALID
026400         GO TO 2400-EXIT
026800         INVALID KEY
026900             DISPLAY 'VISMAINT0005E - VISITOR NOT FOUND'
027000         NOT INVALID KEY
027005             MOVE VG-VIS-SITE-CODE TO VG-CHECK-SITE-CODE
027010             PERFORM 2875-CHECK-SITE-AUTHORITY THRU 2875-EXIT
027015             IF NOT VG-SITE-AUTHORIZED
027020                 GO TO 2400-EXIT
027025             END-IF
027050             MOVE VG-VISITOR-RECORD TO VG-SAVE-IMAGE
027100             DISPLAY 'CURRENT NAME ..: ' VG-VIS-NAME
027150             DISPLAY 'CURRENT HOST ..: ' VG-VIS-HOST-ID
027160             DISPLAY 'CURRENT EVENT .: ' VG-VIS-EVENT-CODE
027180             DISPLAY 'CURRENT SITE ..: ' VG-VIS-SITE-CODE
027200             DISPLAY 'EXPECTED DATE .: ' VG-VIS-EXPECT-DATE
027220             PERFORM 2540-READ-CONTACT THRU 2540-EXIT
027240             DISPLAY 'CURRENT E-MAIL : ' VG-CON-EMAIL
027260             DISPLAY 'CURRENT MOBILE : ' VG-CON-MOBILE
027300             MOVE VG-VIS-LANG-CODE TO VG-SAVE-LANG-CODE
027400             DISPLAY 'ENTER CORRECTED NAME '
027500                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
027910             DISPLAY 'ENTER HOST EMPLOYEE ID '
027920                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
027930             ACCEPT VG-NEW-HOST-ID
027932             MOVE VG-NEW-HOST-ID TO VG-HST-ID
027934             PERFORM 2850-CHECK-HOST-ID THRU 2850-EXIT
027936             IF VG-HOST-INPUT-INVALID
027938                 GO TO 2400-EXIT
027939             END-IF
027940             DISPLAY 'ENTER EVENT CODE '
027950                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
027960             ACCEPT VG-NEW-EVENT-CODE
027962             DISPLAY 'ENTER SITE CODE '
027964                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
027966             ACCEPT VG-NEW-SITE-CODE
027968             IF VG-NEW-SITE-CODE NOT = SPACES
027970                 PERFORM 2870-CHECK-SITE-CODE THRU 2870-EXIT
027972                 IF VG-SITE-INPUT-INVALID
027974                     GO TO 2400-EXIT
027976                 END-IF
027978             END-IF
028000             DISPLAY 'ENTER EXPECTED VISIT DATE YYYYMMDD '
028100                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
028200             PERFORM 2800-ACCEPT-EXPECT-DATE THRU 2800-EXIT
028300             IF VG-DATE-INPUT-INVALID
028400                 GO TO 2400-EXIT
028500             END-IF
028510             DISPLAY 'ENTER E-MAIL ADDRESS '
028520                 '(BLANK TO KEEP CURRENT, NONE TO CLEAR): '
028530                 WITH NO ADVANCING
028540             ACCEPT VG-NEW-EMAIL
028550             DISPLAY 'ENTER MOBILE NUMBER '
028560                 '(BLANK TO KEEP CURRENT, NONE TO CLEAR): '
028570                 WITH NO ADVANCING
028580             ACCEPT VG-NEW-MOBILE
028600             PERFORM 2450-APPLY-CHANGE THRU 2450-EXIT
028700     END-READ.
028800 2400-EXIT.
029200     IF VG-NEW-NAME = SPACES AND VG-NEW-LANG-CODE = SPACES
029250             AND VG-NEW-HOST-ID = SPACES
029260             AND VG-NEW-EVENT-CODE = SPACES
029280             AND VG-NEW-SITE-CODE = SPACES
029285             AND VG-NEW-EMAIL = SPACES
029290             AND VG-NEW-MOBILE = SPACES
029300             AND VG-DATE-LEFT-BLANK
029400         DISPLAY 'VISMAINT0008I - NOTHING ENTERED, '
029500             'NO CHANGE MADE'
030540     IF VG-NEW-EVENT-CODE NOT = SPACES
030550         MOVE VG-NEW-EVENT-CODE TO VG-VIS-EVENT-CODE
030560     END-IF
030570     IF VG-NEW-SITE-CODE NOT = SPACES
030580         MOVE VG-NEW-SITE-CODE TO VG-VIS-SITE-CODE
030590     END-IF
030600     IF NOT VG-DATE-LEFT-BLANK
030700         MOVE VG-WORK-DATE TO VG-VIS-EXPECT-DATE
030710     END-IF
030720     IF VG-VISITOR-RECORD = VG-SAVE-IMAGE
030730         DISPLAY 'VISMAINT0056I - VISITOR DETAILS UNCHANGED'
030740         PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
030750         GO TO 2450-EXIT
030800     END-IF
030900     REWRITE VG-VISITOR-RECORD
031000         INVALID KEY
031330             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
031340             MOVE VG-VISITOR-RECORD TO VG-CHG-AFTER-IMAGE
031350             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
031370             PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
031400     END-REWRITE.
031500 2450-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900*    2500-DELETE-VISITOR - THE RECORD IS READ FIRST SO THE      *
031920*    CHANGE HISTORY CARRIES ITS BEFORE IMAGE, AND SO THE        *
031940*    OPERATOR'S AUTHORITY FOR THE VISITOR'S SITE CAN BE CHECKED *
032000******************************************************************
032100 2500-DELETE-VISITOR.
032200     DISPLAY 'ENTER VISITOR ID OR NAME TO DELETE: '
032250         WITH NO ADVANCING
032300     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
032400     IF VG-ID-INPUT-INVALID
032500         GO TO 2500-EXIT
032730             DISPLAY 'VISMAINT0012E - VISITOR NOT FOUND'
032740             GO TO 2500-EXIT
032750     END-READ
032751     MOVE VG-VIS-SITE-CODE TO VG-CHECK-SITE-CODE
032752     PERFORM 2875-CHECK-SITE-AUTHORITY THRU 2875-EXIT
032753     IF NOT VG-SITE-AUTHORIZED
032754         GO TO 2500-EXIT
032755     END-IF
032760     MOVE VG-VISITOR-RECORD TO VG-SAVE-IMAGE
032800     DELETE VISITOR-MASTER-INDEXED
032900         INVALID KEY
033230             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
033240             MOVE SPACES TO VG-CHG-AFTER-IMAGE
033250             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
033270             PERFORM 2560-DELETE-CONTACT THRU 2560-EXIT
033300     END-DELETE.
033400 2500-EXIT.
033401     EXIT.
033402
033403******************************************************************
033404*    2540-READ-CONTACT - READ THE VISITOR'S CONTACT RECORD FOR  *
033405*    DISPLAY.  A VISITOR WITH NO CONTACT RECORD, OR NO CONTACT  *
033406*    FILE, SHOWS BLANK DETAILS.                                 *
033407******************************************************************
033408 2540-READ-CONTACT.
033409     MOVE SPACES TO VG-CONTACT-RECORD
033410     IF NOT VG-VISCONT-AVAILABLE
033411         GO TO 2540-EXIT
033412     END-IF
033413     MOVE VG-VIS-ID TO VG-CON-VIS-ID
033414     READ VISITOR-CONTACT
033415         INVALID KEY
033416             MOVE SPACES TO VG-CONTACT-RECORD
033417     END-READ.
033418 2540-EXIT.
033419     EXIT.
033420
033421******************************************************************
033422*    2550-SAVE-CONTACT - ADD OR UPDATE THE VISITOR'S CONTACT    *
033423*    RECORD FROM THE E-MAIL AND MOBILE NUMBER ENTERED.  A BLANK *
033424*    ENTRY KEEPS THE CURRENT VALUE AND NONE CLEARS IT, SO       *
033425*    NOTHING IS WRITTEN WHEN NEITHER WAS ENTERED.  ANY MASTER   *
033426*    UPDATE HAS ALREADY BEEN MADE, SO A FAILURE HERE ONLY WARNS *
033427*    THE OPERATOR.                                              *
033428******************************************************************
033429 2550-SAVE-CONTACT.
033430     IF VG-NEW-EMAIL = SPACES AND VG-NEW-MOBILE = SPACES
033431         GO TO 2550-EXIT
033432     END-IF
033433     IF NOT VG-VISCONT-AVAILABLE
033434         DISPLAY 'VISMAINT0052W - VISITOR-CONTACT NOT AVAILABLE, '
033435             'CONTACT DETAILS NOT SAVED'
033436         GO TO 2550-EXIT
033437     END-IF
033438     MOVE VG-VIS-ID TO VG-CON-VIS-ID
033439     READ VISITOR-CONTACT
033440         INVALID KEY
033441             MOVE SPACES TO VG-CONTACT-RECORD
033442             MOVE VG-VIS-ID TO VG-CON-VIS-ID
033443             MOVE SPACES TO VG-SAVE-CONTACT
033444             MOVE 'A' TO VG-CHG-ACTION
033445         NOT INVALID KEY
033446             MOVE VG-CONTACT-RECORD TO VG-SAVE-CONTACT
033447             MOVE 'C' TO VG-CHG-ACTION
033448     END-READ
033449     IF VG-NEW-EMAIL = 'NONE'
033450         MOVE SPACES TO VG-CON-EMAIL
033451     ELSE
033452         IF VG-NEW-EMAIL NOT = SPACES
033453             MOVE VG-NEW-EMAIL TO VG-CON-EMAIL
033454         END-IF
033455     END-IF
033456     IF VG-NEW-MOBILE = 'NONE'
033457         MOVE SPACES TO VG-CON-MOBILE
033458     ELSE
033459         IF VG-NEW-MOBILE NOT = SPACES
033460             MOVE VG-NEW-MOBILE TO VG-CON-MOBILE
033461         END-IF
033462     END-IF
033463     MOVE VG-RUN-DATE TO VG-CON-UPDATED-DATE
033464     IF VG-CHG-ACTION = 'A'
033465         WRITE VG-CONTACT-RECORD
033466             INVALID KEY
033467                 DISPLAY 'VISMAINT0053E - CONTACT DETAILS NOT '
033468                     'SAVED, STATUS = ' VG-VISCONT-STATUS
033469                 GO TO 2550-EXIT
033470         END-WRITE
033471     ELSE
033472         REWRITE VG-CONTACT-RECORD
033473             INVALID KEY
033474                 DISPLAY 'VISMAINT0053E - CONTACT DETAILS NOT '
033475                     'SAVED, STATUS = ' VG-VISCONT-STATUS
033476                 GO TO 2550-EXIT
033477         END-REWRITE
033478     END-IF
033479     DISPLAY 'VISMAINT0054I - CONTACT DETAILS SAVED'
033480     MOVE VG-CON-VIS-ID TO VG-CHG-KEY
033481     MOVE VG-SAVE-CONTACT TO VG-CHG-BEFORE-IMAGE
033482     MOVE VG-CONTACT-RECORD TO VG-CHG-AFTER-IMAGE
033483     PERFORM 2960-WRITE-CONTACT-HISTORY THRU 2960-EXIT.
033484 2550-EXIT.
033485     EXIT.
033486
033487******************************************************************
033488*    2560-DELETE-CONTACT - A DELETED VISITOR'S CONTACT RECORD   *
033489*    GOES WITH THEM.  A VISITOR WITH NO CONTACT RECORD IS NOT   *
033490*    AN ERROR.                                                  *
033491******************************************************************
033492 2560-DELETE-CONTACT.
033493     IF NOT VG-VISCONT-AVAILABLE
033494         GO TO 2560-EXIT
033495     END-IF
033496     MOVE VG-WORK-ID TO VG-CON-VIS-ID
033497     READ VISITOR-CONTACT
033498         INVALID KEY
033499             GO TO 2560-EXIT
033500     END-READ
033501     MOVE VG-CONTACT-RECORD TO VG-SAVE-CONTACT
033502     DELETE VISITOR-CONTACT
033503         INVALID KEY
033504             DISPLAY 'VISMAINT0055W - CONTACT RECORD NOT '
033505                 'DELETED, STATUS = ' VG-VISCONT-STATUS
033506         NOT INVALID KEY
033507             MOVE 'D' TO VG-CHG-ACTION
033508             MOVE VG-CON-VIS-ID TO VG-CHG-KEY
033509             MOVE VG-SAVE-CONTACT TO VG-CHG-BEFORE-IMAGE
033510             MOVE SPACES TO VG-CHG-AFTER-IMAGE
033511             PERFORM 2960-WRITE-CONTACT-HISTORY THRU 2960-EXIT
033512     END-DELETE.
033513 2560-EXIT.
033514     EXIT.
033515
033520******************************************************************
033530*    2950-WRITE-CHANGE-HISTORY - APPEND ONE CHANGE-HISTORY      *
033540*    RECORD.  THE CALLER HAS ALREADY SET THE ACTION, KEY, AND   *
033640     EXIT.
033650
033700******************************************************************
033705*    2960-WRITE-CONTACT-HISTORY - APPEND ONE CHANGE-HISTORY     *
033710*    RECORD FOR THE VISITOR CONTACT FILE.  THE CALLER HAS       *
033715*    ALREADY SET THE ACTION, KEY, AND BEFORE/AFTER IMAGES.      *
033720******************************************************************
033725 2960-WRITE-CONTACT-HISTORY.
033730     MOVE VG-RUN-DATE TO VG-CHG-DATE
033735     ACCEPT VG-CHG-TIME FROM TIME
033740     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
033745     MOVE 'VISCONT' TO VG-CHG-FILE-ID
033750     WRITE VG-CHANGE-RECORD.
033755 2960-EXIT.
033760     EXIT.
033765
033770******************************************************************
033800*    2600-INQUIRE-VISITOR                                       *
033900******************************************************************
034000 2600-INQUIRE-VISITOR.
034100     DISPLAY 'ENTER VISITOR ID OR NAME TO INQUIRE: '
034150         WITH NO ADVANCING
034200     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
034300     IF VG-ID-INPUT-INVALID
034400         GO TO 2600-EXIT
035300             DISPLAY 'LANGUAGE CODE .: ' VG-VIS-LANG-CODE
035350             DISPLAY 'HOST EMPLOYEE .: ' VG-VIS-HOST-ID
035360             DISPLAY 'EVENT CODE ....: ' VG-VIS-EVENT-CODE
035380             DISPLAY 'SITE CODE .....: ' VG-VIS-SITE-CODE
035400             DISPLAY 'EXPECTED DATE .: ' VG-VIS-EXPECT-DATE
035420             PERFORM 2540-READ-CONTACT THRU 2540-EXIT
035440             DISPLAY 'E-MAIL ........: ' VG-CON-EMAIL
035460             DISPLAY 'MOBILE ........: ' VG-CON-MOBILE
035500     END-READ.
035600 2600-EXIT.
035700     EXIT.
036100*    CONSOLE AND EDIT IT INTO VG-WORK-ID.  LEADING ZEROS ARE    *
036200*    NOT REQUIRED - THE DIGITS ARE ACCUMULATED LEFT TO RIGHT    *
036300*    AND EMBEDDED BLANKS OR NON-DIGITS REJECT THE ENTRY.        *
036320*    AN ENTRY STARTING WITH A LETTER IS TAKEN AS THE LEADING    *
036340*    PART OF A NAME AND LOOKED UP BY 2760-FIND-BY-NAME, WHICH   *
036360*    LEAVES THE PICKED VISITOR'S ID IN VG-WORK-ID.              *
036400******************************************************************
036500 2700-ACCEPT-VISITOR-ID.
036600     MOVE SPACES TO VG-KEY-INPUT
036700     ACCEPT VG-KEY-INPUT
036710     IF VG-KEY-INPUT-CHAR(1) NOT = SPACE
036720             AND VG-KEY-INPUT-CHAR(1) IS NOT NUMERIC
036730         PERFORM 2760-FIND-BY-NAME THRU 2760-EXIT
036740         GO TO 2700-EXIT
036750     END-IF
036760     MOVE VG-KEY-INPUT TO VG-ID-INPUT
036800     MOVE 'Y' TO VG-ID-VALID-SWITCH
036900     MOVE 'N' TO VG-ID-ENDED-SWITCH
037000     MOVE ZERO TO VG-WORK-ID
037200     PERFORM 2750-EDIT-ONE-ID-CHAR THRU 2750-EXIT
037300         VARYING VG-ID-IDX FROM 1 BY 1
037400         UNTIL VG-ID-IDX > 6
037500     IF VG-ID-DIGIT-COUNT = 0 OR VG-KEY-INPUT(7:14) NOT = SPACES
037600         MOVE 'N' TO VG-ID-VALID-SWITCH
037700     END-IF
037800     IF VG-ID-INPUT-INVALID
040100         END-IF
040200     END-IF.
040300 2750-EXIT.
040301     EXIT.
040302
040303******************************************************************
040304*    2760-FIND-BY-NAME - LIST EVERY VISITOR WHOSE NAME STARTS   *
040305*    WITH THE ENTRY, IN NAME ORDER FROM THE ALTERNATE KEY, AND  *
040306*    LET THE OPERATOR PICK ONE.  THE READ STOPS AT THE FIRST    *
040307*    NAME PAST THE ENTRY, SO ONLY THE MATCHES ARE EVER READ.    *
040308*    THE NAME IS MATCHED AS KEYED ON THE MASTER.  NOTHING      *
040309*    PICKED LEAVES VG-ID-INPUT-INVALID SET FOR THE CALLER.      *
040310******************************************************************
040311 2760-FIND-BY-NAME.
040312     MOVE 'N' TO VG-ID-VALID-SWITCH
040313     MOVE ZERO TO VG-MATCH-COUNT
040314     PERFORM 2780-BACK-OVER-SPACE THRU 2780-EXIT
040315         VARYING VG-PREFIX-LEN FROM 20 BY -1
040316         UNTIL VG-PREFIX-LEN = 1
040317             OR VG-KEY-INPUT-CHAR(VG-PREFIX-LEN) NOT = SPACE
040318     MOVE VG-KEY-INPUT TO VG-VIS-NAME
040319     START VISITOR-MASTER-INDEXED
040320         KEY IS NOT LESS THAN VG-VIS-NAME
040321         INVALID KEY
040322             SET VG-MATCH-LIST-ENDED TO TRUE
040323         NOT INVALID KEY
040324             MOVE 'N' TO VG-MATCH-END-SWITCH
040325     END-START
040326     PERFORM 2770-LIST-ONE-MATCH THRU 2770-EXIT
040327         UNTIL VG-MATCH-LIST-ENDED
040328     IF VG-MATCH-COUNT = ZERO
040329         DISPLAY 'VISMAINT0041E - NO VISITOR NAME STARTS WITH '
040330             VG-KEY-INPUT(1:VG-PREFIX-LEN)
040331         GO TO 2760-EXIT
040332     END-IF
040333     DISPLAY 'ENTER LINE NUMBER (BLANK = NONE): '
040334         WITH NO ADVANCING
040335     MOVE SPACES TO VG-PICK-INPUT
040336     ACCEPT VG-PICK-INPUT
040337     IF VG-PICK-INPUT = SPACES
040338         DISPLAY 'VISMAINT0042I - NO VISITOR PICKED'
040339         GO TO 2760-EXIT
040340     END-IF
040341     IF VG-PICK-INPUT(2:1) = SPACE
040342         MOVE VG-PICK-INPUT(1:1) TO VG-PICK-INPUT(2:1)
040343         MOVE '0' TO VG-PICK-INPUT(1:1)
040344     END-IF
040345     IF VG-PICK-INPUT IS NOT NUMERIC
040346             OR VG-PICK-NUMBER = ZERO
040347             OR VG-PICK-NUMBER > VG-MATCH-COUNT
040348         DISPLAY 'VISMAINT0043E - LINE NUMBER MUST BE 1 TO '
040349             VG-MATCH-COUNT
040350         GO TO 2760-EXIT
040351     END-IF
040352     MOVE VG-MATCH-ID(VG-PICK-NUMBER) TO VG-WORK-ID
040353     SET VG-ID-INPUT-VALID TO TRUE.
040354 2760-EXIT.
040355     EXIT.
040356
040357******************************************************************
040358*    2770-LIST-ONE-MATCH - READ THE NEXT NAME IN KEY ORDER AND  *
040359*    SHOW IT IF IT STILL STARTS WITH THE ENTRY.  PAST THE       *
040360*    SCREEN LIMIT THE OPERATOR IS TOLD TO KEY MORE OF THE NAME. *
040361******************************************************************
040362 2770-LIST-ONE-MATCH.
040363     READ VISITOR-MASTER-INDEXED NEXT RECORD
040364         AT END
040365             SET VG-MATCH-LIST-ENDED TO TRUE
040366             GO TO 2770-EXIT
040367     END-READ
040368     IF VG-VIS-NAME(1:VG-PREFIX-LEN)
040369             NOT = VG-KEY-INPUT(1:VG-PREFIX-LEN)
040370         SET VG-MATCH-LIST-ENDED TO TRUE
040371         GO TO 2770-EXIT
040372     END-IF
040373     IF VG-MATCH-COUNT = VG-MATCH-LIMIT
040374         DISPLAY 'VISMAINT0044W - MORE THAN ' VG-MATCH-LIMIT
040375             ' MATCHES, KEY MORE OF THE NAME TO SEE THE REST'
040376         SET VG-MATCH-LIST-ENDED TO TRUE
040377         GO TO 2770-EXIT
040378     END-IF
040379     IF VG-MATCH-COUNT = ZERO
040380         DISPLAY 'LN  VIS-ID  NAME                  EXPECTED  '
040381             'HOST      EVENT   SITE'
040382     END-IF
040383     ADD 1 TO VG-MATCH-COUNT
040384     MOVE VG-VIS-ID TO VG-MATCH-ID(VG-MATCH-COUNT)
040385     MOVE VG-MATCH-COUNT TO VG-MATL-NUMBER
040386     MOVE VG-VIS-ID TO VG-MATL-VIS-ID
040387     MOVE VG-VIS-NAME TO VG-MATL-NAME
040388     MOVE VG-VIS-EXPECT-DATE TO VG-MATL-EXPECT-DATE
040389     MOVE VG-VIS-HOST-ID TO VG-MATL-HOST-ID
040390     MOVE VG-VIS-EVENT-CODE TO VG-MATL-EVENT-CODE
040391     MOVE VG-VIS-SITE-CODE TO VG-MATL-SITE-CODE
040392     DISPLAY VG-MATCH-LINE.
040393 2770-EXIT.
040394     EXIT.
040395
040396 2780-BACK-OVER-SPACE.
040397     CONTINUE.
040398 2780-EXIT.
040400     EXIT.
040500
040600******************************************************************
043594 2840-EXIT.
043596     EXIT.
043598
043599******************************************************************
043600*    2850-CHECK-HOST-ID - THE HOST EMPLOYEE ID IN VG-HST-ID     *
043601*    MUST BE ON THE HOST DIRECTORY (HOST-MAINT) AND ACTIVE, SO  *
043602*    THE GREETING RUN NEVER NOTIFIES SOMEBODY WHO HAS LEFT OR   *
043603*    NEVER EXISTED.  A BLANK ID - NO HOST, OR KEEP CURRENT ON   *
043604*    CHANGE - IS NOT CHECKED.  WITHOUT THE DIRECTORY FILE THE   *
043605*    ID IS TAKEN AS KEYED, AS THE WARNING AT START-UP SAID.     *
043606******************************************************************
043607 2850-CHECK-HOST-ID.
043608     MOVE 'Y' TO VG-HOST-VALID-SWITCH
043609     IF VG-HST-ID = SPACES OR NOT VG-HOSTDIR-AVAILABLE
043610         GO TO 2850-EXIT
043611     END-IF
043612     READ HOST-DIRECTORY
043613         INVALID KEY
043614             MOVE 'N' TO VG-HOST-VALID-SWITCH
043615             DISPLAY 'VISMAINT0036E - HOST NOT ON THE HOST '
043616                 'DIRECTORY'
043617         NOT INVALID KEY
043618             IF NOT VG-HST-ACTIVE
043619                 MOVE 'N' TO VG-HOST-VALID-SWITCH
043620                 DISPLAY 'VISMAINT0037E - HOST IS INACTIVE - '
043621                     VG-HST-NAME
043622             END-IF
043623     END-READ.
043624 2850-EXIT.
043625     EXIT.
043626
043627******************************************************************
043628*    2860-SCREEN-WATCH-LIST - WARN THE OPERATOR WHEN THE NEW    *
043629*    VISITOR'S NAME IS ON THE SECURITY WATCH LIST.  THE NAME IS *
043630*    FOLDED TO UPPER CASE TO MATCH THE KEY.  THIS IS A WARNING  *
043631*    ONLY - THE BOOKING IS STILL TAKEN, AND THE GREETING RUNS   *
043632*    HOLD THE VISITOR AND RAISE THE SECURITY ALERT ON THE DAY.  *
043633******************************************************************
043634 2860-SCREEN-WATCH-LIST.
043635     IF NOT VG-WATCHLST-AVAILABLE
043636         GO TO 2860-EXIT
043637     END-IF
043638     MOVE VG-VIS-NAME TO VG-WCH-NAME
043639     INSPECT VG-WCH-NAME
043640         CONVERTING VG-LOWER-ALPHABET TO VG-UPPER-ALPHABET
043641     READ WATCH-LIST
043642         INVALID KEY
043643             GO TO 2860-EXIT
043644     END-READ
043645     DISPLAY 'VISMAINT0039W - NAME MATCHES THE SECURITY WATCH '
043646         'LIST - ' VG-WCH-REASON
043647     IF VG-WCH-VIS-ID NOT = ZERO
043648         DISPLAY 'VISMAINT0040I - WATCH-LIST ENTRY IS FOR '
043649             'VISITOR ID ' VG-WCH-VIS-ID ' ONLY'
043650     END-IF.
043651 2860-EXIT.
043652     EXIT.
043653
043654******************************************************************
043655*    2870-CHECK-SITE-CODE - THE SITE CODE IN VG-NEW-SITE-CODE   *
043656*    MUST BE AN ACTIVE SITE ON THE SITE FILE, AND ONE THE       *
043657*    OPERATOR IS AUTHORIZED FOR.  '**' MEANS EVERY SITE ON AN   *
043658*    OPERATOR PROFILE AND IS NOT A BUILDING.  WITHOUT THE SITE  *
043659*    FILE THE CODE IS TAKEN AS KEYED, BUT THE AUTHORITY CHECK   *
043660*    STILL APPLIES.                                             *
043661******************************************************************
043662 2870-CHECK-SITE-CODE.
043663     SET VG-SITE-INPUT-VALID TO TRUE
043664     IF VG-NEW-SITE-CODE = '**'
043665         DISPLAY 'VISMAINT0047E - ** IS NOT A SITE CODE'
043666         SET VG-SITE-INPUT-INVALID TO TRUE
043667         GO TO 2870-EXIT
043668     END-IF
043669     IF VG-SITEFILE-AVAILABLE
043670         MOVE VG-NEW-SITE-CODE TO VG-SITE-CODE
043671         READ SITE-FILE
043672             INVALID KEY
043673                 DISPLAY 'VISMAINT0048E - SITE ' VG-SITE-CODE
043674                     ' NOT ON THE SITE FILE'
043675                 SET VG-SITE-INPUT-INVALID TO TRUE
043676                 GO TO 2870-EXIT
043677         END-READ
043678         IF NOT VG-SITE-ACTIVE
043679             DISPLAY 'VISMAINT0049E - SITE ' VG-SITE-CODE
043680                 ' IS INACTIVE - ' VG-SITE-NAME
043681             SET VG-SITE-INPUT-INVALID TO TRUE
043682             GO TO 2870-EXIT
043683         END-IF
043684     END-IF
043685     MOVE VG-NEW-SITE-CODE TO VG-CHECK-SITE-CODE
043686     PERFORM 2875-CHECK-SITE-AUTHORITY THRU 2875-EXIT
043687     IF NOT VG-SITE-AUTHORIZED
043688         SET VG-SITE-INPUT-INVALID TO TRUE
043689     END-IF.
043690 2870-EXIT.
043691     EXIT.
043692
043693******************************************************************
043694*    2875-CHECK-SITE-AUTHORITY - IS THE SIGNED-ON OPERATOR      *
043695*    AUTHORIZED FOR THE SITE IN VG-CHECK-SITE-CODE? A '**'      *
043696*    ENTRY ON THE PROFILE MATCHES EVERY SITE, INCLUDING A BLANK *
043697*    ONE; OTHERWISE THE CODE MUST BE ON THE PROFILE.            *
043698******************************************************************
043699 2875-CHECK-SITE-AUTHORITY.
043700     MOVE 'N' TO VG-SITE-AUTH-SWITCH
043701     PERFORM 2877-CHECK-ONE-AUTH-SITE THRU 2877-EXIT
043702         VARYING VG-SITE-SUB FROM 1 BY 1
043703         UNTIL VG-SITE-SUB > 5 OR VG-SITE-AUTHORIZED
043704     IF NOT VG-SITE-AUTHORIZED
043705         DISPLAY 'VISMAINT0050E - OPERATOR ' VG-OPERATOR-ID
043706             ' NOT AUTHORIZED FOR SITE ' VG-CHECK-SITE-CODE
043707     END-IF.
043708 2875-EXIT.
043709     EXIT.
043710
043711 2877-CHECK-ONE-AUTH-SITE.
043712     IF VG-SIGNON-SITE-CODE(VG-SITE-SUB) = '**'
043713         SET VG-SITE-AUTHORIZED TO TRUE
043714         GO TO 2877-EXIT
043715     END-IF
043716     IF VG-SIGNON-SITE-CODE(VG-SITE-SUB) NOT = SPACES
043717             AND VG-SIGNON-SITE-CODE(VG-SITE-SUB)
043718                 = VG-CHECK-SITE-CODE
043719         SET VG-SITE-AUTHORIZED TO TRUE
043720     END-IF.
043721 2877-EXIT.
043722     EXIT.
043723
043724 2880-CHECK-LEAP-YEAR.
043725     COMPUTE VG-CHECK-YEAR =
043726         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
043727     DIVIDE VG-CHECK-YEAR BY 4
043728         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
043729     IF VG-LEAP-REMAINDER = 0
043730         DIVIDE VG-CHECK-YEAR BY 100
043731             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
043732         IF VG-LEAP-REMAINDER = 0
043733             DIVIDE VG-CHECK-YEAR BY 400
043734                 GIVING VG-LEAP-QUOTIENT
043735                 REMAINDER VG-LEAP-REMAINDER
043736             IF VG-LEAP-REMAINDER = 0
043737                 MOVE 29 TO VG-MONTH-LIMIT
043738             END-IF
043739         ELSE
043740             MOVE 29 TO VG-MONTH-LIMIT
043741         END-IF
043742     END-IF.
043743 2880-EXIT.
043744     EXIT.
043745
043746******************************************************************
043747*    3000-TERMINATE                                              *
043800******************************************************************
043900 3000-TERMINATE.
044000     CLOSE VISITOR-MASTER-INDEXED
044050     IF VG-CALENDAR-AVAILABLE
044060         CLOSE BUSINESS-CALENDAR
044070     END-IF
044072     IF VG-HOSTDIR-AVAILABLE
044074         CLOSE HOST-DIRECTORY
044076     END-IF
044078     IF VG-WATCHLST-AVAILABLE
044080         CLOSE WATCH-LIST
044082     END-IF
044084     IF VG-SITEFILE-AVAILABLE
044086         CLOSE SITE-FILE
044088     END-IF
044090     IF VG-VISCONT-AVAILABLE
044092         CLOSE VISITOR-CONTACT
044094     END-IF
044100     DISPLAY 'VISMAINT0015I - VISITOR MASTER MAINTENANCE ENDED'.
044200 3000-EXIT.
044300     EXIT.
