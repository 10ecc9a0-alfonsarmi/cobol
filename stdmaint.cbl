000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STANDING-MAINT.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    STANDING-MAINT                                             *
001000*                                                                *
001100*    ONLINE MAINTENANCE TRANSACTION FOR THE STANDING-BOOKING    *
001200*    FILE (STNDREC.CPY).  LETS THE FRONT DESK SET UP A          *
001300*    RECURRING APPOINTMENT FOR A CONTRACTOR, CLEANER, COURIER   *
001400*    OR OTHER REGULAR VISITOR, CHANGE ITS PATTERN OR DATES,     *
001500*    END IT, OR LOOK IT UP.  STANDING-GENERATE BOOKS THE        *
001600*    VISITS FROM IT EACH NIGHT.  MODELED ON HOST-MAINT.         *
001700*                                                                *
001800*    THE RECORD KEY IS THE VISITOR ID, SO A VISITOR HAS AT      *
001900*    MOST ONE STANDING BOOKING, AND THE VISITOR MUST ALREADY    *
002000*    BE ON THE INDEXED MASTER.  THE PATTERN IS D (EVERY         *
002100*    WORKING DAY), W (THE WEEKDAYS FLAGGED Y, MONDAY TO         *
002200*    FRIDAY) OR N (EVERY N WEEKS ON THE START DATE'S WEEKDAY).  *
002300*    THE OPERATOR SIGNS ON AGAINST THE OPERATOR-PROFILE FILE    *
002400*    AND EVERY ADD, CHANGE AND DELETE IS WRITTEN TO THE         *
002500*    CHANGE-HISTORY FILE WITH BEFORE AND AFTER IMAGES UNDER     *
002600*    FILE ID STANDBKG.                                          *
002620*                                                                *
002640*    A STANDING BOOKING CAN ONLY BE ADDED, CHANGED OR DELETED   *
002660*    BY AN OPERATOR AUTHORIZED FOR THE VISITOR'S SITE ON THE    *
002680*    MASTER, THE SAME RULE VISITOR-MAINT APPLIES.               *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    ----------------------                                     *
003000*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003020*    2026-10-15  JCL   ADD, CHANGE AND DELETE CHECK THE         *
003040*                      OPERATOR IS AUTHORIZED FOR THE           *
003060*                      VISITOR'S SITE.                          *
003070*    2026-10-15  JCL   AN ADD REJECTS A BLANK PATTERN OUTRIGHT, *
003080*                      AND ONLY AN ADD DEFAULTS A BLANK START   *
003090*                      DATE TO TODAY.                           *
003100*                                                                *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STANDING-BOOKING
004200         ASSIGN TO 'STANDBKG'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS VG-STD-VIS-ID
004600         FILE STATUS IS VG-STANDBKG-STATUS.
004700
004800     SELECT VISITOR-MASTER-INDEXED
004900         ASSIGN TO 'VISIDX'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS VG-VIS-ID
005300         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
005400         FILE STATUS IS VG-VISIDX-STATUS.
005500
005600     SELECT OPERATOR-PROFILE
005700         ASSIGN TO 'OPERPROF'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VG-OPR-ID
006100         FILE STATUS IS VG-OPERPROF-STATUS.
006200
006300     SELECT CHANGE-HISTORY
006400         ASSIGN TO 'CHGHIST'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS VG-CHGHIST-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STANDING-BOOKING
007100     LABEL RECORDS ARE STANDARD.
007200     COPY STNDREC.
007300
007400 FD  VISITOR-MASTER-INDEXED
007500     LABEL RECORDS ARE STANDARD.
007600     COPY VISTREC.
007700
007800 FD  OPERATOR-PROFILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY OPERREC.
008100
008200 FD  CHANGE-HISTORY
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CHGHREC.
008500
008600 WORKING-STORAGE SECTION.
008700
008800 01  VG-SWITCHES.
008900     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
009000         88  VG-DONE                            VALUE 'Y'.
009100     05  VG-SIGNON-SWITCH            PIC X(01) VALUE 'N'.
009200         88  VG-SIGNED-ON                       VALUE 'Y'.
009300     05  VG-PROFILE-SWITCH           PIC X(01) VALUE 'N'.
009400         88  VG-PROFILES-ON-FILE                VALUE 'Y'.
009500     05  VG-VISIDX-SWITCH            PIC X(01) VALUE 'N'.
009600         88  VG-VISIDX-AVAILABLE                VALUE 'Y'.
009620     05  VG-SITE-AUTH-SWITCH         PIC X(01) VALUE 'N'.
009640         88  VG-SITE-AUTHORIZED                 VALUE 'Y'.
009700     05  VG-ID-VALID-SWITCH          PIC X(01) VALUE 'Y'.
009800         88  VG-ID-INPUT-VALID                  VALUE 'Y'.
009900         88  VG-ID-INPUT-INVALID                VALUE 'N'.
010000     05  VG-ID-ENDED-SWITCH          PIC X(01) VALUE 'N'.
010100         88  VG-ID-DIGITS-ENDED                 VALUE 'Y'.
010200     05  VG-DATE-VALID-SWITCH        PIC X(01) VALUE 'Y'.
010300         88  VG-DATE-INPUT-VALID                VALUE 'Y'.
010400         88  VG-DATE-INPUT-INVALID              VALUE 'N'.
010500     05  VG-ENTRY-SWITCH             PIC X(01) VALUE 'Y'.
010600         88  VG-ENTRY-VALID                     VALUE 'Y'.
010700         88  VG-ENTRY-INVALID                   VALUE 'N'.
010800     05  VG-ADDING-SWITCH            PIC X(01) VALUE 'N'.
010900         88  VG-ADDING                          VALUE 'Y'.
011000
011100 01  VG-FILE-STATUSES.
011200     05  VG-STANDBKG-STATUS          PIC X(02).
011300     05  VG-VISIDX-STATUS            PIC X(02).
011400     05  VG-OPERPROF-STATUS          PIC X(02).
011500     05  VG-CHGHIST-STATUS           PIC X(02).
011600
011700 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
011800 01  VG-NEW-PATTERN                  PIC X(01) VALUE SPACE.
011900 01  VG-NEW-DAY-FLAGS                PIC X(05) VALUE SPACES.
012000 01  VG-DAY-SUB                      PIC 9(01) COMP VALUE ZERO.
012100 01  VG-DAYS-FLAGGED                 PIC 9(01) COMP VALUE ZERO.
012200 01  VG-INTERVAL-INPUT               PIC X(02) VALUE SPACES.
012300 01  VG-DATE-INPUT                   PIC X(08) VALUE SPACES.
012400
012500 01  VG-WORK-ID                      PIC 9(06) VALUE ZERO.
012600 01  VG-ID-INPUT                     PIC X(06) VALUE SPACES.
012700 01  VG-ID-INPUT-CHARS REDEFINES VG-ID-INPUT.
012800     05  VG-ID-INPUT-CHAR OCCURS 6 TIMES PIC X(01).
012900 01  VG-ID-DIGIT-X                   PIC X(01) VALUE ZERO.
013000 01  VG-ID-DIGIT-9 REDEFINES VG-ID-DIGIT-X
013100                                     PIC 9(01).
013200 01  VG-ID-EDIT-FIELDS.
013300     05  VG-ID-IDX                   PIC 9(02) COMP VALUE ZERO.
013400     05  VG-ID-DIGIT-COUNT           PIC 9(02) COMP VALUE ZERO.
013500
013600 01  VG-WORK-DATE                    PIC 9(08) VALUE ZERO.
013700 01  VG-WORK-DATE-R REDEFINES VG-WORK-DATE.
013800     05  VG-WORK-DATE-CC             PIC 9(02).
013900     05  VG-WORK-DATE-YY             PIC 9(02).
014000     05  VG-WORK-DATE-MM             PIC 9(02).
014100     05  VG-WORK-DATE-DD             PIC 9(02).
014200
014300 01  VG-DAYS-IN-MONTH-VALUES         PIC X(24) VALUE
014400         '312831303130313130313031'.
014500 01  VG-DAYS-IN-MONTH-TABLE REDEFINES VG-DAYS-IN-MONTH-VALUES.
014600     05  VG-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
014700
014800 01  VG-DATE-WORK-FIELDS.
014900     05  VG-MONTH-LIMIT              PIC 9(02) COMP VALUE ZERO.
015000     05  VG-CHECK-YEAR               PIC 9(04) COMP VALUE ZERO.
015100     05  VG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
015200     05  VG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
015300     05  VG-ZEL-MONTH                PIC 9(04) COMP VALUE ZERO.
015400     05  VG-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
015500     05  VG-ZEL-TERM                 PIC 9(04) COMP VALUE ZERO.
015600     05  VG-ZEL-Y4                   PIC 9(04) COMP VALUE ZERO.
015700     05  VG-ZEL-Y100                 PIC 9(04) COMP VALUE ZERO.
015800     05  VG-ZEL-Y400                 PIC 9(04) COMP VALUE ZERO.
015900     05  VG-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
016000     05  VG-ZEL-QUOT                 PIC 9(05) COMP VALUE ZERO.
016100     05  VG-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
016200         88  VG-DATE-IS-SATURDAY                VALUE 0.
016300         88  VG-DATE-IS-SUNDAY                  VALUE 1.
016400
016500 01  VG-RUN-DATE                     PIC 9(08) VALUE ZERO.
016600 01  VG-OPERATOR-ID                  PIC X(08) VALUE SPACES.
016700 01  VG-SIGNON-ID                    PIC X(08) VALUE SPACES.
016800 01  VG-SIGNON-PASSWORD              PIC X(08) VALUE SPACES.
016900 01  VG-SIGNON-TRIES                 PIC 9(01) COMP VALUE ZERO.
017000 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
017010
017020******************************************************************
017030*    SITES THE SIGNED-ON OPERATOR IS AUTHORIZED FOR, COPIED     *
017040*    FROM THE OPERATOR PROFILE AT SIGN-ON.  '**' IN ANY ENTRY   *
017050*    AUTHORIZES EVERY SITE.                                     *
017060******************************************************************
017070 01  VG-SIGNON-SITES.
017080     05  VG-SIGNON-SITE-CODE         PIC X(02) OCCURS 5 TIMES.
017090 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
017100
017200 PROCEDURE DIVISION.
017300
017400******************************************************************
017500*    0000-MAINLINE                                              *
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017900     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
018000         UNTIL VG-DONE
018100     PERFORM 3000-TERMINATE THRU 3000-EXIT
018200     STOP RUN.
018300
018400******************************************************************
018500*    1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE      *
018600*    STANDING-BOOKING FILE, CREATING IT ON ITS VERY FIRST USE.  *
018700*    WITHOUT THE VISITOR MASTER THE VISITOR ID CANNOT BE        *
018800*    CHECKED - A WARNING, AS IN VISITOR-MAINT'S HOST CHECK.     *
018900******************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
019200     PERFORM 1200-OPERATOR-SIGNON THRU 1200-EXIT
019300     IF NOT VG-SIGNED-ON
019400         DISPLAY 'STDMAINT0001E - SIGN-ON FAILED, SESSION '
019500             'ENDED'
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 1000-ABEND
019800     END-IF
019900     OPEN I-O STANDING-BOOKING
020000     IF VG-STANDBKG-STATUS = '35'
020100         OPEN OUTPUT STANDING-BOOKING
020200         CLOSE STANDING-BOOKING
020300         OPEN I-O STANDING-BOOKING
020400     END-IF
020500     IF VG-STANDBKG-STATUS NOT = '00'
020600         DISPLAY 'STDMAINT0002E - UNABLE TO OPEN '
020700             'STANDING-BOOKING, STATUS = ' VG-STANDBKG-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 1000-ABEND
021000     END-IF
021100     OPEN INPUT VISITOR-MASTER-INDEXED
021200     IF VG-VISIDX-STATUS = '00'
021300         SET VG-VISIDX-AVAILABLE TO TRUE
021400     ELSE
021500         DISPLAY 'STDMAINT0003W - VISITOR-MASTER-INDEXED NOT '
021600             'AVAILABLE, STATUS = ' VG-VISIDX-STATUS
021700             ', VISITOR IDS NOT CHECKED'
021800     END-IF
021900     OPEN EXTEND CHANGE-HISTORY
022000     IF VG-CHGHIST-STATUS = '35'
022100         OPEN OUTPUT CHANGE-HISTORY
022200     END-IF.
022300 1000-EXIT.
022400     EXIT.
022500 1000-ABEND.
022600     STOP RUN.
022700
022800******************************************************************
022900*    1200-OPERATOR-SIGNON - THE OPERATOR MUST SIGN ON AGAINST   *
023000*    THE OPERATOR-PROFILE FILE BEFORE ANY CHANGE IS ACCEPTED,   *
023100*    EXACTLY AS LANGUAGE-MAINT DOES.  THREE FAILED TRIES END    *
023200*    THE SESSION.  A SITE WITHOUT THE PROFILE FILE GETS A       *
023300*    WARNING AND AN UNVERIFIED OPERATOR ID, AUTHORIZED FOR      *
023350*    EVERY SITE.                                                *
023400******************************************************************
023500 1200-OPERATOR-SIGNON.
023600     OPEN INPUT OPERATOR-PROFILE
023700     IF VG-OPERPROF-STATUS = '35'
023800         DISPLAY 'STDMAINT0004W - NO OPERATOR-PROFILE FILE, '
023900             'SIGN-ON NOT ENFORCED'
024000         DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
024100         ACCEPT VG-OPERATOR-ID
024200         IF VG-OPERATOR-ID = SPACES
024300             MOVE 'UNKNOWN' TO VG-OPERATOR-ID
024400         END-IF
024420         MOVE SPACES TO VG-SIGNON-SITES
024440         MOVE '**' TO VG-SIGNON-SITE-CODE(1)
024500         SET VG-SIGNED-ON TO TRUE
024600         GO TO 1200-EXIT
024700     END-IF
024800     IF VG-OPERPROF-STATUS NOT = '00'
024900         DISPLAY 'STDMAINT0005E - UNABLE TO OPEN '
025000             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
025100         GO TO 1200-EXIT
025200     END-IF
025300     SET VG-PROFILES-ON-FILE TO TRUE
025400     MOVE ZERO TO VG-SIGNON-TRIES
025500     PERFORM 1250-ACCEPT-SIGNON THRU 1250-EXIT
025600         UNTIL VG-SIGNED-ON OR VG-SIGNON-TRIES > 2
025700     CLOSE OPERATOR-PROFILE.
025800 1200-EXIT.
025900     EXIT.
026000
026100 1250-ACCEPT-SIGNON.
026200     ADD 1 TO VG-SIGNON-TRIES
026300     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
026400     ACCEPT VG-SIGNON-ID
026500     DISPLAY 'ENTER PASSWORD: ' WITH NO ADVANCING
026600     ACCEPT VG-SIGNON-PASSWORD
026700     MOVE VG-SIGNON-ID TO VG-OPR-ID
026800     READ OPERATOR-PROFILE
026900         INVALID KEY
027000             DISPLAY 'STDMAINT0006E - OPERATOR NOT ON FILE'
027100         NOT INVALID KEY
027200             IF NOT VG-OPR-ACTIVE
027300                 DISPLAY 'STDMAINT0007E - OPERATOR DISABLED'
027400             ELSE
027500                 IF VG-OPR-PASSWORD NOT = VG-SIGNON-PASSWORD
027600                     DISPLAY 'STDMAINT0008E - PASSWORD '
027700                         'INCORRECT'
027800                 ELSE
027900                     SET VG-SIGNED-ON TO TRUE
028000                     MOVE VG-SIGNON-ID TO VG-OPERATOR-ID
028050                     MOVE VG-OPR-SITES TO VG-SIGNON-SITES
028100                     DISPLAY 'STDMAINT0009I - SIGNED ON: '
028200                         VG-OPR-NAME
028300                 END-IF
028400             END-IF
028500     END-READ.
028600 1250-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*    2000-PROCESS-TRANSACTION - MENU DISPATCH                   *
029100******************************************************************
029200 2000-PROCESS-TRANSACTION.
029300     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
029400     PERFORM 2150-ACCEPT-SELECTION THRU 2150-EXIT
029500     EVALUATE VG-MENU-SELECTION
029600         WHEN '1'
029700             PERFORM 2300-ADD-BOOKING THRU 2300-EXIT
029800         WHEN '2'
029900             PERFORM 2400-CHANGE-BOOKING THRU 2400-EXIT
030000         WHEN '3'
030100             PERFORM 2500-DELETE-BOOKING THRU 2500-EXIT
030200         WHEN '4'
030300             PERFORM 2600-INQUIRE-BOOKING THRU 2600-EXIT
030400         WHEN '5'
030500             SET VG-DONE TO TRUE
030600         WHEN OTHER
030700             DISPLAY 'STDMAINT0010E - INVALID SELECTION, '
030800                 'ENTER 1 THRU 5'
030900     END-EVALUATE.
031000 2000-EXIT.
031100     EXIT.
031200
031300 2100-DISPLAY-MENU.
031400     DISPLAY ' '
031500     DISPLAY 'STANDING BOOKING MAINTENANCE'
031600     DISPLAY '1 = ADD       2 = CHANGE     3 = DELETE'
031700     DISPLAY '4 = INQUIRE   5 = EXIT'
031800     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
031900 2100-EXIT.
032000     EXIT.
032100
032200 2150-ACCEPT-SELECTION.
032300     ACCEPT VG-MENU-SELECTION.
032400 2150-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    2300-ADD-BOOKING - ONE STANDING BOOKING PER VISITOR; THE   *
032900*    VISITOR MUST BE ON THE MASTER.  NOTHING IS WRITTEN UNLESS  *
033000*    EVERY ENTRY PASSES ITS EDIT.                               *
033100******************************************************************
033200 2300-ADD-BOOKING.
033300     DISPLAY 'ENTER VISITOR ID: ' WITH NO ADVANCING
033400     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
033500     IF VG-ID-INPUT-INVALID
033600         GO TO 2300-EXIT
033700     END-IF
033800     MOVE VG-WORK-ID TO VG-STD-VIS-ID
033900     READ STANDING-BOOKING
034000         INVALID KEY
034100             CONTINUE
034200         NOT INVALID KEY
034300             DISPLAY 'STDMAINT0011E - VISITOR ALREADY HAS A '
034400                 'STANDING BOOKING, USE CHANGE INSTEAD'
034500             GO TO 2300-EXIT
034600     END-READ
034700     PERFORM 2850-CHECK-VISITOR THRU 2850-EXIT
034800     IF VG-ENTRY-INVALID
034900         GO TO 2300-EXIT
035000     END-IF
035100     MOVE SPACES TO VG-STANDING-RECORD
035200     MOVE VG-WORK-ID TO VG-STD-VIS-ID
035300     MOVE ZERO TO VG-STD-WEEK-INTERVAL
035400     MOVE ZERO TO VG-STD-START-DATE
035500     MOVE ZERO TO VG-STD-END-DATE
035600     MOVE ZERO TO VG-STD-LAST-BOOKED
035700     SET VG-ADDING TO TRUE
035800     PERFORM 2350-ACCEPT-DETAILS THRU 2350-EXIT
035900     IF VG-ENTRY-INVALID
036000         DISPLAY 'STDMAINT0012I - BOOKING NOT ADDED'
036100         GO TO 2300-EXIT
036200     END-IF
036300     WRITE VG-STANDING-RECORD
036400         INVALID KEY
036500             DISPLAY 'STDMAINT0013E - WRITE FAILED, STATUS = '
036600                 VG-STANDBKG-STATUS
036700         NOT INVALID KEY
036800             DISPLAY 'STDMAINT0014I - STANDING BOOKING ADDED'
036900             MOVE 'A' TO VG-CHG-ACTION
037000             MOVE VG-STD-VIS-ID TO VG-CHG-KEY
037100             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
037200             MOVE VG-STANDING-RECORD TO VG-CHG-AFTER-IMAGE
037300             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
037400     END-WRITE.
037500 2300-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    2350-ACCEPT-DETAILS - PATTERN, WEEKDAYS, INTERVAL, START   *
038000*    AND END DATE, EDITED IN THAT ORDER.  ON A CHANGE A BLANK   *
038100*    ENTRY KEEPS THE CURRENT VALUE; ON AN ADD THE PATTERN IS    *
038200*    REQUIRED AND A BLANK START DATE MEANS TODAY.  THE FIRST    *
038300*    FAILED EDIT SETS VG-ENTRY-INVALID AND STOPS.               *
038400******************************************************************
038500 2350-ACCEPT-DETAILS.
038600     MOVE 'Y' TO VG-ENTRY-SWITCH
038700     DISPLAY 'ENTER PATTERN (D = DAILY, W = WEEKDAYS, '
038800         'N = EVERY N WEEKS): ' WITH NO ADVANCING
038900     MOVE SPACE TO VG-NEW-PATTERN
039000     ACCEPT VG-NEW-PATTERN
039010     IF VG-ADDING AND VG-NEW-PATTERN = SPACE
039020         DISPLAY 'STDMAINT0035E - A PATTERN IS REQUIRED '
039030             'ON AN ADD'
039040         SET VG-ENTRY-INVALID TO TRUE
039050         GO TO 2350-EXIT
039060     END-IF
039100     IF VG-NEW-PATTERN NOT = SPACE
039200         MOVE VG-NEW-PATTERN TO VG-STD-PATTERN
039300     END-IF
039400     IF NOT VG-STD-PATTERN-VALID
039500         DISPLAY 'STDMAINT0015E - PATTERN MUST BE D, W OR N'
039600         SET VG-ENTRY-INVALID TO TRUE
039700         GO TO 2350-EXIT
039800     END-IF
039900     IF VG-STD-WEEKDAYS
040000         DISPLAY 'ENTER DAYS MON-FRI AS Y/N (E.G. YNYNN): '
040100             WITH NO ADVANCING
040200         MOVE SPACES TO VG-NEW-DAY-FLAGS
040300         ACCEPT VG-NEW-DAY-FLAGS
040400         IF VG-NEW-DAY-FLAGS NOT = SPACES
040500             MOVE VG-NEW-DAY-FLAGS TO VG-STD-WEEKDAY-FLAGS
040600         END-IF
040700         MOVE ZERO TO VG-DAYS-FLAGGED
040800         PERFORM 2360-EDIT-ONE-DAY-FLAG THRU 2360-EXIT
040900             VARYING VG-DAY-SUB FROM 1 BY 1
041000             UNTIL VG-DAY-SUB > 5
041100         IF VG-ENTRY-INVALID OR VG-DAYS-FLAGGED = ZERO
041200             DISPLAY 'STDMAINT0016E - DAYS MUST BE FIVE Y/N '
041300                 'FLAGS WITH AT LEAST ONE Y'
041400             SET VG-ENTRY-INVALID TO TRUE
041500             GO TO 2350-EXIT
041600         END-IF
041700     ELSE
041800         MOVE SPACES TO VG-STD-WEEKDAY-FLAGS
041900     END-IF
042000     IF VG-STD-EVERY-N-WEEKS
042100         DISPLAY 'ENTER WEEKS BETWEEN VISITS (1-52): '
042200             WITH NO ADVANCING
042300         MOVE SPACES TO VG-INTERVAL-INPUT
042400         ACCEPT VG-INTERVAL-INPUT
042500         IF VG-INTERVAL-INPUT NOT = SPACES
042600             IF VG-INTERVAL-INPUT(2:1) = SPACE
042700                 MOVE VG-INTERVAL-INPUT(1:1)
042800                     TO VG-INTERVAL-INPUT(2:1)
042900                 MOVE '0' TO VG-INTERVAL-INPUT(1:1)
043000             END-IF
043100             IF VG-INTERVAL-INPUT IS NUMERIC
043200                 MOVE VG-INTERVAL-INPUT TO VG-STD-WEEK-INTERVAL
043300             ELSE
043400                 MOVE ZERO TO VG-STD-WEEK-INTERVAL
043500             END-IF
043600         END-IF
043700         IF VG-STD-WEEK-INTERVAL < 1
043800                 OR VG-STD-WEEK-INTERVAL > 52
043900             DISPLAY 'STDMAINT0017E - WEEKS BETWEEN VISITS '
044000                 'MUST BE 1 TO 52'
044100             SET VG-ENTRY-INVALID TO TRUE
044200             GO TO 2350-EXIT
044300         END-IF
044400     ELSE
044500         MOVE ZERO TO VG-STD-WEEK-INTERVAL
044600     END-IF
044700     DISPLAY 'ENTER START DATE YYYYMMDD (BLANK = '
044800         'TODAY/CURRENT): ' WITH NO ADVANCING
044900     MOVE SPACES TO VG-DATE-INPUT
045000     ACCEPT VG-DATE-INPUT
045100     IF VG-DATE-INPUT NOT = SPACES
045200         PERFORM 2800-EDIT-DATE THRU 2800-EXIT
045300         IF VG-DATE-INPUT-INVALID
045400             SET VG-ENTRY-INVALID TO TRUE
045500             GO TO 2350-EXIT
045600         END-IF
045700         MOVE VG-WORK-DATE TO VG-STD-START-DATE
045800     END-IF
045900     IF VG-ADDING AND VG-STD-START-DATE = ZERO
046000         MOVE VG-RUN-DATE TO VG-STD-START-DATE
046100     END-IF
046200     IF VG-STD-EVERY-N-WEEKS
046300         MOVE VG-STD-START-DATE TO VG-WORK-DATE
046400         PERFORM 2840-COMPUTE-DAY-OF-WEEK THRU 2840-EXIT
046500         IF VG-DATE-IS-SATURDAY OR VG-DATE-IS-SUNDAY
046600             DISPLAY 'STDMAINT0018E - START DATE MUST BE A '
046700                 'WEEKDAY FOR AN EVERY-N-WEEKS BOOKING'
046800             SET VG-ENTRY-INVALID TO TRUE
046900             GO TO 2350-EXIT
047000         END-IF
047100     END-IF
047200     DISPLAY 'ENTER END DATE YYYYMMDD (NONE = NO END DATE, '
047300         'BLANK = CURRENT): ' WITH NO ADVANCING
047400     MOVE SPACES TO VG-DATE-INPUT
047500     ACCEPT VG-DATE-INPUT
047600     IF VG-DATE-INPUT = 'NONE'
047700         MOVE ZERO TO VG-STD-END-DATE
047800     ELSE
047900         IF VG-DATE-INPUT NOT = SPACES
048000             PERFORM 2800-EDIT-DATE THRU 2800-EXIT
048100             IF VG-DATE-INPUT-INVALID
048200                 SET VG-ENTRY-INVALID TO TRUE
048300                 GO TO 2350-EXIT
048400             END-IF
048500             MOVE VG-WORK-DATE TO VG-STD-END-DATE
048600         END-IF
048700     END-IF
048800     IF VG-STD-END-DATE NOT = ZERO
048900             AND VG-STD-END-DATE < VG-STD-START-DATE
049000         DISPLAY 'STDMAINT0019E - END DATE IS BEFORE THE '
049100             'START DATE'
049200         SET VG-ENTRY-INVALID TO TRUE
049300     END-IF.
049400 2350-EXIT.
049500     EXIT.
049600
049700 2360-EDIT-ONE-DAY-FLAG.
049800     IF VG-STD-DAY-FLAG(VG-DAY-SUB) = 'Y'
049900         ADD 1 TO VG-DAYS-FLAGGED
050000     ELSE
050100         IF VG-STD-DAY-FLAG(VG-DAY-SUB) NOT = 'N'
050200             SET VG-ENTRY-INVALID TO TRUE
050300         END-IF
050400     END-IF.
050500 2360-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*    2400-CHANGE-BOOKING - THE CURRENT VALUES ARE SHOWN AND     *
051000*    EACH CAN BE KEPT WITH A BLANK ENTRY.  THE LAST-BOOKED      *
051100*    DATE IS LEFT FOR STANDING-GENERATE TO MAINTAIN.            *
051200******************************************************************
051300 2400-CHANGE-BOOKING.
051400     DISPLAY 'ENTER VISITOR ID TO CHANGE: ' WITH NO ADVANCING
051500     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
051600     IF VG-ID-INPUT-INVALID
051700         GO TO 2400-EXIT
051800     END-IF
051900     MOVE VG-WORK-ID TO VG-STD-VIS-ID
052000     READ STANDING-BOOKING
052100         INVALID KEY
052200             DISPLAY 'STDMAINT0020E - NO STANDING BOOKING FOR '
052300                 'THAT VISITOR'
052400             GO TO 2400-EXIT
052500     END-READ
052520     PERFORM 2870-CHECK-VISITOR-SITE THRU 2870-EXIT
052540     IF NOT VG-SITE-AUTHORIZED
052560         GO TO 2400-EXIT
052580     END-IF
052600     MOVE VG-STANDING-RECORD TO VG-SAVE-IMAGE
052700     PERFORM 2650-SHOW-BOOKING THRU 2650-EXIT
052800     MOVE 'N' TO VG-ADDING-SWITCH
052900     PERFORM 2350-ACCEPT-DETAILS THRU 2350-EXIT
053000     IF VG-ENTRY-INVALID
053100         DISPLAY 'STDMAINT0021I - BOOKING NOT CHANGED'
053200         GO TO 2400-EXIT
053300     END-IF
053400     IF VG-STANDING-RECORD = VG-SAVE-IMAGE
053500         DISPLAY 'STDMAINT0022I - NOTHING ENTERED, '
053600             'NO CHANGE MADE'
053700         GO TO 2400-EXIT
053800     END-IF
053900     REWRITE VG-STANDING-RECORD
054000         INVALID KEY
054100             DISPLAY 'STDMAINT0023E - REWRITE FAILED, STATUS = '
054200                 VG-STANDBKG-STATUS
054300         NOT INVALID KEY
054400             DISPLAY 'STDMAINT0024I - STANDING BOOKING UPDATED'
054500             MOVE 'C' TO VG-CHG-ACTION
054600             MOVE VG-STD-VIS-ID TO VG-CHG-KEY
054700             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
054800             MOVE VG-STANDING-RECORD TO VG-CHG-AFTER-IMAGE
054900             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
055000     END-REWRITE.
055100 2400-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    2500-DELETE-BOOKING - ENDS THE STANDING BOOKING.  A VISIT  *
055600*    ALREADY BOOKED ON THE MASTER STAYS BOOKED; VISITOR-MAINT   *
055700*    CHANGES OR CLEARS IT IF IT IS NO LONGER WANTED.            *
055800******************************************************************
055900 2500-DELETE-BOOKING.
056000     DISPLAY 'ENTER VISITOR ID TO DELETE: ' WITH NO ADVANCING
056100     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
056200     IF VG-ID-INPUT-INVALID
056300         GO TO 2500-EXIT
056400     END-IF
056500     MOVE VG-WORK-ID TO VG-STD-VIS-ID
056600     READ STANDING-BOOKING
056700         INVALID KEY
056800             DISPLAY 'STDMAINT0025E - NO STANDING BOOKING FOR '
056900                 'THAT VISITOR'
057000             GO TO 2500-EXIT
057100     END-READ
057120     PERFORM 2870-CHECK-VISITOR-SITE THRU 2870-EXIT
057140     IF NOT VG-SITE-AUTHORIZED
057160         GO TO 2500-EXIT
057180     END-IF
057200     MOVE VG-STANDING-RECORD TO VG-SAVE-IMAGE
057300     DELETE STANDING-BOOKING
057400         INVALID KEY
057500             DISPLAY 'STDMAINT0026E - DELETE FAILED, STATUS = '
057600                 VG-STANDBKG-STATUS
057700         NOT INVALID KEY
057800             DISPLAY 'STDMAINT0027I - STANDING BOOKING DELETED'
057900             MOVE 'D' TO VG-CHG-ACTION
058000             MOVE VG-STD-VIS-ID TO VG-CHG-KEY
058100             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
058200             MOVE SPACES TO VG-CHG-AFTER-IMAGE
058300             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
058400     END-DELETE.
058500 2500-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900*    2600-INQUIRE-BOOKING                                       *
059000******************************************************************
059100 2600-INQUIRE-BOOKING.
059200     DISPLAY 'ENTER VISITOR ID TO INQUIRE: ' WITH NO ADVANCING
059300     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
059400     IF VG-ID-INPUT-INVALID
059500         GO TO 2600-EXIT
059600     END-IF
059700     MOVE VG-WORK-ID TO VG-STD-VIS-ID
059800     READ STANDING-BOOKING
059900         INVALID KEY
060000             DISPLAY 'STDMAINT0028E - NO STANDING BOOKING FOR '
060100                 'THAT VISITOR'
060200         NOT INVALID KEY
060300             PERFORM 2650-SHOW-BOOKING THRU 2650-EXIT
060400     END-READ.
060500 2600-EXIT.
060600     EXIT.
060700
060800 2650-SHOW-BOOKING.
060900     DISPLAY 'VISITOR ID ....: ' VG-STD-VIS-ID
061000     DISPLAY 'PATTERN .......: ' VG-STD-PATTERN
061100     DISPLAY 'DAYS MON-FRI ..: ' VG-STD-WEEKDAY-FLAGS
061200     DISPLAY 'WEEKS BETWEEN .: ' VG-STD-WEEK-INTERVAL
061300     DISPLAY 'START DATE ....: ' VG-STD-START-DATE
061400     DISPLAY 'END DATE ......: ' VG-STD-END-DATE
061500     DISPLAY 'LAST BOOKED ...: ' VG-STD-LAST-BOOKED.
061600 2650-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    2700-ACCEPT-VISITOR-ID - ACCEPT A VISITOR ID FROM THE      *
062100*    CONSOLE AND EDIT IT INTO VG-WORK-ID, AS VISITOR-MAINT      *
062200*    DOES.  LEADING ZEROS ARE NOT REQUIRED - THE DIGITS ARE     *
062300*    ACCUMULATED LEFT TO RIGHT AND EMBEDDED BLANKS OR           *
062400*    NON-DIGITS REJECT THE ENTRY.                               *
062500******************************************************************
062600 2700-ACCEPT-VISITOR-ID.
062700     MOVE SPACES TO VG-ID-INPUT
062800     ACCEPT VG-ID-INPUT
062900     MOVE 'Y' TO VG-ID-VALID-SWITCH
063000     MOVE 'N' TO VG-ID-ENDED-SWITCH
063100     MOVE ZERO TO VG-WORK-ID
063200     MOVE ZERO TO VG-ID-DIGIT-COUNT
063300     PERFORM 2750-EDIT-ONE-ID-CHAR THRU 2750-EXIT
063400         VARYING VG-ID-IDX FROM 1 BY 1
063500         UNTIL VG-ID-IDX > 6
063600     IF VG-ID-DIGIT-COUNT = 0
063700         MOVE 'N' TO VG-ID-VALID-SWITCH
063800     END-IF
063900     IF VG-ID-INPUT-INVALID
064000         DISPLAY 'STDMAINT0029E - VISITOR ID MUST BE 1 TO 6 '
064100             'DIGITS'
064200     END-IF.
064300 2700-EXIT.
064400     EXIT.
064500
064600 2750-EDIT-ONE-ID-CHAR.
064700     IF VG-ID-INPUT-CHAR(VG-ID-IDX) = SPACE
064800         IF VG-ID-DIGIT-COUNT > 0
064900             SET VG-ID-DIGITS-ENDED TO TRUE
065000         END-IF
065100     ELSE
065200         IF VG-ID-INPUT-CHAR(VG-ID-IDX) IS NUMERIC
065300             IF VG-ID-DIGITS-ENDED
065400                 MOVE 'N' TO VG-ID-VALID-SWITCH
065500             END-IF
065600             MOVE VG-ID-INPUT-CHAR(VG-ID-IDX) TO VG-ID-DIGIT-X
065700             COMPUTE VG-WORK-ID =
065800                 (VG-WORK-ID * 10) + VG-ID-DIGIT-9
065900             ADD 1 TO VG-ID-DIGIT-COUNT
066000         ELSE
066100             MOVE 'N' TO VG-ID-VALID-SWITCH
066200         END-IF
066300     END-IF.
066400 2750-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    2800-EDIT-DATE - THE ENTRY IN VG-DATE-INPUT MUST BE EIGHT  *
066900*    DIGITS AND A REAL CALENDAR DATE.  THE DATE IS LEFT IN      *
067000*    VG-WORK-DATE.                                              *
067100******************************************************************
067200 2800-EDIT-DATE.
067300     MOVE 'Y' TO VG-DATE-VALID-SWITCH
067400     IF VG-DATE-INPUT IS NUMERIC
067500         MOVE VG-DATE-INPUT TO VG-WORK-DATE
067600         IF VG-WORK-DATE-MM < 1 OR VG-WORK-DATE-MM > 12
067700                 OR VG-WORK-DATE-DD < 1 OR VG-WORK-DATE-DD > 31
067800             MOVE 'N' TO VG-DATE-VALID-SWITCH
067900         END-IF
068000     ELSE
068100         MOVE 'N' TO VG-DATE-VALID-SWITCH
068200     END-IF
068300     IF VG-DATE-INPUT-INVALID
068400         DISPLAY 'STDMAINT0030E - DATE MUST BE YYYYMMDD'
068500         GO TO 2800-EXIT
068600     END-IF
068700     MOVE VG-DAYS-IN-MONTH(VG-WORK-DATE-MM) TO VG-MONTH-LIMIT
068800     IF VG-WORK-DATE-MM = 2
068900         PERFORM 2880-CHECK-LEAP-YEAR THRU 2880-EXIT
069000     END-IF
069100     IF VG-WORK-DATE-DD > VG-MONTH-LIMIT
069200         MOVE 'N' TO VG-DATE-VALID-SWITCH
069300         DISPLAY 'STDMAINT0031E - NOT A REAL CALENDAR DATE'
069400     END-IF.
069500 2800-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900*    2840-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
070000*    WORK DATE.  THE REMAINDER IS 0 FOR SATURDAY AND 1 FOR      *
070100*    SUNDAY.  THE DIVISIONS ARE SPELLED OUT AS DIVIDE           *
070200*    STATEMENTS SO EVERY INTERMEDIATE RESULT TRUNCATES.         *
070300******************************************************************
070400 2840-COMPUTE-DAY-OF-WEEK.
070500     MOVE VG-WORK-DATE-MM TO VG-ZEL-MONTH
070600     COMPUTE VG-ZEL-YEAR =
070700         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
070800     IF VG-ZEL-MONTH < 3
070900         ADD 12 TO VG-ZEL-MONTH
071000         SUBTRACT 1 FROM VG-ZEL-YEAR
071100     END-IF
071200     COMPUTE VG-ZEL-TERM = 13 * (VG-ZEL-MONTH + 1)
071300     DIVIDE VG-ZEL-TERM BY 5 GIVING VG-ZEL-TERM
071400     DIVIDE VG-ZEL-YEAR BY 4 GIVING VG-ZEL-Y4
071500     DIVIDE VG-ZEL-YEAR BY 100 GIVING VG-ZEL-Y100
071600     DIVIDE VG-ZEL-YEAR BY 400 GIVING VG-ZEL-Y400
071700     COMPUTE VG-ZEL-SUM = VG-WORK-DATE-DD + VG-ZEL-TERM
071800         + VG-ZEL-YEAR + VG-ZEL-Y4 - VG-ZEL-Y100 + VG-ZEL-Y400
071900     DIVIDE VG-ZEL-SUM BY 7
072000         GIVING VG-ZEL-QUOT REMAINDER VG-DAY-OF-WEEK.
072100 2840-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500*    2850-CHECK-VISITOR - THE VISITOR ID MUST BE ON THE         *
072600*    INDEXED MASTER, AT A SITE THE OPERATOR IS AUTHORIZED FOR.  *
072700*    WITHOUT THE MASTER THE CHECK IS SKIPPED (WARNED AT         *
072750*    START-UP).                                                 *
072800******************************************************************
072900 2850-CHECK-VISITOR.
073000     MOVE 'Y' TO VG-ENTRY-SWITCH
073100     IF NOT VG-VISIDX-AVAILABLE
073200         GO TO 2850-EXIT
073300     END-IF
073400     MOVE VG-WORK-ID TO VG-VIS-ID
073500     READ VISITOR-MASTER-INDEXED
073600         INVALID KEY
073700             DISPLAY 'STDMAINT0032E - VISITOR NOT ON THE '
073800                 'VISITOR MASTER, ADD THEM WITH VISITOR-MAINT'
073900             SET VG-ENTRY-INVALID TO TRUE
074000         NOT INVALID KEY
074100             DISPLAY 'VISITOR .......: ' VG-VIS-NAME
074110             DISPLAY 'SITE ..........: ' VG-VIS-SITE-CODE
074120             PERFORM 2875-CHECK-SITE-AUTHORITY THRU 2875-EXIT
074130             IF NOT VG-SITE-AUTHORIZED
074140                 SET VG-ENTRY-INVALID TO TRUE
074150             END-IF
074200     END-READ.
074300 2850-EXIT.
074400     EXIT.
074401
074402******************************************************************
074403*    2870-CHECK-VISITOR-SITE - BEFORE A BOOKING IS CHANGED OR   *
074404*    DELETED, THE OPERATOR MUST BE AUTHORIZED FOR THE VISITOR'S *
074405*    SITE.  A VISITOR NO LONGER ON THE MASTER, OR NO MASTER AT  *
074406*    ALL, LEAVES NOTHING TO CHECK.                              *
074407******************************************************************
074408 2870-CHECK-VISITOR-SITE.
074409     SET VG-SITE-AUTHORIZED TO TRUE
074410     IF NOT VG-VISIDX-AVAILABLE
074411         GO TO 2870-EXIT
074412     END-IF
074413     MOVE VG-STD-VIS-ID TO VG-VIS-ID
074414     READ VISITOR-MASTER-INDEXED
074415         INVALID KEY
074416             GO TO 2870-EXIT
074417     END-READ
074418     PERFORM 2875-CHECK-SITE-AUTHORITY THRU 2875-EXIT.
074419 2870-EXIT.
074420     EXIT.
074421
074422******************************************************************
074423*    2875-CHECK-SITE-AUTHORITY - IS THE OPERATOR AUTHORIZED FOR *
074424*    THE SITE OF THE VISITOR JUST READ? A '**' ENTRY ON THE     *
074425*    PROFILE MATCHES EVERY SITE, INCLUDING A BLANK ONE.         *
074426******************************************************************
074427 2875-CHECK-SITE-AUTHORITY.
074428     MOVE 'N' TO VG-SITE-AUTH-SWITCH
074429     PERFORM 2877-CHECK-ONE-AUTH-SITE THRU 2877-EXIT
074430         VARYING VG-SITE-SUB FROM 1 BY 1
074431         UNTIL VG-SITE-SUB > 5 OR VG-SITE-AUTHORIZED
074432     IF NOT VG-SITE-AUTHORIZED
074433         DISPLAY 'STDMAINT0034E - OPERATOR ' VG-OPERATOR-ID
074434             ' NOT AUTHORIZED FOR SITE ' VG-VIS-SITE-CODE
074435     END-IF.
074436 2875-EXIT.
074437     EXIT.
074438
074439 2877-CHECK-ONE-AUTH-SITE.
074440     IF VG-SIGNON-SITE-CODE(VG-SITE-SUB) = '**'
074441         SET VG-SITE-AUTHORIZED TO TRUE
074442         GO TO 2877-EXIT
074443     END-IF
074444     IF VG-SIGNON-SITE-CODE(VG-SITE-SUB) NOT = SPACES
074445             AND VG-SIGNON-SITE-CODE(VG-SITE-SUB)
074446                 = VG-VIS-SITE-CODE
074447         SET VG-SITE-AUTHORIZED TO TRUE
074448     END-IF.
074449 2877-EXIT.
074450     EXIT.
074500
074600 2880-CHECK-LEAP-YEAR.
074700     COMPUTE VG-CHECK-YEAR =
074800         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
074900     DIVIDE VG-CHECK-YEAR BY 4
075000         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
075100     IF VG-LEAP-REMAINDER = 0
075200         DIVIDE VG-CHECK-YEAR BY 100
075300             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
075400         IF VG-LEAP-REMAINDER = 0
075500             DIVIDE VG-CHECK-YEAR BY 400
075600                 GIVING VG-LEAP-QUOTIENT
075700                 REMAINDER VG-LEAP-REMAINDER
075800             IF VG-LEAP-REMAINDER = 0
075900                 MOVE 29 TO VG-MONTH-LIMIT
076000             END-IF
076100         ELSE
076200             MOVE 29 TO VG-MONTH-LIMIT
076300         END-IF
076400     END-IF.
076500 2880-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    2950-WRITE-CHANGE-HISTORY - APPEND ONE CHANGE-HISTORY      *
077000*    RECORD.  THE CALLER HAS ALREADY SET THE ACTION, KEY, AND   *
077100*    BEFORE/AFTER IMAGES.                                       *
077200******************************************************************
077300 2950-WRITE-CHANGE-HISTORY.
077400     MOVE VG-RUN-DATE TO VG-CHG-DATE
077500     ACCEPT VG-CHG-TIME FROM TIME
077600     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
077700     MOVE 'STANDBKG' TO VG-CHG-FILE-ID
077800     WRITE VG-CHANGE-RECORD.
077900 2950-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300*    3000-TERMINATE                                             *
078400******************************************************************
078500 3000-TERMINATE.
078600     CLOSE STANDING-BOOKING
078700     IF VG-VISIDX-AVAILABLE
078800         CLOSE VISITOR-MASTER-INDEXED
078900     END-IF
079000     CLOSE CHANGE-HISTORY
079100     DISPLAY 'STDMAINT0033I - STANDING BOOKING MAINTENANCE '
079200         'ENDED'.
079300 3000-EXIT.
079400     EXIT.
