000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WATCH-MAINT.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    WATCH-MAINT                                                *
001000*                                                                *
001100*    ONLINE MAINTENANCE TRANSACTION FOR THE SECURITY WATCH      *
001200*    LIST - THE PEOPLE BARRED FROM THE BUILDING.  LETS          *
001300*    SECURITY ADD A NAME, CHANGE THE VISITOR ID OR REASON ON    *
001400*    AN ENTRY, REMOVE AN ENTRY, OR LOOK ONE UP.  HELLO-WORLD    *
001500*    AND GREETING-CYCLE SCREEN EVERY VISITOR AGAINST THIS FILE  *
001600*    BEFORE ANYTHING IS ISSUED, AND VISITOR-MAINT WARNS AT      *
001700*    BOOKING TIME ON A NAME MATCH.  MODELED ON LANGUAGE-MAINT   *
001800*    AND HOST-MAINT.                                            *
001900*                                                                *
002000*    THE RECORD KEY IS THE NAME, FOLDED TO UPPER CASE HERE SO   *
002100*    THE SCREENING RUNS CAN MATCH HOWEVER THE DESK KEYED THE    *
002200*    BOOKING.  THE VISITOR ID IS OPTIONAL - BLANK MEANS EVERY   *
002300*    VISITOR OF THAT NAME.  THE OPERATOR SIGNS ON AGAINST THE   *
002400*    OPERATOR-PROFILE FILE AND EVERY ADD, CHANGE, AND DELETE    *
002500*    IS WRITTEN TO THE CHANGE-HISTORY FILE WITH BEFORE AND      *
002600*    AFTER IMAGES UNDER FILE ID WATCHLST.  THE CHANGE-HISTORY   *
002700*    KEY HOLDS THE FIRST EIGHT CHARACTERS OF THE NAME; THE      *
002800*    IMAGES CARRY IT IN FULL.                                   *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    ----------------------                                     *
003200*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003300*                                                                *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT WATCH-LIST
004400         ASSIGN TO 'WATCHLST'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS VG-WCH-NAME
004800         FILE STATUS IS VG-WATCHLST-STATUS.
004900
005000     SELECT OPERATOR-PROFILE
005100         ASSIGN TO 'OPERPROF'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS VG-OPR-ID
005500         FILE STATUS IS VG-OPERPROF-STATUS.
005600
005700     SELECT CHANGE-HISTORY
005800         ASSIGN TO 'CHGHIST'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS VG-CHGHIST-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  WATCH-LIST
006500     LABEL RECORDS ARE STANDARD.
006600     COPY WTCHREC.
006700
006800 FD  OPERATOR-PROFILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY OPERREC.
007100
007200 FD  CHANGE-HISTORY
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CHGHREC.
007500
007600 WORKING-STORAGE SECTION.
007700
007800 01  VG-SWITCHES.
007900     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
008000         88  VG-DONE                            VALUE 'Y'.
008100     05  VG-SIGNON-SWITCH            PIC X(01) VALUE 'N'.
008200         88  VG-SIGNED-ON                       VALUE 'Y'.
008300     05  VG-PROFILE-SWITCH           PIC X(01) VALUE 'N'.
008400         88  VG-PROFILES-ON-FILE                VALUE 'Y'.
008500     05  VG-ID-VALID-SWITCH          PIC X(01) VALUE 'Y'.
008600         88  VG-ID-INPUT-VALID                  VALUE 'Y'.
008700         88  VG-ID-INPUT-INVALID                VALUE 'N'.
008800     05  VG-ID-ENDED-SWITCH          PIC X(01) VALUE 'N'.
008900         88  VG-ID-DIGITS-ENDED                 VALUE 'Y'.
009000
009100 01  VG-FILE-STATUSES.
009200     05  VG-WATCHLST-STATUS          PIC X(02).
009300     05  VG-OPERPROF-STATUS          PIC X(02).
009400     05  VG-CHGHIST-STATUS           PIC X(02).
009500
009600 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
009700 01  VG-WORK-ID                      PIC 9(06) VALUE ZERO.
009800 01  VG-ID-INPUT                     PIC X(06) VALUE SPACES.
009900 01  VG-ID-INPUT-CHARS REDEFINES VG-ID-INPUT.
010000     05  VG-ID-INPUT-CHAR OCCURS 6 TIMES PIC X(01).
010100 01  VG-ID-DIGIT-X                   PIC X(01) VALUE ZERO.
010200 01  VG-ID-DIGIT-9 REDEFINES VG-ID-DIGIT-X
010300                                     PIC 9(01).
010400 01  VG-ID-EDIT-FIELDS.
010500     05  VG-ID-IDX                   PIC 9(02) COMP VALUE ZERO.
010600     05  VG-ID-DIGIT-COUNT           PIC 9(02) COMP VALUE ZERO.
010700 01  VG-NEW-REASON                   PIC X(24) VALUE SPACES.
010800 01  VG-LOWER-ALPHABET               PIC X(26) VALUE
010900         'abcdefghijklmnopqrstuvwxyz'.
011000 01  VG-UPPER-ALPHABET               PIC X(26) VALUE
011100         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011200
011300 01  VG-RUN-DATE                     PIC 9(08) VALUE ZERO.
011400 01  VG-OPERATOR-ID                  PIC X(08) VALUE SPACES.
011500 01  VG-SIGNON-ID                    PIC X(08) VALUE SPACES.
011600 01  VG-SIGNON-PASSWORD              PIC X(08) VALUE SPACES.
011700 01  VG-SIGNON-TRIES                 PIC 9(01) COMP VALUE ZERO.
011800 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
011900
012000 PROCEDURE DIVISION.
012100
012200******************************************************************
012300*    0000-MAINLINE                                              *
012400******************************************************************
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012700     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
012800         UNTIL VG-DONE
012900     PERFORM 3000-TERMINATE THRU 3000-EXIT
013000     STOP RUN.
013100
013200******************************************************************
013300*    1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE      *
013400*    WATCH LIST, CREATING IT ON ITS VERY FIRST USE IF IT DOES   *
013500*    NOT YET EXIST                                              *
013600******************************************************************
013700 1000-INITIALIZE.
013800     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
013900     PERFORM 1200-OPERATOR-SIGNON THRU 1200-EXIT
014000     IF NOT VG-SIGNED-ON
014100         DISPLAY 'WCHMAINT0001E - SIGN-ON FAILED, SESSION '
014200             'ENDED'
014300         MOVE 8 TO RETURN-CODE
014400         GO TO 1000-ABEND
014500     END-IF
014600     OPEN I-O WATCH-LIST
014700     IF VG-WATCHLST-STATUS = '35'
014800         OPEN OUTPUT WATCH-LIST
014900         CLOSE WATCH-LIST
015000         OPEN I-O WATCH-LIST
015100     END-IF
015200     IF VG-WATCHLST-STATUS NOT = '00'
015300         DISPLAY 'WCHMAINT0002E - UNABLE TO OPEN '
015400             'WATCH-LIST, STATUS = ' VG-WATCHLST-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 1000-ABEND
015700     END-IF
015800     OPEN EXTEND CHANGE-HISTORY
015900     IF VG-CHGHIST-STATUS = '35'
016000         OPEN OUTPUT CHANGE-HISTORY
016100     END-IF.
016200 1000-EXIT.
016300     EXIT.
016400 1000-ABEND.
016500     STOP RUN.
016600
016700******************************************************************
016800*    1200-OPERATOR-SIGNON - THE OPERATOR MUST SIGN ON AGAINST   *
016900*    THE OPERATOR-PROFILE FILE BEFORE ANY CHANGE IS ACCEPTED,   *
017000*    EXACTLY AS LANGUAGE-MAINT DOES.  THREE FAILED TRIES END    *
017100*    THE SESSION.  A SITE WITHOUT THE PROFILE FILE GETS A       *
017200*    WARNING AND AN UNVERIFIED OPERATOR ID.                     *
017300******************************************************************
017400 1200-OPERATOR-SIGNON.
017500     OPEN INPUT OPERATOR-PROFILE
017600     IF VG-OPERPROF-STATUS = '35'
017700         DISPLAY 'WCHMAINT0003W - NO OPERATOR-PROFILE FILE, '
017800             'SIGN-ON NOT ENFORCED'
017900         DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
018000         ACCEPT VG-OPERATOR-ID
018100         IF VG-OPERATOR-ID = SPACES
018200             MOVE 'UNKNOWN' TO VG-OPERATOR-ID
018300         END-IF
018400         SET VG-SIGNED-ON TO TRUE
018500         GO TO 1200-EXIT
018600     END-IF
018700     IF VG-OPERPROF-STATUS NOT = '00'
018800         DISPLAY 'WCHMAINT0004E - UNABLE TO OPEN '
018900             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
019000         GO TO 1200-EXIT
019100     END-IF
019200     SET VG-PROFILES-ON-FILE TO TRUE
019300     MOVE ZERO TO VG-SIGNON-TRIES
019400     PERFORM 1250-ACCEPT-SIGNON THRU 1250-EXIT
019500         UNTIL VG-SIGNED-ON OR VG-SIGNON-TRIES > 2
019600     CLOSE OPERATOR-PROFILE.
019700 1200-EXIT.
019800     EXIT.
019900
020000 1250-ACCEPT-SIGNON.
020100     ADD 1 TO VG-SIGNON-TRIES
020200     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
020300     ACCEPT VG-SIGNON-ID
020400     DISPLAY 'ENTER PASSWORD: ' WITH NO ADVANCING
020500     ACCEPT VG-SIGNON-PASSWORD
020600     MOVE VG-SIGNON-ID TO VG-OPR-ID
020700     READ OPERATOR-PROFILE
020800         INVALID KEY
020900             DISPLAY 'WCHMAINT0005E - OPERATOR NOT ON FILE'
021000         NOT INVALID KEY
021100             IF NOT VG-OPR-ACTIVE
021200                 DISPLAY 'WCHMAINT0006E - OPERATOR DISABLED'
021300             ELSE
021400                 IF VG-OPR-PASSWORD NOT = VG-SIGNON-PASSWORD
021500                     DISPLAY 'WCHMAINT0007E - PASSWORD '
021600                         'INCORRECT'
021700                 ELSE
021800                     SET VG-SIGNED-ON TO TRUE
021900                     MOVE VG-SIGNON-ID TO VG-OPERATOR-ID
022000                     DISPLAY 'WCHMAINT0008I - SIGNED ON: '
022100                         VG-OPR-NAME
022200                 END-IF
022300             END-IF
022400     END-READ.
022500 1250-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900*    2000-PROCESS-TRANSACTION - MENU DISPATCH                   *
023000******************************************************************
023100 2000-PROCESS-TRANSACTION.
023200     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
023300     PERFORM 2150-ACCEPT-SELECTION THRU 2150-EXIT
023400     EVALUATE VG-MENU-SELECTION
023500         WHEN '1'
023600             PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
023700         WHEN '2'
023800             PERFORM 2400-CHANGE-ENTRY THRU 2400-EXIT
023900         WHEN '3'
024000             PERFORM 2500-DELETE-ENTRY THRU 2500-EXIT
024100         WHEN '4'
024200             PERFORM 2600-INQUIRE-ENTRY THRU 2600-EXIT
024300         WHEN '5'
024400             SET VG-DONE TO TRUE
024500         WHEN OTHER
024600             DISPLAY 'WCHMAINT0009E - INVALID SELECTION, '
024700                 'ENTER 1 THRU 5'
024800     END-EVALUATE.
024900 2000-EXIT.
025000     EXIT.
025100
025200 2100-DISPLAY-MENU.
025300     DISPLAY ' '
025400     DISPLAY 'SECURITY WATCH-LIST MAINTENANCE'
025500     DISPLAY '1 = ADD       2 = CHANGE     3 = DELETE'
025600     DISPLAY '4 = INQUIRE   5 = EXIT'
025700     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
025800 2100-EXIT.
025900     EXIT.
026000
026100 2150-ACCEPT-SELECTION.
026200     ACCEPT VG-MENU-SELECTION.
026300 2150-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*    2300-ADD-ENTRY                                             *
026800******************************************************************
026900 2300-ADD-ENTRY.
027000     MOVE SPACES TO VG-WATCH-RECORD
027100     DISPLAY 'ENTER NAME: ' WITH NO ADVANCING
027200     PERFORM 2650-ACCEPT-NAME THRU 2650-EXIT
027300     IF VG-WCH-NAME = SPACES
027400         DISPLAY 'WCHMAINT0010E - NAME REQUIRED'
027500         GO TO 2300-EXIT
027600     END-IF
027700     DISPLAY 'ENTER VISITOR ID (BLANK FOR ANY BOOKING '
027800         'UNDER THIS NAME): ' WITH NO ADVANCING
027900     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
028000     IF VG-ID-INPUT-INVALID
028100         GO TO 2300-EXIT
028200     END-IF
028300     MOVE VG-WORK-ID TO VG-WCH-VIS-ID
028400     DISPLAY 'ENTER REASON: ' WITH NO ADVANCING
028500     ACCEPT VG-WCH-REASON
028600     IF VG-WCH-REASON = SPACES
028700         DISPLAY 'WCHMAINT0011E - REASON REQUIRED'
028800         GO TO 2300-EXIT
028900     END-IF
029000     WRITE VG-WATCH-RECORD
029100         INVALID KEY
029200             DISPLAY 'WCHMAINT0012E - NAME ALREADY ON THE '
029300                 'WATCH LIST, USE CHANGE INSTEAD'
029400         NOT INVALID KEY
029500             DISPLAY 'WCHMAINT0013I - ENTRY ADDED'
029600             MOVE 'A' TO VG-CHG-ACTION
029700             MOVE VG-WCH-NAME TO VG-CHG-KEY
029800             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
029900             MOVE VG-WATCH-RECORD TO VG-CHG-AFTER-IMAGE
030000             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
030100     END-WRITE.
030200 2300-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600*    2400-CHANGE-ENTRY - A BLANK REASON KEEPS THE CURRENT ONE.  *
030700*    THE VISITOR ID IS ALWAYS RE-ENTERED, SINCE BLANK IS ITSELF *
030800*    A MEANINGFUL VALUE (ANY BOOKING UNDER THE NAME).           *
030900******************************************************************
031000 2400-CHANGE-ENTRY.
031100     DISPLAY 'ENTER NAME TO CHANGE: ' WITH NO ADVANCING
031200     PERFORM 2650-ACCEPT-NAME THRU 2650-EXIT
031300     READ WATCH-LIST
031400         INVALID KEY
031500             DISPLAY 'WCHMAINT0014E - NAME NOT ON THE WATCH LIST'
031600             GO TO 2400-EXIT
031700     END-READ
031800     MOVE VG-WATCH-RECORD TO VG-SAVE-IMAGE
031900     DISPLAY 'CURRENT VISITOR ID ..: ' VG-WCH-VIS-ID
032000     DISPLAY 'CURRENT REASON ......: ' VG-WCH-REASON
032100     DISPLAY 'ENTER VISITOR ID (BLANK FOR ANY BOOKING '
032200         'UNDER THIS NAME): ' WITH NO ADVANCING
032300     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
032400     IF VG-ID-INPUT-INVALID
032500         GO TO 2400-EXIT
032600     END-IF
032700     DISPLAY 'ENTER REASON (BLANK TO KEEP CURRENT): '
032800         WITH NO ADVANCING
032900     MOVE SPACES TO VG-NEW-REASON
033000     ACCEPT VG-NEW-REASON
033100     MOVE VG-WORK-ID TO VG-WCH-VIS-ID
033200     IF VG-NEW-REASON NOT = SPACES
033300         MOVE VG-NEW-REASON TO VG-WCH-REASON
033400     END-IF
033500     IF VG-WATCH-RECORD = VG-SAVE-IMAGE
033600         DISPLAY 'WCHMAINT0015I - NOTHING CHANGED, '
033700             'NO CHANGE MADE'
033800         GO TO 2400-EXIT
033900     END-IF
034000     REWRITE VG-WATCH-RECORD
034100         INVALID KEY
034200             DISPLAY 'WCHMAINT0016E - REWRITE FAILED, STATUS = '
034300                 VG-WATCHLST-STATUS
034400         NOT INVALID KEY
034500             DISPLAY 'WCHMAINT0017I - ENTRY UPDATED'
034600             MOVE 'C' TO VG-CHG-ACTION
034700             MOVE VG-WCH-NAME TO VG-CHG-KEY
034800             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
034900             MOVE VG-WATCH-RECORD TO VG-CHG-AFTER-IMAGE
035000             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
035100     END-REWRITE.
035200 2400-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    2500-DELETE-ENTRY - THE ENTRY IS GONE FROM THE FILE BUT    *
035700*    ITS LAST IMAGE STAYS ON THE CHANGE HISTORY                 *
035800******************************************************************
035900 2500-DELETE-ENTRY.
036000     DISPLAY 'ENTER NAME TO DELETE: ' WITH NO ADVANCING
036100     PERFORM 2650-ACCEPT-NAME THRU 2650-EXIT
036200     READ WATCH-LIST
036300         INVALID KEY
036400             DISPLAY 'WCHMAINT0018E - NAME NOT ON THE WATCH LIST'
036500             GO TO 2500-EXIT
036600     END-READ
036700     MOVE VG-WATCH-RECORD TO VG-SAVE-IMAGE
036800     DELETE WATCH-LIST
036900         INVALID KEY
037000             DISPLAY 'WCHMAINT0019E - DELETE FAILED, STATUS = '
037100                 VG-WATCHLST-STATUS
037200         NOT INVALID KEY
037300             DISPLAY 'WCHMAINT0020I - ENTRY DELETED'
037400             MOVE 'D' TO VG-CHG-ACTION
037500             MOVE VG-WCH-NAME TO VG-CHG-KEY
037600             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
037700             MOVE SPACES TO VG-CHG-AFTER-IMAGE
037800             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
037900     END-DELETE.
038000 2500-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    2600-INQUIRE-ENTRY                                         *
038500******************************************************************
038600 2600-INQUIRE-ENTRY.
038700     DISPLAY 'ENTER NAME TO INQUIRE: ' WITH NO ADVANCING
038800     PERFORM 2650-ACCEPT-NAME THRU 2650-EXIT
038900     READ WATCH-LIST
039000         INVALID KEY
039100             DISPLAY 'WCHMAINT0021E - NAME NOT ON THE WATCH LIST'
039200         NOT INVALID KEY
039300             DISPLAY 'NAME ..........: ' VG-WCH-NAME
039400             IF VG-WCH-VIS-ID = ZERO
039500                 DISPLAY 'VISITOR ID ....: ANY'
039600             ELSE
039700                 DISPLAY 'VISITOR ID ....: ' VG-WCH-VIS-ID
039800             END-IF
039900             DISPLAY 'REASON ........: ' VG-WCH-REASON
040000     END-READ.
040100 2600-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    2650-ACCEPT-NAME - ACCEPT A NAME INTO THE RECORD KEY,      *
040600*    FOLDED TO UPPER CASE THE SAME WAY THE SCREENING RUNS FOLD  *
040700*    THE VISITOR'S NAME                                         *
040800******************************************************************
040900 2650-ACCEPT-NAME.
041000     MOVE SPACES TO VG-WCH-NAME
041100     ACCEPT VG-WCH-NAME
041200     INSPECT VG-WCH-NAME
041300         CONVERTING VG-LOWER-ALPHABET TO VG-UPPER-ALPHABET.
041400 2650-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*    2700-ACCEPT-VISITOR-ID - ACCEPT AN OPTIONAL VISITOR ID     *
041900*    FROM THE CONSOLE INTO VG-WORK-ID, EDITED AS VISITOR-MAINT  *
042000*    EDITS ONE.  A BLANK ENTRY IS VALID HERE AND LEAVES ZERO.   *
042100******************************************************************
042200 2700-ACCEPT-VISITOR-ID.
042300     MOVE SPACES TO VG-ID-INPUT
042400     ACCEPT VG-ID-INPUT
042500     MOVE 'Y' TO VG-ID-VALID-SWITCH
042600     MOVE 'N' TO VG-ID-ENDED-SWITCH
042700     MOVE ZERO TO VG-WORK-ID
042800     MOVE ZERO TO VG-ID-DIGIT-COUNT
042900     PERFORM 2750-EDIT-ONE-ID-CHAR THRU 2750-EXIT
043000         VARYING VG-ID-IDX FROM 1 BY 1
043100         UNTIL VG-ID-IDX > 6
043200     IF VG-ID-INPUT-INVALID
043300         DISPLAY 'WCHMAINT0022E - VISITOR ID MUST BE BLANK OR '
043400             '1 TO 6 DIGITS'
043500     END-IF.
043600 2700-EXIT.
043700     EXIT.
043800
043900 2750-EDIT-ONE-ID-CHAR.
044000     IF VG-ID-INPUT-CHAR(VG-ID-IDX) = SPACE
044100         IF VG-ID-DIGIT-COUNT > 0
044200             SET VG-ID-DIGITS-ENDED TO TRUE
044300         END-IF
044400     ELSE
044500         IF VG-ID-INPUT-CHAR(VG-ID-IDX) IS NUMERIC
044600             IF VG-ID-DIGITS-ENDED
044700                 MOVE 'N' TO VG-ID-VALID-SWITCH
044800             END-IF
044900             MOVE VG-ID-INPUT-CHAR(VG-ID-IDX) TO VG-ID-DIGIT-X
045000             COMPUTE VG-WORK-ID =
045100                 (VG-WORK-ID * 10) + VG-ID-DIGIT-9
045200             ADD 1 TO VG-ID-DIGIT-COUNT
045300         ELSE
045400             MOVE 'N' TO VG-ID-VALID-SWITCH
045500         END-IF
045600     END-IF.
045700 2750-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    2950-WRITE-CHANGE-HISTORY - APPEND ONE CHANGE-HISTORY      *
046200*    RECORD.  THE CALLER HAS ALREADY SET THE ACTION, KEY, AND   *
046300*    BEFORE/AFTER IMAGES.                                       *
046400******************************************************************
046500 2950-WRITE-CHANGE-HISTORY.
046600     MOVE VG-RUN-DATE TO VG-CHG-DATE
046700     ACCEPT VG-CHG-TIME FROM TIME
046800     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
046900     MOVE 'WATCHLST' TO VG-CHG-FILE-ID
047000     WRITE VG-CHANGE-RECORD.
047100 2950-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    3000-TERMINATE                                              *
047600******************************************************************
047700 3000-TERMINATE.
047800     CLOSE WATCH-LIST
047900     CLOSE CHANGE-HISTORY
048000     DISPLAY 'WCHMAINT0023I - WATCH-LIST MAINTENANCE ENDED'.
048100 3000-EXIT.
048200     EXIT.
