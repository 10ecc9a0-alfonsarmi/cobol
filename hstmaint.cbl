000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOST-MAINT.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    HOST-MAINT                                                 *
001000*                                                                *
001100*    ONLINE MAINTENANCE TRANSACTION FOR THE KEYED HOST          *
001200*    EMPLOYEE DIRECTORY.  LETS THE FRONT DESK ADD A HOST,       *
001300*    CORRECT A NAME, DEPARTMENT, OR PHONE EXTENSION, MARK A     *
001400*    HOST WHO HAS LEFT AS INACTIVE, REACTIVATE ONE, OR LOOK     *
001500*    ONE UP.  VISITOR-MAINT AND VISITOR-BATCH VALIDATE EVERY    *
001600*    HOST EMPLOYEE ID AGAINST THIS FILE, AND THE GREETING RUNS  *
001700*    NOTIFY ONLY ACTIVE HOSTS.  MODELED ON LANGUAGE-MAINT AND   *
001800*    OPERATOR-MAINT.                                            *
001900*                                                                *
002000*    THE RECORD KEY IS THE EIGHT-CHARACTER EMPLOYEE ID.  A      *
002100*    HOST IS MADE INACTIVE RATHER THAN DELETED SO BOOKINGS AND  *
002200*    CHANGE-HISTORY ENTRIES THAT NAME THE HOST STILL RESOLVE.   *
002300*    THE OPERATOR SIGNS ON AGAINST THE OPERATOR-PROFILE FILE    *
002400*    AND EVERY ADD AND CHANGE IS WRITTEN TO THE CHANGE-HISTORY  *
002500*    FILE WITH BEFORE AND AFTER IMAGES UNDER FILE ID HOSTDIR.   *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------                                     *
002900*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003000*                                                                *
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HOST-DIRECTORY
004100         ASSIGN TO 'HOSTDIR'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS VG-HST-ID
004500         FILE STATUS IS VG-HOSTDIR-STATUS.
004600
004700     SELECT OPERATOR-PROFILE
004800         ASSIGN TO 'OPERPROF'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS VG-OPR-ID
005200         FILE STATUS IS VG-OPERPROF-STATUS.
005300
005400     SELECT CHANGE-HISTORY
005500         ASSIGN TO 'CHGHIST'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VG-CHGHIST-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  HOST-DIRECTORY
006200     LABEL RECORDS ARE STANDARD.
006300     COPY HOSTREC.
006400
006500 FD  OPERATOR-PROFILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY OPERREC.
006800
006900 FD  CHANGE-HISTORY
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CHGHREC.
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  VG-SWITCHES.
007600     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
007700         88  VG-DONE                            VALUE 'Y'.
007800     05  VG-SIGNON-SWITCH            PIC X(01) VALUE 'N'.
007900         88  VG-SIGNED-ON                       VALUE 'Y'.
008000     05  VG-PROFILE-SWITCH           PIC X(01) VALUE 'N'.
008100         88  VG-PROFILES-ON-FILE                VALUE 'Y'.
008200
008300 01  VG-FILE-STATUSES.
008400     05  VG-HOSTDIR-STATUS           PIC X(02).
008500     05  VG-OPERPROF-STATUS          PIC X(02).
008600     05  VG-CHGHIST-STATUS           PIC X(02).
008700
008800 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
008900 01  VG-NEW-HOST-NAME                PIC X(20) VALUE SPACES.
009000 01  VG-NEW-HOST-DEPT                PIC X(10) VALUE SPACES.
009100 01  VG-NEW-HOST-PHONE-EXT           PIC X(06) VALUE SPACES.
009200
009300 01  VG-RUN-DATE                     PIC 9(08) VALUE ZERO.
009400 01  VG-OPERATOR-ID                  PIC X(08) VALUE SPACES.
009500 01  VG-SIGNON-ID                    PIC X(08) VALUE SPACES.
009600 01  VG-SIGNON-PASSWORD              PIC X(08) VALUE SPACES.
009700 01  VG-SIGNON-TRIES                 PIC 9(01) COMP VALUE ZERO.
009800 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
009900
010000 PROCEDURE DIVISION.
010100
010200******************************************************************
010300*    0000-MAINLINE                                              *
010400******************************************************************
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010700     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
010800         UNTIL VG-DONE
010900     PERFORM 3000-TERMINATE THRU 3000-EXIT
011000     STOP RUN.
011100
011200******************************************************************
011300*    1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE HOST *
011400*    DIRECTORY, CREATING IT ON ITS VERY FIRST USE IF IT DOES    *
011500*    NOT YET EXIST                                              *
011600******************************************************************
011700 1000-INITIALIZE.
011800     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
011900     PERFORM 1200-OPERATOR-SIGNON THRU 1200-EXIT
012000     IF NOT VG-SIGNED-ON
012100         DISPLAY 'HSTMAINT0001E - SIGN-ON FAILED, SESSION '
012200             'ENDED'
012300         MOVE 8 TO RETURN-CODE
012400         GO TO 1000-ABEND
012500     END-IF
012600     OPEN I-O HOST-DIRECTORY
012700     IF VG-HOSTDIR-STATUS = '35'
012800         OPEN OUTPUT HOST-DIRECTORY
012900         CLOSE HOST-DIRECTORY
013000         OPEN I-O HOST-DIRECTORY
013100     END-IF
013200     IF VG-HOSTDIR-STATUS NOT = '00'
013300         DISPLAY 'HSTMAINT0002E - UNABLE TO OPEN '
013400             'HOST-DIRECTORY, STATUS = ' VG-HOSTDIR-STATUS
013500         MOVE 16 TO RETURN-CODE
013600         GO TO 1000-ABEND
013700     END-IF
013800     OPEN EXTEND CHANGE-HISTORY
013900     IF VG-CHGHIST-STATUS = '35'
014000         OPEN OUTPUT CHANGE-HISTORY
014100     END-IF.
014200 1000-EXIT.
014300     EXIT.
014400 1000-ABEND.
014500     STOP RUN.
014600
014700******************************************************************
014800*    1200-OPERATOR-SIGNON - THE OPERATOR MUST SIGN ON AGAINST   *
014900*    THE OPERATOR-PROFILE FILE BEFORE ANY CHANGE IS ACCEPTED,   *
015000*    EXACTLY AS LANGUAGE-MAINT DOES.  THREE FAILED TRIES END    *
015100*    THE SESSION.  A SITE WITHOUT THE PROFILE FILE GETS A       *
015200*    WARNING AND AN UNVERIFIED OPERATOR ID.                     *
015300******************************************************************
015400 1200-OPERATOR-SIGNON.
015500     OPEN INPUT OPERATOR-PROFILE
015600     IF VG-OPERPROF-STATUS = '35'
015700         DISPLAY 'HSTMAINT0003W - NO OPERATOR-PROFILE FILE, '
015800             'SIGN-ON NOT ENFORCED'
015900         DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
016000         ACCEPT VG-OPERATOR-ID
016100         IF VG-OPERATOR-ID = SPACES
016200             MOVE 'UNKNOWN' TO VG-OPERATOR-ID
016300         END-IF
016400         SET VG-SIGNED-ON TO TRUE
016500         GO TO 1200-EXIT
016600     END-IF
016700     IF VG-OPERPROF-STATUS NOT = '00'
016800         DISPLAY 'HSTMAINT0004E - UNABLE TO OPEN '
016900             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
017000         GO TO 1200-EXIT
017100     END-IF
017200     SET VG-PROFILES-ON-FILE TO TRUE
017300     MOVE ZERO TO VG-SIGNON-TRIES
017400     PERFORM 1250-ACCEPT-SIGNON THRU 1250-EXIT
017500         UNTIL VG-SIGNED-ON OR VG-SIGNON-TRIES > 2
017600     CLOSE OPERATOR-PROFILE.
017700 1200-EXIT.
017800     EXIT.
017900
018000 1250-ACCEPT-SIGNON.
018100     ADD 1 TO VG-SIGNON-TRIES
018200     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
018300     ACCEPT VG-SIGNON-ID
018400     DISPLAY 'ENTER PASSWORD: ' WITH NO ADVANCING
018500     ACCEPT VG-SIGNON-PASSWORD
018600     MOVE VG-SIGNON-ID TO VG-OPR-ID
018700     READ OPERATOR-PROFILE
018800         INVALID KEY
018900             DISPLAY 'HSTMAINT0005E - OPERATOR NOT ON FILE'
019000         NOT INVALID KEY
019100             IF NOT VG-OPR-ACTIVE
019200                 DISPLAY 'HSTMAINT0006E - OPERATOR DISABLED'
019300             ELSE
019400                 IF VG-OPR-PASSWORD NOT = VG-SIGNON-PASSWORD
019500                     DISPLAY 'HSTMAINT0007E - PASSWORD '
019600                         'INCORRECT'
019700                 ELSE
019800                     SET VG-SIGNED-ON TO TRUE
019900                     MOVE VG-SIGNON-ID TO VG-OPERATOR-ID
020000                     DISPLAY 'HSTMAINT0008I - SIGNED ON: '
020100                         VG-OPR-NAME
020200                 END-IF
020300             END-IF
020400     END-READ.
020500 1250-EXIT.
020600     EXIT.
020700
020800******************************************************************
020900*    2000-PROCESS-TRANSACTION - MENU DISPATCH                   *
021000******************************************************************
021100 2000-PROCESS-TRANSACTION.
021200     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
021300     PERFORM 2150-ACCEPT-SELECTION THRU 2150-EXIT
021400     EVALUATE VG-MENU-SELECTION
021500         WHEN '1'
021600             PERFORM 2300-ADD-HOST THRU 2300-EXIT
021700         WHEN '2'
021800             PERFORM 2400-CHANGE-HOST THRU 2400-EXIT
021900         WHEN '3'
022000             PERFORM 2500-DEACTIVATE-HOST THRU 2500-EXIT
022100         WHEN '4'
022200             PERFORM 2550-REACTIVATE-HOST THRU 2550-EXIT
022300         WHEN '5'
022400             PERFORM 2600-INQUIRE-HOST THRU 2600-EXIT
022500         WHEN '6'
022600             SET VG-DONE TO TRUE
022700         WHEN OTHER
022800             DISPLAY 'HSTMAINT0009E - INVALID SELECTION, '
022900                 'ENTER 1 THRU 6'
023000     END-EVALUATE.
023100 2000-EXIT.
023200     EXIT.
023300
023400 2100-DISPLAY-MENU.
023500     DISPLAY ' '
023600     DISPLAY 'HOST DIRECTORY MAINTENANCE'
023700     DISPLAY '1 = ADD       2 = CHANGE     3 = DEACTIVATE'
023800     DISPLAY '4 = REACTIVATE 5 = INQUIRE   6 = EXIT'
023900     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING.
024000 2100-EXIT.
024100     EXIT.
024200
024300 2150-ACCEPT-SELECTION.
024400     ACCEPT VG-MENU-SELECTION.
024500 2150-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    2300-ADD-HOST - A NEW HOST IS ALWAYS ADDED ACTIVE          *
025000******************************************************************
025100 2300-ADD-HOST.
025200     MOVE SPACES TO VG-HOST-RECORD
025300     DISPLAY 'ENTER HOST EMPLOYEE ID: ' WITH NO ADVANCING
025400     ACCEPT VG-HST-ID
025500     IF VG-HST-ID = SPACES
025600         DISPLAY 'HSTMAINT0010E - HOST EMPLOYEE ID REQUIRED'
025700         GO TO 2300-EXIT
025800     END-IF
025900     DISPLAY 'ENTER HOST NAME: ' WITH NO ADVANCING
026000     ACCEPT VG-HST-NAME
026100     IF VG-HST-NAME = SPACES
026200         DISPLAY 'HSTMAINT0011E - HOST NAME REQUIRED'
026300         GO TO 2300-EXIT
026400     END-IF
026500     DISPLAY 'ENTER DEPARTMENT: ' WITH NO ADVANCING
026600     ACCEPT VG-HST-DEPT
026700     DISPLAY 'ENTER PHONE EXTENSION: ' WITH NO ADVANCING
026800     ACCEPT VG-HST-PHONE-EXT
026900     SET VG-HST-ACTIVE TO TRUE
027000     WRITE VG-HOST-RECORD
027100         INVALID KEY
027200             DISPLAY 'HSTMAINT0012E - HOST ALREADY EXISTS, '
027300                 'USE CHANGE INSTEAD'
027400         NOT INVALID KEY
027500             DISPLAY 'HSTMAINT0013I - HOST ADDED'
027600             MOVE 'A' TO VG-CHG-ACTION
027700             MOVE VG-HST-ID TO VG-CHG-KEY
027800             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
027900             MOVE VG-HOST-RECORD TO VG-CHG-AFTER-IMAGE
028000             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
028100     END-WRITE.
028200 2300-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*    2400-CHANGE-HOST - A BLANK NAME, DEPARTMENT, OR EXTENSION  *
028700*    KEEPS THE CURRENT VALUE                                    *
028800******************************************************************
028900 2400-CHANGE-HOST.
029000     DISPLAY 'ENTER HOST EMPLOYEE ID TO CHANGE: '
029100         WITH NO ADVANCING
029200     ACCEPT VG-HST-ID
029300     READ HOST-DIRECTORY
029400         INVALID KEY
029500             DISPLAY 'HSTMAINT0014E - HOST NOT FOUND'
029600         NOT INVALID KEY
029700             MOVE VG-HOST-RECORD TO VG-SAVE-IMAGE
029800             DISPLAY 'CURRENT NAME ..: ' VG-HST-NAME
029900             DISPLAY 'CURRENT DEPT ..: ' VG-HST-DEPT
030000             DISPLAY 'CURRENT EXT ...: ' VG-HST-PHONE-EXT
030100             DISPLAY 'ENTER CORRECTED NAME '
030200                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
030300             MOVE SPACES TO VG-NEW-HOST-NAME
030400             ACCEPT VG-NEW-HOST-NAME
030500             DISPLAY 'ENTER DEPARTMENT '
030600                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
030700             MOVE SPACES TO VG-NEW-HOST-DEPT
030800             ACCEPT VG-NEW-HOST-DEPT
030900             DISPLAY 'ENTER PHONE EXTENSION '
031000                 '(BLANK TO KEEP CURRENT): ' WITH NO ADVANCING
031100             MOVE SPACES TO VG-NEW-HOST-PHONE-EXT
031200             ACCEPT VG-NEW-HOST-PHONE-EXT
031300             PERFORM 2450-APPLY-CHANGE THRU 2450-EXIT
031400     END-READ.
031500 2400-EXIT.
031600     EXIT.
031700
031800 2450-APPLY-CHANGE.
031900     IF VG-NEW-HOST-NAME = SPACES
032000             AND VG-NEW-HOST-DEPT = SPACES
032100             AND VG-NEW-HOST-PHONE-EXT = SPACES
032200         DISPLAY 'HSTMAINT0015I - NOTHING ENTERED, '
032300             'NO CHANGE MADE'
032400         GO TO 2450-EXIT
032500     END-IF
032600     IF VG-NEW-HOST-NAME NOT = SPACES
032700         MOVE VG-NEW-HOST-NAME TO VG-HST-NAME
032800     END-IF
032900     IF VG-NEW-HOST-DEPT NOT = SPACES
033000         MOVE VG-NEW-HOST-DEPT TO VG-HST-DEPT
033100     END-IF
033200     IF VG-NEW-HOST-PHONE-EXT NOT = SPACES
033300         MOVE VG-NEW-HOST-PHONE-EXT TO VG-HST-PHONE-EXT
033400     END-IF
033500     PERFORM 2700-REWRITE-HOST THRU 2700-EXIT.
033600 2450-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    2500-DEACTIVATE-HOST - THE HOST STAYS ON FILE SO OLD       *
034100*    BOOKINGS STILL RESOLVE TO A NAME, BUT NO NEW BOOKING IS    *
034200*    ACCEPTED AND NO NOTIFICATION IS SENT                       *
034300******************************************************************
034400 2500-DEACTIVATE-HOST.
034500     DISPLAY 'ENTER HOST EMPLOYEE ID TO DEACTIVATE: '
034600         WITH NO ADVANCING
034700     ACCEPT VG-HST-ID
034800     READ HOST-DIRECTORY
034900         INVALID KEY
035000             DISPLAY 'HSTMAINT0016E - HOST NOT FOUND'
035100             GO TO 2500-EXIT
035200     END-READ
035300     IF VG-HST-INACTIVE
035400         DISPLAY 'HSTMAINT0017I - HOST ALREADY INACTIVE'
035500         GO TO 2500-EXIT
035600     END-IF
035700     MOVE VG-HOST-RECORD TO VG-SAVE-IMAGE
035800     SET VG-HST-INACTIVE TO TRUE
035900     PERFORM 2700-REWRITE-HOST THRU 2700-EXIT.
036000 2500-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    2550-REACTIVATE-HOST                                       *
036500******************************************************************
036600 2550-REACTIVATE-HOST.
036700     DISPLAY 'ENTER HOST EMPLOYEE ID TO REACTIVATE: '
036800         WITH NO ADVANCING
036900     ACCEPT VG-HST-ID
037000     READ HOST-DIRECTORY
037100         INVALID KEY
037200             DISPLAY 'HSTMAINT0018E - HOST NOT FOUND'
037300             GO TO 2550-EXIT
037400     END-READ
037500     IF VG-HST-ACTIVE
037600         DISPLAY 'HSTMAINT0019I - HOST ALREADY ACTIVE'
037700         GO TO 2550-EXIT
037800     END-IF
037900     MOVE VG-HOST-RECORD TO VG-SAVE-IMAGE
038000     SET VG-HST-ACTIVE TO TRUE
038100     PERFORM 2700-REWRITE-HOST THRU 2700-EXIT.
038200 2550-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*    2600-INQUIRE-HOST                                          *
038700******************************************************************
038800 2600-INQUIRE-HOST.
038900     DISPLAY 'ENTER HOST EMPLOYEE ID TO INQUIRE: '
039000         WITH NO ADVANCING
039100     ACCEPT VG-HST-ID
039200     READ HOST-DIRECTORY
039300         INVALID KEY
039400             DISPLAY 'HSTMAINT0020E - HOST NOT FOUND'
039500         NOT INVALID KEY
039600             DISPLAY 'HOST ID .......: ' VG-HST-ID
039700             DISPLAY 'NAME ..........: ' VG-HST-NAME
039800             DISPLAY 'DEPARTMENT ....: ' VG-HST-DEPT
039900             DISPLAY 'PHONE EXT .....: ' VG-HST-PHONE-EXT
040000             DISPLAY 'STATUS ........: ' VG-HST-ACTIVE-FLAG
040100     END-READ.
040200 2600-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    2700-REWRITE-HOST - REWRITE THE CHANGED RECORD AND LOG IT. *
040700*    THE CALLER HAS ALREADY SAVED THE BEFORE IMAGE.             *
040800******************************************************************
040900 2700-REWRITE-HOST.
041000     REWRITE VG-HOST-RECORD
041100         INVALID KEY
041200             DISPLAY 'HSTMAINT0021E - REWRITE FAILED, STATUS = '
041300                 VG-HOSTDIR-STATUS
041400         NOT INVALID KEY
041500             DISPLAY 'HSTMAINT0022I - HOST UPDATED'
041600             MOVE 'C' TO VG-CHG-ACTION
041700             MOVE VG-HST-ID TO VG-CHG-KEY
041800             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
041900             MOVE VG-HOST-RECORD TO VG-CHG-AFTER-IMAGE
042000             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
042100     END-REWRITE.
042200 2700-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    2950-WRITE-CHANGE-HISTORY - APPEND ONE CHANGE-HISTORY      *
042700*    RECORD.  THE CALLER HAS ALREADY SET THE ACTION, KEY, AND   *
042800*    BEFORE/AFTER IMAGES.                                       *
042900******************************************************************
043000 2950-WRITE-CHANGE-HISTORY.
043100     MOVE VG-RUN-DATE TO VG-CHG-DATE
043200     ACCEPT VG-CHG-TIME FROM TIME
043300     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
043400     MOVE 'HOSTDIR' TO VG-CHG-FILE-ID
043500     WRITE VG-CHANGE-RECORD.
043600 2950-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    3000-TERMINATE                                              *
044100******************************************************************
044200 3000-TERMINATE.
044300     CLOSE HOST-DIRECTORY
044400     CLOSE CHANGE-HISTORY
044500     DISPLAY 'HSTMAINT0023I - HOST DIRECTORY MAINTENANCE '
044600         'ENDED'.
044700 3000-EXIT.
044800     EXIT.
