000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SITE-MAINT.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    SITE-MAINT                                                 *
001000*                                                                *
001100*    ONLINE MAINTENANCE TRANSACTION FOR THE KEYED SITE FILE -   *
001200*    ONE RECORD PER BUILDING WITH A FRONT DESK.  LETS THE FRONT *
001300*    DESK ADD A SITE WHEN A BUILDING OPENS, CORRECT ITS NAME,   *
001400*    MARK A BUILDING THAT HAS CLOSED AS INACTIVE, REACTIVATE    *
001500*    ONE, OR LOOK ONE UP.  VISITOR-MAINT, VISITOR-BATCH,        *
001600*    EVENT-MAINT AND OPERATOR-MAINT VALIDATE EVERY SITE CODE    *
001700*    AGAINST THIS FILE, AND THE GREETING RUNS CUT ONE           *
001800*    WELCOME-BOARD FEED PER SITE ON IT.  MODELED ON HOST-MAINT. *
001900*                                                                *
002000*    THE RECORD KEY IS THE TWO-CHARACTER SITE CODE.  '**' IS    *
002100*    RESERVED - ON AN OPERATOR PROFILE IT MEANS EVERY SITE -    *
002200*    AND CANNOT BE ADDED.  A SITE IS MADE INACTIVE RATHER THAN  *
002300*    DELETED SO BOOKINGS AND CHANGE-HISTORY ENTRIES THAT NAME   *
002400*    IT STILL RESOLVE.  THE OPERATOR SIGNS ON AGAINST THE       *
002500*    OPERATOR-PROFILE FILE AND EVERY ADD AND CHANGE IS WRITTEN  *
002600*    TO THE CHANGE-HISTORY FILE WITH BEFORE AND AFTER IMAGES    *
002700*    UNDER FILE ID SITEFILE.                                    *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ----------------------                                     *
003100*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003200*                                                                *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SITE-FILE
004300         ASSIGN TO 'SITEFILE'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VG-SITE-CODE
004700         FILE STATUS IS VG-SITEFILE-STATUS.
004800
004900     SELECT OPERATOR-PROFILE
005000         ASSIGN TO 'OPERPROF'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VG-OPR-ID
005400         FILE STATUS IS VG-OPERPROF-STATUS.
005500
005600     SELECT CHANGE-HISTORY
005700         ASSIGN TO 'CHGHIST'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS VG-CHGHIST-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SITE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY SITEREC.
006600
006700 FD  OPERATOR-PROFILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY OPERREC.
007000
007100 FD  CHANGE-HISTORY
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CHGHREC.
007400
007500 WORKING-STORAGE SECTION.
007600
007700 01  VG-SWITCHES.
007800     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
007900         88  VG-DONE                            VALUE 'Y'.
008000     05  VG-SIGNON-SWITCH            PIC X(01) VALUE 'N'.
008100         88  VG-SIGNED-ON                       VALUE 'Y'.
008200     05  VG-PROFILE-SWITCH           PIC X(01) VALUE 'N'.
008300         88  VG-PROFILES-ON-FILE                VALUE 'Y'.
008400
008500 01  VG-FILE-STATUSES.
008600     05  VG-SITEFILE-STATUS          PIC X(02).
008700     05  VG-OPERPROF-STATUS          PIC X(02).
008800     05  VG-CHGHIST-STATUS           PIC X(02).
008900
009000 01  VG-MENU-SELECTION               PIC X(01) VALUE SPACE.
009100 01  VG-NEW-SITE-NAME                PIC X(20) VALUE SPACES.
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
011300*    1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE SITE *
011400*    FILE, CREATING IT ON ITS VERY FIRST USE IF IT DOES NOT     *
011500*    YET EXIST                                                  *
011600******************************************************************
011700 1000-INITIALIZE.
011800     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
011900     PERFORM 1200-OPERATOR-SIGNON THRU 1200-EXIT
012000     IF NOT VG-SIGNED-ON
012100         DISPLAY 'SITMAINT0001E - SIGN-ON FAILED, SESSION '
012200             'ENDED'
012300         MOVE 8 TO RETURN-CODE
012400         GO TO 1000-ABEND
012500     END-IF
012600     OPEN I-O SITE-FILE
012700     IF VG-SITEFILE-STATUS = '35'
012800         OPEN OUTPUT SITE-FILE
012900         CLOSE SITE-FILE
013000         OPEN I-O SITE-FILE
013100     END-IF
013200     IF VG-SITEFILE-STATUS NOT = '00'
013300         DISPLAY 'SITMAINT0002E - UNABLE TO OPEN SITE-FILE, '
013400             'STATUS = ' VG-SITEFILE-STATUS
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
015000*    EXACTLY AS HOST-MAINT DOES.  THREE FAILED TRIES END THE    *
015100*    SESSION.  AN INSTALLATION WITHOUT THE PROFILE FILE GETS A  *
015200*    WARNING AND AN UNVERIFIED OPERATOR ID.                     *
015300******************************************************************
015400 1200-OPERATOR-SIGNON.
015500     OPEN INPUT OPERATOR-PROFILE
015600     IF VG-OPERPROF-STATUS = '35'
015700         DISPLAY 'SITMAINT0003W - NO OPERATOR-PROFILE FILE, '
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
016800         DISPLAY 'SITMAINT0004E - UNABLE TO OPEN '
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
018900             DISPLAY 'SITMAINT0005E - OPERATOR NOT ON FILE'
019000         NOT INVALID KEY
019100             IF NOT VG-OPR-ACTIVE
019200                 DISPLAY 'SITMAINT0006E - OPERATOR DISABLED'
019300             ELSE
019400                 IF VG-OPR-PASSWORD NOT = VG-SIGNON-PASSWORD
019500                     DISPLAY 'SITMAINT0007E - PASSWORD '
019600                         'INCORRECT'
019700                 ELSE
019800                     SET VG-SIGNED-ON TO TRUE
019900                     MOVE VG-SIGNON-ID TO VG-OPERATOR-ID
020000                     DISPLAY 'SITMAINT0008I - SIGNED ON: '
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
021600             PERFORM 2300-ADD-SITE THRU 2300-EXIT
021700         WHEN '2'
021800             PERFORM 2400-CHANGE-SITE THRU 2400-EXIT
021900         WHEN '3'
022000             PERFORM 2500-DEACTIVATE-SITE THRU 2500-EXIT
022100         WHEN '4'
022200             PERFORM 2550-REACTIVATE-SITE THRU 2550-EXIT
022300         WHEN '5'
022400             PERFORM 2600-INQUIRE-SITE THRU 2600-EXIT
022500         WHEN '6'
022600             SET VG-DONE TO TRUE
022700         WHEN OTHER
022800             DISPLAY 'SITMAINT0009E - INVALID SELECTION, '
022900                 'ENTER 1 THRU 6'
023000     END-EVALUATE.
023100 2000-EXIT.
023200     EXIT.
023300
023400 2100-DISPLAY-MENU.
023500     DISPLAY ' '
023600     DISPLAY 'SITE FILE MAINTENANCE'
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
024900*    2300-ADD-SITE - A NEW SITE IS ALWAYS ADDED ACTIVE.  '**'   *
025000*    MEANS EVERY SITE ON AN OPERATOR PROFILE AND IS NEVER A     *
025100*    BUILDING OF ITS OWN.                                       *
025200******************************************************************
025300 2300-ADD-SITE.
025400     MOVE SPACES TO VG-SITE-RECORD
025500     DISPLAY 'ENTER SITE CODE: ' WITH NO ADVANCING
025600     ACCEPT VG-SITE-CODE
025700     IF VG-SITE-CODE = SPACES
025800         DISPLAY 'SITMAINT0010E - SITE CODE REQUIRED'
025900         GO TO 2300-EXIT
026000     END-IF
026100     IF VG-SITE-CODE = '**'
026200         DISPLAY 'SITMAINT0011E - SITE CODE ** IS RESERVED '
026300             'FOR ALL SITES'
026400         GO TO 2300-EXIT
026500     END-IF
026600     DISPLAY 'ENTER BUILDING NAME: ' WITH NO ADVANCING
026700     ACCEPT VG-SITE-NAME
026800     IF VG-SITE-NAME = SPACES
026900         DISPLAY 'SITMAINT0012E - BUILDING NAME REQUIRED'
027000         GO TO 2300-EXIT
027100     END-IF
027200     SET VG-SITE-ACTIVE TO TRUE
027300     WRITE VG-SITE-RECORD
027400         INVALID KEY
027500             DISPLAY 'SITMAINT0013E - SITE ALREADY EXISTS, '
027600                 'USE CHANGE INSTEAD'
027700         NOT INVALID KEY
027800             DISPLAY 'SITMAINT0014I - SITE ADDED'
027900             MOVE 'A' TO VG-CHG-ACTION
028000             MOVE VG-SITE-CODE TO VG-CHG-KEY
028100             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
028200             MOVE VG-SITE-RECORD TO VG-CHG-AFTER-IMAGE
028300             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
028400     END-WRITE.
028500 2300-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*    2400-CHANGE-SITE - ONLY THE BUILDING NAME CAN CHANGE; A    *
029000*    BLANK ENTRY KEEPS THE CURRENT NAME                         *
029100******************************************************************
029200 2400-CHANGE-SITE.
029300     DISPLAY 'ENTER SITE CODE TO CHANGE: ' WITH NO ADVANCING
029400     ACCEPT VG-SITE-CODE
029500     READ SITE-FILE
029600         INVALID KEY
029700             DISPLAY 'SITMAINT0015E - SITE NOT FOUND'
029800             GO TO 2400-EXIT
029900     END-READ
030000     MOVE VG-SITE-RECORD TO VG-SAVE-IMAGE
030100     DISPLAY 'CURRENT NAME ..: ' VG-SITE-NAME
030200     DISPLAY 'ENTER CORRECTED NAME (BLANK TO KEEP CURRENT): '
030300         WITH NO ADVANCING
030400     MOVE SPACES TO VG-NEW-SITE-NAME
030500     ACCEPT VG-NEW-SITE-NAME
030600     IF VG-NEW-SITE-NAME = SPACES
030700         DISPLAY 'SITMAINT0016I - NOTHING ENTERED, '
030800             'NO CHANGE MADE'
030900         GO TO 2400-EXIT
031000     END-IF
031100     MOVE VG-NEW-SITE-NAME TO VG-SITE-NAME
031200     PERFORM 2700-REWRITE-SITE THRU 2700-EXIT.
031300 2400-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    2500-DEACTIVATE-SITE - THE SITE STAYS ON FILE SO OLD       *
031800*    BOOKINGS STILL RESOLVE TO A BUILDING, BUT NO NEW BOOKING   *
031900*    IS ACCEPTED FOR IT                                         *
032000******************************************************************
032100 2500-DEACTIVATE-SITE.
032200     DISPLAY 'ENTER SITE CODE TO DEACTIVATE: ' WITH NO ADVANCING
032300     ACCEPT VG-SITE-CODE
032400     READ SITE-FILE
032500         INVALID KEY
032600             DISPLAY 'SITMAINT0017E - SITE NOT FOUND'
032700             GO TO 2500-EXIT
032800     END-READ
032900     IF VG-SITE-INACTIVE
033000         DISPLAY 'SITMAINT0018I - SITE ALREADY INACTIVE'
033100         GO TO 2500-EXIT
033200     END-IF
033300     MOVE VG-SITE-RECORD TO VG-SAVE-IMAGE
033400     SET VG-SITE-INACTIVE TO TRUE
033500     PERFORM 2700-REWRITE-SITE THRU 2700-EXIT.
033600 2500-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    2550-REACTIVATE-SITE                                       *
034100******************************************************************
034200 2550-REACTIVATE-SITE.
034300     DISPLAY 'ENTER SITE CODE TO REACTIVATE: ' WITH NO ADVANCING
034400     ACCEPT VG-SITE-CODE
034500     READ SITE-FILE
034600         INVALID KEY
034700             DISPLAY 'SITMAINT0019E - SITE NOT FOUND'
034800             GO TO 2550-EXIT
034900     END-READ
035000     IF VG-SITE-ACTIVE
035100         DISPLAY 'SITMAINT0020I - SITE ALREADY ACTIVE'
035200         GO TO 2550-EXIT
035300     END-IF
035400     MOVE VG-SITE-RECORD TO VG-SAVE-IMAGE
035500     SET VG-SITE-ACTIVE TO TRUE
035600     PERFORM 2700-REWRITE-SITE THRU 2700-EXIT.
035700 2550-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    2600-INQUIRE-SITE                                          *
036200******************************************************************
036300 2600-INQUIRE-SITE.
036400     DISPLAY 'ENTER SITE CODE TO INQUIRE: ' WITH NO ADVANCING
036500     ACCEPT VG-SITE-CODE
036600     READ SITE-FILE
036700         INVALID KEY
036800             DISPLAY 'SITMAINT0021E - SITE NOT FOUND'
036900         NOT INVALID KEY
037000             DISPLAY 'SITE CODE .....: ' VG-SITE-CODE
037100             DISPLAY 'BUILDING ......: ' VG-SITE-NAME
037200             DISPLAY 'STATUS ........: ' VG-SITE-ACTIVE-FLAG
037300     END-READ.
037400 2600-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*    2700-REWRITE-SITE - REWRITE THE CHANGED RECORD AND LOG IT. *
037900*    THE CALLER HAS ALREADY SAVED THE BEFORE IMAGE.             *
038000******************************************************************
038100 2700-REWRITE-SITE.
038200     REWRITE VG-SITE-RECORD
038300         INVALID KEY
038400             DISPLAY 'SITMAINT0022E - REWRITE FAILED, STATUS = '
038500                 VG-SITEFILE-STATUS
038600         NOT INVALID KEY
038700             DISPLAY 'SITMAINT0023I - SITE UPDATED'
038800             MOVE 'C' TO VG-CHG-ACTION
038900             MOVE VG-SITE-CODE TO VG-CHG-KEY
039000             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
039100             MOVE VG-SITE-RECORD TO VG-CHG-AFTER-IMAGE
039200             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
039300     END-REWRITE.
039400 2700-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    2950-WRITE-CHANGE-HISTORY - APPEND ONE CHANGE-HISTORY      *
039900*    RECORD.  THE CALLER HAS ALREADY SET THE ACTION, KEY, AND   *
040000*    BEFORE/AFTER IMAGES.                                       *
040100******************************************************************
040200 2950-WRITE-CHANGE-HISTORY.
040300     MOVE VG-RUN-DATE TO VG-CHG-DATE
040400     ACCEPT VG-CHG-TIME FROM TIME
040500     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
040600     MOVE 'SITEFILE' TO VG-CHG-FILE-ID
040700     WRITE VG-CHANGE-RECORD.
040800 2950-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200*    3000-TERMINATE                                              *
041300******************************************************************
041400 3000-TERMINATE.
041500     CLOSE SITE-FILE
041600     CLOSE CHANGE-HISTORY
041700     DISPLAY 'SITMAINT0024I - SITE FILE MAINTENANCE ENDED'.
041800 3000-EXIT.
041900     EXIT.
