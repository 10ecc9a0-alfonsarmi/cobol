000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISITOR-CONFIRM.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    VISITOR-CONFIRM                                            *
001000*                                                                *
001100*    NIGHTLY DAY-BEFORE CONFIRMATION NOTICES.  WORKS OUT THE    *
001200*    NEXT BUSINESS DAY AFTER THE RUN DATE - WEEKENDS AND        *
001300*    BUSINESS-CALENDAR CLOSED DATES (CALENDAR-MAINT) ARE PASSED *
001400*    OVER, SO FRIDAY'S RUN COVERS MONDAY - AND READS THE        *
001500*    INDEXED VISITOR MASTER FOR EVERY VISITOR EXPECTED THAT     *
001600*    DAY.  A VISITOR WITH AN E-MAIL ADDRESS OR A MOBILE NUMBER  *
001700*    ON THE VISITOR-CONTACT FILE (CNTCREC.CPY) GETS A NOTICE    *
001800*    RECORD (CNFNREC.CPY) ON THE MESSAGING-GATEWAY FEED         *
001900*    (CONFNTC) CARRYING THE VISIT DATE, THE BUILDING, THE HOST  *
002000*    TO ASK FOR AND THE EVENT.                                  *
002100*                                                                *
002200*    THE GREETING AND THE NOTICE WORDING ARE TAKEN FROM THE     *
002300*    GREETING-LANGUAGE FILE BY THE VISITOR'S LANGUAGE CODE,     *
002400*    FALLING BACK TO THE '**' ENTRY AS HELLO-WORLD DOES.  A     *
002500*    LANGUAGE WITH NO WORDING TAKES THE '**' ENTRY'S WORDING,   *
002600*    AND WITHOUT THAT A BUILT-IN ENGLISH WORDING IS USED.       *
002700*                                                                *
002800*    A VISITOR WITH NO CONTACT DETAILS IS LISTED ON THE         *
002900*    EXCEPTION REPORT (CONFEXC) WITH THE HOST'S NAME AND        *
003000*    EXTENSION, SO RECEPTION CAN PHONE INSTEAD.  A ZERO         *
003100*    EXPECTED DATE (RECORDS ADDED BEFORE THE FIELD EXISTED) IS  *
003200*    NOT A BOOKING FOR ANY ONE DAY AND GETS NO NOTICE.          *
003300*                                                                *
003400*    THE STEP RUNS AFTER STANDING-GENERATE, SO THE NEXT DAY'S   *
003500*    STANDING VISITS ARE ON THE MASTER BEFORE THE NOTICES ARE   *
003600*    CUT.                                                       *
003700*                                                                *
003800*    RETURN CODES                                               *
003900*    ----------------------                                     *
004000*     0  A NOTICE WRITTEN FOR EVERY VISITOR EXPECTED.           *
004100*     4  ONE OR MORE VISITORS HAVE NO CONTACT DETAILS.          *
004200*    16  OPEN FAILURE, NO BUSINESS DAY FOUND, OR                *
004300*        STANDING-GENERATE HAS NOT FINISHED CLEANLY TODAY.      *
004400*                                                                *
004500*    MODIFICATION HISTORY                                       *
004600*    ----------------------                                     *
004700*    2026-10-15  JCL   ORIGINAL VERSION.                        *
004800*                                                                *
004900******************************************************************
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT VISITOR-MASTER-INDEXED
005900         ASSIGN TO 'VISIDX'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS VG-VIS-ID
006300         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
006400         FILE STATUS IS VG-VISIDX-STATUS.
006500
006600     SELECT VISITOR-CONTACT
006700         ASSIGN TO 'VISCONT'
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS VG-CON-VIS-ID
007100         FILE STATUS IS VG-VISCONT-STATUS.
007200
007300     SELECT GREETING-LANGUAGE
007400         ASSIGN TO 'GREETLNG'
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS VG-LNG-CODE
007800         FILE STATUS IS VG-GREETLNG-STATUS.
007900
008000     SELECT HOST-DIRECTORY
008100         ASSIGN TO 'HOSTDIR'
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS VG-HST-ID
008500         FILE STATUS IS VG-HOSTDIR-STATUS.
008600
008700     SELECT EVENT-REFERENCE
008800         ASSIGN TO 'EVENTS'
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS VG-EVT-CODE
009200         FILE STATUS IS VG-EVENTS-STATUS.
009300
009400     SELECT SITE-REFERENCE
009500         ASSIGN TO 'SITEFILE'
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS VG-SITE-CODE
009900         FILE STATUS IS VG-SITEFILE-STATUS.
010000
010100     SELECT BUSINESS-CALENDAR
010200         ASSIGN TO 'CALFILE'
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS VG-CAL-DATE
010600         FILE STATUS IS VG-CALFILE-STATUS.
010700
010800     SELECT CONFIRM-NOTICES
010900         ASSIGN TO 'CONFNTC'
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS VG-CONFNTC-STATUS.
011200
011300     SELECT CONFIRM-EXCEPTIONS
011400         ASSIGN TO 'CONFEXC'
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS VG-CONFEXC-STATUS.
011700
011800     SELECT RUN-LOG
011900         ASSIGN TO 'RUNLOG'
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS VG-RUNLOG-STATUS.
012200
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  VISITOR-MASTER-INDEXED
012600     LABEL RECORDS ARE STANDARD.
012700     COPY VISTREC.
012800
012900 FD  VISITOR-CONTACT
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CNTCREC.
013200
013300 FD  GREETING-LANGUAGE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY LNGTREC.
013600
013700 FD  HOST-DIRECTORY
013800     LABEL RECORDS ARE STANDARD.
013900     COPY HOSTREC.
014000
014100 FD  EVENT-REFERENCE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY EVNTREC.
014400
014500 FD  SITE-REFERENCE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY SITEREC.
014800
014900 FD  BUSINESS-CALENDAR
015000     LABEL RECORDS ARE STANDARD.
015100     COPY CALNREC.
015200
015300 FD  CONFIRM-NOTICES
015400     LABEL RECORDS ARE STANDARD.
015500     COPY CNFNREC.
015600
015700 FD  CONFIRM-EXCEPTIONS
015800     LABEL RECORDS ARE STANDARD.
015900 01  VG-EXCEPTION-RECORD             PIC X(80).
016000
016100 FD  RUN-LOG
016200     LABEL RECORDS ARE STANDARD.
016300 01  VG-RUN-LOG-LINE                PIC X(94).
016400
016500 WORKING-STORAGE SECTION.
016600
016700******************************************************************
016800*    SWITCHES                                                   *
016900******************************************************************
017000 01  VG-SWITCHES.
017100     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
017200         88  VG-END-OF-FILE                     VALUE 'Y'.
017300     05  VG-VISCONT-SWITCH           PIC X(01) VALUE 'N'.
017400         88  VG-VISCONT-AVAILABLE               VALUE 'Y'.
017500     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
017600         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
017700     05  VG-EVENTS-SWITCH            PIC X(01) VALUE 'N'.
017800         88  VG-EVENTS-AVAILABLE                VALUE 'Y'.
017900     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
018000         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
018100     05  VG-CALENDAR-SWITCH          PIC X(01) VALUE 'N'.
018200         88  VG-CALENDAR-AVAILABLE              VALUE 'Y'.
018300     05  VG-CLOSED-DAY-SWITCH        PIC X(01) VALUE 'N'.
018400         88  VG-CLOSED-DAY                      VALUE 'Y'.
018500     05  VG-OPEN-DAY-SWITCH          PIC X(01) VALUE 'N'.
018600         88  VG-OPEN-DAY-FOUND                  VALUE 'Y'.
018700     05  VG-CONTACT-SWITCH           PIC X(01) VALUE 'N'.
018800         88  VG-HAS-CONTACT                     VALUE 'Y'.
018900
019000******************************************************************
019100*    FILE STATUS FIELDS                                         *
019200******************************************************************
019300 01  VG-FILE-STATUSES.
019400     05  VG-VISIDX-STATUS            PIC X(02).
019500     05  VG-VISCONT-STATUS           PIC X(02).
019600     05  VG-GREETLNG-STATUS          PIC X(02).
019700     05  VG-HOSTDIR-STATUS           PIC X(02).
019800     05  VG-EVENTS-STATUS            PIC X(02).
019900     05  VG-SITEFILE-STATUS          PIC X(02).
020000     05  VG-CALFILE-STATUS           PIC X(02).
020100     05  VG-CONFNTC-STATUS           PIC X(02).
020200     05  VG-CONFEXC-STATUS           PIC X(02).
020300     05  VG-RUNLOG-STATUS            PIC X(02).
020400
020500******************************************************************
020600*    COUNTERS                                                   *
020700******************************************************************
020800 01  VG-COUNTERS.
020900     05  VG-VISITORS-READ            PIC 9(08) COMP VALUE ZERO.
021000     05  VG-EXPECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
021100     05  VG-NOTICE-COUNT             PIC 9(08) COMP VALUE ZERO.
021200     05  VG-NO-CONTACT-COUNT         PIC 9(08) COMP VALUE ZERO.
021300     05  VG-FALLBACK-WORDING-COUNT   PIC 9(08) COMP VALUE ZERO.
021400     05  VG-GREET-LIMIT              PIC 9(02) COMP VALUE ZERO.
021500
021600******************************************************************
021700*    NOTICE DATE - THE FIRST DAY AFTER THE RUN DATE THAT IS     *
021800*    NEITHER A WEEKEND NOR A CLOSED DATE ON THE BUSINESS        *
021900*    CALENDAR.  THE SEARCH GIVES UP AFTER VG-DAYS-STEP-LIMIT    *
022000*    DAYS RATHER THAN LOOP ON A CALENDAR CLOSED FOR WEEKS AT A  *
022100*    TIME.                                                      *
022200******************************************************************
022300 01  VG-TARGET-DATE                  PIC 9(08) VALUE ZERO.
022400 01  VG-TARGET-DATE-R REDEFINES VG-TARGET-DATE.
022500     05  VG-TARGET-CC                PIC 9(02).
022600     05  VG-TARGET-YY                PIC 9(02).
022700     05  VG-TARGET-MM                PIC 9(02).
022800     05  VG-TARGET-DD                PIC 9(02).
022900 01  VG-TARGET-DATE-DISPLAY          PIC X(10) VALUE SPACES.
023000 01  VG-DAYS-STEPPED                 PIC 9(02) COMP VALUE ZERO.
023100 01  VG-DAYS-STEP-LIMIT              PIC 9(02) COMP VALUE 31.
023200 01  VG-CLOSED-REASON                PIC X(30) VALUE SPACES.
023300
023400 01  VG-RUN-DATE                     PIC 9(08).
023500 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
023600     05  VG-RUN-CC                   PIC 9(02).
023700     05  VG-RUN-YY                   PIC 9(02).
023800     05  VG-RUN-MM                   PIC 9(02).
023900     05  VG-RUN-DD                   PIC 9(02).
024000 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
024100
024200 01  VG-WORK-DATE                    PIC 9(08) VALUE ZERO.
024300 01  VG-WORK-DATE-R REDEFINES VG-WORK-DATE.
024400     05  VG-WORK-DATE-CC             PIC 9(02).
024500     05  VG-WORK-DATE-YY             PIC 9(02).
024600     05  VG-WORK-DATE-MM             PIC 9(02).
024700     05  VG-WORK-DATE-DD             PIC 9(02).
024800
024900 01  VG-DAYS-IN-MONTH-VALUES         PIC X(24) VALUE
025000         '312831303130313130313031'.
025100 01  VG-DAYS-IN-MONTH-TABLE REDEFINES VG-DAYS-IN-MONTH-VALUES.
025200     05  VG-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
025300
025400 01  VG-DATE-WORK-FIELDS.
025500     05  VG-MONTH-LIMIT              PIC 9(02) COMP VALUE ZERO.
025600     05  VG-CHECK-YEAR               PIC 9(04) COMP VALUE ZERO.
025700     05  VG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
025800     05  VG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
025900     05  VG-ZEL-MONTH                PIC 9(04) COMP VALUE ZERO.
026000     05  VG-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
026100     05  VG-ZEL-TERM                 PIC 9(04) COMP VALUE ZERO.
026200     05  VG-ZEL-Y4                   PIC 9(04) COMP VALUE ZERO.
026300     05  VG-ZEL-Y100                 PIC 9(04) COMP VALUE ZERO.
026400     05  VG-ZEL-Y400                 PIC 9(04) COMP VALUE ZERO.
026500     05  VG-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
026600     05  VG-ZEL-QUOT                 PIC 9(05) COMP VALUE ZERO.
026700     05  VG-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
026800         88  VG-DATE-IS-SATURDAY                VALUE 0.
026900         88  VG-DATE-IS-SUNDAY                  VALUE 1.
027000
027100******************************************************************
027200*    MULTI-LANGUAGE GREETING TABLE - LOADED AT THE START OF THE *
027300*    RUN FROM THE KEYED GREETING-LANGUAGE FILE BY               *
027400*    1800-LOAD-GREET-TABLE, WITH EACH ENTRY'S NOTICE WORDING    *
027500*    HELD IN THE PARALLEL WORDING TABLE UNDER THE SAME          *
027600*    SUBSCRIPT                                                  *
027700******************************************************************
027800     COPY GREETTAB.
027900 01  VG-NOTICE-WORDING-TABLE         VALUE SPACES.
028000     05  VG-NOTICE-WORDING OCCURS 50 TIMES PIC X(40).
028100 01  VG-WORDING-SUB                  PIC 9(02) COMP VALUE ZERO.
028200 01  VG-BUILT-IN-WORDING             PIC X(40) VALUE
028300         'Your visit is confirmed'.
028400
028500******************************************************************
028600*    THE VISITOR BEING NOTIFIED, AND THE NAMES LOOKED UP FOR    *
028700*    THE NOTICE AND THE EXCEPTION LIST                          *
028800******************************************************************
028900 01  VG-CURRENT-VISITOR.
029000     05  VG-CUR-NAME                 PIC X(20).
029100     05  VG-CUR-NAME-CHARS REDEFINES VG-CUR-NAME.
029200         10  VG-CUR-NAME-CHAR OCCURS 20 TIMES PIC X(01).
029300     05  VG-CUR-LANG-CODE            PIC X(02).
029400 01  VG-CUR-NAME-LEN                 PIC 9(02) COMP VALUE ZERO.
029500 01  VG-FOUND-HOST-NAME              PIC X(20) VALUE SPACES.
029600 01  VG-FOUND-HOST-EXT               PIC X(06) VALUE SPACES.
029700 01  VG-FOUND-EVENT-NAME             PIC X(30) VALUE SPACES.
029800 01  VG-FOUND-SITE-NAME              PIC X(20) VALUE SPACES.
029900
030000******************************************************************
030100*    NO-CONTACT EXCEPTION LIST LINE LAYOUTS                     *
030200******************************************************************
030300 01  VG-EXC-HEADER-1.
030400     05  FILLER                      PIC X(30) VALUE
030500             'CONFIRMATION NOTICE EXCEPTIONS'.
030600     05  FILLER                      PIC X(14) VALUE
030700             '  VISIT DATE: '.
030800     05  VG-EXCH-VISIT-DATE          PIC X(10).
030900     05  FILLER                      PIC X(12) VALUE
031000             '  RUN DATE: '.
031100     05  VG-EXCH-RUN-DATE            PIC X(10).
031200     05  FILLER                      PIC X(04) VALUE SPACES.
031300
031400 01  VG-EXC-HEADER-2                 PIC X(80) VALUE ALL '-'.
031500
031600 01  VG-EXC-HEADER-3.
031700     05  FILLER                      PIC X(30) VALUE
031800             'VIS-ID  VISITOR NAME          '.
031900     05  FILLER                      PIC X(26) VALUE
032000             'ST  HOST NAME             '.
032100     05  FILLER                      PIC X(24) VALUE
032200             'EXT.    EVENT   LG      '.
032300
032400 01  VG-EXC-DETAIL-LINE.
032500     05  VG-EXCD-VIS-ID              PIC 9(06).
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  VG-EXCD-NAME                PIC X(20).
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  VG-EXCD-SITE                PIC X(02).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  VG-EXCD-HOST-NAME           PIC X(20).
033200     05  FILLER                      PIC X(02) VALUE SPACES.
033300     05  VG-EXCD-HOST-EXT            PIC X(06).
033400     05  FILLER                      PIC X(02) VALUE SPACES.
033500     05  VG-EXCD-EVENT               PIC X(06).
033600     05  FILLER                      PIC X(02) VALUE SPACES.
033700     05  VG-EXCD-LANG                PIC X(02).
033800     05  FILLER                      PIC X(06) VALUE SPACES.
033900
034000 01  VG-EXC-TRAILER.
034100     05  VG-EXCT-LABEL               PIC X(24).
034200     05  VG-EXCT-COUNT               PIC ZZZ,ZZ9.
034300     05  FILLER                      PIC X(49) VALUE SPACES.
034400
034500******************************************************************
034600*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
034700*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
034800*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
034900******************************************************************
035000     COPY RUNLREC.
035100 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
035200
035300******************************************************************
035400*    PREDECESSOR CHECK - THE STEP THAT MUST HAVE FINISHED       *
035500*    CLEANLY (RETURN CODE BELOW THE LIMIT) TODAY BEFORE THIS    *
035600*    ONE MAY START                                              *
035700******************************************************************
035800 01  VG-PREDECESSOR-FIELDS.
035900     05  VG-PRED-PROGRAM             PIC X(20) VALUE
036000             'STANDING-GENERATE   '.
036100     05  VG-PRED-RC-LIMIT            PIC 9(03) VALUE 8.
036200     05  VG-PRED-STATE               PIC X(01) VALUE SPACE.
036300         88  VG-PRED-NOT-RUN                    VALUE SPACE.
036400         88  VG-PRED-NOT-ENDED                  VALUE 'S'.
036500     05  VG-PRED-RETURN-CODE         PIC 9(03) VALUE ZERO.
036600     05  VG-PRED-EOF-SWITCH          PIC X(01) VALUE 'N'.
036700         88  VG-PRED-LOG-ENDED                  VALUE 'Y'.
036800     05  VG-PRED-OK-SWITCH           PIC X(01) VALUE 'Y'.
036900         88  VG-PRED-OK                         VALUE 'Y'.
037000     05  VG-PRED-OVERRIDE            PIC X(01) VALUE SPACE.
037100 PROCEDURE DIVISION.
037200
037300******************************************************************
037400*    0000-MAINLINE                                              *
037500******************************************************************
037600 0000-MAINLINE.
037700     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037900     PERFORM 2000-PROCESS-ONE-VISITOR THRU 2000-EXIT
038000         UNTIL VG-END-OF-FILE
038100     PERFORM 3000-FINALIZE THRU 3000-EXIT
038200     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
038300     STOP RUN.
038400
038500******************************************************************
038600*    1000-INITIALIZE - LOAD THE GREETING TABLE, WORK OUT THE    *
038700*    NOTICE DATE AND OPEN THE FILES.  NO CONTACT FILE YET MEANS *
038800*    EVERY VISITOR EXPECTED GOES ON THE EXCEPTION LIST.  THE    *
038900*    HOST, EVENT AND SITE FILES ONLY SUPPLY NAMES AND ARE       *
039000*    OPTIONAL; WITHOUT THE CALENDAR ONLY WEEKENDS ARE PASSED    *
039100*    OVER.                                                      *
039200******************************************************************
039300 1000-INITIALIZE.
039400     PERFORM 8200-CHECK-PREDECESSOR THRU 8200-EXIT
039500     IF NOT VG-PRED-OK
039600         MOVE 16 TO RETURN-CODE
039700         GO TO 1000-ABEND
039800     END-IF
039900     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
040000     MOVE SPACES TO VG-RUN-DATE-DISPLAY
040100     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
040200         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
040300     PERFORM 1800-LOAD-GREET-TABLE THRU 1800-EXIT
040400     OPEN INPUT BUSINESS-CALENDAR
040500     IF VG-CALFILE-STATUS = '00'
040600         SET VG-CALENDAR-AVAILABLE TO TRUE
040700     ELSE
040800         DISPLAY 'VISCONF0004W - BUSINESS-CALENDAR NOT '
040900             'AVAILABLE, STATUS = ' VG-CALFILE-STATUS
041000             ', ONLY WEEKENDS TREATED AS CLOSED'
041100     END-IF
041200     PERFORM 1100-FIND-NOTICE-DATE THRU 1100-EXIT
041300     IF NOT VG-OPEN-DAY-FOUND
041400         DISPLAY 'VISCONF0010E - NO BUSINESS DAY FOUND IN THE '
041500             VG-DAYS-STEP-LIMIT ' DAYS AFTER ' VG-RUN-DATE-DISPLAY
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 1000-ABEND
041800     END-IF
041900     MOVE SPACES TO VG-TARGET-DATE-DISPLAY
042000     STRING VG-TARGET-CC VG-TARGET-YY '-' VG-TARGET-MM '-'
042100         VG-TARGET-DD
042200         DELIMITED BY SIZE INTO VG-TARGET-DATE-DISPLAY
042300     DISPLAY 'VISCONF0020I - NOTICES FOR VISITORS EXPECTED ON '
042400         VG-TARGET-DATE-DISPLAY
042500     OPEN INPUT VISITOR-MASTER-INDEXED
042600     IF VG-VISIDX-STATUS NOT = '00'
042700         DISPLAY 'VISCONF0001E - UNABLE TO OPEN '
042800             'VISITOR-MASTER-INDEXED, STATUS = ' VG-VISIDX-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         GO TO 1000-ABEND
043100     END-IF
043200     OPEN INPUT VISITOR-CONTACT
043300     IF VG-VISCONT-STATUS = '00'
043400         SET VG-VISCONT-AVAILABLE TO TRUE
043500     ELSE
043600         IF VG-VISCONT-STATUS = '35'
043700             DISPLAY 'VISCONF0002I - NO VISITOR CONTACT DETAILS '
043800                 'ON FILE, EVERY VISITOR LISTED AS AN EXCEPTION'
043900         ELSE
044000             DISPLAY 'VISCONF0003E - UNABLE TO OPEN '
044100                 'VISITOR-CONTACT, STATUS = ' VG-VISCONT-STATUS
044200             MOVE 16 TO RETURN-CODE
044300             GO TO 1000-ABEND
044400         END-IF
044500     END-IF
044600     OPEN INPUT HOST-DIRECTORY
044700     IF VG-HOSTDIR-STATUS = '00'
044800         SET VG-HOSTDIR-AVAILABLE TO TRUE
044900     ELSE
045000         DISPLAY 'VISCONF0005W - HOST DIRECTORY NOT AVAILABLE, '
045100             'STATUS = ' VG-HOSTDIR-STATUS
045200             ', HOST NAMES NOT SHOWN'
045300     END-IF
045400     OPEN INPUT EVENT-REFERENCE
045500     IF VG-EVENTS-STATUS = '00'
045600         SET VG-EVENTS-AVAILABLE TO TRUE
045700     ELSE
045800         DISPLAY 'VISCONF0006W - EVENT FILE NOT AVAILABLE, '
045900             'STATUS = ' VG-EVENTS-STATUS
046000             ', EVENT NAMES NOT SHOWN'
046100     END-IF
046200     OPEN INPUT SITE-REFERENCE
046300     IF VG-SITEFILE-STATUS = '00'
046400         SET VG-SITEFILE-AVAILABLE TO TRUE
046500     ELSE
046600         DISPLAY 'VISCONF0007W - SITE FILE NOT AVAILABLE, '
046700             'STATUS = ' VG-SITEFILE-STATUS
046800             ', BUILDING NAMES NOT SHOWN'
046900     END-IF
047000     OPEN OUTPUT CONFIRM-NOTICES
047100     IF VG-CONFNTC-STATUS NOT = '00'
047200         DISPLAY 'VISCONF0008E - UNABLE TO OPEN '
047300             'CONFIRM-NOTICES, STATUS = ' VG-CONFNTC-STATUS
047400         MOVE 16 TO RETURN-CODE
047500         GO TO 1000-ABEND
047600     END-IF
047700     OPEN OUTPUT CONFIRM-EXCEPTIONS
047800     IF VG-CONFEXC-STATUS NOT = '00'
047900         DISPLAY 'VISCONF0009E - UNABLE TO OPEN '
048000             'CONFIRM-EXCEPTIONS, STATUS = ' VG-CONFEXC-STATUS
048100         MOVE 16 TO RETURN-CODE
048200         GO TO 1000-ABEND
048300     END-IF
048400     MOVE VG-TARGET-DATE-DISPLAY TO VG-EXCH-VISIT-DATE
048500     MOVE VG-RUN-DATE-DISPLAY TO VG-EXCH-RUN-DATE
048600     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-HEADER-1
048700     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-HEADER-2
048800     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-HEADER-3
048900     PERFORM 2050-READ-VISITOR THRU 2050-EXIT.
049000 1000-EXIT.
049100     EXIT.
049200 1000-ABEND.
049300     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
049400     STOP RUN.
049500
049600******************************************************************
049700*    1100-FIND-NOTICE-DATE - STEP FORWARD FROM THE RUN DATE TO  *
049800*    THE FIRST OPEN DAY.  A CALENDAR CLOSURE PASSED OVER IS     *
049900*    SHOWN ON THE CONSOLE SO THE OPERATOR CAN SEE WHY THE       *
050000*    NOTICES ARE FOR A LATER DAY.                               *
050100******************************************************************
050200 1100-FIND-NOTICE-DATE.
050300     MOVE VG-RUN-DATE TO VG-WORK-DATE
050400     MOVE ZERO TO VG-DAYS-STEPPED
050500     PERFORM 1150-TRY-NEXT-DAY THRU 1150-EXIT
050600         UNTIL VG-OPEN-DAY-FOUND
050700             OR VG-DAYS-STEPPED NOT < VG-DAYS-STEP-LIMIT.
050800 1100-EXIT.
050900     EXIT.
051000
051100 1150-TRY-NEXT-DAY.
051200     PERFORM 2800-FORWARD-ONE-DAY THRU 2800-EXIT
051300     ADD 1 TO VG-DAYS-STEPPED
051400     PERFORM 2500-CHECK-CLOSED-DAY THRU 2500-EXIT
051500     IF VG-CLOSED-DAY
051600         IF VG-CLOSED-REASON NOT = 'WEEKEND'
051700             DISPLAY 'VISCONF0021I - ' VG-WORK-DATE
051800                 ' PASSED OVER - ' VG-CLOSED-REASON
051900         END-IF
052000         GO TO 1150-EXIT
052100     END-IF
052200     SET VG-OPEN-DAY-FOUND TO TRUE
052300     MOVE VG-WORK-DATE TO VG-TARGET-DATE.
052400 1150-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    1800-LOAD-GREET-TABLE - LOAD THE GREETING TABLE AND THE    *
052900*    NOTICE WORDING FROM THE KEYED GREETING-LANGUAGE FILE, AS   *
053000*    HELLO-WORLD DOES.  AN ENTRY WITH A LENGTH OUTSIDE ITS      *
053100*    FIELD IS SKIPPED WITH A WARNING.  WHEN NO '**' FALLBACK IS *
053200*    ON FILE (OR THE FILE CANNOT BE OPENED) A BUILT-IN ENGLISH  *
053300*    FALLBACK IS APPENDED, WITH NO WORDING OF ITS OWN, SO THE   *
053400*    BUILT-IN WORDING IS USED.  THE LAST TABLE SLOT IS HELD     *
053500*    BACK FOR THE '**' ENTRY.                                   *
053600******************************************************************
053700 1800-LOAD-GREET-TABLE.
053800     OPEN INPUT GREETING-LANGUAGE
053900     IF VG-GREETLNG-STATUS = '00'
054000         PERFORM 1810-READ-LANGUAGE-RECORD THRU 1810-EXIT
054100         PERFORM 1820-STORE-LANGUAGE-ENTRY THRU 1820-EXIT
054200             UNTIL VG-GREETLNG-STATUS NOT = '00'
054300         CLOSE GREETING-LANGUAGE
054400     ELSE
054500         DISPLAY 'VISCONF0011W - GREETING-LANGUAGE FILE NOT '
054600             'AVAILABLE, STATUS = ' VG-GREETLNG-STATUS
054700             ', USING BUILT-IN FALLBACK ONLY'
054800     END-IF
054900     IF VG-GREET-DEFAULT-SUB = 0
055000         IF VG-GREET-COUNT < VG-GREET-MAX-ENTRIES
055100             ADD 1 TO VG-GREET-COUNT
055200             MOVE '**' TO VG-GREET-LANG-CODE(VG-GREET-COUNT)
055300             MOVE 'Hello, ' TO VG-GREET-PREFIX(VG-GREET-COUNT)
055400             MOVE 07 TO VG-GREET-PREFIX-LEN(VG-GREET-COUNT)
055500             MOVE '!' TO VG-GREET-SUFFIX(VG-GREET-COUNT)
055600             MOVE 01 TO VG-GREET-SUFFIX-LEN(VG-GREET-COUNT)
055700             MOVE SPACES TO VG-NOTICE-WORDING(VG-GREET-COUNT)
055800             MOVE VG-GREET-COUNT TO VG-GREET-DEFAULT-SUB
055900             DISPLAY 'VISCONF0012W - NO ''**'' FALLBACK ON THE '
056000                 'GREETING-LANGUAGE FILE, BUILT-IN ENGLISH '
056100                 'FALLBACK APPENDED'
056200         ELSE
056300             DISPLAY 'VISCONF0017E - GREETING TABLE FULL WITH '
056400                 'NO ''**'' FALLBACK, FIRST ENTRY USED AS '
056500                 'THE DEFAULT GREETING'
056600             MOVE 1 TO VG-GREET-DEFAULT-SUB
056700         END-IF
056800     END-IF.
056900 1800-EXIT.
057000     EXIT.
057100
057200 1810-READ-LANGUAGE-RECORD.
057300     READ GREETING-LANGUAGE NEXT RECORD
057400         AT END
057500             MOVE '10' TO VG-GREETLNG-STATUS
057600     END-READ.
057700 1810-EXIT.
057800     EXIT.
057900
058000 1820-STORE-LANGUAGE-ENTRY.
058100     IF VG-LNG-PREFIX-LEN < 1 OR VG-LNG-PREFIX-LEN > 15
058200             OR VG-LNG-SUFFIX-LEN < 1 OR VG-LNG-SUFFIX-LEN > 3
058300         DISPLAY 'VISCONF0018W - GREETING-LANGUAGE ENTRY '
058400             VG-LNG-CODE ' HAS AN INVALID PHRASE LENGTH, '
058500             'ENTRY SKIPPED'
058600     ELSE
058700         MOVE VG-GREET-MAX-ENTRIES TO VG-GREET-LIMIT
058800         IF VG-GREET-DEFAULT-SUB = 0 AND VG-LNG-CODE NOT = '**'
058900             SUBTRACT 1 FROM VG-GREET-LIMIT
059000         END-IF
059100         IF VG-GREET-COUNT < VG-GREET-LIMIT
059200             ADD 1 TO VG-GREET-COUNT
059300             MOVE VG-LNG-CODE
059400                 TO VG-GREET-LANG-CODE(VG-GREET-COUNT)
059500             MOVE VG-LNG-PREFIX
059600                 TO VG-GREET-PREFIX(VG-GREET-COUNT)
059700             MOVE VG-LNG-PREFIX-LEN
059800                 TO VG-GREET-PREFIX-LEN(VG-GREET-COUNT)
059900             MOVE VG-LNG-SUFFIX
060000                 TO VG-GREET-SUFFIX(VG-GREET-COUNT)
060100             MOVE VG-LNG-SUFFIX-LEN
060200                 TO VG-GREET-SUFFIX-LEN(VG-GREET-COUNT)
060300             MOVE VG-LNG-NOTICE-WORDING
060400                 TO VG-NOTICE-WORDING(VG-GREET-COUNT)
060500             IF VG-LNG-CODE = '**'
060600                 MOVE VG-GREET-COUNT TO VG-GREET-DEFAULT-SUB
060700             END-IF
060800         ELSE
060900             DISPLAY 'VISCONF0019W - GREETING TABLE FULL, '
061000                 'LANGUAGE ' VG-LNG-CODE ' IGNORED'
061100         END-IF
061200     END-IF
061300     PERFORM 1810-READ-LANGUAGE-RECORD THRU 1810-EXIT.
061400 1820-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    2000-PROCESS-ONE-VISITOR - ONLY A VISITOR EXPECTED ON THE  *
061900*    NOTICE DATE IS TAKEN.  WITH AN E-MAIL ADDRESS OR A MOBILE  *
062000*    NUMBER ON FILE A NOTICE IS WRITTEN; WITHOUT, THE VISITOR   *
062100*    GOES ON THE EXCEPTION LIST.                                *
062200******************************************************************
062300 2000-PROCESS-ONE-VISITOR.
062400     ADD 1 TO VG-VISITORS-READ
062500     IF VG-VIS-EXPECT-DATE NOT = VG-TARGET-DATE
062600         GO TO 2000-NEXT
062700     END-IF
062800     ADD 1 TO VG-EXPECTED-COUNT
062900     PERFORM 2100-LOOK-UP-HOST THRU 2100-EXIT
063000     PERFORM 2150-LOOK-UP-EVENT THRU 2150-EXIT
063100     PERFORM 2170-LOOK-UP-SITE THRU 2170-EXIT
063200     PERFORM 2200-READ-CONTACT THRU 2200-EXIT
063300     IF VG-HAS-CONTACT
063400         PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
063500     ELSE
063600         PERFORM 2350-WRITE-EXCEPTION THRU 2350-EXIT
063700     END-IF.
063800 2000-NEXT.
063900     PERFORM 2050-READ-VISITOR THRU 2050-EXIT.
064000 2000-EXIT.
064100     EXIT.
064200
064300 2050-READ-VISITOR.
064400     READ VISITOR-MASTER-INDEXED NEXT RECORD
064500         AT END
064600             SET VG-END-OF-FILE TO TRUE
064700     END-READ.
064800 2050-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200*    2100-LOOK-UP-HOST - 2170-LOOK-UP-SITE - NAMES FOR THE      *
065300*    NOTICE AND THE EXCEPTION LIST.  A CODE NOT ON ITS FILE, OR *
065400*    A FILE NOT AVAILABLE, LEAVES THE NAME BLANK.               *
065500******************************************************************
065600 2100-LOOK-UP-HOST.
065700     MOVE SPACES TO VG-FOUND-HOST-NAME
065800     MOVE SPACES TO VG-FOUND-HOST-EXT
065900     IF VG-VIS-HOST-ID = SPACES OR NOT VG-HOSTDIR-AVAILABLE
066000         GO TO 2100-EXIT
066100     END-IF
066200     MOVE VG-VIS-HOST-ID TO VG-HST-ID
066300     READ HOST-DIRECTORY
066400         INVALID KEY
066500             GO TO 2100-EXIT
066600     END-READ
066700     MOVE VG-HST-NAME TO VG-FOUND-HOST-NAME
066800     MOVE VG-HST-PHONE-EXT TO VG-FOUND-HOST-EXT.
066900 2100-EXIT.
067000     EXIT.
067100
067200 2150-LOOK-UP-EVENT.
067300     MOVE SPACES TO VG-FOUND-EVENT-NAME
067400     IF VG-VIS-EVENT-CODE = SPACES OR NOT VG-EVENTS-AVAILABLE
067500         GO TO 2150-EXIT
067600     END-IF
067700     MOVE VG-VIS-EVENT-CODE TO VG-EVT-CODE
067800     READ EVENT-REFERENCE
067900         INVALID KEY
068000             GO TO 2150-EXIT
068100     END-READ
068200     MOVE VG-EVT-NAME TO VG-FOUND-EVENT-NAME.
068300 2150-EXIT.
068400     EXIT.
068500
068600 2170-LOOK-UP-SITE.
068700     MOVE SPACES TO VG-FOUND-SITE-NAME
068800     IF VG-VIS-SITE-CODE = SPACES OR NOT VG-SITEFILE-AVAILABLE
068900         GO TO 2170-EXIT
069000     END-IF
069100     MOVE VG-VIS-SITE-CODE TO VG-SITE-CODE
069200     READ SITE-REFERENCE
069300         INVALID KEY
069400             GO TO 2170-EXIT
069500     END-READ
069600     MOVE VG-SITE-NAME TO VG-FOUND-SITE-NAME.
069700 2170-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*    2200-READ-CONTACT - A VISITOR HAS CONTACT DETAILS WHEN THE *
070200*    CONTACT FILE HOLDS AN E-MAIL ADDRESS OR A MOBILE NUMBER    *
070300*    FOR THEM.  A RECORD WITH BOTH BLANK (CLEARED, OR ERASED BY *
070400*    VISITOR-ERASE) COUNTS AS NONE.                             *
070500******************************************************************
070600 2200-READ-CONTACT.
070700     MOVE 'N' TO VG-CONTACT-SWITCH
070800     IF NOT VG-VISCONT-AVAILABLE
070900         GO TO 2200-EXIT
071000     END-IF
071100     MOVE VG-VIS-ID TO VG-CON-VIS-ID
071200     READ VISITOR-CONTACT
071300         INVALID KEY
071400             GO TO 2200-EXIT
071500     END-READ
071600     IF VG-CON-EMAIL NOT = SPACES OR VG-CON-MOBILE NOT = SPACES
071700         SET VG-HAS-CONTACT TO TRUE
071800     END-IF.
071900 2200-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300*    2300-WRITE-NOTICE - ONE RECORD ON THE MESSAGING-GATEWAY    *
072400*    FEED                                                       *
072500******************************************************************
072600 2300-WRITE-NOTICE.
072700     MOVE SPACES TO VG-NOTICE-RECORD
072800     MOVE VG-VIS-ID TO VG-CNF-VIS-ID
072900     MOVE VG-VIS-NAME TO VG-CNF-VIS-NAME
073000     MOVE VG-CON-EMAIL TO VG-CNF-EMAIL
073100     MOVE VG-CON-MOBILE TO VG-CNF-MOBILE
073200     MOVE VG-VIS-LANG-CODE TO VG-CNF-LANG-CODE
073300     MOVE VG-VIS-EXPECT-DATE TO VG-CNF-VISIT-DATE
073400     MOVE VG-VIS-HOST-ID TO VG-CNF-HOST-ID
073500     MOVE VG-FOUND-HOST-NAME TO VG-CNF-HOST-NAME
073600     MOVE VG-VIS-EVENT-CODE TO VG-CNF-EVENT-CODE
073700     MOVE VG-FOUND-EVENT-NAME TO VG-CNF-EVENT-NAME
073800     MOVE VG-VIS-SITE-CODE TO VG-CNF-SITE-CODE
073900     MOVE VG-FOUND-SITE-NAME TO VG-CNF-SITE-NAME
074000     MOVE VG-VIS-NAME TO VG-CUR-NAME
074100     MOVE VG-VIS-LANG-CODE TO VG-CUR-LANG-CODE
074200     PERFORM 2400-BUILD-GREETING THRU 2400-EXIT
074300     PERFORM 2450-PICK-WORDING THRU 2450-EXIT
074400     WRITE VG-NOTICE-RECORD
074500     ADD 1 TO VG-NOTICE-COUNT.
074600 2300-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000*    2350-WRITE-EXCEPTION - A VISITOR RECEPTION HAS TO PHONE,   *
075100*    WITH THE HOST TO CALL FOR THEIR NUMBER                     *
075200******************************************************************
075300 2350-WRITE-EXCEPTION.
075400     MOVE VG-VIS-ID TO VG-EXCD-VIS-ID
075500     MOVE VG-VIS-NAME TO VG-EXCD-NAME
075600     MOVE VG-VIS-SITE-CODE TO VG-EXCD-SITE
075700     MOVE VG-FOUND-HOST-NAME TO VG-EXCD-HOST-NAME
075800     MOVE VG-FOUND-HOST-EXT TO VG-EXCD-HOST-EXT
075900     MOVE VG-VIS-EVENT-CODE TO VG-EXCD-EVENT
076000     MOVE VG-VIS-LANG-CODE TO VG-EXCD-LANG
076100     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-DETAIL-LINE
076200     ADD 1 TO VG-NO-CONTACT-COUNT.
076300 2350-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700*    2400-BUILD-GREETING - LOOK UP THE LANGUAGE AND BUILD THE   *
076800*    GREETING AROUND THE VISITOR'S NAME.  A CODE NOT ON FILE    *
076900*    TAKES THE '**' ENTRY.                                      *
077000******************************************************************
077100 2400-BUILD-GREETING.
077200     SET VG-GREET-IDX TO 1
077300     SEARCH VG-GREET-ENTRY
077400         AT END
077500             SET VG-GREET-IDX TO VG-GREET-DEFAULT-SUB
077600         WHEN VG-GREET-LANG-CODE(VG-GREET-IDX) = VG-CUR-LANG-CODE
077700             CONTINUE
077800     END-SEARCH
077900
078000     MOVE 20 TO VG-CUR-NAME-LEN
078100     PERFORM 2410-CHECK-TRAILING-CHAR THRU 2410-EXIT
078200         VARYING VG-CUR-NAME-LEN FROM 20 BY -1
078300         UNTIL VG-CUR-NAME-LEN = 1
078400             OR VG-CUR-NAME-CHAR(VG-CUR-NAME-LEN) NOT = SPACE
078500
078600     MOVE SPACES TO VG-CNF-GREETING
078700     STRING
078800         VG-GREET-PREFIX(VG-GREET-IDX)
078900             (1:VG-GREET-PREFIX-LEN(VG-GREET-IDX))
079000         VG-CUR-NAME(1:VG-CUR-NAME-LEN)
079100         VG-GREET-SUFFIX(VG-GREET-IDX)
079200             (1:VG-GREET-SUFFIX-LEN(VG-GREET-IDX))
079300         DELIMITED BY SIZE
079400         INTO VG-CNF-GREETING.
079500 2400-EXIT.
079600     EXIT.
079700
079800 2410-CHECK-TRAILING-CHAR.
079900     CONTINUE.
080000 2410-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400*    2450-PICK-WORDING - THE WORDING OF THE LANGUAGE THE        *
080500*    GREETING CAME FROM; FAILING THAT THE '**' ENTRY'S WORDING; *
080600*    FAILING THAT THE BUILT-IN WORDING.  A NOTICE NOT WORDED IN *
080700*    THE VISITOR'S OWN LANGUAGE IS COUNTED.                     *
080800******************************************************************
080900 2450-PICK-WORDING.
081000     SET VG-WORDING-SUB TO VG-GREET-IDX
081100     IF VG-NOTICE-WORDING(VG-WORDING-SUB) NOT = SPACES
081200         MOVE VG-NOTICE-WORDING(VG-WORDING-SUB) TO VG-CNF-WORDING
081300         MOVE VG-GREET-LANG-CODE(VG-WORDING-SUB)
081400             TO VG-CNF-WORDING-LANG
081500     ELSE
081600         MOVE VG-GREET-DEFAULT-SUB TO VG-WORDING-SUB
081700         IF VG-NOTICE-WORDING(VG-WORDING-SUB) NOT = SPACES
081800             MOVE VG-NOTICE-WORDING(VG-WORDING-SUB)
081900                 TO VG-CNF-WORDING
082000             MOVE VG-GREET-LANG-CODE(VG-WORDING-SUB)
082100                 TO VG-CNF-WORDING-LANG
082200         ELSE
082300             MOVE VG-BUILT-IN-WORDING TO VG-CNF-WORDING
082400             MOVE '**' TO VG-CNF-WORDING-LANG
082500         END-IF
082600     END-IF
082700     IF VG-CNF-WORDING-LANG NOT = VG-CUR-LANG-CODE
082800         ADD 1 TO VG-FALLBACK-WORDING-COUNT
082900     END-IF.
083000 2450-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    2500-CHECK-CLOSED-DAY - WEEKENDS ARE COMPUTED FROM THE     *
083500*    DATE ITSELF; ANY OTHER CLOSURE COMES FROM THE              *
083600*    BUSINESS-CALENDAR FILE MAINTAINED BY CALENDAR-MAINT        *
083700******************************************************************
083800 2500-CHECK-CLOSED-DAY.
083900     MOVE 'N' TO VG-CLOSED-DAY-SWITCH
084000     MOVE SPACES TO VG-CLOSED-REASON
084100     PERFORM 2600-COMPUTE-DAY-OF-WEEK THRU 2600-EXIT
084200     IF VG-DATE-IS-SATURDAY OR VG-DATE-IS-SUNDAY
084300         SET VG-CLOSED-DAY TO TRUE
084400         MOVE 'WEEKEND' TO VG-CLOSED-REASON
084500         GO TO 2500-EXIT
084600     END-IF
084700     IF NOT VG-CALENDAR-AVAILABLE
084800         GO TO 2500-EXIT
084900     END-IF
085000     MOVE VG-WORK-DATE TO VG-CAL-DATE
085100     READ BUSINESS-CALENDAR
085200         INVALID KEY
085300             CONTINUE
085400         NOT INVALID KEY
085500             SET VG-CLOSED-DAY TO TRUE
085600             MOVE VG-CAL-DESC TO VG-CLOSED-REASON
085700     END-READ.
085800 2500-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200*    2600-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE WORK *
086300*    DATE.  THE REMAINDER IS 0 FOR SATURDAY AND 1 FOR SUNDAY.   *
086400*    THE DIVISIONS ARE SPELLED OUT AS DIVIDE STATEMENTS SO      *
086500*    EVERY INTERMEDIATE RESULT TRUNCATES.                       *
086600******************************************************************
086700 2600-COMPUTE-DAY-OF-WEEK.
086800     MOVE VG-WORK-DATE-MM TO VG-ZEL-MONTH
086900     COMPUTE VG-ZEL-YEAR =
087000         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
087100     IF VG-ZEL-MONTH < 3
087200         ADD 12 TO VG-ZEL-MONTH
087300         SUBTRACT 1 FROM VG-ZEL-YEAR
087400     END-IF
087500     COMPUTE VG-ZEL-TERM = 13 * (VG-ZEL-MONTH + 1)
087600     DIVIDE VG-ZEL-TERM BY 5 GIVING VG-ZEL-TERM
087700     DIVIDE VG-ZEL-YEAR BY 4 GIVING VG-ZEL-Y4
087800     DIVIDE VG-ZEL-YEAR BY 100 GIVING VG-ZEL-Y100
087900     DIVIDE VG-ZEL-YEAR BY 400 GIVING VG-ZEL-Y400
088000     COMPUTE VG-ZEL-SUM = VG-WORK-DATE-DD + VG-ZEL-TERM
088100         + VG-ZEL-YEAR + VG-ZEL-Y4 - VG-ZEL-Y100 + VG-ZEL-Y400
088200     DIVIDE VG-ZEL-SUM BY 7
088300         GIVING VG-ZEL-QUOT REMAINDER VG-DAY-OF-WEEK.
088400 2600-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    2800-FORWARD-ONE-DAY - STEP THE WORK DATE TO THE NEXT      *
088900*    CALENDAR DAY                                               *
089000******************************************************************
089100 2800-FORWARD-ONE-DAY.
089200     MOVE VG-DAYS-IN-MONTH(VG-WORK-DATE-MM) TO VG-MONTH-LIMIT
089300     IF VG-WORK-DATE-MM = 2
089400         PERFORM 2880-CHECK-LEAP-YEAR THRU 2880-EXIT
089500     END-IF
089600     IF VG-WORK-DATE-DD < VG-MONTH-LIMIT
089700         ADD 1 TO VG-WORK-DATE-DD
089800     ELSE
089900         MOVE 01 TO VG-WORK-DATE-DD
090000         IF VG-WORK-DATE-MM < 12
090100             ADD 1 TO VG-WORK-DATE-MM
090200         ELSE
090300             MOVE 01 TO VG-WORK-DATE-MM
090400             COMPUTE VG-CHECK-YEAR =
090500                 (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY + 1
090600             DIVIDE VG-CHECK-YEAR BY 100
090700                 GIVING VG-WORK-DATE-CC
090800                 REMAINDER VG-WORK-DATE-YY
090900         END-IF
091000     END-IF.
091100 2800-EXIT.
091200     EXIT.
091300
091400 2880-CHECK-LEAP-YEAR.
091500     COMPUTE VG-CHECK-YEAR =
091600         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
091700     DIVIDE VG-CHECK-YEAR BY 4
091800         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
091900     IF VG-LEAP-REMAINDER = 0
092000         DIVIDE VG-CHECK-YEAR BY 100
092100             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
092200         IF VG-LEAP-REMAINDER = 0
092300             DIVIDE VG-CHECK-YEAR BY 400
092400                 GIVING VG-LEAP-QUOTIENT
092500                 REMAINDER VG-LEAP-REMAINDER
092600             IF VG-LEAP-REMAINDER = 0
092700                 MOVE 29 TO VG-MONTH-LIMIT
092800             END-IF
092900         ELSE
093000             MOVE 29 TO VG-MONTH-LIMIT
093100         END-IF
093200     END-IF.
093300 2880-EXIT.
093400     EXIT.
093500
093600******************************************************************
093700*    3000-FINALIZE - TRAILER COUNTS AND STATISTICS              *
093800******************************************************************
093900 3000-FINALIZE.
094000     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-HEADER-2
094100     MOVE 'VISITORS EXPECTED:' TO VG-EXCT-LABEL
094200     MOVE VG-EXPECTED-COUNT TO VG-EXCT-COUNT
094300     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-TRAILER
094400     MOVE 'NOTICES WRITTEN:' TO VG-EXCT-LABEL
094500     MOVE VG-NOTICE-COUNT TO VG-EXCT-COUNT
094600     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-TRAILER
094700     MOVE 'NO CONTACT DETAILS:' TO VG-EXCT-LABEL
094800     MOVE VG-NO-CONTACT-COUNT TO VG-EXCT-COUNT
094900     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-TRAILER
095000     MOVE 'WORDING FROM FALLBACK:' TO VG-EXCT-LABEL
095100     MOVE VG-FALLBACK-WORDING-COUNT TO VG-EXCT-COUNT
095200     WRITE VG-EXCEPTION-RECORD FROM VG-EXC-TRAILER
095300     IF VG-VISCONT-AVAILABLE
095400         CLOSE VISITOR-CONTACT
095500     END-IF
095600     IF VG-HOSTDIR-AVAILABLE
095700         CLOSE HOST-DIRECTORY
095800     END-IF
095900     IF VG-EVENTS-AVAILABLE
096000         CLOSE EVENT-REFERENCE
096100     END-IF
096200     IF VG-SITEFILE-AVAILABLE
096300         CLOSE SITE-REFERENCE
096400     END-IF
096500     IF VG-CALENDAR-AVAILABLE
096600         CLOSE BUSINESS-CALENDAR
096700     END-IF
096800     CLOSE VISITOR-MASTER-INDEXED
096900     CLOSE CONFIRM-NOTICES
097000     CLOSE CONFIRM-EXCEPTIONS
097100     DISPLAY 'VISCONF0022I - VISITORS READ: ' VG-VISITORS-READ
097200         ', EXPECTED ON ' VG-TARGET-DATE-DISPLAY ': '
097300         VG-EXPECTED-COUNT
097400     DISPLAY 'VISCONF0023I - NOTICES WRITTEN: ' VG-NOTICE-COUNT
097500         ', WORDING FROM FALLBACK: ' VG-FALLBACK-WORDING-COUNT
097600     IF VG-NO-CONTACT-COUNT > 0
097700         DISPLAY 'VISCONF0024W - VISITORS WITH NO CONTACT '
097800             'DETAILS: ' VG-NO-CONTACT-COUNT
097900         MOVE 4 TO RETURN-CODE
098000     END-IF.
098100 3000-EXIT.
098200     EXIT.
098300
098400******************************************************************
098500*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
098600******************************************************************
098700 8000-LOG-RUN-START.
098800     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
098900     SET VG-RLG-START TO TRUE
099000     MOVE ZERO TO VG-RLG-RETURN-CODE
099100     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
099200     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
099300     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
099400     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
099500     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
099600     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
099700     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
099800 8000-EXIT.
099900     EXIT.
100000
100100******************************************************************
100200*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
100300*    KEY COUNTS OF THE RUN                                      *
100400******************************************************************
100500 8100-LOG-RUN-END.
100600     SET VG-RLG-END TO TRUE
100700     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
100800     MOVE 'EXPECTED' TO VG-RLG-COUNT-LABEL(1)
100900     MOVE VG-EXPECTED-COUNT TO VG-RLG-COUNT-VALUE(1)
101000     MOVE 'NOTICES' TO VG-RLG-COUNT-LABEL(2)
101100     MOVE VG-NOTICE-COUNT TO VG-RLG-COUNT-VALUE(2)
101200     MOVE 'NO CONTACT' TO VG-RLG-COUNT-LABEL(3)
101300     MOVE VG-NO-CONTACT-COUNT TO VG-RLG-COUNT-VALUE(3)
101400     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
101500 8100-EXIT.
101600     EXIT.
101700
101800******************************************************************
101900*    8200-CHECK-PREDECESSOR - THE LAST RUN-LOG RECORD TODAY FOR *
102000*    THE PREDECESSOR STEP MUST BE AN END RECORD WITH A RETURN   *
102100*    CODE BELOW ITS LIMIT, OR THIS STEP DOES NOT START.         *
102200*    OPERATIONS CAN FORCE A RUN AFTER A MANUAL RECOVERY WITH    *
102300*    VG_PRED_OVERRIDE=Y.                                        *
102400******************************************************************
102500 8200-CHECK-PREDECESSOR.
102600     MOVE SPACE TO VG-PRED-STATE
102700     MOVE ZERO TO VG-PRED-RETURN-CODE
102800     MOVE 'N' TO VG-PRED-EOF-SWITCH
102900     OPEN INPUT RUN-LOG
103000     IF VG-RUNLOG-STATUS = '00'
103100         PERFORM 8250-READ-RUN-LOG THRU 8250-EXIT
103200             UNTIL VG-PRED-LOG-ENDED
103300         CLOSE RUN-LOG
103400     END-IF
103500     MOVE 'Y' TO VG-PRED-OK-SWITCH
103600     IF VG-PRED-NOT-RUN OR VG-PRED-NOT-ENDED
103700         DISPLAY 'VISCONF0014E - STANDING-GENERATE HAS NOT '
103800             'FINISHED TODAY'
103900         MOVE 'N' TO VG-PRED-OK-SWITCH
104000     ELSE
104100         IF VG-PRED-RETURN-CODE NOT < VG-PRED-RC-LIMIT
104200             DISPLAY 'VISCONF0015E - STANDING-GENERATE ENDED '
104300                 'WITH RC ' VG-PRED-RETURN-CODE
104400             MOVE 'N' TO VG-PRED-OK-SWITCH
104500         END-IF
104600     END-IF
104700     IF NOT VG-PRED-OK
104800         MOVE SPACE TO VG-PRED-OVERRIDE
104900         DISPLAY 'VG_PRED_OVERRIDE' UPON ENVIRONMENT-NAME
105000         ACCEPT VG-PRED-OVERRIDE FROM ENVIRONMENT-VALUE
105100         IF VG-PRED-OVERRIDE = 'Y' OR VG-PRED-OVERRIDE = 'y'
105200             DISPLAY 'VISCONF0016W - PREDECESSOR CHECK '
105300                 'OVERRIDDEN'
105400             MOVE 'Y' TO VG-PRED-OK-SWITCH
105500         END-IF
105600     END-IF.
105700 8200-EXIT.
105800     EXIT.
105900
106000 8250-READ-RUN-LOG.
106100     READ RUN-LOG INTO VG-RUN-LOG-RECORD
106200         AT END
106300             SET VG-PRED-LOG-ENDED TO TRUE
106400             GO TO 8250-EXIT
106500     END-READ
106600     IF VG-RLG-RUN-DATE = VG-RUN-LOG-DATE
106700             AND VG-RLG-PROGRAM = VG-PRED-PROGRAM
106800         MOVE VG-RLG-RECORD-TYPE TO VG-PRED-STATE
106900         MOVE VG-RLG-RETURN-CODE TO VG-PRED-RETURN-CODE
107000     END-IF.
107100 8250-EXIT.
107200     EXIT.
107300
107400******************************************************************
107500*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
107600*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
107700*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
107800*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
107900******************************************************************
108000 8900-WRITE-RUN-LOG.
108100     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
108200     MOVE 'VISITOR-CONFIRM' TO VG-RLG-PROGRAM
108300     ACCEPT VG-RLG-TIME FROM TIME
108400     OPEN EXTEND RUN-LOG
108500     IF VG-RUNLOG-STATUS = '35'
108600         OPEN OUTPUT RUN-LOG
108700     END-IF
108800     IF VG-RUNLOG-STATUS NOT = '00'
108900         DISPLAY 'VISCONF0013W - UNABLE TO OPEN RUN-LOG, STATUS '
109000             '= ' VG-RUNLOG-STATUS
109100         GO TO 8900-EXIT
109200     END-IF
109300     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
109400     CLOSE RUN-LOG.
109500 8900-EXIT.
109600     EXIT.
