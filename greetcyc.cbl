004100*    MODIFICATION HISTORY                                       *
004200*    ----------------------                                     *
004300*    2026-09-02  JCL   ORIGINAL VERSION.                        *
004302*    2026-10-15  JCL   HOST NOTIFICATIONS NOW GO ONLY TO A HOST *
004304*                      THAT IS ACTIVE ON THE HOST DIRECTORY     *
004306*                      (HOST-MAINT).  ANY OTHER IS APPENDED TO  *
004308*                      THE UNDELIVERABLE-NOTIFICATION REPORT    *
004310*                      (HOSTUND), WHICH IS ONLY EVER OPENED     *
004312*                      EXTEND LIKE THE EVENT ROSTER.            *
004314*    2026-10-15  JCL   EVERY VISITOR IS SCREENED AGAINST THE    *
004316*                      SECURITY WATCH LIST BEFORE ANYTHING IS   *
004318*                      ISSUED, AS IN THE NIGHTLY RUN.  A MATCH  *
004320*                      RAISES ONE SECURITY ALERT PER VISITOR    *
004322*                      PER DAY AND ENDS THE CYCLE WITH          *
004324*                      RETURN-CODE 12.                          *
004326*    2026-10-15  JCL   VISIDX AND VISHIST DECLARE THEIR NEW     *
004328*                      ALTERNATE NAME KEYS.                     *
004330*    2026-10-15  JCL   BADGE FOR EVERY VISITOR GREETED, AS      *
004332*                      THE NIGHTLY RUN - KEYED BADGE RECORD     *
004334*                      (BADGEFIL) AND A RECORD ON THE LOBBY     *
004336*                      BADGE PRINTER FEED (BADGEPRT).           *
004338*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
004340*                      SHARED RUN LOG (RUNLOG).                 *
004342*    2026-10-15  JCL   SITE CODE CARRIED ON THE AUDIT, EXTRACT  *
004344*                      AND VISIT-HISTORY RECORDS AND THE ROSTER *
004346*                      LINE.  EACH SITE'S SLIDES ARE APPENDED   *
004348*                      TO THAT SITE'S OWN WELCOME-BOARD FEED,   *
004350*                      NAMED AS THE NIGHTLY RUN NAMES IT.       *
004400*                                                                *
004500******************************************************************
004600
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS VG-VIS-ID
005850         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
005900         FILE STATUS IS VG-VISIDX-STATUS.
006000
006100     SELECT VISIT-HISTORY
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS VG-HIS-KEY
006550         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
006600         FILE STATUS IS VG-VISHIST-STATUS.
006700
006800     SELECT GREETING-LANGUAGE
010040         ORGANIZATION IS LINE SEQUENTIAL
010050         FILE STATUS IS VG-EVTROSTR-STATUS.
010100
010101     SELECT HOST-DIRECTORY
010102         ASSIGN TO 'HOSTDIR'
010103         ORGANIZATION IS INDEXED
010104         ACCESS MODE IS DYNAMIC
010105         RECORD KEY IS VG-HST-ID
010106         FILE STATUS IS VG-HOSTDIR-STATUS.
010107
010108     SELECT UNDELIVERABLE-RPT
010109         ASSIGN TO 'HOSTUND'
010110         ORGANIZATION IS LINE SEQUENTIAL
010111         FILE STATUS IS VG-HOSTUND-STATUS.
010112
010113     SELECT WATCH-LIST
010114         ASSIGN TO 'WATCHLST'
010115         ORGANIZATION IS INDEXED
010116         ACCESS MODE IS DYNAMIC
010117         RECORD KEY IS VG-WCH-NAME
010118         FILE STATUS IS VG-WATCHLST-STATUS.
010119
010120     SELECT SECURITY-ALERT
010121         ASSIGN TO 'SECALRT'
010122         ORGANIZATION IS INDEXED
010123         ACCESS MODE IS DYNAMIC
010124         RECORD KEY IS VG-ALR-KEY
010125         FILE STATUS IS VG-SECALRT-STATUS.
010126
010127     SELECT SECURITY-ALERT-RPT
010128         ASSIGN TO 'SECARPT'
010129         ORGANIZATION IS LINE SEQUENTIAL
010130         FILE STATUS IS VG-SECARPT-STATUS.
010131
010132     SELECT ID-CONTROL
010133         ASSIGN TO 'VISCTL'
010134         ORGANIZATION IS INDEXED
010135         ACCESS MODE IS DYNAMIC
010136         SHARING WITH ALL OTHER
010137         RECORD KEY IS VG-CTL-KEY
010138         LOCK MODE IS AUTOMATIC
010139         FILE STATUS IS VG-VISCTL-STATUS.
010140
010141     SELECT BADGE-FILE
010142         ASSIGN TO 'BADGEFIL'
010143         ORGANIZATION IS INDEXED
010144         ACCESS MODE IS DYNAMIC
010145         RECORD KEY IS VG-BDG-KEY
010146         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
010147         FILE STATUS IS VG-BADGEFIL-STATUS.
010148
010149     SELECT BADGE-PRINT
010150         ASSIGN TO 'BADGEPRT'
010151         ORGANIZATION IS LINE SEQUENTIAL
010152         FILE STATUS IS VG-BADGEPRT-STATUS.
010153
010200     SELECT GREETING-CKPT
010300         ASSIGN TO 'GREETCKP'
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS VG-GREETCKP-STATUS.
010510
010520     SELECT RUN-LOG
010530         ASSIGN TO 'RUNLOG'
010540         ORGANIZATION IS LINE SEQUENTIAL
010550         FILE STATUS IS VG-RUNLOG-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
013930     LABEL RECORDS ARE STANDARD.
013940 01  VG-ROSTER-RECORD                PIC X(80).
014000
014002 FD  HOST-DIRECTORY
014004     LABEL RECORDS ARE STANDARD.
014006     COPY HOSTREC.
014008
014010 FD  UNDELIVERABLE-RPT
014012     LABEL RECORDS ARE STANDARD.
014014 01  VG-UNDELIVERABLE-RECORD         PIC X(80).
014016
014018 FD  WATCH-LIST
014020     LABEL RECORDS ARE STANDARD.
014022     COPY WTCHREC.
014024
014026 FD  SECURITY-ALERT
014028     LABEL RECORDS ARE STANDARD.
014030     COPY SECAREC.
014032
014034 FD  SECURITY-ALERT-RPT
014036     LABEL RECORDS ARE STANDARD.
014038 01  VG-SEC-REPORT-RECORD            PIC X(80).
014040
014042 FD  ID-CONTROL
014044     LABEL RECORDS ARE STANDARD.
014046     COPY CTLREC.
014048
014050 FD  BADGE-FILE
014052     LABEL RECORDS ARE STANDARD.
014054     COPY BDGEREC.
014056
014058 FD  BADGE-PRINT
014060     LABEL RECORDS ARE STANDARD.
014062 01  VG-BADGE-PRINT-RECORD           PIC X(111).
014064
014100 FD  GREETING-CKPT
014200     LABEL RECORDS ARE STANDARD.
014300     COPY CKPTREC.
014320
014340 FD  RUN-LOG
014360     LABEL RECORDS ARE STANDARD.
014380 01  VG-RUN-LOG-LINE                PIC X(94).
014400
014500 WORKING-STORAGE SECTION.
014600
016300         88  VG-EVENT-ON-FILE                   VALUE 'Y'.
016310     05  VG-ROSTER-NEW-SWITCH        PIC X(01) VALUE 'N'.
016320         88  VG-ROSTER-IS-NEW                   VALUE 'Y'.
016340     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
016360         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
016365     05  VG-WATCHLST-SWITCH          PIC X(01) VALUE 'N'.
016370         88  VG-WATCHLST-AVAILABLE              VALUE 'Y'.
016375     05  VG-SECALRT-SWITCH           PIC X(01) VALUE 'N'.
016380         88  VG-SECALRT-AVAILABLE               VALUE 'Y'.
016385     05  VG-WATCH-HIT-SWITCH         PIC X(01) VALUE 'N'.
016390         88  VG-WATCH-HIT                       VALUE 'Y'.
016392     05  VG-BADGE-SWITCH             PIC X(01) VALUE 'N'.
016394         88  VG-BADGE-AVAILABLE                 VALUE 'Y'.
016396     05  VG-BADGE-ASSIGNED-SWITCH    PIC X(01) VALUE 'N'.
016398         88  VG-BADGE-ASSIGNED                  VALUE 'Y'.
016400
016500******************************************************************
016600*    FILE STATUS FIELDS                                         *
017600     05  VG-HOSTNTF-STATUS           PIC X(02).
017700     05  VG-GREETCKP-STATUS          PIC X(02).
017710     05  VG-EVTROSTR-STATUS          PIC X(02).
017720     05  VG-HOSTDIR-STATUS           PIC X(02).
017740     05  VG-HOSTUND-STATUS           PIC X(02).
017750     05  VG-WATCHLST-STATUS          PIC X(02).
017760     05  VG-SECALRT-STATUS           PIC X(02).
017770     05  VG-SECARPT-STATUS           PIC X(02).
017775     05  VG-VISCTL-STATUS            PIC X(02).
017780     05  VG-BADGEFIL-STATUS          PIC X(02).
017785     05  VG-BADGEPRT-STATUS          PIC X(02).
017790     05  VG-RUNLOG-STATUS            PIC X(02).
017800
017900******************************************************************
018000*    COUNTERS                                                   *
019200     05  VG-CHAR-IDX                 PIC 9(02) COMP VALUE ZERO.
019300     05  VG-CUR-NAME-LEN             PIC 9(02) COMP VALUE ZERO.
019400     05  VG-GREET-LIMIT              PIC 9(02) COMP VALUE ZERO.
019450     05  VG-UNDELIVERABLE-COUNT      PIC 9(08) COMP VALUE ZERO.
019460     05  VG-SECURITY-HOLD-COUNT      PIC 9(08) COMP VALUE ZERO.
019480     05  VG-SECURITY-ALERT-COUNT     PIC 9(08) COMP VALUE ZERO.
019485     05  VG-BADGES-ISSUED            PIC 9(08) COMP VALUE ZERO.
019490     05  VG-BADGE-FAILED-COUNT       PIC 9(08) COMP VALUE ZERO.
019500
019600******************************************************************
019700*    RUN DATE AND TIME                                          *
021600     05  VG-CUR-LANG-CODE            PIC X(02).
021700     05  VG-CUR-HOST-ID              PIC X(08).
021800     05  VG-CUR-EVENT-CODE           PIC X(06).
021850     05  VG-CUR-SITE-CODE            PIC X(02).
021900
022000 01  VG-GREETING-TEXT                PIC X(31) VALUE SPACES.
022010
022020******************************************************************
022030*    SECURITY WATCH-LIST SCREENING - THE VISITOR'S NAME IS      *
022040*    FOLDED TO UPPER CASE TO MATCH THE WATCH-LIST KEY           *
022050******************************************************************
022060 01  VG-LOWER-ALPHABET               PIC X(26) VALUE
022070         'abcdefghijklmnopqrstuvwxyz'.
022080 01  VG-UPPER-ALPHABET               PIC X(26) VALUE
022090         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
022100
022200******************************************************************
022300*    COMPANY-STANDARD WELCOME SLIDE TEXT FOR THE LOBBY BOARD    *
024760         '(NOT ON EVENT FILE)'.
024780
024782******************************************************************
024783*    SITE TABLE - ONE ENTRY PER SITE MET THIS CYCLE, ENTRY 1    *
024784*    BEING THE BLANK SITE.  EACH SITE'S SLIDES GO TO ITS OWN    *
024785*    WELCOME-BOARD FEED: THE BOARDFD NAME FOLLOWED BY '.' AND   *
024786*    THE SITE CODE, THE BLANK SITE KEEPING THE BOARDFD NAME     *
024787*    ITSELF, EXACTLY AS THE NIGHTLY RUN NAMES THEM.  ONLY ONE   *
024788*    FEED IS OPEN AT A TIME - VG-BOARD-SITE-SUB SAYS WHOSE      *
024789*    (ZERO WHEN NONE IS).  ONCE THE TABLE IS FULL, FURTHER      *
024790*    SITES SHARE ENTRY 1.                                       *
024791******************************************************************
024792 01  VG-SITE-COUNT                   PIC 9(02) COMP VALUE ZERO.
024793 01  VG-SITE-TABLE.
024794     05  VG-SITE-ENTRY OCCURS 1 TO 20 TIMES
024795             DEPENDING ON VG-SITE-COUNT
024796             INDEXED BY VG-SITE-IDX.
024797         10  VG-SITE-TAB-CODE        PIC X(02).
024798         10  VG-SITE-TAB-LAST-EVENT  PIC X(06).
024799         10  VG-SITE-TAB-GREETED     PIC 9(08) COMP.
024800 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
024801 01  VG-CUR-SITE-SUB                 PIC 9(02) COMP VALUE 1.
024802 01  VG-SITE-OVERFLOW                PIC 9(08) COMP VALUE ZERO.
024803 01  VG-BOARD-BASE-NAME              PIC X(40) VALUE SPACES.
024804 01  VG-BOARD-FEED-NAME              PIC X(44) VALUE SPACES.
024805 01  VG-BOARD-SITE-SUB               PIC 9(02) COMP VALUE ZERO.
024806
024807******************************************************************
024808*    EVENT ROSTER REPORT LINE LAYOUTS - THE SAME LINES THE      *
024809*    NIGHTLY RUN WRITES; THE CYCLE ONLY APPENDS DETAIL          *
024810******************************************************************
024811 01  VG-ROS-HEADER-1.
024812     05  FILLER                      PIC X(25) VALUE
024813             'EVENT ROSTER             '.
024814     05  FILLER                      PIC X(10) VALUE
024815             'RUN DATE: '.
024816     05  VG-ROSH-DATE                PIC X(10).
024817     05  FILLER                      PIC X(35) VALUE SPACES.
024818
024819 01  VG-ROS-HEADER-2                 PIC X(80) VALUE ALL '-'.
024820
024821 01  VG-ROS-DETAIL-LINE.
024822     05  VG-ROSD-EVENT-CODE          PIC X(06).
024823     05  FILLER                      PIC X(03) VALUE SPACES.
024824     05  VG-ROSD-VIS-ID              PIC 9(06).
024825     05  FILLER                      PIC X(03) VALUE SPACES.
024826     05  VG-ROSD-NAME                PIC X(20).
024827     05  FILLER                      PIC X(03) VALUE SPACES.
024828     05  VG-ROSD-EVENT-NAME          PIC X(30).
024829     05  FILLER                      PIC X(03) VALUE SPACES.
024830     05  VG-ROSD-SITE-CODE           PIC X(02).
024831     05  FILLER                      PIC X(04) VALUE SPACES.
024832
024833******************************************************************
024834*    UNDELIVERABLE-NOTIFICATION REPORT LINE LAYOUTS - SHARED    *
024835*    WITH THE NIGHTLY RUN, WHICH APPENDS TO THE SAME FILE       *
024836******************************************************************
024837 01  VG-UND-HEADER-1.
024838     05  FILLER                      PIC X(25) VALUE
024839             'UNDELIVERABLE NOTICES    '.
024840     05  FILLER                      PIC X(10) VALUE
024841             'RUN DATE: '.
024842     05  VG-UNDH-DATE                PIC X(10).
024843     05  FILLER                      PIC X(35) VALUE SPACES.
024844
024845 01  VG-UND-HEADER-2                 PIC X(80) VALUE ALL '-'.
024846
024847 01  VG-UND-DETAIL-LINE.
024848     05  VG-UNDD-VIS-ID              PIC 9(06).
024849     05  FILLER                      PIC X(02) VALUE SPACES.
024850     05  VG-UNDD-VIS-NAME            PIC X(20).
024851     05  FILLER                      PIC X(02) VALUE SPACES.
024852     05  VG-UNDD-HOST-ID             PIC X(08).
024853     05  FILLER                      PIC X(02) VALUE SPACES.
024854     05  VG-UNDD-REASON              PIC X(11).
024855     05  FILLER                      PIC X(02) VALUE SPACES.
024856     05  VG-UNDD-HOST-NAME           PIC X(20).
024857     05  FILLER                      PIC X(01) VALUE SPACES.
024858     05  VG-UNDD-HOST-EXT            PIC X(06).
024859
024860******************************************************************
024861*    SECURITY ALERT REPORT LINE LAYOUTS - SHARED WITH THE       *
024862*    NIGHTLY RUN, WHICH APPENDS TO THE SAME FILE                *
024863******************************************************************
024864 01  VG-SEC-HEADER-1.
024865     05  FILLER                      PIC X(25) VALUE
024866             'SECURITY ALERTS          '.
024867     05  FILLER                      PIC X(10) VALUE
024868             'RUN DATE: '.
024869     05  VG-SECH-DATE                PIC X(10).
024870     05  FILLER                      PIC X(35) VALUE SPACES.
024871
024872 01  VG-SEC-HEADER-2                 PIC X(80) VALUE ALL '-'.
024873
024874 01  VG-SEC-DETAIL-LINE.
024875     05  VG-SECD-HH                  PIC 9(02).
024876     05  FILLER                      PIC X(01) VALUE ':'.
024877     05  VG-SECD-MM                  PIC 9(02).
024878     05  FILLER                      PIC X(02) VALUE SPACES.
024879     05  VG-SECD-VIS-ID              PIC 9(06).
024880     05  FILLER                      PIC X(02) VALUE SPACES.
024881     05  VG-SECD-NAME                PIC X(20).
024882     05  FILLER                      PIC X(02) VALUE SPACES.
024883     05  VG-SECD-HOST-ID             PIC X(08).
024884     05  FILLER                      PIC X(02) VALUE SPACES.
024885     05  VG-SECD-EVENT-CODE          PIC X(06).
024886     05  FILLER                      PIC X(02) VALUE SPACES.
024887     05  VG-SECD-REASON              PIC X(24).
024888     05  FILLER                      PIC X(01) VALUE SPACES.
024889
024890******************************************************************
024891*    VISITOR BADGES - THE SAME LIFETIME THE NIGHTLY RUN USES    *
024892*    (VG_BADGE_HOURS, DEFAULT 8), NEVER LATER THAN MIDNIGHT.    *
024893*    THE NUMBER COMES FROM THE 'NEXTBDG' CONTROL RECORD.        *
024894******************************************************************
024895 01  VG-BADGE-HOURS-INPUT            PIC X(02) VALUE SPACES.
024896 01  VG-BADGE-HOURS                  PIC 9(02) COMP VALUE 8.
024897 01  VG-BADGE-EXPIRY-WORK            PIC 9(09) VALUE ZERO.
024898 01  VG-LATEST-EXPIRY                PIC 9(08) VALUE 23595900.
024899 01  VG-NEXT-BADGE-NO                PIC 9(06) VALUE ZERO.
024900
024901******************************************************************
025000*    DUPLICATE-VISIT LOOKBACK - THE SAME WINDOW THE NIGHTLY     *
025100*    RUN USES (VG_DUP_LOOKBACK, DEFAULT 7 DAYS)                 *
025200******************************************************************
028400         ==VG-CKPT-GREETINGS==      BY ==VG-SAV-GREETINGS==
028500         ==VG-CKPT-REJECTS==        BY ==VG-SAV-REJECTS==
028600         ==VG-CKPT-DUPLICATES==     BY ==VG-SAV-DUPLICATES==
028650         ==VG-CKPT-HOLDS==          BY ==VG-SAV-HOLDS==
028700         ==VG-CKPT-AUDIT-SEQ-NO==   BY ==VG-SAV-AUDIT-SEQ-NO==
028800         ==VG-CKPT-REPORT-PAGE-NO== BY ==VG-SAV-REPORT-PAGE-NO==
028900         ==VG-CKPT-LINE-COUNT==     BY ==VG-SAV-LINE-COUNT==
029600         ==VG-CKPT-EVENT-COUNT==    BY ==VG-SAV-EVENT-COUNT==
029700         ==VG-CKPT-EVENT-ENTRY==    BY ==VG-SAV-EVENT-ENTRY==
029800         ==VG-CKPT-EVT-CODE==       BY ==VG-SAV-EVT-CODE==
029900         ==VG-CKPT-EVT-HITS==       BY ==VG-SAV-EVT-HITS==
029905         ==VG-CKPT-SITE-COUNT==     BY ==VG-SAV-SITE-COUNT==
029910         ==VG-CKPT-SITE-ENTRY==     BY ==VG-SAV-SITE-ENTRY==
029915         ==VG-CKPT-SITE-CODE==      BY ==VG-SAV-SITE-CODE==
029920         ==VG-CKPT-SITE-READ==      BY ==VG-SAV-SITE-READ==
029925         ==VG-CKPT-SITE-GREETINGS==
029930                                    BY ==VG-SAV-SITE-GREETINGS==
029935         ==VG-CKPT-SITE-REJECTS==   BY ==VG-SAV-SITE-REJECTS==
029940         ==VG-CKPT-SITE-DUPLICATES==
029945                                    BY ==VG-SAV-SITE-DUPLICATES==
029950         ==VG-CKPT-SITE-HOLDS==     BY ==VG-SAV-SITE-HOLDS==.
030000
030010******************************************************************
030020*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
030030*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
030040*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
030050******************************************************************
030060     COPY RUNLREC.
030070 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
030100 PROCEDURE DIVISION.
030200
030300******************************************************************
030400*    0000-MAINLINE                                              *
030500******************************************************************
030600 0000-MAINLINE.
030650     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
030700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030800     PERFORM 2000-PROCESS-VISITORS THRU 2000-EXIT
030900         UNTIL VG-END-OF-FILE
031000     PERFORM 3000-FINALIZE THRU 3000-EXIT
031050     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
031100     STOP RUN.
031200
031300******************************************************************
032200     PERFORM 1460-COMPUTE-CUTOFF-DATE THRU 1460-EXIT
032300     PERFORM 1800-LOAD-GREET-TABLE THRU 1800-EXIT
032400     PERFORM 1850-LOAD-EVENT-TABLE THRU 1850-EXIT
032450     PERFORM 1880-START-SITE-TABLE THRU 1880-EXIT
032500     PERFORM 1600-GET-AUDIT-SEQ THRU 1600-EXIT
032600
032700     OPEN INPUT VISITOR-MASTER-INDEXED
034800     END-IF
034900
035000     PERFORM 1200-OPEN-OUTPUT-FEEDS THRU 1200-EXIT
035050     PERFORM 1550-OPEN-SECURITY-FILES THRU 1550-EXIT
035060     PERFORM 1490-GET-BADGE-HOURS THRU 1490-EXIT
035080     PERFORM 1570-OPEN-BADGE-FILES THRU 1570-EXIT
035100     PERFORM 2100-READ-VISITOR-RECORD THRU 2100-EXIT.
035200 1000-EXIT.
035300     EXIT.
035400 1000-ABEND.
035450     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
035500     STOP RUN.
035600
035700******************************************************************
035800*    1200-OPEN-OUTPUT-FEEDS - EVERY OUTPUT OPENS EXTEND: THE    *
035900*    CYCLE ONLY EVER APPENDS TO THE DAY'S FEEDS.  THE FIRST     *
036000*    CYCLE OF THE DAY FINDS NO BOARD FEED FOR A SITE (THE       *
036100*    NIGHTLY SCHEDULE CLEARS THEM) AND OPENS IT WITH THE        *
036200*    COMPANY WELCOME SLIDE (2776); THE NIGHTLY RUN LATER CUTS   *
036300*    THE CLOSED STATEMENT-OF-RECORD FEEDS.                      *
036400******************************************************************
036500 1200-OPEN-OUTPUT-FEEDS.
037700     OPEN EXTEND CYCLE-EXTRACT
037800     IF VG-CYCEXT-STATUS = '35'
037900         OPEN OUTPUT CYCLE-EXTRACT
038870         MOVE VG-RUN-DATE-DISPLAY TO VG-ROSH-DATE
038880         WRITE VG-ROSTER-RECORD FROM VG-ROS-HEADER-1
038890         WRITE VG-ROSTER-RECORD FROM VG-ROS-HEADER-2
038895     END-IF
038900     OPEN EXTEND UNDELIVERABLE-RPT
038905     IF VG-HOSTUND-STATUS = '35'
038910         OPEN OUTPUT UNDELIVERABLE-RPT
038915         MOVE VG-RUN-DATE-DISPLAY TO VG-UNDH-DATE
038920         WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-HEADER-1
038925         WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-HEADER-2
038930     END-IF
038935     OPEN INPUT HOST-DIRECTORY
038940     IF VG-HOSTDIR-STATUS = '00'
038945         SET VG-HOSTDIR-AVAILABLE TO TRUE
038950     ELSE
038955         DISPLAY 'GREETCYC0016W - HOST DIRECTORY NOT AVAILABLE, '
038960             'STATUS = ' VG-HOSTDIR-STATUS
038965             ', HOSTS NOT CHECKED THIS CYCLE'
038970     END-IF.
038975 1200-EXIT.
039000     EXIT.
039100
039200******************************************************************
047800         END-IF
047900     END-IF.
048000 1478-EXIT.
048001     EXIT.
048002
048003******************************************************************
048004*    1490-GET-BADGE-HOURS - PICK UP THE BADGE LIFETIME IN       *
048005*    HOURS.  AN UNSET OR UNUSABLE VALUE LEAVES THE DEFAULT OF   *
048006*    8.                                                         *
048007******************************************************************
048008 1490-GET-BADGE-HOURS.
048009     MOVE SPACES TO VG-BADGE-HOURS-INPUT
048010     DISPLAY 'VG_BADGE_HOURS' UPON ENVIRONMENT-NAME
048011     ACCEPT VG-BADGE-HOURS-INPUT FROM ENVIRONMENT-VALUE
048012     IF VG-BADGE-HOURS-INPUT(2:1) = SPACE
048013         MOVE VG-BADGE-HOURS-INPUT(1:1)
048014             TO VG-BADGE-HOURS-INPUT(2:1)
048015         MOVE '0' TO VG-BADGE-HOURS-INPUT(1:1)
048016     END-IF
048017     IF VG-BADGE-HOURS-INPUT IS NUMERIC
048018             AND VG-BADGE-HOURS-INPUT NOT = '00'
048019         MOVE VG-BADGE-HOURS-INPUT TO VG-BADGE-HOURS
048020     END-IF.
048021 1490-EXIT.
048022     EXIT.
048023
048024******************************************************************
048025*    1550-OPEN-SECURITY-FILES - AS IN THE NIGHTLY RUN: THE      *
048026*    WATCH LIST IS READ BY NAME FOR EVERY VISITOR, THE ALERT    *
048027*    FILE IS KEYED ON VISITOR ID AND DATE AND CREATED ON ITS    *
048028*    FIRST USE, AND THE ALERT REPORT IS ONLY EVER OPENED        *
048029*    EXTEND                                                     *
048030******************************************************************
048031 1550-OPEN-SECURITY-FILES.
048032     OPEN INPUT WATCH-LIST
048033     IF VG-WATCHLST-STATUS = '00'
048034         SET VG-WATCHLST-AVAILABLE TO TRUE
048035     ELSE
048036         DISPLAY 'GREETCYC0018W - SECURITY WATCH LIST NOT '
048037             'AVAILABLE, STATUS = ' VG-WATCHLST-STATUS
048038             ', VISITORS NOT SCREENED THIS CYCLE'
048039     END-IF
048040     OPEN I-O SECURITY-ALERT
048041     IF VG-SECALRT-STATUS = '35'
048042         OPEN OUTPUT SECURITY-ALERT
048043         CLOSE SECURITY-ALERT
048044         OPEN I-O SECURITY-ALERT
048045     END-IF
048046     IF VG-SECALRT-STATUS = '00'
048047         SET VG-SECALRT-AVAILABLE TO TRUE
048048     ELSE
048049         DISPLAY 'GREETCYC0019W - SECURITY-ALERT FILE NOT '
048050             'AVAILABLE, STATUS = ' VG-SECALRT-STATUS
048051             ', EVERY MATCH IS REPORTED AS NEW'
048052     END-IF
048053     OPEN EXTEND SECURITY-ALERT-RPT
048054     IF VG-SECARPT-STATUS = '35'
048055         OPEN OUTPUT SECURITY-ALERT-RPT
048056         MOVE VG-RUN-DATE-DISPLAY TO VG-SECH-DATE
048057         WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-HEADER-1
048058         WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-HEADER-2
048059     END-IF.
048060 1550-EXIT.
048061     EXIT.
048062
048063******************************************************************
048064*    1570-OPEN-BADGE-FILES - THE BADGE FILE IS KEYED ON ISSUE   *
048065*    DATE AND BADGE NUMBER AND IS CREATED ON ITS FIRST USE;     *
048066*    THE NUMBER COMES FROM THE SHARED VISCTL CONTROL FILE,      *
048067*    WHOSE 'NEXTBDG' RECORD IS SEEDED AT 1 THE FIRST TIME.      *
048068*    WITHOUT EITHER FILE THE RUN CARRIES ON BUT WARNS THAT NO   *
048069*    BADGES WERE PRINTED.  THE PRINTER FEED IS A SHARED DAY     *
048070*    FILE, ALWAYS OPENED EXTEND, SO EVERY CYCLE'S BADGES AND    *
048071*    TONIGHT'S GO TO THE SAME PRINTER QUEUE.                    *
048072******************************************************************
048073 1570-OPEN-BADGE-FILES.
048074     OPEN I-O BADGE-FILE
048075     IF VG-BADGEFIL-STATUS = '35'
048076         OPEN OUTPUT BADGE-FILE
048077         CLOSE BADGE-FILE
048078         OPEN I-O BADGE-FILE
048079     END-IF
048080     IF VG-BADGEFIL-STATUS NOT = '00'
048081         DISPLAY 'GREETCYC0023W - BADGE FILE NOT AVAILABLE, '
048082             'STATUS = ' VG-BADGEFIL-STATUS
048083             ', NO BADGES PRINTED THIS RUN'
048084         GO TO 1570-EXIT
048085     END-IF
048086     OPEN I-O ID-CONTROL
048087     IF VG-VISCTL-STATUS = '35'
048088         OPEN OUTPUT ID-CONTROL
048089         CLOSE ID-CONTROL
048090         OPEN I-O ID-CONTROL
048091     END-IF
048092     IF VG-VISCTL-STATUS NOT = '00'
048093         DISPLAY 'GREETCYC0024W - ID-CONTROL NOT AVAILABLE, '
048094             'STATUS = ' VG-VISCTL-STATUS
048095             ', NO BADGES PRINTED THIS RUN'
048096         CLOSE BADGE-FILE
048097         GO TO 1570-EXIT
048098     END-IF
048099     MOVE 'NEXTBDG' TO VG-CTL-KEY
048100     READ ID-CONTROL
048101         INVALID KEY
048102             PERFORM 1580-SEED-BADGE-CONTROL THRU 1580-EXIT
048103     END-READ
048104     SET VG-BADGE-AVAILABLE TO TRUE
048105     OPEN EXTEND BADGE-PRINT
048106     IF VG-BADGEPRT-STATUS = '35'
048107         OPEN OUTPUT BADGE-PRINT
048108     END-IF.
048109 1570-EXIT.
048110     EXIT.
048111
048112******************************************************************
048113*    1580-SEED-BADGE-CONTROL - FIRST USE: NUMBERING STARTS AT   *
048114*    1.  A WRITE THAT FINDS THE RECORD ALREADY THERE MEANS      *
048115*    ANOTHER RUN SEEDED IT FIRST, WHICH IS JUST AS GOOD.        *
048116******************************************************************
048117 1580-SEED-BADGE-CONTROL.
048118     MOVE SPACES TO VG-CONTROL-RECORD
048119     MOVE 'NEXTBDG' TO VG-CTL-KEY
048120     MOVE 1 TO VG-CTL-NEXT-BADGE-NO
048121     WRITE VG-CONTROL-RECORD
048122         INVALID KEY
048123             CONTINUE
048124         NOT INVALID KEY
048125             DISPLAY 'GREETCYC0025I - BADGE NUMBERING STARTED AT '
048126                 VG-CTL-NEXT-BADGE-NO
048127     END-WRITE.
048128 1580-EXIT.
048129     EXIT.
048200
048300******************************************************************
048400*    1600-GET-AUDIT-SEQ - CARRY THE AUDIT SEQUENCE FORWARD      *
062400     EXIT.
062500
062600******************************************************************
062602*    1880-START-SITE-TABLE - ENTRY 1 FOR THE BLANK SITE, AND    *
062604*    THE BOARDFD NAME THE SCHEDULE GAVE THE CYCLE AS THE BASE   *
062606*    OF EVERY SITE'S FEED NAME (UNSET MEANS THE PLAIN BOARDFD   *
062608*    NAME)                                                      *
062610******************************************************************
062612 1880-START-SITE-TABLE.
062614     MOVE 1 TO VG-SITE-COUNT
062616     MOVE SPACES TO VG-SITE-TAB-CODE(1)
062618     MOVE SPACES TO VG-SITE-TAB-LAST-EVENT(1)
062620     MOVE ZERO TO VG-SITE-TAB-GREETED(1)
062622     MOVE SPACES TO VG-BOARD-BASE-NAME
062624     DISPLAY 'BOARDFD' UPON ENVIRONMENT-NAME
062626     ACCEPT VG-BOARD-BASE-NAME FROM ENVIRONMENT-VALUE
062628     IF VG-BOARD-BASE-NAME = SPACES
062630         MOVE 'BOARDFD' TO VG-BOARD-BASE-NAME
062632     END-IF.
062634 1880-EXIT.
062636     EXIT.
062638
062640******************************************************************
062700*    2000-PROCESS-VISITORS - ONE PASS OVER THE MASTER.  ONLY    *
062800*    VISITORS DUE TODAY (OR WITH THE LEGACY ZERO DATE) ARE OF   *
062900*    INTEREST; EVERYTHING ELSE BELONGS TO ANOTHER RUN DATE.     *
063800         MOVE VG-VIS-LANG-CODE TO VG-CUR-LANG-CODE
063900         MOVE VG-VIS-HOST-ID TO VG-CUR-HOST-ID
064000         MOVE VG-VIS-EVENT-CODE TO VG-CUR-EVENT-CODE
064050         MOVE VG-VIS-SITE-CODE TO VG-CUR-SITE-CODE
064100         PERFORM 2060-GREET-CURRENT-VISITOR THRU 2060-EXIT
064200     END-IF
064300     PERFORM 2100-READ-VISITOR-RECORD THRU 2100-EXIT.
065000*    VISITOR IS SIMPLY SKIPPED - EXCEPTION REPORTING BELONGS    *
065100*    TO THE NIGHTLY STATEMENT OF RECORD.  AN INVALID NAME IS    *
065200*    LEFT FOR THE NIGHTLY RUN TO REJECT INTO THE REWORK PATH.   *
065220*    A WATCH-LIST MATCH RAISES A SECURITY ALERT AND ISSUES      *
065240*    NOTHING ELSE.                                              *
065300******************************************************************
065400 2060-GREET-CURRENT-VISITOR.
065410     PERFORM 2250-SCREEN-WATCH-LIST THRU 2250-EXIT
065420     IF VG-WATCH-HIT
065430         PERFORM 2870-RAISE-SECURITY-ALERT THRU 2870-EXIT
065440         GO TO 2060-EXIT
065450     END-IF
065500     PERFORM 2200-VALIDATE-NAME THRU 2200-EXIT
065600     IF VG-NAME-INVALID
065700         ADD 1 TO VG-INVALID-NAME-COUNT
066300         GO TO 2060-EXIT
066400     END-IF
066500     PERFORM 2400-BUILD-GREETING THRU 2400-EXIT
066550     PERFORM 2782-FIND-SITE-ENTRY THRU 2782-EXIT
066600     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
066700     PERFORM 2700-WRITE-EXTRACT-RECORD THRU 2700-EXIT
066800     PERFORM 2710-WRITE-HOST-NOTIFY THRU 2710-EXIT
066850     PERFORM 2775-SELECT-SITE-BOARD THRU 2775-EXIT
066900     PERFORM 2760-HANDLE-EVENT-ARRIVAL THRU 2760-EXIT
067000     PERFORM 2770-WRITE-BOARD-DETAIL THRU 2770-EXIT
067100     PERFORM 2750-RECORD-VISIT-HISTORY THRU 2750-EXIT
067200     PERFORM 2790-ISSUE-BADGE THRU 2790-EXIT
067220     ADD 1 TO VG-GREETINGS-ISSUED
067240     ADD 1 TO VG-SITE-TAB-GREETED(VG-CUR-SITE-SUB).
067300 2060-EXIT.
067400     EXIT.
067500
072100         END-IF
072200     END-IF.
072300 2210-EXIT.
072302     EXIT.
072304
072306******************************************************************
072308*    2250-SCREEN-WATCH-LIST - FOLD THE NAME TO UPPER CASE AND   *
072310*    READ THE WATCH LIST BY IT, EXACTLY AS THE NIGHTLY RUN      *
072312*    DOES.  A ZERO VISITOR ID ON THE ENTRY MATCHES ANY VISITOR  *
072314*    OF THAT NAME; AN ID MATCHES ONLY THAT BOOKING.             *
072316******************************************************************
072318 2250-SCREEN-WATCH-LIST.
072320     MOVE 'N' TO VG-WATCH-HIT-SWITCH
072322     IF NOT VG-WATCHLST-AVAILABLE
072324         GO TO 2250-EXIT
072326     END-IF
072328     MOVE VG-CUR-NAME TO VG-WCH-NAME
072330     INSPECT VG-WCH-NAME
072332         CONVERTING VG-LOWER-ALPHABET TO VG-UPPER-ALPHABET
072334     READ WATCH-LIST
072336         INVALID KEY
072338             GO TO 2250-EXIT
072340     END-READ
072342     IF VG-WCH-VIS-ID = ZERO
072344             OR VG-WCH-VIS-ID = VG-CUR-VIS-ID
072346         SET VG-WATCH-HIT TO TRUE
072348     END-IF.
072350 2250-EXIT.
072400     EXIT.
072500
072600******************************************************************
080700     ACCEPT VG-AUD-RUN-TIME FROM TIME
080800     MOVE VG-OPERATOR-ID TO VG-AUD-OPERATOR-ID
080900     MOVE VG-CUR-NAME TO VG-AUD-NAME
080950     MOVE VG-CUR-SITE-CODE TO VG-AUD-SITE-CODE
081000     MOVE 'C' TO VG-AUD-REWORK-FLAG
081100     WRITE VG-AUDIT-RECORD.
081200 2600-EXIT.
082200     MOVE VG-CUR-NAME TO VG-EXT-NAME
082300     MOVE VG-RUN-DATE TO VG-EXT-DATE-GREETED
082400     MOVE VG-CUR-LANG-CODE TO VG-EXT-LANG-CODE
082450     MOVE VG-CUR-SITE-CODE TO VG-EXT-SITE-CODE
082500     WRITE VG-EXTRACT-RECORD.
082600 2700-EXIT.
082700     EXIT.
082900******************************************************************
083000*    2710-WRITE-HOST-NOTIFY - THE WHOLE POINT OF THE INTRA-DAY  *
083100*    CYCLE: THE HOST HEARS THEIR GUEST HAS ARRIVED WITHIN       *
083200*    MINUTES, NOT THE NEXT EVENING.  A HOST NOT ACTIVE ON THE   *
083220*    HOST DIRECTORY IS NOT NOTIFIED; THE VISITOR IS LISTED ON   *
083240*    THE UNDELIVERABLE-NOTIFICATION REPORT INSTEAD.             *
083300******************************************************************
083400 2710-WRITE-HOST-NOTIFY.
083500     IF VG-CUR-HOST-ID = SPACES
083600         GO TO 2710-EXIT
083605     END-IF
083610     IF VG-HOSTDIR-AVAILABLE
083615         MOVE VG-CUR-HOST-ID TO VG-HST-ID
083620         READ HOST-DIRECTORY
083625             INVALID KEY
083630                 MOVE SPACES TO VG-HOST-RECORD
083635                 MOVE 'NOT ON FILE' TO VG-UNDD-REASON
083640                 PERFORM 2720-WRITE-UNDELIVERABLE THRU 2720-EXIT
083645                 GO TO 2710-EXIT
083650         END-READ
083655         IF NOT VG-HST-ACTIVE
083660             MOVE 'INACTIVE' TO VG-UNDD-REASON
083665             PERFORM 2720-WRITE-UNDELIVERABLE THRU 2720-EXIT
083670             GO TO 2710-EXIT
083675         END-IF
083700     END-IF
083800     MOVE VG-CUR-HOST-ID TO VG-HNT-HOST-ID
083900     MOVE VG-CUR-VIS-ID TO VG-HNT-VIS-ID
084200     ACCEPT VG-HNT-TIME-GREETED FROM TIME
084300     WRITE VG-NOTIFY-RECORD.
084400 2710-EXIT.
084401     EXIT.
084402
084403******************************************************************
084404*    2720-WRITE-UNDELIVERABLE - ONE LINE PER NOTIFICATION THAT  *
084405*    COULD NOT GO TO AN ACTIVE HOST.  THE CALLER HAS SET THE    *
084406*    REASON; THE HOST NAME AND EXTENSION ARE BLANK WHEN THE     *
084407*    HOST IS NOT ON THE DIRECTORY AT ALL.                       *
084408******************************************************************
084409 2720-WRITE-UNDELIVERABLE.
084410     MOVE VG-CUR-VIS-ID TO VG-UNDD-VIS-ID
084411     MOVE VG-CUR-NAME TO VG-UNDD-VIS-NAME
084412     MOVE VG-CUR-HOST-ID TO VG-UNDD-HOST-ID
084413     MOVE VG-HST-NAME TO VG-UNDD-HOST-NAME
084414     MOVE VG-HST-PHONE-EXT TO VG-UNDD-HOST-EXT
084415     WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-DETAIL-LINE
084416     ADD 1 TO VG-UNDELIVERABLE-COUNT.
084417 2720-EXIT.
084500     EXIT.
084600
084700******************************************************************
085600     MOVE VG-CUR-LANG-CODE TO VG-HIS-LANG-CODE
085700     ACCEPT VG-HIS-TIME-GREETED FROM TIME
085800     MOVE ZERO TO VG-HIS-DEPART-TIME
085850     MOVE VG-CUR-SITE-CODE TO VG-HIS-SITE-CODE
085900     WRITE VG-HISTORY-RECORD
086000         INVALID KEY
086100             CONTINUE
090480     MOVE VG-CUR-EVENT-CODE TO VG-ROSD-EVENT-CODE
090490     MOVE VG-CUR-VIS-ID TO VG-ROSD-VIS-ID
090500     MOVE VG-CUR-NAME TO VG-ROSD-NAME
090505     MOVE VG-CUR-SITE-CODE TO VG-ROSD-SITE-CODE
090510     IF VG-EVENT-ON-FILE
090520         MOVE VG-EVT-TAB-NAME(VG-EVT-IDX)
090530             TO VG-ROSD-EVENT-NAME
092300     EXIT.
092400
092500******************************************************************
092501*    2775-SELECT-SITE-BOARD - MAKE THE CURRENT VISITOR'S SITE   *
092502*    FEED THE OPEN WELCOME-BOARD FEED, CLOSING THE FEED OF      *
092503*    ANOTHER SITE FIRST AND KEEPING THAT SITE'S LAST EVENT FOR  *
092504*    ITS NEXT BANNER                                            *
092505******************************************************************
092506 2775-SELECT-SITE-BOARD.
092507     IF VG-BOARD-SITE-SUB = VG-CUR-SITE-SUB
092508         GO TO 2775-EXIT
092509     END-IF
092510     IF VG-BOARD-SITE-SUB > 0
092511         MOVE VG-LAST-EVENT-CODE
092512             TO VG-SITE-TAB-LAST-EVENT(VG-BOARD-SITE-SUB)
092513         CLOSE WELCOME-BOARD
092514     END-IF
092515     MOVE VG-CUR-SITE-SUB TO VG-BOARD-SITE-SUB
092516     PERFORM 2776-OPEN-SITE-BOARD THRU 2776-EXIT
092517     MOVE VG-SITE-TAB-LAST-EVENT(VG-BOARD-SITE-SUB)
092518         TO VG-LAST-EVENT-CODE.
092519 2775-EXIT.
092520     EXIT.
092521
092522******************************************************************
092523*    2776-OPEN-SITE-BOARD - THE CYCLE ONLY EVER APPENDS.  A     *
092524*    SITE WITH NO FEED YET TODAY GETS ONE, OPENED WITH THE      *
092525*    COMPANY WELCOME SLIDE.                                     *
092526******************************************************************
092527 2776-OPEN-SITE-BOARD.
092528     MOVE SPACES TO VG-BOARD-FEED-NAME
092529     IF VG-SITE-TAB-CODE(VG-BOARD-SITE-SUB) = SPACES
092530         MOVE VG-BOARD-BASE-NAME TO VG-BOARD-FEED-NAME
092531     ELSE
092532         STRING VG-BOARD-BASE-NAME DELIMITED BY SPACE
092533             '.' VG-SITE-TAB-CODE(VG-BOARD-SITE-SUB)
092534             DELIMITED BY SIZE INTO VG-BOARD-FEED-NAME
092535     END-IF
092536     DISPLAY 'BOARDFD' UPON ENVIRONMENT-NAME
092537     DISPLAY VG-BOARD-FEED-NAME UPON ENVIRONMENT-VALUE
092538     MOVE 'N' TO VG-BOARD-NEW-SWITCH
092539     OPEN EXTEND WELCOME-BOARD
092540     IF VG-BOARDFD-STATUS = '35'
092541         OPEN OUTPUT WELCOME-BOARD
092542         SET VG-BOARD-FEED-IS-NEW TO TRUE
092543     END-IF
092544     IF VG-BOARD-FEED-IS-NEW
092545         MOVE SPACES TO VG-BOARD-RECORD
092546         MOVE 'H' TO VG-BRD-RECORD-TYPE
092547         MOVE VG-BOARD-SLIDE-TEXT TO VG-BRD-GREETING-TEXT
092548         WRITE VG-BOARD-RECORD
092549     END-IF.
092550 2776-EXIT.
092551     EXIT.
092552
092553******************************************************************
092554*    2782-FIND-SITE-ENTRY - FIND (OR APPEND) THE CURRENT        *
092555*    VISITOR'S SITE ENTRY AND SET VG-CUR-SITE-SUB.  WITH THE    *
092556*    TABLE FULL THE SITE SHARES ENTRY 1.                        *
092557******************************************************************
092558 2782-FIND-SITE-ENTRY.
092559     MOVE 1 TO VG-CUR-SITE-SUB
092560     SET VG-SITE-IDX TO 1
092561     SEARCH VG-SITE-ENTRY
092562         AT END
092563             PERFORM 2784-ADD-SITE-ENTRY THRU 2784-EXIT
092564         WHEN VG-SITE-TAB-CODE(VG-SITE-IDX) = VG-CUR-SITE-CODE
092565             SET VG-CUR-SITE-SUB TO VG-SITE-IDX
092566     END-SEARCH.
092567 2782-EXIT.
092568     EXIT.
092569
092570 2784-ADD-SITE-ENTRY.
092571     IF VG-SITE-COUNT < 20
092572         ADD 1 TO VG-SITE-COUNT
092573         MOVE VG-CUR-SITE-CODE TO VG-SITE-TAB-CODE(VG-SITE-COUNT)
092574         MOVE SPACES TO VG-SITE-TAB-LAST-EVENT(VG-SITE-COUNT)
092575         MOVE ZERO TO VG-SITE-TAB-GREETED(VG-SITE-COUNT)
092576         MOVE VG-SITE-COUNT TO VG-CUR-SITE-SUB
092577     ELSE
092578         ADD 1 TO VG-SITE-OVERFLOW
092579     END-IF.
092580 2784-EXIT.
092581     EXIT.
092582
092583******************************************************************
092584*    2790-ISSUE-BADGE - ONE NUMBERED BADGE PER GREETED VISITOR, *
092585*    KEPT ON THE BADGE FILE FOR THE RETURN CHECK AT SIGN-OUT    *
092586*    AND SENT TO THE LOBBY BADGE PRINTER.  THE EVENT NAME IS    *
092587*    THE ONE 2760 LOOKED UP.  A BADGE ALREADY ON FILE FOR THIS  *
092588*    VISIT (A RERUN WITH THE HISTORY CHECK OFF, SAY) IS NOT     *
092589*    PRINTED AGAIN.                                             *
092590******************************************************************
092591 2790-ISSUE-BADGE.
092592     IF NOT VG-BADGE-AVAILABLE
092593         GO TO 2790-EXIT
092594     END-IF
092595     MOVE VG-CUR-VIS-ID TO VG-BDG-VIS-ID
092596     MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
092597     READ BADGE-FILE KEY IS VG-BDG-VISIT-KEY
092598         INVALID KEY
092599             CONTINUE
092600     END-READ
092601     IF VG-BADGEFIL-STATUS = '00' OR '02'
092602         GO TO 2790-EXIT
092603     END-IF
092604     PERFORM 2792-ASSIGN-BADGE-NUMBER THRU 2792-EXIT
092605     IF NOT VG-BADGE-ASSIGNED
092606         ADD 1 TO VG-BADGE-FAILED-COUNT
092607         GO TO 2790-EXIT
092608     END-IF
092609     MOVE SPACES TO VG-BADGE-RECORD
092610     MOVE VG-RUN-DATE TO VG-BDG-ISSUE-DATE
092611     MOVE VG-NEXT-BADGE-NO TO VG-BDG-NUMBER
092612     MOVE VG-CUR-VIS-ID TO VG-BDG-VIS-ID
092613     MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
092614     MOVE VG-CUR-NAME TO VG-BDG-NAME
092615     MOVE VG-CUR-HOST-ID TO VG-BDG-HOST-ID
092616     IF VG-CUR-EVENT-CODE NOT = SPACES
092617             AND VG-EVENT-ON-FILE
092618             AND VG-EVT-TAB-NAME(VG-EVT-IDX)
092619                 NOT = VG-EVT-PLACEHOLDER-NAME
092620         MOVE VG-EVT-TAB-NAME(VG-EVT-IDX) TO VG-BDG-EVENT-NAME
092621     END-IF
092622     ACCEPT VG-BDG-ISSUE-TIME FROM TIME
092623     COMPUTE VG-BADGE-EXPIRY-WORK =
092624         VG-BDG-ISSUE-TIME + (VG-BADGE-HOURS * 1000000)
092625     IF VG-BADGE-EXPIRY-WORK > VG-LATEST-EXPIRY
092626         MOVE VG-LATEST-EXPIRY TO VG-BDG-EXPIRY-TIME
092627     ELSE
092628         MOVE VG-BADGE-EXPIRY-WORK TO VG-BDG-EXPIRY-TIME
092629     END-IF
092630     SET VG-BDG-OUTSTANDING TO TRUE
092631     MOVE ZERO TO VG-BDG-RETURN-TIME
092632     WRITE VG-BADGE-RECORD
092633         INVALID KEY
092634             DISPLAY 'GREETCYC0026W - BADGE ' VG-BDG-NUMBER
092635                 ' ALREADY ON FILE, STATUS = ' VG-BADGEFIL-STATUS
092636                 ', VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
092637             ADD 1 TO VG-BADGE-FAILED-COUNT
092638             GO TO 2790-EXIT
092639     END-WRITE
092640     WRITE VG-BADGE-PRINT-RECORD FROM VG-BADGE-RECORD
092641     ADD 1 TO VG-BADGES-ISSUED.
092642 2790-EXIT.
092643     EXIT.
092644
092645******************************************************************
092646*    2792-ASSIGN-BADGE-NUMBER - TAKE THE NEXT BADGE NUMBER FROM *
092647*    THE 'NEXTBDG' CONTROL RECORD AND STEP IT UNDER THE RECORD  *
092648*    LOCK, EXACTLY AS VISITOR-MAINT ASSIGNS A VISITOR ID.  THE  *
092649*    NUMBER WRAPS TO 1 AFTER 999999.  A RECORD HELD BY ANOTHER  *
092650*    RUN (STATUS 51) LEAVES THIS VISITOR WITHOUT A BADGE.       *
092651******************************************************************
092652 2792-ASSIGN-BADGE-NUMBER.
092653     MOVE 'N' TO VG-BADGE-ASSIGNED-SWITCH
092654     MOVE 'NEXTBDG' TO VG-CTL-KEY
092655     READ ID-CONTROL
092656         INVALID KEY
092657             DISPLAY 'GREETCYC0027W - BADGE CONTROL RECORD '
092658                 'MISSING, VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
092659             GO TO 2792-EXIT
092660     END-READ
092661     IF VG-VISCTL-STATUS = '51'
092662         DISPLAY 'GREETCYC0028W - BADGE CONTROL RECORD HELD, '
092663             'VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
092664         GO TO 2792-EXIT
092665     END-IF
092666     MOVE VG-CTL-NEXT-BADGE-NO TO VG-NEXT-BADGE-NO
092667     IF VG-CTL-NEXT-BADGE-NO = 999999
092668         MOVE 1 TO VG-CTL-NEXT-BADGE-NO
092669     ELSE
092670         ADD 1 TO VG-CTL-NEXT-BADGE-NO
092671     END-IF
092672     REWRITE VG-CONTROL-RECORD
092673         INVALID KEY
092674             DISPLAY 'GREETCYC0029W - BADGE CONTROL REWRITE '
092675                 'FAILED, STATUS = ' VG-VISCTL-STATUS
092676         NOT INVALID KEY
092677             SET VG-BADGE-ASSIGNED TO TRUE
092678     END-REWRITE.
092679 2792-EXIT.
092680     EXIT.
092681
092682******************************************************************
092683*    2870-RAISE-SECURITY-ALERT - A WATCH-LIST MATCH.  THE       *
092684*    ALERT FILE IS KEYED ON VISITOR ID AND DATE, SO A VISITOR   *
092685*    AN EARLIER CYCLE ALREADY HELD IS ONLY COUNTED - SECURITY   *
092686*    IS PAGED ONCE, NOT EVERY CYCLE FOR THE REST OF THE DAY.    *
092687******************************************************************
092688 2870-RAISE-SECURITY-ALERT.
092689     ADD 1 TO VG-SECURITY-HOLD-COUNT
092690     MOVE VG-CUR-VIS-ID TO VG-ALR-VIS-ID
092691     MOVE VG-RUN-DATE TO VG-ALR-DATE
092692     ACCEPT VG-ALR-TIME FROM TIME
092693     MOVE VG-CUR-NAME TO VG-ALR-NAME
092694     MOVE VG-CUR-HOST-ID TO VG-ALR-HOST-ID
092695     MOVE VG-CUR-EVENT-CODE TO VG-ALR-EVENT-CODE
092696     MOVE VG-WCH-REASON TO VG-ALR-REASON
092697     MOVE 'GREETCYC' TO VG-ALR-PROGRAM
092698     IF VG-SECALRT-AVAILABLE
092699         WRITE VG-ALERT-RECORD
092700             INVALID KEY
092701                 GO TO 2870-EXIT
092702         END-WRITE
092703     END-IF
092704     ADD 1 TO VG-SECURITY-ALERT-COUNT
092705     MOVE VG-ALR-TIME(1:2) TO VG-SECD-HH
092706     MOVE VG-ALR-TIME(3:2) TO VG-SECD-MM
092707     MOVE VG-ALR-VIS-ID TO VG-SECD-VIS-ID
092708     MOVE VG-ALR-NAME TO VG-SECD-NAME
092709     MOVE VG-ALR-HOST-ID TO VG-SECD-HOST-ID
092710     MOVE VG-ALR-EVENT-CODE TO VG-SECD-EVENT-CODE
092711     MOVE VG-ALR-REASON TO VG-SECD-REASON
092712     WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-DETAIL-LINE
092713     DISPLAY 'GREETCYC0020E - SECURITY WATCH-LIST MATCH, '
092714         'VISITOR ' VG-CUR-VIS-ID ' ' VG-CUR-NAME ' HELD'.
092715 2870-EXIT.
092716     EXIT.
092717
092718******************************************************************
092719*    3000-FINALIZE - CARRY THE AUDIT SEQUENCE FORWARD IN THE    *
092720*    CHECKPOINT (EVERY OTHER FIELD IS LEFT EXACTLY AS THE       *
092800*    NIGHTLY RUN WROTE IT), CLOSE, AND REPORT THE CYCLE.  NO    *
092900*    TRAILER SLIDE - THE FEED STAYS OPEN FOR THE NEXT CYCLE     *
093000*    AND THE NIGHTLY RUN CUTS THE CLOSED FEED AT NIGHT.         *
093500     CLOSE VISIT-HISTORY
093600     CLOSE GREETING-AUDIT
093700     CLOSE CYCLE-EXTRACT
093800     IF VG-BOARD-SITE-SUB > 0
093820         CLOSE WELCOME-BOARD
093840     END-IF
093900     CLOSE HOST-NOTIFY
093950     CLOSE EVENT-ROSTER-RPT
093952     CLOSE UNDELIVERABLE-RPT
093954     IF VG-HOSTDIR-AVAILABLE
093956         CLOSE HOST-DIRECTORY
093958     END-IF
093960     CLOSE SECURITY-ALERT-RPT
093962     IF VG-WATCHLST-AVAILABLE
093964         CLOSE WATCH-LIST
093966     END-IF
093968     IF VG-SECALRT-AVAILABLE
093970         CLOSE SECURITY-ALERT
093972     END-IF
093974     IF VG-BADGE-AVAILABLE
093976         CLOSE BADGE-FILE
093978         CLOSE ID-CONTROL
093980         CLOSE BADGE-PRINT
093982     END-IF
094000     DISPLAY 'GREETCYC0010I - MASTER RECORDS READ: '
094100         VG-RECORDS-READ
094200     DISPLAY 'GREETCYC0011I - DUE TODAY: ' VG-DUE-TODAY-COUNT
094500     DISPLAY 'GREETCYC0013I - ALREADY GREETED, SKIPPED: '
094600         VG-ALREADY-GREETED
094700     DISPLAY 'GREETCYC0014I - INVALID NAMES LEFT FOR THE '
094800         'NIGHTLY RUN: ' VG-INVALID-NAME-COUNT
094805     DISPLAY 'GREETCYC0017I - HOST NOTIFICATIONS UNDELIVERABLE: '
094810         VG-UNDELIVERABLE-COUNT
094815     DISPLAY 'GREETCYC0021I - SECURITY HOLDS: '
094820         VG-SECURITY-HOLD-COUNT ', NEW ALERTS: '
094825         VG-SECURITY-ALERT-COUNT
094830     DISPLAY 'GREETCYC0030I - BADGES PRINTED: ' VG-BADGES-ISSUED
094835         ', NOT PRINTED: ' VG-BADGE-FAILED-COUNT
094840     PERFORM 3050-DISPLAY-SITE-COUNT THRU 3050-EXIT
094845         VARYING VG-SITE-SUB FROM 1 BY 1
094850         UNTIL VG-SITE-SUB > VG-SITE-COUNT
094855     IF VG-SITE-OVERFLOW > 0
094860         DISPLAY 'GREETCYC0033W - SITE TABLE FULL, '
094865             VG-SITE-OVERFLOW ' VISITOR(S) SHOWN UNDER NO SITE'
094870     END-IF
094875     IF VG-SECURITY-ALERT-COUNT > 0
094880         DISPLAY 'GREETCYC0022W - NEW SECURITY ALERTS RAISED, '
094885             'CYCLE ENDS WITH RETURN-CODE 12'
094890         MOVE 12 TO RETURN-CODE
094895     END-IF.
094900 3000-EXIT.
094905     EXIT.
094910
094915******************************************************************
094920*    3050-DISPLAY-SITE-COUNT - GREETED THIS CYCLE, PER SITE     *
094925******************************************************************
094930 3050-DISPLAY-SITE-COUNT.
094935     IF VG-SITE-TAB-GREETED(VG-SITE-SUB) > 0
094940         DISPLAY 'GREETCYC0032I - SITE '
094945             VG-SITE-TAB-CODE(VG-SITE-SUB) ' GREETED THIS CYCLE: '
094950             VG-SITE-TAB-GREETED(VG-SITE-SUB)
094955     END-IF.
094960 3050-EXIT.
095000     EXIT.
095100
095200******************************************************************
096900         MOVE ZERO TO VG-SAV-GREETINGS
097000         MOVE ZERO TO VG-SAV-REJECTS
097100         MOVE ZERO TO VG-SAV-DUPLICATES
097150         MOVE ZERO TO VG-SAV-HOLDS
097200         MOVE ZERO TO VG-SAV-REPORT-PAGE-NO
097300         MOVE ZERO TO VG-SAV-LINE-COUNT
097400         MOVE ZERO TO VG-SAV-FALLBACK-TOTAL
097500         MOVE ZERO TO VG-SAV-FALLBACK-OVFL
097600         MOVE ZERO TO VG-SAV-FALLBACK-COUNT
097700         MOVE ZERO TO VG-SAV-EVENT-COUNT
097750         MOVE ZERO TO VG-SAV-SITE-COUNT
097800     END-IF
097810     MOVE VG-EVENT-COUNT TO VG-SAV-EVENT-COUNT
097820     PERFORM 3150-SAVE-EVENT-ENTRY THRU 3150-EXIT
099110     END-IF.
099120 3150-EXIT.
099130     EXIT.
099200
099300******************************************************************
099400*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
099500******************************************************************
099600 8000-LOG-RUN-START.
099700     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
099800     SET VG-RLG-START TO TRUE
099900     MOVE ZERO TO VG-RLG-RETURN-CODE
100000     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
100100     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
100200     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
100300     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
100400     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
100500     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
100600     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
100700 8000-EXIT.
100800     EXIT.
100900
101000******************************************************************
101100*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
101200*    KEY COUNTS OF THE RUN                                      *
101300******************************************************************
101400 8100-LOG-RUN-END.
101500     SET VG-RLG-END TO TRUE
101600     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
101700     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
101800     MOVE VG-RECORDS-READ TO VG-RLG-COUNT-VALUE(1)
101900     MOVE 'DUE TODAY' TO VG-RLG-COUNT-LABEL(2)
102000     MOVE VG-DUE-TODAY-COUNT TO VG-RLG-COUNT-VALUE(2)
102100     MOVE 'GREETED' TO VG-RLG-COUNT-LABEL(3)
102200     MOVE VG-GREETINGS-ISSUED TO VG-RLG-COUNT-VALUE(3)
102300     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
102400 8100-EXIT.
102500     EXIT.
102600
102700******************************************************************
102800*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
102900*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
103000*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
103100*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
103200******************************************************************
103300 8900-WRITE-RUN-LOG.
103400     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
103500     MOVE 'GREETING-CYCLE' TO VG-RLG-PROGRAM
103600     ACCEPT VG-RLG-TIME FROM TIME
103700     OPEN EXTEND RUN-LOG
103800     IF VG-RUNLOG-STATUS = '35'
103900         OPEN OUTPUT RUN-LOG
104000     END-IF
104100     IF VG-RUNLOG-STATUS NOT = '00'
104200         DISPLAY 'GREETCYC0031W - UNABLE TO OPEN RUN-LOG, '
104300             'STATUS = ' VG-RUNLOG-STATUS
104400         GO TO 8900-EXIT
104500     END-IF
104600     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
104700     CLOSE RUN-LOG.
104800 8900-EXIT.
104900     EXIT.
