005812*                      IS RESTORED ON EVERY RUN (NOT ONLY A     *
005813*                      RESTART) SO THE TOTALS COVER THE WHOLE   *
005814*                      DAY.                                     *
005816*    2026-10-15  JCL   HOST NOTIFICATIONS NOW GO ONLY TO A HOST  *
005818*                      THAT IS ACTIVE ON THE HOST DIRECTORY      *
005820*                      (HOST-MAINT).  ANY OTHER IS LISTED ON     *
005822*                      THE UNDELIVERABLE-NOTIFICATION REPORT     *
005824*                      (HOSTUND) FOR RECEPTION TO PHONE.         *
005826*    2026-10-15  JCL   EVERY VISITOR IS SCREENED AGAINST THE     *
005828*                      SECURITY WATCH LIST (WATCH-MAINT) BEFORE  *
005830*                      ANYTHING IS ISSUED.  A MATCH GETS NO      *
005832*                      GREETING, SLIDE, NOTIFICATION, OR CRM     *
005834*                      RECORD - A SECURITY ALERT (SECALRT) AND   *
005836*                      ALERT REPORT LINE (SECARPT) INSTEAD, AND  *
005838*                      THE RUN ENDS WITH RETURN-CODE 12.         *
005840*    2026-10-15  JCL   VISHIST DECLARES ITS NEW ALTERNATE NAME   *
005842*                      KEY.                                      *
005844*    2026-10-15  JCL   EVERY VISITOR GREETED IS ISSUED A         *
005846*                      NUMBERED BADGE - A KEYED BADGE RECORD     *
005848*                      (BADGEFIL) AND A PRINT RECORD ON THE      *
005850*                      LOBBY BADGE PRINTER FEED (BADGEPRT)       *
005852*                      WITH THE HOST, EVENT, DATE AND EXPIRY     *
005854*                      TIME (VG_BADGE_HOURS, DEFAULT 8).         *
005856*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE      *
005858*                      SHARED RUN LOG (RUNLOG).  THE RUN WILL    *
005860*                      NOT START UNLESS VISITOR-EXTRACT          *
005862*                      FINISHED TODAY WITH A RETURN CODE         *
005864*                      BELOW 8.                                  *
005866*    2026-10-15  JCL   MULTI-SITE OPERATION.  THE SITE CODE ON   *
005868*                      THE VISITOR IS CARRIED ON THE AUDIT,      *
005870*                      EXTRACT, REJECT, DUPLICATE AND VISIT-     *
005872*                      HISTORY RECORDS.  EACH SITE GETS ITS OWN  *
005874*                      WELCOME-BOARD FEED (THE BOARDFD NAME      *
005876*                      SUFFIXED WITH .SITE-CODE; NO SITE KEEPS   *
005878*                      THE PLAIN NAME), THE REPORT SHOWS THE     *
005880*                      SITE AND PER-SITE TOTALS, AND THE         *
005882*                      CHECKPOINT CARRIES PER-SITE COUNTS FOR    *
005884*                      GREETING-BALANCE.  SITE NAMES COME FROM   *
005886*                      THE OPTIONAL SITE FILE (SITE-MAINT).      *
005888*    2026-10-15  JCL   RECORDS HELD BY THE WATCH-LIST            *
005890*                      SCREENING ARE COUNTED IN TOTAL AND PER    *
005892*                      SITE AND CARRIED ON THE CHECKPOINT, SO    *
005894*                      GREETING-BALANCE CAN CROSSFOOT THEM AND   *
005896*                      A RESTART KEEPS THE DAY'S HOLD COUNT.     *
005898*                                                                *
005900******************************************************************
006000      
006100 ENVIRONMENT DIVISION.
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS DYNAMIC
010200         RECORD KEY IS VG-HIS-KEY
010250         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
010300         FILE STATUS IS VG-VISHIST-STATUS.
010400
010500     SELECT GREETING-CKPT
013078         RECORD KEY IS VG-EVT-CODE
013080         FILE STATUS IS VG-EVENTS-STATUS.
013082
013083     SELECT SITE-REFERENCE
013084         ASSIGN TO 'SITEFILE'
013085         ORGANIZATION IS INDEXED
013086         ACCESS MODE IS SEQUENTIAL
013087         RECORD KEY IS VG-SITE-CODE
013088         FILE STATUS IS VG-SITEFILE-STATUS.
013089
013090     SELECT EVENT-ROSTER-RPT
013091         ASSIGN TO 'EVTROSTR'
013092         ORGANIZATION IS LINE SEQUENTIAL
013093         FILE STATUS IS VG-EVTROSTR-STATUS.
013094
013095     SELECT HOST-DIRECTORY
013096         ASSIGN TO 'HOSTDIR'
013097         ORGANIZATION IS INDEXED
013098         ACCESS MODE IS DYNAMIC
013099         RECORD KEY IS VG-HST-ID
013100         FILE STATUS IS VG-HOSTDIR-STATUS.
013101
013102     SELECT UNDELIVERABLE-RPT
013103         ASSIGN TO 'HOSTUND'
013104         ORGANIZATION IS LINE SEQUENTIAL
013105         FILE STATUS IS VG-HOSTUND-STATUS.
013106
013107     SELECT WATCH-LIST
013108         ASSIGN TO 'WATCHLST'
013109         ORGANIZATION IS INDEXED
013110         ACCESS MODE IS DYNAMIC
013111         RECORD KEY IS VG-WCH-NAME
013112         FILE STATUS IS VG-WATCHLST-STATUS.
013113
013114     SELECT SECURITY-ALERT
013115         ASSIGN TO 'SECALRT'
013116         ORGANIZATION IS INDEXED
013117         ACCESS MODE IS DYNAMIC
013118         RECORD KEY IS VG-ALR-KEY
013119         FILE STATUS IS VG-SECALRT-STATUS.
013120
013121     SELECT SECURITY-ALERT-RPT
013122         ASSIGN TO 'SECARPT'
013123         ORGANIZATION IS LINE SEQUENTIAL
013124         FILE STATUS IS VG-SECARPT-STATUS.
013125
013126     SELECT ID-CONTROL
013127         ASSIGN TO 'VISCTL'
013128         ORGANIZATION IS INDEXED
013129         ACCESS MODE IS DYNAMIC
013130         SHARING WITH ALL OTHER
013131         RECORD KEY IS VG-CTL-KEY
013132         LOCK MODE IS AUTOMATIC
013133         FILE STATUS IS VG-VISCTL-STATUS.
013134
013135     SELECT BADGE-FILE
013136         ASSIGN TO 'BADGEFIL'
013137         ORGANIZATION IS INDEXED
013138         ACCESS MODE IS DYNAMIC
013139         RECORD KEY IS VG-BDG-KEY
013140         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
013141         FILE STATUS IS VG-BADGEFIL-STATUS.
013142
013143     SELECT BADGE-PRINT
013144         ASSIGN TO 'BADGEPRT'
013145         ORGANIZATION IS LINE SEQUENTIAL
013146         FILE STATUS IS VG-BADGEPRT-STATUS.
013147      
013148     SELECT RUN-LOG
013149         ASSIGN TO 'RUNLOG'
013150         ORGANIZATION IS LINE SEQUENTIAL
013151         FILE STATUS IS VG-RUNLOG-STATUS.
013152
013200 DATA DIVISION.
013300 FILE SECTION.
013400 FD  VISITOR-MASTER
017670     LABEL RECORDS ARE STANDARD.
017680     COPY EVNTREC.
017690
017692 FD  SITE-REFERENCE
017694     LABEL RECORDS ARE STANDARD.
017696     COPY SITEREC.
017698
017700 FD  EVENT-ROSTER-RPT
017702     LABEL RECORDS ARE STANDARD.
017704 01  VG-ROSTER-RECORD                PIC X(80).
017706
017708 FD  HOST-DIRECTORY
017710     LABEL RECORDS ARE STANDARD.
017712     COPY HOSTREC.
017714
017716 FD  UNDELIVERABLE-RPT
017718     LABEL RECORDS ARE STANDARD.
017720 01  VG-UNDELIVERABLE-RECORD         PIC X(80).
017722
017724 FD  WATCH-LIST
017726     LABEL RECORDS ARE STANDARD.
017728     COPY WTCHREC.
017730
017732 FD  SECURITY-ALERT
017734     LABEL RECORDS ARE STANDARD.
017736     COPY SECAREC.
017738
017740 FD  SECURITY-ALERT-RPT
017742     LABEL RECORDS ARE STANDARD.
017744 01  VG-SEC-REPORT-RECORD            PIC X(80).
017746
017748 FD  ID-CONTROL
017750     LABEL RECORDS ARE STANDARD.
017752     COPY CTLREC.
017754
017756 FD  BADGE-FILE
017758     LABEL RECORDS ARE STANDARD.
017760     COPY BDGEREC.
017762
017764 FD  BADGE-PRINT
017766     LABEL RECORDS ARE STANDARD.
017768 01  VG-BADGE-PRINT-RECORD           PIC X(111).
017770
017800 FD  GREETING-SUPPLEMENTAL
017900     LABEL RECORDS ARE STANDARD.
018000     COPY VISTREC REPLACING
018400         ==VG-VIS-LANG-CODE==    BY ==VG-SUP-LANG-CODE==
018500         ==VG-VIS-EXPECT-DATE==  BY ==VG-SUP-EXPECT-DATE==
018510         ==VG-VIS-HOST-ID==      BY ==VG-SUP-HOST-ID==
018520         ==VG-VIS-EVENT-CODE==   BY ==VG-SUP-EVENT-CODE==
018550         ==VG-VIS-SITE-CODE==    BY ==VG-SUP-SITE-CODE==.
018600      
018620 FD  RUN-LOG
018640     LABEL RECORDS ARE STANDARD.
018660 01  VG-RUN-LOG-LINE                PIC X(94).
018680
018700 WORKING-STORAGE SECTION.
018800      
018900******************************************************************
021120         88  VG-ROSTER-IS-NEW                   VALUE 'Y'.
021130     05  VG-EVT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
021140         88  VG-EVENT-ON-FILE                   VALUE 'Y'.
021160     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
021180         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
021182     05  VG-WATCHLST-SWITCH          PIC X(01) VALUE 'N'.
021184         88  VG-WATCHLST-AVAILABLE              VALUE 'Y'.
021186     05  VG-SECALRT-SWITCH           PIC X(01) VALUE 'N'.
021188         88  VG-SECALRT-AVAILABLE               VALUE 'Y'.
021190     05  VG-WATCH-HIT-SWITCH         PIC X(01) VALUE 'N'.
021192         88  VG-WATCH-HIT                       VALUE 'Y'.
021193     05  VG-BADGE-SWITCH             PIC X(01) VALUE 'N'.
021194         88  VG-BADGE-AVAILABLE                 VALUE 'Y'.
021195     05  VG-BADGE-ASSIGNED-SWITCH    PIC X(01) VALUE 'N'.
021196         88  VG-BADGE-ASSIGNED                  VALUE 'Y'.
021197     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
021198         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
021200      
021300******************************************************************
021400*    FILE STATUS FIELDS                                         *
022810     05  VG-HOSTNTF-STATUS           PIC X(02).
022820     05  VG-EVENTS-STATUS            PIC X(02).
022830     05  VG-EVTROSTR-STATUS          PIC X(02).
022840     05  VG-HOSTDIR-STATUS           PIC X(02).
022860     05  VG-HOSTUND-STATUS           PIC X(02).
022870     05  VG-WATCHLST-STATUS          PIC X(02).
022880     05  VG-SECALRT-STATUS           PIC X(02).
022890     05  VG-SECARPT-STATUS           PIC X(02).
022892     05  VG-VISCTL-STATUS            PIC X(02).
022894     05  VG-BADGEFIL-STATUS          PIC X(02).
022896     05  VG-BADGEPRT-STATUS          PIC X(02).
022898     05  VG-RUNLOG-STATUS            PIC X(02).
022899     05  VG-SITEFILE-STATUS          PIC X(02).
022900      
023000******************************************************************
023100*    COUNTERS                                                   *
024900     05  VG-GREET-LIMIT              PIC 9(02) COMP VALUE ZERO.
024950     05  VG-FALL-SUB                 PIC 9(02) COMP VALUE ZERO.
024960     05  VG-PURGE-COUNT              PIC 9(08) COMP VALUE ZERO.
024980     05  VG-UNDELIVERABLE-COUNT      PIC 9(08) COMP VALUE ZERO.
024985     05  VG-SECURITY-HOLD-COUNT      PIC 9(08) COMP VALUE ZERO.
024990     05  VG-SECURITY-ALERT-COUNT     PIC 9(08) COMP VALUE ZERO.
024992     05  VG-BADGES-ISSUED            PIC 9(08) COMP VALUE ZERO.
024994     05  VG-BADGE-FAILED-COUNT       PIC 9(08) COMP VALUE ZERO.
025000      
025100******************************************************************
025200*    RUN DATE AND TIME                                          *
028900     05  VG-CUR-LANG-CODE            PIC X(02).
028950     05  VG-CUR-HOST-ID              PIC X(08).
028960     05  VG-CUR-EVENT-CODE           PIC X(06).
028980     05  VG-CUR-SITE-CODE            PIC X(02).
029000      
029100 01  VG-VALIDATION-REASON            PIC X(35) VALUE SPACES.
029200 01  VG-DUP-REASON-WS                PIC X(35) VALUE SPACES.
031902 01  VG-EVT-SUB                      PIC 9(02) COMP VALUE ZERO.
031904 01  VG-EVT-PLACEHOLDER-NAME         PIC X(30) VALUE
031906         '(NOT ON EVENT FILE)'.
031907
031908******************************************************************
031909*    SITE TABLE - ONE ENTRY PER BUILDING, LOADED AT RUN TIME    *
031910*    FROM THE KEYED SITE FILE (SITE-MAINT) BY                   *
031911*    1880-LOAD-SITE-TABLE.  ENTRY 1 IS ALWAYS THE BLANK SITE OF *
031912*    A VISITOR BOOKED BEFORE SITES EXISTED.  EACH ENTRY CARRIES *
031913*    THE STATE OF ITS WELCOME-BOARD FEED AND THE SITE'S COUNTS  *
031914*    FOR THE CHECKPOINT.  A CODE ARRIVING WITHOUT A SITE-FILE   *
031915*    ENTRY IS ADDED WITH A PLACEHOLDER NAME; ONCE THE TABLE IS  *
031916*    FULL, FURTHER SITES ARE COUNTED UNDER ENTRY 1.             *
031917******************************************************************
031918 01  VG-SITE-COUNT                   PIC 9(02) COMP VALUE ZERO.
031919 01  VG-SITE-TABLE.
031920     05  VG-SITE-ENTRY OCCURS 1 TO 20 TIMES
031921             DEPENDING ON VG-SITE-COUNT
031922             INDEXED BY VG-SITE-IDX.
031923         10  VG-SITE-TAB-CODE        PIC X(02).
031924         10  VG-SITE-TAB-NAME        PIC X(20).
031925         10  VG-SITE-TAB-FEED-SWITCH PIC X(01).
031926             88  VG-SITE-FEED-STARTED           VALUE 'Y'.
031927         10  VG-SITE-TAB-LAST-EVENT  PIC X(06).
031928         10  VG-SITE-TAB-READ        PIC 9(08) COMP.
031929         10  VG-SITE-TAB-GREETED     PIC 9(08) COMP.
031930         10  VG-SITE-TAB-REJECTED    PIC 9(08) COMP.
031931         10  VG-SITE-TAB-DUPLICATES  PIC 9(08) COMP.
031932         10  VG-SITE-TAB-HELD        PIC 9(08) COMP.
031933 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
031934 01  VG-CUR-SITE-SUB                 PIC 9(02) COMP VALUE 1.
031935 01  VG-FOUND-SITE-SUB               PIC 9(02) COMP VALUE ZERO.
031936 01  VG-FIND-SITE-CODE               PIC X(02) VALUE SPACES.
031937 01  VG-SITE-OVERFLOW                PIC 9(08) COMP VALUE ZERO.
031938 01  VG-SITE-PLACEHOLDER-NAME        PIC X(20) VALUE
031939         '(NOT ON SITE FILE)'.
031940 01  VG-NO-SITE-NAME                 PIC X(20) VALUE
031941         '(NO SITE)'.
031942
031943******************************************************************
031944*    WELCOME-BOARD FEED SELECTION - ONE FEED PER SITE.  THE     *
031945*    BOARDFD NAME GIVEN TO THE RUN IS THE BASE; A SITE'S FEED   *
031946*    IS THE BASE NAME FOLLOWED BY '.' AND THE SITE CODE, AND    *
031947*    THE BLANK SITE KEEPS THE BASE NAME ITSELF.  ONLY ONE FEED  *
031948*    IS OPEN AT A TIME - VG-BOARD-SITE-SUB SAYS WHOSE (ZERO     *
031949*    WHEN NONE IS).                                             *
031950******************************************************************
031951 01  VG-BOARD-BASE-NAME              PIC X(40) VALUE SPACES.
031952 01  VG-BOARD-FEED-NAME              PIC X(44) VALUE SPACES.
031953 01  VG-BOARD-SITE-SUB               PIC 9(02) COMP VALUE ZERO.
031954
031955******************************************************************
031956*    SECURITY WATCH-LIST SCREENING - THE VISITOR'S NAME IS      *
031957*    FOLDED TO UPPER CASE TO MATCH THE WATCH-LIST KEY           *
031958******************************************************************
031959 01  VG-LOWER-ALPHABET               PIC X(26) VALUE
031960         'abcdefghijklmnopqrstuvwxyz'.
031961 01  VG-UPPER-ALPHABET               PIC X(26) VALUE
031962         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
031963      
031964******************************************************************
031965*    VISITOR BADGES - A BADGE EXPIRES VG_BADGE_HOURS (DEFAULT   *
031966*    8) AFTER IT IS PRINTED, AND NEVER LATER THAN MIDNIGHT.     *
031967*    THE NUMBER COMES FROM THE 'NEXTBDG' CONTROL RECORD.        *
031968******************************************************************
031969 01  VG-BADGE-HOURS-INPUT            PIC X(02) VALUE SPACES.
031970 01  VG-BADGE-HOURS                  PIC 9(02) COMP VALUE 8.
031971 01  VG-BADGE-EXPIRY-WORK            PIC 9(09) VALUE ZERO.
031972 01  VG-LATEST-EXPIRY                PIC 9(08) VALUE 23595900.
031973 01  VG-NEXT-BADGE-NO                PIC 9(06) VALUE ZERO.
031974
032000******************************************************************
032100*    DUPLICATE-VISIT LOOKBACK - THE CHECK READS THE KEYED       *
032200*    VISIT-HISTORY FILE FOR THE VISITOR ID WITHIN A WINDOW OF   *
036000     05  VG-RPTD-NAME                PIC X(20).
036100     05  FILLER                      PIC X(05) VALUE SPACES.
036200     05  VG-RPTD-GREETING            PIC X(31).
036300     05  FILLER                      PIC X(03) VALUE SPACES.
036320     05  VG-RPTD-SITE-CODE           PIC X(02).
036340     05  FILLER                      PIC X(19) VALUE SPACES.
036400      
036500******************************************************************
036600*    FALLBACK-USAGE REPORT LINE LAYOUTS                         *
038970     05  VG-ROSD-NAME                PIC X(20).
038972     05  FILLER                      PIC X(03) VALUE SPACES.
038974     05  VG-ROSD-EVENT-NAME          PIC X(30).
038976     05  FILLER                      PIC X(03) VALUE SPACES.
038977     05  VG-ROSD-SITE-CODE           PIC X(02).
038978     05  FILLER                      PIC X(04) VALUE SPACES.
038979
038980 01  VG-ROS-TOTAL-LINE.
038982     05  FILLER                      PIC X(06) VALUE 'EVENT '.
038984     05  VG-ROST-EVENT-CODE          PIC X(06).
039200             'VISITORS GREETED:   '.
039300     05  VG-RPTT-COUNT               PIC ZZZ,ZZ9.
039400     05  FILLER                      PIC X(53) VALUE SPACES.
039401
039402 01  VG-RPT-SITE-LINE.
039403     05  FILLER                      PIC X(07) VALUE '  SITE '.
039404     05  VG-RPTS-SITE-CODE           PIC X(02).
039405     05  FILLER                      PIC X(02) VALUE SPACES.
039406     05  VG-RPTS-SITE-NAME           PIC X(20).
039407     05  FILLER                      PIC X(11) VALUE
039408             ' GREETED:  '.
039409     05  VG-RPTS-GREETED             PIC ZZZ,ZZ9.
039410     05  FILLER                      PIC X(31) VALUE SPACES.
039411
039412******************************************************************
039413*    UNDELIVERABLE-NOTIFICATION REPORT LINE LAYOUTS             *
039414******************************************************************
039415 01  VG-UND-HEADER-1.
039416     05  FILLER                      PIC X(25) VALUE
039417             'UNDELIVERABLE NOTICES    '.
039418     05  FILLER                      PIC X(10) VALUE
039419             'RUN DATE: '.
039420     05  VG-UNDH-DATE                PIC X(10).
039421     05  FILLER                      PIC X(35) VALUE SPACES.
039422
039423 01  VG-UND-HEADER-2                 PIC X(80) VALUE ALL '-'.
039424
039425 01  VG-UND-DETAIL-LINE.
039426     05  VG-UNDD-VIS-ID              PIC 9(06).
039427     05  FILLER                      PIC X(02) VALUE SPACES.
039428     05  VG-UNDD-VIS-NAME            PIC X(20).
039429     05  FILLER                      PIC X(02) VALUE SPACES.
039430     05  VG-UNDD-HOST-ID             PIC X(08).
039431     05  FILLER                      PIC X(02) VALUE SPACES.
039432     05  VG-UNDD-REASON              PIC X(11).
039433     05  FILLER                      PIC X(02) VALUE SPACES.
039434     05  VG-UNDD-HOST-NAME           PIC X(20).
039435     05  FILLER                      PIC X(01) VALUE SPACES.
039436     05  VG-UNDD-HOST-EXT            PIC X(06).
039437
039438******************************************************************
039439*    SECURITY ALERT REPORT LINE LAYOUTS                         *
039440******************************************************************
039441 01  VG-SEC-HEADER-1.
039442     05  FILLER                      PIC X(25) VALUE
039443             'SECURITY ALERTS          '.
039444     05  FILLER                      PIC X(10) VALUE
039445             'RUN DATE: '.
039446     05  VG-SECH-DATE                PIC X(10).
039447     05  FILLER                      PIC X(35) VALUE SPACES.
039448
039449 01  VG-SEC-HEADER-2                 PIC X(80) VALUE ALL '-'.
039450
039451 01  VG-SEC-DETAIL-LINE.
039452     05  VG-SECD-HH                  PIC 9(02).
039453     05  FILLER                      PIC X(01) VALUE ':'.
039454     05  VG-SECD-MM                  PIC 9(02).
039455     05  FILLER                      PIC X(02) VALUE SPACES.
039456     05  VG-SECD-VIS-ID              PIC 9(06).
039457     05  FILLER                      PIC X(02) VALUE SPACES.
039458     05  VG-SECD-NAME                PIC X(20).
039459     05  FILLER                      PIC X(02) VALUE SPACES.
039460     05  VG-SECD-HOST-ID             PIC X(08).
039461     05  FILLER                      PIC X(02) VALUE SPACES.
039462     05  VG-SECD-EVENT-CODE          PIC X(06).
039463     05  FILLER                      PIC X(02) VALUE SPACES.
039464     05  VG-SECD-REASON              PIC X(24).
039465     05  FILLER                      PIC X(01) VALUE SPACES.
039500      
039502******************************************************************
039504*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
039506*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
039508*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
039510******************************************************************
039512     COPY RUNLREC.
039514 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
039516
039518******************************************************************
039520*    PREDECESSOR CHECK - THE STEP THAT MUST HAVE FINISHED       *
039522*    CLEANLY (RETURN CODE BELOW THE LIMIT) TODAY BEFORE THIS    *
039524*    ONE MAY START                                              *
039526******************************************************************
039528 01  VG-PREDECESSOR-FIELDS.
039530     05  VG-PRED-PROGRAM             PIC X(20) VALUE
039532             'VISITOR-EXTRACT'.
039534     05  VG-PRED-RC-LIMIT            PIC 9(03) VALUE 8.
039536     05  VG-PRED-STATE               PIC X(01) VALUE SPACE.
039538         88  VG-PRED-NOT-RUN                    VALUE SPACE.
039540         88  VG-PRED-NOT-ENDED                  VALUE 'S'.
039542     05  VG-PRED-RETURN-CODE         PIC 9(03) VALUE ZERO.
039544     05  VG-PRED-EOF-SWITCH          PIC X(01) VALUE 'N'.
039546         88  VG-PRED-LOG-ENDED                  VALUE 'Y'.
039548     05  VG-PRED-OK-SWITCH           PIC X(01) VALUE 'Y'.
039550         88  VG-PRED-OK                         VALUE 'Y'.
039552     05  VG-PRED-OVERRIDE            PIC X(01) VALUE SPACE.
039600 PROCEDURE DIVISION.
039700      
039800******************************************************************
039900*    0000-MAINLINE                                              *
040000******************************************************************
040100 0000-MAINLINE.
040150     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
040200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040300     PERFORM 2000-PROCESS-VISITORS THRU 2000-EXIT
040400     PERFORM 2010-PROCESS-REWORK THRU 2010-EXIT
040500     PERFORM 3000-FINALIZE THRU 3000-EXIT
040550     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
040600     STOP RUN.
040700      
040800******************************************************************
040900*    1000-INITIALIZE - OPEN FILES, LOAD TABLES, PRIME THE READ  *
041000******************************************************************
041100 1000-INITIALIZE.
041110     PERFORM 8200-CHECK-PREDECESSOR THRU 8200-EXIT
041120     IF NOT VG-PRED-OK
041130         MOVE 16 TO RETURN-CODE
041140         GO TO 1000-ABEND
041150     END-IF
041200     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
041300     ACCEPT VG-START-TIME FROM TIME
041400     PERFORM 1100-FORMAT-RUN-DATE THRU 1100-EXIT
041600     PERFORM 1400-GET-RESTART-OPTION THRU 1400-EXIT
041700     PERFORM 1800-LOAD-GREET-TABLE THRU 1800-EXIT
041750     PERFORM 1850-LOAD-EVENT-TABLE THRU 1850-EXIT
041760     PERFORM 1880-LOAD-SITE-TABLE THRU 1880-EXIT
041780     PERFORM 1895-GET-BOARD-BASE-NAME THRU 1895-EXIT
041800      
041900     OPEN INPUT VISITOR-MASTER
042000     IF VG-VISMAST-STATUS NOT = '00'
042900
043000     PERFORM 1200-OPEN-DOWNSTREAM-FILES THRU 1200-EXIT
043100     PERFORM 1500-OPEN-VISIT-HISTORY THRU 1500-EXIT
043150     PERFORM 1550-OPEN-SECURITY-FILES THRU 1550-EXIT
043160     PERFORM 1490-GET-BADGE-HOURS THRU 1490-EXIT
043180     PERFORM 1570-OPEN-BADGE-FILES THRU 1570-EXIT
043200      
043300     IF NOT (VG-RESTART-REQUESTED AND VG-REPORT-PAGE-NO > 0)
043400         MOVE ZERO TO VG-REPORT-PAGE-NO
043900     EXIT.
044000 1000-ABEND.
044100     MOVE 16 TO RETURN-CODE
044150     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
044200     STOP RUN.
044300      
044400******************************************************************
045500*    1200-OPEN-DOWNSTREAM-FILES - REPORT, REJECTS, EXTRACT,     *
045600*    DUPLICATE REPORT AND AUDIT.  A RESTART OPENS EACH EXTEND    *
045700*    SO THE FIRST SEGMENT'S OUTPUT SURVIVES; A FRESH RUN OPENS   *
045800*    THEM OUTPUT SO YESTERDAY'S COPIES ARE CLEARED, AND A FRESH  *
045802*    RUN STARTS EVERY SITE'S WELCOME-BOARD FEED WITH ITS OPENING *
045804*    SLIDE; A RESTART REOPENS EACH SITE'S FEED EXTEND WHEN THAT  *
045806*    SITE'S NEXT VISITOR IS GREETED (2775).  THE EVENT           *
045810*    ROSTER ALONE ALWAYS OPENS EXTEND - THE INTRA-DAY            *
045820*    GREETING-CYCLE APPENDS ROSTER LINES THROUGH THE DAY AND     *
045830*    THEY MUST SURVIVE INTO TONIGHT'S REPORT; THE OPERATIONS     *
047500         IF VG-DUPRPT-STATUS = '35'
047600             OPEN OUTPUT DUPLICATE-RPT
047700         END-IF
048210         OPEN EXTEND HOST-NOTIFY
048220         IF VG-HOSTNTF-STATUS = '35'
048230             OPEN OUTPUT HOST-NOTIFY
048500         OPEN OUTPUT GREETING-REJECTS
048600         OPEN OUTPUT GREETING-EXTRACT
048700         OPEN OUTPUT DUPLICATE-RPT
048820         OPEN OUTPUT HOST-NOTIFY
048840         OPEN EXTEND EVENT-ROSTER-RPT
048850         IF VG-EVTROSTR-STATUS = '35'
048860             OPEN OUTPUT EVENT-ROSTER-RPT
048870             SET VG-ROSTER-IS-NEW TO TRUE
048880         END-IF
049000     END-IF
049100
049200     IF NOT VG-RESTART-REQUESTED
049300         PERFORM 1210-START-SITE-BOARD THRU 1210-EXIT
049400             VARYING VG-SITE-SUB FROM 1 BY 1
049450             UNTIL VG-SITE-SUB > VG-SITE-COUNT
049500     END-IF
049510
049520     IF VG-ROSTER-IS-NEW
049530         PERFORM 2560-WRITE-ROSTER-HEADER THRU 2560-EXIT
049532     END-IF
049534
049536     OPEN EXTEND UNDELIVERABLE-RPT
049538     IF VG-HOSTUND-STATUS = '35'
049540         OPEN OUTPUT UNDELIVERABLE-RPT
049542         MOVE VG-RUN-DATE-DISPLAY TO VG-UNDH-DATE
049544         WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-HEADER-1
049546         WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-HEADER-2
049548     END-IF
049550
049552     OPEN INPUT HOST-DIRECTORY
049554     IF VG-HOSTDIR-STATUS = '00'
049556         SET VG-HOSTDIR-AVAILABLE TO TRUE
049558     ELSE
049560         DISPLAY 'HELLO0021W - HOST DIRECTORY NOT AVAILABLE, '
049562             'STATUS = ' VG-HOSTDIR-STATUS
049564             ', HOSTS NOT CHECKED THIS RUN'
049566     END-IF
049600      
049700     OPEN EXTEND GREETING-AUDIT
049800     IF VG-GREETAUD-STATUS = '35'
049900         OPEN OUTPUT GREETING-AUDIT
050000     END-IF.
050100 1200-EXIT.
050105     EXIT.
050110
050115******************************************************************
050120*    1210-START-SITE-BOARD - CUT ONE SITE'S FEED FOR A FRESH    *
050125*    RUN: OPEN IT OUTPUT WITH THE OPENING SLIDE AND CLOSE IT    *
050130*    AGAIN UNTIL THE SITE'S FIRST VISITOR ARRIVES               *
050135******************************************************************
050140 1210-START-SITE-BOARD.
050145     MOVE VG-SITE-SUB TO VG-BOARD-SITE-SUB
050150     PERFORM 2776-OPEN-SITE-BOARD THRU 2776-EXIT
050155     CLOSE WELCOME-BOARD
050160     MOVE ZERO TO VG-BOARD-SITE-SUB.
050165 1210-EXIT.
050200     EXIT.
050300      
050400******************************************************************
060800     EXIT.
060900
061000******************************************************************
061002*    1490-GET-BADGE-HOURS - PICK UP THE BADGE LIFETIME IN       *
061004*    HOURS.  AN UNSET OR UNUSABLE VALUE LEAVES THE DEFAULT OF   *
061006*    8.                                                         *
061008******************************************************************
061010 1490-GET-BADGE-HOURS.
061012     MOVE SPACES TO VG-BADGE-HOURS-INPUT
061014     DISPLAY 'VG_BADGE_HOURS' UPON ENVIRONMENT-NAME
061016     ACCEPT VG-BADGE-HOURS-INPUT FROM ENVIRONMENT-VALUE
061018     IF VG-BADGE-HOURS-INPUT(2:1) = SPACE
061020         MOVE VG-BADGE-HOURS-INPUT(1:1)
061022             TO VG-BADGE-HOURS-INPUT(2:1)
061024         MOVE '0' TO VG-BADGE-HOURS-INPUT(1:1)
061026     END-IF
061028     IF VG-BADGE-HOURS-INPUT IS NUMERIC
061030             AND VG-BADGE-HOURS-INPUT NOT = '00'
061032         MOVE VG-BADGE-HOURS-INPUT TO VG-BADGE-HOURS
061034     END-IF.
061036 1490-EXIT.
061038     EXIT.
061040
061042******************************************************************
061100*    1500-OPEN-VISIT-HISTORY - OPEN THE KEYED VISIT-HISTORY     *
061200*    FILE, CREATING IT ON FIRST USE.  WHEN IT CANNOT BE OPENED  *
061300*    THE RUN CONTINUES WITH THE DUPLICATE CHECK DISABLED        *
063100     EXIT.
063200
063300******************************************************************
063301*    1550-OPEN-SECURITY-FILES - THE WATCH LIST IS READ BY NAME  *
063302*    FOR EVERY VISITOR; WITHOUT IT THE RUN CARRIES ON BUT       *
063303*    WARNS THAT NOBODY WAS SCREENED.  THE ALERT FILE IS KEYED   *
063304*    ON VISITOR ID AND DATE AND IS CREATED ON ITS FIRST USE.    *
063305*    THE ALERT REPORT IS A SHARED DAY FILE, ALWAYS OPENED       *
063306*    EXTEND LIKE THE EVENT ROSTER, SO GREETING-CYCLE'S ALERTS   *
063307*    AND TONIGHT'S LAND ON THE SAME REPORT.                     *
063308******************************************************************
063309 1550-OPEN-SECURITY-FILES.
063310     OPEN INPUT WATCH-LIST
063311     IF VG-WATCHLST-STATUS = '00'
063312         SET VG-WATCHLST-AVAILABLE TO TRUE
063313     ELSE
063314         DISPLAY 'HELLO0022W - SECURITY WATCH LIST NOT '
063315             'AVAILABLE, STATUS = ' VG-WATCHLST-STATUS
063316             ', VISITORS NOT SCREENED THIS RUN'
063317     END-IF
063318     OPEN I-O SECURITY-ALERT
063319     IF VG-SECALRT-STATUS = '35'
063320         OPEN OUTPUT SECURITY-ALERT
063321         CLOSE SECURITY-ALERT
063322         OPEN I-O SECURITY-ALERT
063323     END-IF
063324     IF VG-SECALRT-STATUS = '00'
063325         SET VG-SECALRT-AVAILABLE TO TRUE
063326     ELSE
063327         DISPLAY 'HELLO0023W - SECURITY-ALERT FILE NOT '
063328             'AVAILABLE, STATUS = ' VG-SECALRT-STATUS
063329             ', EVERY MATCH IS REPORTED AS NEW'
063330     END-IF
063331     OPEN EXTEND SECURITY-ALERT-RPT
063332     IF VG-SECARPT-STATUS = '35'
063333         OPEN OUTPUT SECURITY-ALERT-RPT
063334         MOVE VG-RUN-DATE-DISPLAY TO VG-SECH-DATE
063335         WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-HEADER-1
063336         WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-HEADER-2
063337     END-IF.
063338 1550-EXIT.
063339     EXIT.
063340
063341******************************************************************
063342*    1570-OPEN-BADGE-FILES - THE BADGE FILE IS KEYED ON ISSUE   *
063343*    DATE AND BADGE NUMBER AND IS CREATED ON ITS FIRST USE;     *
063344*    THE NUMBER COMES FROM THE SHARED VISCTL CONTROL FILE,      *
063345*    WHOSE 'NEXTBDG' RECORD IS SEEDED AT 1 THE FIRST TIME.      *
063346*    WITHOUT EITHER FILE THE RUN CARRIES ON BUT WARNS THAT NO   *
063347*    BADGES WERE PRINTED.  THE PRINTER FEED IS A SHARED DAY     *
063348*    FILE, ALWAYS OPENED EXTEND, SO EVERY CYCLE'S BADGES AND    *
063349*    TONIGHT'S GO TO THE SAME PRINTER QUEUE.                    *
063350******************************************************************
063351 1570-OPEN-BADGE-FILES.
063352     OPEN I-O BADGE-FILE
063353     IF VG-BADGEFIL-STATUS = '35'
063354         OPEN OUTPUT BADGE-FILE
063355         CLOSE BADGE-FILE
063356         OPEN I-O BADGE-FILE
063357     END-IF
063358     IF VG-BADGEFIL-STATUS NOT = '00'
063359         DISPLAY 'HELLO0026W - BADGE FILE NOT AVAILABLE, '
063360             'STATUS = ' VG-BADGEFIL-STATUS
063361             ', NO BADGES PRINTED THIS RUN'
063362         GO TO 1570-EXIT
063363     END-IF
063364     OPEN I-O ID-CONTROL
063365     IF VG-VISCTL-STATUS = '35'
063366         OPEN OUTPUT ID-CONTROL
063367         CLOSE ID-CONTROL
063368         OPEN I-O ID-CONTROL
063369     END-IF
063370     IF VG-VISCTL-STATUS NOT = '00'
063371         DISPLAY 'HELLO0027W - ID-CONTROL NOT AVAILABLE, '
063372             'STATUS = ' VG-VISCTL-STATUS
063373             ', NO BADGES PRINTED THIS RUN'
063374         CLOSE BADGE-FILE
063375         GO TO 1570-EXIT
063376     END-IF
063377     MOVE 'NEXTBDG' TO VG-CTL-KEY
063378     READ ID-CONTROL
063379         INVALID KEY
063380             PERFORM 1580-SEED-BADGE-CONTROL THRU 1580-EXIT
063381     END-READ
063382     SET VG-BADGE-AVAILABLE TO TRUE
063383     OPEN EXTEND BADGE-PRINT
063384     IF VG-BADGEPRT-STATUS = '35'
063385         OPEN OUTPUT BADGE-PRINT
063386     END-IF.
063387 1570-EXIT.
063388     EXIT.
063389
063390******************************************************************
063391*    1580-SEED-BADGE-CONTROL - FIRST USE: NUMBERING STARTS AT   *
063392*    1.  A WRITE THAT FINDS THE RECORD ALREADY THERE MEANS      *
063393*    ANOTHER RUN SEEDED IT FIRST, WHICH IS JUST AS GOOD.        *
063394******************************************************************
063395 1580-SEED-BADGE-CONTROL.
063396     MOVE SPACES TO VG-CONTROL-RECORD
063397     MOVE 'NEXTBDG' TO VG-CTL-KEY
063398     MOVE 1 TO VG-CTL-NEXT-BADGE-NO
063399     WRITE VG-CONTROL-RECORD
063400         INVALID KEY
063401             CONTINUE
063402         NOT INVALID KEY
063403             DISPLAY 'HELLO0028I - BADGE NUMBERING STARTED AT '
063404                 VG-CTL-NEXT-BADGE-NO
063405     END-WRITE.
063406 1580-EXIT.
063407     EXIT.
063408
063409******************************************************************
063410*    1600-READ-CHECKPOINT - CARRY THE AUDIT SEQUENCE NUMBER     *
063500*    FORWARD FROM WHATEVER RUN LAST WROTE A CHECKPOINT (ANY     *
063600*    DAY) SO GREETING-AUDIT, WHICH IS NEVER TRUNCATED, NEVER    *
063700*    REPEATS A SEQUENCE NUMBER FROM AN EARLIER DAY.  A          *
063740*    RUN - THE INTRA-DAY GREETING-CYCLE COUNTS ITS EVENT        *
063760*    GREETINGS THERE AND THE ROSTER TOTALS MUST COVER THE       *
063780*    WHOLE DAY.  ON A SAME-DAY RESTART, ALSO RESTORE THE        *
063900*    RECORD POSITION AND THE DAY'S CUMULATIVE TOTALS, PER SITE  *
063950*    AS WELL AS IN TOTAL.                                       *
064000******************************************************************
064100 1600-READ-CHECKPOINT.
064200     OPEN INPUT GREETING-CKPT
065000                 MOVE VG-CKPT-GREETINGS TO VG-GREETINGS-ISSUED
065100                 MOVE VG-CKPT-REJECTS TO VG-REJECT-COUNT
065200                 MOVE VG-CKPT-DUPLICATES TO VG-DUPLICATE-COUNT
065250                 MOVE VG-CKPT-HOLDS TO VG-SECURITY-HOLD-COUNT
065300                 MOVE VG-CKPT-REPORT-PAGE-NO TO VG-REPORT-PAGE-NO
065400                 MOVE VG-CKPT-LINE-COUNT TO VG-REPORT-LINE-COUNT
065410                 MOVE VG-CKPT-FALLBACK-TOTAL TO VG-FALLBACK-TOTAL
065470                         THRU 1650-EXIT
065480                         VARYING VG-FALL-SUB FROM 1 BY 1
065490                         UNTIL VG-FALL-SUB > VG-FALLBACK-COUNT
065491                 END-IF
065492                 IF VG-CKPT-SITE-COUNT > 0
065493                     PERFORM 1680-RESTORE-SITE-TALLY
065494                         THRU 1680-EXIT
065495                         VARYING VG-SITE-SUB FROM 1 BY 1
065496                         UNTIL VG-SITE-SUB > VG-CKPT-SITE-COUNT
065497                 END-IF
065500                 DISPLAY 'HELLO0003I - RESTARTING AFTER RECORD '
065600                     VG-RESTART-SKIP-COUNT
065700             ELSE
067252             TO VG-EVENT-OVERFLOW
067254     END-IF.
067256 1670-EXIT.
067257     EXIT.
067258
067259******************************************************************
067260*    1680-RESTORE-SITE-TALLY - PUT A CHECKPOINTED SITE'S        *
067261*    GREETED, REJECTED, DUPLICATE AND HELD COUNTS BACK INTO THE *
067262*    SITE TABLE.  THE READ COUNT IS NOT RESTORED - THE RESTART  *
067263*    RE-READS AND RECOUNTS THE SKIPPED RECORDS, AS IT DOES FOR  *
067264*    THE RUN TOTAL.                                             *
067265******************************************************************
067266 1680-RESTORE-SITE-TALLY.
067267     MOVE VG-CKPT-SITE-CODE(VG-SITE-SUB) TO VG-FIND-SITE-CODE
067268     PERFORM 2782-FIND-SITE-ENTRY THRU 2782-EXIT
067269     ADD VG-CKPT-SITE-GREETINGS(VG-SITE-SUB)
067270         TO VG-SITE-TAB-GREETED(VG-FOUND-SITE-SUB)
067271     ADD VG-CKPT-SITE-REJECTS(VG-SITE-SUB)
067272         TO VG-SITE-TAB-REJECTED(VG-FOUND-SITE-SUB)
067273     ADD VG-CKPT-SITE-DUPLICATES(VG-SITE-SUB)
067274         TO VG-SITE-TAB-DUPLICATES(VG-FOUND-SITE-SUB)
067275     ADD VG-CKPT-SITE-HOLDS(VG-SITE-SUB)
067276         TO VG-SITE-TAB-HELD(VG-FOUND-SITE-SUB).
067277 1680-EXIT.
067278     EXIT.
067279
067300******************************************************************
067400*    1800-LOAD-GREET-TABLE - LOAD THE GREETING TABLE FROM THE   *
067500*    KEYED GREETING-LANGUAGE FILE MAINTAINED BY LANGUAGE-MAINT. *
075988     EXIT.
076000
076100******************************************************************
076101*    1880-LOAD-SITE-TABLE - ENTRY 1 FOR THE BLANK SITE, THEN    *
076102*    ONE ENTRY PER SITE ON THE KEYED SITE FILE MAINTAINED BY    *
076103*    SITE-MAINT.  THE FILE IS OPTIONAL - WITHOUT IT EVERY SITE  *
076104*    CODE MET IS ADDED WITH THE PLACEHOLDER NAME AND THE FEEDS  *
076105*    AND COUNTS ARE STILL SPLIT.                                *
076106******************************************************************
076107 1880-LOAD-SITE-TABLE.
076108     MOVE 1 TO VG-SITE-COUNT
076109     MOVE SPACES TO VG-SITE-TAB-CODE(1)
076110     MOVE VG-NO-SITE-NAME TO VG-SITE-TAB-NAME(1)
076111     PERFORM 1888-CLEAR-SITE-ENTRY THRU 1888-EXIT
076112     OPEN INPUT SITE-REFERENCE
076113     IF VG-SITEFILE-STATUS = '00'
076114         SET VG-SITEFILE-AVAILABLE TO TRUE
076115         PERFORM 1882-READ-SITE-RECORD THRU 1882-EXIT
076116         PERFORM 1884-STORE-SITE-ENTRY THRU 1884-EXIT
076117             UNTIL VG-SITEFILE-STATUS NOT = '00'
076118         CLOSE SITE-REFERENCE
076119     ELSE
076120         DISPLAY 'HELLO0037W - SITE FILE NOT AVAILABLE, '
076121             'STATUS = ' VG-SITEFILE-STATUS
076122             ', SITE NAMES NOT SHOWN'
076123     END-IF.
076124 1880-EXIT.
076125     EXIT.
076126
076127 1882-READ-SITE-RECORD.
076128     READ SITE-REFERENCE NEXT RECORD
076129         AT END
076130             MOVE '10' TO VG-SITEFILE-STATUS
076131     END-READ.
076132 1882-EXIT.
076133     EXIT.
076134
076135 1884-STORE-SITE-ENTRY.
076136     IF VG-SITE-COUNT < 20
076137         ADD 1 TO VG-SITE-COUNT
076138         MOVE VG-SITE-CODE TO VG-SITE-TAB-CODE(VG-SITE-COUNT)
076139         MOVE VG-SITE-NAME TO VG-SITE-TAB-NAME(VG-SITE-COUNT)
076140         PERFORM 1888-CLEAR-SITE-ENTRY THRU 1888-EXIT
076141     ELSE
076142         DISPLAY 'HELLO0038W - SITE TABLE FULL, SITE '
076143             VG-SITE-CODE ' COUNTED UNDER NO SITE'
076144     END-IF
076145     PERFORM 1882-READ-SITE-RECORD THRU 1882-EXIT.
076146 1884-EXIT.
076147     EXIT.
076148
076149******************************************************************
076150*    1888-CLEAR-SITE-ENTRY - ZERO THE LAST ENTRY ON THE TABLE   *
076151******************************************************************
076152 1888-CLEAR-SITE-ENTRY.
076153     MOVE 'N' TO VG-SITE-TAB-FEED-SWITCH(VG-SITE-COUNT)
076154     MOVE SPACES TO VG-SITE-TAB-LAST-EVENT(VG-SITE-COUNT)
076155     MOVE ZERO TO VG-SITE-TAB-READ(VG-SITE-COUNT)
076156     MOVE ZERO TO VG-SITE-TAB-GREETED(VG-SITE-COUNT)
076157     MOVE ZERO TO VG-SITE-TAB-REJECTED(VG-SITE-COUNT)
076158     MOVE ZERO TO VG-SITE-TAB-DUPLICATES(VG-SITE-COUNT)
076159     MOVE ZERO TO VG-SITE-TAB-HELD(VG-SITE-COUNT).
076160 1888-EXIT.
076161     EXIT.
076162
076163******************************************************************
076164*    1895-GET-BOARD-BASE-NAME - THE NAME THE SCHEDULE GAVE THE  *
076165*    BOARDFD FEED, TAKEN ONCE BEFORE ANY SITE'S FEED IS         *
076166*    SELECTED.  UNSET MEANS THE PLAIN BOARDFD NAME.             *
076167******************************************************************
076168 1895-GET-BOARD-BASE-NAME.
076169     MOVE SPACES TO VG-BOARD-BASE-NAME
076170     DISPLAY 'BOARDFD' UPON ENVIRONMENT-NAME
076171     ACCEPT VG-BOARD-BASE-NAME FROM ENVIRONMENT-VALUE
076172     IF VG-BOARD-BASE-NAME = SPACES
076173         MOVE 'BOARDFD' TO VG-BOARD-BASE-NAME
076174     END-IF.
076175 1895-EXIT.
076176     EXIT.
076177
076178******************************************************************
076200*    2000-PROCESS-VISITORS - MAIN VISITOR-MASTER READ LOOP      *
076300******************************************************************
076400 2000-PROCESS-VISITORS.
079600     MOVE VG-VIS-LANG-CODE TO VG-CUR-LANG-CODE
079610     MOVE VG-VIS-HOST-ID TO VG-CUR-HOST-ID
079620     MOVE VG-VIS-EVENT-CODE TO VG-CUR-EVENT-CODE
079650     MOVE VG-VIS-SITE-CODE TO VG-CUR-SITE-CODE
079700     PERFORM 2060-GREET-CURRENT-VISITOR THRU 2060-EXIT
079800     PERFORM 2100-READ-VISITOR-RECORD THRU 2100-EXIT.
079900 2050-EXIT.
081100         MOVE VG-SUP-LANG-CODE TO VG-CUR-LANG-CODE
081110         MOVE VG-SUP-HOST-ID TO VG-CUR-HOST-ID
081120         MOVE VG-SUP-EVENT-CODE TO VG-CUR-EVENT-CODE
081150         MOVE VG-SUP-SITE-CODE TO VG-CUR-SITE-CODE
081200         PERFORM 2060-GREET-CURRENT-VISITOR THRU 2060-EXIT
081300     END-IF
081400     PERFORM 2150-READ-SUPP-RECORD THRU 2150-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900*    2060-GREET-CURRENT-VISITOR - SCREEN, VALIDATE, RECONCILE,  *
082000*    GREET, AND CHECKPOINT THE VISITOR IN THE CURRENT WORK      *
082020*    AREA.  A WATCH-LIST MATCH RAISES A SECURITY ALERT AND      *
082040*    ISSUES NOTHING ELSE.                                       *
082100*    SHARED BY THE MAIN-FILE AND SUPPLEMENTAL REWORK LOOPS -    *
082200*    THE RESTART SKIP COUNT COVERS BOTH, SINCE THE PROCESSING   *
082300*    ORDER (MAIN FILE, THEN SUPPLEMENTAL) IS FIXED.             *
082400******************************************************************
082500 2060-GREET-CURRENT-VISITOR.
082600     ADD 1 TO VG-RECORDS-READ
082620     MOVE VG-CUR-SITE-CODE TO VG-FIND-SITE-CODE
082640     PERFORM 2782-FIND-SITE-ENTRY THRU 2782-EXIT
082660     MOVE VG-FOUND-SITE-SUB TO VG-CUR-SITE-SUB
082680     ADD 1 TO VG-SITE-TAB-READ(VG-CUR-SITE-SUB)
082700     MOVE 'N' TO VG-SKIP-SWITCH
082800     IF VG-RESTART-REQUESTED
082900             AND VG-RECORDS-READ NOT > VG-RESTART-SKIP-COUNT
083000         SET VG-SKIP-RECORD TO TRUE
083010     END-IF
083020     IF NOT VG-SKIP-RECORD
083030         PERFORM 2250-SCREEN-WATCH-LIST THRU 2250-EXIT
083040         IF VG-WATCH-HIT
083050             PERFORM 2870-RAISE-SECURITY-ALERT THRU 2870-EXIT
083060             PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
083070             GO TO 2060-EXIT
083080         END-IF
083100     END-IF
083200     IF NOT VG-SKIP-RECORD
083300         PERFORM 2200-VALIDATE-NAME THRU 2200-EXIT
084200                 PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
084300                 PERFORM 2700-WRITE-EXTRACT-RECORD THRU 2700-EXIT
084310                 PERFORM 2710-WRITE-HOST-NOTIFY THRU 2710-EXIT
084315                 PERFORM 2775-SELECT-SITE-BOARD THRU 2775-EXIT
084320                 PERFORM 2760-HANDLE-EVENT-ARRIVAL THRU 2760-EXIT
084400                 PERFORM 2770-WRITE-BOARD-DETAIL THRU 2770-EXIT
084500                 PERFORM 2750-RECORD-VISIT-HISTORY THRU 2750-EXIT
084550                 PERFORM 2790-ISSUE-BADGE THRU 2790-EXIT
084600                 ADD 1 TO VG-GREETINGS-ISSUED
084650                 ADD 1 TO VG-SITE-TAB-GREETED(VG-CUR-SITE-SUB)
084700             END-IF
084800         ELSE
084900             PERFORM 2850-WRITE-REJECT-RECORD THRU 2850-EXIT
092200         END-IF
092300     END-IF.
092400 2210-EXIT.
092402     EXIT.
092404
092406******************************************************************
092408*    2250-SCREEN-WATCH-LIST - FOLD THE NAME TO UPPER CASE AND   *
092410*    READ THE WATCH LIST BY IT.  AN ENTRY WITH A ZERO VISITOR   *
092412*    ID MATCHES ANY VISITOR OF THAT NAME; ONE WITH AN ID        *
092414*    MATCHES ONLY THAT BOOKING.                                 *
092416******************************************************************
092418 2250-SCREEN-WATCH-LIST.
092420     MOVE 'N' TO VG-WATCH-HIT-SWITCH
092422     IF NOT VG-WATCHLST-AVAILABLE
092424         GO TO 2250-EXIT
092426     END-IF
092428     MOVE VG-CUR-NAME TO VG-WCH-NAME
092430     INSPECT VG-WCH-NAME
092432         CONVERTING VG-LOWER-ALPHABET TO VG-UPPER-ALPHABET
092434     READ WATCH-LIST
092436         INVALID KEY
092438             GO TO 2250-EXIT
092440     END-READ
092442     IF VG-WCH-VIS-ID = ZERO
092444             OR VG-WCH-VIS-ID = VG-CUR-VIS-ID
092446         SET VG-WATCH-HIT TO TRUE
092448     END-IF.
092450 2250-EXIT.
092500     EXIT.
092600      
092700******************************************************************
103600 2500-WRITE-REPORT-DETAIL.
103700     MOVE VG-CUR-NAME TO VG-RPTD-NAME
103800     MOVE VG-GREETING-TEXT TO VG-RPTD-GREETING
103850     MOVE VG-CUR-SITE-CODE TO VG-RPTD-SITE-CODE
103900     WRITE VG-REPORT-RECORD FROM VG-RPT-DETAIL-LINE
104000     ADD 1 TO VG-REPORT-LINE-COUNT
104100     IF VG-REPORT-LINE-COUNT >= 55
107300     ACCEPT VG-AUD-RUN-TIME FROM TIME
107400     MOVE VG-OPERATOR-ID TO VG-AUD-OPERATOR-ID
107500     MOVE VG-CUR-NAME TO VG-AUD-NAME
107550     MOVE VG-CUR-SITE-CODE TO VG-AUD-SITE-CODE
107600     IF VG-PROCESSING-REWORK
107700         MOVE 'Y' TO VG-AUD-REWORK-FLAG
107800     ELSE
109000     MOVE VG-CUR-NAME TO VG-EXT-NAME
109100     MOVE VG-RUN-DATE TO VG-EXT-DATE-GREETED
109200     MOVE VG-CUR-LANG-CODE TO VG-EXT-LANG-CODE
109250     MOVE VG-CUR-SITE-CODE TO VG-EXT-SITE-CODE
109300     WRITE VG-EXTRACT-RECORD.
109400 2700-EXIT.
109500     EXIT.
109530*    2710-WRITE-HOST-NOTIFY - ONE FEED RECORD PER GREETED        *
109540*    VISITOR WITH A HOST EMPLOYEE ON FILE, SO THE MESSAGE        *
109550*    SYSTEM CAN TELL THE HOST THEIR GUEST HAS ARRIVED.  A        *
109560*    VISITOR WITH NO HOST WRITES NOTHING.  A HOST NOT ON THE     *
109562*    HOST DIRECTORY, OR INACTIVE ON IT, IS NOT NOTIFIED - THE    *
109564*    VISITOR GOES ON THE UNDELIVERABLE-NOTIFICATION REPORT SO    *
109566*    RECEPTION CAN PHONE SOMEONE INSTEAD.                        *
109570******************************************************************
109580 2710-WRITE-HOST-NOTIFY.
109582     IF VG-CUR-HOST-ID = SPACES
109584         GO TO 2710-EXIT
109585     END-IF
109586     IF VG-HOSTDIR-AVAILABLE
109587         MOVE VG-CUR-HOST-ID TO VG-HST-ID
109588         READ HOST-DIRECTORY
109589             INVALID KEY
109590                 MOVE SPACES TO VG-HOST-RECORD
109591                 MOVE 'NOT ON FILE' TO VG-UNDD-REASON
109592                 PERFORM 2720-WRITE-UNDELIVERABLE THRU 2720-EXIT
109593                 GO TO 2710-EXIT
109594         END-READ
109595         IF NOT VG-HST-ACTIVE
109596             MOVE 'INACTIVE' TO VG-UNDD-REASON
109597             PERFORM 2720-WRITE-UNDELIVERABLE THRU 2720-EXIT
109598             GO TO 2710-EXIT
109599         END-IF
109600     END-IF
109601     MOVE VG-CUR-HOST-ID TO VG-HNT-HOST-ID
109602     MOVE VG-CUR-VIS-ID TO VG-HNT-VIS-ID
109603     MOVE VG-CUR-NAME TO VG-HNT-VIS-NAME
109604     MOVE VG-RUN-DATE TO VG-HNT-DATE-GREETED
109605     ACCEPT VG-HNT-TIME-GREETED FROM TIME
109606     WRITE VG-NOTIFY-RECORD.
109607 2710-EXIT.
109608     EXIT.
109610      
109615******************************************************************
109620*    2720-WRITE-UNDELIVERABLE - ONE LINE PER NOTIFICATION THAT  *
109625*    COULD NOT GO TO AN ACTIVE HOST.  THE CALLER HAS SET THE    *
109630*    REASON; THE HOST NAME AND EXTENSION ARE BLANK WHEN THE     *
109635*    HOST IS NOT ON THE DIRECTORY AT ALL.                       *
109640******************************************************************
109645 2720-WRITE-UNDELIVERABLE.
109650     MOVE VG-CUR-VIS-ID TO VG-UNDD-VIS-ID
109655     MOVE VG-CUR-NAME TO VG-UNDD-VIS-NAME
109660     MOVE VG-CUR-HOST-ID TO VG-UNDD-HOST-ID
109665     MOVE VG-HST-NAME TO VG-UNDD-HOST-NAME
109670     MOVE VG-HST-PHONE-EXT TO VG-UNDD-HOST-EXT
109675     WRITE VG-UNDELIVERABLE-RECORD FROM VG-UND-DETAIL-LINE
109680     ADD 1 TO VG-UNDELIVERABLE-COUNT.
109685 2720-EXIT.
109690     EXIT.
109695
109700******************************************************************
109800*    2750-RECORD-VISIT-HISTORY - WRITE THE GREETED VISIT TO THE *
109900*    KEYED VISIT-HISTORY FILE SO LATER RUNS (AND A RESTART OF   *
110900         MOVE VG-CUR-LANG-CODE TO VG-HIS-LANG-CODE
110910         ACCEPT VG-HIS-TIME-GREETED FROM TIME
110920         MOVE ZERO TO VG-HIS-DEPART-TIME
110950         MOVE VG-CUR-SITE-CODE TO VG-HIS-SITE-CODE
111000         WRITE VG-HISTORY-RECORD
111100             INVALID KEY
111200                 CONTINUE
111776     MOVE VG-CUR-EVENT-CODE TO VG-ROSD-EVENT-CODE
111778     MOVE VG-CUR-VIS-ID TO VG-ROSD-VIS-ID
111780     MOVE VG-CUR-NAME TO VG-ROSD-NAME
111781     MOVE VG-CUR-SITE-CODE TO VG-ROSD-SITE-CODE
111782     IF VG-EVENT-ON-FILE
111784         MOVE VG-EVT-TAB-NAME(VG-EVT-IDX)
111786             TO VG-ROSD-EVENT-NAME
113100     EXIT.
113200
113300******************************************************************
113301*    2775-SELECT-SITE-BOARD - MAKE THE CURRENT VISITOR'S SITE   *
113302*    FEED THE OPEN WELCOME-BOARD FEED.  THE FEED OPEN FOR       *
113303*    ANOTHER SITE IS CLOSED FIRST, KEEPING THAT SITE'S LAST     *
113304*    EVENT SO ITS NEXT VISITOR OF THE SAME EVENT IS NOT GIVEN A *
113305*    SECOND BANNER.                                             *
113306******************************************************************
113307 2775-SELECT-SITE-BOARD.
113308     IF VG-BOARD-SITE-SUB = VG-CUR-SITE-SUB
113309         GO TO 2775-EXIT
113310     END-IF
113311     IF VG-BOARD-SITE-SUB > 0
113312         MOVE VG-LAST-EVENT-CODE
113313             TO VG-SITE-TAB-LAST-EVENT(VG-BOARD-SITE-SUB)
113314         CLOSE WELCOME-BOARD
113315     END-IF
113316     MOVE VG-CUR-SITE-SUB TO VG-BOARD-SITE-SUB
113317     PERFORM 2776-OPEN-SITE-BOARD THRU 2776-EXIT
113318     MOVE VG-SITE-TAB-LAST-EVENT(VG-BOARD-SITE-SUB)
113319         TO VG-LAST-EVENT-CODE.
113320 2775-EXIT.
113321     EXIT.
113322
113323******************************************************************
113324*    2776-OPEN-SITE-BOARD - OPEN THE FEED OF SITE ENTRY         *
113325*    VG-BOARD-SITE-SUB.  THE FEED NAME IS PASSED TO THE BOARDFD *
113326*    ASSIGNMENT THROUGH THE ENVIRONMENT BEFORE THE OPEN.  THE   *
113327*    FIRST OPEN OF A FRESH RUN CLEARS THE FEED; EVERY OTHER     *
113328*    OPEN (AND EVERY OPEN ON A RESTART) EXTENDS IT.  A NEW FEED *
113329*    STARTS WITH THE OPENING SLIDE.                             *
113330******************************************************************
113331 2776-OPEN-SITE-BOARD.
113332     MOVE SPACES TO VG-BOARD-FEED-NAME
113333     IF VG-SITE-TAB-CODE(VG-BOARD-SITE-SUB) = SPACES
113334         MOVE VG-BOARD-BASE-NAME TO VG-BOARD-FEED-NAME
113335     ELSE
113336         STRING VG-BOARD-BASE-NAME DELIMITED BY SPACE
113337             '.' VG-SITE-TAB-CODE(VG-BOARD-SITE-SUB)
113338             DELIMITED BY SIZE INTO VG-BOARD-FEED-NAME
113339     END-IF
113340     DISPLAY 'BOARDFD' UPON ENVIRONMENT-NAME
113341     DISPLAY VG-BOARD-FEED-NAME UPON ENVIRONMENT-VALUE
113342     MOVE 'N' TO VG-BOARD-NEW-SWITCH
113343     IF VG-RESTART-REQUESTED
113344             OR VG-SITE-FEED-STARTED(VG-BOARD-SITE-SUB)
113345         OPEN EXTEND WELCOME-BOARD
113346         IF VG-BOARDFD-STATUS = '35'
113347             OPEN OUTPUT WELCOME-BOARD
113348             SET VG-BOARD-FEED-IS-NEW TO TRUE
113349         END-IF
113350     ELSE
113351         OPEN OUTPUT WELCOME-BOARD
113352         SET VG-BOARD-FEED-IS-NEW TO TRUE
113353     END-IF
113354     SET VG-SITE-FEED-STARTED(VG-BOARD-SITE-SUB) TO TRUE
113355     IF VG-BOARD-FEED-IS-NEW
113356         MOVE 'H' TO VG-BOARD-SLIDE-TYPE
113357         PERFORM 2780-WRITE-BOARD-SLIDE THRU 2780-EXIT
113358     END-IF.
113359 2776-EXIT.
113360     EXIT.
113361
113362******************************************************************
113400*    2780-WRITE-BOARD-SLIDE - THE COMPANY-STANDARD WELCOME      *
113500*    SLIDE THAT OPENS ('H') AND CLOSES ('T') THE FEED           *
113600******************************************************************
114100     WRITE VG-BOARD-RECORD.
114200 2780-EXIT.
114300     EXIT.
114301
114302******************************************************************
114303*    2782-FIND-SITE-ENTRY - FIND (OR APPEND) THE SITE TABLE     *
114304*    ENTRY FOR VG-FIND-SITE-CODE AND RETURN ITS SUBSCRIPT IN    *
114305*    VG-FOUND-SITE-SUB.  WITH THE TABLE FULL THE SITE IS        *
114306*    COUNTED UNDER ENTRY 1.                                     *
114307******************************************************************
114308 2782-FIND-SITE-ENTRY.
114309     MOVE 1 TO VG-FOUND-SITE-SUB
114310     SET VG-SITE-IDX TO 1
114311     SEARCH VG-SITE-ENTRY
114312         AT END
114313             PERFORM 2784-ADD-SITE-ENTRY THRU 2784-EXIT
114314         WHEN VG-SITE-TAB-CODE(VG-SITE-IDX) = VG-FIND-SITE-CODE
114315             SET VG-FOUND-SITE-SUB TO VG-SITE-IDX
114316     END-SEARCH.
114317 2782-EXIT.
114318     EXIT.
114319
114320 2784-ADD-SITE-ENTRY.
114321     IF VG-SITE-COUNT < 20
114322         ADD 1 TO VG-SITE-COUNT
114323         MOVE VG-FIND-SITE-CODE TO VG-SITE-TAB-CODE(VG-SITE-COUNT)
114324         MOVE VG-SITE-PLACEHOLDER-NAME
114325             TO VG-SITE-TAB-NAME(VG-SITE-COUNT)
114326         PERFORM 1888-CLEAR-SITE-ENTRY THRU 1888-EXIT
114327         MOVE VG-SITE-COUNT TO VG-FOUND-SITE-SUB
114328     ELSE
114329         ADD 1 TO VG-SITE-OVERFLOW
114330     END-IF.
114331 2784-EXIT.
114332     EXIT.
114333      
114334******************************************************************
114335*    2790-ISSUE-BADGE - ONE NUMBERED BADGE PER GREETED VISITOR, *
114336*    KEPT ON THE BADGE FILE FOR THE RETURN CHECK AT SIGN-OUT    *
114337*    AND SENT TO THE LOBBY BADGE PRINTER.  THE EVENT NAME IS    *
114338*    THE ONE 2760 LOOKED UP.  A BADGE ALREADY ON FILE FOR THIS  *
114339*    VISIT (A RERUN WITH THE HISTORY CHECK OFF, SAY) IS NOT     *
114340*    PRINTED AGAIN.                                             *
114341******************************************************************
114342 2790-ISSUE-BADGE.
114343     IF NOT VG-BADGE-AVAILABLE
114344         GO TO 2790-EXIT
114345     END-IF
114346     MOVE VG-CUR-VIS-ID TO VG-BDG-VIS-ID
114347     MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
114348     READ BADGE-FILE KEY IS VG-BDG-VISIT-KEY
114349         INVALID KEY
114350             CONTINUE
114351     END-READ
114352     IF VG-BADGEFIL-STATUS = '00' OR '02'
114353         GO TO 2790-EXIT
114354     END-IF
114355     PERFORM 2792-ASSIGN-BADGE-NUMBER THRU 2792-EXIT
114356     IF NOT VG-BADGE-ASSIGNED
114357         ADD 1 TO VG-BADGE-FAILED-COUNT
114358         GO TO 2790-EXIT
114359     END-IF
114360     MOVE SPACES TO VG-BADGE-RECORD
114361     MOVE VG-RUN-DATE TO VG-BDG-ISSUE-DATE
114362     MOVE VG-NEXT-BADGE-NO TO VG-BDG-NUMBER
114363     MOVE VG-CUR-VIS-ID TO VG-BDG-VIS-ID
114364     MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
114365     MOVE VG-CUR-NAME TO VG-BDG-NAME
114366     MOVE VG-CUR-HOST-ID TO VG-BDG-HOST-ID
114367     IF VG-CUR-EVENT-CODE NOT = SPACES
114368             AND VG-EVENT-ON-FILE
114369             AND VG-EVT-TAB-NAME(VG-EVT-IDX)
114370                 NOT = VG-EVT-PLACEHOLDER-NAME
114371         MOVE VG-EVT-TAB-NAME(VG-EVT-IDX) TO VG-BDG-EVENT-NAME
114372     END-IF
114373     ACCEPT VG-BDG-ISSUE-TIME FROM TIME
114374     COMPUTE VG-BADGE-EXPIRY-WORK =
114375         VG-BDG-ISSUE-TIME + (VG-BADGE-HOURS * 1000000)
114376     IF VG-BADGE-EXPIRY-WORK > VG-LATEST-EXPIRY
114377         MOVE VG-LATEST-EXPIRY TO VG-BDG-EXPIRY-TIME
114378     ELSE
114379         MOVE VG-BADGE-EXPIRY-WORK TO VG-BDG-EXPIRY-TIME
114380     END-IF
114381     SET VG-BDG-OUTSTANDING TO TRUE
114382     MOVE ZERO TO VG-BDG-RETURN-TIME
114383     WRITE VG-BADGE-RECORD
114384         INVALID KEY
114385             DISPLAY 'HELLO0029W - BADGE ' VG-BDG-NUMBER
114386                 ' ALREADY ON FILE, STATUS = ' VG-BADGEFIL-STATUS
114387                 ', VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
114388             ADD 1 TO VG-BADGE-FAILED-COUNT
114389             GO TO 2790-EXIT
114390     END-WRITE
114391     WRITE VG-BADGE-PRINT-RECORD FROM VG-BADGE-RECORD
114392     ADD 1 TO VG-BADGES-ISSUED.
114393 2790-EXIT.
114394     EXIT.
114395
114396******************************************************************
114397*    2792-ASSIGN-BADGE-NUMBER - TAKE THE NEXT BADGE NUMBER FROM *
114398*    THE 'NEXTBDG' CONTROL RECORD AND STEP IT UNDER THE RECORD  *
114399*    LOCK, EXACTLY AS VISITOR-MAINT ASSIGNS A VISITOR ID.  THE  *
114400*    NUMBER WRAPS TO 1 AFTER 999999.  A RECORD HELD BY ANOTHER  *
114401*    RUN (STATUS 51) LEAVES THIS VISITOR WITHOUT A BADGE.       *
114402******************************************************************
114403 2792-ASSIGN-BADGE-NUMBER.
114404     MOVE 'N' TO VG-BADGE-ASSIGNED-SWITCH
114405     MOVE 'NEXTBDG' TO VG-CTL-KEY
114406     READ ID-CONTROL
114407         INVALID KEY
114408             DISPLAY 'HELLO0030W - BADGE CONTROL RECORD '
114409                 'MISSING, VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
114410             GO TO 2792-EXIT
114411     END-READ
114412     IF VG-VISCTL-STATUS = '51'
114413         DISPLAY 'HELLO0031W - BADGE CONTROL RECORD HELD, '
114414             'VISITOR ' VG-CUR-VIS-ID ' HAS NO BADGE'
114415         GO TO 2792-EXIT
114416     END-IF
114417     MOVE VG-CTL-NEXT-BADGE-NO TO VG-NEXT-BADGE-NO
114418     IF VG-CTL-NEXT-BADGE-NO = 999999
114419         MOVE 1 TO VG-CTL-NEXT-BADGE-NO
114420     ELSE
114421         ADD 1 TO VG-CTL-NEXT-BADGE-NO
114422     END-IF
114423     REWRITE VG-CONTROL-RECORD
114424         INVALID KEY
114425             DISPLAY 'HELLO0032W - BADGE CONTROL REWRITE '
114426                 'FAILED, STATUS = ' VG-VISCTL-STATUS
114427         NOT INVALID KEY
114428             SET VG-BADGE-ASSIGNED TO TRUE
114429     END-REWRITE.
114430 2792-EXIT.
114431     EXIT.
114432      
114500******************************************************************
114600*    2800-WRITE-DUPLICATE-RECORD - LOG A DUPLICATE VISIT       *
114700******************************************************************
114900     MOVE VG-CUR-VIS-ID TO VG-DUP-VIS-ID
115000     MOVE VG-CUR-NAME TO VG-DUP-NAME
115100     MOVE VG-DUP-REASON-WS TO VG-DUP-REASON
115150     MOVE VG-CUR-SITE-CODE TO VG-DUP-SITE-CODE
115200     WRITE VG-DUP-RECORD
115300     ADD 1 TO VG-DUPLICATE-COUNT
115350     ADD 1 TO VG-SITE-TAB-DUPLICATES(VG-CUR-SITE-SUB).
115400 2800-EXIT.
115500     EXIT.
115600      
116300     MOVE VG-CUR-LANG-CODE TO VG-REJ-LANG-CODE
116310     MOVE VG-CUR-HOST-ID TO VG-REJ-HOST-ID
116320     MOVE VG-CUR-EVENT-CODE TO VG-REJ-EVENT-CODE
116350     MOVE VG-CUR-SITE-CODE TO VG-REJ-SITE-CODE
116400     MOVE VG-VALIDATION-REASON TO VG-REJ-REASON
116500     MOVE VG-RUN-DATE TO VG-REJ-RUN-DATE
116600     ACCEPT VG-REJ-RUN-TIME FROM TIME
116700     WRITE VG-REJECT-RECORD
116800     ADD 1 TO VG-REJECT-COUNT
116850     ADD 1 TO VG-SITE-TAB-REJECTED(VG-CUR-SITE-SUB).
116900 2850-EXIT.
117000     EXIT.
117100      
117102******************************************************************
117104*    2870-RAISE-SECURITY-ALERT - A WATCH-LIST MATCH.  THE       *
117106*    ALERT IS WRITTEN ONCE PER VISITOR PER DAY: IF AN EARLIER   *
117108*    GREETING-CYCLE ALREADY RAISED IT THE WRITE COMES BACK      *
117110*    INVALID KEY AND THE HOLD IS ONLY COUNTED.  A NEW ALERT     *
117112*    GOES ON THE ALERT REPORT AND THE CONSOLE AND MAKES THE     *
117114*    RUN END WITH RETURN-CODE 12.                               *
117116******************************************************************
117118 2870-RAISE-SECURITY-ALERT.
117120     ADD 1 TO VG-SECURITY-HOLD-COUNT
117122     ADD 1 TO VG-SITE-TAB-HELD(VG-CUR-SITE-SUB)
117124     MOVE VG-CUR-VIS-ID TO VG-ALR-VIS-ID
117126     MOVE VG-RUN-DATE TO VG-ALR-DATE
117128     ACCEPT VG-ALR-TIME FROM TIME
117130     MOVE VG-CUR-NAME TO VG-ALR-NAME
117132     MOVE VG-CUR-HOST-ID TO VG-ALR-HOST-ID
117134     MOVE VG-CUR-EVENT-CODE TO VG-ALR-EVENT-CODE
117136     MOVE VG-WCH-REASON TO VG-ALR-REASON
117138     MOVE 'HELLO' TO VG-ALR-PROGRAM
117140     IF VG-SECALRT-AVAILABLE
117142         WRITE VG-ALERT-RECORD
117144             INVALID KEY
117146                 GO TO 2870-EXIT
117148         END-WRITE
117150     END-IF
117152     ADD 1 TO VG-SECURITY-ALERT-COUNT
117154     MOVE VG-ALR-TIME(1:2) TO VG-SECD-HH
117156     MOVE VG-ALR-TIME(3:2) TO VG-SECD-MM
117158     MOVE VG-ALR-VIS-ID TO VG-SECD-VIS-ID
117160     MOVE VG-ALR-NAME TO VG-SECD-NAME
117162     MOVE VG-ALR-HOST-ID TO VG-SECD-HOST-ID
117164     MOVE VG-ALR-EVENT-CODE TO VG-SECD-EVENT-CODE
117166     MOVE VG-ALR-REASON TO VG-SECD-REASON
117168     WRITE VG-SEC-REPORT-RECORD FROM VG-SEC-DETAIL-LINE
117170     DISPLAY 'HELLO0024E - SECURITY WATCH-LIST MATCH, VISITOR '
117172         VG-CUR-VIS-ID ' ' VG-CUR-NAME ' HELD'.
117174 2870-EXIT.
117176     EXIT.
117178
117200******************************************************************
117300*    2900-WRITE-CHECKPOINT - SAVE POSITION AND RUN TOTALS      *
117400******************************************************************
117800     MOVE VG-GREETINGS-ISSUED TO VG-CKPT-GREETINGS
117900     MOVE VG-REJECT-COUNT TO VG-CKPT-REJECTS
118000     MOVE VG-DUPLICATE-COUNT TO VG-CKPT-DUPLICATES
118050     MOVE VG-SECURITY-HOLD-COUNT TO VG-CKPT-HOLDS
118100     MOVE VG-AUDIT-SEQ-NO TO VG-CKPT-AUDIT-SEQ-NO
118200     MOVE VG-REPORT-PAGE-NO TO VG-CKPT-REPORT-PAGE-NO
118300     MOVE VG-REPORT-LINE-COUNT TO VG-CKPT-LINE-COUNT
118380     PERFORM 2960-SAVE-EVENT-ENTRY THRU 2960-EXIT
118390         VARYING VG-EVT-SUB FROM 1 BY 1
118395         UNTIL VG-EVT-SUB > 50
118396     MOVE VG-SITE-COUNT TO VG-CKPT-SITE-COUNT
118397     PERFORM 2970-SAVE-SITE-ENTRY THRU 2970-EXIT
118398         VARYING VG-SITE-SUB FROM 1 BY 1
118399         UNTIL VG-SITE-SUB > 20
118400     OPEN OUTPUT GREETING-CKPT
118500     WRITE VG-CHECKPOINT-RECORD
118600     CLOSE GREETING-CKPT.
118920     END-IF.
118922 2960-EXIT.
118924     EXIT.
118926
118928 2970-SAVE-SITE-ENTRY.
118930     IF VG-SITE-SUB > VG-SITE-COUNT
118932         MOVE SPACES TO VG-CKPT-SITE-CODE(VG-SITE-SUB)
118934         MOVE ZERO TO VG-CKPT-SITE-READ(VG-SITE-SUB)
118936         MOVE ZERO TO VG-CKPT-SITE-GREETINGS(VG-SITE-SUB)
118938         MOVE ZERO TO VG-CKPT-SITE-REJECTS(VG-SITE-SUB)
118940         MOVE ZERO TO VG-CKPT-SITE-DUPLICATES(VG-SITE-SUB)
118942         MOVE ZERO TO VG-CKPT-SITE-HOLDS(VG-SITE-SUB)
118944     ELSE
118946         MOVE VG-SITE-TAB-CODE(VG-SITE-SUB)
118948             TO VG-CKPT-SITE-CODE(VG-SITE-SUB)
118950         MOVE VG-SITE-TAB-READ(VG-SITE-SUB)
118952             TO VG-CKPT-SITE-READ(VG-SITE-SUB)
118954         MOVE VG-SITE-TAB-GREETED(VG-SITE-SUB)
118956             TO VG-CKPT-SITE-GREETINGS(VG-SITE-SUB)
118958         MOVE VG-SITE-TAB-REJECTED(VG-SITE-SUB)
118960             TO VG-CKPT-SITE-REJECTS(VG-SITE-SUB)
118962         MOVE VG-SITE-TAB-DUPLICATES(VG-SITE-SUB)
118964             TO VG-CKPT-SITE-DUPLICATES(VG-SITE-SUB)
118966         MOVE VG-SITE-TAB-HELD(VG-SITE-SUB)
118968             TO VG-CKPT-SITE-HOLDS(VG-SITE-SUB)
118970     END-IF.
118972 2970-EXIT.
118974     EXIT.
118976      
119000******************************************************************
119100*    3000-FINALIZE - TRAILER, STATISTICS, CLOSE                *
119200******************************************************************
119400     PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
119500     ACCEPT VG-END-TIME FROM TIME
119600     PERFORM 3100-WRITE-REPORT-TRAILER THRU 3100-EXIT
119700     IF VG-BOARD-SITE-SUB > 0
119800         CLOSE WELCOME-BOARD
119810         MOVE ZERO TO VG-BOARD-SITE-SUB
119820     END-IF
119830     PERFORM 3050-END-SITE-BOARD THRU 3050-EXIT
119840         VARYING VG-SITE-SUB FROM 1 BY 1
119850         UNTIL VG-SITE-SUB > VG-SITE-COUNT
119900     PERFORM 3500-WRITE-FALLBACK-REPORT THRU 3500-EXIT
119910     PERFORM 3550-WRITE-ROSTER-TOTALS THRU 3550-EXIT
119950     PERFORM 3600-PURGE-VISIT-HISTORY THRU 3600-EXIT
120000     PERFORM 3200-COMPUTE-ELAPSED-TIME THRU 3200-EXIT
120100     PERFORM 3300-DISPLAY-RUN-STATISTICS THRU 3300-EXIT
120200     PERFORM 3400-CLOSE-ALL-FILES THRU 3400-EXIT
120202     IF VG-SITE-OVERFLOW > 0
120204         DISPLAY 'HELLO0039W - SITE TABLE FULL, ' VG-SITE-OVERFLOW
120206             ' VISITOR(S) COUNTED UNDER NO SITE'
120208     END-IF
120210     IF VG-SECURITY-ALERT-COUNT > 0
120220         DISPLAY 'HELLO0025W - NEW SECURITY ALERTS RAISED, '
120230             'RUN ENDS WITH RETURN-CODE 12'
120240         MOVE 12 TO RETURN-CODE
120250     END-IF.
120300 3000-EXIT.
120305     EXIT.
120310
120315******************************************************************
120320*    3050-END-SITE-BOARD - THE CLOSING SLIDE ON ONE SITE'S FEED *
120325******************************************************************
120330 3050-END-SITE-BOARD.
120335     MOVE VG-SITE-SUB TO VG-BOARD-SITE-SUB
120340     PERFORM 2776-OPEN-SITE-BOARD THRU 2776-EXIT
120345     MOVE 'T' TO VG-BOARD-SLIDE-TYPE
120350     PERFORM 2780-WRITE-BOARD-SLIDE THRU 2780-EXIT
120355     CLOSE WELCOME-BOARD
120360     MOVE ZERO TO VG-BOARD-SITE-SUB.
120365 3050-EXIT.
120400     EXIT.
120500      
120600 3100-WRITE-REPORT-TRAILER.
120700     MOVE VG-GREETINGS-ISSUED TO VG-RPTT-COUNT
120800     WRITE VG-REPORT-RECORD FROM VG-RPT-TRAILER-LINE
120820     PERFORM 3110-WRITE-SITE-TRAILER THRU 3110-EXIT
120840         VARYING VG-SITE-SUB FROM 1 BY 1
120860         UNTIL VG-SITE-SUB > VG-SITE-COUNT.
120900 3100-EXIT.
120905     EXIT.
120910
120915******************************************************************
120920*    3110-WRITE-SITE-TRAILER - GREETED COUNT FOR EACH SITE THAT *
120925*    HAD A VISITOR TODAY                                        *
120930******************************************************************
120935 3110-WRITE-SITE-TRAILER.
120940     IF VG-SITE-TAB-READ(VG-SITE-SUB) = 0
120945             AND VG-SITE-TAB-GREETED(VG-SITE-SUB) = 0
120950         GO TO 3110-EXIT
120955     END-IF
120960     MOVE VG-SITE-TAB-CODE(VG-SITE-SUB) TO VG-RPTS-SITE-CODE
120965     MOVE VG-SITE-TAB-NAME(VG-SITE-SUB) TO VG-RPTS-SITE-NAME
120970     MOVE VG-SITE-TAB-GREETED(VG-SITE-SUB) TO VG-RPTS-GREETED
120975     WRITE VG-REPORT-RECORD FROM VG-RPT-SITE-LINE.
120980 3110-EXIT.
121000     EXIT.
121100      
121200 3200-COMPUTE-ELAPSED-TIME.
123500     DISPLAY 'RUN START TIME .....: ' VG-START-TIME
123600     DISPLAY 'RUN END TIME .......: ' VG-END-TIME
123700     DISPLAY 'FALLBACK GREETINGS .: ' VG-FALLBACK-TOTAL
123750     DISPLAY 'UNDELIVERABLE NOTES : ' VG-UNDELIVERABLE-COUNT
123760     DISPLAY 'SECURITY HOLDS .....: ' VG-SECURITY-HOLD-COUNT
123780     DISPLAY 'NEW SECURITY ALERTS : ' VG-SECURITY-ALERT-COUNT
123785     DISPLAY 'BADGES PRINTED .....: ' VG-BADGES-ISSUED
123790     DISPLAY 'BADGES NOT PRINTED .: ' VG-BADGE-FAILED-COUNT
123800     DISPLAY 'ELAPSED SECONDS ....: ' VG-ELAPSED-SECONDS.
123900 3300-EXIT.
124000     EXIT.
124150     CLOSE GREETING-AUDIT
124160     CLOSE GREETING-EXTRACT
124170     CLOSE DUPLICATE-RPT
124185     CLOSE HOST-NOTIFY
124187     CLOSE EVENT-ROSTER-RPT
124188     CLOSE UNDELIVERABLE-RPT
124190     CLOSE SECURITY-ALERT-RPT
124192     IF VG-WATCHLST-AVAILABLE
124194         CLOSE WATCH-LIST
124196     END-IF
124198     IF VG-SECALRT-AVAILABLE
124200         CLOSE SECURITY-ALERT
124202     END-IF
124204     IF VG-HOSTDIR-AVAILABLE
124206         CLOSE HOST-DIRECTORY
124208     END-IF
124210     IF VG-HISTORY-AVAILABLE
124212         CLOSE VISIT-HISTORY
124214     END-IF
124216     IF VG-BADGE-AVAILABLE
124218         CLOSE BADGE-FILE
124220         CLOSE ID-CONTROL
124222         CLOSE BADGE-PRINT
124224     END-IF.
124226 3400-EXIT.
124228     EXIT.
124230
124232******************************************************************
124300*    3500-WRITE-FALLBACK-REPORT - ONE LINE PER UNRECOGNIZED     *
124400*    LANGUAGE CODE THAT HIT THE DEFAULT GREETING THIS RUN, SO   *
124500*    THE FRONT DESK KNOWS WHICH LANGUAGES TO ADD NEXT           *
128450     PERFORM 3610-READ-HISTORY-NEXT THRU 3610-EXIT.
128460 3620-EXIT.
128470     EXIT.
128500
128600******************************************************************
128700*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
128800******************************************************************
128900 8000-LOG-RUN-START.
129000     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
129100     SET VG-RLG-START TO TRUE
129200     MOVE ZERO TO VG-RLG-RETURN-CODE
129300     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
129400     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
129500     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
129600     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
129700     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
129800     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
129900     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
130000 8000-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
130500*    KEY COUNTS OF THE RUN                                      *
130600******************************************************************
130700 8100-LOG-RUN-END.
130800     SET VG-RLG-END TO TRUE
130900     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
131000     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
131100     MOVE VG-RECORDS-READ TO VG-RLG-COUNT-VALUE(1)
131200     MOVE 'GREETED' TO VG-RLG-COUNT-LABEL(2)
131300     MOVE VG-GREETINGS-ISSUED TO VG-RLG-COUNT-VALUE(2)
131400     MOVE 'REJECTED' TO VG-RLG-COUNT-LABEL(3)
131500     MOVE VG-REJECT-COUNT TO VG-RLG-COUNT-VALUE(3)
131600     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
131700 8100-EXIT.
131800     EXIT.
131900
132000******************************************************************
132100*    8200-CHECK-PREDECESSOR - THE LAST RUN-LOG RECORD TODAY FOR *
132200*    THE PREDECESSOR STEP MUST BE AN END RECORD WITH A RETURN   *
132300*    CODE BELOW ITS LIMIT, OR THIS STEP DOES NOT START.         *
132400*    OPERATIONS CAN FORCE A RUN AFTER A MANUAL RECOVERY WITH    *
132500*    VG_PRED_OVERRIDE=Y.                                        *
132600******************************************************************
132700 8200-CHECK-PREDECESSOR.
132800     MOVE SPACE TO VG-PRED-STATE
132900     MOVE ZERO TO VG-PRED-RETURN-CODE
133000     MOVE 'N' TO VG-PRED-EOF-SWITCH
133100     OPEN INPUT RUN-LOG
133200     IF VG-RUNLOG-STATUS = '00'
133300         PERFORM 8250-READ-RUN-LOG THRU 8250-EXIT
133400             UNTIL VG-PRED-LOG-ENDED
133500         CLOSE RUN-LOG
133600     END-IF
133700     MOVE 'Y' TO VG-PRED-OK-SWITCH
133800     IF VG-PRED-NOT-RUN OR VG-PRED-NOT-ENDED
133900         DISPLAY 'HELLO0034E - VISITOR-EXTRACT HAS NOT FINISHED '
134000             'TODAY'
134100         MOVE 'N' TO VG-PRED-OK-SWITCH
134200     ELSE
134300         IF VG-PRED-RETURN-CODE NOT < VG-PRED-RC-LIMIT
134400             DISPLAY 'HELLO0035E - VISITOR-EXTRACT ENDED WITH '
134500                 'RC ' VG-PRED-RETURN-CODE
134600             MOVE 'N' TO VG-PRED-OK-SWITCH
134700         END-IF
134800     END-IF
134900     IF NOT VG-PRED-OK
135000         MOVE SPACE TO VG-PRED-OVERRIDE
135100         DISPLAY 'VG_PRED_OVERRIDE' UPON ENVIRONMENT-NAME
135200         ACCEPT VG-PRED-OVERRIDE FROM ENVIRONMENT-VALUE
135300         IF VG-PRED-OVERRIDE = 'Y' OR VG-PRED-OVERRIDE = 'y'
135400             DISPLAY 'HELLO0036W - PREDECESSOR CHECK OVERRIDDEN'
135500             MOVE 'Y' TO VG-PRED-OK-SWITCH
135600         END-IF
135700     END-IF.
135800 8200-EXIT.
135900     EXIT.
136000
136100 8250-READ-RUN-LOG.
136200     READ RUN-LOG INTO VG-RUN-LOG-RECORD
136300         AT END
136400             SET VG-PRED-LOG-ENDED TO TRUE
136500             GO TO 8250-EXIT
136600     END-READ
136700     IF VG-RLG-RUN-DATE = VG-RUN-LOG-DATE
136800             AND VG-RLG-PROGRAM = VG-PRED-PROGRAM
136900         MOVE VG-RLG-RECORD-TYPE TO VG-PRED-STATE
137000         MOVE VG-RLG-RETURN-CODE TO VG-PRED-RETURN-CODE
137100     END-IF.
137200 8250-EXIT.
137300     EXIT.
137400
137500******************************************************************
137600*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
137700*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
137800*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
137900*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
138000******************************************************************
138100 8900-WRITE-RUN-LOG.
138200     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
138300     MOVE 'HELLO-WORLD' TO VG-RLG-PROGRAM
138400     ACCEPT VG-RLG-TIME FROM TIME
138500     OPEN EXTEND RUN-LOG
138600     IF VG-RUNLOG-STATUS = '35'
138700         OPEN OUTPUT RUN-LOG
138800     END-IF
138900     IF VG-RUNLOG-STATUS NOT = '00'
139000         DISPLAY 'HELLO0033W - UNABLE TO OPEN RUN-LOG, STATUS = '
139100             VG-RUNLOG-STATUS
139200         GO TO 8900-EXIT
139300     END-IF
139400     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
139500     CLOSE RUN-LOG.
139600 8900-EXIT.
139700     EXIT.
