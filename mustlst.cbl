000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUSTER-LIST.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    MUSTER-LIST                                                *
001000*                                                                *
001100*    ON-DEMAND EVACUATION MUSTER LIST, STARTED BY SECURITY AT   *
001200*    ANY MOMENT OF THE DAY (FIRE DRILL OR REAL ALARM).  READS   *
001300*    THE KEYED VISIT-HISTORY FILE FOR TODAY'S OPEN ENTRIES -    *
001400*    GREETED, DEPARTURE TIME STILL ZERO - AND PRINTS THEM       *
001500*    GROUPED BY HOST AND EVENT (HOST AND EVENT FROM THE VISITOR *
001600*    MASTER), WITH THE ARRIVAL TIME AND THE BADGE NUMBER WHERE  *
001700*    A BADGE WAS PRINTED.  THE LIST IS BROKEN DOWN BY BUILDING  *
001720*    (THE SITE CODE ON THE VISIT), AND PAGE 1 CARRIES EACH      *
001740*    BUILDING'S ON-SITE AND UNACCOUNTED-FOR COUNTS SO EACH      *
001760*    BUILDING'S WARDENS KNOW WHOM THEY ARE LOOKING FOR.         *
001800*                                                                *
001900*    THE FLOOR WARDENS' ROLL CALL - THE VISITOR IDS ACCOUNTED   *
002000*    FOR AT THE ASSEMBLY POINTS - IS FED BACK ON THE ROLL-CALL  *
002100*    FILE (ROLLREC.CPY) AND/OR KEYED AT THE CONSOLE WHEN        *
002200*    VG_MUSTER_KEYIN IS 'Y'.  THE RUN RECONCILES IT AGAINST THE *
002300*    MUSTER LIST AND PRINTS TWO EXCEPTION LISTS: VISITORS SHOWN *
002400*    ON-SITE BUT UNACCOUNTED FOR, AND VISITORS ACCOUNTED FOR    *
002500*    BUT NOT SHOWN ON-SITE.  THE UNACCOUNTED-FOR COUNT IS       *
002600*    PRINTED AT THE TOP OF PAGE 1 FOR THE FIRE MARSHAL.  RUN    *
002700*    BEFORE THE ROLL CALL COMES BACK, THE LIST PRINTS WITH AN   *
002800*    EMPTY ROLL-CALL COLUMN FOR THE WARDENS TO MARK BY HAND.    *
002900*                                                                *
003000*    THE VISITOR MASTER, EVENT FILE, HOST DIRECTORY AND BADGE   *
003100*    FILE ONLY ADD DETAIL TO THE LIST; ANY OF THEM MISSING IS A *
003200*    WARNING, NEVER A REASON NOT TO PRINT.                      *
003300*                                                                *
003400*    RETURN CODES                                               *
003500*    ----------------------                                     *
003600*     0  EVERYONE SHOWN ON-SITE IS ACCOUNTED FOR.               *
003700*     4  NO ROLL CALL RECEIVED YET (LIST ONLY), OR SOMEONE WAS  *
003800*        ACCOUNTED FOR WHO IS NOT SHOWN ON-SITE.                *
003900*     8  VISITORS UNACCOUNTED FOR, OR THE LIST IS INCOMPLETE    *
004000*        (NO VISIT HISTORY, OR MORE VISITORS THAN THE TABLE).   *
004100*    16  THE REPORT COULD NOT BE OPENED.                        *
004200*                                                                *
004300*    MODIFICATION HISTORY                                       *
004400*    ----------------------                                     *
004500*    2026-10-15  JCL   ORIGINAL VERSION.                        *
004520*    2026-10-15  JCL   LIST GROUPED BY BUILDING (SITE CODE ON   *
004540*                      THE VISIT) AND ON-SITE AND UNACCOUNTED-  *
004560*                      FOR COUNTS PER BUILDING ON PAGE 1.       *
004600*                                                                *
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT VISIT-HISTORY
005700         ASSIGN TO 'VISHIST'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VG-HIS-KEY
006100         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
006200         FILE STATUS IS VG-VISHIST-STATUS.
006300
006400     SELECT VISITOR-MASTER-INDEXED
006500         ASSIGN TO 'VISIDX'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS VG-VIS-ID
006900         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
007000         FILE STATUS IS VG-VISIDX-STATUS.
007100
007200     SELECT EVENT-REFERENCE
007300         ASSIGN TO 'EVENTS'
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS VG-EVT-CODE
007700         FILE STATUS IS VG-EVENTS-STATUS.
007800
007900     SELECT HOST-DIRECTORY
008000         ASSIGN TO 'HOSTDIR'
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS VG-HST-ID
008400         FILE STATUS IS VG-HOSTDIR-STATUS.
008500
008600     SELECT BADGE-FILE
008700         ASSIGN TO 'BADGEFIL'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS VG-BDG-KEY
009100         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
009200         FILE STATUS IS VG-BADGEFIL-STATUS.
009300
009400     SELECT ROLL-CALL
009500         ASSIGN TO 'ROLLCALL'
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS VG-ROLLCALL-STATUS.
009800
009900     SELECT MUSTER-RPT
010000         ASSIGN TO 'MUSTRPT'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS VG-MUSTRPT-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  VISIT-HISTORY
010700     LABEL RECORDS ARE STANDARD.
010800     COPY HISTREC.
010900
011000 FD  VISITOR-MASTER-INDEXED
011100     LABEL RECORDS ARE STANDARD.
011200     COPY VISTREC.
011300
011400 FD  EVENT-REFERENCE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY EVNTREC.
011700
011800 FD  HOST-DIRECTORY
011900     LABEL RECORDS ARE STANDARD.
012000     COPY HOSTREC.
012100
012200 FD  BADGE-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY BDGEREC.
012500
012600 FD  ROLL-CALL
012700     LABEL RECORDS ARE STANDARD.
012800     COPY ROLLREC.
012900
013000 FD  MUSTER-RPT
013100     LABEL RECORDS ARE STANDARD.
013200 01  VG-MUSTER-RPT-RECORD            PIC X(80).
013300
013400 WORKING-STORAGE SECTION.
013500
013600 01  VG-SWITCHES.
013700     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
013800         88  VG-END-OF-FILE                     VALUE 'Y'.
013900     05  VG-VISHIST-SWITCH           PIC X(01) VALUE 'N'.
014000         88  VG-VISHIST-AVAILABLE               VALUE 'Y'.
014100     05  VG-VISIDX-SWITCH            PIC X(01) VALUE 'N'.
014200         88  VG-VISIDX-AVAILABLE                VALUE 'Y'.
014300     05  VG-EVENTS-SWITCH            PIC X(01) VALUE 'N'.
014400         88  VG-EVENTS-AVAILABLE                VALUE 'Y'.
014500     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
014600         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
014700     05  VG-BADGE-SWITCH             PIC X(01) VALUE 'N'.
014800         88  VG-BADGE-AVAILABLE                 VALUE 'Y'.
014900     05  VG-ROLL-SWITCH              PIC X(01) VALUE 'N'.
015000         88  VG-ROLL-CALL-RECEIVED              VALUE 'Y'.
015100     05  VG-ROLL-EOF-SWITCH          PIC X(01) VALUE 'N'.
015200         88  VG-ROLL-CALL-ENDED                 VALUE 'Y'.
015300     05  VG-KEYIN-SWITCH             PIC X(01) VALUE 'N'.
015400         88  VG-KEYIN-WANTED                    VALUE 'Y'.
015500     05  VG-DONE-SWITCH              PIC X(01) VALUE 'N'.
015600         88  VG-DONE                            VALUE 'Y'.
015700     05  VG-SLOT-SWITCH              PIC X(01) VALUE 'N'.
015800         88  VG-SLOT-FOUND                      VALUE 'Y'.
015900     05  VG-FOUND-SWITCH             PIC X(01) VALUE 'N'.
016000         88  VG-VISITOR-FOUND                   VALUE 'Y'.
016100     05  VG-ID-VALID-SWITCH          PIC X(01) VALUE 'Y'.
016200         88  VG-ID-INPUT-VALID                  VALUE 'Y'.
016300         88  VG-ID-INPUT-INVALID                VALUE 'N'.
016400     05  VG-ID-ENDED-SWITCH          PIC X(01) VALUE 'N'.
016500         88  VG-ID-DIGITS-ENDED                 VALUE 'Y'.
016520     05  VG-OTHERS-SWITCH            PIC X(01) VALUE 'N'.
016540         88  VG-UNDER-OTHERS                    VALUE 'Y'.
016600
016700 01  VG-FILE-STATUSES.
016800     05  VG-VISHIST-STATUS           PIC X(02).
016900     05  VG-VISIDX-STATUS            PIC X(02).
017000     05  VG-EVENTS-STATUS            PIC X(02).
017100     05  VG-HOSTDIR-STATUS           PIC X(02).
017200     05  VG-BADGEFIL-STATUS          PIC X(02).
017300     05  VG-ROLLCALL-STATUS          PIC X(02).
017400     05  VG-MUSTRPT-STATUS           PIC X(02).
017500
017600 01  VG-COUNTERS.
017700     05  VG-ON-SITE-COUNT            PIC 9(08) COMP VALUE ZERO.
017800     05  VG-ACCOUNTED-COUNT          PIC 9(08) COMP VALUE ZERO.
017900     05  VG-UNACCOUNTED-COUNT        PIC 9(08) COMP VALUE ZERO.
018000     05  VG-NOT-SHOWN-COUNT          PIC 9(08) COMP VALUE ZERO.
018100     05  VG-NOT-LISTED-COUNT         PIC 9(08) COMP VALUE ZERO.
018200     05  VG-ROLL-ENTRY-COUNT         PIC 9(08) COMP VALUE ZERO.
018300     05  VG-ROLL-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
018400     05  VG-ROLL-REPEAT-COUNT        PIC 9(08) COMP VALUE ZERO.
018500     05  VG-REPORT-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
018600     05  VG-REPORT-PAGE-NO           PIC 9(04) COMP VALUE ZERO.
018700
018800 01  VG-RUN-DATE                     PIC 9(08).
018900 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
019000     05  VG-RUN-CC                   PIC 9(02).
019100     05  VG-RUN-YY                   PIC 9(02).
019200     05  VG-RUN-MM                   PIC 9(02).
019300     05  VG-RUN-DD                   PIC 9(02).
019400 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
019500
019600******************************************************************
019700*    TIME WORK FIELDS - THE HISTORY TIMES ARE HHMMSSHS AS       *
019800*    ACCEPTED FROM TIME BY THE GREETING RUN AND THE SIGN-OUT    *
019900*    TRANSACTION                                                *
020000******************************************************************
020100 01  VG-RUN-TIME                     PIC 9(08) VALUE ZERO.
020200 01  VG-RUN-TIME-R REDEFINES VG-RUN-TIME.
020300     05  VG-RUN-HH                   PIC 9(02).
020400     05  VG-RUN-MI                   PIC 9(02).
020500     05  VG-RUN-SS                   PIC 9(02).
020600     05  VG-RUN-HS                   PIC 9(02).
020700 01  VG-SHOW-TIME                    PIC 9(08) VALUE ZERO.
020800 01  VG-SHOW-TIME-R REDEFINES VG-SHOW-TIME.
020900     05  VG-SHW-HH                   PIC 9(02).
021000     05  VG-SHW-MM                   PIC 9(02).
021100     05  VG-SHW-SS                   PIC 9(02).
021200     05  VG-SHW-HS                   PIC 9(02).
021300
021400******************************************************************
021500*    CONSOLE ROLL-CALL ENTRY - A VISITOR ID KEYED BY THE        *
021600*    CONTROL ROOM IS EDITED EXACTLY AS VISITOR-SIGNOUT DOES     *
021700******************************************************************
021800 01  VG-KEYIN-PARM                   PIC X(01) VALUE SPACE.
021900 01  VG-KEY-INPUT                    PIC X(20) VALUE SPACES.
022000 01  VG-WORK-ID                      PIC 9(06) VALUE ZERO.
022100 01  VG-ID-INPUT                     PIC X(06) VALUE SPACES.
022200 01  VG-ID-INPUT-CHARS REDEFINES VG-ID-INPUT.
022300     05  VG-ID-INPUT-CHAR OCCURS 6 TIMES PIC X(01).
022400 01  VG-ID-DIGIT-X                   PIC X(01) VALUE ZERO.
022500 01  VG-ID-DIGIT-9 REDEFINES VG-ID-DIGIT-X
022600                                     PIC 9(01).
022700 01  VG-ID-EDIT-FIELDS.
022800     05  VG-ID-IDX                   PIC 9(02) COMP VALUE ZERO.
022900     05  VG-ID-DIGIT-COUNT           PIC 9(02) COMP VALUE ZERO.
023000 01  VG-WORK-WARDEN-ID               PIC X(08) VALUE SPACES.
023100 01  VG-WORK-ASSEMBLY-POINT          PIC X(10) VALUE SPACES.
023200
023300******************************************************************
023400*    MUSTER TABLE - TODAY'S OPEN VISITS, HELD IN HOST, EVENT    *
023500*    AND ARRIVAL ORDER WITHIN BUILDING AS THEY ARE LOADED SO    *
023550*    THE LIST PRINTS                                            *
023600*    GROUPED.  THE WHOLE LIST IS HELD BEFORE ANYTHING PRINTS SO *
023700*    THE UNACCOUNTED-FOR COUNT CAN GO ON PAGE 1.                *
023800******************************************************************
023900 01  VG-MUSTER-LIMIT                 PIC 9(04) COMP VALUE 2000.
024000 01  VG-MUSTER-COUNT                 PIC 9(04) COMP VALUE ZERO.
024100 01  VG-MUSTER-TABLE.
024200     05  VG-MUSTER-ENTRY OCCURS 1 TO 2000 TIMES
024300             DEPENDING ON VG-MUSTER-COUNT
024400             INDEXED BY VG-MUSTER-IDX.
024500         10  VG-MST-SORT-KEY.
024550             15  VG-MST-SITE-CODE    PIC X(02).
024600             15  VG-MST-HOST-ID      PIC X(08).
024700             15  VG-MST-EVENT-CODE   PIC X(06).
024800             15  VG-MST-ARRIVE-TIME  PIC 9(08).
024900         10  VG-MST-VIS-ID           PIC 9(06).
025000         10  VG-MST-NAME             PIC X(20).
025100         10  VG-MST-BADGE-NO         PIC 9(06).
025200         10  VG-MST-ROLL-FLAG        PIC X(01).
025300             88  VG-MST-ACCOUNTED               VALUE 'Y'.
025400 01  VG-NEW-ENTRY.
025500     05  VG-NEW-SORT-KEY.
025550         10  VG-NEW-SITE-CODE        PIC X(02).
025600         10  VG-NEW-HOST-ID          PIC X(08).
025700         10  VG-NEW-EVENT-CODE       PIC X(06).
025800         10  VG-NEW-ARRIVE-TIME      PIC 9(08).
025900     05  VG-NEW-VIS-ID               PIC 9(06).
026000     05  VG-NEW-NAME                 PIC X(20).
026100     05  VG-NEW-BADGE-NO             PIC 9(06).
026200     05  VG-NEW-ROLL-FLAG            PIC X(01).
026300 01  VG-TABLE-SUBSCRIPTS.
026400     05  VG-SUB                      PIC 9(04) COMP VALUE ZERO.
026500     05  VG-FROM-SUB                 PIC 9(04) COMP VALUE ZERO.
026600     05  VG-INSERT-AT                PIC 9(04) COMP VALUE ZERO.
026700
026800******************************************************************
026900*    NOT-SHOWN TABLE - ROLL-CALL IDS WITH NO OPEN VISIT TODAY,  *
027000*    HELD FOR THE SECOND EXCEPTION LIST                         *
027100******************************************************************
027200 01  VG-EXCEPTION-LIMIT              PIC 9(04) COMP VALUE 500.
027300 01  VG-EXCEPTION-COUNT              PIC 9(04) COMP VALUE ZERO.
027400 01  VG-EXCEPTION-TABLE.
027500     05  VG-EXCEPTION-ENTRY OCCURS 1 TO 500 TIMES
027600             DEPENDING ON VG-EXCEPTION-COUNT
027700             INDEXED BY VG-EXC-IDX.
027800         10  VG-EXC-VIS-ID           PIC 9(06).
027900         10  VG-EXC-WARDEN-ID        PIC X(08).
028000         10  VG-EXC-ASSEMBLY-POINT   PIC X(10).
028100
028105******************************************************************
028110*    BUILDING TABLE - ON-SITE AND UNACCOUNTED-FOR COUNTS PER    *
028115*    SITE, IN THE ORDER THE SITES ARE FIRST MET.  ONCE THE      *
028120*    TABLE IS FULL, FURTHER SITES ARE COUNTED TOGETHER ON ONE   *
028125*    OTHER SITES LINE.                                          *
028130******************************************************************
028135 01  VG-BLD-COUNT                    PIC 9(02) COMP VALUE ZERO.
028140 01  VG-BLD-TABLE.
028145     05  VG-BLD-ENTRY OCCURS 1 TO 20 TIMES
028150             DEPENDING ON VG-BLD-COUNT
028155             INDEXED BY VG-BLD-IDX.
028160         10  VG-BLD-SITE-CODE        PIC X(02).
028165         10  VG-BLD-ON-SITE          PIC 9(08) COMP.
028170         10  VG-BLD-UNACCOUNTED      PIC 9(08) COMP.
028175 01  VG-BLD-OVERFLOW.
028180     05  VG-BLD-OVF-ON-SITE          PIC 9(08) COMP VALUE ZERO.
028185     05  VG-BLD-OVF-UNACCOUNTED      PIC 9(08) COMP VALUE ZERO.
028190 01  VG-FIND-SITE-CODE               PIC X(02) VALUE SPACES.
028195
028200******************************************************************
028300*    GROUP CONTROL AND LOOKUP RESULTS FOR THE PRINTED LIST      *
028400******************************************************************
028450 01  VG-PREV-SITE-CODE               PIC X(02) VALUE HIGH-VALUES.
028500 01  VG-PREV-HOST-ID                 PIC X(08) VALUE HIGH-VALUES.
028600 01  VG-PREV-EVENT-CODE              PIC X(06) VALUE HIGH-VALUES.
028700 01  VG-LOOKUP-HOST-ID               PIC X(08) VALUE SPACES.
028800 01  VG-FOUND-HOST-NAME              PIC X(20) VALUE SPACES.
028900 01  VG-FOUND-HOST-EXT               PIC X(06) VALUE SPACES.
029000 01  VG-FOUND-EVENT-NAME             PIC X(30) VALUE SPACES.
029100
029200******************************************************************
029300*    MUSTER REPORT LINE LAYOUTS                                 *
029400******************************************************************
029500 01  VG-PRINT-LINE                   PIC X(80) VALUE SPACES.
029600
029700 01  VG-MUS-HEADER-1.
029800     05  FILLER                      PIC X(25) VALUE
029900             'EVACUATION MUSTER LIST   '.
030000     05  FILLER                      PIC X(10) VALUE
030100             'RUN DATE: '.
030200     05  VG-MUSH-DATE                PIC X(10).
030300     05  FILLER                      PIC X(07) VALUE
030400             '  TIME '.
030500     05  VG-MUSH-TIME                PIC X(05).
030600     05  FILLER                      PIC X(11) VALUE SPACES.
030700     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
030800     05  VG-MUSH-PAGE                PIC ZZZ9.
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000
031100 01  VG-MUS-HEADER-2                 PIC X(80) VALUE ALL '-'.
031200
031300 01  VG-MUS-STAR-LINE                PIC X(80) VALUE ALL '*'.
031400
031500 01  VG-MUS-NO-HISTORY-LINE          PIC X(80) VALUE
031600         '*** NO VISIT HISTORY - NO ONE CAN BE SHOWN ON-SITE ***'.
031700
031800 01  VG-MUS-TABLE-FULL-LINE          PIC X(80) VALUE
031900         '*** MUSTER TABLE FULL - NOT EVERYONE IS LISTED ***'.
032000
032100 01  VG-MUS-NO-ROLL-CALL-LINE        PIC X(80) VALUE
032200         'NO ROLL CALL RECEIVED - ALL ON-SITE UNACCOUNTED FOR'.
032300
032400 01  VG-MUS-UNACC-TITLE-LINE         PIC X(80) VALUE
032500         '*** UNACCOUNTED FOR - NOT AT AN ASSEMBLY POINT ***'.
032600
032700 01  VG-MUS-NOT-SHOWN-TITLE-LINE     PIC X(80) VALUE
032800         'ACCOUNTED FOR BUT NOT SHOWN ON-SITE'.
032900
033000 01  VG-MUS-UNACCOUNTED-LINE.
033100     05  FILLER                      PIC X(24) VALUE
033200             '***  UNACCOUNTED FOR:   '.
033300     05  VG-MUSU-COUNT               PIC ZZZ,ZZ9.
033400     05  FILLER                      PIC X(46) VALUE SPACES.
033500     05  FILLER                      PIC X(03) VALUE '***'.
033600
033700 01  VG-MUS-SUMMARY-LINE.
033800     05  VG-MUSS-LABEL               PIC X(20).
033900     05  VG-MUSS-COUNT               PIC ZZZ,ZZ9.
034000     05  FILLER                      PIC X(53) VALUE SPACES.
034100
034105 01  VG-MUS-BUILDING-LINE.
034110     05  FILLER                      PIC X(10) VALUE
034115             'BUILDING: '.
034120     05  VG-MUSB-SITE-CODE           PIC X(11).
034125     05  FILLER                      PIC X(09) VALUE
034130             'ON-SITE: '.
034135     05  VG-MUSB-ON-SITE             PIC ZZZ,ZZ9.
034140     05  FILLER                      PIC X(20) VALUE
034145             '   UNACCOUNTED FOR: '.
034150     05  VG-MUSB-UNACCOUNTED         PIC ZZZ,ZZ9.
034155     05  FILLER                      PIC X(16) VALUE SPACES.
034160
034200 01  VG-MUS-GROUP-LINE.
034300     05  FILLER                      PIC X(06) VALUE 'HOST: '.
034400     05  VG-MUSG-HOST-ID             PIC X(08).
034500     05  FILLER                      PIC X(01) VALUE SPACES.
034600     05  VG-MUSG-HOST-NAME           PIC X(20).
034700     05  FILLER                      PIC X(08) VALUE
034800             ' EVENT: '.
034900     05  VG-MUSG-EVENT-CODE          PIC X(06).
035000     05  FILLER                      PIC X(01) VALUE SPACES.
035100     05  VG-MUSG-EVENT-NAME          PIC X(30).
035200
035300 01  VG-MUS-LIST-HEADING.
035400     05  FILLER                      PIC X(40) VALUE
035500             '  ID      VISITOR NAME          ARRIVED '.
035600     05  FILLER                      PIC X(40) VALUE
035700             ' BADGE  ROLL CALL                       '.
035800
035900 01  VG-MUS-DETAIL-LINE.
036000     05  FILLER                      PIC X(02) VALUE SPACES.
036100     05  VG-MUSD-VIS-ID              PIC 9(06).
036200     05  FILLER                      PIC X(02) VALUE SPACES.
036300     05  VG-MUSD-NAME                PIC X(20).
036400     05  FILLER                      PIC X(02) VALUE SPACES.
036500     05  VG-MUSD-ARRIVE              PIC X(05).
036600     05  FILLER                      PIC X(03) VALUE SPACES.
036700     05  VG-MUSD-BADGE               PIC ZZZZZ9 BLANK WHEN ZERO.
036800     05  FILLER                      PIC X(02) VALUE SPACES.
036900     05  VG-MUSD-STATUS              PIC X(15).
037000     05  FILLER                      PIC X(17) VALUE SPACES.
037100
037200 01  VG-MUS-UNACC-HEADING.
037300     05  FILLER                      PIC X(35) VALUE
037400             'ID     VISITOR NAME         ARRVD  '.
037500     05  FILLER                      PIC X(45) VALUE
037600             ' BADGE HOST NAME            EXTN   SITE      '.
037700
037800 01  VG-MUS-UNACC-LINE.
037900     05  VG-MUSX-VIS-ID              PIC 9(06).
038000     05  FILLER                      PIC X(01) VALUE SPACES.
038100     05  VG-MUSX-NAME                PIC X(20).
038200     05  FILLER                      PIC X(01) VALUE SPACES.
038300     05  VG-MUSX-ARRIVE              PIC X(05).
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  VG-MUSX-BADGE               PIC ZZZZZ9 BLANK WHEN ZERO.
038600     05  FILLER                      PIC X(01) VALUE SPACES.
038700     05  VG-MUSX-HOST-NAME           PIC X(20).
038800     05  FILLER                      PIC X(01) VALUE SPACES.
038900     05  VG-MUSX-HOST-EXT            PIC X(06).
038920     05  FILLER                      PIC X(01) VALUE SPACES.
038940     05  VG-MUSX-SITE-CODE           PIC X(02).
039000     05  FILLER                      PIC X(08) VALUE SPACES.
039100
039200 01  VG-MUS-NOT-SHOWN-HEADING.
039300     05  FILLER                      PIC X(38) VALUE
039400             'ID     VISITOR NAME          WARDEN   '.
039500     05  FILLER                      PIC X(42) VALUE
039600             'ASSEMBLY   NOTE                           '.
039700
039800 01  VG-MUS-NOT-SHOWN-LINE.
039900     05  VG-MUSN-VIS-ID              PIC 9(06).
040000     05  FILLER                      PIC X(01) VALUE SPACES.
040100     05  VG-MUSN-NAME                PIC X(20).
040200     05  FILLER                      PIC X(02) VALUE SPACES.
040300     05  VG-MUSN-WARDEN-ID           PIC X(08).
040400     05  FILLER                      PIC X(01) VALUE SPACES.
040500     05  VG-MUSN-ASSEMBLY-POINT      PIC X(10).
040600     05  FILLER                      PIC X(01) VALUE SPACES.
040700     05  VG-MUSN-NOTE                PIC X(25).
040800     05  FILLER                      PIC X(06) VALUE SPACES.
040900
041000 PROCEDURE DIVISION.
041100
041200******************************************************************
041300*    0000-MAINLINE                                              *
041400******************************************************************
041500 0000-MAINLINE.
041600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041700     PERFORM 2000-LOAD-ONE-VISIT THRU 2000-EXIT
041800         UNTIL VG-END-OF-FILE
041900     PERFORM 2500-TAKE-ROLL-CALL THRU 2500-EXIT
042000     PERFORM 3000-PRINT-MUSTER-REPORT THRU 3000-EXIT
042100     PERFORM 4000-FINALIZE THRU 4000-EXIT
042200     STOP RUN.
042300
042400******************************************************************
042500*    1000-INITIALIZE - OPEN THE REPORT AND THE FILES THE LIST   *
042600*    IS BUILT FROM.  WITHOUT THE VISIT HISTORY THE LIST STILL   *
042700*    PRINTS, EMPTY AND FLAGGED, SO THE MARSHAL IS NEVER LEFT    *
042800*    WITHOUT A REPORT.  THE OTHER FILES ONLY ADD DETAIL.        *
042900******************************************************************
043000 1000-INITIALIZE.
043100     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
043200     ACCEPT VG-RUN-TIME FROM TIME
043300     MOVE SPACES TO VG-RUN-DATE-DISPLAY
043400     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
043500         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
043600     OPEN OUTPUT MUSTER-RPT
043700     IF VG-MUSTRPT-STATUS NOT = '00'
043800         DISPLAY 'MUSTLST0002E - UNABLE TO OPEN MUSTER-RPT, '
043900             'STATUS = ' VG-MUSTRPT-STATUS
044000         MOVE 16 TO RETURN-CODE
044100         GO TO 1000-ABEND
044200     END-IF
044300     OPEN INPUT VISIT-HISTORY
044400     IF VG-VISHIST-STATUS = '00'
044500         SET VG-VISHIST-AVAILABLE TO TRUE
044600     ELSE
044700         DISPLAY 'MUSTLST0001E - VISIT-HISTORY NOT AVAILABLE, '
044800             'STATUS = ' VG-VISHIST-STATUS
044900             ', NO ONE CAN BE SHOWN ON-SITE'
045000         SET VG-END-OF-FILE TO TRUE
045100     END-IF
045200     OPEN INPUT VISITOR-MASTER-INDEXED
045300     IF VG-VISIDX-STATUS = '00'
045400         SET VG-VISIDX-AVAILABLE TO TRUE
045500     ELSE
045600         DISPLAY 'MUSTLST0003W - VISITOR MASTER NOT AVAILABLE, '
045700             'STATUS = ' VG-VISIDX-STATUS
045800             ', HOSTS AND EVENTS NOT SHOWN'
045900     END-IF
046000     OPEN INPUT EVENT-REFERENCE
046100     IF VG-EVENTS-STATUS = '00'
046200         SET VG-EVENTS-AVAILABLE TO TRUE
046300     ELSE
046400         DISPLAY 'MUSTLST0004W - EVENT FILE NOT AVAILABLE, '
046500             'STATUS = ' VG-EVENTS-STATUS
046600             ', EVENT NAMES NOT SHOWN'
046700     END-IF
046800     OPEN INPUT HOST-DIRECTORY
046900     IF VG-HOSTDIR-STATUS = '00'
047000         SET VG-HOSTDIR-AVAILABLE TO TRUE
047100     ELSE
047200         DISPLAY 'MUSTLST0005W - HOST DIRECTORY NOT AVAILABLE, '
047300             'STATUS = ' VG-HOSTDIR-STATUS
047400             ', HOST NAMES NOT SHOWN'
047500     END-IF
047600     OPEN INPUT BADGE-FILE
047700     IF VG-BADGEFIL-STATUS = '00'
047800         SET VG-BADGE-AVAILABLE TO TRUE
047900     ELSE
048000         DISPLAY 'MUSTLST0006W - BADGE FILE NOT AVAILABLE, '
048100             'STATUS = ' VG-BADGEFIL-STATUS
048200             ', BADGE NUMBERS NOT SHOWN'
048300     END-IF
048400     MOVE SPACE TO VG-KEYIN-PARM
048500     DISPLAY 'VG_MUSTER_KEYIN' UPON ENVIRONMENT-NAME
048600     ACCEPT VG-KEYIN-PARM FROM ENVIRONMENT-VALUE
048700     IF VG-KEYIN-PARM = 'Y' OR VG-KEYIN-PARM = 'y'
048800         SET VG-KEYIN-WANTED TO TRUE
048900     END-IF
049000     IF VG-VISHIST-AVAILABLE
049100         PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
049200     END-IF.
049300 1000-EXIT.
049400     EXIT.
049500 1000-ABEND.
049600     STOP RUN.
049700
049800******************************************************************
049900*    2000-LOAD-ONE-VISIT - ONLY TODAY'S ENTRIES WITH NO         *
050000*    DEPARTURE STAMPED ARE ON-SITE; THE HISTORY STILL CARRIES   *
050100*    THE LOOKBACK WINDOW'S EARLIER DAYS FOR THE DUPLICATE CHECK *
050200******************************************************************
050300 2000-LOAD-ONE-VISIT.
050400     IF VG-HIS-DATE-GREETED = VG-RUN-DATE
050500             AND VG-HIS-DEPART-TIME = ZERO
050600         PERFORM 2200-ADD-MUSTER-ENTRY THRU 2200-EXIT
050700     END-IF
050800     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
050900 2000-EXIT.
051000     EXIT.
051100
051200 2100-READ-HISTORY-RECORD.
051300     READ VISIT-HISTORY NEXT RECORD
051400         AT END
051500             SET VG-END-OF-FILE TO TRUE
051600     END-READ.
051700 2100-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*    2200-ADD-MUSTER-ENTRY - BUILD THE ENTRY FROM THE HISTORY,  *
052200*    THE VISITOR MASTER (HOST AND EVENT) AND THE BADGE PRINTED  *
052300*    FOR THE VISIT, THEN SLOT IT IN AFTER EVERY ENTRY WITH THE  *
052400*    SAME OR A LOWER HOST, EVENT AND ARRIVAL TIME.  A VISITOR   *
052500*    NOT ON THE MASTER GROUPS UNDER A BLANK HOST AND EVENT.     *
052600******************************************************************
052700 2200-ADD-MUSTER-ENTRY.
052800     ADD 1 TO VG-ON-SITE-COUNT
052810     MOVE VG-HIS-SITE-CODE TO VG-FIND-SITE-CODE
052820     PERFORM 2300-FIND-BUILDING THRU 2300-EXIT
052830     IF VG-BLD-IDX > VG-BLD-COUNT
052840         ADD 1 TO VG-BLD-OVF-ON-SITE
052850     ELSE
052860         ADD 1 TO VG-BLD-ON-SITE(VG-BLD-IDX)
052870     END-IF
052900     IF VG-MUSTER-COUNT NOT < VG-MUSTER-LIMIT
053000         ADD 1 TO VG-NOT-LISTED-COUNT
053010         IF VG-BLD-IDX > VG-BLD-COUNT
053020             ADD 1 TO VG-BLD-OVF-UNACCOUNTED
053030         ELSE
053040             ADD 1 TO VG-BLD-UNACCOUNTED(VG-BLD-IDX)
053050         END-IF
053100         DISPLAY 'MUSTLST0010E - MUSTER TABLE FULL, VISITOR '
053200             VG-HIS-VIS-ID ' ' VG-HIS-NAME ' NOT LISTED'
053300         GO TO 2200-EXIT
053400     END-IF
053450     MOVE VG-HIS-SITE-CODE TO VG-NEW-SITE-CODE
053500     MOVE SPACES TO VG-NEW-HOST-ID
053600     MOVE SPACES TO VG-NEW-EVENT-CODE
053700     MOVE VG-HIS-TIME-GREETED TO VG-NEW-ARRIVE-TIME
053800     MOVE VG-HIS-VIS-ID TO VG-NEW-VIS-ID
053900     MOVE VG-HIS-NAME TO VG-NEW-NAME
054000     MOVE ZERO TO VG-NEW-BADGE-NO
054100     MOVE 'N' TO VG-NEW-ROLL-FLAG
054200     IF VG-VISIDX-AVAILABLE
054300         MOVE VG-HIS-VIS-ID TO VG-VIS-ID
054400         READ VISITOR-MASTER-INDEXED
054500             INVALID KEY
054600                 CONTINUE
054700             NOT INVALID KEY
054800                 MOVE VG-VIS-HOST-ID TO VG-NEW-HOST-ID
054900                 MOVE VG-VIS-EVENT-CODE TO VG-NEW-EVENT-CODE
055000         END-READ
055100     END-IF
055200     IF VG-BADGE-AVAILABLE
055300         MOVE VG-HIS-VIS-ID TO VG-BDG-VIS-ID
055400         MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
055500         READ BADGE-FILE
055600             KEY IS VG-BDG-VISIT-KEY
055700             INVALID KEY
055800                 CONTINUE
055900             NOT INVALID KEY
056000                 MOVE VG-BDG-NUMBER TO VG-NEW-BADGE-NO
056100         END-READ
056200     END-IF
056300     MOVE 'N' TO VG-SLOT-SWITCH
056400     MOVE 1 TO VG-INSERT-AT
056500     PERFORM 2250-STEP-PAST-ENTRY THRU 2250-EXIT
056600         UNTIL VG-SLOT-FOUND OR VG-INSERT-AT > VG-MUSTER-COUNT
056700     ADD 1 TO VG-MUSTER-COUNT
056800     PERFORM 2260-SHIFT-ENTRY-DOWN THRU 2260-EXIT
056900         VARYING VG-SUB FROM VG-MUSTER-COUNT BY -1
057000         UNTIL VG-SUB NOT > VG-INSERT-AT
057100     MOVE VG-NEW-ENTRY TO VG-MUSTER-ENTRY(VG-INSERT-AT).
057200 2200-EXIT.
057300     EXIT.
057400
057500 2250-STEP-PAST-ENTRY.
057600     IF VG-MST-SORT-KEY(VG-INSERT-AT) > VG-NEW-SORT-KEY
057700         SET VG-SLOT-FOUND TO TRUE
057800     ELSE
057900         ADD 1 TO VG-INSERT-AT
058000     END-IF.
058100 2250-EXIT.
058200     EXIT.
058300
058400 2260-SHIFT-ENTRY-DOWN.
058500     COMPUTE VG-FROM-SUB = VG-SUB - 1
058600     MOVE VG-MUSTER-ENTRY(VG-FROM-SUB)
058700         TO VG-MUSTER-ENTRY(VG-SUB).
058800 2260-EXIT.
058900     EXIT.
058902
058904******************************************************************
058906*    2300-FIND-BUILDING - POINT VG-BLD-IDX AT THE ENTRY FOR     *
058908*    VG-FIND-SITE-CODE, ADDING IT IF NEW.  WITH THE TABLE FULL  *
058910*    THE INDEX IS LEFT PAST THE LAST ENTRY AND THE CALLER       *
058912*    COUNTS UNDER OTHER SITES.                                  *
058914******************************************************************
058916 2300-FIND-BUILDING.
058918     SET VG-BLD-IDX TO 1
058920     IF VG-BLD-COUNT > 0
058922         SEARCH VG-BLD-ENTRY
058924             AT END
058926                 PERFORM 2310-ADD-BUILDING THRU 2310-EXIT
058928             WHEN VG-BLD-SITE-CODE(VG-BLD-IDX) = VG-FIND-SITE-CODE
058930                 CONTINUE
058932         END-SEARCH
058934     ELSE
058936         PERFORM 2310-ADD-BUILDING THRU 2310-EXIT
058938     END-IF.
058940 2300-EXIT.
058942     EXIT.
058944
058946 2310-ADD-BUILDING.
058948     IF VG-BLD-COUNT < 20
058950         ADD 1 TO VG-BLD-COUNT
058952         MOVE VG-FIND-SITE-CODE TO VG-BLD-SITE-CODE(VG-BLD-COUNT)
058954         MOVE ZERO TO VG-BLD-ON-SITE(VG-BLD-COUNT)
058956         MOVE ZERO TO VG-BLD-UNACCOUNTED(VG-BLD-COUNT)
058958         SET VG-BLD-IDX TO VG-BLD-COUNT
058960     ELSE
058962         SET VG-BLD-IDX TO 21
058964     END-IF.
058966 2310-EXIT.
058968     EXIT.
059000
059100******************************************************************
059200*    2500-TAKE-ROLL-CALL - APPLY THE WARDENS' ROLL-CALL FILE,   *
059300*    THEN ANY IDS KEYED AT THE CONSOLE.  A ROLL-CALL FILE THAT  *
059400*    IS PRESENT COUNTS AS A ROLL CALL RECEIVED EVEN IF EMPTY -  *
059500*    THE WARDENS FOUND NOBODY.  WITH NEITHER, EVERYONE ON-SITE  *
059600*    IS STILL UNACCOUNTED FOR.                                  *
059700******************************************************************
059800 2500-TAKE-ROLL-CALL.
059900     OPEN INPUT ROLL-CALL
060000     IF VG-ROLLCALL-STATUS = '00'
060100         SET VG-ROLL-CALL-RECEIVED TO TRUE
060200         PERFORM 2600-READ-ROLL-CALL THRU 2600-EXIT
060300         PERFORM 2610-APPLY-ROLL-RECORD THRU 2610-EXIT
060400             UNTIL VG-ROLL-CALL-ENDED
060500         CLOSE ROLL-CALL
060600     ELSE
060700         IF VG-ROLLCALL-STATUS = '35'
060800             DISPLAY 'MUSTLST0007I - NO ROLL-CALL FILE YET'
060900         ELSE
061000             DISPLAY 'MUSTLST0008W - UNABLE TO OPEN ROLL-CALL, '
061100                 'STATUS = ' VG-ROLLCALL-STATUS
061200         END-IF
061300     END-IF
061400     IF VG-KEYIN-WANTED
061500         SET VG-ROLL-CALL-RECEIVED TO TRUE
061600         DISPLAY ' '
061700         DISPLAY 'KEY THE VISITOR IDS ACCOUNTED FOR AT THE '
061800             'ASSEMBLY POINTS'
061900         PERFORM 2700-KEY-ONE-VISITOR THRU 2700-EXIT
062000             UNTIL VG-DONE
062100     END-IF
062200     PERFORM 2800-COUNT-UNACCOUNTED THRU 2800-EXIT
062300         VARYING VG-SUB FROM 1 BY 1
062400         UNTIL VG-SUB > VG-MUSTER-COUNT.
062500 2500-EXIT.
062600     EXIT.
062700
062800 2600-READ-ROLL-CALL.
062900     READ ROLL-CALL
063000         AT END
063100             SET VG-ROLL-CALL-ENDED TO TRUE
063200     END-READ.
063300 2600-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*    2610-APPLY-ROLL-RECORD - A RECORD WHOSE VISITOR ID IS NOT  *
063800*    NUMERIC CANNOT BE MATCHED AND IS REPORTED AND SKIPPED      *
063900******************************************************************
064000 2610-APPLY-ROLL-RECORD.
064100     IF VG-RCL-VIS-ID-X IS NOT NUMERIC
064200         ADD 1 TO VG-ROLL-REJECT-COUNT
064300         DISPLAY 'MUSTLST0009W - ROLL-CALL RECORD REJECTED, '
064400             'VISITOR ID = ' VG-RCL-VIS-ID-X
064500     ELSE
064600         MOVE VG-RCL-VIS-ID TO VG-WORK-ID
064700         MOVE VG-RCL-WARDEN-ID TO VG-WORK-WARDEN-ID
064800         MOVE VG-RCL-ASSEMBLY-POINT TO VG-WORK-ASSEMBLY-POINT
064900         PERFORM 2650-ACCOUNT-FOR-VISITOR THRU 2650-EXIT
065000     END-IF
065100     PERFORM 2600-READ-ROLL-CALL THRU 2600-EXIT.
065200 2610-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600*    2650-ACCOUNT-FOR-VISITOR - MARK THE VISITOR ACCOUNTED FOR  *
065700*    ON THE MUSTER TABLE.  AN ID NOT ON IT GOES TO THE NOT-     *
065800*    SHOWN TABLE.  AN ID REPORTED BY A SECOND WARDEN IS ONLY    *
065900*    COUNTED AS A REPEAT.                                       *
066000******************************************************************
066100 2650-ACCOUNT-FOR-VISITOR.
066200     ADD 1 TO VG-ROLL-ENTRY-COUNT
066300     MOVE 'N' TO VG-FOUND-SWITCH
066400     IF VG-MUSTER-COUNT > 0
066500         SET VG-MUSTER-IDX TO 1
066600         SEARCH VG-MUSTER-ENTRY
066700             AT END
066800                 CONTINUE
066900             WHEN VG-MST-VIS-ID(VG-MUSTER-IDX) = VG-WORK-ID
067000                 SET VG-VISITOR-FOUND TO TRUE
067100         END-SEARCH
067200     END-IF
067300     IF VG-VISITOR-FOUND
067400         IF VG-MST-ACCOUNTED(VG-MUSTER-IDX)
067500             ADD 1 TO VG-ROLL-REPEAT-COUNT
067600         ELSE
067700             SET VG-MST-ACCOUNTED(VG-MUSTER-IDX) TO TRUE
067800             ADD 1 TO VG-ACCOUNTED-COUNT
067900         END-IF
068000         GO TO 2650-EXIT
068100     END-IF
068200     IF VG-EXCEPTION-COUNT > 0
068300         SET VG-EXC-IDX TO 1
068400         SEARCH VG-EXCEPTION-ENTRY
068500             AT END
068600                 CONTINUE
068700             WHEN VG-EXC-VIS-ID(VG-EXC-IDX) = VG-WORK-ID
068800                 SET VG-VISITOR-FOUND TO TRUE
068900         END-SEARCH
069000     END-IF
069100     IF VG-VISITOR-FOUND
069200         ADD 1 TO VG-ROLL-REPEAT-COUNT
069300         GO TO 2650-EXIT
069400     END-IF
069500     ADD 1 TO VG-NOT-SHOWN-COUNT
069600     IF VG-EXCEPTION-COUNT NOT < VG-EXCEPTION-LIMIT
069700         DISPLAY 'MUSTLST0011W - NOT-SHOWN TABLE FULL, VISITOR '
069800             VG-WORK-ID ' NOT LISTED'
069900         GO TO 2650-EXIT
070000     END-IF
070100     ADD 1 TO VG-EXCEPTION-COUNT
070200     MOVE VG-WORK-ID TO VG-EXC-VIS-ID(VG-EXCEPTION-COUNT)
070300     MOVE VG-WORK-WARDEN-ID
070400         TO VG-EXC-WARDEN-ID(VG-EXCEPTION-COUNT)
070500     MOVE VG-WORK-ASSEMBLY-POINT
070600         TO VG-EXC-ASSEMBLY-POINT(VG-EXCEPTION-COUNT).
070700 2650-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100*    2700-KEY-ONE-VISITOR - ONE VISITOR ID PER ENTRY AT THE     *
071200*    CONSOLE.  A BLANK ENTRY ENDS THE ROLL CALL.                *
071300******************************************************************
071400 2700-KEY-ONE-VISITOR.
071500     DISPLAY 'VISITOR ID ACCOUNTED FOR (BLANK = END): '
071600         WITH NO ADVANCING
071700     PERFORM 2750-ACCEPT-VISITOR-ID THRU 2750-EXIT
071800     IF VG-DONE OR VG-ID-INPUT-INVALID
071900         GO TO 2700-EXIT
072000     END-IF
072100     MOVE 'CONSOLE' TO VG-WORK-WARDEN-ID
072200     MOVE SPACES TO VG-WORK-ASSEMBLY-POINT
072300     PERFORM 2650-ACCOUNT-FOR-VISITOR THRU 2650-EXIT.
072400 2700-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*    2750-ACCEPT-VISITOR-ID - ACCEPT A VISITOR ID AND EDIT IT   *
072900*    INTO VG-WORK-ID, 1 TO 6 DIGITS, AS VISITOR-SIGNOUT DOES    *
073000******************************************************************
073100 2750-ACCEPT-VISITOR-ID.
073200     MOVE SPACES TO VG-KEY-INPUT
073300     ACCEPT VG-KEY-INPUT
073400     IF VG-KEY-INPUT = SPACES
073500         SET VG-DONE TO TRUE
073600         GO TO 2750-EXIT
073700     END-IF
073800     MOVE VG-KEY-INPUT TO VG-ID-INPUT
073900     MOVE 'Y' TO VG-ID-VALID-SWITCH
074000     MOVE 'N' TO VG-ID-ENDED-SWITCH
074100     MOVE ZERO TO VG-WORK-ID
074200     MOVE ZERO TO VG-ID-DIGIT-COUNT
074300     PERFORM 2760-EDIT-ONE-ID-CHAR THRU 2760-EXIT
074400         VARYING VG-ID-IDX FROM 1 BY 1
074500         UNTIL VG-ID-IDX > 6
074600     IF VG-ID-DIGIT-COUNT = 0 OR VG-KEY-INPUT(7:14) NOT = SPACES
074700         MOVE 'N' TO VG-ID-VALID-SWITCH
074800     END-IF
074900     IF VG-ID-INPUT-INVALID
075000         DISPLAY 'MUSTLST0012E - VISITOR ID MUST BE 1 TO 6 '
075100             'DIGITS'
075200     END-IF.
075300 2750-EXIT.
075400     EXIT.
075500
075600 2760-EDIT-ONE-ID-CHAR.
075700     IF VG-ID-INPUT-CHAR(VG-ID-IDX) = SPACE
075800         IF VG-ID-DIGIT-COUNT > 0
075900             SET VG-ID-DIGITS-ENDED TO TRUE
076000         END-IF
076100     ELSE
076200         IF VG-ID-INPUT-CHAR(VG-ID-IDX) IS NUMERIC
076300             IF VG-ID-DIGITS-ENDED
076400                 MOVE 'N' TO VG-ID-VALID-SWITCH
076500             END-IF
076600             MOVE VG-ID-INPUT-CHAR(VG-ID-IDX) TO VG-ID-DIGIT-X
076700             COMPUTE VG-WORK-ID =
076800                 (VG-WORK-ID * 10) + VG-ID-DIGIT-9
076900             ADD 1 TO VG-ID-DIGIT-COUNT
077000         ELSE
077100             MOVE 'N' TO VG-ID-VALID-SWITCH
077200         END-IF
077300     END-IF.
077400 2760-EXIT.
077500     EXIT.
077600
077700 2800-COUNT-UNACCOUNTED.
077800     IF NOT VG-MST-ACCOUNTED(VG-SUB)
077900         ADD 1 TO VG-UNACCOUNTED-COUNT
077910         MOVE VG-MST-SITE-CODE(VG-SUB) TO VG-FIND-SITE-CODE
077920         PERFORM 2300-FIND-BUILDING THRU 2300-EXIT
077930         IF VG-BLD-IDX > VG-BLD-COUNT
077940             ADD 1 TO VG-BLD-OVF-UNACCOUNTED
077950         ELSE
077960             ADD 1 TO VG-BLD-UNACCOUNTED(VG-BLD-IDX)
077970         END-IF
078000     END-IF.
078100 2800-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*    3000-PRINT-MUSTER-REPORT - PAGE 1 OPENS WITH THE COUNTS,   *
078600*    THE UNACCOUNTED-FOR COUNT FIRST AND BOXED, THEN THE LIST   *
078700*    BY HOST AND EVENT, THEN THE TWO EXCEPTION LISTS.  VISITORS *
078800*    THE TABLE COULD NOT HOLD ARE ON-SITE BUT NOT LISTED, SO    *
078900*    THEY COUNT AS UNACCOUNTED FOR.                             *
079000******************************************************************
079100 3000-PRINT-MUSTER-REPORT.
079200     ADD VG-NOT-LISTED-COUNT TO VG-UNACCOUNTED-COUNT
079300     PERFORM 3900-WRITE-PAGE-HEADER THRU 3900-EXIT
079400     MOVE VG-MUS-STAR-LINE TO VG-PRINT-LINE
079500     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
079600     MOVE VG-UNACCOUNTED-COUNT TO VG-MUSU-COUNT
079700     MOVE VG-MUS-UNACCOUNTED-LINE TO VG-PRINT-LINE
079800     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
079900     MOVE VG-MUS-STAR-LINE TO VG-PRINT-LINE
080000     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
080100     MOVE 'SHOWN ON-SITE:' TO VG-MUSS-LABEL
080200     MOVE VG-ON-SITE-COUNT TO VG-MUSS-COUNT
080300     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
080400     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
080500     MOVE 'ACCOUNTED FOR:' TO VG-MUSS-LABEL
080600     MOVE VG-ACCOUNTED-COUNT TO VG-MUSS-COUNT
080700     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
080800     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
080900     MOVE 'NOT SHOWN ON-SITE:' TO VG-MUSS-LABEL
081000     MOVE VG-NOT-SHOWN-COUNT TO VG-MUSS-COUNT
081100     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
081200     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
081205     IF VG-BLD-COUNT > 0
081210         PERFORM 3050-PRINT-BUILDING-COUNT THRU 3050-EXIT
081215             VARYING VG-BLD-IDX FROM 1 BY 1
081220             UNTIL VG-BLD-IDX > VG-BLD-COUNT
081225     END-IF
081230     IF VG-BLD-OVF-ON-SITE > 0
081235         MOVE 'OTHERS' TO VG-MUSB-SITE-CODE
081240         MOVE VG-BLD-OVF-ON-SITE TO VG-MUSB-ON-SITE
081245         MOVE VG-BLD-OVF-UNACCOUNTED TO VG-MUSB-UNACCOUNTED
081250         MOVE VG-MUS-BUILDING-LINE TO VG-PRINT-LINE
081255         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
081260     END-IF
081300     IF NOT VG-VISHIST-AVAILABLE
081400         MOVE VG-MUS-NO-HISTORY-LINE TO VG-PRINT-LINE
081500         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
081600     END-IF
081700     IF VG-NOT-LISTED-COUNT > 0
081800         MOVE VG-MUS-TABLE-FULL-LINE TO VG-PRINT-LINE
081900         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
082000     END-IF
082100     IF NOT VG-ROLL-CALL-RECEIVED
082200         MOVE VG-MUS-NO-ROLL-CALL-LINE TO VG-PRINT-LINE
082300         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
082400     END-IF
082500     MOVE VG-MUS-HEADER-2 TO VG-PRINT-LINE
082600     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
082700     MOVE VG-MUS-LIST-HEADING TO VG-PRINT-LINE
082800     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
082900     PERFORM 3100-PRINT-MUSTER-ENTRY THRU 3100-EXIT
083000         VARYING VG-SUB FROM 1 BY 1
083100         UNTIL VG-SUB > VG-MUSTER-COUNT
083200     IF VG-ROLL-CALL-RECEIVED
083300         PERFORM 3300-PRINT-UNACCOUNTED THRU 3300-EXIT
083400         PERFORM 3400-PRINT-NOT-SHOWN THRU 3400-EXIT
083500     END-IF.
083600 3000-EXIT.
083700     EXIT.
083705
083710******************************************************************
083715*    3050-PRINT-BUILDING-COUNT - ONE BUILDING'S COUNTS          *
083720******************************************************************
083725 3050-PRINT-BUILDING-COUNT.
083730     IF VG-BLD-SITE-CODE(VG-BLD-IDX) = SPACES
083735         MOVE '(NO SITE)' TO VG-MUSB-SITE-CODE
083740     ELSE
083745         MOVE VG-BLD-SITE-CODE(VG-BLD-IDX) TO VG-MUSB-SITE-CODE
083750     END-IF
083755     MOVE VG-BLD-ON-SITE(VG-BLD-IDX) TO VG-MUSB-ON-SITE
083760     MOVE VG-BLD-UNACCOUNTED(VG-BLD-IDX) TO VG-MUSB-UNACCOUNTED
083765     MOVE VG-MUS-BUILDING-LINE TO VG-PRINT-LINE
083770     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
083775 3050-EXIT.
083780     EXIT.
083800
083900******************************************************************
084000*    3100-PRINT-MUSTER-ENTRY - A BUILDING LINE EACH TIME THE    *
084050*    SITE CHANGES AND A GROUP LINE EACH TIME THE HOST OR EVENT  *
084100*    CHANGES, THEN ONE LINE PER VISITOR.  THE ROLL-             *
084200*    CALL COLUMN IS LEFT BLANK UNTIL A ROLL CALL IS RECEIVED.   *
084300******************************************************************
084400 3100-PRINT-MUSTER-ENTRY.
084420     IF VG-MST-SITE-CODE(VG-SUB) NOT = VG-PREV-SITE-CODE
084440         PERFORM 3140-PRINT-BUILDING-LINE THRU 3140-EXIT
084460     END-IF
084500     IF VG-MST-HOST-ID(VG-SUB) NOT = VG-PREV-HOST-ID
084600             OR VG-MST-EVENT-CODE(VG-SUB) NOT = VG-PREV-EVENT-CODE
084700         PERFORM 3150-PRINT-GROUP-LINE THRU 3150-EXIT
084800     END-IF
084900     MOVE VG-MST-VIS-ID(VG-SUB) TO VG-MUSD-VIS-ID
085000     MOVE VG-MST-NAME(VG-SUB) TO VG-MUSD-NAME
085100     MOVE VG-MST-ARRIVE-TIME(VG-SUB) TO VG-SHOW-TIME
085200     MOVE SPACES TO VG-MUSD-ARRIVE
085300     STRING VG-SHW-HH ':' VG-SHW-MM
085400         DELIMITED BY SIZE INTO VG-MUSD-ARRIVE
085500     MOVE VG-MST-BADGE-NO(VG-SUB) TO VG-MUSD-BADGE
085600     MOVE SPACES TO VG-MUSD-STATUS
085700     IF VG-ROLL-CALL-RECEIVED
085800         IF VG-MST-ACCOUNTED(VG-SUB)
085900             MOVE 'ACCOUNTED FOR' TO VG-MUSD-STATUS
086000         ELSE
086100             MOVE '** UNACCOUNTED' TO VG-MUSD-STATUS
086200         END-IF
086300     END-IF
086400     MOVE VG-MUS-DETAIL-LINE TO VG-PRINT-LINE
086500     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
086600 3100-EXIT.
086700     EXIT.
086705
086710******************************************************************
086715*    3140-PRINT-BUILDING-LINE - A NEW BUILDING ALWAYS STARTS A  *
086720*    NEW HOST AND EVENT GROUP.  A SITE PAST THE BUILDING TABLE  *
086721*    PRINTS UNDER THE SAME OTHERS LINE AS THE PAGE-1 SUMMARY,   *
086722*    ONCE FOR EACH RUN OF SUCH SITES.                           *
086725******************************************************************
086730 3140-PRINT-BUILDING-LINE.
086735     MOVE VG-MST-SITE-CODE(VG-SUB) TO VG-PREV-SITE-CODE
086740     MOVE HIGH-VALUES TO VG-PREV-HOST-ID
086745     MOVE VG-MST-SITE-CODE(VG-SUB) TO VG-FIND-SITE-CODE
086750     PERFORM 2300-FIND-BUILDING THRU 2300-EXIT
086755     IF VG-BLD-IDX > VG-BLD-COUNT
086760         IF VG-UNDER-OTHERS
086761             GO TO 3140-EXIT
086762         END-IF
086763         SET VG-UNDER-OTHERS TO TRUE
086764         MOVE 'OTHERS' TO VG-MUSB-SITE-CODE
086765         MOVE VG-BLD-OVF-ON-SITE TO VG-MUSB-ON-SITE
086766         MOVE VG-BLD-OVF-UNACCOUNTED TO VG-MUSB-UNACCOUNTED
086767         MOVE VG-MUS-BUILDING-LINE TO VG-PRINT-LINE
086768         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
086769     ELSE
086770         MOVE 'N' TO VG-OTHERS-SWITCH
086771         PERFORM 3050-PRINT-BUILDING-COUNT THRU 3050-EXIT
086772     END-IF
086775     MOVE VG-MUS-HEADER-2 TO VG-PRINT-LINE
086780     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
086785 3140-EXIT.
086790     EXIT.
086800
086900 3150-PRINT-GROUP-LINE.
087000     MOVE VG-MST-HOST-ID(VG-SUB) TO VG-PREV-HOST-ID
087100     MOVE VG-MST-EVENT-CODE(VG-SUB) TO VG-PREV-EVENT-CODE
087200     MOVE VG-MST-HOST-ID(VG-SUB) TO VG-LOOKUP-HOST-ID
087300     PERFORM 3500-LOOK-UP-HOST THRU 3500-EXIT
087400     PERFORM 3550-LOOK-UP-EVENT THRU 3550-EXIT
087500     MOVE VG-MST-HOST-ID(VG-SUB) TO VG-MUSG-HOST-ID
087600     MOVE VG-FOUND-HOST-NAME TO VG-MUSG-HOST-NAME
087700     MOVE VG-MST-EVENT-CODE(VG-SUB) TO VG-MUSG-EVENT-CODE
087800     MOVE VG-FOUND-EVENT-NAME TO VG-MUSG-EVENT-NAME
087900     MOVE SPACES TO VG-PRINT-LINE
088000     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
088100     MOVE VG-MUS-GROUP-LINE TO VG-PRINT-LINE
088200     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
088300 3150-EXIT.
088400     EXIT.
088500
088600******************************************************************
088700*    3300-PRINT-UNACCOUNTED - EVERYONE SHOWN ON-SITE THAT NO    *
088800*    WARDEN ACCOUNTED FOR, WITH THE HOST TO CALL                *
088900******************************************************************
089000 3300-PRINT-UNACCOUNTED.
089100     MOVE SPACES TO VG-PRINT-LINE
089200     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
089300     MOVE VG-MUS-UNACC-TITLE-LINE TO VG-PRINT-LINE
089400     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
089500     MOVE VG-MUS-HEADER-2 TO VG-PRINT-LINE
089600     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
089700     MOVE VG-MUS-UNACC-HEADING TO VG-PRINT-LINE
089800     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
089900     PERFORM 3350-PRINT-UNACCOUNTED-LINE THRU 3350-EXIT
090000         VARYING VG-SUB FROM 1 BY 1
090100         UNTIL VG-SUB > VG-MUSTER-COUNT
090200     IF VG-UNACCOUNTED-COUNT = 0
090300         MOVE 'NONE' TO VG-PRINT-LINE
090400         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
090500     END-IF.
090600 3300-EXIT.
090700     EXIT.
090800
090900 3350-PRINT-UNACCOUNTED-LINE.
091000     IF VG-MST-ACCOUNTED(VG-SUB)
091100         GO TO 3350-EXIT
091200     END-IF
091300     MOVE VG-MST-VIS-ID(VG-SUB) TO VG-MUSX-VIS-ID
091400     MOVE VG-MST-NAME(VG-SUB) TO VG-MUSX-NAME
091500     MOVE VG-MST-ARRIVE-TIME(VG-SUB) TO VG-SHOW-TIME
091600     MOVE SPACES TO VG-MUSX-ARRIVE
091700     STRING VG-SHW-HH ':' VG-SHW-MM
091800         DELIMITED BY SIZE INTO VG-MUSX-ARRIVE
091900     MOVE VG-MST-BADGE-NO(VG-SUB) TO VG-MUSX-BADGE
092000     MOVE VG-MST-HOST-ID(VG-SUB) TO VG-LOOKUP-HOST-ID
092100     PERFORM 3500-LOOK-UP-HOST THRU 3500-EXIT
092200     MOVE VG-FOUND-HOST-NAME TO VG-MUSX-HOST-NAME
092300     MOVE VG-FOUND-HOST-EXT TO VG-MUSX-HOST-EXT
092350     MOVE VG-MST-SITE-CODE(VG-SUB) TO VG-MUSX-SITE-CODE
092400     MOVE VG-MUS-UNACC-LINE TO VG-PRINT-LINE
092500     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
092600 3350-EXIT.
092700     EXIT.
092800
092900******************************************************************
093000*    3400-PRINT-NOT-SHOWN - IDS THE WARDENS ACCOUNTED FOR WITH  *
093100*    NO OPEN VISIT TODAY.  THE NOTE SAYS WHETHER THEY SIGNED    *
093200*    OUT (A SIGN-OUT MISSED AT THE DESK IS THE USUAL CAUSE) OR  *
093300*    WERE NEVER GREETED TODAY.                                  *
093400******************************************************************
093500 3400-PRINT-NOT-SHOWN.
093600     MOVE SPACES TO VG-PRINT-LINE
093700     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
093800     MOVE VG-MUS-NOT-SHOWN-TITLE-LINE TO VG-PRINT-LINE
093900     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
094000     MOVE VG-MUS-HEADER-2 TO VG-PRINT-LINE
094100     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
094200     MOVE VG-MUS-NOT-SHOWN-HEADING TO VG-PRINT-LINE
094300     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
094400     PERFORM 3450-PRINT-NOT-SHOWN-LINE THRU 3450-EXIT
094500         VARYING VG-SUB FROM 1 BY 1
094600         UNTIL VG-SUB > VG-EXCEPTION-COUNT
094700     IF VG-NOT-SHOWN-COUNT = 0
094800         MOVE 'NONE' TO VG-PRINT-LINE
094900         PERFORM 3950-PRINT-LINE THRU 3950-EXIT
095000     END-IF.
095100 3400-EXIT.
095200     EXIT.
095300
095400 3450-PRINT-NOT-SHOWN-LINE.
095500     MOVE VG-EXC-VIS-ID(VG-SUB) TO VG-MUSN-VIS-ID
095600     MOVE VG-EXC-WARDEN-ID(VG-SUB) TO VG-MUSN-WARDEN-ID
095700     MOVE VG-EXC-ASSEMBLY-POINT(VG-SUB) TO VG-MUSN-ASSEMBLY-POINT
095800     MOVE '(NOT ON VISITOR MASTER)' TO VG-MUSN-NAME
095900     MOVE 'NOT GREETED TODAY' TO VG-MUSN-NOTE
096000     IF VG-VISIDX-AVAILABLE
096100         MOVE VG-EXC-VIS-ID(VG-SUB) TO VG-VIS-ID
096200         READ VISITOR-MASTER-INDEXED
096300             INVALID KEY
096400                 CONTINUE
096500             NOT INVALID KEY
096600                 MOVE VG-VIS-NAME TO VG-MUSN-NAME
096700         END-READ
096800     END-IF
096900     IF VG-VISHIST-AVAILABLE
097000         MOVE VG-EXC-VIS-ID(VG-SUB) TO VG-HIS-VIS-ID
097100         MOVE VG-RUN-DATE TO VG-HIS-DATE-GREETED
097200         READ VISIT-HISTORY
097300             KEY IS VG-HIS-KEY
097400             INVALID KEY
097500                 CONTINUE
097600             NOT INVALID KEY
097700                 PERFORM 3460-NOTE-VISIT-STATE THRU 3460-EXIT
097800         END-READ
097900     END-IF
098000     MOVE VG-MUS-NOT-SHOWN-LINE TO VG-PRINT-LINE
098100     PERFORM 3950-PRINT-LINE THRU 3950-EXIT.
098200 3450-EXIT.
098300     EXIT.
098400
098500******************************************************************
098600*    3460-NOTE-VISIT-STATE - GREETED TODAY.  AN OPEN VISIT HERE *
098700*    IS ONE THE FULL MUSTER TABLE COULD NOT HOLD.               *
098800******************************************************************
098900 3460-NOTE-VISIT-STATE.
099000     MOVE VG-HIS-NAME TO VG-MUSN-NAME
099100     IF VG-HIS-DEPART-TIME = ZERO
099200         MOVE 'ON-SITE, NOT LISTED' TO VG-MUSN-NOTE
099300         GO TO 3460-EXIT
099400     END-IF
099500     MOVE VG-HIS-DEPART-TIME TO VG-SHOW-TIME
099600     MOVE SPACES TO VG-MUSN-NOTE
099700     STRING 'SIGNED OUT AT ' VG-SHW-HH ':' VG-SHW-MM
099800         DELIMITED BY SIZE INTO VG-MUSN-NOTE.
099900 3460-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300*    3500-LOOK-UP-HOST - NAME AND EXTENSION FROM THE HOST       *
100400*    DIRECTORY FOR VG-LOOKUP-HOST-ID.  A HOST NOT ON FILE (OR   *
100500*    NO DIRECTORY TODAY) LEAVES THE ID ALONE TO BE TRACED.      *
100600******************************************************************
100700 3500-LOOK-UP-HOST.
100800     MOVE SPACES TO VG-FOUND-HOST-NAME
100900     MOVE SPACES TO VG-FOUND-HOST-EXT
101000     IF VG-LOOKUP-HOST-ID = SPACES
101100         MOVE '(NO HOST)' TO VG-FOUND-HOST-NAME
101200         GO TO 3500-EXIT
101300     END-IF
101400     IF NOT VG-HOSTDIR-AVAILABLE
101500         GO TO 3500-EXIT
101600     END-IF
101700     MOVE VG-LOOKUP-HOST-ID TO VG-HST-ID
101800     READ HOST-DIRECTORY
101900         INVALID KEY
102000             MOVE '(NOT ON DIRECTORY)' TO VG-FOUND-HOST-NAME
102100             GO TO 3500-EXIT
102200     END-READ
102300     MOVE VG-HST-NAME TO VG-FOUND-HOST-NAME
102400     MOVE VG-HST-PHONE-EXT TO VG-FOUND-HOST-EXT.
102500 3500-EXIT.
102600     EXIT.
102700
102800 3550-LOOK-UP-EVENT.
102900     MOVE SPACES TO VG-FOUND-EVENT-NAME
103000     IF VG-MST-EVENT-CODE(VG-SUB) = SPACES
103100         MOVE '(NO EVENT)' TO VG-FOUND-EVENT-NAME
103200         GO TO 3550-EXIT
103300     END-IF
103400     IF NOT VG-EVENTS-AVAILABLE
103500         GO TO 3550-EXIT
103600     END-IF
103700     MOVE VG-MST-EVENT-CODE(VG-SUB) TO VG-EVT-CODE
103800     READ EVENT-REFERENCE
103900         INVALID KEY
104000             MOVE '(NOT ON EVENT FILE)' TO VG-FOUND-EVENT-NAME
104100             GO TO 3550-EXIT
104200     END-READ
104300     MOVE VG-EVT-NAME TO VG-FOUND-EVENT-NAME.
104400 3550-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800*    3900-WRITE-PAGE-HEADER - PAGE HEADER, AS THE GREETING      *
104900*    REPORT DOES IT                                             *
105000******************************************************************
105100 3900-WRITE-PAGE-HEADER.
105200     ADD 1 TO VG-REPORT-PAGE-NO
105300     MOVE VG-RUN-DATE-DISPLAY TO VG-MUSH-DATE
105400     MOVE SPACES TO VG-MUSH-TIME
105500     STRING VG-RUN-HH ':' VG-RUN-MI
105600         DELIMITED BY SIZE INTO VG-MUSH-TIME
105700     MOVE VG-REPORT-PAGE-NO TO VG-MUSH-PAGE
105800     IF VG-REPORT-PAGE-NO = 1
105900         WRITE VG-MUSTER-RPT-RECORD FROM VG-MUS-HEADER-1
106000     ELSE
106100         WRITE VG-MUSTER-RPT-RECORD FROM VG-MUS-HEADER-1
106200             AFTER ADVANCING PAGE
106300     END-IF
106400     WRITE VG-MUSTER-RPT-RECORD FROM VG-MUS-HEADER-2
106500     MOVE 2 TO VG-REPORT-LINE-COUNT.
106600 3900-EXIT.
106700     EXIT.
106800
106900 3950-PRINT-LINE.
107000     IF VG-REPORT-LINE-COUNT >= 55
107100         PERFORM 3900-WRITE-PAGE-HEADER THRU 3900-EXIT
107200     END-IF
107300     WRITE VG-MUSTER-RPT-RECORD FROM VG-PRINT-LINE
107400     ADD 1 TO VG-REPORT-LINE-COUNT.
107500 3950-EXIT.
107600     EXIT.
107700
107800******************************************************************
107900*    4000-FINALIZE - CLOSE DOWN AND SET THE RETURN CODE FOR THE *
108000*    OPERATIONS SCHEDULE                                        *
108100******************************************************************
108200 4000-FINALIZE.
108300     MOVE VG-MUS-HEADER-2 TO VG-PRINT-LINE
108400     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
108500     MOVE 'ROLL-CALL ENTRIES:' TO VG-MUSS-LABEL
108600     MOVE VG-ROLL-ENTRY-COUNT TO VG-MUSS-COUNT
108700     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
108800     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
108900     MOVE 'REPEATED IDS:' TO VG-MUSS-LABEL
109000     MOVE VG-ROLL-REPEAT-COUNT TO VG-MUSS-COUNT
109100     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
109200     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
109300     MOVE 'REJECTED IDS:' TO VG-MUSS-LABEL
109400     MOVE VG-ROLL-REJECT-COUNT TO VG-MUSS-COUNT
109500     MOVE VG-MUS-SUMMARY-LINE TO VG-PRINT-LINE
109600     PERFORM 3950-PRINT-LINE THRU 3950-EXIT
109700     CLOSE MUSTER-RPT
109800     IF VG-VISHIST-AVAILABLE
109900         CLOSE VISIT-HISTORY
110000     END-IF
110100     IF VG-VISIDX-AVAILABLE
110200         CLOSE VISITOR-MASTER-INDEXED
110300     END-IF
110400     IF VG-EVENTS-AVAILABLE
110500         CLOSE EVENT-REFERENCE
110600     END-IF
110700     IF VG-HOSTDIR-AVAILABLE
110800         CLOSE HOST-DIRECTORY
110900     END-IF
111000     IF VG-BADGE-AVAILABLE
111100         CLOSE BADGE-FILE
111200     END-IF
111300     DISPLAY 'MUSTLST0013I - SHOWN ON-SITE: ' VG-ON-SITE-COUNT
111400     DISPLAY 'MUSTLST0014I - ACCOUNTED FOR: ' VG-ACCOUNTED-COUNT
111500     DISPLAY 'MUSTLST0015I - UNACCOUNTED FOR: '
111600         VG-UNACCOUNTED-COUNT
111700     DISPLAY 'MUSTLST0016I - NOT SHOWN ON-SITE: '
111800         VG-NOT-SHOWN-COUNT
111900     IF NOT VG-ROLL-CALL-RECEIVED OR VG-NOT-SHOWN-COUNT > 0
112000         MOVE 4 TO RETURN-CODE
112100     END-IF
112200     IF NOT VG-VISHIST-AVAILABLE OR VG-NOT-LISTED-COUNT > 0
112300         MOVE 8 TO RETURN-CODE
112400     END-IF
112500     IF VG-ROLL-CALL-RECEIVED AND VG-UNACCOUNTED-COUNT > 0
112600         MOVE 8 TO RETURN-CODE
112700     END-IF.
112800 4000-EXIT.
112900     EXIT.
