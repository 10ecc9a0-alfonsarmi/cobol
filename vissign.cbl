001900*    DEPARTURE LATER.  THE VISIT-DURATION REPORT READS THE      *
002000*    CLOSED-OUT ENTRIES AT END OF DAY AND LISTS WHOEVER IS      *
002100*    STILL SHOWN AS ON-SITE FOR SECURITY.                       *
002120*    THE BADGE PRINTED AT GREETING IS CHECKED IN HERE TOO: THE  *
002140*    OPERATOR ANSWERS WHETHER IT CAME BACK, AND BADGE-REPORT    *
002160*    LISTS EVERY BADGE OF THE DAY THAT DID NOT.                 *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ----------------------                                     *
002500*    2026-09-02  JCL   ORIGINAL VERSION.                        *
002510*    2026-10-15  JCL   A VISITOR MAY BE FOUND BY NAME AS WELL   *
002520*                      AS BY ID.  THE LEADING PART OF A NAME    *
002530*                      LISTS TODAY'S VISIT-HISTORY ENTRIES      *
002540*                      FROM THE NEW ALTERNATE NAME KEY, WITH    *
002550*                      HOST AND EVENT FROM THE VISITOR MASTER,  *
002560*                      AND THE OPERATOR PICKS ONE BY LINE.      *
002565*    2026-10-15  JCL   SIGN-OUT ASKS WHETHER THE VISITOR'S      *
002570*                      BADGE CAME BACK AND RECORDS THE          *
002575*                      ANSWER AND TIME ON THE BADGE FILE        *
002580*                      (BADGEFIL).  A BADGE HANDED IN AFTER     *
002585*                      THE SIGN-OUT IS TAKEN ON A SECOND        *
002590*                      ENTRY OF THE SAME VISITOR.               *
002600*                                                                *
002700******************************************************************
002800
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS VG-HIS-KEY
004050         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
004100         FILE STATUS IS VG-VISHIST-STATUS.
004105
004110     SELECT VISITOR-MASTER-INDEXED
004115         ASSIGN TO 'VISIDX'
004120         ORGANIZATION IS INDEXED
004125         ACCESS MODE IS DYNAMIC
004130         RECORD KEY IS VG-VIS-ID
004135         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004140         FILE STATUS IS VG-VISIDX-STATUS.
004145
004150     SELECT BADGE-FILE
004155         ASSIGN TO 'BADGEFIL'
004160         ORGANIZATION IS INDEXED
004165         ACCESS MODE IS DYNAMIC
004170         RECORD KEY IS VG-BDG-KEY
004175         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
004180         FILE STATUS IS VG-BADGEFIL-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  VISIT-HISTORY
004600     LABEL RECORDS ARE STANDARD.
004700     COPY HISTREC.
004710
004720 FD  VISITOR-MASTER-INDEXED
004730     LABEL RECORDS ARE STANDARD.
004740     COPY VISTREC.
004750
004760 FD  BADGE-FILE
004770     LABEL RECORDS ARE STANDARD.
004780     COPY BDGEREC.
004800
004900 WORKING-STORAGE SECTION.
005000
005600         88  VG-ID-INPUT-INVALID                VALUE 'N'.
005700     05  VG-ID-ENDED-SWITCH          PIC X(01) VALUE 'N'.
005800         88  VG-ID-DIGITS-ENDED                 VALUE 'Y'.
005820     05  VG-VISIDX-SWITCH            PIC X(01) VALUE 'N'.
005840         88  VG-VISIDX-AVAILABLE                VALUE 'Y'.
005860     05  VG-MATCH-END-SWITCH         PIC X(01) VALUE 'N'.
005880         88  VG-MATCH-LIST-ENDED                VALUE 'Y'.
005885     05  VG-BADGE-SWITCH             PIC X(01) VALUE 'N'.
005890         88  VG-BADGE-AVAILABLE                 VALUE 'Y'.
005900
006000 01  VG-FILE-STATUSES.
006100     05  VG-VISHIST-STATUS           PIC X(02).
006150     05  VG-VISIDX-STATUS            PIC X(02).
006160     05  VG-BADGEFIL-STATUS          PIC X(02).
006200
006300 01  VG-WORK-ID                      PIC 9(06) VALUE ZERO.
006400 01  VG-ID-INPUT                     PIC X(06) VALUE SPACES.
007100     05  VG-ID-IDX                   PIC 9(02) COMP VALUE ZERO.
007200     05  VG-ID-DIGIT-COUNT           PIC 9(02) COMP VALUE ZERO.
007300
007302******************************************************************
007304*    NAME LOOKUP - AN ENTRY AT THE VISITOR ID PROMPT THAT       *
007306*    STARTS WITH A LETTER IS THE LEADING PART OF A NAME.        *
007308*    TODAY'S MATCHES ARE READ IN NAME ORDER FROM THE ALTERNATE  *
007310*    KEY ON VISIT-HISTORY AND HELD HERE FOR THE OPERATOR TO     *
007312*    PICK ONE BY LINE NUMBER, AS IN VISITOR-MAINT.              *
007314******************************************************************
007316 01  VG-KEY-INPUT                    PIC X(20) VALUE SPACES.
007318 01  VG-KEY-INPUT-CHARS REDEFINES VG-KEY-INPUT.
007320     05  VG-KEY-INPUT-CHAR OCCURS 20 TIMES PIC X(01).
007322 01  VG-NAME-LOOKUP-FIELDS.
007324     05  VG-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
007326     05  VG-MATCH-COUNT              PIC 9(02) COMP VALUE ZERO.
007328     05  VG-MATCH-LIMIT              PIC 9(02) COMP VALUE 15.
007330 01  VG-PICK-INPUT                   PIC X(02) VALUE SPACES.
007332 01  VG-PICK-NUMBER REDEFINES VG-PICK-INPUT
007334                                     PIC 9(02).
007336 01  VG-MATCH-TABLE.
007338     05  VG-MATCH-ID OCCURS 15 TIMES PIC 9(06).
007340 01  VG-MATCH-LINE.
007342     05  VG-MATL-NUMBER              PIC Z9.
007344     05  FILLER                      PIC X(02) VALUE SPACES.
007346     05  VG-MATL-VIS-ID              PIC 9(06).
007348     05  FILLER                      PIC X(02) VALUE SPACES.
007350     05  VG-MATL-NAME                PIC X(20).
007352     05  FILLER                      PIC X(02) VALUE SPACES.
007354     05  VG-MATL-ARRIVED             PIC X(05).
007356     05  FILLER                      PIC X(02) VALUE SPACES.
007358     05  VG-MATL-HOST-ID             PIC X(08).
007360     05  FILLER                      PIC X(02) VALUE SPACES.
007362     05  VG-MATL-EVENT-CODE          PIC X(06).
007364     05  FILLER                      PIC X(02) VALUE SPACES.
007366     05  VG-MATL-STATUS              PIC X(10).
007368
007400 01  VG-SIGNOUT-COUNT                PIC 9(08) COMP VALUE ZERO.
007410 01  VG-BADGE-BACK-COUNT             PIC 9(08) COMP VALUE ZERO.
007420 01  VG-BADGE-KEPT-COUNT             PIC 9(08) COMP VALUE ZERO.
007430
007440 01  VG-BADGE-ANSWER                 PIC X(01) VALUE SPACE.
007450     88  VG-BADGE-CAME-BACK                     VALUE 'Y' 'y'.
007460     88  VG-BADGE-NOT-BACK                      VALUE 'N' 'n'.
007500
007600 01  VG-RUN-DATE                     PIC 9(08) VALUE ZERO.
007700
009800******************************************************************
009900*    1000-INITIALIZE - OPEN THE KEYED VISIT-HISTORY FILE.  AN    *
010000*    ABSENT FILE MEANS NO GREETING RUN HAS WRITTEN A VISIT YET   *
010100*    TODAY, SO THERE IS NOTHING TO SIGN OUT.  THE VISITOR        *
010120*    MASTER ONLY SUPPLIES HOST AND EVENT TO THE NAME LOOKUP AND  *
010140*    IS NOT REQUIRED.  WITHOUT THE BADGE FILE THE SIGN-OUT       *
010150*    STILL RUNS BUT NO BADGE RETURN IS RECORDED.                 *
010200******************************************************************
010300 1000-INITIALIZE.
010400     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
011400             'STATUS = ' VG-VISHIST-STATUS
011500         MOVE 16 TO RETURN-CODE
011600         GO TO 1000-ABEND
011605     END-IF
011610     OPEN INPUT VISITOR-MASTER-INDEXED
011615     IF VG-VISIDX-STATUS = '00'
011620         SET VG-VISIDX-AVAILABLE TO TRUE
011625     ELSE
011630         DISPLAY 'VISSIGN0009W - VISITOR MASTER NOT AVAILABLE, '
011635             'STATUS = ' VG-VISIDX-STATUS
011640             ', NAME LOOKUP SHOWS NO HOST OR EVENT'
011645     END-IF
011650     OPEN I-O BADGE-FILE
011655     IF VG-BADGEFIL-STATUS = '00'
011660         SET VG-BADGE-AVAILABLE TO TRUE
011665     ELSE
011670         DISPLAY 'VISSIGN0014W - BADGE FILE NOT AVAILABLE, '
011675             'STATUS = ' VG-BADGEFIL-STATUS
011680             ', BADGE RETURNS NOT RECORDED'
011700     END-IF.
011800 1000-EXIT.
011900     EXIT.
012600******************************************************************
012700 2000-PROCESS-SIGNOUT.
012800     DISPLAY ' '
012900     DISPLAY 'ENTER VISITOR ID OR NAME TO SIGN OUT '
013000         '(BLANK = END): ' WITH NO ADVANCING
013100     PERFORM 2700-ACCEPT-VISITOR-ID THRU 2700-EXIT
013200     IF VG-DONE
013300         GO TO 2000-EXIT
014300*    2300-SIGN-OUT-VISITOR - READ TODAY'S VISIT-HISTORY ENTRY   *
014400*    FOR THE VISITOR AND STAMP THE DEPARTURE TIME.  AN ENTRY    *
014500*    ALREADY SIGNED OUT IS LEFT ALONE SO A DOUBLE ENTRY AT THE  *
014600*    DESK CANNOT MOVE A DEPARTURE LATER - BUT THE BADGE CHECK   *
014650*    STILL RUNS, SO A BADGE HANDED IN LATE IS TAKEN.            *
014700******************************************************************
014800 2300-SIGN-OUT-VISITOR.
014900     MOVE VG-WORK-ID TO VG-HIS-VIS-ID
015900         PERFORM 2400-FORMAT-SHOW-TIME THRU 2400-EXIT
016000         DISPLAY 'VISSIGN0004W - ALREADY SIGNED OUT AT '
016100             VG-SHOW-TIME-DISPLAY ', ENTRY LEFT ALONE'
016150         PERFORM 2500-CHECK-BADGE-RETURN THRU 2500-EXIT
016200         GO TO 2300-EXIT
016300     END-IF
016400     ACCEPT VG-HIS-DEPART-TIME FROM TIME
017200             DISPLAY 'VISSIGN0006I - ' VG-HIS-NAME
017300                 ' SIGNED OUT AT ' VG-SHOW-TIME-DISPLAY
017400             ADD 1 TO VG-SIGNOUT-COUNT
017450             PERFORM 2500-CHECK-BADGE-RETURN THRU 2500-EXIT
017500     END-REWRITE.
017600 2300-EXIT.
017700     EXIT.
018400     EXIT.
018500
018600******************************************************************
018601*    2500-CHECK-BADGE-RETURN - FIND THE BADGE PRINTED FOR THIS  *
018602*    VISIT BY THE ALTERNATE (VISITOR ID, DATE) KEY AND ASK      *
018603*    WHETHER IT CAME BACK.  THE ANSWER AND THE TIME ARE KEPT    *
018604*    ON THE BADGE RECORD.  A BADGE ALREADY RETURNED IS LEFT     *
018605*    ALONE; ONE RECORDED AS NOT RETURNED IS ASKED ABOUT AGAIN.  *
018606******************************************************************
018607 2500-CHECK-BADGE-RETURN.
018608     IF NOT VG-BADGE-AVAILABLE
018609         GO TO 2500-EXIT
018610     END-IF
018611     MOVE VG-WORK-ID TO VG-BDG-VIS-ID
018612     MOVE VG-RUN-DATE TO VG-BDG-VISIT-DATE
018613     READ BADGE-FILE KEY IS VG-BDG-VISIT-KEY
018614         INVALID KEY
018615             DISPLAY 'VISSIGN0015I - NO BADGE WAS PRINTED FOR '
018616                 'THIS VISIT'
018617             GO TO 2500-EXIT
018618     END-READ
018619     IF VG-BDG-RETURNED
018620         GO TO 2500-EXIT
018621     END-IF
018622     MOVE SPACE TO VG-BADGE-ANSWER
018623     PERFORM 2550-ASK-BADGE-RETURNED THRU 2550-EXIT
018624         UNTIL VG-BADGE-CAME-BACK OR VG-BADGE-NOT-BACK
018625     IF VG-BADGE-CAME-BACK
018626         SET VG-BDG-RETURNED TO TRUE
018627     ELSE
018628         SET VG-BDG-NOT-RETURNED TO TRUE
018629     END-IF
018630     ACCEPT VG-BDG-RETURN-TIME FROM TIME
018631     REWRITE VG-BADGE-RECORD
018632         INVALID KEY
018633             DISPLAY 'VISSIGN0016E - BADGE REWRITE FAILED, '
018634                 'STATUS = ' VG-BADGEFIL-STATUS
018635             GO TO 2500-EXIT
018636     END-REWRITE
018637     IF VG-BDG-RETURNED
018638         ADD 1 TO VG-BADGE-BACK-COUNT
018639     ELSE
018640         DISPLAY 'VISSIGN0017W - BADGE ' VG-BDG-NUMBER
018641             ' NOT RETURNED, IT STAYS ON THE UNRETURNED-BADGE '
018642             'REPORT'
018643         ADD 1 TO VG-BADGE-KEPT-COUNT
018644     END-IF.
018645 2500-EXIT.
018646     EXIT.
018647
018648 2550-ASK-BADGE-RETURNED.
018649     DISPLAY 'BADGE ' VG-BDG-NUMBER ' RETURNED (Y/N)? '
018650         WITH NO ADVANCING
018651     ACCEPT VG-BADGE-ANSWER.
018652 2550-EXIT.
018653     EXIT.
018654
018655******************************************************************
018700*    2700-ACCEPT-VISITOR-ID - ACCEPT A VISITOR ID FROM THE      *
018800*    CONSOLE AND EDIT IT INTO VG-WORK-ID, EXACTLY AS            *
018900*    VISITOR-MAINT DOES.  A BLANK ENTRY SETS VG-DONE AND ENDS   *
019000*    THE SESSION.  AN ENTRY STARTING WITH A LETTER IS LOOKED    *
019050*    UP AS A NAME BY 2760-FIND-BY-NAME.                         *
019100******************************************************************
019200 2700-ACCEPT-VISITOR-ID.
019300     MOVE SPACES TO VG-KEY-INPUT
019400     ACCEPT VG-KEY-INPUT
019500     IF VG-KEY-INPUT = SPACES
019600         SET VG-DONE TO TRUE
019700         GO TO 2700-EXIT
019800     END-IF
019810     IF VG-KEY-INPUT-CHAR(1) NOT = SPACE
019820             AND VG-KEY-INPUT-CHAR(1) IS NOT NUMERIC
019830         PERFORM 2760-FIND-BY-NAME THRU 2760-EXIT
019840         GO TO 2700-EXIT
019850     END-IF
019860     MOVE VG-KEY-INPUT TO VG-ID-INPUT
019900     MOVE 'Y' TO VG-ID-VALID-SWITCH
020000     MOVE 'N' TO VG-ID-ENDED-SWITCH
020100     MOVE ZERO TO VG-WORK-ID
020300     PERFORM 2750-EDIT-ONE-ID-CHAR THRU 2750-EXIT
020400         VARYING VG-ID-IDX FROM 1 BY 1
020500         UNTIL VG-ID-IDX > 6
020600     IF VG-ID-DIGIT-COUNT = 0 OR VG-KEY-INPUT(7:14) NOT = SPACES
020700         MOVE 'N' TO VG-ID-VALID-SWITCH
020800     END-IF
020900     IF VG-ID-INPUT-INVALID
023500     EXIT.
023600
023700******************************************************************
023701*    2760-FIND-BY-NAME - LIST TODAY'S VISIT-HISTORY ENTRIES     *
023702*    WHOSE NAME STARTS WITH THE ENTRY, IN NAME ORDER FROM THE   *
023703*    ALTERNATE KEY, AND LET THE OPERATOR PICK ONE.  THE READ    *
023704*    STOPS AT THE FIRST NAME PAST THE ENTRY; EARLIER DAYS IN    *
023705*    THE LOOKBACK WINDOW ARE PASSED OVER.  NOTHING PICKED       *
023706*    LEAVES VG-ID-INPUT-INVALID SET FOR THE CALLER.             *
023707******************************************************************
023708 2760-FIND-BY-NAME.
023709     MOVE 'N' TO VG-ID-VALID-SWITCH
023710     MOVE ZERO TO VG-MATCH-COUNT
023711     PERFORM 2780-BACK-OVER-SPACE THRU 2780-EXIT
023712         VARYING VG-PREFIX-LEN FROM 20 BY -1
023713         UNTIL VG-PREFIX-LEN = 1
023714             OR VG-KEY-INPUT-CHAR(VG-PREFIX-LEN) NOT = SPACE
023715     MOVE VG-KEY-INPUT TO VG-HIS-NAME
023716     START VISIT-HISTORY
023717         KEY IS NOT LESS THAN VG-HIS-NAME
023718         INVALID KEY
023719             SET VG-MATCH-LIST-ENDED TO TRUE
023720         NOT INVALID KEY
023721             MOVE 'N' TO VG-MATCH-END-SWITCH
023722     END-START
023723     PERFORM 2770-LIST-ONE-MATCH THRU 2770-EXIT
023724         UNTIL VG-MATCH-LIST-ENDED
023725     IF VG-MATCH-COUNT = ZERO
023726         DISPLAY 'VISSIGN0010E - NOBODY GREETED TODAY HAS A '
023727             'NAME STARTING WITH ' VG-KEY-INPUT(1:VG-PREFIX-LEN)
023728         GO TO 2760-EXIT
023729     END-IF
023730     DISPLAY 'ENTER LINE NUMBER (BLANK = NONE): '
023731         WITH NO ADVANCING
023732     MOVE SPACES TO VG-PICK-INPUT
023733     ACCEPT VG-PICK-INPUT
023734     IF VG-PICK-INPUT = SPACES
023735         DISPLAY 'VISSIGN0011I - NO VISITOR PICKED'
023736         GO TO 2760-EXIT
023737     END-IF
023738     IF VG-PICK-INPUT(2:1) = SPACE
023739         MOVE VG-PICK-INPUT(1:1) TO VG-PICK-INPUT(2:1)
023740         MOVE '0' TO VG-PICK-INPUT(1:1)
023741     END-IF
023742     IF VG-PICK-INPUT IS NOT NUMERIC
023743             OR VG-PICK-NUMBER = ZERO
023744             OR VG-PICK-NUMBER > VG-MATCH-COUNT
023745         DISPLAY 'VISSIGN0012E - LINE NUMBER MUST BE 1 TO '
023746             VG-MATCH-COUNT
023747         GO TO 2760-EXIT
023748     END-IF
023749     MOVE VG-MATCH-ID(VG-PICK-NUMBER) TO VG-WORK-ID
023750     SET VG-ID-INPUT-VALID TO TRUE.
023751 2760-EXIT.
023752     EXIT.
023753
023754******************************************************************
023755*    2770-LIST-ONE-MATCH - READ THE NEXT NAME IN KEY ORDER AND  *
023756*    SHOW IT IF IT STILL STARTS WITH THE ENTRY AND WAS GREETED  *
023757*    TODAY.  HOST AND EVENT COME FROM THE VISITOR MASTER.       *
023758******************************************************************
023759 2770-LIST-ONE-MATCH.
023760     READ VISIT-HISTORY NEXT RECORD
023761         AT END
023762             SET VG-MATCH-LIST-ENDED TO TRUE
023763             GO TO 2770-EXIT
023764     END-READ
023765     IF VG-HIS-NAME(1:VG-PREFIX-LEN)
023766             NOT = VG-KEY-INPUT(1:VG-PREFIX-LEN)
023767         SET VG-MATCH-LIST-ENDED TO TRUE
023768         GO TO 2770-EXIT
023769     END-IF
023770     IF VG-HIS-DATE-GREETED NOT = VG-RUN-DATE
023771         GO TO 2770-EXIT
023772     END-IF
023773     IF VG-MATCH-COUNT = VG-MATCH-LIMIT
023774         DISPLAY 'VISSIGN0013W - MORE THAN ' VG-MATCH-LIMIT
023775             ' MATCHES, KEY MORE OF THE NAME TO SEE THE REST'
023776         SET VG-MATCH-LIST-ENDED TO TRUE
023777         GO TO 2770-EXIT
023778     END-IF
023779     IF VG-MATCH-COUNT = ZERO
023780         DISPLAY 'LN  VIS-ID  NAME                  ARRVD  '
023781             'HOST      EVENT   STATUS'
023782     END-IF
023783     ADD 1 TO VG-MATCH-COUNT
023784     MOVE VG-HIS-VIS-ID TO VG-MATCH-ID(VG-MATCH-COUNT)
023785     MOVE VG-MATCH-COUNT TO VG-MATL-NUMBER
023786     MOVE VG-HIS-VIS-ID TO VG-MATL-VIS-ID
023787     MOVE VG-HIS-NAME TO VG-MATL-NAME
023788     MOVE VG-HIS-TIME-GREETED TO VG-SHOW-TIME
023789     MOVE SPACES TO VG-MATL-ARRIVED
023790     STRING VG-SHOW-HH ':' VG-SHOW-MM
023791         DELIMITED BY SIZE INTO VG-MATL-ARRIVED
023792     IF VG-HIS-DEPART-TIME = ZERO
023793         MOVE 'ON SITE' TO VG-MATL-STATUS
023794     ELSE
023795         MOVE 'SIGNED OUT' TO VG-MATL-STATUS
023796     END-IF
023797     MOVE SPACES TO VG-MATL-HOST-ID
023798     MOVE SPACES TO VG-MATL-EVENT-CODE
023799     IF VG-VISIDX-AVAILABLE
023800         MOVE VG-HIS-VIS-ID TO VG-VIS-ID
023801         READ VISITOR-MASTER-INDEXED
023802             INVALID KEY
023803                 CONTINUE
023804             NOT INVALID KEY
023805                 MOVE VG-VIS-HOST-ID TO VG-MATL-HOST-ID
023806                 MOVE VG-VIS-EVENT-CODE TO VG-MATL-EVENT-CODE
023807         END-READ
023808     END-IF
023809     DISPLAY VG-MATCH-LINE.
023810 2770-EXIT.
023811     EXIT.
023812
023813 2780-BACK-OVER-SPACE.
023814     CONTINUE.
023815 2780-EXIT.
023816     EXIT.
023817
023818******************************************************************
023819*    3000-TERMINATE                                              *
023900******************************************************************
024000 3000-TERMINATE.
024100     CLOSE VISIT-HISTORY
024120     IF VG-VISIDX-AVAILABLE
024140         CLOSE VISITOR-MASTER-INDEXED
024160     END-IF
024170     IF VG-BADGE-AVAILABLE
024180         CLOSE BADGE-FILE
024190     END-IF
024200     DISPLAY 'VISSIGN0008I - VISITORS SIGNED OUT THIS SESSION: '
024300         VG-SIGNOUT-COUNT
024320     DISPLAY 'VISSIGN0018I - BADGES RETURNED: '
024330         VG-BADGE-BACK-COUNT
024340         ', NOT RETURNED: ' VG-BADGE-KEPT-COUNT.
024400 3000-EXIT.
024500     EXIT.
