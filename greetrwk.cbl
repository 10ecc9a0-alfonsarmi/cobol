002440*    2026-09-02  JCL   EVENT CODE CARRIED FORWARD FROM THE       *
002450*                      REJECT SO A REWORKED GUEST-LIST VISITOR   *
002460*                      STAYS ON THE EVENT ROSTER.                *
002465*    2026-10-15  JCL   THE VISITOR MASTER CAN BE LOOKED UP BY    *
002470*                      THE LEADING PART OF A NAME WHILE A REJECT *
002475*                      IS WORKED, USING THE NEW ALTERNATE NAME   *
002480*                      KEY ON VISIDX.  A PICKED VISITOR REPLACES *
002485*                      THE REJECT'S ID, NAME, LANGUAGE, HOST AND *
002490*                      EVENT ON THE QUEUED CORRECTION.           *
002492*    2026-10-15  JCL   SITE CODE CARRIED ONTO THE REWORK         *
002494*                      RECORD.                                   *
002500*                                                                *
002600******************************************************************
002700
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS VG-GREETSUP-STATUS.
004400
004410     SELECT VISITOR-MASTER-INDEXED
004420         ASSIGN TO 'VISIDX'
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS VG-VIS-ID
004460         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004470         FILE STATUS IS VG-VISIDX-STATUS.
004480
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  GREETING-REJECTS
005700         ==VG-VIS-LANG-CODE==    BY ==VG-RWK-LANG-CODE==
005800         ==VG-VIS-EXPECT-DATE==  BY ==VG-RWK-EXPECT-DATE==
005810         ==VG-VIS-HOST-ID==      BY ==VG-RWK-HOST-ID==
005820         ==VG-VIS-EVENT-CODE==   BY ==VG-RWK-EVENT-CODE==
005830         ==VG-VIS-SITE-CODE==    BY ==VG-RWK-SITE-CODE==.
005840
005850 FD  VISITOR-MASTER-INDEXED
005860     LABEL RECORDS ARE STANDARD.
005870     COPY VISTREC.
005900
006000 WORKING-STORAGE SECTION.
006100
006200 01  VG-SWITCHES.
006300     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
006400         88  VG-END-OF-FILE                     VALUE 'Y'.
006410     05  VG-VISIDX-SWITCH            PIC X(01) VALUE 'N'.
006420         88  VG-VISIDX-AVAILABLE                VALUE 'Y'.
006430     05  VG-MATCH-END-SWITCH         PIC X(01) VALUE 'N'.
006440         88  VG-MATCH-LIST-ENDED                VALUE 'Y'.
006450     05  VG-PICKED-SWITCH            PIC X(01) VALUE 'N'.
006460         88  VG-VISITOR-PICKED                  VALUE 'Y'.
006500
006600 01  VG-FILE-STATUSES.
006700     05  VG-GREETREJ-STATUS          PIC X(02).
006800     05  VG-GREETSUP-STATUS          PIC X(02).
006850     05  VG-VISIDX-STATUS            PIC X(02).
006900
007000 01  VG-REJECTS-READ                 PIC 9(08) COMP VALUE ZERO.
007100 01  VG-REWORKED-COUNT               PIC 9(08) COMP VALUE ZERO.
007400 01  VG-RUN-DATE                     PIC 9(08).
007500 01  VG-NEW-NAME                     PIC X(20) VALUE SPACES.
007600 01  VG-NEW-LANG-CODE                PIC X(02) VALUE SPACES.
007602
007604******************************************************************
007606*    NAME LOOKUP - THE LEADING PART OF A NAME IS LOOKED UP ON   *
007608*    THE ALTERNATE NAME KEY OF THE VISITOR MASTER AND THE       *
007610*    MATCHES HELD HERE FOR THE OPERATOR TO PICK ONE BY LINE     *
007612*    NUMBER, AS IN VISITOR-MAINT.                               *
007614******************************************************************
007616 01  VG-KEY-INPUT                    PIC X(20) VALUE SPACES.
007618 01  VG-KEY-INPUT-CHARS REDEFINES VG-KEY-INPUT.
007620     05  VG-KEY-INPUT-CHAR OCCURS 20 TIMES PIC X(01).
007622 01  VG-NAME-LOOKUP-FIELDS.
007624     05  VG-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
007626     05  VG-MATCH-COUNT              PIC 9(02) COMP VALUE ZERO.
007628     05  VG-MATCH-LIMIT              PIC 9(02) COMP VALUE 15.
007630 01  VG-PICK-INPUT                   PIC X(02) VALUE SPACES.
007632 01  VG-PICK-NUMBER REDEFINES VG-PICK-INPUT
007634                                     PIC 9(02).
007636 01  VG-MATCH-TABLE.
007638     05  VG-MATCH-ID OCCURS 15 TIMES PIC 9(06).
007640 01  VG-MATCH-LINE.
007642     05  VG-MATL-NUMBER              PIC Z9.
007644     05  FILLER                      PIC X(02) VALUE SPACES.
007646     05  VG-MATL-VIS-ID              PIC 9(06).
007648     05  FILLER                      PIC X(02) VALUE SPACES.
007650     05  VG-MATL-NAME                PIC X(20).
007652     05  FILLER                      PIC X(02) VALUE SPACES.
007654     05  VG-MATL-EXPECT-DATE         PIC 9(08).
007656     05  FILLER                      PIC X(02) VALUE SPACES.
007658     05  VG-MATL-HOST-ID             PIC X(08).
007660     05  FILLER                      PIC X(02) VALUE SPACES.
007662     05  VG-MATL-EVENT-CODE          PIC X(06).
007700
007800 PROCEDURE DIVISION.
007900
008900
009000******************************************************************
009100*    1000-INITIALIZE - OPEN THE REJECT FILE AND START A FRESH   *
009200*    SUPPLEMENTAL INPUT, THEN PRIME THE READ.  THE VISITOR      *
009220*    MASTER IS ONLY NEEDED FOR THE NAME LOOKUP; WITHOUT IT THE  *
009240*    REJECTS ARE WORKED BY HAND AS BEFORE.                      *
009300******************************************************************
009400 1000-INITIALIZE.
009500     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
010800         CLOSE GREETING-REJECTS
010900         GO TO 1000-ABEND
011000     END-IF
011010     OPEN INPUT VISITOR-MASTER-INDEXED
011020     IF VG-VISIDX-STATUS = '00'
011030         SET VG-VISIDX-AVAILABLE TO TRUE
011040     ELSE
011050         DISPLAY 'GREETRWK0008W - VISITOR MASTER NOT '
011060             'AVAILABLE, STATUS = ' VG-VISIDX-STATUS
011070             ', NO NAME LOOKUP THIS SESSION'
011080     END-IF
011100     PERFORM 2100-READ-REJECT-RECORD THRU 2100-EXIT.
011200 1000-EXIT.
011300     EXIT.
011700******************************************************************
011800*    2000-WORK-ONE-REJECT - PRESENT THE REJECT AND ITS REASON,  *
011900*    ACCEPT A CORRECTION, AND QUEUE IT FOR THE NEXT GREETING    *
012000*    RUN.  A BLANK CORRECTED NAME SKIPS THE REJECT.  A VISITOR  *
012020*    PICKED FROM THE NAME LOOKUP IS QUEUED STRAIGHT FROM THE    *
012040*    MASTER INSTEAD.                                            *
012100******************************************************************
012200 2000-WORK-ONE-REJECT.
012300     ADD 1 TO VG-REJECTS-READ
012700     DISPLAY 'NAME ..........: ' VG-REJ-NAME
012800     DISPLAY 'LANGUAGE CODE .: ' VG-REJ-LANG-CODE
012900     DISPLAY 'REJECT REASON .: ' VG-REJ-REASON
012905     MOVE 'N' TO VG-PICKED-SWITCH
012910     IF VG-VISIDX-AVAILABLE
012915         DISPLAY 'ENTER NAME TO LOOK UP ON THE VISITOR MASTER '
012920             '(BLANK = NONE): ' WITH NO ADVANCING
012925         MOVE SPACES TO VG-KEY-INPUT
012930         ACCEPT VG-KEY-INPUT
012935         IF VG-KEY-INPUT NOT = SPACES
012940             PERFORM 2300-FIND-BY-NAME THRU 2300-EXIT
012945         END-IF
012950     END-IF
012955     IF VG-VISITOR-PICKED
012960         PERFORM 2250-QUEUE-FROM-MASTER THRU 2250-EXIT
012965         PERFORM 2100-READ-REJECT-RECORD THRU 2100-EXIT
012970         GO TO 2000-EXIT
012975     END-IF
013000     DISPLAY 'ENTER CORRECTED NAME (BLANK TO SKIP): '
013100         WITH NO ADVANCING
013200     MOVE SPACES TO VG-NEW-NAME
016900     END-IF
016950     MOVE VG-REJ-HOST-ID TO VG-RWK-HOST-ID
016960     MOVE VG-REJ-EVENT-CODE TO VG-RWK-EVENT-CODE
016980     MOVE VG-REJ-SITE-CODE TO VG-RWK-SITE-CODE
017000     MOVE VG-RUN-DATE TO VG-RWK-EXPECT-DATE
017100     WRITE VG-RWK-RECORD
017200     ADD 1 TO VG-REWORKED-COUNT
017600     EXIT.
017700
017800******************************************************************
017801*    2250-QUEUE-FROM-MASTER - WRITE THE PICKED VISITOR MASTER   *
017802*    RECORD TO THE SUPPLEMENTAL INPUT IN PLACE OF THE REJECT,   *
017803*    DUE TODAY LIKE ANY OTHER CORRECTION.                       *
017804******************************************************************
017805 2250-QUEUE-FROM-MASTER.
017806     MOVE SPACES TO VG-RWK-RECORD
017807     MOVE VG-VIS-ID TO VG-RWK-VIS-ID
017808     MOVE VG-VIS-NAME TO VG-RWK-NAME
017809     MOVE VG-VIS-LANG-CODE TO VG-RWK-LANG-CODE
017810     MOVE VG-VIS-HOST-ID TO VG-RWK-HOST-ID
017811     MOVE VG-VIS-EVENT-CODE TO VG-RWK-EVENT-CODE
017812     MOVE VG-VIS-SITE-CODE TO VG-RWK-SITE-CODE
017813     MOVE VG-RUN-DATE TO VG-RWK-EXPECT-DATE
017814     WRITE VG-RWK-RECORD
017815     ADD 1 TO VG-REWORKED-COUNT
017816     DISPLAY 'GREETRWK0009I - VISITOR ' VG-VIS-ID ' ' VG-VIS-NAME
017817         ' QUEUED FROM THE MASTER FOR THE NEXT GREETING RUN'.
017818 2250-EXIT.
017819     EXIT.
017820
017821******************************************************************
017822*    2300-FIND-BY-NAME - LIST EVERY VISITOR WHOSE NAME STARTS   *
017823*    WITH THE ENTRY, IN NAME ORDER FROM THE ALTERNATE KEY, AND  *
017824*    LET THE OPERATOR PICK ONE.  THE READ STOPS AT THE FIRST    *
017825*    NAME PAST THE ENTRY, SO ONLY THE MATCHES ARE EVER READ.    *
017826*    THE PICKED VISITOR IS LEFT IN THE MASTER RECORD AREA WITH  *
017827*    VG-VISITOR-PICKED SET.                                     *
017828******************************************************************
017829 2300-FIND-BY-NAME.
017830     MOVE ZERO TO VG-MATCH-COUNT
017831     PERFORM 2380-BACK-OVER-SPACE THRU 2380-EXIT
017832         VARYING VG-PREFIX-LEN FROM 20 BY -1
017833         UNTIL VG-PREFIX-LEN = 1
017834             OR VG-KEY-INPUT-CHAR(VG-PREFIX-LEN) NOT = SPACE
017835     MOVE VG-KEY-INPUT TO VG-VIS-NAME
017836     START VISITOR-MASTER-INDEXED
017837         KEY IS NOT LESS THAN VG-VIS-NAME
017838         INVALID KEY
017839             SET VG-MATCH-LIST-ENDED TO TRUE
017840         NOT INVALID KEY
017841             MOVE 'N' TO VG-MATCH-END-SWITCH
017842     END-START
017843     PERFORM 2350-LIST-ONE-MATCH THRU 2350-EXIT
017844         UNTIL VG-MATCH-LIST-ENDED
017845     IF VG-MATCH-COUNT = ZERO
017846         DISPLAY 'GREETRWK0010E - NO VISITOR NAME STARTS WITH '
017847             VG-KEY-INPUT(1:VG-PREFIX-LEN)
017848         GO TO 2300-EXIT
017849     END-IF
017850     DISPLAY 'ENTER LINE NUMBER (BLANK = NONE): '
017851         WITH NO ADVANCING
017852     MOVE SPACES TO VG-PICK-INPUT
017853     ACCEPT VG-PICK-INPUT
017854     IF VG-PICK-INPUT = SPACES
017855         DISPLAY 'GREETRWK0011I - NO VISITOR PICKED'
017856         GO TO 2300-EXIT
017857     END-IF
017858     IF VG-PICK-INPUT(2:1) = SPACE
017859         MOVE VG-PICK-INPUT(1:1) TO VG-PICK-INPUT(2:1)
017860         MOVE '0' TO VG-PICK-INPUT(1:1)
017861     END-IF
017862     IF VG-PICK-INPUT IS NOT NUMERIC
017863             OR VG-PICK-NUMBER = ZERO
017864             OR VG-PICK-NUMBER > VG-MATCH-COUNT
017865         DISPLAY 'GREETRWK0012E - LINE NUMBER MUST BE 1 TO '
017866             VG-MATCH-COUNT
017867         GO TO 2300-EXIT
017868     END-IF
017869     MOVE VG-MATCH-ID(VG-PICK-NUMBER) TO VG-VIS-ID
017870     READ VISITOR-MASTER-INDEXED
017871         INVALID KEY
017872             DISPLAY 'GREETRWK0013E - PICKED VISITOR NO LONGER '
017873                 'ON FILE'
017874         NOT INVALID KEY
017875             SET VG-VISITOR-PICKED TO TRUE
017876     END-READ.
017877 2300-EXIT.
017878     EXIT.
017879
017880******************************************************************
017881*    2350-LIST-ONE-MATCH - READ THE NEXT NAME IN KEY ORDER AND  *
017882*    SHOW IT IF IT STILL STARTS WITH THE ENTRY.  PAST THE       *
017883*    SCREEN LIMIT THE OPERATOR IS TOLD TO KEY MORE OF THE NAME. *
017884******************************************************************
017885 2350-LIST-ONE-MATCH.
017886     READ VISITOR-MASTER-INDEXED NEXT RECORD
017887         AT END
017888             SET VG-MATCH-LIST-ENDED TO TRUE
017889             GO TO 2350-EXIT
017890     END-READ
017891     IF VG-VIS-NAME(1:VG-PREFIX-LEN)
017892             NOT = VG-KEY-INPUT(1:VG-PREFIX-LEN)
017893         SET VG-MATCH-LIST-ENDED TO TRUE
017894         GO TO 2350-EXIT
017895     END-IF
017896     IF VG-MATCH-COUNT = VG-MATCH-LIMIT
017897         DISPLAY 'GREETRWK0014W - MORE THAN ' VG-MATCH-LIMIT
017898             ' MATCHES, KEY MORE OF THE NAME TO SEE THE REST'
017899         SET VG-MATCH-LIST-ENDED TO TRUE
017900         GO TO 2350-EXIT
017901     END-IF
017902     IF VG-MATCH-COUNT = ZERO
017903         DISPLAY 'LN  VIS-ID  NAME                  EXPECTED  '
017904             'HOST      EVENT'
017905     END-IF
017906     ADD 1 TO VG-MATCH-COUNT
017907     MOVE VG-VIS-ID TO VG-MATCH-ID(VG-MATCH-COUNT)
017908     MOVE VG-MATCH-COUNT TO VG-MATL-NUMBER
017909     MOVE VG-VIS-ID TO VG-MATL-VIS-ID
017910     MOVE VG-VIS-NAME TO VG-MATL-NAME
017911     MOVE VG-VIS-EXPECT-DATE TO VG-MATL-EXPECT-DATE
017912     MOVE VG-VIS-HOST-ID TO VG-MATL-HOST-ID
017913     MOVE VG-VIS-EVENT-CODE TO VG-MATL-EVENT-CODE
017914     DISPLAY VG-MATCH-LINE.
017915 2350-EXIT.
017916     EXIT.
017917
017918 2380-BACK-OVER-SPACE.
017919     CONTINUE.
017920 2380-EXIT.
017921     EXIT.
017922
017923******************************************************************
017924*    3000-TERMINATE                                              *
018000******************************************************************
018100 3000-TERMINATE.
018200     CLOSE GREETING-REJECTS
018300     CLOSE REWORK-OUTPUT
018320     IF VG-VISIDX-AVAILABLE
018340         CLOSE VISITOR-MASTER-INDEXED
018360     END-IF
018400     DISPLAY ' '
018500     DISPLAY 'GREETRWK0005I - REJECTS READ: ' VG-REJECTS-READ
018600     DISPLAY 'GREETRWK0006I - CORRECTIONS QUEUED: '
