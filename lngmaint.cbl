002200*    SCANNING OFF TRAILING BLANKS, WHICH YIELDS BYTE COUNTS      *
002300*    (THE SPANISH INVERTED EXCLAMATION MARK IS TWO BYTES).       *
002400*                                                                *
002410*    EACH LANGUAGE ALSO CARRIES THE WORDING VISITOR-CONFIRM     *
002420*    PUTS ON ITS DAY-BEFORE CONFIRMATION NOTICES.  IT IS        *
002430*    OPTIONAL - A LANGUAGE WITHOUT WORDING HAS ITS NOTICES      *
002440*    WORDED FROM THE '**' ENTRY.  ON A CHANGE A BLANK ENTRY     *
002450*    KEEPS THE CURRENT WORDING AND 'NONE' CLEARS IT.            *
002460*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------                                     *
002700*    2026-08-22  JCL   ORIGINAL VERSION - ADD/CHANGE/DELETE/     *
002896*                      AND AFTER IMAGES FOR EVERY ADD, CHANGE,  *
002898*                      AND DELETE.  DELETE NOW READS THE        *
002899*                      RECORD FIRST TO CAPTURE ITS IMAGE.       *
002900*    2026-10-15  JCL   ADDED THE CONFIRMATION-NOTICE WORDING TO *
002920*                      ADD, CHANGE AND INQUIRE.                 *
002940*                                                                *
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
006500 01  VG-NEW-SUFFIX                   PIC X(03) VALUE SPACES.
006600 01  VG-NEW-SUFFIX-CHARS REDEFINES VG-NEW-SUFFIX.
006700     05  VG-NEW-SUFFIX-CHAR OCCURS 3 TIMES PIC X(01).
006750 01  VG-NEW-WORDING                  PIC X(40) VALUE SPACES.
006800 01  VG-SCAN-FIELDS.
006820     05  VG-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
006840     05  VG-SUFFIX-LEN               PIC 9(02) COMP VALUE ZERO.
006930 01  VG-SIGNON-ID                    PIC X(08) VALUE SPACES.
006940 01  VG-SIGNON-PASSWORD              PIC X(08) VALUE SPACES.
006950 01  VG-SIGNON-TRIES                 PIC 9(01) COMP VALUE ZERO.
006960 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
007100
007200 PROCEDURE DIVISION.
007300
016100     MOVE VG-PREFIX-LEN TO VG-LNG-PREFIX-LEN
016200     MOVE VG-NEW-SUFFIX TO VG-LNG-SUFFIX
016300     MOVE VG-SUFFIX-LEN TO VG-LNG-SUFFIX-LEN
016310     MOVE SPACES TO VG-NEW-WORDING
016320     DISPLAY 'ENTER NOTICE WORDING (BLANK = USE THE ''**'' '
016330         'WORDING): ' WITH NO ADVANCING
016340     ACCEPT VG-NEW-WORDING
016350     MOVE VG-NEW-WORDING TO VG-LNG-NOTICE-WORDING
016400     WRITE VG-LANGUAGE-RECORD
016500         INVALID KEY
016600             DISPLAY 'LNGMAINT0004E - LANGUAGE ALREADY EXISTS, '
017400******************************************************************
017500*    2400-CHANGE-LANGUAGE - THE WHOLE PHRASE PAIR IS RE-KEYED.  *
017600*    A PARTIAL PHRASE CHANGE IS TOO ERROR-PRONE TO OFFER - THE  *
017700*    PREFIX, SUFFIX, AND THEIR LENGTHS MOVE TOGETHER.  THE      *
017750*    NOTICE WORDING STANDS APART: BLANK KEEPS IT, NONE CLEARS.  *
017800******************************************************************
017900 2400-CHANGE-LANGUAGE.
018000     DISPLAY 'ENTER LANGUAGE CODE TO CHANGE: ' WITH NO ADVANCING
018550             MOVE VG-LANGUAGE-RECORD TO VG-SAVE-IMAGE
018600             DISPLAY 'CURRENT PREFIX : ' VG-LNG-PREFIX
018700             DISPLAY 'CURRENT SUFFIX : ' VG-LNG-SUFFIX
018750             DISPLAY 'CURRENT WORDING: ' VG-LNG-NOTICE-WORDING
018800             PERFORM 2700-ACCEPT-PHRASES THRU 2700-EXIT
018820             MOVE SPACES TO VG-NEW-WORDING
018840             DISPLAY 'ENTER NOTICE WORDING (BLANK TO KEEP '
018860                 'CURRENT, NONE TO CLEAR): ' WITH NO ADVANCING
018880             ACCEPT VG-NEW-WORDING
018900             PERFORM 2450-APPLY-CHANGE THRU 2450-EXIT
019000     END-READ.
019100 2400-EXIT.
019900     MOVE VG-PREFIX-LEN TO VG-LNG-PREFIX-LEN
020000     MOVE VG-NEW-SUFFIX TO VG-LNG-SUFFIX
020100     MOVE VG-SUFFIX-LEN TO VG-LNG-SUFFIX-LEN
020110     IF VG-NEW-WORDING = 'NONE'
020120         MOVE SPACES TO VG-LNG-NOTICE-WORDING
020130     ELSE
020140         IF VG-NEW-WORDING NOT = SPACES
020150             MOVE VG-NEW-WORDING TO VG-LNG-NOTICE-WORDING
020160         END-IF
020170     END-IF
020200     REWRITE VG-LANGUAGE-RECORD
020300         INVALID KEY
020400             DISPLAY 'LNGMAINT0007E - REWRITE FAILED'
024500             DISPLAY 'PREFIX LENGTH .: ' VG-LNG-PREFIX-LEN
024600             DISPLAY 'SUFFIX ........: ' VG-LNG-SUFFIX
024700             DISPLAY 'SUFFIX LENGTH .: ' VG-LNG-SUFFIX-LEN
024750             DISPLAY 'NOTICE WORDING : ' VG-LNG-NOTICE-WORDING
024800     END-READ.
024900 2600-EXIT.
025000     EXIT.
