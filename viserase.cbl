000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VISITOR-ERASE.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    VISITOR-ERASE                                              *
001000*                                                                *
001100*    PRIVACY ERASURE RUN.  LEGAL SUPPLIES A LIST OF VISITOR IDS *
001200*    (ERASREC.CPY) WHOSE PERSONAL DATA MUST BE REMOVED.  EVERY  *
001300*    FILE THAT CARRIES A VISITOR NAME IS PASSED AND THE NAME ON *
001400*    EACH RECORD FOR A LISTED VISITOR IS OVERWRITTEN WITH       *
001500*    '** ERASED **':                                            *
001600*                                                                *
001700*        VISIDX    VISITOR MASTER (KEYED READ AND REWRITE)      *
001800*        VISHIST   VISIT HISTORY  (KEYED START AND REWRITE)     *
001900*        GREETAUD  GREETING AUDIT LOG                           *
002000*        GREETARC  AUDIT LOG ARCHIVE                            *
002100*        GREETREJ  GREETING REJECTS                             *
002200*        XTRHIST   CRM EXTRACT HISTORY                          *
002300*        VISARCH   VISITOR MASTER ARCHIVE                       *
002400*        CHGHIST   VISIDX AND VISCONT BEFORE/AFTER IMAGES       *
002450*        BADGEFIL  VISITOR BADGES (ALTERNATE-KEY START/REWRITE) *
002460*        VISCONT   VISITOR CONTACTS (KEYED READ AND REWRITE)    *
002480*        CRMCFWI   CRM CARRY-FORWARD RE-SEND FILE               *
002500*                                                                *
002520*    VISCONT CARRIES NO NAME.  ITS E-MAIL ADDRESS AND MOBILE    *
002540*    NUMBER ARE BLANKED INSTEAD, ON THE FILE AND IN THE VISCONT *
002560*    BEFORE AND AFTER IMAGES ON THE CHANGE HISTORY.             *
002580*                                                                *
002600*    NO RECORD IS ADDED OR DELETED AND NO KEY, DATE, COUNT OR   *
002700*    CODE IS CHANGED, SO GREETING-BALANCE, GREETING-TRENDS AND  *
002800*    THE AUDIT-ARCHIVE SUMMARIES STILL FOOT AFTER AN ERASURE.   *
002900*    THE SEQUENTIAL FILES ARE COPIED TO A WORK FILE WITH THE    *
003000*    NAMES BLANKED AND, ONLY WHEN SOMETHING WAS ERASED, COPIED  *
003100*    BACK OVER THE ORIGINAL.  THE ARCHIVE GENERATIONS ARE       *
003200*    PASSED BY THE SCHEDULE POINTING GREETARC AND VISARCH AT    *
003300*    EACH SAVED GENERATION IN TURN, AND CRMCFWI AT THE CARRY-   *
003400*    FORWARD FILE THE NEXT CRM-RECONCILE RUN WILL READ, SO AN   *
003500*    ERASED NAME IS NOT RE-SENT TO THE CRM.  A FILE NOT ON THE  *
003520*    SYSTEM IS REPORTED AS SUCH; THE SECURITY ALERT FILE AND    *
003540*    THE WATCH LIST ARE SECURITY RECORDS AND ARE NOT TOUCHED.   *
003600*                                                                *
003700*    THE RUN MUST BE STAMPED WITH AN ACTIVE OPERATOR FROM THE   *
003800*    OPERATOR-PROFILE FILE (VG_OPERATOR_ID).  EACH VISITOR      *
003900*    ERASED IS LOGGED ON THE CHANGE HISTORY (FILE ID ERASURE,   *
004000*    ACTION 'E') WITH THE REQUEST REFERENCE AND RECORD COUNT,   *
004100*    AND A CERTIFICATE IS PRINTED PER VISITOR LISTING EVERY     *
004200*    FILE PASSED AND THE RECORDS ANONYMIZED IN EACH.  THE NAME  *
004300*    ITSELF IS NEVER PRINTED.                                   *
004400*                                                                *
004500*    RETURN CODES: 0 ALL ERASED, 4 NOTHING TO ERASE OR A        *
004600*    VISITOR FOUND ON NO FILE, 8 A FILE COULD NOT BE PASSED     *
004700*    (RERUN ONCE IT IS AVAILABLE), 12 THE NAMES WERE ERASED BUT *
004800*    THE CHANGE HISTORY COULD NOT BE REOPENED TO LOG THEM (NO   *
004820*    CERTIFICATE DETAIL EITHER - RERUN TO LOG AND CERTIFY),     *
004840*    16 OPEN FAILURE OR NO VALID OPERATOR (NOTHING TOUCHED).    *
004860*    THE CHANGE HISTORY AND THE CERTIFICATE ARE BOTH CHECKED    *
004880*    BEFORE THE FIRST FILE IS UPDATED.                          *
004900*                                                                *
005000*    MODIFICATION HISTORY                                       *
005100*    ----------------------                                     *
005200*    2026-10-15  JCL   ORIGINAL VERSION.                        *
005220*    2026-10-15  JCL   THE VISITOR BADGE FILE (BADGEFIL) IS     *
005240*                      PASSED AS WELL.                          *
005250*    2026-10-15  JCL   THE VISITOR CONTACT FILE (VISCONT) IS    *
005260*                      PASSED AS WELL.  THE E-MAIL ADDRESS AND  *
005270*                      MOBILE NUMBER ARE BLANKED THERE AND IN   *
005280*                      THE VISCONT CHANGE-HISTORY IMAGES.       *
005282*    2026-10-15  JCL   THE CHANGE HISTORY AND CERTIFICATE       *
005284*                      FILE ARE CHECKED BEFORE ANY FILE IS      *
005286*                      UPDATED, SO RETURN-CODE 16 AGAIN MEANS   *
005288*                      NOTHING WAS TOUCHED.                     *
005290*    2026-10-15  JCL   THE CRM CARRY-FORWARD FILE (CRMCFWI) IS  *
005292*                      PASSED AS WELL.  THE WORK RECORD IS      *
005294*                      SIZED TO THE WIDEST FILE PASSED, THE     *
005296*                      CHANGE HISTORY, SO NO IMAGE IS CUT       *
005298*                      SHORT ON THE COPY BACK.                  *
005300*                                                                *
005400******************************************************************
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT ERASURE-REQUESTS
006400         ASSIGN TO 'ERASEIN'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS VG-ERASEIN-STATUS.
006700
006800     SELECT VISITOR-MASTER-INDEXED
006900         ASSIGN TO 'VISIDX'
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS VG-VIS-ID
007300         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
007400         FILE STATUS IS VG-VISIDX-STATUS.
007500
007600     SELECT VISIT-HISTORY
007700         ASSIGN TO 'VISHIST'
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS VG-HIS-KEY
008100         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
008200         FILE STATUS IS VG-VISHIST-STATUS.
008300
008400     SELECT GREETING-AUDIT
008500         ASSIGN TO 'GREETAUD'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS VG-GREETAUD-STATUS.
008800
008900     SELECT AUDIT-ARCHIVE-FILE
009000         ASSIGN TO 'GREETARC'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS VG-GREETARC-STATUS.
009300
009400     SELECT GREETING-REJECTS
009500         ASSIGN TO 'GREETREJ'
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS VG-GREETREJ-STATUS.
009800
009900     SELECT EXTRACT-HISTORY
010000         ASSIGN TO 'XTRHIST'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS VG-XTRHIST-STATUS.
010300
010400     SELECT VISITOR-ARCHIVE-FILE
010500         ASSIGN TO 'VISARCH'
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS VG-VISARCH-STATUS.
010800
010810     SELECT BADGE-FILE
010820         ASSIGN TO 'BADGEFIL'
010830         ORGANIZATION IS INDEXED
010840         ACCESS MODE IS DYNAMIC
010850         RECORD KEY IS VG-BDG-KEY
010860         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
010870         FILE STATUS IS VG-BADGEFIL-STATUS.
010871
010872     SELECT VISITOR-CONTACT
010873         ASSIGN TO 'VISCONT'
010874         ORGANIZATION IS INDEXED
010875         ACCESS MODE IS DYNAMIC
010876         RECORD KEY IS VG-CON-VIS-ID
010877         FILE STATUS IS VG-VISCONT-STATUS.
010880
010882     SELECT CRM-CARRY-FORWARD
010884         ASSIGN TO 'CRMCFWI'
010886         ORGANIZATION IS LINE SEQUENTIAL
010888         FILE STATUS IS VG-CRMCFWI-STATUS.
010890
010900     SELECT CHANGE-HISTORY
011000         ASSIGN TO 'CHGHIST'
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS VG-CHGHIST-STATUS.
011300
011400     SELECT OPERATOR-PROFILE
011500         ASSIGN TO 'OPERPROF'
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS VG-OPR-ID
011900         FILE STATUS IS VG-OPERPROF-STATUS.
012000
012100     SELECT ERASE-WORK
012200         ASSIGN TO 'ERASEWRK'
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS VG-ERASEWRK-STATUS.
012500
012600     SELECT ERASURE-CERT
012700         ASSIGN TO 'ERASCERT'
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS VG-ERASCERT-STATUS.
013000
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  ERASURE-REQUESTS
013400     LABEL RECORDS ARE STANDARD.
013500     COPY ERASREC.
013600
013700 FD  VISITOR-MASTER-INDEXED
013800     LABEL RECORDS ARE STANDARD.
013900     COPY VISTREC.
014000
014100 FD  VISIT-HISTORY
014200     LABEL RECORDS ARE STANDARD.
014300     COPY HISTREC.
014400
014500 FD  GREETING-AUDIT
014600     LABEL RECORDS ARE STANDARD.
014700     COPY AUDTREC.
014800
014900 FD  AUDIT-ARCHIVE-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY AUDTREC REPLACING
015200         ==VG-AUDIT-RECORD==     BY ==VG-ARCHIVE-RECORD==
015300         ==VG-AUD-SEQ-NO==       BY ==VG-ARC-SEQ-NO==
015400         ==VG-AUD-VIS-ID==       BY ==VG-ARC-VIS-ID==
015500         ==VG-AUD-RUN-DATE==     BY ==VG-ARC-RUN-DATE==
015600         ==VG-AUD-RUN-TIME==     BY ==VG-ARC-RUN-TIME==
015700         ==VG-AUD-OPERATOR-ID==  BY ==VG-ARC-OPERATOR-ID==
015800         ==VG-AUD-NAME==         BY ==VG-ARC-NAME==
015900         ==VG-AUD-REWORK-FLAG==  BY ==VG-ARC-REWORK-FLAG==
015950         ==VG-AUD-SITE-CODE==    BY ==VG-ARC-SITE-CODE==.
016000
016100 FD  GREETING-REJECTS
016200     LABEL RECORDS ARE STANDARD.
016300     COPY REJTREC.
016400
016500 FD  EXTRACT-HISTORY
016600     LABEL RECORDS ARE STANDARD.
016700     COPY XTRCREC REPLACING
016800         ==VG-EXTRACT-RECORD==   BY ==VG-XTH-RECORD==
016900         ==VG-EXT-VIS-ID==       BY ==VG-XTH-VIS-ID==
017000         ==VG-EXT-NAME==         BY ==VG-XTH-NAME==
017100         ==VG-EXT-DATE-GREETED== BY ==VG-XTH-DATE-GREETED==
017200         ==VG-EXT-LANG-CODE==    BY ==VG-XTH-LANG-CODE==
017250         ==VG-EXT-SITE-CODE==    BY ==VG-XTH-SITE-CODE==.
017300
017400 FD  VISITOR-ARCHIVE-FILE
017500     LABEL RECORDS ARE STANDARD.
017600     COPY VISTREC REPLACING
017700         ==VG-VISITOR-RECORD==   BY ==VG-VISARCH-RECORD==
017800         ==VG-VIS-ID==           BY ==VG-ARV-VIS-ID==
017900         ==VG-VIS-NAME==         BY ==VG-ARV-NAME==
018000         ==VG-VIS-LANG-CODE==    BY ==VG-ARV-LANG-CODE==
018100         ==VG-VIS-EXPECT-DATE==  BY ==VG-ARV-EXPECT-DATE==
018200         ==VG-VIS-HOST-ID==      BY ==VG-ARV-HOST-ID==
018300         ==VG-VIS-EVENT-CODE==   BY ==VG-ARV-EVENT-CODE==
018350         ==VG-VIS-SITE-CODE==    BY ==VG-ARV-SITE-CODE==.
018400
018420 FD  BADGE-FILE
018440     LABEL RECORDS ARE STANDARD.
018460     COPY BDGEREC.
018462
018464 FD  VISITOR-CONTACT
018466     LABEL RECORDS ARE STANDARD.
018468     COPY CNTCREC.
018480
018482 FD  CRM-CARRY-FORWARD
018484     LABEL RECORDS ARE STANDARD.
018486     COPY CFWDREC.
018488
018500 FD  CHANGE-HISTORY
018600     LABEL RECORDS ARE STANDARD.
018700     COPY CHGHREC.
018800
018900 FD  OPERATOR-PROFILE
019000     LABEL RECORDS ARE STANDARD.
019100     COPY OPERREC.
019200
019220******************************************************************
019240*    THE WORK RECORD MUST HOLD THE WIDEST RECORD PASSED - THE   *
019260*    CHANGE HISTORY (CHGHREC.CPY, 181 BYTES)                    *
019280******************************************************************
019300 FD  ERASE-WORK
019400     LABEL RECORDS ARE STANDARD.
019500 01  VG-WORK-RECORD                  PIC X(181).
019600
019700 FD  ERASURE-CERT
019800     LABEL RECORDS ARE STANDARD.
019900 01  VG-CERT-RECORD                  PIC X(80).
020000
020100 WORKING-STORAGE SECTION.
020200
020300******************************************************************
020400*    SWITCHES                                                   *
020500******************************************************************
020600 01  VG-SWITCHES.
020700     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
020800         88  VG-END-OF-FILE                     VALUE 'Y'.
020900     05  VG-FOUND-SWITCH             PIC X(01) VALUE 'N'.
021000         88  VG-ENTRY-FOUND                     VALUE 'Y'.
021100     05  VG-SCAN-SWITCH              PIC X(01) VALUE 'N'.
021200         88  VG-SCAN-ENDED                      VALUE 'Y'.
021300
021400******************************************************************
021500*    FILE STATUS FIELDS                                         *
021600******************************************************************
021700 01  VG-FILE-STATUSES.
021800     05  VG-ERASEIN-STATUS           PIC X(02).
021900     05  VG-VISIDX-STATUS            PIC X(02).
022000     05  VG-VISHIST-STATUS           PIC X(02).
022100     05  VG-GREETAUD-STATUS          PIC X(02).
022200     05  VG-GREETARC-STATUS          PIC X(02).
022300     05  VG-GREETREJ-STATUS          PIC X(02).
022400     05  VG-XTRHIST-STATUS           PIC X(02).
022500     05  VG-VISARCH-STATUS           PIC X(02).
022550     05  VG-BADGEFIL-STATUS          PIC X(02).
022560     05  VG-VISCONT-STATUS           PIC X(02).
022580     05  VG-CRMCFWI-STATUS           PIC X(02).
022600     05  VG-CHGHIST-STATUS           PIC X(02).
022700     05  VG-OPERPROF-STATUS          PIC X(02).
022800     05  VG-ERASEWRK-STATUS          PIC X(02).
022900     05  VG-ERASCERT-STATUS          PIC X(02).
023000 01  VG-SEQ-STATUS                   PIC X(02).
023100
023200******************************************************************
023300*    COUNTERS                                                   *
023400******************************************************************
023500 01  VG-COUNTERS.
023600     05  VG-REQUESTS-READ            PIC 9(08) COMP VALUE ZERO.
023700     05  VG-REQUESTS-SKIPPED         PIC 9(08) COMP VALUE ZERO.
023800     05  VG-FILE-HITS                PIC 9(08) COMP VALUE ZERO.
023900     05  VG-VISITOR-TOTAL            PIC 9(08) COMP VALUE ZERO.
024000     05  VG-RECORDS-ERASED           PIC 9(08) COMP VALUE ZERO.
024100     05  VG-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
024200
024300******************************************************************
024400*    ERASURE LIST - ONE ENTRY PER VISITOR ON THE REQUEST FILE,  *
024500*    WITH A RECORD COUNT PER FILE FOR THE CERTIFICATE           *
024600******************************************************************
024700 01  VG-ERASE-LIMIT                  PIC 9(04) COMP VALUE 500.
024800 01  VG-ERASE-COUNT                  PIC 9(04) COMP VALUE ZERO.
024900 01  VG-ERASE-TABLE.
025000     05  VG-ERASE-ENTRY OCCURS 1 TO 500 TIMES
025100             DEPENDING ON VG-ERASE-COUNT
025200             INDEXED BY VG-ERASE-IDX.
025300         10  VG-ERT-VIS-ID           PIC 9(06).
025400         10  VG-ERT-REFERENCE        PIC X(12).
025500         10  VG-ERT-HITS OCCURS 11 TIMES
025600                                     PIC 9(08) COMP.
025700 01  VG-FIND-ID                      PIC 9(06) VALUE ZERO.
025800
025900******************************************************************
026000*    FILES PASSED, IN CERTIFICATE ORDER.  VG-FILE-NO SELECTS    *
026100*    THE FILE FOR THE SHARED SEQUENTIAL-FILE PARAGRAPHS.  THE   *
026200*    STATE IS 'Y' PASSED, 'A' NOT ON THE SYSTEM, 'N' NOT PASSED *
026300******************************************************************
026400 01  VG-FILE-NO                      PIC 9(02) COMP VALUE ZERO.
026500 01  VG-FILE-VALUES.
026600     05  FILLER                      PIC X(30) VALUE
026700             'VISIDX  VISITOR MASTER        '.
026800     05  FILLER                      PIC X(30) VALUE
026900             'VISHIST VISIT HISTORY         '.
027000     05  FILLER                      PIC X(30) VALUE
027100             'GREETAUDGREETING AUDIT LOG    '.
027200     05  FILLER                      PIC X(30) VALUE
027300             'GREETARCAUDIT LOG ARCHIVE     '.
027400     05  FILLER                      PIC X(30) VALUE
027500             'GREETREJGREETING REJECTS      '.
027600     05  FILLER                      PIC X(30) VALUE
027700             'XTRHIST CRM EXTRACT HISTORY   '.
027800     05  FILLER                      PIC X(30) VALUE
027900             'VISARCH VISITOR MASTER ARCHIVE'.
028000     05  FILLER                      PIC X(30) VALUE
028100             'CHGHIST CHANGE HISTORY IMAGES '.
028120     05  FILLER                      PIC X(30) VALUE
028140             'BADGEFILVISITOR BADGES        '.
028160     05  FILLER                      PIC X(30) VALUE
028180             'VISCONT VISITOR CONTACTS      '.
028185     05  FILLER                      PIC X(30) VALUE
028190             'CRMCFWI CRM CARRY-FORWARD     '.
028200 01  VG-FILE-TABLE REDEFINES VG-FILE-VALUES.
028300     05  VG-FILE-ENTRY OCCURS 11 TIMES.
028400         10  VG-FILE-ID              PIC X(08).
028500         10  VG-FILE-DESC            PIC X(22).
028600 01  VG-FILE-STATES                  PIC X(11) VALUE SPACES.
028700 01  VG-FILE-STATE-TABLE REDEFINES VG-FILE-STATES.
028800     05  VG-FILE-STATE OCCURS 11 TIMES PIC X(01).
028900         88  VG-FILE-PASSED                     VALUE 'Y'.
029000         88  VG-FILE-ABSENT                     VALUE 'A'.
029100         88  VG-FILE-NOT-PASSED                 VALUE 'N'.
029200
029300******************************************************************
029350*    ANONYMIZED NAME AND THE CHANGE-HISTORY IMAGE WORK AREAS -  *
029400*    A VISIDX BEFORE OR AFTER IMAGE IS LAID OVER A VISITOR      *
029450*    RECORD SO ONLY ITS NAME IS REPLACED, AND A VISCONT IMAGE   *
029500*    OVER A CONTACT RECORD SO ONLY ITS E-MAIL AND MOBILE ARE    *
029550*    BLANKED                                                    *
029700******************************************************************
029800 01  VG-ERASED-NAME                  PIC X(20) VALUE
029900             '** ERASED **'.
030000     COPY VISTREC REPLACING
030100         ==VG-VISITOR-RECORD==   BY ==VG-IMAGE-WORK==
030200         ==VG-VIS-ID==           BY ==VG-IMG-VIS-ID==
030300         ==VG-VIS-NAME==         BY ==VG-IMG-NAME==
030400         ==VG-VIS-LANG-CODE==    BY ==VG-IMG-LANG-CODE==
030500         ==VG-VIS-EXPECT-DATE==  BY ==VG-IMG-EXPECT-DATE==
030600         ==VG-VIS-HOST-ID==      BY ==VG-IMG-HOST-ID==
030700         ==VG-VIS-EVENT-CODE==   BY ==VG-IMG-EVENT-CODE==
030750         ==VG-VIS-SITE-CODE==    BY ==VG-IMG-SITE-CODE==.
030755     COPY CNTCREC REPLACING
030760         ==VG-CONTACT-RECORD==   BY ==VG-CONTACT-WORK==
030765         ==VG-CON-VIS-ID==       BY ==VG-CWK-VIS-ID==
030770         ==VG-CON-EMAIL==        BY ==VG-CWK-EMAIL==
030775         ==VG-CON-MOBILE==       BY ==VG-CWK-MOBILE==
030780         ==VG-CON-UPDATED-DATE== BY ==VG-CWK-UPDATED-DATE==.
030800
030900 01  VG-ERASE-LOG-IMAGE.
031000     05  FILLER                      PIC X(04) VALUE 'REF '.
031100     05  VG-ELI-REFERENCE            PIC X(12).
031200     05  FILLER                      PIC X(09) VALUE
031300             ' RECORDS '.
031400     05  VG-ELI-RECORDS              PIC 9(08).
031500     05  FILLER                      PIC X(17) VALUE SPACES.
031600
031700******************************************************************
031800*    OPERATOR AND RUN DATE                                      *
031900******************************************************************
032000 01  VG-OPERATOR-ID                  PIC X(08) VALUE SPACES.
032100
032200 01  VG-RUN-DATE                     PIC 9(08).
032300 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
032400     05  VG-RUN-CC                   PIC 9(02).
032500     05  VG-RUN-YY                   PIC 9(02).
032600     05  VG-RUN-MM                   PIC 9(02).
032700     05  VG-RUN-DD                   PIC 9(02).
032800 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
032900
033000******************************************************************
033100*    CERTIFICATE LINE LAYOUTS                                   *
033200******************************************************************
033300 01  VG-CERT-HEADER-1.
033400     05  FILLER                      PIC X(25) VALUE
033500             'ERASURE CERTIFICATE      '.
033600     05  FILLER                      PIC X(10) VALUE
033700             'RUN DATE: '.
033800     05  VG-CERH-DATE                PIC X(10).
033900     05  FILLER                      PIC X(35) VALUE SPACES.
034000
034100 01  VG-CERT-HEADER-2                PIC X(80) VALUE ALL '-'.
034200
034300 01  VG-CERT-VISITOR-LINE.
034400     05  FILLER                      PIC X(12) VALUE
034500             'VISITOR ID: '.
034600     05  VG-CERV-VIS-ID              PIC 9(06).
034700     05  FILLER                      PIC X(14) VALUE
034800             '   REFERENCE: '.
034900     05  VG-CERV-REFERENCE           PIC X(12).
035000     05  FILLER                      PIC X(13) VALUE
035100             '   OPERATOR: '.
035200     05  VG-CERV-OPERATOR            PIC X(08).
035300     05  FILLER                      PIC X(15) VALUE SPACES.
035400
035500 01  VG-CERT-COLUMN-LINE.
035600     05  FILLER                      PIC X(44) VALUE
035700             'FILE      DESCRIPTION              RECORDS  '.
035800     05  FILLER                      PIC X(36) VALUE
035900             'NOTE'.
036000
036100 01  VG-CERT-DETAIL-LINE.
036200     05  VG-CERD-FILE-ID             PIC X(08).
036300     05  FILLER                      PIC X(02) VALUE SPACES.
036400     05  VG-CERD-DESC                PIC X(22).
036500     05  FILLER                      PIC X(03) VALUE SPACES.
036600     05  VG-CERD-COUNT               PIC ZZZ,ZZ9.
036700     05  FILLER                      PIC X(02) VALUE SPACES.
036800     05  VG-CERD-NOTE                PIC X(20).
036900     05  FILLER                      PIC X(16) VALUE SPACES.
037000
037100 01  VG-CERT-TOTAL-LINE.
037200     05  FILLER                      PIC X(35) VALUE
037300             'RECORDS ANONYMIZED FOR THIS VISITOR'.
037400     05  VG-CERT-TOTAL               PIC ZZZ,ZZ9.
037500     05  FILLER                      PIC X(38) VALUE SPACES.
037600
037700 01  VG-CERT-BLANK-LINE              PIC X(80) VALUE SPACES.
037800
037900 01  VG-CERT-TRAILER-LINE.
038000     05  FILLER                      PIC X(20) VALUE
038100             'VISITORS ERASED:    '.
038200     05  VG-CERT-VISITORS            PIC ZZZ,ZZ9.
038300     05  FILLER                      PIC X(20) VALUE
038400             '   RECORDS ERASED:  '.
038500     05  VG-CERT-RECORDS             PIC ZZZ,ZZ9.
038600     05  FILLER                      PIC X(26) VALUE SPACES.
038700
038800 PROCEDURE DIVISION.
038900
039000******************************************************************
039100*    0000-MAINLINE - LOAD THE REQUESTS, PASS EVERY FILE IN      *
039200*    TURN, THEN LOG THE ERASURES AND PRINT THE CERTIFICATES     *
039300******************************************************************
039400 0000-MAINLINE.
039500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039600     IF VG-ERASE-COUNT = 0
039700         DISPLAY 'VISERASE0001I - NO VISITORS TO ERASE, NO FILE '
039800             'TOUCHED'
039900         MOVE 4 TO RETURN-CODE
040000         STOP RUN
040100     END-IF
040200     PERFORM 2000-ERASE-VISITOR-MASTER THRU 2000-EXIT
040300     PERFORM 2100-ERASE-VISIT-HISTORY THRU 2100-EXIT
040350     PERFORM 2200-ERASE-BADGE-FILE THRU 2200-EXIT
040360     PERFORM 2280-ERASE-CONTACT-FILE THRU 2280-EXIT
040400     PERFORM 2300-PASS-SEQUENTIAL-FILE THRU 2300-EXIT
040500         VARYING VG-FILE-NO FROM 3 BY 1 UNTIL VG-FILE-NO > 8
040520     MOVE 11 TO VG-FILE-NO
040540     PERFORM 2300-PASS-SEQUENTIAL-FILE THRU 2300-EXIT
040600     PERFORM 3000-FINALIZE THRU 3000-EXIT
040700     STOP RUN.
040800
040900******************************************************************
041000*    1000-INITIALIZE - THE OPERATOR IS CHECKED AND THE REQUEST  *
041100*    LIST LOADED BEFORE ANY FILE IS OPENED FOR UPDATE.  THE     *
041110*    CHANGE HISTORY AND THE CERTIFICATE MUST BOTH OPEN AS WELL, *
041120*    SO AN ERASURE IS NEVER MADE THAT CANNOT BE LOGGED.  THE    *
041130*    CHANGE HISTORY IS PASSED LIKE ANY OTHER FILE, SO IT IS     *
041140*    ONLY TRIED HERE AND OPENED AGAIN TO LOG; A CHANGE HISTORY  *
041150*    NOT YET ON THE SYSTEM IS CREATED WHEN THE LOG IS WRITTEN.  *
041200******************************************************************
041300 1000-INITIALIZE.
041400     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
041500     MOVE SPACES TO VG-RUN-DATE-DISPLAY
041600     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
041700         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
041800     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT
041900     PERFORM 1150-CHECK-OPERATOR THRU 1150-EXIT
042000     OPEN INPUT ERASURE-REQUESTS
042100     IF VG-ERASEIN-STATUS NOT = '00'
042200         DISPLAY 'VISERASE0002E - UNABLE TO OPEN '
042300             'ERASURE-REQUESTS, STATUS = ' VG-ERASEIN-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 1000-ABEND
042600     END-IF
042700     MOVE 'N' TO VG-EOF-SWITCH
042800     PERFORM 1200-READ-REQUEST THRU 1200-EXIT
042900     PERFORM 1250-LOAD-ONE-REQUEST THRU 1250-EXIT
043000         UNTIL VG-END-OF-FILE
043100     CLOSE ERASURE-REQUESTS
043200     DISPLAY 'VISERASE0003I - REQUESTS READ: ' VG-REQUESTS-READ
043300         ', VISITORS TO ERASE: ' VG-ERASE-COUNT
043302     IF VG-ERASE-COUNT = 0
043304         GO TO 1000-EXIT
043306     END-IF
043308     OPEN EXTEND CHANGE-HISTORY
043310     IF VG-CHGHIST-STATUS NOT = '00'
043312             AND VG-CHGHIST-STATUS NOT = '35'
043314         DISPLAY 'VISERASE0016E - UNABLE TO OPEN CHANGE-HISTORY '
043316             'TO LOG THE ERASURES, STATUS = ' VG-CHGHIST-STATUS
043318         MOVE 16 TO RETURN-CODE
043320         GO TO 1000-ABEND
043322     END-IF
043324     IF VG-CHGHIST-STATUS = '00'
043326         CLOSE CHANGE-HISTORY
043328     END-IF
043330     OPEN OUTPUT ERASURE-CERT
043332     IF VG-ERASCERT-STATUS NOT = '00'
043334         DISPLAY 'VISERASE0017E - UNABLE TO OPEN ERASURE-CERT, '
043336             'STATUS = ' VG-ERASCERT-STATUS
043338         MOVE 16 TO RETURN-CODE
043340         GO TO 1000-ABEND
043342     END-IF.
043400 1000-EXIT.
043500     EXIT.
043600 1000-ABEND.
043700     STOP RUN.
043800
043900******************************************************************
044000*    1100-GET-OPERATOR-ID - THE ERASURE MUST BE STAMPED WITH A  *
044100*    REAL OPERATOR, SO THERE IS NO 'BATCH' DEFAULT HERE         *
044200******************************************************************
044300 1100-GET-OPERATOR-ID.
044400     MOVE SPACES TO VG-OPERATOR-ID
044500     DISPLAY 'VG_OPERATOR_ID' UPON ENVIRONMENT-NAME
044600     ACCEPT VG-OPERATOR-ID FROM ENVIRONMENT-VALUE
044700     IF VG-OPERATOR-ID = SPACES
044800         DISPLAY 'VISERASE0004E - VG_OPERATOR_ID NOT SET, '
044900             'ERASURE NOT RUN'
045000         MOVE 16 TO RETURN-CODE
045100         GO TO 1000-ABEND
045200     END-IF.
045300 1100-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    1150-CHECK-OPERATOR - THE OPERATOR MUST BE ON THE          *
045800*    OPERATOR-PROFILE FILE AND ACTIVE                           *
045900******************************************************************
046000 1150-CHECK-OPERATOR.
046100     OPEN INPUT OPERATOR-PROFILE
046200     IF VG-OPERPROF-STATUS NOT = '00'
046300         DISPLAY 'VISERASE0005E - UNABLE TO OPEN '
046400             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 1000-ABEND
046700     END-IF
046800     MOVE VG-OPERATOR-ID TO VG-OPR-ID
046900     READ OPERATOR-PROFILE
047000         INVALID KEY
047100             MOVE 'D' TO VG-OPR-ACTIVE-FLAG
047200     END-READ
047300     CLOSE OPERATOR-PROFILE
047400     IF NOT VG-OPR-ACTIVE
047500         DISPLAY 'VISERASE0006E - OPERATOR ' VG-OPERATOR-ID
047600             ' NOT ON FILE OR NOT ACTIVE, ERASURE NOT RUN'
047700         MOVE 16 TO RETURN-CODE
047800         GO TO 1000-ABEND
047900     END-IF.
048000 1150-EXIT.
048100     EXIT.
048200
048300 1200-READ-REQUEST.
048400     READ ERASURE-REQUESTS
048500         AT END
048600             SET VG-END-OF-FILE TO TRUE
048700     END-READ.
048800 1200-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*    1250-LOAD-ONE-REQUEST - A BAD OR REPEATED ID IS SKIPPED    *
049300*    WITH A WARNING; THE REST OF THE LIST STILL RUNS            *
049400******************************************************************
049500 1250-LOAD-ONE-REQUEST.
049600     ADD 1 TO VG-REQUESTS-READ
049700     IF VG-ERQ-VIS-ID-X IS NOT NUMERIC
049800             OR VG-ERQ-VIS-ID = ZERO
049900         DISPLAY 'VISERASE0007W - INVALID VISITOR ID ON '
050000             'REQUEST ' VG-REQUESTS-READ ', SKIPPED: '
050100             VG-ERQ-VIS-ID-X
050200         ADD 1 TO VG-REQUESTS-SKIPPED
050300         GO TO 1250-READ-NEXT
050400     END-IF
050500     MOVE VG-ERQ-VIS-ID TO VG-FIND-ID
050600     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
050700     IF VG-ENTRY-FOUND
050800         DISPLAY 'VISERASE0008W - VISITOR ' VG-ERQ-VIS-ID
050900             ' LISTED TWICE, SECOND REQUEST SKIPPED'
051000         ADD 1 TO VG-REQUESTS-SKIPPED
051100         GO TO 1250-READ-NEXT
051200     END-IF
051300     IF VG-ERASE-COUNT NOT < VG-ERASE-LIMIT
051400         DISPLAY 'VISERASE0009E - MORE THAN ' VG-ERASE-LIMIT
051500             ' VISITORS ON THE REQUEST FILE, VISITOR '
051600             VG-ERQ-VIS-ID ' NOT ERASED'
051700         ADD 1 TO VG-REQUESTS-SKIPPED
051800         MOVE 8 TO RETURN-CODE
051900         GO TO 1250-READ-NEXT
052000     END-IF
052100     ADD 1 TO VG-ERASE-COUNT
052200     SET VG-ERASE-IDX TO VG-ERASE-COUNT
052300     MOVE VG-ERQ-VIS-ID TO VG-ERT-VIS-ID(VG-ERASE-IDX)
052400     MOVE VG-ERQ-REFERENCE TO VG-ERT-REFERENCE(VG-ERASE-IDX)
052500     PERFORM 1280-CLEAR-ONE-HIT THRU 1280-EXIT
052600         VARYING VG-FILE-NO FROM 1 BY 1 UNTIL VG-FILE-NO > 11.
052700 1250-READ-NEXT.
052800     PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
052900 1250-EXIT.
053000     EXIT.
053100
053200 1280-CLEAR-ONE-HIT.
053300     MOVE ZERO TO VG-ERT-HITS(VG-ERASE-IDX, VG-FILE-NO).
053400 1280-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    2000-ERASE-VISITOR-MASTER - ONE KEYED READ PER VISITOR     *
053900******************************************************************
054000 2000-ERASE-VISITOR-MASTER.
054100     MOVE 1 TO VG-FILE-NO
054200     OPEN I-O VISITOR-MASTER-INDEXED
054300     IF VG-VISIDX-STATUS = '35'
054400         SET VG-FILE-ABSENT(1) TO TRUE
054500         DISPLAY 'VISERASE0010W - VISITOR-MASTER-INDEXED NOT '
054600             'ON THE SYSTEM, NOT PASSED'
054700         GO TO 2000-EXIT
054800     END-IF
054900     IF VG-VISIDX-STATUS NOT = '00'
055000         SET VG-FILE-NOT-PASSED(1) TO TRUE
055100         DISPLAY 'VISERASE0011E - UNABLE TO OPEN '
055200             'VISITOR-MASTER-INDEXED, STATUS = ' VG-VISIDX-STATUS
055300         MOVE 8 TO RETURN-CODE
055400         GO TO 2000-EXIT
055500     END-IF
055600     PERFORM 2050-ERASE-ONE-MASTER THRU 2050-EXIT
055700         VARYING VG-ERASE-IDX FROM 1 BY 1
055800         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
055900     CLOSE VISITOR-MASTER-INDEXED
056000     SET VG-FILE-PASSED(1) TO TRUE.
056100 2000-EXIT.
056200     EXIT.
056300
056400 2050-ERASE-ONE-MASTER.
056500     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-VIS-ID
056600     READ VISITOR-MASTER-INDEXED
056700         INVALID KEY
056800             GO TO 2050-EXIT
056900     END-READ
057000     MOVE VG-ERASED-NAME TO VG-VIS-NAME
057100     REWRITE VG-VISITOR-RECORD
057200         INVALID KEY
057300             DISPLAY 'VISERASE0012E - REWRITE FAILED FOR '
057400                 'VISITOR ' VG-VIS-ID ', STATUS = '
057500                 VG-VISIDX-STATUS
057600             SET VG-FILE-NOT-PASSED(1) TO TRUE
057700             MOVE 8 TO RETURN-CODE
057800         NOT INVALID KEY
057900             ADD 1 TO VG-ERT-HITS(VG-ERASE-IDX, 1)
058000     END-REWRITE.
058100 2050-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    2100-ERASE-VISIT-HISTORY - EVERY VISIT OF EACH VISITOR IS  *
058600*    REACHED FROM A START AT THE VISITOR ID AND A ZERO DATE     *
058700******************************************************************
058800 2100-ERASE-VISIT-HISTORY.
058900     MOVE 2 TO VG-FILE-NO
059000     OPEN I-O VISIT-HISTORY
059100     IF VG-VISHIST-STATUS = '35'
059200         SET VG-FILE-ABSENT(2) TO TRUE
059300         DISPLAY 'VISERASE0010W - VISIT-HISTORY NOT ON THE '
059400             'SYSTEM, NOT PASSED'
059500         GO TO 2100-EXIT
059600     END-IF
059700     IF VG-VISHIST-STATUS NOT = '00'
059800         SET VG-FILE-NOT-PASSED(2) TO TRUE
059900         DISPLAY 'VISERASE0011E - UNABLE TO OPEN '
060000             'VISIT-HISTORY, STATUS = ' VG-VISHIST-STATUS
060100         MOVE 8 TO RETURN-CODE
060200         GO TO 2100-EXIT
060300     END-IF
060400     PERFORM 2150-ERASE-ONE-HISTORY THRU 2150-EXIT
060500         VARYING VG-ERASE-IDX FROM 1 BY 1
060600         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
060700     CLOSE VISIT-HISTORY
060800     IF NOT VG-FILE-NOT-PASSED(2)
060900         SET VG-FILE-PASSED(2) TO TRUE
061000     END-IF.
061100 2100-EXIT.
061200     EXIT.
061300
061400 2150-ERASE-ONE-HISTORY.
061500     MOVE 'N' TO VG-SCAN-SWITCH
061600     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-HIS-VIS-ID
061700     MOVE ZERO TO VG-HIS-DATE-GREETED
061800     START VISIT-HISTORY
061900         KEY IS NOT LESS THAN VG-HIS-KEY
062000         INVALID KEY
062100             SET VG-SCAN-ENDED TO TRUE
062200     END-START
062300     PERFORM 2160-ERASE-NEXT-HISTORY THRU 2160-EXIT
062400         UNTIL VG-SCAN-ENDED.
062500 2150-EXIT.
062600     EXIT.
062700
062800 2160-ERASE-NEXT-HISTORY.
062900     READ VISIT-HISTORY NEXT RECORD
063000         AT END
063100             SET VG-SCAN-ENDED TO TRUE
063200             GO TO 2160-EXIT
063300     END-READ
063400     IF VG-HIS-VIS-ID NOT = VG-ERT-VIS-ID(VG-ERASE-IDX)
063500         SET VG-SCAN-ENDED TO TRUE
063600         GO TO 2160-EXIT
063700     END-IF
063800     MOVE VG-ERASED-NAME TO VG-HIS-NAME
063900     REWRITE VG-HISTORY-RECORD
064000         INVALID KEY
064100             DISPLAY 'VISERASE0012E - REWRITE FAILED FOR '
064200                 'VISITOR ' VG-HIS-VIS-ID ', STATUS = '
064300                 VG-VISHIST-STATUS
064400             SET VG-FILE-NOT-PASSED(2) TO TRUE
064500             MOVE 8 TO RETURN-CODE
064600         NOT INVALID KEY
064700             ADD 1 TO VG-ERT-HITS(VG-ERASE-IDX, 2)
064800     END-REWRITE.
064900 2160-EXIT.
065000     EXIT.
065100
065101******************************************************************
065102*    2200-ERASE-BADGE-FILE - EVERY BADGE PRINTED FOR EACH       *
065103*    VISITOR IS REACHED FROM A START ON THE ALTERNATE (VISITOR  *
065104*    ID, VISIT DATE) KEY AT THE VISITOR ID AND A ZERO DATE      *
065105******************************************************************
065106 2200-ERASE-BADGE-FILE.
065107     MOVE 9 TO VG-FILE-NO
065108     OPEN I-O BADGE-FILE
065109     IF VG-BADGEFIL-STATUS = '35'
065110         SET VG-FILE-ABSENT(9) TO TRUE
065111         DISPLAY 'VISERASE0010W - BADGE-FILE NOT ON THE '
065112             'SYSTEM, NOT PASSED'
065113         GO TO 2200-EXIT
065114     END-IF
065115     IF VG-BADGEFIL-STATUS NOT = '00'
065116         SET VG-FILE-NOT-PASSED(9) TO TRUE
065117         DISPLAY 'VISERASE0011E - UNABLE TO OPEN '
065118             'BADGE-FILE, STATUS = ' VG-BADGEFIL-STATUS
065119         MOVE 8 TO RETURN-CODE
065120         GO TO 2200-EXIT
065121     END-IF
065122     PERFORM 2250-ERASE-ONE-BADGE-SET THRU 2250-EXIT
065123         VARYING VG-ERASE-IDX FROM 1 BY 1
065124         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
065125     CLOSE BADGE-FILE
065126     IF NOT VG-FILE-NOT-PASSED(9)
065127         SET VG-FILE-PASSED(9) TO TRUE
065128     END-IF.
065129 2200-EXIT.
065130     EXIT.
065131
065132 2250-ERASE-ONE-BADGE-SET.
065133     MOVE 'N' TO VG-SCAN-SWITCH
065134     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-BDG-VIS-ID
065135     MOVE ZERO TO VG-BDG-VISIT-DATE
065136     START BADGE-FILE
065137         KEY IS NOT LESS THAN VG-BDG-VISIT-KEY
065138         INVALID KEY
065139             SET VG-SCAN-ENDED TO TRUE
065140     END-START
065141     PERFORM 2260-ERASE-NEXT-BADGE THRU 2260-EXIT
065142         UNTIL VG-SCAN-ENDED.
065160 2250-EXIT.
065180     EXIT.
065200
065220 2260-ERASE-NEXT-BADGE.
065240     READ BADGE-FILE NEXT RECORD
065260         AT END
065280             SET VG-SCAN-ENDED TO TRUE
065300             GO TO 2260-EXIT
065320     END-READ
065340     IF VG-BDG-VIS-ID NOT = VG-ERT-VIS-ID(VG-ERASE-IDX)
065360         SET VG-SCAN-ENDED TO TRUE
065380         GO TO 2260-EXIT
065400     END-IF
065420     MOVE VG-ERASED-NAME TO VG-BDG-NAME
065440     REWRITE VG-BADGE-RECORD
065460         INVALID KEY
065480             DISPLAY 'VISERASE0012E - REWRITE FAILED FOR '
065500                 'VISITOR ' VG-BDG-VIS-ID ', STATUS = '
065520                 VG-BADGEFIL-STATUS
065540             SET VG-FILE-NOT-PASSED(9) TO TRUE
065560             MOVE 8 TO RETURN-CODE
065580         NOT INVALID KEY
065600             ADD 1 TO VG-ERT-HITS(VG-ERASE-IDX, 9)
065620     END-REWRITE.
065640 2260-EXIT.
065660     EXIT.
065680
065700******************************************************************
065720*    2280-ERASE-CONTACT-FILE - ONE KEYED READ PER VISITOR.  THE *
065740*    E-MAIL ADDRESS AND MOBILE NUMBER ARE BLANKED; THE RECORD   *
065760*    ITSELF STAYS, SO THE VISITOR SIMPLY HAS NO CONTACT DETAILS *
065780*    FROM NOW ON.                                               *
065800******************************************************************
065820 2280-ERASE-CONTACT-FILE.
065840     MOVE 10 TO VG-FILE-NO
065860     OPEN I-O VISITOR-CONTACT
065880     IF VG-VISCONT-STATUS = '35'
065900         SET VG-FILE-ABSENT(10) TO TRUE
065920         DISPLAY 'VISERASE0010W - VISITOR-CONTACT NOT ON THE '
065940             'SYSTEM, NOT PASSED'
065960         GO TO 2280-EXIT
065980     END-IF
066000     IF VG-VISCONT-STATUS NOT = '00'
066020         SET VG-FILE-NOT-PASSED(10) TO TRUE
066040         DISPLAY 'VISERASE0011E - UNABLE TO OPEN '
066060             'VISITOR-CONTACT, STATUS = ' VG-VISCONT-STATUS
066080         MOVE 8 TO RETURN-CODE
066100         GO TO 2280-EXIT
066120     END-IF
066140     PERFORM 2290-ERASE-ONE-CONTACT THRU 2290-EXIT
066160         VARYING VG-ERASE-IDX FROM 1 BY 1
066180         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
066200     CLOSE VISITOR-CONTACT
066220     IF NOT VG-FILE-NOT-PASSED(10)
066240         SET VG-FILE-PASSED(10) TO TRUE
066260     END-IF.
066280 2280-EXIT.
066300     EXIT.
066320
066340 2290-ERASE-ONE-CONTACT.
066360     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-CON-VIS-ID
066380     READ VISITOR-CONTACT
066400         INVALID KEY
066420             GO TO 2290-EXIT
066440     END-READ
066460     MOVE SPACES TO VG-CON-EMAIL
066480     MOVE SPACES TO VG-CON-MOBILE
066500     REWRITE VG-CONTACT-RECORD
066520         INVALID KEY
066540             DISPLAY 'VISERASE0012E - REWRITE FAILED FOR '
066560                 'VISITOR ' VG-CON-VIS-ID ', STATUS = '
066580                 VG-VISCONT-STATUS
066600             SET VG-FILE-NOT-PASSED(10) TO TRUE
066620             MOVE 8 TO RETURN-CODE
066640         NOT INVALID KEY
066660             ADD 1 TO VG-ERT-HITS(VG-ERASE-IDX, 10)
066680     END-REWRITE.
066700 2290-EXIT.
066720     EXIT.
066730
066740******************************************************************
066760*    2300-PASS-SEQUENTIAL-FILE - COPY THE FILE SELECTED BY      *
066780*    VG-FILE-NO TO THE WORK FILE WITH LISTED NAMES ERASED.  THE *
066800*    ORIGINAL IS ONLY REPLACED WHEN SOMETHING WAS ERASED.       *
066820******************************************************************
066840 2300-PASS-SEQUENTIAL-FILE.
066860     PERFORM 2310-OPEN-SEQ-INPUT THRU 2310-EXIT
066880     IF VG-SEQ-STATUS = '35'
066900         SET VG-FILE-ABSENT(VG-FILE-NO) TO TRUE
066920         DISPLAY 'VISERASE0010W - ' VG-FILE-ID(VG-FILE-NO)
066940             ' NOT ON THE SYSTEM, NOT PASSED'
066960         GO TO 2300-EXIT
066980     END-IF
067000     IF VG-SEQ-STATUS NOT = '00'
067020         SET VG-FILE-NOT-PASSED(VG-FILE-NO) TO TRUE
067040         DISPLAY 'VISERASE0011E - UNABLE TO OPEN '
067060             VG-FILE-ID(VG-FILE-NO) ', STATUS = ' VG-SEQ-STATUS
067080         MOVE 8 TO RETURN-CODE
067100         GO TO 2300-EXIT
067120     END-IF
067140     OPEN OUTPUT ERASE-WORK
067160     IF VG-ERASEWRK-STATUS NOT = '00'
067180         PERFORM 2340-CLOSE-SEQ-FILE THRU 2340-EXIT
067200         SET VG-FILE-NOT-PASSED(VG-FILE-NO) TO TRUE
067220         DISPLAY 'VISERASE0013E - UNABLE TO OPEN ERASE-WORK, '
067240             'STATUS = ' VG-ERASEWRK-STATUS ', '
067800             VG-FILE-ID(VG-FILE-NO) ' NOT PASSED'
067900         MOVE 8 TO RETURN-CODE
068000         GO TO 2300-EXIT
068100     END-IF
068200     MOVE ZERO TO VG-FILE-HITS
068300     MOVE 'N' TO VG-EOF-SWITCH
068400     PERFORM 2320-READ-SEQ-RECORD THRU 2320-EXIT
068500     PERFORM 2330-ERASE-SEQ-RECORD THRU 2330-EXIT
068600         UNTIL VG-END-OF-FILE
068700     PERFORM 2340-CLOSE-SEQ-FILE THRU 2340-EXIT
068800     CLOSE ERASE-WORK
068900     IF VG-FILE-HITS > 0
069000         PERFORM 2350-COPY-BACK THRU 2350-EXIT
069100     END-IF
069200     IF NOT VG-FILE-NOT-PASSED(VG-FILE-NO)
069300         SET VG-FILE-PASSED(VG-FILE-NO) TO TRUE
069400     END-IF.
069500 2300-EXIT.
069600     EXIT.
069700
069800 2310-OPEN-SEQ-INPUT.
069900     EVALUATE VG-FILE-NO
070000         WHEN 3
070100             OPEN INPUT GREETING-AUDIT
070200             MOVE VG-GREETAUD-STATUS TO VG-SEQ-STATUS
070300         WHEN 4
070400             OPEN INPUT AUDIT-ARCHIVE-FILE
070500             MOVE VG-GREETARC-STATUS TO VG-SEQ-STATUS
070600         WHEN 5
070700             OPEN INPUT GREETING-REJECTS
070800             MOVE VG-GREETREJ-STATUS TO VG-SEQ-STATUS
070900         WHEN 6
071000             OPEN INPUT EXTRACT-HISTORY
071100             MOVE VG-XTRHIST-STATUS TO VG-SEQ-STATUS
071200         WHEN 7
071300             OPEN INPUT VISITOR-ARCHIVE-FILE
071400             MOVE VG-VISARCH-STATUS TO VG-SEQ-STATUS
071500         WHEN 8
071600             OPEN INPUT CHANGE-HISTORY
071700             MOVE VG-CHGHIST-STATUS TO VG-SEQ-STATUS
071720         WHEN 11
071740             OPEN INPUT CRM-CARRY-FORWARD
071760             MOVE VG-CRMCFWI-STATUS TO VG-SEQ-STATUS
071800     END-EVALUATE.
071900 2310-EXIT.
072000     EXIT.
072100
072200 2320-READ-SEQ-RECORD.
072300     EVALUATE VG-FILE-NO
072400         WHEN 3
072500             READ GREETING-AUDIT
072600                 AT END
072700                     SET VG-END-OF-FILE TO TRUE
072800             END-READ
072900         WHEN 4
073000             READ AUDIT-ARCHIVE-FILE
073100                 AT END
073200                     SET VG-END-OF-FILE TO TRUE
073300             END-READ
073400         WHEN 5
073500             READ GREETING-REJECTS
073600                 AT END
073700                     SET VG-END-OF-FILE TO TRUE
073800             END-READ
073900         WHEN 6
074000             READ EXTRACT-HISTORY
074100                 AT END
074200                     SET VG-END-OF-FILE TO TRUE
074300             END-READ
074400         WHEN 7
074500             READ VISITOR-ARCHIVE-FILE
074600                 AT END
074700                     SET VG-END-OF-FILE TO TRUE
074800             END-READ
074900         WHEN 8
075000             READ CHANGE-HISTORY
075100                 AT END
075200                     SET VG-END-OF-FILE TO TRUE
075300             END-READ
075310         WHEN 11
075320             READ CRM-CARRY-FORWARD
075330                 AT END
075340                     SET VG-END-OF-FILE TO TRUE
075350             END-READ
075400     END-EVALUATE.
075500 2320-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900*    2330-ERASE-SEQ-RECORD - ERASE THE NAME IF THE VISITOR IS   *
076000*    LISTED, THEN WRITE THE RECORD TO THE WORK FILE EITHER WAY  *
076100******************************************************************
076200 2330-ERASE-SEQ-RECORD.
076300     MOVE 'N' TO VG-FOUND-SWITCH
076400     EVALUATE VG-FILE-NO
076500         WHEN 3
076600             PERFORM 2400-ERASE-AUDIT-RECORD THRU 2400-EXIT
076700         WHEN 4
076800             PERFORM 2450-ERASE-ARCHIVE-RECORD THRU 2450-EXIT
076900         WHEN 5
077000             PERFORM 2500-ERASE-REJECT-RECORD THRU 2500-EXIT
077100         WHEN 6
077200             PERFORM 2550-ERASE-EXTRACT-RECORD THRU 2550-EXIT
077300         WHEN 7
077400             PERFORM 2600-ERASE-VISARCH-RECORD THRU 2600-EXIT
077500         WHEN 8
077600             PERFORM 2700-ERASE-CHANGE-RECORD THRU 2700-EXIT
077620         WHEN 11
077640             PERFORM 2650-ERASE-CARRY-RECORD THRU 2650-EXIT
077700     END-EVALUATE
077800     WRITE VG-WORK-RECORD
077900     IF VG-ERASEWRK-STATUS NOT = '00'
078000         DISPLAY 'VISERASE0014E - WRITE TO ERASE-WORK FAILED, '
078100             'STATUS = ' VG-ERASEWRK-STATUS ', '
078200             VG-FILE-ID(VG-FILE-NO) ' LEFT AS IS'
078300         SET VG-FILE-NOT-PASSED(VG-FILE-NO) TO TRUE
078400         MOVE 8 TO RETURN-CODE
078500         MOVE ZERO TO VG-FILE-HITS
078600         PERFORM 2380-BACK-OUT-HITS THRU 2380-EXIT
078700             VARYING VG-ERASE-IDX FROM 1 BY 1
078800             UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
078900         SET VG-END-OF-FILE TO TRUE
079000         GO TO 2330-EXIT
079100     END-IF
079200     IF VG-ENTRY-FOUND
079300         ADD 1 TO VG-FILE-HITS
079400         ADD 1 TO VG-ERT-HITS(VG-ERASE-IDX, VG-FILE-NO)
079500     END-IF
079600     PERFORM 2320-READ-SEQ-RECORD THRU 2320-EXIT.
079700 2330-EXIT.
079800     EXIT.
079900
080000 2340-CLOSE-SEQ-FILE.
080100     EVALUATE VG-FILE-NO
080200         WHEN 3
080300             CLOSE GREETING-AUDIT
080400         WHEN 4
080500             CLOSE AUDIT-ARCHIVE-FILE
080600         WHEN 5
080700             CLOSE GREETING-REJECTS
080800         WHEN 6
080900             CLOSE EXTRACT-HISTORY
081000         WHEN 7
081100             CLOSE VISITOR-ARCHIVE-FILE
081200         WHEN 8
081300             CLOSE CHANGE-HISTORY
081320         WHEN 11
081340             CLOSE CRM-CARRY-FORWARD
081400     END-EVALUATE.
081500 2340-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900*    2350-COPY-BACK - REPLACE THE ORIGINAL FROM THE WORK FILE.  *
082000*    IF THE ORIGINAL CANNOT BE REOPENED IT IS STILL INTACT AND  *
082100*    NOTHING IS COUNTED AS ERASED FOR IT.                       *
082200******************************************************************
082300 2350-COPY-BACK.
082400     OPEN INPUT ERASE-WORK
082500     IF VG-ERASEWRK-STATUS NOT = '00'
082600         DISPLAY 'VISERASE0013E - UNABLE TO OPEN ERASE-WORK, '
082700             'STATUS = ' VG-ERASEWRK-STATUS ', '
082800             VG-FILE-ID(VG-FILE-NO) ' LEFT AS IS'
082900         GO TO 2350-FAILED
083000     END-IF
083100     EVALUATE VG-FILE-NO
083200         WHEN 3
083300             OPEN OUTPUT GREETING-AUDIT
083400             MOVE VG-GREETAUD-STATUS TO VG-SEQ-STATUS
083500         WHEN 4
083600             OPEN OUTPUT AUDIT-ARCHIVE-FILE
083700             MOVE VG-GREETARC-STATUS TO VG-SEQ-STATUS
083800         WHEN 5
083900             OPEN OUTPUT GREETING-REJECTS
084000             MOVE VG-GREETREJ-STATUS TO VG-SEQ-STATUS
084100         WHEN 6
084200             OPEN OUTPUT EXTRACT-HISTORY
084300             MOVE VG-XTRHIST-STATUS TO VG-SEQ-STATUS
084400         WHEN 7
084500             OPEN OUTPUT VISITOR-ARCHIVE-FILE
084600             MOVE VG-VISARCH-STATUS TO VG-SEQ-STATUS
084700         WHEN 8
084800             OPEN OUTPUT CHANGE-HISTORY
084900             MOVE VG-CHGHIST-STATUS TO VG-SEQ-STATUS
084920         WHEN 11
084940             OPEN OUTPUT CRM-CARRY-FORWARD
084960             MOVE VG-CRMCFWI-STATUS TO VG-SEQ-STATUS
085000     END-EVALUATE
085100     IF VG-SEQ-STATUS NOT = '00'
085200         DISPLAY 'VISERASE0015E - UNABLE TO REOPEN '
085300             VG-FILE-ID(VG-FILE-NO) ' FOR OUTPUT, STATUS = '
085400             VG-SEQ-STATUS ', LEFT AS IS'
085500         CLOSE ERASE-WORK
085600         GO TO 2350-FAILED
085700     END-IF
085800     MOVE 'N' TO VG-EOF-SWITCH
085900     PERFORM 2360-READ-WORK-RECORD THRU 2360-EXIT
086000     PERFORM 2370-COPY-ONE-RECORD THRU 2370-EXIT
086100         UNTIL VG-END-OF-FILE
086200     PERFORM 2340-CLOSE-SEQ-FILE THRU 2340-EXIT
086300     CLOSE ERASE-WORK
086400     GO TO 2350-EXIT.
086500 2350-FAILED.
086600     SET VG-FILE-NOT-PASSED(VG-FILE-NO) TO TRUE
086700     MOVE 8 TO RETURN-CODE
086800     PERFORM 2380-BACK-OUT-HITS THRU 2380-EXIT
086900         VARYING VG-ERASE-IDX FROM 1 BY 1
087000         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT.
087100 2350-EXIT.
087200     EXIT.
087300
087400 2360-READ-WORK-RECORD.
087500     READ ERASE-WORK
087600         AT END
087700             SET VG-END-OF-FILE TO TRUE
087800     END-READ.
087900 2360-EXIT.
088000     EXIT.
088100
088200 2370-COPY-ONE-RECORD.
088300     EVALUATE VG-FILE-NO
088400         WHEN 3
088500             WRITE VG-AUDIT-RECORD FROM VG-WORK-RECORD
088600         WHEN 4
088700             WRITE VG-ARCHIVE-RECORD FROM VG-WORK-RECORD
088800         WHEN 5
088900             WRITE VG-REJECT-RECORD FROM VG-WORK-RECORD
089000         WHEN 6
089100             WRITE VG-XTH-RECORD FROM VG-WORK-RECORD
089200         WHEN 7
089300             WRITE VG-VISARCH-RECORD FROM VG-WORK-RECORD
089400         WHEN 8
089500             WRITE VG-CHANGE-RECORD FROM VG-WORK-RECORD
089520         WHEN 11
089540             WRITE VG-CARRY-RECORD FROM VG-WORK-RECORD
089600     END-EVALUATE
089700     PERFORM 2360-READ-WORK-RECORD THRU 2360-EXIT.
089800 2370-EXIT.
089900     EXIT.
090000
090100 2380-BACK-OUT-HITS.
090200     MOVE ZERO TO VG-ERT-HITS(VG-ERASE-IDX, VG-FILE-NO).
090300 2380-EXIT.
090400     EXIT.
090500
090600******************************************************************
090700*    2400-2700 - ONE PARAGRAPH PER SEQUENTIAL LAYOUT.  EACH     *
090800*    LOOKS THE VISITOR UP, ERASES THE NAME WHEN LISTED, AND     *
090900*    STAGES THE RECORD IN THE WORK RECORD.                      *
091000******************************************************************
091100 2400-ERASE-AUDIT-RECORD.
091200     MOVE VG-AUD-VIS-ID TO VG-FIND-ID
091300     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
091400     IF VG-ENTRY-FOUND
091500         MOVE VG-ERASED-NAME TO VG-AUD-NAME
091600     END-IF
091700     MOVE VG-AUDIT-RECORD TO VG-WORK-RECORD.
091800 2400-EXIT.
091900     EXIT.
092000
092100 2450-ERASE-ARCHIVE-RECORD.
092200     MOVE VG-ARC-VIS-ID TO VG-FIND-ID
092300     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
092400     IF VG-ENTRY-FOUND
092500         MOVE VG-ERASED-NAME TO VG-ARC-NAME
092600     END-IF
092700     MOVE VG-ARCHIVE-RECORD TO VG-WORK-RECORD.
092800 2450-EXIT.
092900     EXIT.
093000
093100 2500-ERASE-REJECT-RECORD.
093200     MOVE VG-REJ-VIS-ID TO VG-FIND-ID
093300     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
093400     IF VG-ENTRY-FOUND
093500         MOVE VG-ERASED-NAME TO VG-REJ-NAME
093600     END-IF
093700     MOVE VG-REJECT-RECORD TO VG-WORK-RECORD.
093800 2500-EXIT.
093900     EXIT.
094000
094100 2550-ERASE-EXTRACT-RECORD.
094200     MOVE VG-XTH-VIS-ID TO VG-FIND-ID
094300     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
094400     IF VG-ENTRY-FOUND
094500         MOVE VG-ERASED-NAME TO VG-XTH-NAME
094600     END-IF
094700     MOVE VG-XTH-RECORD TO VG-WORK-RECORD.
094800 2550-EXIT.
094900     EXIT.
095000
095100 2600-ERASE-VISARCH-RECORD.
095200     MOVE VG-ARV-VIS-ID TO VG-FIND-ID
095300     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
095400     IF VG-ENTRY-FOUND
095500         MOVE VG-ERASED-NAME TO VG-ARV-NAME
095600     END-IF
095700     MOVE VG-VISARCH-RECORD TO VG-WORK-RECORD.
095800 2600-EXIT.
095805     EXIT.
095810
095815 2650-ERASE-CARRY-RECORD.
095820     MOVE VG-CFW-VIS-ID TO VG-FIND-ID
095825     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
095830     IF VG-ENTRY-FOUND
095835         MOVE VG-ERASED-NAME TO VG-CFW-NAME
095840     END-IF
095845     MOVE VG-CARRY-RECORD TO VG-WORK-RECORD.
095850 2650-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200*    2700-ERASE-CHANGE-RECORD - ONLY VISIDX CHANGES CARRY A     *
096250*    NAME AND ONLY VISCONT CHANGES CARRY CONTACT DETAILS; THE   *
096300*    VISITOR ID IS THE FIRST SIX BYTES OF THE KEY FOR BOTH.     *
096350*    A BLANK IMAGE (BEFORE ON AN ADD, AFTER ON A DELETE) STAYS  *
096400*    BLANK.                                                     *
096450******************************************************************
096500 2700-ERASE-CHANGE-RECORD.
096550     IF VG-CHG-FILE-ID NOT = 'VISIDX'
096600             AND VG-CHG-FILE-ID NOT = 'VISCONT'
096650         GO TO 2700-STAGE
096700     END-IF
096750     IF VG-CHG-KEY(1:6) IS NOT NUMERIC
096800         GO TO 2700-STAGE
096850     END-IF
096900     MOVE VG-CHG-KEY(1:6) TO VG-FIND-ID
096950     PERFORM 2900-FIND-ERASE-ENTRY THRU 2900-EXIT
097000     IF NOT VG-ENTRY-FOUND
097050         GO TO 2700-STAGE
097100     END-IF
097150     IF VG-CHG-FILE-ID = 'VISCONT'
097200         PERFORM 2750-ERASE-CONTACT-IMAGES THRU 2750-EXIT
097250         GO TO 2700-STAGE
097300     END-IF
097700     IF VG-CHG-BEFORE-IMAGE NOT = SPACES
097800         MOVE VG-CHG-BEFORE-IMAGE TO VG-IMAGE-WORK
097900         MOVE VG-ERASED-NAME TO VG-IMG-NAME
098000         MOVE VG-IMAGE-WORK TO VG-CHG-BEFORE-IMAGE
098100     END-IF
098200     IF VG-CHG-AFTER-IMAGE NOT = SPACES
098300         MOVE VG-CHG-AFTER-IMAGE TO VG-IMAGE-WORK
098400         MOVE VG-ERASED-NAME TO VG-IMG-NAME
098500         MOVE VG-IMAGE-WORK TO VG-CHG-AFTER-IMAGE
098600     END-IF.
098700 2700-STAGE.
098800     MOVE VG-CHANGE-RECORD TO VG-WORK-RECORD.
098900 2700-EXIT.
099000     EXIT.
099005
099010 2750-ERASE-CONTACT-IMAGES.
099015     IF VG-CHG-BEFORE-IMAGE NOT = SPACES
099020         MOVE VG-CHG-BEFORE-IMAGE TO VG-CONTACT-WORK
099025         MOVE SPACES TO VG-CWK-EMAIL
099030         MOVE SPACES TO VG-CWK-MOBILE
099035         MOVE VG-CONTACT-WORK TO VG-CHG-BEFORE-IMAGE
099040     END-IF
099045     IF VG-CHG-AFTER-IMAGE NOT = SPACES
099050         MOVE VG-CHG-AFTER-IMAGE TO VG-CONTACT-WORK
099055         MOVE SPACES TO VG-CWK-EMAIL
099060         MOVE SPACES TO VG-CWK-MOBILE
099065         MOVE VG-CONTACT-WORK TO VG-CHG-AFTER-IMAGE
099070     END-IF.
099075 2750-EXIT.
099080     EXIT.
099100
099200******************************************************************
099300*    2900-FIND-ERASE-ENTRY - LOOK VG-FIND-ID UP ON THE ERASURE  *
099400*    LIST; VG-ERASE-IDX IS LEFT ON THE ENTRY WHEN FOUND         *
099500******************************************************************
099600 2900-FIND-ERASE-ENTRY.
099700     MOVE 'N' TO VG-FOUND-SWITCH
099800     IF VG-ERASE-COUNT = 0
099900         GO TO 2900-EXIT
100000     END-IF
100100     SET VG-ERASE-IDX TO 1
100200     SEARCH VG-ERASE-ENTRY
100300         AT END
100400             CONTINUE
100500         WHEN VG-ERT-VIS-ID(VG-ERASE-IDX) = VG-FIND-ID
100600             SET VG-ENTRY-FOUND TO TRUE
100700     END-SEARCH.
100800 2900-EXIT.
100900     EXIT.
101000
101100******************************************************************
101200*    3000-FINALIZE - LOG EACH ERASURE ON THE CHANGE HISTORY AND *
101300*    PRINT ITS CERTIFICATE.  BOTH FILES WERE CHECKED BEFORE ANY *
101350*    UPDATE; THE CERTIFICATE IS STILL OPEN FROM THEN.           *
101400******************************************************************
101500 3000-FINALIZE.
101600     OPEN EXTEND CHANGE-HISTORY
101700     IF VG-CHGHIST-STATUS = '35'
101800         OPEN OUTPUT CHANGE-HISTORY
101900     END-IF
102000     IF VG-CHGHIST-STATUS NOT = '00'
102100         DISPLAY 'VISERASE0016E - UNABLE TO REOPEN '
102200             'CHANGE-HISTORY TO LOG THE ERASURES, STATUS = '
102300             VG-CHGHIST-STATUS
102400         DISPLAY 'VISERASE0020E - NAMES WERE ERASED BUT NOT '
102500             'LOGGED OR CERTIFIED - RERUN THE SAME REQUESTS'
102600         CLOSE ERASURE-CERT
102700         MOVE 12 TO RETURN-CODE
103200         GO TO 3000-EXIT
103300     END-IF
103400     PERFORM 3100-FINISH-ONE-VISITOR THRU 3100-EXIT
103500         VARYING VG-ERASE-IDX FROM 1 BY 1
103600         UNTIL VG-ERASE-IDX > VG-ERASE-COUNT
103700     MOVE VG-ERASE-COUNT TO VG-CERT-VISITORS
103800     MOVE VG-RECORDS-ERASED TO VG-CERT-RECORDS
103900     WRITE VG-CERT-RECORD FROM VG-CERT-TRAILER-LINE
104000     CLOSE CHANGE-HISTORY
104100     CLOSE ERASURE-CERT
104200     DISPLAY 'VISERASE0018I - VISITORS ERASED: ' VG-ERASE-COUNT
104300         ', RECORDS ANONYMIZED: ' VG-RECORDS-ERASED
104400     IF VG-NOT-FOUND-COUNT > 0 AND RETURN-CODE < 4
104500         MOVE 4 TO RETURN-CODE
104600     END-IF.
104700 3000-EXIT.
104800     EXIT.
104900
105000 3100-FINISH-ONE-VISITOR.
105100     MOVE ZERO TO VG-VISITOR-TOTAL
105200     PERFORM 3150-ADD-ONE-FILE THRU 3150-EXIT
105300         VARYING VG-FILE-NO FROM 1 BY 1 UNTIL VG-FILE-NO > 11
105400     ADD VG-VISITOR-TOTAL TO VG-RECORDS-ERASED
105500     IF VG-VISITOR-TOTAL = 0
105600         DISPLAY 'VISERASE0019W - VISITOR '
105700             VG-ERT-VIS-ID(VG-ERASE-IDX)
105800             ' NOT FOUND ON ANY FILE PASSED'
105900         ADD 1 TO VG-NOT-FOUND-COUNT
106000     END-IF
106100     PERFORM 3200-LOG-ERASURE THRU 3200-EXIT
106200     PERFORM 3300-PRINT-CERTIFICATE THRU 3300-EXIT.
106300 3100-EXIT.
106400     EXIT.
106500
106600 3150-ADD-ONE-FILE.
106700     ADD VG-ERT-HITS(VG-ERASE-IDX, VG-FILE-NO)
106800         TO VG-VISITOR-TOTAL.
106900 3150-EXIT.
107000     EXIT.
107100
107200******************************************************************
107300*    3200-LOG-ERASURE - ONE CHANGE-HISTORY RECORD PER VISITOR,  *
107400*    STAMPED WITH THE OPERATOR.  NO IMAGE CARRIES THE NAME.     *
107500******************************************************************
107600 3200-LOG-ERASURE.
107700     MOVE VG-RUN-DATE TO VG-CHG-DATE
107800     ACCEPT VG-CHG-TIME FROM TIME
107900     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
108000     MOVE 'ERASURE' TO VG-CHG-FILE-ID
108100     MOVE 'E' TO VG-CHG-ACTION
108200     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-CHG-KEY
108300     MOVE SPACES TO VG-CHG-BEFORE-IMAGE
108400     MOVE VG-ERT-REFERENCE(VG-ERASE-IDX) TO VG-ELI-REFERENCE
108500     MOVE VG-VISITOR-TOTAL TO VG-ELI-RECORDS
108600     MOVE VG-ERASE-LOG-IMAGE TO VG-CHG-AFTER-IMAGE
108700     WRITE VG-CHANGE-RECORD.
108800 3200-EXIT.
108900     EXIT.
109000
109100******************************************************************
109200*    3300-PRINT-CERTIFICATE - ONE LINE PER FILE, PASSED OR NOT  *
109300******************************************************************
109400 3300-PRINT-CERTIFICATE.
109500     MOVE VG-RUN-DATE-DISPLAY TO VG-CERH-DATE
109600     WRITE VG-CERT-RECORD FROM VG-CERT-HEADER-1
109700     WRITE VG-CERT-RECORD FROM VG-CERT-HEADER-2
109800     MOVE VG-ERT-VIS-ID(VG-ERASE-IDX) TO VG-CERV-VIS-ID
109900     MOVE VG-ERT-REFERENCE(VG-ERASE-IDX) TO VG-CERV-REFERENCE
110000     MOVE VG-OPERATOR-ID TO VG-CERV-OPERATOR
110100     WRITE VG-CERT-RECORD FROM VG-CERT-VISITOR-LINE
110200     WRITE VG-CERT-RECORD FROM VG-CERT-COLUMN-LINE
110300     PERFORM 3350-PRINT-ONE-FILE THRU 3350-EXIT
110400         VARYING VG-FILE-NO FROM 1 BY 1 UNTIL VG-FILE-NO > 11
110500     MOVE VG-VISITOR-TOTAL TO VG-CERT-TOTAL
110600     WRITE VG-CERT-RECORD FROM VG-CERT-TOTAL-LINE
110700     WRITE VG-CERT-RECORD FROM VG-CERT-BLANK-LINE.
110800 3300-EXIT.
110900     EXIT.
111000
111100 3350-PRINT-ONE-FILE.
111200     MOVE VG-FILE-ID(VG-FILE-NO) TO VG-CERD-FILE-ID
111300     MOVE VG-FILE-DESC(VG-FILE-NO) TO VG-CERD-DESC
111400     MOVE VG-ERT-HITS(VG-ERASE-IDX, VG-FILE-NO) TO VG-CERD-COUNT
111500     EVALUATE TRUE
111600         WHEN VG-FILE-PASSED(VG-FILE-NO)
111700             MOVE SPACES TO VG-CERD-NOTE
111800         WHEN VG-FILE-ABSENT(VG-FILE-NO)
111900             MOVE 'FILE NOT ON SYSTEM' TO VG-CERD-NOTE
112000         WHEN OTHER
112100             MOVE 'NOT PASSED - RERUN' TO VG-CERD-NOTE
112200     END-EVALUATE
112300     WRITE VG-CERT-RECORD FROM VG-CERT-DETAIL-LINE.
112400 3350-EXIT.
112500     EXIT.
