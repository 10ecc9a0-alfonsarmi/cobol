002200*    VISITOR-MAINT ASSIGNS IT ONLINE.  A RUN WITH REJECTS ENDS  *
002300*    RETURN-CODE 4 SO THE OPERATIONS SCHEDULER CAN FLAG IT.      *
002400*                                                                *
002405*    EVERY VISITOR BELONGS TO A SITE ON THE SITE FILE.  WHEN    *
002410*    VG_OPERATOR_ID NAMES AN OPERATOR, THAT OPERATOR MUST BE    *
002415*    ACTIVE ON THE OPERATOR-PROFILE FILE AND ONLY TRANSACTIONS  *
002420*    FOR THE SITES ON THE PROFILE ARE APPLIED - THE REST ARE    *
002425*    REJECTED.  THE UNSET DEFAULT (BATCH) IS THE SCHEDULED FEED *
002430*    FROM THE EVENTS SYSTEM AND MAY LOAD ANY SITE.  AN OPERATOR *
002435*    THAT IS NOT ON FILE OR DISABLED ENDS THE RUN RETURN-CODE   *
002440*    16 BEFORE ANY TRANSACTION IS READ.                         *
002445*                                                                *
002450*    A TRANSACTION'S E-MAIL ADDRESS AND MOBILE NUMBER ARE       *
002455*    KEPT ON THE VISITOR CONTACT FILE (VISCONT) FOR THE         *
002460*    DAY-BEFORE CONFIRMATION NOTICES.  ON A CHANGE A BLANK      *
002465*    FIELD KEEPS THE CURRENT VALUE AND NONE CLEARS IT.  A       *
002470*    TRANSACTION WHOSE CONTACT DETAILS CANNOT BE SAVED IS       *
002475*    STILL APPLIED TO THE MASTER, NOTED ON THE REGISTER, AND    *
002480*    ENDS THE RUN RETURN-CODE 4.                                *
002485*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------                                     *
002700*    2026-08-22  JCL   ORIGINAL VERSION.                        *
002806*                      STEPPED UNDER LOCK AT EACH ADD.  THE     *
002808*                      START-UP FULL-FILE SCAN ONLY RUNS ONCE   *
002810*                      EVER, TO SEED THE CONTROL RECORD.        *
002812*    2026-10-15  JCL   HOST EMPLOYEE ID ON AN ADD OR CHANGE IS  *
002814*                      NOW CHECKED AGAINST THE HOST DIRECTORY   *
002816*                      (HOST-MAINT).  AN UNKNOWN OR INACTIVE    *
002818*                      HOST REJECTS THE TRANSACTION.            *
002820*    2026-10-15  JCL   VISIDX DECLARES ITS NEW ALTERNATE NAME   *
002822*                      KEY.                                     *
002824*    2026-10-15  JCL   SITE CODE CARRIED FROM THE TRANSACTION   *
002826*                      TO THE MASTER AND CHECKED AGAINST THE    *
002828*                      SITE FILE.  A NAMED OPERATOR MAY ONLY    *
002830*                      APPLY TRANSACTIONS FOR THE SITES ON      *
002832*                      THEIR OPERATOR PROFILE.  REJECT IMAGE    *
002834*                      WIDENED TO THE 53-BYTE TRANSACTION.      *
002836*    2026-10-15  JCL   E-MAIL AND MOBILE NUMBER ON THE          *
002838*                      TRANSACTION ARE LOADED ONTO THE VISITOR  *
002840*                      CONTACT FILE (VISCONT), WITH A           *
002842*                      CHANGE-HISTORY RECORD UNDER VISCONT.     *
002844*                      A DELETE REMOVES THE CONTACT RECORD.     *
002846*                      REJECT IMAGE WIDENED TO 108 BYTES.       *
002848*    2026-10-15  JCL   A CHANGE THAT LEAVES THE MASTER RECORD   *
002850*                      AS IT WAS NO LONGER REWRITES OR LOGS IT; *
002852*                      ONLY THE CONTACT DETAILS ARE SAVED.  IT  *
002854*                      IS COUNTED APART BUT STILL FOOTS AS      *
002856*                      APPLIED ON THE REGISTER.  AN OPERATOR-   *
002858*                      PROFILE FILE THAT IS ON THE SYSTEM BUT   *
002860*                      WILL NOT OPEN NOW FAILS THE RUN.         *
002862*                                                                *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS VG-VIS-ID
004750         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004800         FILE STATUS IS VG-VISIDX-STATUS.
004900
005000     SELECT TRANSACTION-REGISTER
005898         LOCK MODE IS AUTOMATIC
005899         FILE STATUS IS VG-VISCTL-STATUS.
005900
005902     SELECT HOST-DIRECTORY
005904         ASSIGN TO 'HOSTDIR'
005906         ORGANIZATION IS INDEXED
005908         ACCESS MODE IS DYNAMIC
005910         RECORD KEY IS VG-HST-ID
005912         FILE STATUS IS VG-HOSTDIR-STATUS.
005914
005916     SELECT SITE-FILE
005918         ASSIGN TO 'SITEFILE'
005920         ORGANIZATION IS INDEXED
005922         ACCESS MODE IS RANDOM
005924         RECORD KEY IS VG-SITE-CODE
005926         FILE STATUS IS VG-SITEFILE-STATUS.
005928
005930     SELECT OPERATOR-PROFILE
005932         ASSIGN TO 'OPERPROF'
005934         ORGANIZATION IS INDEXED
005936         ACCESS MODE IS RANDOM
005938         RECORD KEY IS VG-OPR-ID
005940         FILE STATUS IS VG-OPERPROF-STATUS.
005942
005944     SELECT VISITOR-CONTACT
005946         ASSIGN TO 'VISCONT'
005948         ORGANIZATION IS INDEXED
005950         ACCESS MODE IS DYNAMIC
005952         RECORD KEY IS VG-CON-VIS-ID
005954         FILE STATUS IS VG-VISCONT-STATUS.
005956
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TRANSACTION-FILE
007354     LABEL RECORDS ARE STANDARD.
007356     COPY CTLREC.
007366
007368 FD  HOST-DIRECTORY
007370     LABEL RECORDS ARE STANDARD.
007372     COPY HOSTREC.
007374
007376 FD  SITE-FILE
007378     LABEL RECORDS ARE STANDARD.
007380     COPY SITEREC.
007382
007384 FD  OPERATOR-PROFILE
007386     LABEL RECORDS ARE STANDARD.
007388     COPY OPERREC.
007390
007392 FD  VISITOR-CONTACT
007394     LABEL RECORDS ARE STANDARD.
007396     COPY CNTCREC.
007398
007400 FD  TRANSACTION-REJECTS
007500     LABEL RECORDS ARE STANDARD.
007600 01  VG-TRAN-REJECT-RECORD.
007700     05  VG-TRJ-TRAN-IMAGE           PIC X(108).
007800     05  VG-TRJ-REASON               PIC X(35).
007900
008000 WORKING-STORAGE SECTION.
009270         88  VG-DATE-EDIT-INVALID               VALUE 'N'.
009280     05  VG-ID-ASSIGNED-SWITCH       PIC X(01) VALUE 'N'.
009290         88  VG-ID-ASSIGNED                     VALUE 'Y'.
009295     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
009300         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
009305     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
009310         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
009315     05  VG-SITE-AUTH-SWITCH         PIC X(01) VALUE 'N'.
009320         88  VG-SITE-AUTHORIZED                 VALUE 'Y'.
009325     05  VG-OPERATOR-OK-SWITCH       PIC X(01) VALUE 'Y'.
009330         88  VG-OPERATOR-OK                     VALUE 'Y'.
009335     05  VG-VISCONT-SWITCH           PIC X(01) VALUE 'N'.
009340         88  VG-VISCONT-AVAILABLE               VALUE 'Y'.
009345     05  VG-CONTACT-SAVED-SWITCH     PIC X(01) VALUE 'Y'.
009350         88  VG-CONTACT-SAVED                   VALUE 'Y'.
009355         88  VG-CONTACT-NOT-SAVED               VALUE 'N'.
009360
009400******************************************************************
009500*    FILE STATUS FIELDS                                         *
009600******************************************************************
010110     05  VG-CALFILE-STATUS           PIC X(02).
010120     05  VG-CHGHIST-STATUS           PIC X(02).
010130     05  VG-VISCTL-STATUS            PIC X(02).
010140     05  VG-HOSTDIR-STATUS           PIC X(02).
010160     05  VG-SITEFILE-STATUS          PIC X(02).
010180     05  VG-OPERPROF-STATUS          PIC X(02).
010190     05  VG-VISCONT-STATUS           PIC X(02).
010200
010300******************************************************************
010400*    COUNTERS                                                   *
010700     05  VG-TRANS-READ               PIC 9(08) COMP VALUE ZERO.
010800     05  VG-ADDS-APPLIED             PIC 9(08) COMP VALUE ZERO.
010900     05  VG-CHANGES-APPLIED          PIC 9(08) COMP VALUE ZERO.
010950     05  VG-CHANGES-NO-UPDATE        PIC 9(08) COMP VALUE ZERO.
011000     05  VG-DELETES-APPLIED          PIC 9(08) COMP VALUE ZERO.
011100     05  VG-TRANS-REJECTED           PIC 9(08) COMP VALUE ZERO.
011120     05  VG-CONTACTS-SAVED           PIC 9(08) COMP VALUE ZERO.
011140     05  VG-CONTACTS-NOT-SAVED       PIC 9(08) COMP VALUE ZERO.
011200     05  VG-REGISTER-LINE-COUNT      PIC 9(04) COMP VALUE ZERO.
011300     05  VG-REGISTER-PAGE-NO         PIC 9(04) COMP VALUE ZERO.
011400
011500 01  VG-NEXT-VIS-ID                  PIC 9(06) VALUE 1.
011600 01  VG-REJECT-REASON-WS             PIC X(35) VALUE SPACES.
011610 01  VG-OPERATOR-ID                  PIC X(08) VALUE SPACES.
011620 01  VG-SAVE-IMAGE                   PIC X(70) VALUE SPACES.
011622 01  VG-SAVE-CONTACT                 PIC X(70) VALUE SPACES.
011625
011630******************************************************************
011635*    SITES THE SUBMITTING OPERATOR IS AUTHORIZED FOR, FROM THE  *
011640*    OPERATOR PROFILE.  '**' IN ANY ENTRY AUTHORIZES EVERY      *
011645*    SITE.                                                      *
011650******************************************************************
011655 01  VG-AUTH-SITES.
011660     05  VG-AUTH-SITE-CODE           PIC X(02) OCCURS 5 TIMES.
011665 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
011670 01  VG-CHECK-SITE-CODE              PIC X(02) VALUE SPACES.
011700
011800******************************************************************
011900*    RUN DATE                                                   *
022080         GO TO 1000-ABEND
022090     END-IF
022091     PERFORM 1200-GET-OPERATOR-ID THRU 1200-EXIT
022092     PERFORM 1250-LOAD-OPERATOR-SITES THRU 1250-EXIT
022093     IF NOT VG-OPERATOR-OK
022094         MOVE 16 TO RETURN-CODE
022095         CLOSE TRANSACTION-FILE
022096         CLOSE VISITOR-MASTER-INDEXED
022097         CLOSE TRANSACTION-REGISTER
022098         CLOSE TRANSACTION-REJECTS
022099         GO TO 1000-ABEND
022100     END-IF
022101     OPEN EXTEND CHANGE-HISTORY
022102     IF VG-CHGHIST-STATUS = '35'
022103         OPEN OUTPUT CHANGE-HISTORY
022104     END-IF
022105     OPEN INPUT BUSINESS-CALENDAR
022106     IF VG-CALFILE-STATUS = '00'
022107         SET VG-CALENDAR-AVAILABLE TO TRUE
022108     ELSE
022109         DISPLAY 'VISBATCH0010W - BUSINESS-CALENDAR NOT '
022110             'AVAILABLE, STATUS = ' VG-CALFILE-STATUS
022120             ', ONLY WEEKENDS TREATED AS CLOSED'
022122     END-IF
022124     OPEN INPUT HOST-DIRECTORY
022126     IF VG-HOSTDIR-STATUS = '00'
022128         SET VG-HOSTDIR-AVAILABLE TO TRUE
022130     ELSE
022132         DISPLAY 'VISBATCH0017W - HOST-DIRECTORY NOT '
022134             'AVAILABLE, STATUS = ' VG-HOSTDIR-STATUS
022136             ', HOST IDS NOT CHECKED'
022138     END-IF
022140     OPEN INPUT SITE-FILE
022142     IF VG-SITEFILE-STATUS = '00'
022144         SET VG-SITEFILE-AVAILABLE TO TRUE
022146     ELSE
022148         DISPLAY 'VISBATCH0018W - SITE-FILE NOT '
022150             'AVAILABLE, STATUS = ' VG-SITEFILE-STATUS
022152             ', SITE CODES NOT CHECKED'
022154     END-IF
022156     OPEN I-O VISITOR-CONTACT
022158     IF VG-VISCONT-STATUS = '35'
022160         OPEN OUTPUT VISITOR-CONTACT
022162         CLOSE VISITOR-CONTACT
022164         OPEN I-O VISITOR-CONTACT
022166     END-IF
022168     IF VG-VISCONT-STATUS = '00'
022170         SET VG-VISCONT-AVAILABLE TO TRUE
022172     ELSE
022174         DISPLAY 'VISBATCH0023W - VISITOR-CONTACT NOT '
022176             'AVAILABLE, STATUS = ' VG-VISCONT-STATUS
022178             ', CONTACT DETAILS NOT SAVED'
022180     END-IF
022182     PERFORM 1050-OPEN-ID-CONTROL THRU 1050-EXIT
022200     PERFORM 2900-WRITE-REGISTER-HEADER THRU 2900-EXIT
022300     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022400 1000-EXIT.
025750     EXIT.
025760
025800******************************************************************
025801*    1250-LOAD-OPERATOR-SITES - THE SITES THE SUBMITTING        *
025802*    OPERATOR MAY LOAD.  THE BATCH DEFAULT IS THE SCHEDULED     *
025803*    FEED AND MAY LOAD ANY SITE, AS MAY ANY OPERATOR WHEN NO    *
025804*    PROFILE FILE HAS BEEN BUILT YET (THE SAME ALLOWANCE        *
025805*    VISITOR-MAINT MAKES).  A NAMED OPERATOR MUST OTHERWISE BE  *
025806*    ACTIVE ON THE PROFILE FILE; A PROFILE FILE THAT IS THERE   *
025807*    BUT CANNOT BE OPENED FAILS THE RUN.                        *
025808******************************************************************
025809 1250-LOAD-OPERATOR-SITES.
025810     MOVE 'Y' TO VG-OPERATOR-OK-SWITCH
025811     MOVE SPACES TO VG-AUTH-SITES
025812     MOVE '**' TO VG-AUTH-SITE-CODE(1)
025813     IF VG-OPERATOR-ID = 'BATCH'
025814         GO TO 1250-EXIT
025815     END-IF
025816     OPEN INPUT OPERATOR-PROFILE
025817     IF VG-OPERPROF-STATUS = '35'
025818         DISPLAY 'VISBATCH0019W - NO OPERATOR-PROFILE FILE, '
025819             'SITE AUTHORITY NOT CHECKED'
025820         GO TO 1250-EXIT
025821     END-IF
025822     IF VG-OPERPROF-STATUS NOT = '00'
025823         DISPLAY 'VISBATCH0028E - UNABLE TO OPEN '
025824             'OPERATOR-PROFILE, STATUS = ' VG-OPERPROF-STATUS
025825         MOVE 'N' TO VG-OPERATOR-OK-SWITCH
025826         GO TO 1250-EXIT
025827     END-IF
025828     MOVE VG-OPERATOR-ID TO VG-OPR-ID
025829     READ OPERATOR-PROFILE
025830         INVALID KEY
025831             DISPLAY 'VISBATCH0020E - OPERATOR ' VG-OPERATOR-ID
025832                 ' NOT ON THE OPERATOR-PROFILE FILE'
025833             MOVE 'N' TO VG-OPERATOR-OK-SWITCH
025834         NOT INVALID KEY
025835             IF NOT VG-OPR-ACTIVE
025836                 DISPLAY 'VISBATCH0021E - OPERATOR '
025837                     VG-OPERATOR-ID ' IS DISABLED'
025838                 MOVE 'N' TO VG-OPERATOR-OK-SWITCH
025839             ELSE
025840                 MOVE VG-OPR-SITES TO VG-AUTH-SITES
025841                 DISPLAY 'VISBATCH0022I - OPERATOR '
025842                     VG-OPERATOR-ID ' AUTHORIZED FOR SITES '
025843                     VG-AUTH-SITES
025844             END-IF
025845     END-READ
025846     CLOSE OPERATOR-PROFILE.
025847 1250-EXIT.
025848     EXIT.
025849
025850******************************************************************
025900*    2000-PROCESS-ONE-TRAN - DISPATCH ONE TRANSACTION AND       *
026000*    RECORD ITS DISPOSITION ON THE REGISTER                     *
026100******************************************************************
026300     ADD 1 TO VG-TRANS-READ
026400     MOVE 'Y' TO VG-TRAN-OK-SWITCH
026500     MOVE SPACES TO VG-REJECT-REASON-WS
026550     SET VG-CONTACT-SAVED TO TRUE
026600     EVALUATE VG-TRN-ACTION
026700         WHEN 'A'
026800             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
030200     IF VG-TRAN-FAILED
030300         GO TO 2300-EXIT
030400     END-IF
030410     PERFORM 2690-CHECK-HOST-ID THRU 2690-EXIT
030420     IF VG-TRAN-FAILED
030430         GO TO 2300-EXIT
030440     END-IF
030445     IF VG-TRN-SITE-CODE = SPACES
030450         MOVE 'BLANK SITE CODE' TO VG-REJECT-REASON-WS
030455         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
030460         GO TO 2300-EXIT
030465     END-IF
030470     PERFORM 2660-CHECK-SITE-CODE THRU 2660-EXIT
030475     IF VG-TRAN-FAILED
030480         GO TO 2300-EXIT
030485     END-IF
030490     PERFORM 2310-ASSIGN-NEXT-ID THRU 2310-EXIT
030492     IF NOT VG-ID-ASSIGNED
030494         MOVE 'ID ASSIGNMENT FAILED' TO VG-REJECT-REASON-WS
030800     MOVE VG-TRN-LANG-CODE TO VG-VIS-LANG-CODE
030810     MOVE VG-TRN-HOST-ID TO VG-VIS-HOST-ID
030820     MOVE VG-TRN-EVENT-CODE TO VG-VIS-EVENT-CODE
030850     MOVE VG-TRN-SITE-CODE TO VG-VIS-SITE-CODE
030900     MOVE VG-WORK-DATE TO VG-VIS-EXPECT-DATE
031000     WRITE VG-VISITOR-RECORD
031100         INVALID KEY
031630             MOVE SPACES TO VG-CHG-BEFORE-IMAGE
031640             MOVE VG-VISITOR-RECORD TO VG-CHG-AFTER-IMAGE
031650             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
031660             PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
031700     END-WRITE.
031800 2300-EXIT.
031900     EXIT.
033400     IF VG-TRAN-FAILED
033500         GO TO 2400-EXIT
033600     END-IF
033610     PERFORM 2690-CHECK-HOST-ID THRU 2690-EXIT
033620     IF VG-TRAN-FAILED
033630         GO TO 2400-EXIT
033640     END-IF
033645     IF VG-TRN-SITE-CODE NOT = SPACES
033650         PERFORM 2660-CHECK-SITE-CODE THRU 2660-EXIT
033655         IF VG-TRAN-FAILED
033660             GO TO 2400-EXIT
033665         END-IF
033670     END-IF
033700     MOVE VG-TRN-VIS-ID TO VG-VIS-ID
033800     READ VISITOR-MASTER-INDEXED
033900         INVALID KEY
034000             MOVE 'VISITOR NOT FOUND' TO VG-REJECT-REASON-WS
034100             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
034200         NOT INVALID KEY
034205             MOVE VG-VIS-SITE-CODE TO VG-CHECK-SITE-CODE
034210             PERFORM 2670-CHECK-SITE-AUTHORITY THRU 2670-EXIT
034215             IF NOT VG-SITE-AUTHORIZED
034220                 GO TO 2400-EXIT
034225             END-IF
034250             MOVE VG-VISITOR-RECORD TO VG-SAVE-IMAGE
034300             PERFORM 2450-REWRITE-VISITOR THRU 2450-EXIT
034400     END-READ.
035440     IF VG-TRN-EVENT-CODE NOT = SPACES
035450         MOVE VG-TRN-EVENT-CODE TO VG-VIS-EVENT-CODE
035460     END-IF
035470     IF VG-TRN-SITE-CODE NOT = SPACES
035480         MOVE VG-TRN-SITE-CODE TO VG-VIS-SITE-CODE
035490     END-IF
035500     IF VG-WORK-DATE NOT = ZERO
035600         MOVE VG-WORK-DATE TO VG-VIS-EXPECT-DATE
035610     END-IF
035620     IF VG-VISITOR-RECORD = VG-SAVE-IMAGE
035630         ADD 1 TO VG-CHANGES-NO-UPDATE
035640         PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
035650         GO TO 2450-EXIT
035700     END-IF
035800     REWRITE VG-VISITOR-RECORD
035900         INVALID KEY
036330             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
036340             MOVE VG-VISITOR-RECORD TO VG-CHG-AFTER-IMAGE
036350             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
036360             PERFORM 2550-SAVE-CONTACT THRU 2550-EXIT
036400     END-REWRITE.
036500 2450-EXIT.
036600     EXIT.
037840             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
037850             GO TO 2500-EXIT
037860     END-READ
037861     MOVE VG-VIS-SITE-CODE TO VG-CHECK-SITE-CODE
037862     PERFORM 2670-CHECK-SITE-AUTHORITY THRU 2670-EXIT
037863     IF NOT VG-SITE-AUTHORIZED
037864         GO TO 2500-EXIT
037865     END-IF
037870     MOVE VG-VISITOR-RECORD TO VG-SAVE-IMAGE
037900     DELETE VISITOR-MASTER-INDEXED
038000         INVALID KEY
038430             MOVE VG-SAVE-IMAGE TO VG-CHG-BEFORE-IMAGE
038440             MOVE SPACES TO VG-CHG-AFTER-IMAGE
038450             PERFORM 2950-WRITE-CHANGE-HISTORY THRU 2950-EXIT
038460             PERFORM 2560-DELETE-CONTACT THRU 2560-EXIT
038500     END-DELETE.
038600 2500-EXIT.
038601     EXIT.
038602
038603******************************************************************
038604*    2550-SAVE-CONTACT - ADD OR UPDATE THE VISITOR'S CONTACT    *
038605*    RECORD FROM THE TRANSACTION'S E-MAIL AND MOBILE NUMBER.  A *
038606*    BLANK FIELD KEEPS THE CURRENT VALUE AND NONE CLEARS IT, SO *
038607*    A TRANSACTION WITH NEITHER FIELD LEAVES THE CONTACT FILE   *
038608*    ALONE.  THE MASTER HAS ALREADY BEEN UPDATED, SO A FAILURE  *
038609*    HERE IS NOTED ON THE REGISTER RATHER THAN REJECTED.        *
038610******************************************************************
038611 2550-SAVE-CONTACT.
038612     IF VG-TRN-EMAIL = SPACES AND VG-TRN-MOBILE = SPACES
038613         GO TO 2550-EXIT
038614     END-IF
038615     IF NOT VG-VISCONT-AVAILABLE
038616         SET VG-CONTACT-NOT-SAVED TO TRUE
038617         GO TO 2550-EXIT
038618     END-IF
038619     MOVE VG-VIS-ID TO VG-CON-VIS-ID
038620     READ VISITOR-CONTACT
038621         INVALID KEY
038622             MOVE SPACES TO VG-CONTACT-RECORD
038623             MOVE VG-VIS-ID TO VG-CON-VIS-ID
038624             MOVE SPACES TO VG-SAVE-CONTACT
038625             MOVE 'A' TO VG-CHG-ACTION
038626         NOT INVALID KEY
038627             MOVE VG-CONTACT-RECORD TO VG-SAVE-CONTACT
038628             MOVE 'C' TO VG-CHG-ACTION
038629     END-READ
038630     IF VG-TRN-EMAIL = 'NONE'
038631         MOVE SPACES TO VG-CON-EMAIL
038632     ELSE
038633         IF VG-TRN-EMAIL NOT = SPACES
038634             MOVE VG-TRN-EMAIL TO VG-CON-EMAIL
038635         END-IF
038636     END-IF
038637     IF VG-TRN-MOBILE = 'NONE'
038638         MOVE SPACES TO VG-CON-MOBILE
038639     ELSE
038640         IF VG-TRN-MOBILE NOT = SPACES
038641             MOVE VG-TRN-MOBILE TO VG-CON-MOBILE
038642         END-IF
038643     END-IF
038644     MOVE VG-RUN-DATE TO VG-CON-UPDATED-DATE
038645     IF VG-CHG-ACTION = 'A'
038646         WRITE VG-CONTACT-RECORD
038647             INVALID KEY
038648                 SET VG-CONTACT-NOT-SAVED TO TRUE
038649         END-WRITE
038650     ELSE
038651         REWRITE VG-CONTACT-RECORD
038652             INVALID KEY
038653                 SET VG-CONTACT-NOT-SAVED TO TRUE
038654         END-REWRITE
038655     END-IF
038656     IF VG-CONTACT-NOT-SAVED
038657         DISPLAY 'VISBATCH0024W - CONTACT DETAILS NOT SAVED FOR '
038658             'VISITOR ' VG-CON-VIS-ID ', STATUS = '
038659             VG-VISCONT-STATUS
038660         GO TO 2550-EXIT
038661     END-IF
038662     ADD 1 TO VG-CONTACTS-SAVED
038663     MOVE VG-CON-VIS-ID TO VG-CHG-KEY
038664     MOVE VG-SAVE-CONTACT TO VG-CHG-BEFORE-IMAGE
038665     MOVE VG-CONTACT-RECORD TO VG-CHG-AFTER-IMAGE
038666     PERFORM 2960-WRITE-CONTACT-HISTORY THRU 2960-EXIT.
038667 2550-EXIT.
038668     EXIT.
038669
038670******************************************************************
038671*    2560-DELETE-CONTACT - A DELETED VISITOR'S CONTACT RECORD   *
038672*    GOES WITH THEM.  A VISITOR WITH NO CONTACT RECORD IS NOT   *
038673*    AN ERROR.                                                  *
038674******************************************************************
038675 2560-DELETE-CONTACT.
038676     IF NOT VG-VISCONT-AVAILABLE
038677         GO TO 2560-EXIT
038678     END-IF
038679     MOVE VG-TRN-VIS-ID TO VG-CON-VIS-ID
038680     READ VISITOR-CONTACT
038681         INVALID KEY
038682             GO TO 2560-EXIT
038683     END-READ
038684     MOVE VG-CONTACT-RECORD TO VG-SAVE-CONTACT
038685     DELETE VISITOR-CONTACT
038686         INVALID KEY
038687             DISPLAY 'VISBATCH0025W - CONTACT RECORD NOT DELETED '
038688                 'FOR VISITOR ' VG-CON-VIS-ID ', STATUS = '
038689                 VG-VISCONT-STATUS
038690         NOT INVALID KEY
038691             MOVE 'D' TO VG-CHG-ACTION
038692             MOVE VG-CON-VIS-ID TO VG-CHG-KEY
038693             MOVE VG-SAVE-CONTACT TO VG-CHG-BEFORE-IMAGE
038694             MOVE SPACES TO VG-CHG-AFTER-IMAGE
038695             PERFORM 2960-WRITE-CONTACT-HISTORY THRU 2960-EXIT
038696     END-DELETE.
038697 2560-EXIT.
038700     EXIT.
038800
038900******************************************************************
041366 2640-EXIT.
041368     EXIT.
041370
041371******************************************************************
041372*    2660-CHECK-SITE-CODE - THE SITE CODE ON THE TRANSACTION    *
041373*    MUST BE AN ACTIVE SITE ON THE SITE FILE (WHEN THE FILE IS  *
041374*    AVAILABLE) AND ONE THE SUBMITTING OPERATOR IS AUTHORIZED   *
041375*    FOR, THE SAME CHECKS VISITOR-MAINT APPLIES ONLINE.  '**'   *
041376*    IS NOT A BUILDING.                                         *
041377******************************************************************
041378 2660-CHECK-SITE-CODE.
041379     IF VG-TRN-SITE-CODE = '**'
041380         MOVE 'INVALID SITE CODE' TO VG-REJECT-REASON-WS
041381         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041382         GO TO 2660-EXIT
041383     END-IF
041384     IF VG-SITEFILE-AVAILABLE
041385         MOVE VG-TRN-SITE-CODE TO VG-SITE-CODE
041386         READ SITE-FILE
041387             INVALID KEY
041388                 MOVE 'SITE NOT ON SITE FILE' TO
041389                     VG-REJECT-REASON-WS
041390                 PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041391                 GO TO 2660-EXIT
041392         END-READ
041393         IF NOT VG-SITE-ACTIVE
041394             MOVE 'SITE INACTIVE ON SITE FILE' TO
041395                 VG-REJECT-REASON-WS
041396             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041397             GO TO 2660-EXIT
041398         END-IF
041399     END-IF
041400     MOVE VG-TRN-SITE-CODE TO VG-CHECK-SITE-CODE
041401     PERFORM 2670-CHECK-SITE-AUTHORITY THRU 2670-EXIT.
041402 2660-EXIT.
041403     EXIT.
041404
041405******************************************************************
041406*    2670-CHECK-SITE-AUTHORITY - REJECT THE TRANSACTION UNLESS  *
041407*    THE OPERATOR IS AUTHORIZED FOR THE SITE IN                 *
041408*    VG-CHECK-SITE-CODE.  A '**' ENTRY MATCHES EVERY SITE,      *
041409*    INCLUDING A BLANK ONE.                                     *
041410******************************************************************
041411 2670-CHECK-SITE-AUTHORITY.
041412     MOVE 'N' TO VG-SITE-AUTH-SWITCH
041413     PERFORM 2675-CHECK-ONE-AUTH-SITE THRU 2675-EXIT
041414         VARYING VG-SITE-SUB FROM 1 BY 1
041415         UNTIL VG-SITE-SUB > 5 OR VG-SITE-AUTHORIZED
041416     IF NOT VG-SITE-AUTHORIZED
041417         MOVE 'OPERATOR NOT AUTHORIZED FOR SITE' TO
041418             VG-REJECT-REASON-WS
041419         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041420     END-IF.
041421 2670-EXIT.
041422     EXIT.
041423
041424 2675-CHECK-ONE-AUTH-SITE.
041425     IF VG-AUTH-SITE-CODE(VG-SITE-SUB) = '**'
041426         SET VG-SITE-AUTHORIZED TO TRUE
041427         GO TO 2675-EXIT
041428     END-IF
041429     IF VG-AUTH-SITE-CODE(VG-SITE-SUB) NOT = SPACES
041430             AND VG-AUTH-SITE-CODE(VG-SITE-SUB)
041431                 = VG-CHECK-SITE-CODE
041432         SET VG-SITE-AUTHORIZED TO TRUE
041433     END-IF.
041434 2675-EXIT.
041435     EXIT.
041436
041437 2680-CHECK-LEAP-YEAR.
041438     COMPUTE VG-CHECK-YEAR =
041439         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
041440     DIVIDE VG-CHECK-YEAR BY 4
041441         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
041442     IF VG-LEAP-REMAINDER = 0
041443         DIVIDE VG-CHECK-YEAR BY 100
041444             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
041445         IF VG-LEAP-REMAINDER = 0
041446             DIVIDE VG-CHECK-YEAR BY 400
041447                 GIVING VG-LEAP-QUOTIENT
041448                 REMAINDER VG-LEAP-REMAINDER
041449             IF VG-LEAP-REMAINDER = 0
041450                 MOVE 29 TO VG-MONTH-LIMIT
041451             END-IF
041452         ELSE
041453             MOVE 29 TO VG-MONTH-LIMIT
041454         END-IF
041455     END-IF.
041456 2680-EXIT.
041457     EXIT.
041458
041459******************************************************************
041460*    2690-CHECK-HOST-ID - A HOST EMPLOYEE ID ON THE             *
041461*    TRANSACTION MUST BE ON THE HOST DIRECTORY (HOST-MAINT)     *
041462*    AND ACTIVE, THE SAME CHECK VISITOR-MAINT APPLIES ONLINE.   *
041463*    A BLANK ID - NO HOST, OR KEEP CURRENT ON A CHANGE - IS     *
041464*    NOT CHECKED, NOR IS ANY ID WHEN THE DIRECTORY FILE IS NOT  *
041465*    AVAILABLE.                                                 *
041466******************************************************************
041467 2690-CHECK-HOST-ID.
041468     IF VG-TRN-HOST-ID = SPACES OR NOT VG-HOSTDIR-AVAILABLE
041469         GO TO 2690-EXIT
041470     END-IF
041471     MOVE VG-TRN-HOST-ID TO VG-HST-ID
041472     READ HOST-DIRECTORY
041473         INVALID KEY
041474             MOVE 'HOST NOT ON HOST DIRECTORY' TO
041475                 VG-REJECT-REASON-WS
041476             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041477         NOT INVALID KEY
041478             IF NOT VG-HST-ACTIVE
041479                 MOVE 'HOST INACTIVE ON HOST DIRECTORY' TO
041480                     VG-REJECT-REASON-WS
041481                 PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
041482             END-IF
041483     END-READ.
041484 2690-EXIT.
041485     EXIT.
041486
041487******************************************************************
041500*    2700-WRITE-REGISTER-DETAIL - ONE LINE PER TRANSACTION      *
041600******************************************************************
041700 2700-WRITE-REGISTER-DETAIL.
042700     END-IF
042800     MOVE VG-TRN-NAME TO VG-REGD-NAME
042900     IF VG-TRAN-OK
043000         IF VG-CONTACT-NOT-SAVED
043010             MOVE 'APPLIED - CONTACT DETAILS NOT SAVED'
043020                 TO VG-REGD-DISPOSITION
043030             ADD 1 TO VG-CONTACTS-NOT-SAVED
043040         ELSE
043050             MOVE 'APPLIED' TO VG-REGD-DISPOSITION
043060         END-IF
043100     ELSE
043200         MOVE SPACES TO VG-REGD-DISPOSITION
043300         STRING 'REJECTED - ' VG-REJECT-REASON-WS
047440     EXIT.
047450
047500******************************************************************
047505*    2960-WRITE-CONTACT-HISTORY - APPEND ONE CHANGE-HISTORY     *
047510*    RECORD FOR THE VISITOR CONTACT FILE.  THE CALLER HAS       *
047515*    ALREADY SET THE ACTION, KEY, AND BEFORE/AFTER IMAGES.      *
047520******************************************************************
047525 2960-WRITE-CONTACT-HISTORY.
047530     MOVE VG-RUN-DATE TO VG-CHG-DATE
047535     ACCEPT VG-CHG-TIME FROM TIME
047540     MOVE VG-OPERATOR-ID TO VG-CHG-OPERATOR-ID
047545     MOVE 'VISCONT' TO VG-CHG-FILE-ID
047550     WRITE VG-CHANGE-RECORD.
047555 2960-EXIT.
047560     EXIT.
047565
047570******************************************************************
047600*    3000-FINALIZE - TRAILER, STATISTICS, CLOSE                 *
047700******************************************************************
047800 3000-FINALIZE.
047900     MOVE VG-TRANS-READ TO VG-REGT-READ
048000     COMPUTE VG-REGT-APPLIED = VG-ADDS-APPLIED
048100         + VG-CHANGES-APPLIED + VG-CHANGES-NO-UPDATE
048150         + VG-DELETES-APPLIED
048200     MOVE VG-TRANS-REJECTED TO VG-REGT-REJECTED
048300     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER-1
048400     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER-2
048750     IF VG-CALENDAR-AVAILABLE
048760         CLOSE BUSINESS-CALENDAR
048770     END-IF
048780     IF VG-HOSTDIR-AVAILABLE
048785         CLOSE HOST-DIRECTORY
048790     END-IF
048792     IF VG-SITEFILE-AVAILABLE
048794         CLOSE SITE-FILE
048796     END-IF
048797     IF VG-VISCONT-AVAILABLE
048798         CLOSE VISITOR-CONTACT
048799     END-IF
048800     CLOSE TRANSACTION-REGISTER
048900     CLOSE TRANSACTION-REJECTS
049000     DISPLAY 'VISBATCH0003I - TRANSACTIONS READ: ' VG-TRANS-READ
049100     DISPLAY 'VISBATCH0004I - ADDS APPLIED: ' VG-ADDS-APPLIED
049200     DISPLAY 'VISBATCH0005I - CHANGES APPLIED: '
049300         VG-CHANGES-APPLIED
049320     DISPLAY 'VISBATCH0029I - CHANGES LEAVING THE MASTER AS IT '
049340         'WAS: ' VG-CHANGES-NO-UPDATE
049400     DISPLAY 'VISBATCH0006I - DELETES APPLIED: '
049500         VG-DELETES-APPLIED
049600     DISPLAY 'VISBATCH0007I - TRANSACTIONS REJECTED: '
049700         VG-TRANS-REJECTED
049720     DISPLAY 'VISBATCH0026I - CONTACT RECORDS SAVED: '
049740         VG-CONTACTS-SAVED
049760     DISPLAY 'VISBATCH0027I - CONTACT DETAILS NOT SAVED: '
049780         VG-CONTACTS-NOT-SAVED
049800     IF VG-TRANS-REJECTED > 0
049820         MOVE 4 TO RETURN-CODE
049840     END-IF
049860     IF VG-CONTACTS-NOT-SAVED > 0
049900         MOVE 4 TO RETURN-CODE
050000     END-IF.
050100 3000-EXIT.
