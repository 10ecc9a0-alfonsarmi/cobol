001300*    THE FILES SO NOBODY HAS TO EYEBALL THE JOB LOG:            *
001400*                                                                *
001500*      1. RECORDS READ = GREETINGS + REJECTS + DUPLICATES       *
001600*         + WATCH-LIST HOLDS (FROM THE CHECKPOINT'S             *
001650*         CUMULATIVE TOTALS)                                    *
001700*      2. EXTRACT INPUT + DUE REWORK INPUT = RECORDS READ       *
001800*      3. CRM FEED RECORDS = GREETINGS ISSUED                   *
001900*      4. AUDIT RECORDS FOR THE RUN DATE = GREETINGS ISSUED     *
002600*    RETURN-CODE 8 SO THE OPERATIONS SCHEDULER CAN HOLD THE     *
002700*    CRM TRANSMISSION INSTEAD OF SENDING A SHORT FEED.          *
002800*                                                                *
002810*    THE SAME SIX CHECKS ARE THEN REPEATED FOR EACH SITE, FROM  *
002820*    THE CHECKPOINT'S PER-SITE COUNTS AND THE SITE CODE ON      *
002830*    EVERY FEED RECORD.  A SITE OUT OF BALANCE PUTS THE WHOLE   *
002840*    RUN OUT OF BALANCE.                                        *
002850*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ----------------------                                     *
003100*    2026-08-22  JCL   ORIGINAL VERSION.                        *
003130*                      AUDIT-VS-GREETINGS CHECK - THE CYCLE     *
003140*                      APPENDS TO THE SAME LOG BUT ITS WORK IS  *
003150*                      NOT PART OF THE NIGHTLY RUN'S COUNTS.    *
003155*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
003160*                      SHARED RUN LOG (RUNLOG).                 *
003165*    2026-10-15  JCL   EACH SITE IS BALANCED SEPARATELY AS      *
003170*                      WELL AS IN TOTAL.  SITE NAMES COME FROM  *
003175*                      THE OPTIONAL SITE FILE (SITEFILE).       *
003180*    2026-10-15  JCL   RECORDS HELD BY THE WATCH-LIST           *
003185*                      SCREENING ARE PART OF THE READ           *
003190*                      CROSSFOOT, IN TOTAL AND PER SITE.        *
003200*                                                                *
003300******************************************************************
003400
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS VG-BALRPT-STATUS.
008100
008101     SELECT SITE-REFERENCE
008102         ASSIGN TO 'SITEFILE'
008103         ORGANIZATION IS INDEXED
008104         ACCESS MODE IS RANDOM
008105         RECORD KEY IS VG-SITE-CODE
008106         FILE STATUS IS VG-SITEFILE-STATUS.
008107
008110     SELECT RUN-LOG
008120         ASSIGN TO 'RUNLOG'
008130         ORGANIZATION IS LINE SEQUENTIAL
008140         FILE STATUS IS VG-RUNLOG-STATUS.
008150
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  VISITOR-MASTER
009400         ==VG-VIS-LANG-CODE==    BY ==VG-SUP-LANG-CODE==
009500         ==VG-VIS-EXPECT-DATE==  BY ==VG-SUP-EXPECT-DATE==
009510         ==VG-VIS-HOST-ID==      BY ==VG-SUP-HOST-ID==
009520         ==VG-VIS-EVENT-CODE==   BY ==VG-SUP-EVENT-CODE==
009550         ==VG-VIS-SITE-CODE==    BY ==VG-SUP-SITE-CODE==.
009600
009700 FD  GREETING-EXTRACT
009800     LABEL RECORDS ARE STANDARD.
011800     LABEL RECORDS ARE STANDARD.
011900 01  VG-BALANCE-RECORD               PIC X(80).
012000
012002 FD  SITE-REFERENCE
012004     LABEL RECORDS ARE STANDARD.
012006     COPY SITEREC.
012008
012020 FD  RUN-LOG
012040     LABEL RECORDS ARE STANDARD.
012060 01  VG-RUN-LOG-LINE                PIC X(94).
012080
012100 WORKING-STORAGE SECTION.
012200
012300******************************************************************
013000         88  VG-ALL-IN-BALANCE                  VALUE 'Y'.
013100     05  VG-CKPT-SWITCH              PIC X(01) VALUE 'N'.
013200         88  VG-CKPT-USABLE                     VALUE 'Y'.
013220     05  VG-SITEFILE-SWITCH          PIC X(01) VALUE 'N'.
013240         88  VG-SITEFILE-AVAILABLE              VALUE 'Y'.
013300
013400******************************************************************
013500*    FILE STATUS FIELDS                                         *
014300     05  VG-DUPRPT-STATUS            PIC X(02).
014400     05  VG-GREETCKP-STATUS          PIC X(02).
014500     05  VG-BALRPT-STATUS            PIC X(02).
014550     05  VG-RUNLOG-STATUS            PIC X(02).
014560     05  VG-SITEFILE-STATUS          PIC X(02).
014600
014700******************************************************************
014800*    FILE COUNTS                                                *
015600     05  VG-DUPRPT-COUNT             PIC 9(08) COMP VALUE ZERO.
015700     05  VG-INPUT-TOTAL              PIC 9(08) COMP VALUE ZERO.
015800     05  VG-CROSSFOOT-TOTAL          PIC 9(08) COMP VALUE ZERO.
015820     05  VG-SITE-INPUT-TOTAL         PIC 9(08) COMP VALUE ZERO.
015840     05  VG-SITE-CROSSFOOT-TOTAL     PIC 9(08) COMP VALUE ZERO.
015900
016000******************************************************************
016100*    CHECKPOINT TOTALS CARRIED FOR THE CHECKS                   *
016500     05  VG-BAL-GREETINGS            PIC 9(08) COMP VALUE ZERO.
016600     05  VG-BAL-REJECTS              PIC 9(08) COMP VALUE ZERO.
016700     05  VG-BAL-DUPLICATES           PIC 9(08) COMP VALUE ZERO.
016702     05  VG-BAL-HOLDS                PIC 9(08) COMP VALUE ZERO.
016704
016706******************************************************************
016708*    SITE TABLE - ONE ENTRY PER SITE, FIRST FROM THE CHECKPOINT *
016710*    IN ITS OWN ORDER (SO ENTRY 1 IS THE BLANK SITE, AS IN THE  *
016712*    GREETING RUN), THEN ANY FURTHER SITE CODE FOUND ON A FEED. *
016714*    ONCE THE TABLE IS FULL, FURTHER SITES ARE COUNTED UNDER    *
016716*    ENTRY 1 - THE GREETING RUN COUNTS THEM THE SAME WAY.       *
016718******************************************************************
016720 01  VG-SITE-COUNT                   PIC 9(02) COMP VALUE ZERO.
016722 01  VG-SITE-TABLE.
016724     05  VG-SITE-ENTRY OCCURS 1 TO 20 TIMES
016726             DEPENDING ON VG-SITE-COUNT
016728             INDEXED BY VG-SITE-IDX.
016730         10  VG-SITE-TAB-CODE        PIC X(02).
016732         10  VG-SITE-CKPT-READ       PIC 9(08) COMP.
016734         10  VG-SITE-CKPT-GREETINGS  PIC 9(08) COMP.
016736         10  VG-SITE-CKPT-REJECTS    PIC 9(08) COMP.
016738         10  VG-SITE-CKPT-DUPLICATES PIC 9(08) COMP.
016740         10  VG-SITE-CKPT-HOLDS      PIC 9(08) COMP.
016742         10  VG-SITE-VISMAST-COUNT   PIC 9(08) COMP.
016744         10  VG-SITE-GREETSUP-COUNT  PIC 9(08) COMP.
016746         10  VG-SITE-GREETEXT-COUNT  PIC 9(08) COMP.
016748         10  VG-SITE-GREETAUD-COUNT  PIC 9(08) COMP.
016750         10  VG-SITE-GREETREJ-COUNT  PIC 9(08) COMP.
016752         10  VG-SITE-DUPRPT-COUNT    PIC 9(08) COMP.
016754 01  VG-SITE-SUB                     PIC 9(02) COMP VALUE ZERO.
016756 01  VG-FOUND-SITE-SUB               PIC 9(02) COMP VALUE ZERO.
016758 01  VG-FIND-SITE-CODE               PIC X(02) VALUE SPACES.
016760 01  VG-SITE-OVERFLOW                PIC 9(08) COMP VALUE ZERO.
016800
016900******************************************************************
017000*    RUN DATE                                                   *
019900     05  VG-BALC-STATUS              PIC X(14).
020000     05  FILLER                      PIC X(17) VALUE SPACES.
020100
020105 01  VG-BAL-SITE-LINE.
020110     05  FILLER                      PIC X(05) VALUE 'SITE '.
020115     05  VG-BALS-SITE-CODE           PIC X(02).
020120     05  FILLER                      PIC X(02) VALUE SPACES.
020125     05  VG-BALS-SITE-NAME           PIC X(20).
020130     05  FILLER                      PIC X(51) VALUE SPACES.
020135
020140 01  VG-BAL-OVERFLOW-LINE.
020145     05  FILLER                      PIC X(28) VALUE
020150             'SITE TABLE FULL - RECORDS   '.
020155     05  VG-BALO-COUNT               PIC ZZZ,ZZ9.
020160     05  FILLER                      PIC X(26) VALUE
020165             ' COUNTED UNDER FIRST SITE '.
020170     05  FILLER                      PIC X(19) VALUE SPACES.
020175
020200 01  VG-BAL-NOTE-LINE.
020300     05  VG-BALN-TEXT                PIC X(60).
020400     05  FILLER                      PIC X(20) VALUE SPACES.
020900     05  VG-BALT-STATUS              PIC X(14).
021000     05  FILLER                      PIC X(50) VALUE SPACES.
021100
021110******************************************************************
021120*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
021130*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
021140*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
021150******************************************************************
021160     COPY RUNLREC.
021170 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
021200 PROCEDURE DIVISION.
021300
021400******************************************************************
021500*    0000-MAINLINE                                              *
021600******************************************************************
021700 0000-MAINLINE.
021750     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021900     PERFORM 2000-COUNT-ALL-FILES THRU 2000-EXIT
022000     PERFORM 2500-RUN-ALL-CHECKS THRU 2500-EXIT
022100     PERFORM 3000-FINALIZE THRU 3000-EXIT
022150     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
022200     STOP RUN.
022300
022400******************************************************************
024300 1000-EXIT.
024400     EXIT.
024500 1000-ABEND.
024550     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
024600     STOP RUN.
024700
024800******************************************************************
028200     MOVE VG-CKPT-GREETINGS TO VG-BAL-GREETINGS
028300     MOVE VG-CKPT-REJECTS TO VG-BAL-REJECTS
028400     MOVE VG-CKPT-DUPLICATES TO VG-BAL-DUPLICATES
028410     MOVE VG-CKPT-HOLDS TO VG-BAL-HOLDS
028420     IF VG-CKPT-SITE-COUNT > 0
028430         PERFORM 1150-LOAD-CKPT-SITE THRU 1150-EXIT
028440             VARYING VG-SITE-SUB FROM 1 BY 1
028450             UNTIL VG-SITE-SUB > VG-CKPT-SITE-COUNT
028460     END-IF
028500     CLOSE GREETING-CKPT.
028600 1100-EXIT.
028605     EXIT.
028610
028615******************************************************************
028620*    1150-LOAD-CKPT-SITE - ONE SITE'S CHECKPOINTED COUNTS       *
028625******************************************************************
028630 1150-LOAD-CKPT-SITE.
028635     MOVE VG-CKPT-SITE-CODE(VG-SITE-SUB) TO VG-FIND-SITE-CODE
028640     PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
028645     ADD VG-CKPT-SITE-READ(VG-SITE-SUB)
028650         TO VG-SITE-CKPT-READ(VG-FOUND-SITE-SUB)
028655     ADD VG-CKPT-SITE-GREETINGS(VG-SITE-SUB)
028660         TO VG-SITE-CKPT-GREETINGS(VG-FOUND-SITE-SUB)
028665     ADD VG-CKPT-SITE-REJECTS(VG-SITE-SUB)
028670         TO VG-SITE-CKPT-REJECTS(VG-FOUND-SITE-SUB)
028675     ADD VG-CKPT-SITE-DUPLICATES(VG-SITE-SUB)
028680         TO VG-SITE-CKPT-DUPLICATES(VG-FOUND-SITE-SUB)
028685     ADD VG-CKPT-SITE-HOLDS(VG-SITE-SUB)
028690         TO VG-SITE-CKPT-HOLDS(VG-FOUND-SITE-SUB).
028695 1150-EXIT.
028700     EXIT.
028800
028900******************************************************************
031900             SET VG-END-OF-FILE TO TRUE
032000         NOT AT END
032100             ADD 1 TO VG-VISMAST-COUNT
032120             MOVE VG-VIS-SITE-CODE TO VG-FIND-SITE-CODE
032140             PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
032160             ADD 1 TO VG-SITE-VISMAST-COUNT(VG-FOUND-SITE-SUB)
032200     END-READ.
032300 2110-EXIT.
032400     EXIT.
034600         NOT AT END
034700             IF VG-SUP-EXPECT-DATE = VG-RUN-DATE
034800                 ADD 1 TO VG-GREETSUP-COUNT
034820                 MOVE VG-SUP-SITE-CODE TO VG-FIND-SITE-CODE
034840                 PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
034860                 ADD 1
034880                     TO VG-SITE-GREETSUP-COUNT(VG-FOUND-SITE-SUB)
034900             END-IF
035000     END-READ.
035100 2160-EXIT.
036900             SET VG-END-OF-FILE TO TRUE
037000         NOT AT END
037100             ADD 1 TO VG-GREETEXT-COUNT
037120             MOVE VG-EXT-SITE-CODE TO VG-FIND-SITE-CODE
037140             PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
037160             ADD 1 TO VG-SITE-GREETEXT-COUNT(VG-FOUND-SITE-SUB)
037200     END-READ.
037300 2210-EXIT.
037400     EXIT.
039800             IF VG-AUD-RUN-DATE = VG-RUN-DATE
039820                     AND VG-AUD-REWORK-FLAG NOT = 'C'
039900                 ADD 1 TO VG-GREETAUD-COUNT
039920                 MOVE VG-AUD-SITE-CODE TO VG-FIND-SITE-CODE
039940                 PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
039960                 ADD 1
039980                     TO VG-SITE-GREETAUD-COUNT(VG-FOUND-SITE-SUB)
040000             END-IF
040100     END-READ.
040200 2260-EXIT.
042100         NOT AT END
042200             IF VG-REJ-RUN-DATE = VG-RUN-DATE
042300                 ADD 1 TO VG-GREETREJ-COUNT
042320                 MOVE VG-REJ-SITE-CODE TO VG-FIND-SITE-CODE
042340                 PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
042360                 ADD 1
042380                     TO VG-SITE-GREETREJ-COUNT(VG-FOUND-SITE-SUB)
042400             END-IF
042500     END-READ.
042600 2310-EXIT.
044400             SET VG-END-OF-FILE TO TRUE
044500         NOT AT END
044600             ADD 1 TO VG-DUPRPT-COUNT
044620             MOVE VG-DUP-SITE-CODE TO VG-FIND-SITE-CODE
044640             PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
044660             ADD 1 TO VG-SITE-DUPRPT-COUNT(VG-FOUND-SITE-SUB)
044700     END-READ.
044800 2360-EXIT.
044802     EXIT.
044804
044806******************************************************************
044808*    2400-FIND-SITE-ENTRY - FIND (OR APPEND) THE TABLE ENTRY    *
044810*    FOR VG-FIND-SITE-CODE AND RETURN ITS SUBSCRIPT IN          *
044812*    VG-FOUND-SITE-SUB.  WITH THE TABLE FULL THE SITE IS        *
044814*    COUNTED UNDER ENTRY 1.                                     *
044816******************************************************************
044818 2400-FIND-SITE-ENTRY.
044820     MOVE 1 TO VG-FOUND-SITE-SUB
044822     IF VG-SITE-COUNT = 0
044824         PERFORM 2410-ADD-SITE-ENTRY THRU 2410-EXIT
044826         GO TO 2400-EXIT
044828     END-IF
044830     SET VG-SITE-IDX TO 1
044832     SEARCH VG-SITE-ENTRY
044834         AT END
044836             PERFORM 2410-ADD-SITE-ENTRY THRU 2410-EXIT
044838         WHEN VG-SITE-TAB-CODE(VG-SITE-IDX) = VG-FIND-SITE-CODE
044840             SET VG-FOUND-SITE-SUB TO VG-SITE-IDX
044842     END-SEARCH.
044844 2400-EXIT.
044846     EXIT.
044848
044850 2410-ADD-SITE-ENTRY.
044852     IF VG-SITE-COUNT < 20
044854         ADD 1 TO VG-SITE-COUNT
044856         MOVE VG-FIND-SITE-CODE TO VG-SITE-TAB-CODE(VG-SITE-COUNT)
044858         MOVE ZERO TO VG-SITE-CKPT-READ(VG-SITE-COUNT)
044860         MOVE ZERO TO VG-SITE-CKPT-GREETINGS(VG-SITE-COUNT)
044862         MOVE ZERO TO VG-SITE-CKPT-REJECTS(VG-SITE-COUNT)
044864         MOVE ZERO TO VG-SITE-CKPT-DUPLICATES(VG-SITE-COUNT)
044866         MOVE ZERO TO VG-SITE-CKPT-HOLDS(VG-SITE-COUNT)
044868         MOVE ZERO TO VG-SITE-VISMAST-COUNT(VG-SITE-COUNT)
044870         MOVE ZERO TO VG-SITE-GREETSUP-COUNT(VG-SITE-COUNT)
044872         MOVE ZERO TO VG-SITE-GREETEXT-COUNT(VG-SITE-COUNT)
044874         MOVE ZERO TO VG-SITE-GREETAUD-COUNT(VG-SITE-COUNT)
044876         MOVE ZERO TO VG-SITE-GREETREJ-COUNT(VG-SITE-COUNT)
044878         MOVE ZERO TO VG-SITE-DUPRPT-COUNT(VG-SITE-COUNT)
044880         MOVE VG-SITE-COUNT TO VG-FOUND-SITE-SUB
044882     ELSE
044884         ADD 1 TO VG-SITE-OVERFLOW
044886     END-IF.
044888 2410-EXIT.
044900     EXIT.
045000
045100******************************************************************
046000     END-IF
046100     COMPUTE VG-CROSSFOOT-TOTAL = VG-BAL-GREETINGS
046200         + VG-BAL-REJECTS + VG-BAL-DUPLICATES
046300         + VG-BAL-HOLDS
046350     MOVE 'READ = GREET+REJ+DUP+HOLD   ' TO VG-BALC-DESC
046400     MOVE VG-BAL-RECORDS-READ TO VG-BALC-COUNT-1
046500     MOVE VG-CROSSFOOT-TOTAL TO VG-BALC-COUNT-2
046600     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048600     MOVE 'DUP REPORT = DUPLICATES     ' TO VG-BALC-DESC
048700     MOVE VG-DUPRPT-COUNT TO VG-BALC-COUNT-1
048800     MOVE VG-BAL-DUPLICATES TO VG-BALC-COUNT-2
048801     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048802     IF VG-SITE-COUNT > 0
048803         OPEN INPUT SITE-REFERENCE
048804         IF VG-SITEFILE-STATUS = '00'
048805             SET VG-SITEFILE-AVAILABLE TO TRUE
048806         END-IF
048807         PERFORM 2550-CHECK-ONE-SITE THRU 2550-EXIT
048808             VARYING VG-SITE-SUB FROM 1 BY 1
048809             UNTIL VG-SITE-SUB > VG-SITE-COUNT
048810         IF VG-SITEFILE-AVAILABLE
048811             CLOSE SITE-REFERENCE
048812         END-IF
048813     END-IF
048814     IF VG-SITE-OVERFLOW > 0
048815         MOVE VG-SITE-OVERFLOW TO VG-BALO-COUNT
048816         WRITE VG-BALANCE-RECORD FROM VG-BAL-OVERFLOW-LINE
048817     END-IF.
048818 2500-EXIT.
048819     EXIT.
048820
048821******************************************************************
048822*    2550-CHECK-ONE-SITE - THE SAME SIX CHECKS FOR ONE SITE,    *
048823*    UNDER A LINE NAMING THE SITE                               *
048824******************************************************************
048825 2550-CHECK-ONE-SITE.
048826     MOVE SPACES TO VG-BAL-NOTE-LINE
048827     WRITE VG-BALANCE-RECORD FROM VG-BAL-NOTE-LINE
048828     MOVE VG-SITE-TAB-CODE(VG-SITE-SUB) TO VG-BALS-SITE-CODE
048829     MOVE SPACES TO VG-BALS-SITE-NAME
048830     IF VG-SITE-TAB-CODE(VG-SITE-SUB) = SPACES
048831         MOVE '(NO SITE)' TO VG-BALS-SITE-NAME
048832     ELSE
048833         IF VG-SITEFILE-AVAILABLE
048834             MOVE VG-SITE-TAB-CODE(VG-SITE-SUB) TO VG-SITE-CODE
048835             READ SITE-REFERENCE
048836                 INVALID KEY
048837                     MOVE '(NOT ON SITE FILE)'
048838                         TO VG-BALS-SITE-NAME
048839                 NOT INVALID KEY
048840                     MOVE VG-SITE-NAME TO VG-BALS-SITE-NAME
048841             END-READ
048842         END-IF
048843     END-IF
048844     WRITE VG-BALANCE-RECORD FROM VG-BAL-SITE-LINE
048845     COMPUTE VG-SITE-CROSSFOOT-TOTAL =
048846         VG-SITE-CKPT-GREETINGS(VG-SITE-SUB)
048847         + VG-SITE-CKPT-REJECTS(VG-SITE-SUB)
048848         + VG-SITE-CKPT-DUPLICATES(VG-SITE-SUB)
048849         + VG-SITE-CKPT-HOLDS(VG-SITE-SUB)
048850     MOVE '  READ = GREET+REJ+DUP+HOLD ' TO VG-BALC-DESC
048851     MOVE VG-SITE-CKPT-READ(VG-SITE-SUB) TO VG-BALC-COUNT-1
048852     MOVE VG-SITE-CROSSFOOT-TOTAL TO VG-BALC-COUNT-2
048853     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048854     COMPUTE VG-SITE-INPUT-TOTAL =
048855         VG-SITE-VISMAST-COUNT(VG-SITE-SUB)
048856         + VG-SITE-GREETSUP-COUNT(VG-SITE-SUB)
048857     MOVE '  INPUT FEEDS = RECORDS READ' TO VG-BALC-DESC
048858     MOVE VG-SITE-INPUT-TOTAL TO VG-BALC-COUNT-1
048859     MOVE VG-SITE-CKPT-READ(VG-SITE-SUB) TO VG-BALC-COUNT-2
048860     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048861     MOVE '  CRM FEED = GREETINGS      ' TO VG-BALC-DESC
048862     MOVE VG-SITE-GREETEXT-COUNT(VG-SITE-SUB) TO VG-BALC-COUNT-1
048863     MOVE VG-SITE-CKPT-GREETINGS(VG-SITE-SUB) TO VG-BALC-COUNT-2
048864     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048865     MOVE '  AUDIT TODAY = GREETINGS   ' TO VG-BALC-DESC
048866     MOVE VG-SITE-GREETAUD-COUNT(VG-SITE-SUB) TO VG-BALC-COUNT-1
048867     MOVE VG-SITE-CKPT-GREETINGS(VG-SITE-SUB) TO VG-BALC-COUNT-2
048868     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048869     MOVE '  REJECT FILE = REJECTS     ' TO VG-BALC-DESC
048870     MOVE VG-SITE-GREETREJ-COUNT(VG-SITE-SUB) TO VG-BALC-COUNT-1
048871     MOVE VG-SITE-CKPT-REJECTS(VG-SITE-SUB) TO VG-BALC-COUNT-2
048872     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT
048873     MOVE '  DUP REPORT = DUPLICATES   ' TO VG-BALC-DESC
048874     MOVE VG-SITE-DUPRPT-COUNT(VG-SITE-SUB) TO VG-BALC-COUNT-1
048875     MOVE VG-SITE-CKPT-DUPLICATES(VG-SITE-SUB) TO VG-BALC-COUNT-2
048900     PERFORM 2600-JUDGE-ONE-CHECK THRU 2600-EXIT.
049000 2550-EXIT.
049100     EXIT.
049200
049300******************************************************************
052100     DISPLAY 'GREETBAL0002I - OVERALL STATUS: ' VG-BALT-STATUS.
052200 3000-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
052700******************************************************************
052800 8000-LOG-RUN-START.
052900     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
053000     SET VG-RLG-START TO TRUE
053100     MOVE ZERO TO VG-RLG-RETURN-CODE
053200     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
053300     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
053400     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
053500     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
053600     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
053700     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
053800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
053900 8000-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
054400*    KEY COUNTS OF THE RUN                                      *
054500******************************************************************
054600 8100-LOG-RUN-END.
054700     SET VG-RLG-END TO TRUE
054800     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
054900     MOVE 'INPUT' TO VG-RLG-COUNT-LABEL(1)
055000     MOVE VG-INPUT-TOTAL TO VG-RLG-COUNT-VALUE(1)
055100     MOVE 'CROSSFOOT' TO VG-RLG-COUNT-LABEL(2)
055200     MOVE VG-CROSSFOOT-TOTAL TO VG-RLG-COUNT-VALUE(2)
055300     MOVE 'AUDIT' TO VG-RLG-COUNT-LABEL(3)
055400     MOVE VG-GREETAUD-COUNT TO VG-RLG-COUNT-VALUE(3)
055500     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
055600 8100-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
056100*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
056200*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
056300*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
056400******************************************************************
056500 8900-WRITE-RUN-LOG.
056600     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
056700     MOVE 'GREETING-BALANCE' TO VG-RLG-PROGRAM
056800     ACCEPT VG-RLG-TIME FROM TIME
056900     OPEN EXTEND RUN-LOG
057000     IF VG-RUNLOG-STATUS = '35'
057100         OPEN OUTPUT RUN-LOG
057200     END-IF
057300     IF VG-RUNLOG-STATUS NOT = '00'
057400         DISPLAY 'GREETBAL0003W - UNABLE TO OPEN RUN-LOG, '
057500             'STATUS = ' VG-RUNLOG-STATUS
057600         GO TO 8900-EXIT
057700     END-IF
057800     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
057900     CLOSE RUN-LOG.
058000 8900-EXIT.
058100     EXIT.
