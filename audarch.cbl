002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------                                     *
002900*    2026-08-22  JCL   ORIGINAL VERSION.                        *
002920*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
002940*                      SHARED RUN LOG (RUNLOG).                 *
003000*                                                                *
003100******************************************************************
003200
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS VG-GREETCKP-STATUS.
005900
005910     SELECT RUN-LOG
005920         ASSIGN TO 'RUNLOG'
005930         ORGANIZATION IS LINE SEQUENTIAL
005940         FILE STATUS IS VG-RUNLOG-STATUS.
005950
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  GREETING-AUDIT
007300         ==VG-AUD-RUN-TIME==     BY ==VG-ARC-RUN-TIME==
007400         ==VG-AUD-OPERATOR-ID==  BY ==VG-ARC-OPERATOR-ID==
007500         ==VG-AUD-NAME==         BY ==VG-ARC-NAME==
007600         ==VG-AUD-REWORK-FLAG==  BY ==VG-ARC-REWORK-FLAG==
007650         ==VG-AUD-SITE-CODE==    BY ==VG-ARC-SITE-CODE==.
007700
007800 FD  ARCHIVE-SUMMARY
007900     LABEL RECORDS ARE STANDARD.
008200 FD  GREETING-CKPT
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CKPTREC.
008420
008440 FD  RUN-LOG
008460     LABEL RECORDS ARE STANDARD.
008480 01  VG-RUN-LOG-LINE                PIC X(94).
008500
008600 WORKING-STORAGE SECTION.
008700
010000     05  VG-GREETARC-STATUS          PIC X(02).
010100     05  VG-ARCSUMRP-STATUS          PIC X(02).
010200     05  VG-GREETCKP-STATUS          PIC X(02).
010250     05  VG-RUNLOG-STATUS            PIC X(02).
010300
010400******************************************************************
010500*    COUNTERS AND CONTROL-BREAK FIELDS                          *
012468         ==VG-CKPT-GREETINGS==      BY ==VG-SAV-GREETINGS==
012470         ==VG-CKPT-REJECTS==        BY ==VG-SAV-REJECTS==
012472         ==VG-CKPT-DUPLICATES==     BY ==VG-SAV-DUPLICATES==
012473         ==VG-CKPT-HOLDS==          BY ==VG-SAV-HOLDS==
012474         ==VG-CKPT-AUDIT-SEQ-NO==   BY ==VG-SAV-AUDIT-SEQ-NO==
012476         ==VG-CKPT-REPORT-PAGE-NO== BY ==VG-SAV-REPORT-PAGE-NO==
012478         ==VG-CKPT-LINE-COUNT==     BY ==VG-SAV-LINE-COUNT==
012491         ==VG-CKPT-EVENT-COUNT==    BY ==VG-SAV-EVENT-COUNT==
012492         ==VG-CKPT-EVENT-ENTRY==    BY ==VG-SAV-EVENT-ENTRY==
012493         ==VG-CKPT-EVT-CODE==       BY ==VG-SAV-EVT-CODE==
012494         ==VG-CKPT-EVT-HITS==       BY ==VG-SAV-EVT-HITS==
012495         ==VG-CKPT-SITE-COUNT==     BY ==VG-SAV-SITE-COUNT==
012500         ==VG-CKPT-SITE-ENTRY==     BY ==VG-SAV-SITE-ENTRY==
012505         ==VG-CKPT-SITE-CODE==      BY ==VG-SAV-SITE-CODE==
012510         ==VG-CKPT-SITE-READ==      BY ==VG-SAV-SITE-READ==
012515         ==VG-CKPT-SITE-GREETINGS==
012520                                    BY ==VG-SAV-SITE-GREETINGS==
012525         ==VG-CKPT-SITE-REJECTS==   BY ==VG-SAV-SITE-REJECTS==
012530         ==VG-CKPT-SITE-DUPLICATES==
012535                                    BY ==VG-SAV-SITE-DUPLICATES==
012540         ==VG-CKPT-SITE-HOLDS==     BY ==VG-SAV-SITE-HOLDS==.
012545
012550******************************************************************
012600*    RUN DATE                                                   *
012700******************************************************************
012800 01  VG-RUN-DATE                     PIC 9(08).
017600     05  VG-SUMT-COUNT               PIC ZZZ,ZZ9.
017700     05  FILLER                      PIC X(53) VALUE SPACES.
017800
017810******************************************************************
017820*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
017830*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
017840*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
017850******************************************************************
017860     COPY RUNLREC.
017870 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
017900 PROCEDURE DIVISION.
018000
018100******************************************************************
018200*    0000-MAINLINE                                              *
018300******************************************************************
018400 0000-MAINLINE.
018450     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     PERFORM 2000-ARCHIVE-ONE-RECORD THRU 2000-EXIT
018700         UNTIL VG-END-OF-FILE
018800     PERFORM 3000-FINALIZE THRU 3000-EXIT
018850     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
018900     STOP RUN.
019000
019100******************************************************************
023800 1000-EXIT.
023900     EXIT.
024000 1000-ABEND.
024050     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
024100     STOP RUN.
024200
024300******************************************************************
039800         'TO ZERO'.
039900 3300-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
040400******************************************************************
040500 8000-LOG-RUN-START.
040600     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
040700     SET VG-RLG-START TO TRUE
040800     MOVE ZERO TO VG-RLG-RETURN-CODE
040900     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
041000     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
041100     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
041200     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
041300     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
041400     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
041500     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
041600 8000-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
042100*    KEY COUNTS OF THE RUN                                      *
042200******************************************************************
042300 8100-LOG-RUN-END.
042400     SET VG-RLG-END TO TRUE
042500     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
042600     MOVE 'ARCHIVED' TO VG-RLG-COUNT-LABEL(1)
042700     MOVE VG-RECORDS-ARCHIVED TO VG-RLG-COUNT-VALUE(1)
042800     MOVE 'DATES' TO VG-RLG-COUNT-LABEL(2)
042900     MOVE VG-BREAK-DATE-COUNT TO VG-RLG-COUNT-VALUE(2)
043000     MOVE 'OPERATORS' TO VG-RLG-COUNT-LABEL(3)
043100     MOVE VG-OPERATOR-COUNT TO VG-RLG-COUNT-VALUE(3)
043200     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
043300 8100-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
043800*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
043900*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
044000*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
044100******************************************************************
044200 8900-WRITE-RUN-LOG.
044300     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
044400     MOVE 'AUDIT-ARCHIVE' TO VG-RLG-PROGRAM
044500     ACCEPT VG-RLG-TIME FROM TIME
044600     OPEN EXTEND RUN-LOG
044700     IF VG-RUNLOG-STATUS = '35'
044800         OPEN OUTPUT RUN-LOG
044900     END-IF
045000     IF VG-RUNLOG-STATUS NOT = '00'
045100         DISPLAY 'AUDARCH0012W - UNABLE TO OPEN RUN-LOG, STATUS '
045200             '= ' VG-RUNLOG-STATUS
045300         GO TO 8900-EXIT
045400     END-IF
045500     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
045600     CLOSE RUN-LOG.
045700 8900-EXIT.
045800     EXIT.
