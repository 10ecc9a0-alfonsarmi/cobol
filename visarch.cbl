003100*    MODIFICATION HISTORY                                       *
003200*    ----------------------                                     *
003300*    2026-09-02  JCL   ORIGINAL VERSION.                        *
003320*    2026-10-15  JCL   VISIDX DECLARES ITS NEW ALTERNATE NAME   *
003340*                      KEY.                                     *
003360*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
003380*                      SHARED RUN LOG (RUNLOG).                 *
003400*                                                                *
003500******************************************************************
003600
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VG-VIS-ID
004850         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004900         FILE STATUS IS VG-VISIDX-STATUS.
005000
005100     SELECT VISITOR-ARCHIVE-FILE
005700         ASSIGN TO 'VARSUMRP'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS VG-VARSUMRP-STATUS.
005910
005920     SELECT RUN-LOG
005930         ASSIGN TO 'RUNLOG'
005940         ORGANIZATION IS LINE SEQUENTIAL
005950         FILE STATUS IS VG-RUNLOG-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007300         ==VG-VIS-LANG-CODE==    BY ==VG-ARV-LANG-CODE==
007400         ==VG-VIS-EXPECT-DATE==  BY ==VG-ARV-EXPECT-DATE==
007500         ==VG-VIS-HOST-ID==      BY ==VG-ARV-HOST-ID==
007550         ==VG-VIS-EVENT-CODE==   BY ==VG-ARV-EVENT-CODE==
007560         ==VG-VIS-SITE-CODE==    BY ==VG-ARV-SITE-CODE==.
007600
007700 FD  ARCHIVE-SUMMARY
007800     LABEL RECORDS ARE STANDARD.
007900 01  VG-SUMMARY-RECORD               PIC X(80).
007920
007940 FD  RUN-LOG
007960     LABEL RECORDS ARE STANDARD.
007980 01  VG-RUN-LOG-LINE                PIC X(94).
008000
008100 WORKING-STORAGE SECTION.
008200
009400     05  VG-VISIDX-STATUS            PIC X(02).
009500     05  VG-VISARCH-STATUS           PIC X(02).
009600     05  VG-VARSUMRP-STATUS          PIC X(02).
009650     05  VG-RUNLOG-STATUS            PIC X(02).
009700
009800******************************************************************
009900*    COUNTERS                                                   *
017400     05  VG-SUMT-COUNT               PIC ZZZ,ZZ9.
017500     05  FILLER                      PIC X(53) VALUE SPACES.
017600
017610******************************************************************
017620*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
017630*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
017640*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
017650******************************************************************
017660     COPY RUNLREC.
017670 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
017700 PROCEDURE DIVISION.
017800
017900******************************************************************
018100*    AFTER THE ARCHIVE AND SUMMARY ARE SAFELY CLOSED            *
018200******************************************************************
018300 0000-MAINLINE.
018350     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     PERFORM 2000-ARCHIVE-ONE-RECORD THRU 2000-EXIT
018600         UNTIL VG-END-OF-FILE
019200             'CUT-OFF, MASTER LEFT AS IS'
019300         MOVE 4 TO RETURN-CODE
019400     END-IF
019450     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
019500     STOP RUN.
019600
019700******************************************************************
023800 1000-EXIT.
023900     EXIT.
024000 1000-ABEND.
024050     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
024100     STOP RUN.
024200
024300******************************************************************
040100     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
040200 3100-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
040700******************************************************************
040800 8000-LOG-RUN-START.
040900     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
041000     SET VG-RLG-START TO TRUE
041100     MOVE ZERO TO VG-RLG-RETURN-CODE
041200     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
041300     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
041400     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
041500     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
041600     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
041700     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
041800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
041900 8000-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
042400*    KEY COUNTS OF THE RUN                                      *
042500******************************************************************
042600 8100-LOG-RUN-END.
042700     SET VG-RLG-END TO TRUE
042800     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
042900     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
043000     MOVE VG-RECORDS-READ TO VG-RLG-COUNT-VALUE(1)
043100     MOVE 'ARCHIVED' TO VG-RLG-COUNT-LABEL(2)
043200     MOVE VG-RECORDS-ARCHIVED TO VG-RLG-COUNT-VALUE(2)
043300     MOVE 'PURGED' TO VG-RLG-COUNT-LABEL(3)
043400     MOVE VG-RECORDS-PURGED TO VG-RLG-COUNT-VALUE(3)
043500     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
043600 8100-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
044100*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
044200*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
044300*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
044400******************************************************************
044500 8900-WRITE-RUN-LOG.
044600     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
044700     MOVE 'VISITOR-ARCHIVE' TO VG-RLG-PROGRAM
044800     ACCEPT VG-RLG-TIME FROM TIME
044900     OPEN EXTEND RUN-LOG
045000     IF VG-RUNLOG-STATUS = '35'
045100         OPEN OUTPUT RUN-LOG
045200     END-IF
045300     IF VG-RUNLOG-STATUS NOT = '00'
045400         DISPLAY 'VISARCH0008W - UNABLE TO OPEN RUN-LOG, STATUS '
045500             '= ' VG-RUNLOG-STATUS
045600         GO TO 8900-EXIT
045700     END-IF
045800     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
045900     CLOSE RUN-LOG.
046000 8900-EXIT.
046100     EXIT.
