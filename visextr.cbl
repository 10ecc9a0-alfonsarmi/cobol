003080*                      BUSINESS-CALENDAR CLOSED DATE IS MOVED    *
003090*                      FORWARD TO THE NEXT OPEN DAY ON THE       *
003092*                      MASTER AND LISTED ON THE ROLL REPORT.     *
003093*    2026-10-15  JCL   VISIDX DECLARES ITS NEW ALTERNATE NAME    *
003094*                      KEY.                                      *
003095*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE      *
003096*                      SHARED RUN LOG (RUNLOG).                  *
003097*    2026-10-15  JCL   EXTRACT RECORD WIDENED FOR THE SITE CODE  *
003098*                      ADDED TO THE MASTER; THE SITE IS SHOWN    *
003099*                      ON THE UPCOMING-VISITORS REPORT.          *
003100*                                                                *
003200******************************************************************
003300
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS VG-VIS-ID
004550         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004600         FILE STATUS IS VG-VISIDX-STATUS.
004700
004800     SELECT VISITOR-MASTER
005694         ORGANIZATION IS LINE SEQUENTIAL
005696         FILE STATUS IS VG-ROLLRPT-STATUS.
005700
005710     SELECT RUN-LOG
005720         ASSIGN TO 'RUNLOG'
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS VG-RUNLOG-STATUS.
005750
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  VISITOR-MASTER-INDEXED
006300
006400 FD  VISITOR-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 01  VG-VISMAST-RECORD           PIC X(52).
006700
006800 FD  UPCOMING-RPT
006900     LABEL RECORDS ARE STANDARD.
007060 FD  ROLL-RPT
007070     LABEL RECORDS ARE STANDARD.
007080 01  VG-ROLL-RECORD              PIC X(80).
007082
007084 FD  RUN-LOG
007086     LABEL RECORDS ARE STANDARD.
007088 01  VG-RUN-LOG-LINE                PIC X(94).
007100
007200 WORKING-STORAGE SECTION.
007300
008100     05  VG-UPCOMRPT-STATUS          PIC X(02).
008110     05  VG-CALFILE-STATUS           PIC X(02).
008120     05  VG-ROLLRPT-STATUS           PIC X(02).
008150     05  VG-RUNLOG-STATUS            PIC X(02).
008200
008300 01  VG-RECORD-COUNT                 PIC 9(08) COMP VALUE ZERO.
008400 01  VG-UPCOMING-COUNT               PIC 9(08) COMP VALUE ZERO.
011300     05  VG-UPCD-NAME                PIC X(20).
011400     05  FILLER                      PIC X(03) VALUE SPACES.
011500     05  VG-UPCD-LANG-CODE           PIC X(02).
011600     05  FILLER                      PIC X(03) VALUE SPACES.
011620     05  VG-UPCD-SITE-CODE           PIC X(02).
011640     05  FILLER                      PIC X(30) VALUE SPACES.
011700
011800 01  VG-UPC-TRAILER-LINE.
011900     05  FILLER                      PIC X(20) VALUE
012388     05  VG-ROLT-COUNT               PIC ZZZ,ZZ9.
012390     05  FILLER                      PIC X(53) VALUE SPACES.
012392
012393******************************************************************
012394*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
012395*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
012396*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
012397******************************************************************
012398     COPY RUNLREC.
012399 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
012400 PROCEDURE DIVISION.
012500
012600******************************************************************
012700*    0000-MAINLINE                                               *
012800******************************************************************
012900 0000-MAINLINE.
012950     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
013200         UNTIL VG-END-OF-FILE
013300     PERFORM 3000-TERMINATE THRU 3000-EXIT
013350     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
013400     STOP RUN.
013500
013600******************************************************************
017400 1000-EXIT.
017500     EXIT.
017600 1000-ABEND.
017650     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
017700     STOP RUN.
017710
017720******************************************************************
021500     MOVE VG-VIS-ID TO VG-UPCD-VIS-ID
021600     MOVE VG-VIS-NAME TO VG-UPCD-NAME
021700     MOVE VG-VIS-LANG-CODE TO VG-UPCD-LANG-CODE
021750     MOVE VG-VIS-SITE-CODE TO VG-UPCD-SITE-CODE
021800     WRITE VG-UPCOM-RECORD FROM VG-UPC-DETAIL-LINE
021900     ADD 1 TO VG-UPCOMING-COUNT.
022000 2200-EXIT.
023740     END-IF.
023800 3000-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
024300******************************************************************
024400 8000-LOG-RUN-START.
024500     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
024600     SET VG-RLG-START TO TRUE
024700     MOVE ZERO TO VG-RLG-RETURN-CODE
024800     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
024900     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
025000     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
025100     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
025200     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
025300     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
025400     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
025500 8000-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
026000*    KEY COUNTS OF THE RUN                                      *
026100******************************************************************
026200 8100-LOG-RUN-END.
026300     SET VG-RLG-END TO TRUE
026400     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
026500     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
026600     MOVE VG-RECORD-COUNT TO VG-RLG-COUNT-VALUE(1)
026700     MOVE 'UPCOMING' TO VG-RLG-COUNT-LABEL(2)
026800     MOVE VG-UPCOMING-COUNT TO VG-RLG-COUNT-VALUE(2)
026900     MOVE 'PAST DUE' TO VG-RLG-COUNT-LABEL(3)
027000     MOVE VG-PAST-DUE-COUNT TO VG-RLG-COUNT-VALUE(3)
027100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
027200 8100-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
027700*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
027800*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
027900*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
028000******************************************************************
028100 8900-WRITE-RUN-LOG.
028200     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
028300     MOVE 'VISITOR-EXTRACT' TO VG-RLG-PROGRAM
028400     ACCEPT VG-RLG-TIME FROM TIME
028500     OPEN EXTEND RUN-LOG
028600     IF VG-RUNLOG-STATUS = '35'
028700         OPEN OUTPUT RUN-LOG
028800     END-IF
028900     IF VG-RUNLOG-STATUS NOT = '00'
029000         DISPLAY 'VISEXTR0012W - UNABLE TO OPEN RUN-LOG, STATUS '
029100             '= ' VG-RUNLOG-STATUS
029200         GO TO 8900-EXIT
029300     END-IF
029400     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
029500     CLOSE RUN-LOG.
029600 8900-EXIT.
029700     EXIT.
