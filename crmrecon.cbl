002700*    WAITING FOR MARKETING TO COMPLAIN A WEEK LATER.            *
002800*                                                                *
002900*    RETURN CODES: 0 ALL CONFIRMED OR STILL WITHIN THE AGE      *
003000*    LIMIT, 8 STALE UNCONFIRMED RECORDS, 16 OPEN FAILURE OR     *
003050*    GREETING-BALANCE NOT FINISHED CLEANLY TODAY.               *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    ----------------------                                     *
003420*                      CYCLE EXTRACT (CYCEXT) WRITTEN BY        *
003430*                      GREETING-CYCLE AND TRANSMITTED          *
003440*                      ALONGSIDE THE NIGHTLY EXTRACT.           *
003450*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
003460*                      SHARED RUN LOG (RUNLOG).  THE RUN WILL   *
003470*                      NOT START UNLESS GREETING-BALANCE        *
003480*                      FINISHED TODAY WITH A RETURN CODE        *
003490*                      BELOW 8.                                 *
003500*                                                                *
003600******************************************************************
003700
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS VG-CRMRECRP-STATUS.
006900
006910     SELECT RUN-LOG
006920         ASSIGN TO 'RUNLOG'
006930         ORGANIZATION IS LINE SEQUENTIAL
006940         FILE STATUS IS VG-RUNLOG-STATUS.
006950
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CRM-ACKNOWLEDGMENTS
007950         ==VG-EXT-VIS-ID==       BY ==VG-CYC-VIS-ID==
007960         ==VG-EXT-NAME==         BY ==VG-CYC-NAME==
007970         ==VG-EXT-DATE-GREETED== BY ==VG-CYC-DATE-GREETED==
007980         ==VG-EXT-LANG-CODE==    BY ==VG-CYC-LANG-CODE==
007985         ==VG-EXT-SITE-CODE==    BY ==VG-CYC-SITE-CODE==.
007990
008000 FD  CARRY-FORWARD-IN
008100     LABEL RECORDS ARE STANDARD.
009400 FD  RECONCILE-RPT
009500     LABEL RECORDS ARE STANDARD.
009600 01  VG-RECONCILE-RECORD             PIC X(80).
009620
009640 FD  RUN-LOG
009660     LABEL RECORDS ARE STANDARD.
009680 01  VG-RUN-LOG-LINE                PIC X(94).
009700
009800 WORKING-STORAGE SECTION.
009900
011500     05  VG-CRMCFWI-STATUS           PIC X(02).
011600     05  VG-CRMCFWO-STATUS           PIC X(02).
011700     05  VG-CRMRECRP-STATUS          PIC X(02).
011750     05  VG-RUNLOG-STATUS            PIC X(02).
011800
011900******************************************************************
012000*    COUNTERS                                                   *
023600     05  VG-RECT-STALE               PIC ZZZ,ZZ9.
023700     05  FILLER                      PIC X(53) VALUE SPACES.
023800
023802******************************************************************
023804*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
023806*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
023808*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
023810******************************************************************
023812     COPY RUNLREC.
023814 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
023816
023818******************************************************************
023820*    PREDECESSOR CHECK - THE STEP THAT MUST HAVE FINISHED       *
023822*    CLEANLY (RETURN CODE BELOW THE LIMIT) TODAY BEFORE THIS    *
023824*    ONE MAY START                                              *
023826******************************************************************
023828 01  VG-PREDECESSOR-FIELDS.
023830     05  VG-PRED-PROGRAM             PIC X(20) VALUE
023832             'GREETING-BALANCE'.
023834     05  VG-PRED-RC-LIMIT            PIC 9(03) VALUE 8.
023836     05  VG-PRED-STATE               PIC X(01) VALUE SPACE.
023838         88  VG-PRED-NOT-RUN                    VALUE SPACE.
023840         88  VG-PRED-NOT-ENDED                  VALUE 'S'.
023842     05  VG-PRED-RETURN-CODE         PIC 9(03) VALUE ZERO.
023844     05  VG-PRED-EOF-SWITCH          PIC X(01) VALUE 'N'.
023846         88  VG-PRED-LOG-ENDED                  VALUE 'Y'.
023848     05  VG-PRED-OK-SWITCH           PIC X(01) VALUE 'Y'.
023850         88  VG-PRED-OK                         VALUE 'Y'.
023852     05  VG-PRED-OVERRIDE            PIC X(01) VALUE SPACE.
023900 PROCEDURE DIVISION.
024000
024100******************************************************************
024200*    0000-MAINLINE                                              *
024300******************************************************************
024400 0000-MAINLINE.
024450     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024600     PERFORM 1500-LOAD-ACK-TABLE THRU 1500-EXIT
024700     PERFORM 2000-RECONCILE-CARRY-IN THRU 2000-EXIT
024800     PERFORM 2500-RECONCILE-EXTRACT THRU 2500-EXIT
024850     PERFORM 2550-RECONCILE-CYCLE-EXT THRU 2550-EXIT
024900     PERFORM 3000-FINALIZE THRU 3000-EXIT
024950     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
025000     STOP RUN.
025100
025200******************************************************************
025500*    NEEDS THEM AND AN ABSENT ONE SIMPLY COUNTS ZERO.           *
025600******************************************************************
025700 1000-INITIALIZE.
025710     PERFORM 8200-CHECK-PREDECESSOR THRU 8200-EXIT
025720     IF NOT VG-PRED-OK
025730         MOVE 16 TO RETURN-CODE
025740         GO TO 1000-ABEND
025750     END-IF
025800     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
025900     MOVE SPACES TO VG-RUN-DATE-DISPLAY
026000     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
028100 1000-EXIT.
028200     EXIT.
028300 1000-ABEND.
028350     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
028400     STOP RUN.
028500
028600******************************************************************
055400     END-IF.
055500 3000-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
056000******************************************************************
056100 8000-LOG-RUN-START.
056200     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
056300     SET VG-RLG-START TO TRUE
056400     MOVE ZERO TO VG-RLG-RETURN-CODE
056500     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
056600     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
056700     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
056800     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
056900     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
057000     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
057100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
057200 8000-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
057700*    KEY COUNTS OF THE RUN                                      *
057800******************************************************************
057900 8100-LOG-RUN-END.
058000     SET VG-RLG-END TO TRUE
058100     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
058200     MOVE 'EXTRACTED' TO VG-RLG-COUNT-LABEL(1)
058300     MOVE VG-EXTRACT-COUNT TO VG-RLG-COUNT-VALUE(1)
058400     MOVE 'CONFIRMED' TO VG-RLG-COUNT-LABEL(2)
058500     MOVE VG-CONFIRMED-COUNT TO VG-RLG-COUNT-VALUE(2)
058600     MOVE 'UNACKED' TO VG-RLG-COUNT-LABEL(3)
058700     MOVE VG-UNACKED-COUNT TO VG-RLG-COUNT-VALUE(3)
058800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
058900 8100-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300*    8200-CHECK-PREDECESSOR - THE LAST RUN-LOG RECORD TODAY FOR *
059400*    THE PREDECESSOR STEP MUST BE AN END RECORD WITH A RETURN   *
059500*    CODE BELOW ITS LIMIT, OR THIS STEP DOES NOT START.         *
059600*    OPERATIONS CAN FORCE A RUN AFTER A MANUAL RECOVERY WITH    *
059700*    VG_PRED_OVERRIDE=Y.                                        *
059800******************************************************************
059900 8200-CHECK-PREDECESSOR.
060000     MOVE SPACE TO VG-PRED-STATE
060100     MOVE ZERO TO VG-PRED-RETURN-CODE
060200     MOVE 'N' TO VG-PRED-EOF-SWITCH
060300     OPEN INPUT RUN-LOG
060400     IF VG-RUNLOG-STATUS = '00'
060500         PERFORM 8250-READ-RUN-LOG THRU 8250-EXIT
060600             UNTIL VG-PRED-LOG-ENDED
060700         CLOSE RUN-LOG
060800     END-IF
060900     MOVE 'Y' TO VG-PRED-OK-SWITCH
061000     IF VG-PRED-NOT-RUN OR VG-PRED-NOT-ENDED
061100         DISPLAY 'CRMRECON0013E - GREETING-BALANCE HAS NOT '
061200             'FINISHED TODAY'
061300         MOVE 'N' TO VG-PRED-OK-SWITCH
061400     ELSE
061500         IF VG-PRED-RETURN-CODE NOT < VG-PRED-RC-LIMIT
061600             DISPLAY 'CRMRECON0014E - GREETING-BALANCE ENDED '
061700                 'WITH RC ' VG-PRED-RETURN-CODE
061800             MOVE 'N' TO VG-PRED-OK-SWITCH
061900         END-IF
062000     END-IF
062100     IF NOT VG-PRED-OK
062200         MOVE SPACE TO VG-PRED-OVERRIDE
062300         DISPLAY 'VG_PRED_OVERRIDE' UPON ENVIRONMENT-NAME
062400         ACCEPT VG-PRED-OVERRIDE FROM ENVIRONMENT-VALUE
062500         IF VG-PRED-OVERRIDE = 'Y' OR VG-PRED-OVERRIDE = 'y'
062600             DISPLAY 'CRMRECON0015W - PREDECESSOR CHECK '
062700                 'OVERRIDDEN'
062800             MOVE 'Y' TO VG-PRED-OK-SWITCH
062900         END-IF
063000     END-IF.
063100 8200-EXIT.
063200     EXIT.
063300
063400 8250-READ-RUN-LOG.
063500     READ RUN-LOG INTO VG-RUN-LOG-RECORD
063600         AT END
063700             SET VG-PRED-LOG-ENDED TO TRUE
063800             GO TO 8250-EXIT
063900     END-READ
064000     IF VG-RLG-RUN-DATE = VG-RUN-LOG-DATE
064100             AND VG-RLG-PROGRAM = VG-PRED-PROGRAM
064200         MOVE VG-RLG-RECORD-TYPE TO VG-PRED-STATE
064300         MOVE VG-RLG-RETURN-CODE TO VG-PRED-RETURN-CODE
064400     END-IF.
064500 8250-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
065000*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
065100*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
065200*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
065300******************************************************************
065400 8900-WRITE-RUN-LOG.
065500     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
065600     MOVE 'CRM-RECONCILE' TO VG-RLG-PROGRAM
065700     ACCEPT VG-RLG-TIME FROM TIME
065800     OPEN EXTEND RUN-LOG
065900     IF VG-RUNLOG-STATUS = '35'
066000         OPEN OUTPUT RUN-LOG
066100     END-IF
066200     IF VG-RUNLOG-STATUS NOT = '00'
066300         DISPLAY 'CRMRECON0012W - UNABLE TO OPEN RUN-LOG, '
066400             'STATUS = ' VG-RUNLOG-STATUS
066500         GO TO 8900-EXIT
066600     END-IF
066700     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
066800     CLOSE RUN-LOG.
066900 8900-EXIT.
067000     EXIT.
