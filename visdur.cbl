001800*    EVERYONE STILL SHOWN AS IN THE BUILDING AT CLOSE.  THE     *
001900*    RUN ENDS WITH RETURN-CODE 4 WHEN ANYONE IS STILL ON-SITE   *
002000*    SO THE OPERATIONS SCHEDULE CAN FLAG THE REPORT FOR         *
002100*    SECURITY REVIEW.  EACH LINE CARRIES THE VISIT'S SITE, AND  *
002120*    THE TRAILER BREAKS THE COUNTS DOWN BY SITE SO EACH         *
002140*    BUILDING'S SECURITY DESK SEES ITS OWN ON-SITE FIGURE.      *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ----------------------                                     *
002500*    2026-09-02  JCL   ORIGINAL VERSION.                        *
002520*    2026-10-15  JCL   VISHIST DECLARES ITS NEW ALTERNATE NAME  *
002540*                      KEY.                                     *
002560*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
002580*                      SHARED RUN LOG (RUNLOG).                 *
002585*    2026-10-15  JCL   SITE CODE ON EACH LINE AND VISITS,       *
002590*                      SIGNED-OUT AND ON-SITE COUNTS PER SITE.  *
002600*                                                                *
002700******************************************************************
002800
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS VG-HIS-KEY
004050         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
004100         FILE STATUS IS VG-VISHIST-STATUS.
004200
004300     SELECT DURATION-RPT
004400         ASSIGN TO 'DURRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS VG-DURRPT-STATUS.
004610
004620     SELECT RUN-LOG
004630         ASSIGN TO 'RUNLOG'
004640         ORGANIZATION IS LINE SEQUENTIAL
004650         FILE STATUS IS VG-RUNLOG-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005500     LABEL RECORDS ARE STANDARD.
005600 01  VG-DURATION-RECORD              PIC X(80).
005700
005720 FD  RUN-LOG
005740     LABEL RECORDS ARE STANDARD.
005760 01  VG-RUN-LOG-LINE                PIC X(94).
005780
005800 WORKING-STORAGE SECTION.
005900
006000 01  VG-SWITCHES.
006400 01  VG-FILE-STATUSES.
006500     05  VG-VISHIST-STATUS           PIC X(02).
006600     05  VG-DURRPT-STATUS            PIC X(02).
006650     05  VG-RUNLOG-STATUS            PIC X(02).
006700
006800 01  VG-COUNTERS.
006900     05  VG-VISITS-TODAY             PIC 9(08) COMP VALUE ZERO.
007000     05  VG-SIGNED-OUT-COUNT         PIC 9(08) COMP VALUE ZERO.
007100     05  VG-ON-SITE-COUNT            PIC 9(08) COMP VALUE ZERO.
007105
007110******************************************************************
007115*    SITE TABLE - TODAY'S COUNTS PER SITE, IN THE ORDER THE     *
007120*    SITES ARE FIRST MET.  ONCE THE TABLE IS FULL, FURTHER      *
007125*    SITES ARE COUNTED TOGETHER ON ONE OTHER SITES LINE.        *
007130******************************************************************
007135 01  VG-SITE-COUNT                   PIC 9(02) COMP VALUE ZERO.
007140 01  VG-SITE-TABLE.
007145     05  VG-SITE-ENTRY OCCURS 1 TO 20 TIMES
007150             DEPENDING ON VG-SITE-COUNT
007155             INDEXED BY VG-SITE-IDX.
007160         10  VG-SITE-CODE            PIC X(02).
007165         10  VG-SITE-VISITS          PIC 9(08) COMP.
007170         10  VG-SITE-SIGNED-OUT      PIC 9(08) COMP.
007175         10  VG-SITE-ON-SITE         PIC 9(08) COMP.
007180 01  VG-SITE-OVERFLOW.
007185     05  VG-OVF-VISITS               PIC 9(08) COMP VALUE ZERO.
007190     05  VG-OVF-SIGNED-OUT           PIC 9(08) COMP VALUE ZERO.
007195     05  VG-OVF-ON-SITE              PIC 9(08) COMP VALUE ZERO.
007200
007300 01  VG-RUN-DATE                     PIC 9(08).
007400 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
012500     05  FILLER                      PIC X(03) VALUE SPACES.
012600     05  VG-DURD-MINUTES             PIC ZZZ9.
012700     05  FILLER                      PIC X(08) VALUE ' MINUTES'.
012800     05  FILLER                      PIC X(03) VALUE SPACES.
012820     05  VG-DURD-SITE-CODE           PIC X(02).
012840     05  FILLER                      PIC X(09) VALUE SPACES.
012900
013000 01  VG-DUR-ONSITE-LINE.
013100     05  VG-DURO-VIS-ID              PIC 9(06).
013600     05  FILLER                      PIC X(03) VALUE SPACES.
013700     05  FILLER                      PIC X(13) VALUE
013800             'STILL ON-SITE'.
013900     05  FILLER                      PIC X(13) VALUE SPACES.
013920     05  VG-DURO-SITE-CODE           PIC X(02).
013940     05  FILLER                      PIC X(09) VALUE SPACES.
014000
014100 01  VG-DUR-TRAILER-1.
014200     05  FILLER                      PIC X(20) VALUE
015600     05  VG-DURT-ON-SITE             PIC ZZZ,ZZ9.
015700     05  FILLER                      PIC X(53) VALUE SPACES.
015800
015802 01  VG-DUR-SITE-LINE.
015804     05  FILLER                      PIC X(05) VALUE 'SITE '.
015806     05  VG-DURS-SITE-CODE           PIC X(11).
015808     05  FILLER                      PIC X(08) VALUE 'VISITS: '.
015810     05  VG-DURS-VISITS              PIC ZZZ,ZZ9.
015812     05  FILLER                      PIC X(15) VALUE
015814             '   SIGNED OUT: '.
015816     05  VG-DURS-SIGNED-OUT          PIC ZZZ,ZZ9.
015818     05  FILLER                      PIC X(18) VALUE
015820             '   STILL ON-SITE: '.
015822     05  VG-DURS-ON-SITE             PIC ZZZ,ZZ9.
015824     05  FILLER                      PIC X(02) VALUE SPACES.
015826
015828******************************************************************
015830*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
015832*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
015834*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
015836******************************************************************
015838     COPY RUNLREC.
015840 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
015900 PROCEDURE DIVISION.
016000
016100******************************************************************
016200*    0000-MAINLINE                                              *
016300******************************************************************
016400 0000-MAINLINE.
016450     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 2000-REPORT-ONE-VISIT THRU 2000-EXIT
016700         UNTIL VG-END-OF-FILE
016800     PERFORM 3000-FINALIZE THRU 3000-EXIT
016850     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
016900     STOP RUN.
017000
017100******************************************************************
020000 1000-EXIT.
020100     EXIT.
020200 1000-ABEND.
020250     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
020300     STOP RUN.
020400
020500******************************************************************
021000 2000-REPORT-ONE-VISIT.
021100     IF VG-HIS-DATE-GREETED = VG-RUN-DATE
021200         ADD 1 TO VG-VISITS-TODAY
021250         PERFORM 2400-FIND-SITE-ENTRY THRU 2400-EXIT
021300         IF VG-HIS-DEPART-TIME = ZERO
021400             PERFORM 2300-WRITE-ONSITE-LINE THRU 2300-EXIT
021500         ELSE
025900     STRING VG-DEP-HH ':' VG-DEP-MM ':' VG-DEP-SS
026000         DELIMITED BY SIZE INTO VG-DURD-DEPART
026100     MOVE VG-DURATION-MINUTES TO VG-DURD-MINUTES
026150     MOVE VG-HIS-SITE-CODE TO VG-DURD-SITE-CODE
026200     WRITE VG-DURATION-RECORD FROM VG-DUR-DETAIL-LINE
026300     ADD 1 TO VG-SIGNED-OUT-COUNT
026310     IF VG-SITE-IDX > VG-SITE-COUNT
026320         ADD 1 TO VG-OVF-SIGNED-OUT
026330     ELSE
026340         ADD 1 TO VG-SITE-SIGNED-OUT(VG-SITE-IDX)
026350     END-IF.
026400 2200-EXIT.
026500     EXIT.
026600
027500     MOVE SPACES TO VG-DURO-ARRIVE
027600     STRING VG-ARR-HH ':' VG-ARR-MM ':' VG-ARR-SS
027700         DELIMITED BY SIZE INTO VG-DURO-ARRIVE
027750     MOVE VG-HIS-SITE-CODE TO VG-DURO-SITE-CODE
027800     WRITE VG-DURATION-RECORD FROM VG-DUR-ONSITE-LINE
027900     ADD 1 TO VG-ON-SITE-COUNT
027910     IF VG-SITE-IDX > VG-SITE-COUNT
027920         ADD 1 TO VG-OVF-ON-SITE
027930     ELSE
027940         ADD 1 TO VG-SITE-ON-SITE(VG-SITE-IDX)
027950     END-IF.
028000 2300-EXIT.
028002     EXIT.
028004
028006******************************************************************
028008*    2400-FIND-SITE-ENTRY - POINT VG-SITE-IDX AT THE VISIT'S    *
028010*    SITE ENTRY, ADDING IT IF NEW, AND COUNT THE VISIT.  WITH   *
028012*    THE TABLE FULL THE INDEX IS LEFT PAST THE LAST ENTRY AND   *
028014*    THE VISIT GOES TO THE OTHER SITES COUNTS.                  *
028016******************************************************************
028018 2400-FIND-SITE-ENTRY.
028020     SET VG-SITE-IDX TO 1
028022     IF VG-SITE-COUNT > 0
028024         SEARCH VG-SITE-ENTRY
028026             AT END
028028                 PERFORM 2410-ADD-SITE-ENTRY THRU 2410-EXIT
028030             WHEN VG-SITE-CODE(VG-SITE-IDX) = VG-HIS-SITE-CODE
028032                 CONTINUE
028034         END-SEARCH
028036     ELSE
028038         PERFORM 2410-ADD-SITE-ENTRY THRU 2410-EXIT
028040     END-IF
028042     IF VG-SITE-IDX > VG-SITE-COUNT
028044         ADD 1 TO VG-OVF-VISITS
028046     ELSE
028048         ADD 1 TO VG-SITE-VISITS(VG-SITE-IDX)
028050     END-IF.
028052 2400-EXIT.
028054     EXIT.
028056
028058 2410-ADD-SITE-ENTRY.
028060     IF VG-SITE-COUNT < 20
028062         ADD 1 TO VG-SITE-COUNT
028064         MOVE VG-HIS-SITE-CODE TO VG-SITE-CODE(VG-SITE-COUNT)
028066         MOVE ZERO TO VG-SITE-VISITS(VG-SITE-COUNT)
028068         MOVE ZERO TO VG-SITE-SIGNED-OUT(VG-SITE-COUNT)
028070         MOVE ZERO TO VG-SITE-ON-SITE(VG-SITE-COUNT)
028072         SET VG-SITE-IDX TO VG-SITE-COUNT
028074     ELSE
028076         SET VG-SITE-IDX TO 21
028078     END-IF.
028080 2410-EXIT.
028100     EXIT.
028200
028300******************************************************************
029100     WRITE VG-DURATION-RECORD FROM VG-DUR-TRAILER-1
029200     WRITE VG-DURATION-RECORD FROM VG-DUR-TRAILER-2
029300     WRITE VG-DURATION-RECORD FROM VG-DUR-TRAILER-3
029305     IF VG-SITE-COUNT > 0
029310         PERFORM 3100-WRITE-SITE-LINE THRU 3100-EXIT
029315             VARYING VG-SITE-IDX FROM 1 BY 1
029320             UNTIL VG-SITE-IDX > VG-SITE-COUNT
029325     END-IF
029330     IF VG-OVF-VISITS > 0
029335         MOVE 'OTHERS' TO VG-DURS-SITE-CODE
029340         MOVE VG-OVF-VISITS TO VG-DURS-VISITS
029345         MOVE VG-OVF-SIGNED-OUT TO VG-DURS-SIGNED-OUT
029350         MOVE VG-OVF-ON-SITE TO VG-DURS-ON-SITE
029355         WRITE VG-DURATION-RECORD FROM VG-DUR-SITE-LINE
029360     END-IF
029400     CLOSE VISIT-HISTORY
029500     CLOSE DURATION-RPT
029600     DISPLAY 'VISDUR0003I - VISITS TODAY: ' VG-VISITS-TODAY
030000     END-IF.
030100 3000-EXIT.
030200     EXIT.
030205
030210 3100-WRITE-SITE-LINE.
030215     IF VG-SITE-CODE(VG-SITE-IDX) = SPACES
030220         MOVE '(NO SITE)' TO VG-DURS-SITE-CODE
030225     ELSE
030230         MOVE VG-SITE-CODE(VG-SITE-IDX) TO VG-DURS-SITE-CODE
030235     END-IF
030240     MOVE VG-SITE-VISITS(VG-SITE-IDX) TO VG-DURS-VISITS
030245     MOVE VG-SITE-SIGNED-OUT(VG-SITE-IDX) TO VG-DURS-SIGNED-OUT
030250     MOVE VG-SITE-ON-SITE(VG-SITE-IDX) TO VG-DURS-ON-SITE
030255     WRITE VG-DURATION-RECORD FROM VG-DUR-SITE-LINE.
030260 3100-EXIT.
030265     EXIT.
030300
030400******************************************************************
030500*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
030600******************************************************************
030700 8000-LOG-RUN-START.
030800     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
030900     SET VG-RLG-START TO TRUE
031000     MOVE ZERO TO VG-RLG-RETURN-CODE
031100     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
031200     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
031300     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
031400     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
031500     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
031600     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
031700     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
031800 8000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
032300*    KEY COUNTS OF THE RUN                                      *
032400******************************************************************
032500 8100-LOG-RUN-END.
032600     SET VG-RLG-END TO TRUE
032700     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
032800     MOVE 'VISITS' TO VG-RLG-COUNT-LABEL(1)
032900     MOVE VG-VISITS-TODAY TO VG-RLG-COUNT-VALUE(1)
033000     MOVE 'SIGNED OUT' TO VG-RLG-COUNT-LABEL(2)
033100     MOVE VG-SIGNED-OUT-COUNT TO VG-RLG-COUNT-VALUE(2)
033200     MOVE 'ON-SITE' TO VG-RLG-COUNT-LABEL(3)
033300     MOVE VG-ON-SITE-COUNT TO VG-RLG-COUNT-VALUE(3)
033400     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
033500 8100-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
034000*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
034100*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
034200*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
034300******************************************************************
034400 8900-WRITE-RUN-LOG.
034500     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
034600     MOVE 'VISIT-DURATION' TO VG-RLG-PROGRAM
034700     ACCEPT VG-RLG-TIME FROM TIME
034800     OPEN EXTEND RUN-LOG
034900     IF VG-RUNLOG-STATUS = '35'
035000         OPEN OUTPUT RUN-LOG
035100     END-IF
035200     IF VG-RUNLOG-STATUS NOT = '00'
035300         DISPLAY 'VISDUR0005W - UNABLE TO OPEN RUN-LOG, STATUS '
035400             '= ' VG-RUNLOG-STATUS
035500         GO TO 8900-EXIT
035600     END-IF
035700     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
035800     CLOSE RUN-LOG.
035900 8900-EXIT.
036000     EXIT.
