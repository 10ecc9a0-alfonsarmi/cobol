000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCHEDULE-STATUS.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    SCHEDULE-STATUS                                            *
001000*                                                                *
001100*    MORNING SCHEDULE-STATUS REPORT.  READS THE SHARED RUN LOG  *
001200*    (RUNLREC.CPY) WRITTEN BY EVERY STEP OF THE SCHEDULE AND    *
001300*    PRINTS THE WHOLE NIGHT ON ONE PAGE - ONE LINE PER          *
001400*    SCHEDULED STEP, IN SCHEDULE ORDER, WITH THE NUMBER OF      *
001500*    RUNS, THE LAST START AND END TIMES, THE RETURN CODE AND    *
001600*    THE KEY COUNTS OF THE LAST RUN.  A STEP WITH NO RUN-LOG    *
001700*    RECORD PRINTS AS NEVER RAN; ONE WHOSE LAST START HAS NO    *
001800*    END RECORD AFTER IT (ABENDED, OR STILL RUNNING) PRINTS AS  *
001900*    NO END RECORD.  ANY OTHER PROGRAM FOUND ON THE LOG FOR THE *
002000*    DATE IS LISTED AFTER THE SCHEDULED STEPS.                  *
002100*                                                                *
002200*    THE DATE REPORTED IS THE PREVIOUS CALENDAR DAY.  THE       *
002300*    NIGHTLY STEPS START THE EVENING BEFORE THIS MORNING RUN    *
002320*    AND LOG UNDER THAT EVENING'S DATE, AND GREETING-CYCLE      *
002340*    RUNS DURING THE DAY, SO YESTERDAY'S DATE COVERS THE LAST   *
002360*    COMPLETE DAY AND NIGHT OF THE SCHEDULE.  VG_STATUS_DATE    *
002380*    (YYYYMMDD), WHEN SET, REPRINTS ANY OTHER DATE.             *
002400*                                                                *
002500*    RETURN CODES                                               *
002600*    ----------------------                                     *
002700*     0  EVERY SCHEDULED STEP ENDED WITH RETURN CODE 0.         *
002800*     4  WARNINGS ONLY (A STEP ENDED WITH RETURN CODE 4).       *
002900*     8  A STEP FAILED, NEVER RAN OR HAS NO END RECORD.         *
003000*    16  THE REPORT COULD NOT BE OPENED.                        *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    ----------------------                                     *
003400*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003420*    2026-10-15  JCL   STANDING-GENERATE SCHEDULED AFTER        *
003440*                      NOSHOW-FOLLOWUP.                         *
003460*    2026-10-15  JCL   VISITOR-CONFIRM SCHEDULED AFTER          *
003480*                      STANDING-GENERATE.                       *
003482*    2026-10-15  JCL   THE PREVIOUS CALENDAR DAY IS REPORTED    *
003484*                      BY DEFAULT - THE NIGHT JUST RUN AND THE  *
003486*                      DAY'S GREETING-CYCLE RUNS - INSTEAD OF   *
003488*                      TODAY, WHICH NOTHING HAS RUN FOR YET.    *
003490*    2026-10-15  JCL   BADGE-REPORT SCHEDULED AFTER             *
003492*                      VISIT-DURATION.                          *
003500*                                                                *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RUN-LOG
004600         ASSIGN TO 'RUNLOG'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VG-RUNLOG-STATUS.
004900
005000     SELECT SCHEDULE-RPT
005100         ASSIGN TO 'SCHDRPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS VG-SCHDRPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RUN-LOG
005800     LABEL RECORDS ARE STANDARD.
005900 01  VG-RUN-LOG-LINE                PIC X(94).
006000
006100 FD  SCHEDULE-RPT
006200     LABEL RECORDS ARE STANDARD.
006300 01  VG-SCHEDULE-RPT-RECORD          PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600
006700 01  VG-SWITCHES.
006800     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
006900         88  VG-END-OF-FILE                     VALUE 'Y'.
007000     05  VG-OTHER-SWITCH             PIC X(01) VALUE 'N'.
007100         88  VG-OTHER-HEADING-DONE              VALUE 'Y'.
007200
007300 01  VG-FILE-STATUSES.
007400     05  VG-RUNLOG-STATUS            PIC X(02).
007500     05  VG-SCHDRPT-STATUS           PIC X(02).
007600
007700 01  VG-COUNTERS.
007800     05  VG-LOG-RECORDS-READ         PIC 9(08) COMP VALUE ZERO.
007900     05  VG-OK-COUNT                 PIC 9(08) COMP VALUE ZERO.
008000     05  VG-WARNING-COUNT            PIC 9(08) COMP VALUE ZERO.
008100     05  VG-FAILED-COUNT             PIC 9(08) COMP VALUE ZERO.
008200     05  VG-NO-END-COUNT             PIC 9(08) COMP VALUE ZERO.
008300     05  VG-NEVER-RAN-COUNT          PIC 9(08) COMP VALUE ZERO.
008400     05  VG-STEP-OVERFLOW            PIC 9(08) COMP VALUE ZERO.
008500
008600     COPY RUNLREC.
008700
008800 01  VG-STATUS-DATE-INPUT            PIC X(08) VALUE SPACES.
008900 01  VG-RUN-DATE                     PIC 9(08).
009000 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
009100     05  VG-RUN-CC                   PIC 9(02).
009200     05  VG-RUN-YY                   PIC 9(02).
009300     05  VG-RUN-MM                   PIC 9(02).
009400     05  VG-RUN-DD                   PIC 9(02).
009500 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
009600
009605 01  VG-DAYS-IN-MONTH-VALUES         PIC X(24) VALUE
009610         '312831303130313130313031'.
009615 01  VG-DAYS-IN-MONTH-TABLE REDEFINES VG-DAYS-IN-MONTH-VALUES.
009620     05  VG-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
009625
009630 01  VG-DATE-WORK-FIELDS.
009635     05  VG-CHECK-YEAR               PIC 9(04) COMP VALUE ZERO.
009640     05  VG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
009645     05  VG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
009650
009700******************************************************************
009800*    TIME WORK FIELD - RUN-LOG TIMES ARE HHMMSSHS AS ACCEPTED   *
009900*    FROM TIME BY EACH STEP                                     *
010000******************************************************************
010100 01  VG-SHOW-TIME                    PIC 9(08) VALUE ZERO.
010200 01  VG-SHOW-TIME-R REDEFINES VG-SHOW-TIME.
010300     05  VG-SHW-HH                   PIC 9(02).
010400     05  VG-SHW-MM                   PIC 9(02).
010500     05  VG-SHW-SS                   PIC 9(02).
010600     05  VG-SHW-HS                   PIC 9(02).
010700
010800******************************************************************
010900*    THE SCHEDULE, IN RUN ORDER.  A NEW STEP IS ADDED HERE AND  *
011000*    THE OCCURS AND VG-SCHEDULED-COUNT RAISED TO MATCH.         *
011100******************************************************************
011200 01  VG-SCHEDULE-VALUES.
011300     05  FILLER                      PIC X(20) VALUE
011400             'VISITOR-EXTRACT'.
011500     05  FILLER                      PIC X(20) VALUE
011600             'HELLO-WORLD'.
011700     05  FILLER                      PIC X(20) VALUE
011800             'GREETING-BALANCE'.
011900     05  FILLER                      PIC X(20) VALUE
012000             'NOSHOW-FOLLOWUP'.
012020     05  FILLER                      PIC X(20) VALUE
012040             'STANDING-GENERATE'.
012060     05  FILLER                      PIC X(20) VALUE
012080             'VISITOR-CONFIRM'.
012100     05  FILLER                      PIC X(20) VALUE
012200             'CRM-RECONCILE'.
012300     05  FILLER                      PIC X(20) VALUE
012400             'VISIT-DURATION'.
012500     05  FILLER                      PIC X(20) VALUE
012520             'BADGE-REPORT'.
012540     05  FILLER                      PIC X(20) VALUE
012600             'VISITOR-ARCHIVE'.
012700     05  FILLER                      PIC X(20) VALUE
012800             'AUDIT-ARCHIVE'.
012900     05  FILLER                      PIC X(20) VALUE
013000             'GREETING-CYCLE'.
013100 01  VG-SCHEDULE-TABLE REDEFINES VG-SCHEDULE-VALUES.
013200     05  VG-SCHEDULED-NAME OCCURS 12 TIMES PIC X(20).
013300 01  VG-SCHEDULED-COUNT              PIC 9(04) COMP VALUE 12.
013400
013500******************************************************************
013600*    STEP TABLE - THE SCHEDULED STEPS FIRST, THEN ANY OTHER     *
013700*    PROGRAM FOUND ON THE LOG.  EACH ENTRY KEEPS ITS LAST RUN.  *
013800******************************************************************
013900 01  VG-STEP-LIMIT                   PIC 9(04) COMP VALUE 30.
014000 01  VG-STEP-COUNT                   PIC 9(04) COMP VALUE ZERO.
014100 01  VG-STEP-TABLE.
014200     05  VG-STEP-ENTRY OCCURS 1 TO 30 TIMES
014300             DEPENDING ON VG-STEP-COUNT
014400             INDEXED BY VG-STEP-IDX.
014500         10  VG-STP-PROGRAM          PIC X(20).
014600         10  VG-STP-RUNS             PIC 9(04) COMP.
014700         10  VG-STP-STATE            PIC X(01).
014800             88  VG-STP-NEVER-RAN               VALUE SPACE.
014900             88  VG-STP-NO-END                  VALUE 'S'.
015000             88  VG-STP-ENDED                   VALUE 'E'.
015100         10  VG-STP-START-TIME       PIC 9(08).
015200         10  VG-STP-END-TIME         PIC 9(08).
015300         10  VG-STP-RETURN-CODE      PIC 9(03).
015400         10  VG-STP-COUNT-ENTRY OCCURS 3 TIMES.
015500             15  VG-STP-COUNT-LABEL  PIC X(10).
015600             15  VG-STP-COUNT-VALUE  PIC 9(08).
015700 01  VG-SUB                          PIC 9(04) COMP VALUE ZERO.
015800 01  VG-CNT-SUB                      PIC 9(02) COMP VALUE ZERO.
015900
016000******************************************************************
016100*    SCHEDULE-STATUS REPORT LINE LAYOUTS                        *
016200******************************************************************
016300 01  VG-SCH-HEADER-1.
016400     05  FILLER                      PIC X(25) VALUE
016500             'SCHEDULE STATUS REPORT   '.
016600     05  FILLER                      PIC X(10) VALUE
016700             'RUN DATE: '.
016800     05  VG-SCHH-DATE                PIC X(10).
016900     05  FILLER                      PIC X(35) VALUE SPACES.
017000
017100 01  VG-SCH-HEADER-2                 PIC X(80) VALUE ALL '-'.
017200
017300 01  VG-SCH-HEADER-3.
017400     05  FILLER                      PIC X(40) VALUE
017500             'STEP                 RUNS  START  END   '.
017600     05  FILLER                      PIC X(40) VALUE
017700             '  RC  STATUS                            '.
017800
017900 01  VG-SCH-DETAIL-LINE.
018000     05  VG-SCHD-PROGRAM             PIC X(20).
018100     05  FILLER                      PIC X(01) VALUE SPACES.
018200     05  VG-SCHD-RUNS                PIC ZZZ9.
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  VG-SCHD-START               PIC X(05).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  VG-SCHD-END                 PIC X(05).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  VG-SCHD-RC                  PIC X(03).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  VG-SCHD-STATUS              PIC X(16).
019100     05  FILLER                      PIC X(18) VALUE SPACES.
019200
019300 01  VG-SCH-RC-EDIT                  PIC ZZ9.
019400
019500 01  VG-SCH-COUNT-LINE.
019600     05  FILLER                      PIC X(05) VALUE SPACES.
019700     05  VG-SCHC-ENTRY OCCURS 3 TIMES.
019800         10  VG-SCHC-LABEL           PIC X(10).
019900         10  FILLER                  PIC X(01).
020000         10  VG-SCHC-VALUE           PIC ZZZ,ZZ9.
020100         10  FILLER                  PIC X(03).
020200     05  FILLER                      PIC X(12) VALUE SPACES.
020300
020400 01  VG-SCH-OTHER-LINE               PIC X(80) VALUE
020500         'OTHER PROGRAMS ON THE RUN LOG FOR THE DATE'.
020600
020700 01  VG-SCH-TRAILER.
020800     05  VG-SCHT-LABEL               PIC X(20).
020900     05  VG-SCHT-COUNT               PIC ZZZ,ZZ9.
021000     05  FILLER                      PIC X(53) VALUE SPACES.
021100
021200 PROCEDURE DIVISION.
021300
021400******************************************************************
021500*    0000-MAINLINE                                              *
021600******************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021900     PERFORM 2000-APPLY-ONE-RECORD THRU 2000-EXIT
022000         UNTIL VG-END-OF-FILE
022100     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
022200     PERFORM 4000-FINALIZE THRU 4000-EXIT
022300     STOP RUN.
022400
022500******************************************************************
022600*    1000-INITIALIZE - PICK THE DATE, LOAD THE SCHEDULE INTO    *
022700*    THE STEP TABLE AND OPEN THE FILES.  WITH NO RUN LOG AT ALL *
022800*    THE REPORT STILL PRINTS - EVERY STEP NEVER RAN.            *
022900******************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
023150     PERFORM 1050-BACK-ONE-DAY THRU 1050-EXIT
023200     MOVE SPACES TO VG-STATUS-DATE-INPUT
023300     DISPLAY 'VG_STATUS_DATE' UPON ENVIRONMENT-NAME
023400     ACCEPT VG-STATUS-DATE-INPUT FROM ENVIRONMENT-VALUE
023500     IF VG-STATUS-DATE-INPUT NOT = SPACES
023600         IF VG-STATUS-DATE-INPUT IS NUMERIC
023700             MOVE VG-STATUS-DATE-INPUT TO VG-RUN-DATE
023800         ELSE
023900             DISPLAY 'SCHDSTS0001W - VG_STATUS_DATE NOT DATE, '
024000                 'PREVIOUS DAY REPORTED'
024100         END-IF
024200     END-IF
024300     MOVE SPACES TO VG-RUN-DATE-DISPLAY
024400     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
024500         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
024600     PERFORM 1100-LOAD-SCHEDULED-STEP THRU 1100-EXIT
024700         VARYING VG-SUB FROM 1 BY 1
024800         UNTIL VG-SUB > VG-SCHEDULED-COUNT
024900     OPEN OUTPUT SCHEDULE-RPT
025000     IF VG-SCHDRPT-STATUS NOT = '00'
025100         DISPLAY 'SCHDSTS0002E - UNABLE TO OPEN SCHEDULE-RPT, '
025200             'STATUS = ' VG-SCHDRPT-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         GO TO 1000-ABEND
025500     END-IF
025600     OPEN INPUT RUN-LOG
025700     IF VG-RUNLOG-STATUS NOT = '00'
025800         DISPLAY 'SCHDSTS0003W - NO RUN LOG TO REPORT, '
025900             'STATUS = ' VG-RUNLOG-STATUS
026000         SET VG-END-OF-FILE TO TRUE
026100         GO TO 1000-EXIT
026200     END-IF
026300     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600 1000-ABEND.
026700     STOP RUN.
026702
026704******************************************************************
026706*    1050-BACK-ONE-DAY - STEP THE RUN DATE BACK TO THE PREVIOUS *
026708*    CALENDAR DAY                                               *
026710******************************************************************
026712 1050-BACK-ONE-DAY.
026714     IF VG-RUN-DD > 1
026716         SUBTRACT 1 FROM VG-RUN-DD
026718     ELSE
026720         IF VG-RUN-MM > 1
026722             SUBTRACT 1 FROM VG-RUN-MM
026724         ELSE
026726             MOVE 12 TO VG-RUN-MM
026728             COMPUTE VG-CHECK-YEAR =
026730                 (VG-RUN-CC * 100) + VG-RUN-YY - 1
026732             DIVIDE VG-CHECK-YEAR BY 100
026734                 GIVING VG-RUN-CC REMAINDER VG-RUN-YY
026736         END-IF
026738         MOVE VG-DAYS-IN-MONTH(VG-RUN-MM) TO VG-RUN-DD
026740         IF VG-RUN-MM = 2
026742             PERFORM 1080-CHECK-LEAP-YEAR THRU 1080-EXIT
026744         END-IF
026746     END-IF.
026748 1050-EXIT.
026750     EXIT.
026752
026754 1080-CHECK-LEAP-YEAR.
026756     COMPUTE VG-CHECK-YEAR = (VG-RUN-CC * 100) + VG-RUN-YY
026758     DIVIDE VG-CHECK-YEAR BY 4
026760         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
026762     IF VG-LEAP-REMAINDER = 0
026764         DIVIDE VG-CHECK-YEAR BY 100
026766             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
026768         IF VG-LEAP-REMAINDER = 0
026770             DIVIDE VG-CHECK-YEAR BY 400
026772                 GIVING VG-LEAP-QUOTIENT
026774                 REMAINDER VG-LEAP-REMAINDER
026776             IF VG-LEAP-REMAINDER = 0
026778                 MOVE 29 TO VG-RUN-DD
026780             END-IF
026782         ELSE
026784             MOVE 29 TO VG-RUN-DD
026786         END-IF
026788     END-IF.
026790 1080-EXIT.
026792     EXIT.
026800
026900 1100-LOAD-SCHEDULED-STEP.
027000     ADD 1 TO VG-STEP-COUNT
027100     MOVE VG-SCHEDULED-NAME(VG-SUB) TO VG-STP-PROGRAM(VG-SUB)
027200     PERFORM 1150-CLEAR-STEP-ENTRY THRU 1150-EXIT.
027300 1100-EXIT.
027400     EXIT.
027500
027600 1150-CLEAR-STEP-ENTRY.
027700     MOVE ZERO TO VG-STP-RUNS(VG-STEP-COUNT)
027800     MOVE SPACE TO VG-STP-STATE(VG-STEP-COUNT)
027900     MOVE ZERO TO VG-STP-START-TIME(VG-STEP-COUNT)
028000     MOVE ZERO TO VG-STP-END-TIME(VG-STEP-COUNT)
028100     MOVE ZERO TO VG-STP-RETURN-CODE(VG-STEP-COUNT)
028200     MOVE SPACES TO VG-STP-COUNT-LABEL(VG-STEP-COUNT, 1)
028300     MOVE SPACES TO VG-STP-COUNT-LABEL(VG-STEP-COUNT, 2)
028400     MOVE SPACES TO VG-STP-COUNT-LABEL(VG-STEP-COUNT, 3)
028500     MOVE ZERO TO VG-STP-COUNT-VALUE(VG-STEP-COUNT, 1)
028600     MOVE ZERO TO VG-STP-COUNT-VALUE(VG-STEP-COUNT, 2)
028700     MOVE ZERO TO VG-STP-COUNT-VALUE(VG-STEP-COUNT, 3).
028800 1150-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*    2000-APPLY-ONE-RECORD - ONLY THE REPORTED DATE COUNTS.  A  *
029300*    START OPENS A RUN; THE END RECORD AFTER IT CLOSES THE RUN  *
029400*    WITH ITS RETURN CODE AND COUNTS.  THE LOG IS IN TIME       *
029500*    ORDER, SO THE LAST RUN OF A STEP IS THE ONE LEFT.          *
029600******************************************************************
029700 2000-APPLY-ONE-RECORD.
029800     IF VG-RLG-RUN-DATE NOT = VG-RUN-DATE
029900         GO TO 2000-NEXT
030000     END-IF
030100     SET VG-STEP-IDX TO 1
030200     SEARCH VG-STEP-ENTRY
030300         AT END
030400             PERFORM 2200-ADD-OTHER-STEP THRU 2200-EXIT
030500         WHEN VG-STP-PROGRAM(VG-STEP-IDX) = VG-RLG-PROGRAM
030600             CONTINUE
030700     END-SEARCH
030800     IF VG-STP-PROGRAM(VG-STEP-IDX) NOT = VG-RLG-PROGRAM
030900         GO TO 2000-NEXT
031000     END-IF
031100     IF VG-RLG-START
031200         ADD 1 TO VG-STP-RUNS(VG-STEP-IDX)
031300         SET VG-STP-NO-END(VG-STEP-IDX) TO TRUE
031400         MOVE VG-RLG-TIME TO VG-STP-START-TIME(VG-STEP-IDX)
031500         MOVE ZERO TO VG-STP-END-TIME(VG-STEP-IDX)
031600     ELSE
031700         SET VG-STP-ENDED(VG-STEP-IDX) TO TRUE
031800         MOVE VG-RLG-TIME TO VG-STP-END-TIME(VG-STEP-IDX)
031900         MOVE VG-RLG-RETURN-CODE
032000             TO VG-STP-RETURN-CODE(VG-STEP-IDX)
032100         PERFORM 2300-KEEP-ONE-COUNT THRU 2300-EXIT
032200             VARYING VG-CNT-SUB FROM 1 BY 1
032300             UNTIL VG-CNT-SUB > 3
032400     END-IF.
032500 2000-NEXT.
032600     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900
033000 2100-READ-RUN-LOG.
033100     READ RUN-LOG INTO VG-RUN-LOG-RECORD
033200         AT END
033300             SET VG-END-OF-FILE TO TRUE
033400             GO TO 2100-EXIT
033500     END-READ
033600     ADD 1 TO VG-LOG-RECORDS-READ.
033700 2100-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    2200-ADD-OTHER-STEP - A PROGRAM ON THE LOG THAT IS NOT ON  *
034200*    THE SCHEDULE.  WHEN THE TABLE IS FULL THE RECORD IS ONLY   *
034300*    COUNTED, AND THE INDEX IS LEFT ON A DIFFERENT PROGRAM SO   *
034400*    THE CALLER SKIPS IT.                                       *
034500******************************************************************
034600 2200-ADD-OTHER-STEP.
034700     IF VG-STEP-COUNT NOT < VG-STEP-LIMIT
034800         ADD 1 TO VG-STEP-OVERFLOW
034900         SET VG-STEP-IDX TO 1
035000         GO TO 2200-EXIT
035100     END-IF
035200     ADD 1 TO VG-STEP-COUNT
035300     MOVE VG-RLG-PROGRAM TO VG-STP-PROGRAM(VG-STEP-COUNT)
035400     PERFORM 1150-CLEAR-STEP-ENTRY THRU 1150-EXIT
035500     SET VG-STEP-IDX TO VG-STEP-COUNT.
035600 2200-EXIT.
035700     EXIT.
035800
035900 2300-KEEP-ONE-COUNT.
036000     MOVE VG-RLG-COUNT-LABEL(VG-CNT-SUB)
036100         TO VG-STP-COUNT-LABEL(VG-STEP-IDX, VG-CNT-SUB)
036200     MOVE VG-RLG-COUNT-VALUE(VG-CNT-SUB)
036300         TO VG-STP-COUNT-VALUE(VG-STEP-IDX, VG-CNT-SUB).
036400 2300-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    3000-PRINT-REPORT - ONE STATUS LINE AND ONE COUNT LINE PER *
036900*    STEP, THEN THE TOTALS                                      *
037000******************************************************************
037100 3000-PRINT-REPORT.
037200     MOVE VG-RUN-DATE-DISPLAY TO VG-SCHH-DATE
037300     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-HEADER-1
037400     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-HEADER-2
037500     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-HEADER-3
037600     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
037700         VARYING VG-SUB FROM 1 BY 1
037800         UNTIL VG-SUB > VG-STEP-COUNT
037900     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-HEADER-2
038000     MOVE 'STEPS SCHEDULED:' TO VG-SCHT-LABEL
038100     MOVE VG-SCHEDULED-COUNT TO VG-SCHT-COUNT
038200     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER
038300     MOVE 'ENDED OK:' TO VG-SCHT-LABEL
038400     MOVE VG-OK-COUNT TO VG-SCHT-COUNT
038500     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER
038600     MOVE 'WARNINGS:' TO VG-SCHT-LABEL
038700     MOVE VG-WARNING-COUNT TO VG-SCHT-COUNT
038800     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER
038900     MOVE 'FAILED:' TO VG-SCHT-LABEL
039000     MOVE VG-FAILED-COUNT TO VG-SCHT-COUNT
039100     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER
039200     MOVE 'NO END RECORD:' TO VG-SCHT-LABEL
039300     MOVE VG-NO-END-COUNT TO VG-SCHT-COUNT
039400     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER
039500     MOVE 'NEVER RAN:' TO VG-SCHT-LABEL
039600     MOVE VG-NEVER-RAN-COUNT TO VG-SCHT-COUNT
039700     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-TRAILER.
039800 3000-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    3100-PRINT-ONE-STEP - THE STATUS COMES FROM THE LAST RUN.  *
040300*    ONLY THE SCHEDULED STEPS ARE COUNTED IN THE TOTALS AND THE *
040400*    RETURN CODE; OTHER PROGRAMS ARE SHOWN FOR INFORMATION.     *
040500******************************************************************
040600 3100-PRINT-ONE-STEP.
040700     IF VG-SUB > VG-SCHEDULED-COUNT AND NOT VG-OTHER-HEADING-DONE
040800         SET VG-OTHER-HEADING-DONE TO TRUE
040900         WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-HEADER-2
041000         WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-OTHER-LINE
041100     END-IF
041200     MOVE VG-STP-PROGRAM(VG-SUB) TO VG-SCHD-PROGRAM
041300     MOVE VG-STP-RUNS(VG-SUB) TO VG-SCHD-RUNS
041400     MOVE SPACES TO VG-SCHD-START
041500     MOVE SPACES TO VG-SCHD-END
041600     MOVE SPACES TO VG-SCHD-RC
041700     EVALUATE TRUE
041800         WHEN VG-STP-NEVER-RAN(VG-SUB)
041900             MOVE 'NEVER RAN' TO VG-SCHD-STATUS
042000         WHEN VG-STP-NO-END(VG-SUB)
042100             MOVE 'NO END RECORD' TO VG-SCHD-STATUS
042200         WHEN VG-STP-RETURN-CODE(VG-SUB) = 0
042300             MOVE 'ENDED OK' TO VG-SCHD-STATUS
042400         WHEN VG-STP-RETURN-CODE(VG-SUB) < 8
042500             MOVE 'WARNING' TO VG-SCHD-STATUS
042600         WHEN OTHER
042700             MOVE 'FAILED' TO VG-SCHD-STATUS
042800     END-EVALUATE
042900     IF NOT VG-STP-NEVER-RAN(VG-SUB)
043000         MOVE VG-STP-START-TIME(VG-SUB) TO VG-SHOW-TIME
043100         STRING VG-SHW-HH ':' VG-SHW-MM
043200             DELIMITED BY SIZE INTO VG-SCHD-START
043300     END-IF
043400     IF VG-STP-ENDED(VG-SUB)
043500         MOVE VG-STP-END-TIME(VG-SUB) TO VG-SHOW-TIME
043600         STRING VG-SHW-HH ':' VG-SHW-MM
043700             DELIMITED BY SIZE INTO VG-SCHD-END
043800         MOVE VG-STP-RETURN-CODE(VG-SUB) TO VG-SCH-RC-EDIT
043900         MOVE VG-SCH-RC-EDIT TO VG-SCHD-RC
044000     END-IF
044100     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-DETAIL-LINE
044200     IF VG-STP-ENDED(VG-SUB)
044300         PERFORM 3200-PRINT-COUNT-LINE THRU 3200-EXIT
044400     END-IF
044500     IF VG-SUB NOT > VG-SCHEDULED-COUNT
044600         PERFORM 3300-TALLY-STEP THRU 3300-EXIT
044700     END-IF.
044800 3100-EXIT.
044900     EXIT.
045000
045100 3200-PRINT-COUNT-LINE.
045200     MOVE SPACES TO VG-SCH-COUNT-LINE
045300     PERFORM 3250-EDIT-ONE-COUNT THRU 3250-EXIT
045400         VARYING VG-CNT-SUB FROM 1 BY 1
045500         UNTIL VG-CNT-SUB > 3
045600     WRITE VG-SCHEDULE-RPT-RECORD FROM VG-SCH-COUNT-LINE.
045700 3200-EXIT.
045800     EXIT.
045900
046000 3250-EDIT-ONE-COUNT.
046100     IF VG-STP-COUNT-LABEL(VG-SUB, VG-CNT-SUB) NOT = SPACES
046200         MOVE VG-STP-COUNT-LABEL(VG-SUB, VG-CNT-SUB)
046300             TO VG-SCHC-LABEL(VG-CNT-SUB)
046400         MOVE VG-STP-COUNT-VALUE(VG-SUB, VG-CNT-SUB)
046500             TO VG-SCHC-VALUE(VG-CNT-SUB)
046600     END-IF.
046700 3250-EXIT.
046800     EXIT.
046900
047000 3300-TALLY-STEP.
047100     EVALUATE TRUE
047200         WHEN VG-STP-NEVER-RAN(VG-SUB)
047300             ADD 1 TO VG-NEVER-RAN-COUNT
047400         WHEN VG-STP-NO-END(VG-SUB)
047500             ADD 1 TO VG-NO-END-COUNT
047600         WHEN VG-STP-RETURN-CODE(VG-SUB) = 0
047700             ADD 1 TO VG-OK-COUNT
047800         WHEN VG-STP-RETURN-CODE(VG-SUB) < 8
047900             ADD 1 TO VG-WARNING-COUNT
048000         WHEN OTHER
048100             ADD 1 TO VG-FAILED-COUNT
048200     END-EVALUATE.
048300 3300-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    4000-FINALIZE - SCHEDULER RETURN CODE FOR THE NIGHT        *
048800******************************************************************
048900 4000-FINALIZE.
049000     CLOSE SCHEDULE-RPT
049100     IF VG-RUNLOG-STATUS = '00' OR VG-RUNLOG-STATUS = '10'
049200         CLOSE RUN-LOG
049300     END-IF
049400     IF VG-STEP-OVERFLOW > 0
049500         DISPLAY 'SCHDSTS0004W - STEP TABLE FULL, '
049600             VG-STEP-OVERFLOW ' RUN-LOG RECORDS NOT REPORTED'
049700     END-IF
049800     DISPLAY 'SCHDSTS0005I - STEPS ENDED OK: ' VG-OK-COUNT
049900         ', WARNINGS: ' VG-WARNING-COUNT
050000     DISPLAY 'SCHDSTS0006I - FAILED: ' VG-FAILED-COUNT
050100         ', NO END: ' VG-NO-END-COUNT
050200         ', NEVER RAN: ' VG-NEVER-RAN-COUNT
050300     IF VG-WARNING-COUNT > 0
050400         MOVE 4 TO RETURN-CODE
050500     END-IF
050600     IF VG-FAILED-COUNT > 0 OR VG-NO-END-COUNT > 0
050700             OR VG-NEVER-RAN-COUNT > 0
050800         MOVE 8 TO RETURN-CODE
050900     END-IF.
051000 4000-EXIT.
051100     EXIT.
