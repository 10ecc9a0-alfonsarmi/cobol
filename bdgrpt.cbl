000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BADGE-REPORT.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    BADGE-REPORT                                               *
001000*                                                                *
001100*    END-OF-DAY UNRETURNED-BADGE REPORT, RUN AT CLOSE OF        *
001200*    BUSINESS ALONGSIDE VISIT-DURATION.  READS TODAY'S BADGES   *
001300*    FROM THE KEYED BADGE FILE (BDGEREC.CPY) - ONE PER VISITOR  *
001400*    GREETED BY HELLO-WORLD OR GREETING-CYCLE - AND LISTS EVERY *
001500*    BADGE NOT CHECKED BACK IN AT SIGN-OUT (VISITOR-SIGNOUT),   *
001600*    WITH THE HOST TO CHASE AND THE HOST'S EXTENSION FROM THE   *
001700*    HOST DIRECTORY.  A BADGE THE VISITOR SAID THEY KEPT PRINTS *
001800*    AS NOT BACK; ONE NEVER CHECKED AT ALL (NO SIGN-OUT, OR NO  *
001900*    ANSWER RECORDED) PRINTS AS UNCHECKED.                      *
002000*                                                                *
002100*    RETURN CODES                                               *
002200*    ----------------------                                     *
002300*     0  EVERY BADGE ISSUED TODAY CAME BACK (OR NO BADGE FILE   *
002400*        YET - NO BADGE HAS EVER BEEN PRINTED).                 *
002500*     4  BADGES OUTSTANDING, SO THE OPERATIONS SCHEDULE CAN     *
002600*        FLAG THE REPORT FOR SECURITY.                          *
002620*    16  THE BADGE FILE IS THERE BUT COULD NOT BE OPENED, OR    *
002640*        THE REPORT COULD NOT BE OPENED.                        *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    ----------------------                                     *
003000*    2026-10-15  JCL   ORIGINAL VERSION.                        *
003010*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
003020*                      SHARED RUN LOG (RUNLOG).  NO BADGE FILE  *
003030*                      YET ENDS WITH RETURN-CODE 0, NOT 4.      *
003040*    2026-10-15  JCL   ONLY A MISSING BADGE FILE NOW ENDS       *
003050*                      RC 0; ONE THAT WILL NOT OPEN IS RC 16.   *
003100*                                                                *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BADGE-FILE
004200         ASSIGN TO 'BADGEFIL'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS VG-BDG-KEY
004600         ALTERNATE RECORD KEY IS VG-BDG-VISIT-KEY WITH DUPLICATES
004700         FILE STATUS IS VG-BADGEFIL-STATUS.
004800
004900     SELECT HOST-DIRECTORY
005000         ASSIGN TO 'HOSTDIR'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VG-HST-ID
005400         FILE STATUS IS VG-HOSTDIR-STATUS.
005500
005600     SELECT BADGE-RPT
005700         ASSIGN TO 'BDGRPT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS VG-BDGRPT-STATUS.
006000
006010     SELECT RUN-LOG
006020         ASSIGN TO 'RUNLOG'
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS VG-RUNLOG-STATUS.
006050
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BADGE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY BDGEREC.
006600
006700 FD  HOST-DIRECTORY
006800     LABEL RECORDS ARE STANDARD.
006900     COPY HOSTREC.
007000
007100 FD  BADGE-RPT
007200     LABEL RECORDS ARE STANDARD.
007300 01  VG-BADGE-RPT-RECORD             PIC X(80).
007400
007420 FD  RUN-LOG
007440     LABEL RECORDS ARE STANDARD.
007460 01  VG-RUN-LOG-LINE                PIC X(94).
007480
007500 WORKING-STORAGE SECTION.
007600
007700 01  VG-SWITCHES.
007800     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
007900         88  VG-END-OF-FILE                     VALUE 'Y'.
008000     05  VG-HOSTDIR-SWITCH           PIC X(01) VALUE 'N'.
008100         88  VG-HOSTDIR-AVAILABLE               VALUE 'Y'.
008200
008300 01  VG-FILE-STATUSES.
008400     05  VG-BADGEFIL-STATUS          PIC X(02).
008500     05  VG-HOSTDIR-STATUS           PIC X(02).
008600     05  VG-BDGRPT-STATUS            PIC X(02).
008650     05  VG-RUNLOG-STATUS            PIC X(02).
008700
008800 01  VG-COUNTERS.
008900     05  VG-BADGES-TODAY             PIC 9(08) COMP VALUE ZERO.
009000     05  VG-RETURNED-COUNT           PIC 9(08) COMP VALUE ZERO.
009100     05  VG-NOT-BACK-COUNT           PIC 9(08) COMP VALUE ZERO.
009200     05  VG-UNCHECKED-COUNT          PIC 9(08) COMP VALUE ZERO.
009300     05  VG-OUTSTANDING-COUNT        PIC 9(08) COMP VALUE ZERO.
009400
009500 01  VG-RUN-DATE                     PIC 9(08).
009600 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
009700     05  VG-RUN-CC                   PIC 9(02).
009800     05  VG-RUN-YY                   PIC 9(02).
009900     05  VG-RUN-MM                   PIC 9(02).
010000     05  VG-RUN-DD                   PIC 9(02).
010100 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
010200
010300******************************************************************
010400*    TIME WORK FIELD - THE ISSUE TIME IS HHMMSSHS AS ACCEPTED   *
010500*    FROM TIME BY THE GREETING RUNS                             *
010600******************************************************************
010700 01  VG-ISSUE-TIME                   PIC 9(08) VALUE ZERO.
010800 01  VG-ISSUE-TIME-R REDEFINES VG-ISSUE-TIME.
010900     05  VG-ISS-HH                   PIC 9(02).
011000     05  VG-ISS-MM                   PIC 9(02).
011100     05  VG-ISS-SS                   PIC 9(02).
011200     05  VG-ISS-HS                   PIC 9(02).
011300
011400******************************************************************
011500*    UNRETURNED-BADGE REPORT LINE LAYOUTS                       *
011600******************************************************************
011700 01  VG-BDG-HEADER-1.
011800     05  FILLER                      PIC X(25) VALUE
011900             'UNRETURNED BADGES        '.
012000     05  FILLER                      PIC X(10) VALUE
012100             'RUN DATE: '.
012200     05  VG-BDGH-DATE                PIC X(10).
012300     05  FILLER                      PIC X(35) VALUE SPACES.
012400
012500 01  VG-BDG-HEADER-2                 PIC X(80) VALUE ALL '-'.
012600
012700 01  VG-BDG-HEADER-3.
012800     05  FILLER                      PIC X(40) VALUE
012900             'BADGE  VISITOR              ISSUE HOST  '.
013000     05  FILLER                      PIC X(40) VALUE
013100             '   HOST NAME            EXTN   STATUS   '.
013200
013300 01  VG-BDG-DETAIL-LINE.
013400     05  VG-BDGD-NUMBER              PIC 9(06).
013500     05  FILLER                      PIC X(01) VALUE SPACES.
013600     05  VG-BDGD-VIS-NAME            PIC X(20).
013700     05  FILLER                      PIC X(01) VALUE SPACES.
013800     05  VG-BDGD-ISSUED              PIC X(05).
013900     05  FILLER                      PIC X(01) VALUE SPACES.
014000     05  VG-BDGD-HOST-ID             PIC X(08).
014100     05  FILLER                      PIC X(01) VALUE SPACES.
014200     05  VG-BDGD-HOST-NAME           PIC X(20).
014300     05  FILLER                      PIC X(01) VALUE SPACES.
014400     05  VG-BDGD-HOST-EXT            PIC X(06).
014500     05  FILLER                      PIC X(01) VALUE SPACES.
014600     05  VG-BDGD-STATUS              PIC X(09).
014700
014800 01  VG-BDG-TRAILER-1.
014900     05  FILLER                      PIC X(20) VALUE
015000             'BADGES ISSUED:      '.
015100     05  VG-BDGT-ISSUED              PIC ZZZ,ZZ9.
015200     05  FILLER                      PIC X(53) VALUE SPACES.
015300
015400 01  VG-BDG-TRAILER-2.
015500     05  FILLER                      PIC X(20) VALUE
015600             'RETURNED:           '.
015700     05  VG-BDGT-RETURNED            PIC ZZZ,ZZ9.
015800     05  FILLER                      PIC X(53) VALUE SPACES.
015900
016000 01  VG-BDG-TRAILER-3.
016100     05  FILLER                      PIC X(20) VALUE
016200             'NOT BACK:           '.
016300     05  VG-BDGT-NOT-BACK            PIC ZZZ,ZZ9.
016400     05  FILLER                      PIC X(53) VALUE SPACES.
016500
016600 01  VG-BDG-TRAILER-4.
016700     05  FILLER                      PIC X(20) VALUE
016800             'UNCHECKED:          '.
016900     05  VG-BDGT-UNCHECKED           PIC ZZZ,ZZ9.
017000     05  FILLER                      PIC X(53) VALUE SPACES.
017100
017110******************************************************************
017120*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
017130*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
017140*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
017150******************************************************************
017160     COPY RUNLREC.
017170 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
017180
017200 PROCEDURE DIVISION.
017300
017400******************************************************************
017500*    0000-MAINLINE                                              *
017600******************************************************************
017700 0000-MAINLINE.
017750     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017900     PERFORM 2000-REPORT-ONE-BADGE THRU 2000-EXIT
018000         UNTIL VG-END-OF-FILE
018100     PERFORM 3000-FINALIZE THRU 3000-EXIT
018150     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
018200     STOP RUN.
018300
018400******************************************************************
018500*    1000-INITIALIZE - OPEN THE BADGE FILE AND THE REPORT AND   *
018600*    POSITION AT TODAY'S FIRST BADGE.  AN ABSENT BADGE FILE     *
018700*    MEANS NO GREETING RUN HAS PRINTED A BADGE YET - NOTHING TO *
018800*    REPORT.  THE HOST DIRECTORY ONLY SUPPLIES THE HOST'S NAME  *
018900*    AND EXTENSION AND IS NOT REQUIRED.                         *
019000******************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
019300     MOVE SPACES TO VG-RUN-DATE-DISPLAY
019400     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
019500         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
019600     OPEN INPUT BADGE-FILE
019700     IF VG-BADGEFIL-STATUS = '35'
019800         DISPLAY 'BDGRPT0001I - NO BADGE FILE TO REPORT, '
019900             'STATUS = ' VG-BADGEFIL-STATUS
020000         MOVE 0 TO RETURN-CODE
020010         GO TO 1000-ABEND
020020     END-IF
020030     IF VG-BADGEFIL-STATUS NOT = '00'
020040         DISPLAY 'BDGRPT0007E - UNABLE TO OPEN BADGE-FILE, '
020050             'STATUS = ' VG-BADGEFIL-STATUS
020060         MOVE 16 TO RETURN-CODE
020100         GO TO 1000-ABEND
020200     END-IF
020300     OPEN OUTPUT BADGE-RPT
020400     IF VG-BDGRPT-STATUS NOT = '00'
020500         DISPLAY 'BDGRPT0002E - UNABLE TO OPEN BADGE-RPT, '
020600             'STATUS = ' VG-BDGRPT-STATUS
020700         CLOSE BADGE-FILE
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 1000-ABEND
021000     END-IF
021100     OPEN INPUT HOST-DIRECTORY
021200     IF VG-HOSTDIR-STATUS = '00'
021300         SET VG-HOSTDIR-AVAILABLE TO TRUE
021400     ELSE
021500         DISPLAY 'BDGRPT0003W - HOST DIRECTORY NOT AVAILABLE, '
021600             'STATUS = ' VG-HOSTDIR-STATUS
021700             ', HOST NAMES NOT SHOWN'
021800     END-IF
021900     MOVE VG-RUN-DATE-DISPLAY TO VG-BDGH-DATE
022000     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-HEADER-1
022100     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-HEADER-2
022200     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-HEADER-3
022300     MOVE VG-RUN-DATE TO VG-BDG-ISSUE-DATE
022400     MOVE ZERO TO VG-BDG-NUMBER
022500     START BADGE-FILE
022600         KEY IS NOT LESS THAN VG-BDG-KEY
022700         INVALID KEY
022800             SET VG-END-OF-FILE TO TRUE
022900             GO TO 1000-EXIT
023000     END-START
023100     PERFORM 2100-READ-BADGE-RECORD THRU 2100-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400 1000-ABEND.
023450     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
023500     STOP RUN.
023600
023700******************************************************************
023800*    2000-REPORT-ONE-BADGE - EVERY BADGE OF THE DAY IS COUNTED; *
023900*    ONLY THOSE NOT CHECKED BACK IN PRINT                       *
024000******************************************************************
024100 2000-REPORT-ONE-BADGE.
024200     ADD 1 TO VG-BADGES-TODAY
024300     IF VG-BDG-RETURNED
024400         ADD 1 TO VG-RETURNED-COUNT
024500     ELSE
024600         PERFORM 2200-WRITE-BADGE-LINE THRU 2200-EXIT
024700     END-IF
024800     PERFORM 2100-READ-BADGE-RECORD THRU 2100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    2100-READ-BADGE-RECORD - THE FILE IS IN ISSUE-DATE ORDER,  *
025400*    SO THE FIRST BADGE OF ANOTHER DAY ENDS THE REPORT          *
025500******************************************************************
025600 2100-READ-BADGE-RECORD.
025700     READ BADGE-FILE NEXT RECORD
025800         AT END
025900             SET VG-END-OF-FILE TO TRUE
026000             GO TO 2100-EXIT
026100     END-READ
026200     IF VG-BDG-ISSUE-DATE NOT = VG-RUN-DATE
026300         SET VG-END-OF-FILE TO TRUE
026400     END-IF.
026500 2100-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    2200-WRITE-BADGE-LINE - ONE LINE PER BADGE STILL OUT, WITH *
027000*    THE HOST RESPONSIBLE FOR THE VISITOR                       *
027100******************************************************************
027200 2200-WRITE-BADGE-LINE.
027300     MOVE VG-BDG-ISSUE-TIME TO VG-ISSUE-TIME
027400     MOVE VG-BDG-NUMBER TO VG-BDGD-NUMBER
027500     MOVE VG-BDG-NAME TO VG-BDGD-VIS-NAME
027600     MOVE SPACES TO VG-BDGD-ISSUED
027700     STRING VG-ISS-HH ':' VG-ISS-MM
027800         DELIMITED BY SIZE INTO VG-BDGD-ISSUED
027900     MOVE VG-BDG-HOST-ID TO VG-BDGD-HOST-ID
028000     PERFORM 2300-LOOK-UP-HOST THRU 2300-EXIT
028100     IF VG-BDG-NOT-RETURNED
028200         MOVE 'NOT BACK' TO VG-BDGD-STATUS
028300         ADD 1 TO VG-NOT-BACK-COUNT
028400     ELSE
028500         MOVE 'UNCHECKED' TO VG-BDGD-STATUS
028600         ADD 1 TO VG-UNCHECKED-COUNT
028700     END-IF
028800     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-DETAIL-LINE
028900     ADD 1 TO VG-OUTSTANDING-COUNT.
029000 2200-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    2300-LOOK-UP-HOST - NAME AND EXTENSION FROM THE HOST       *
029500*    DIRECTORY.  A HOST NOT ON FILE (OR NO DIRECTORY TODAY)     *
029600*    LEAVES THE ID ALONE FOR RECEPTION TO TRACE.                *
029700******************************************************************
029800 2300-LOOK-UP-HOST.
029900     MOVE SPACES TO VG-BDGD-HOST-NAME
030000     MOVE SPACES TO VG-BDGD-HOST-EXT
030100     IF VG-BDG-HOST-ID = SPACES
030200         MOVE '(NO HOST)' TO VG-BDGD-HOST-NAME
030300         GO TO 2300-EXIT
030400     END-IF
030500     IF NOT VG-HOSTDIR-AVAILABLE
030600         GO TO 2300-EXIT
030700     END-IF
030800     MOVE VG-BDG-HOST-ID TO VG-HST-ID
030900     READ HOST-DIRECTORY
031000         INVALID KEY
031100             MOVE '(NOT ON DIRECTORY)' TO VG-BDGD-HOST-NAME
031200             GO TO 2300-EXIT
031300     END-READ
031400     MOVE VG-HST-NAME TO VG-BDGD-HOST-NAME
031500     MOVE VG-HST-PHONE-EXT TO VG-BDGD-HOST-EXT.
031600 2300-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    3000-FINALIZE - TRAILER COUNTS AND THE SCHEDULER RETURN    *
032100*    CODE FOR BADGES STILL OUTSTANDING                          *
032200******************************************************************
032300 3000-FINALIZE.
032400     MOVE VG-BADGES-TODAY TO VG-BDGT-ISSUED
032500     MOVE VG-RETURNED-COUNT TO VG-BDGT-RETURNED
032600     MOVE VG-NOT-BACK-COUNT TO VG-BDGT-NOT-BACK
032700     MOVE VG-UNCHECKED-COUNT TO VG-BDGT-UNCHECKED
032800     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-HEADER-2
032900     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-TRAILER-1
033000     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-TRAILER-2
033100     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-TRAILER-3
033200     WRITE VG-BADGE-RPT-RECORD FROM VG-BDG-TRAILER-4
033300     CLOSE BADGE-FILE
033400     CLOSE BADGE-RPT
033500     IF VG-HOSTDIR-AVAILABLE
033600         CLOSE HOST-DIRECTORY
033700     END-IF
033800     DISPLAY 'BDGRPT0004I - BADGES ISSUED TODAY: '
033900         VG-BADGES-TODAY
034000     DISPLAY 'BDGRPT0005I - BADGES OUTSTANDING: '
034100         VG-OUTSTANDING-COUNT
034200     IF VG-OUTSTANDING-COUNT > 0
034300         MOVE 4 TO RETURN-CODE
034400     END-IF.
034500 3000-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
035000******************************************************************
035100 8000-LOG-RUN-START.
035200     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
035300     SET VG-RLG-START TO TRUE
035400     MOVE ZERO TO VG-RLG-RETURN-CODE
035500     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
035600     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
035700     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
035800     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
035900     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
036000     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
036100     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
036200 8000-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
036700*    KEY COUNTS OF THE RUN                                      *
036800******************************************************************
036900 8100-LOG-RUN-END.
037000     SET VG-RLG-END TO TRUE
037100     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
037200     MOVE 'ISSUED' TO VG-RLG-COUNT-LABEL(1)
037300     MOVE VG-BADGES-TODAY TO VG-RLG-COUNT-VALUE(1)
037400     MOVE 'RETURNED' TO VG-RLG-COUNT-LABEL(2)
037500     MOVE VG-RETURNED-COUNT TO VG-RLG-COUNT-VALUE(2)
037600     MOVE 'OUTSTAND' TO VG-RLG-COUNT-LABEL(3)
037700     MOVE VG-OUTSTANDING-COUNT TO VG-RLG-COUNT-VALUE(3)
037800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
037900 8100-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
038400*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
038500*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
038600*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
038700******************************************************************
038800 8900-WRITE-RUN-LOG.
038900     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
039000     MOVE 'BADGE-REPORT' TO VG-RLG-PROGRAM
039100     ACCEPT VG-RLG-TIME FROM TIME
039200     OPEN EXTEND RUN-LOG
039300     IF VG-RUNLOG-STATUS = '35'
039400         OPEN OUTPUT RUN-LOG
039500     END-IF
039600     IF VG-RUNLOG-STATUS NOT = '00'
039700         DISPLAY 'BDGRPT0006W - UNABLE TO OPEN RUN-LOG, STATUS '
039800             '= ' VG-RUNLOG-STATUS
039900         GO TO 8900-EXIT
040000     END-IF
040100     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
040200     CLOSE RUN-LOG.
040300 8900-EXIT.
040400     EXIT.
