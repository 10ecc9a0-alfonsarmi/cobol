000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STANDING-GENERATE.
000300 AUTHOR. J C LARKIN.
000400 INSTALLATION. FRONT DESK VISITOR SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    STANDING-GENERATE                                          *
001000*                                                                *
001100*    NIGHTLY GENERATOR FOR STANDING (RECURRING) APPOINTMENTS.   *
001200*    READS EVERY BOOKING ON THE STANDING-BOOKING FILE           *
001300*    (STNDREC.CPY, MAINTAINED BY STANDING-MAINT) AND ROLLS THE  *
001400*    VISITOR'S EXPECTED-VISIT DATE ON THE INDEXED MASTER TO     *
001500*    THE NEXT OCCURRENCE OF THE PATTERN WITHIN THE COMING       *
001600*    DAYS (VG_STANDING_DAYS, DEFAULT 7), SO A CLEANER OR        *
001700*    COURIER WHO COMES EVERY WEEK IS NEVER RE-KEYED.            *
001800*                                                                *
001900*    THE MASTER HOLDS ONE EXPECTED DATE PER VISITOR, SO ONE     *
002000*    OCCURRENCE IS BOOKED AT A TIME.  A VISITOR WHOSE DATE IS   *
002100*    TODAY OR EARLIER (ALREADY GREETED, OR ALREADY JUDGED BY    *
002200*    NOSHOW-FOLLOWUP) IS BOOKED FORWARD; ONE ALREADY BOOKED     *
002300*    FOR A LATER OPEN DAY IS LEFT ALONE.  AN OCCURRENCE ON A    *
002400*    BUSINESS-CALENDAR CLOSED DATE (CALENDAR-MAINT) IS SKIPPED  *
002500*    AND LISTED, AND THE NEXT OPEN OCCURRENCE IS BOOKED.        *
002600*    WEEKENDS ARE NEVER AN OCCURRENCE.  A BOOKED DATE THAT HAS  *
002700*    SINCE BEEN CLOSED IS REBOOKED.                             *
002800*                                                                *
002900*    THE STEP RUNS AFTER NOSHOW-FOLLOWUP, WHICH HAS TO SEE      *
003000*    TODAY'S EXPECTED DATES BEFORE THEY ARE ROLLED.  THE        *
003100*    REGISTER (STDREG) LISTS EVERY VISIT BOOKED AND EVERY       *
003200*    OCCURRENCE SKIPPED.                                        *
003300*                                                                *
003400*    RETURN CODES                                               *
003500*    ----------------------                                     *
003600*     0  BOOKINGS PROCESSED.                                    *
003700*     4  A BOOKING'S VISITOR IS NOT ON THE MASTER, OR A DATE    *
003800*        COULD NOT BE BOOKED.                                   *
003900*    16  OPEN FAILURE, OR NOSHOW-FOLLOWUP HAS NOT FINISHED      *
004000*        CLEANLY TODAY.                                         *
004100*                                                                *
004200*    MODIFICATION HISTORY                                       *
004300*    ----------------------                                     *
004400*    2026-10-15  JCL   ORIGINAL VERSION.                        *
004500*                                                                *
004600******************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT STANDING-BOOKING
005600         ASSIGN TO 'STANDBKG'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS VG-STD-VIS-ID
006000         FILE STATUS IS VG-STANDBKG-STATUS.
006100
006200     SELECT VISITOR-MASTER-INDEXED
006300         ASSIGN TO 'VISIDX'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS VG-VIS-ID
006700         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
006800         FILE STATUS IS VG-VISIDX-STATUS.
006900
007000     SELECT BUSINESS-CALENDAR
007100         ASSIGN TO 'CALFILE'
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS VG-CAL-DATE
007500         FILE STATUS IS VG-CALFILE-STATUS.
007600
007700     SELECT STANDING-REGISTER
007800         ASSIGN TO 'STDREG'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS VG-STDREG-STATUS.
008100
008200     SELECT RUN-LOG
008300         ASSIGN TO 'RUNLOG'
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS VG-RUNLOG-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  STANDING-BOOKING
009000     LABEL RECORDS ARE STANDARD.
009100     COPY STNDREC.
009200
009300 FD  VISITOR-MASTER-INDEXED
009400     LABEL RECORDS ARE STANDARD.
009500     COPY VISTREC.
009600
009700 FD  BUSINESS-CALENDAR
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CALNREC.
010000
010100 FD  STANDING-REGISTER
010200     LABEL RECORDS ARE STANDARD.
010300 01  VG-REGISTER-RECORD              PIC X(80).
010400
010500 FD  RUN-LOG
010600     LABEL RECORDS ARE STANDARD.
010700 01  VG-RUN-LOG-LINE                PIC X(94).
010800
010900 WORKING-STORAGE SECTION.
011000
011100******************************************************************
011200*    SWITCHES                                                   *
011300******************************************************************
011400 01  VG-SWITCHES.
011500     05  VG-EOF-SWITCH               PIC X(01) VALUE 'N'.
011600         88  VG-END-OF-FILE                     VALUE 'Y'.
011700     05  VG-CALENDAR-SWITCH          PIC X(01) VALUE 'N'.
011800         88  VG-CALENDAR-AVAILABLE              VALUE 'Y'.
011900     05  VG-STANDING-SWITCH          PIC X(01) VALUE 'N'.
012000         88  VG-STANDING-AVAILABLE              VALUE 'Y'.
012100     05  VG-CLOSED-DAY-SWITCH        PIC X(01) VALUE 'N'.
012200         88  VG-CLOSED-DAY                      VALUE 'Y'.
012300     05  VG-OCCURS-SWITCH            PIC X(01) VALUE 'N'.
012400         88  VG-OCCURS-ON-DATE                  VALUE 'Y'.
012500     05  VG-FOUND-SWITCH             PIC X(01) VALUE 'N'.
012600         88  VG-OPEN-OCCURRENCE-FOUND           VALUE 'Y'.
012700     05  VG-BOOKING-OVER-SWITCH      PIC X(01) VALUE 'N'.
012800         88  VG-BOOKING-OVER                    VALUE 'Y'.
012900
013000******************************************************************
013100*    FILE STATUS FIELDS                                         *
013200******************************************************************
013300 01  VG-FILE-STATUSES.
013400     05  VG-STANDBKG-STATUS          PIC X(02).
013500     05  VG-VISIDX-STATUS            PIC X(02).
013600     05  VG-CALFILE-STATUS           PIC X(02).
013700     05  VG-STDREG-STATUS            PIC X(02).
013800     05  VG-RUNLOG-STATUS            PIC X(02).
013900
014000******************************************************************
014100*    COUNTERS                                                   *
014200******************************************************************
014300 01  VG-COUNTERS.
014400     05  VG-BOOKINGS-READ            PIC 9(08) COMP VALUE ZERO.
014500     05  VG-BOOKED-COUNT             PIC 9(08) COMP VALUE ZERO.
014600     05  VG-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
014700     05  VG-ALREADY-BOOKED-COUNT     PIC 9(08) COMP VALUE ZERO.
014800     05  VG-NOT-DUE-COUNT            PIC 9(08) COMP VALUE ZERO.
014900     05  VG-ENDED-COUNT              PIC 9(08) COMP VALUE ZERO.
015000     05  VG-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
015100
015200******************************************************************
015300*    BOOKING WINDOW - THE COMING VG_STANDING_DAYS DAYS AFTER    *
015400*    THE RUN DATE (DEFAULT 7).  AN UNSET OR UNUSABLE VALUE      *
015500*    LEAVES THE DEFAULT.                                        *
015600******************************************************************
015700 01  VG-WINDOW-INPUT                 PIC X(02) VALUE SPACES.
015800 01  VG-WINDOW-DAYS                  PIC 9(02) COMP VALUE 7.
015900 01  VG-WINDOW-END                   PIC 9(08) VALUE ZERO.
016000 01  VG-OLD-EXPECT-DATE              PIC 9(08) VALUE ZERO.
016100 01  VG-CLOSED-REASON                PIC X(30) VALUE SPACES.
016200
016300 01  VG-RUN-DATE                     PIC 9(08).
016400 01  VG-RUN-DATE-R REDEFINES VG-RUN-DATE.
016500     05  VG-RUN-CC                   PIC 9(02).
016600     05  VG-RUN-YY                   PIC 9(02).
016700     05  VG-RUN-MM                   PIC 9(02).
016800     05  VG-RUN-DD                   PIC 9(02).
016900 01  VG-RUN-DATE-DISPLAY             PIC X(10) VALUE SPACES.
017000
017100 01  VG-WORK-DATE                    PIC 9(08) VALUE ZERO.
017200 01  VG-WORK-DATE-R REDEFINES VG-WORK-DATE.
017300     05  VG-WORK-DATE-CC             PIC 9(02).
017400     05  VG-WORK-DATE-YY             PIC 9(02).
017500     05  VG-WORK-DATE-MM             PIC 9(02).
017600     05  VG-WORK-DATE-DD             PIC 9(02).
017700 01  VG-SAVE-WORK-DATE               PIC 9(08) VALUE ZERO.
017800
017900 01  VG-DAYS-IN-MONTH-VALUES         PIC X(24) VALUE
018000         '312831303130313130313031'.
018100 01  VG-DAYS-IN-MONTH-TABLE REDEFINES VG-DAYS-IN-MONTH-VALUES.
018200     05  VG-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).
018300
018400 01  VG-DATE-WORK-FIELDS.
018500     05  VG-MONTH-LIMIT              PIC 9(02) COMP VALUE ZERO.
018600     05  VG-CHECK-YEAR               PIC 9(04) COMP VALUE ZERO.
018700     05  VG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
018800     05  VG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
018900     05  VG-ZEL-MONTH                PIC 9(04) COMP VALUE ZERO.
019000     05  VG-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
019100     05  VG-ZEL-TERM                 PIC 9(04) COMP VALUE ZERO.
019200     05  VG-ZEL-Y4                   PIC 9(04) COMP VALUE ZERO.
019300     05  VG-ZEL-Y100                 PIC 9(04) COMP VALUE ZERO.
019400     05  VG-ZEL-Y400                 PIC 9(04) COMP VALUE ZERO.
019500     05  VG-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
019600     05  VG-ZEL-QUOT                 PIC 9(05) COMP VALUE ZERO.
019700     05  VG-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
019800         88  VG-DATE-IS-SATURDAY                VALUE 0.
019900         88  VG-DATE-IS-SUNDAY                  VALUE 1.
020000     05  VG-WEEKDAY-NO               PIC 9(01) VALUE ZERO.
020100
020200******************************************************************
020300*    DAY NUMBERS FOR THE EVERY-N-WEEKS PATTERN - A COUNT OF     *
020400*    DAYS FROM A FIXED ORIGIN, SO TWO DATES CAN BE SUBTRACTED.  *
020500*    THE YEAR IS TAKEN FROM MARCH SO FEBRUARY 29TH FALLS AT     *
020600*    THE END OF IT.                                             *
020700******************************************************************
020800 01  VG-DAY-NUMBER-FIELDS.
020900     05  VG-DN-MONTH                 PIC 9(04) COMP VALUE ZERO.
021000     05  VG-DN-YEAR                  PIC 9(04) COMP VALUE ZERO.
021100     05  VG-DN-TERM                  PIC 9(04) COMP VALUE ZERO.
021200     05  VG-DN-Y4                    PIC 9(04) COMP VALUE ZERO.
021300     05  VG-DN-Y100                  PIC 9(04) COMP VALUE ZERO.
021400     05  VG-DN-Y400                  PIC 9(04) COMP VALUE ZERO.
021500     05  VG-DAY-NUMBER               PIC 9(08) COMP VALUE ZERO.
021600     05  VG-START-DAY-NUMBER         PIC 9(08) COMP VALUE ZERO.
021700     05  VG-DAYS-SINCE-START         PIC 9(08) COMP VALUE ZERO.
021800     05  VG-CYCLE-DAYS               PIC 9(04) COMP VALUE ZERO.
021900     05  VG-CYCLE-QUOT               PIC 9(08) COMP VALUE ZERO.
022000     05  VG-CYCLE-REMAINDER          PIC 9(04) COMP VALUE ZERO.
022100
022200******************************************************************
022300*    PATTERN DESCRIPTION FOR THE REGISTER                       *
022400******************************************************************
022500 01  VG-DAY-LETTER-VALUES            PIC X(05) VALUE 'MTWTF'.
022600 01  VG-DAY-LETTER-TABLE REDEFINES VG-DAY-LETTER-VALUES.
022700     05  VG-DAY-LETTER OCCURS 5 TIMES PIC X(01).
022800 01  VG-DAY-LETTERS                  PIC X(05) VALUE SPACES.
022900 01  VG-DAY-LETTERS-TABLE REDEFINES VG-DAY-LETTERS.
023000     05  VG-DAY-LETTER-OUT OCCURS 5 TIMES PIC X(01).
023100 01  VG-DAY-SUB                      PIC 9(01) COMP VALUE ZERO.
023200 01  VG-INTERVAL-EDIT                PIC Z9.
023300 01  VG-PATTERN-TEXT                 PIC X(14) VALUE SPACES.
023400
023500******************************************************************
023600*    STANDING-BOOKING REGISTER LINE LAYOUTS                     *
023700******************************************************************
023800 01  VG-REG-HEADER-1.
023900     05  FILLER                      PIC X(27) VALUE
024000             'STANDING BOOKING REGISTER  '.
024100     05  FILLER                      PIC X(10) VALUE
024200             'RUN DATE: '.
024300     05  VG-REGH-DATE                PIC X(10).
024400     05  FILLER                      PIC X(33) VALUE SPACES.
024500
024600 01  VG-REG-HEADER-2                 PIC X(80) VALUE ALL '-'.
024700
024800 01  VG-REG-HEADER-3.
024900     05  FILLER                      PIC X(40) VALUE
025000             'VISITOR NAME                  PATTERN   '.
025100     05  FILLER                      PIC X(40) VALUE
025200             '      DATE      ACTION                  '.
025300
025400 01  VG-REG-DETAIL-LINE.
025500     05  VG-REGD-VIS-ID              PIC 9(06).
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  VG-REGD-NAME                PIC X(20).
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  VG-REGD-PATTERN             PIC X(14).
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  VG-REGD-DATE                PIC X(08).
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  VG-REGD-ACTION              PIC X(24).
026400
026500 01  VG-REG-TRAILER.
026600     05  VG-REGT-LABEL               PIC X(24).
026700     05  VG-REGT-COUNT               PIC ZZZ,ZZ9.
026800     05  FILLER                      PIC X(49) VALUE SPACES.
026900
027000******************************************************************
027100*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
027200*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
027300*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
027400******************************************************************
027500     COPY RUNLREC.
027600 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
027700
027800******************************************************************
027900*    PREDECESSOR CHECK - THE STEP THAT MUST HAVE FINISHED       *
028000*    CLEANLY (RETURN CODE BELOW THE LIMIT) TODAY BEFORE THIS    *
028100*    ONE MAY START                                              *
028200******************************************************************
028300 01  VG-PREDECESSOR-FIELDS.
028400     05  VG-PRED-PROGRAM             PIC X(20) VALUE
028500             'NOSHOW-FOLLOWUP     '.
028600     05  VG-PRED-RC-LIMIT            PIC 9(03) VALUE 8.
028700     05  VG-PRED-STATE               PIC X(01) VALUE SPACE.
028800         88  VG-PRED-NOT-RUN                    VALUE SPACE.
028900         88  VG-PRED-NOT-ENDED                  VALUE 'S'.
029000     05  VG-PRED-RETURN-CODE         PIC 9(03) VALUE ZERO.
029100     05  VG-PRED-EOF-SWITCH          PIC X(01) VALUE 'N'.
029200         88  VG-PRED-LOG-ENDED                  VALUE 'Y'.
029300     05  VG-PRED-OK-SWITCH           PIC X(01) VALUE 'Y'.
029400         88  VG-PRED-OK                         VALUE 'Y'.
029500     05  VG-PRED-OVERRIDE            PIC X(01) VALUE SPACE.
029600 PROCEDURE DIVISION.
029700
029800******************************************************************
029900*    0000-MAINLINE                                              *
030000******************************************************************
030100 0000-MAINLINE.
030200     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030400     PERFORM 2000-PROCESS-ONE-BOOKING THRU 2000-EXIT
030500         UNTIL VG-END-OF-FILE
030600     PERFORM 3000-FINALIZE THRU 3000-EXIT
030700     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
030800     STOP RUN.
030900
031000******************************************************************
031100*    1000-INITIALIZE - WORK OUT THE WINDOW AND OPEN THE FILES.  *
031200*    NO STANDING-BOOKING FILE YET MEANS NOTHING TO BOOK - THE   *
031300*    REGISTER STILL PRINTS.  WITHOUT THE CALENDAR ONLY          *
031400*    WEEKENDS ARE TREATED AS CLOSED.                            *
031500******************************************************************
031600 1000-INITIALIZE.
031700     PERFORM 8200-CHECK-PREDECESSOR THRU 8200-EXIT
031800     IF NOT VG-PRED-OK
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 1000-ABEND
032100     END-IF
032200     ACCEPT VG-RUN-DATE FROM DATE YYYYMMDD
032300     MOVE SPACES TO VG-RUN-DATE-DISPLAY
032400     STRING VG-RUN-CC VG-RUN-YY '-' VG-RUN-MM '-' VG-RUN-DD
032500         DELIMITED BY SIZE INTO VG-RUN-DATE-DISPLAY
032600     PERFORM 1100-GET-WINDOW-OPTION THRU 1100-EXIT
032700     MOVE VG-RUN-DATE TO VG-WORK-DATE
032800     PERFORM 2800-FORWARD-ONE-DAY THRU 2800-EXIT
032900         VG-WINDOW-DAYS TIMES
033000     MOVE VG-WORK-DATE TO VG-WINDOW-END
033100     OPEN I-O STANDING-BOOKING
033200     IF VG-STANDBKG-STATUS = '00'
033300         SET VG-STANDING-AVAILABLE TO TRUE
033400     ELSE
033500         IF VG-STANDBKG-STATUS = '35'
033600             DISPLAY 'STDGEN0001I - NO STANDING BOOKINGS ON '
033700                 'FILE'
033800             SET VG-END-OF-FILE TO TRUE
033900         ELSE
034000             DISPLAY 'STDGEN0002E - UNABLE TO OPEN '
034100                 'STANDING-BOOKING, STATUS = '
034200                 VG-STANDBKG-STATUS
034300             MOVE 16 TO RETURN-CODE
034400             GO TO 1000-ABEND
034500         END-IF
034600     END-IF
034700     OPEN I-O VISITOR-MASTER-INDEXED
034800     IF VG-VISIDX-STATUS NOT = '00'
034900         DISPLAY 'STDGEN0003E - UNABLE TO OPEN '
035000             'VISITOR-MASTER-INDEXED, STATUS = ' VG-VISIDX-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 1000-ABEND
035300     END-IF
035400     OPEN INPUT BUSINESS-CALENDAR
035500     IF VG-CALFILE-STATUS = '00'
035600         SET VG-CALENDAR-AVAILABLE TO TRUE
035700     ELSE
035800         DISPLAY 'STDGEN0004W - BUSINESS-CALENDAR NOT '
035900             'AVAILABLE, STATUS = ' VG-CALFILE-STATUS
036000             ', ONLY WEEKENDS TREATED AS CLOSED'
036100     END-IF
036200     OPEN OUTPUT STANDING-REGISTER
036300     IF VG-STDREG-STATUS NOT = '00'
036400         DISPLAY 'STDGEN0005E - UNABLE TO OPEN '
036500             'STANDING-REGISTER, STATUS = ' VG-STDREG-STATUS
036600         MOVE 16 TO RETURN-CODE
036700         GO TO 1000-ABEND
036800     END-IF
036900     MOVE VG-RUN-DATE-DISPLAY TO VG-REGH-DATE
037000     WRITE VG-REGISTER-RECORD FROM VG-REG-HEADER-1
037100     WRITE VG-REGISTER-RECORD FROM VG-REG-HEADER-2
037200     WRITE VG-REGISTER-RECORD FROM VG-REG-HEADER-3
037300     IF VG-STANDING-AVAILABLE
037400         PERFORM 2100-READ-STANDING-BOOKING THRU 2100-EXIT
037500     END-IF.
037600 1000-EXIT.
037700     EXIT.
037800 1000-ABEND.
037900     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
038000     STOP RUN.
038100
038200 1100-GET-WINDOW-OPTION.
038300     MOVE SPACES TO VG-WINDOW-INPUT
038400     DISPLAY 'VG_STANDING_DAYS' UPON ENVIRONMENT-NAME
038500     ACCEPT VG-WINDOW-INPUT FROM ENVIRONMENT-VALUE
038600     IF VG-WINDOW-INPUT(2:1) = SPACE
038700         MOVE VG-WINDOW-INPUT(1:1) TO VG-WINDOW-INPUT(2:1)
038800         MOVE '0' TO VG-WINDOW-INPUT(1:1)
038900     END-IF
039000     IF VG-WINDOW-INPUT IS NUMERIC
039100             AND VG-WINDOW-INPUT NOT = '00'
039200         MOVE VG-WINDOW-INPUT TO VG-WINDOW-DAYS
039300     END-IF.
039400 1100-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    2000-PROCESS-ONE-BOOKING - A BOOKING PAST ITS END DATE IS  *
039900*    ONLY COUNTED.  OTHERWISE THE VISITOR'S MASTER RECORD IS    *
040000*    READ AND, UNLESS IT IS ALREADY BOOKED FOR A LATER OPEN     *
040100*    DAY, THE WINDOW IS WALKED FOR THE FIRST OPEN OCCURRENCE.   *
040200*    NO OCCURRENCE IN THE WINDOW (AN EVERY-FOUR-WEEKS VISITOR,  *
040300*    SAY) LEAVES THE MASTER ALONE UNTIL A LATER NIGHT.          *
040400******************************************************************
040500 2000-PROCESS-ONE-BOOKING.
040600     ADD 1 TO VG-BOOKINGS-READ
040700     IF VG-STD-END-DATE NOT = ZERO
040800             AND VG-STD-END-DATE NOT > VG-RUN-DATE
040900         ADD 1 TO VG-ENDED-COUNT
041000         GO TO 2000-NEXT
041100     END-IF
041200     PERFORM 2900-FORMAT-PATTERN THRU 2900-EXIT
041300     MOVE VG-STD-VIS-ID TO VG-VIS-ID
041400     READ VISITOR-MASTER-INDEXED
041500         INVALID KEY
041600             MOVE VG-STD-VIS-ID TO VG-REGD-VIS-ID
041700             MOVE SPACES TO VG-REGD-NAME
041800             MOVE VG-PATTERN-TEXT TO VG-REGD-PATTERN
041900             MOVE SPACES TO VG-REGD-DATE
042000             MOVE 'NOT ON VISITOR MASTER' TO VG-REGD-ACTION
042100             WRITE VG-REGISTER-RECORD FROM VG-REG-DETAIL-LINE
042200             ADD 1 TO VG-ERROR-COUNT
042300             GO TO 2000-NEXT
042400     END-READ
042500     MOVE VG-VIS-EXPECT-DATE TO VG-OLD-EXPECT-DATE
042600     IF VG-VIS-EXPECT-DATE > VG-RUN-DATE
042700         MOVE VG-VIS-EXPECT-DATE TO VG-WORK-DATE
042800         PERFORM 2500-CHECK-CLOSED-DAY THRU 2500-EXIT
042900         IF NOT VG-CLOSED-DAY
043000             ADD 1 TO VG-ALREADY-BOOKED-COUNT
043100             GO TO 2000-NEXT
043200         END-IF
043300     END-IF
043400     MOVE 'N' TO VG-FOUND-SWITCH
043500     MOVE 'N' TO VG-BOOKING-OVER-SWITCH
043600     MOVE VG-STD-START-DATE TO VG-WORK-DATE
043700     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
043800     MOVE VG-DAY-NUMBER TO VG-START-DAY-NUMBER
043900     MOVE VG-RUN-DATE TO VG-WORK-DATE
044000     PERFORM 2300-TRY-NEXT-DAY THRU 2300-EXIT
044100         UNTIL VG-OPEN-OCCURRENCE-FOUND
044200             OR VG-BOOKING-OVER
044300             OR VG-WORK-DATE NOT < VG-WINDOW-END
044400     IF NOT VG-OPEN-OCCURRENCE-FOUND
044500         ADD 1 TO VG-NOT-DUE-COUNT
044600         IF VG-OLD-EXPECT-DATE > VG-RUN-DATE
044700             DISPLAY 'STDGEN0006W - VISITOR ' VG-VIS-ID
044800                 ' BOOKED ON CLOSED DAY ' VG-OLD-EXPECT-DATE
044900                 ', NO OPEN OCCURRENCE IN THE WINDOW'
045000             ADD 1 TO VG-ERROR-COUNT
045100         END-IF
045200         GO TO 2000-NEXT
045300     END-IF
045400     PERFORM 2200-BOOK-OCCURRENCE THRU 2200-EXIT.
045500 2000-NEXT.
045600     PERFORM 2100-READ-STANDING-BOOKING THRU 2100-EXIT.
045700 2000-EXIT.
045800     EXIT.
045900
046000 2100-READ-STANDING-BOOKING.
046100     READ STANDING-BOOKING NEXT RECORD
046200         AT END
046300             SET VG-END-OF-FILE TO TRUE
046400     END-READ.
046500 2100-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900*    2200-BOOK-OCCURRENCE - THE OPEN DATE FOUND GOES ON THE     *
047000*    MASTER AS THE EXPECTED-VISIT DATE, AND ON THE BOOKING AS   *
047100*    THE LAST DATE BOOKED                                       *
047200******************************************************************
047300 2200-BOOK-OCCURRENCE.
047400     MOVE VG-WORK-DATE TO VG-VIS-EXPECT-DATE
047500     REWRITE VG-VISITOR-RECORD
047600         INVALID KEY
047700             DISPLAY 'STDGEN0007E - REWRITE FAILED FOR VISITOR '
047800                 VG-VIS-ID ', STATUS = ' VG-VISIDX-STATUS
047900             ADD 1 TO VG-ERROR-COUNT
048000             GO TO 2200-EXIT
048100     END-REWRITE
048200     MOVE VG-WORK-DATE TO VG-STD-LAST-BOOKED
048300     REWRITE VG-STANDING-RECORD
048400         INVALID KEY
048500             DISPLAY 'STDGEN0008W - LAST-BOOKED DATE NOT '
048600                 'UPDATED FOR VISITOR ' VG-STD-VIS-ID
048700                 ', STATUS = ' VG-STANDBKG-STATUS
048800     END-REWRITE
048900     MOVE VG-VIS-ID TO VG-REGD-VIS-ID
049000     MOVE VG-VIS-NAME TO VG-REGD-NAME
049100     MOVE VG-PATTERN-TEXT TO VG-REGD-PATTERN
049200     MOVE VG-VIS-EXPECT-DATE TO VG-REGD-DATE
049300     WRITE VG-REGISTER-RECORD FROM VG-REG-DETAIL-LINE
049400     ADD 1 TO VG-BOOKED-COUNT.
049500 2200-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    2300-TRY-NEXT-DAY - STEP TO THE NEXT DAY.  PAST THE END    *
050000*    DATE STOPS THE WALK; BEFORE THE START DATE IS NOT YET AN   *
050100*    OCCURRENCE.  AN OCCURRENCE ON A CLOSED DAY IS SKIPPED AND  *
050200*    LISTED; THE FIRST OPEN ONE ENDS THE WALK.                  *
050300******************************************************************
050400 2300-TRY-NEXT-DAY.
050500     PERFORM 2800-FORWARD-ONE-DAY THRU 2800-EXIT
050600     IF VG-STD-END-DATE NOT = ZERO
050700             AND VG-WORK-DATE > VG-STD-END-DATE
050800         SET VG-BOOKING-OVER TO TRUE
050900         GO TO 2300-EXIT
051000     END-IF
051100     IF VG-WORK-DATE < VG-STD-START-DATE
051200         GO TO 2300-EXIT
051300     END-IF
051400     PERFORM 2400-CHECK-PATTERN THRU 2400-EXIT
051500     IF NOT VG-OCCURS-ON-DATE
051600         GO TO 2300-EXIT
051700     END-IF
051800     PERFORM 2500-CHECK-CLOSED-DAY THRU 2500-EXIT
051900     IF VG-CLOSED-DAY
052000         MOVE VG-VIS-ID TO VG-REGD-VIS-ID
052100         MOVE VG-VIS-NAME TO VG-REGD-NAME
052200         MOVE VG-PATTERN-TEXT TO VG-REGD-PATTERN
052300         MOVE VG-WORK-DATE TO VG-REGD-DATE
052400         MOVE SPACES TO VG-REGD-ACTION
052500         STRING 'SKIPPED - ' VG-CLOSED-REASON
052600             DELIMITED BY SIZE INTO VG-REGD-ACTION
052700         WRITE VG-REGISTER-RECORD FROM VG-REG-DETAIL-LINE
052800         ADD 1 TO VG-SKIPPED-COUNT
052900         GO TO 2300-EXIT
053000     END-IF
053100     SET VG-OPEN-OCCURRENCE-FOUND TO TRUE
053200     IF VG-OLD-EXPECT-DATE NOT > VG-RUN-DATE
053300         MOVE 'BOOKED' TO VG-REGD-ACTION
053400     ELSE
053500         MOVE SPACES TO VG-REGD-ACTION
053600         STRING 'REBOOKED FROM ' VG-OLD-EXPECT-DATE
053700             DELIMITED BY SIZE INTO VG-REGD-ACTION
053800     END-IF.
053900 2300-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300*    2400-CHECK-PATTERN - DOES THE BOOKING FALL ON THE WORK     *
054400*    DATE?  WEEKENDS NEVER DO.  MONDAY IS WEEKDAY 1 (ZELLER     *
054500*    REMAINDER 2) THROUGH FRIDAY, WEEKDAY 5.                    *
054600******************************************************************
054700 2400-CHECK-PATTERN.
054800     MOVE 'N' TO VG-OCCURS-SWITCH
054900     PERFORM 2600-COMPUTE-DAY-OF-WEEK THRU 2600-EXIT
055000     IF VG-DATE-IS-SATURDAY OR VG-DATE-IS-SUNDAY
055100         GO TO 2400-EXIT
055200     END-IF
055300     COMPUTE VG-WEEKDAY-NO = VG-DAY-OF-WEEK - 1
055400     EVALUATE TRUE
055500         WHEN VG-STD-DAILY
055600             SET VG-OCCURS-ON-DATE TO TRUE
055700         WHEN VG-STD-WEEKDAYS
055800             IF VG-STD-DAY-FLAG(VG-WEEKDAY-NO) = 'Y'
055900                 SET VG-OCCURS-ON-DATE TO TRUE
056000             END-IF
056100         WHEN VG-STD-EVERY-N-WEEKS
056200             PERFORM 2450-CHECK-WEEK-CYCLE THRU 2450-EXIT
056300         WHEN OTHER
056400             CONTINUE
056500     END-EVALUATE.
056600 2400-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*    2450-CHECK-WEEK-CYCLE - EVERY N WEEKS FROM THE START DATE: *
057100*    THE DAYS SINCE THE START MUST BE A WHOLE NUMBER OF CYCLES. *
057200*    A ZERO INTERVAL IS TAKEN AS WEEKLY.                        *
057300******************************************************************
057400 2450-CHECK-WEEK-CYCLE.
057500     IF VG-STD-WEEK-INTERVAL = ZERO
057600         MOVE 7 TO VG-CYCLE-DAYS
057700     ELSE
057800         COMPUTE VG-CYCLE-DAYS = VG-STD-WEEK-INTERVAL * 7
057900     END-IF
058000     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
058100     COMPUTE VG-DAYS-SINCE-START =
058200         VG-DAY-NUMBER - VG-START-DAY-NUMBER
058300     DIVIDE VG-DAYS-SINCE-START BY VG-CYCLE-DAYS
058400         GIVING VG-CYCLE-QUOT REMAINDER VG-CYCLE-REMAINDER
058500     IF VG-CYCLE-REMAINDER = ZERO
058600         SET VG-OCCURS-ON-DATE TO TRUE
058700     END-IF.
058800 2450-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    2500-CHECK-CLOSED-DAY - WEEKENDS ARE COMPUTED FROM THE     *
059300*    DATE ITSELF; ANY OTHER CLOSURE COMES FROM THE BUSINESS-    *
059400*    CALENDAR FILE MAINTAINED BY CALENDAR-MAINT                 *
059500******************************************************************
059600 2500-CHECK-CLOSED-DAY.
059700     MOVE 'N' TO VG-CLOSED-DAY-SWITCH
059800     MOVE SPACES TO VG-CLOSED-REASON
059900     PERFORM 2600-COMPUTE-DAY-OF-WEEK THRU 2600-EXIT
060000     IF VG-DATE-IS-SATURDAY OR VG-DATE-IS-SUNDAY
060100         SET VG-CLOSED-DAY TO TRUE
060200         MOVE 'WEEKEND' TO VG-CLOSED-REASON
060300         GO TO 2500-EXIT
060400     END-IF
060500     IF NOT VG-CALENDAR-AVAILABLE
060600         GO TO 2500-EXIT
060700     END-IF
060800     MOVE VG-WORK-DATE TO VG-CAL-DATE
060900     READ BUSINESS-CALENDAR
061000         INVALID KEY
061100             CONTINUE
061200         NOT INVALID KEY
061300             SET VG-CLOSED-DAY TO TRUE
061400             MOVE VG-CAL-DESC TO VG-CLOSED-REASON
061500     END-READ.
061600 2500-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    2600-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
062100*    WORK DATE.  THE REMAINDER IS 0 FOR SATURDAY AND 1 FOR      *
062200*    SUNDAY.  THE DIVISIONS ARE SPELLED OUT AS DIVIDE           *
062300*    STATEMENTS SO EVERY INTERMEDIATE RESULT TRUNCATES.         *
062400******************************************************************
062500 2600-COMPUTE-DAY-OF-WEEK.
062600     MOVE VG-WORK-DATE-MM TO VG-ZEL-MONTH
062700     COMPUTE VG-ZEL-YEAR =
062800         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
062900     IF VG-ZEL-MONTH < 3
063000         ADD 12 TO VG-ZEL-MONTH
063100         SUBTRACT 1 FROM VG-ZEL-YEAR
063200     END-IF
063300     COMPUTE VG-ZEL-TERM = 13 * (VG-ZEL-MONTH + 1)
063400     DIVIDE VG-ZEL-TERM BY 5 GIVING VG-ZEL-TERM
063500     DIVIDE VG-ZEL-YEAR BY 4 GIVING VG-ZEL-Y4
063600     DIVIDE VG-ZEL-YEAR BY 100 GIVING VG-ZEL-Y100
063700     DIVIDE VG-ZEL-YEAR BY 400 GIVING VG-ZEL-Y400
063800     COMPUTE VG-ZEL-SUM = VG-WORK-DATE-DD + VG-ZEL-TERM
063900         + VG-ZEL-YEAR + VG-ZEL-Y4 - VG-ZEL-Y100 + VG-ZEL-Y400
064000     DIVIDE VG-ZEL-SUM BY 7
064100         GIVING VG-ZEL-QUOT REMAINDER VG-DAY-OF-WEEK.
064200 2600-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600*    2700-COMPUTE-DAY-NUMBER - DAYS FROM A FIXED ORIGIN TO THE  *
064700*    WORK DATE, WITH THE YEAR RUNNING MARCH TO FEBRUARY.  AS IN *
064800*    2600 EVERY DIVISION IS A DIVIDE SO IT TRUNCATES.           *
064900******************************************************************
065000 2700-COMPUTE-DAY-NUMBER.
065100     MOVE VG-WORK-DATE-MM TO VG-DN-MONTH
065200     COMPUTE VG-DN-YEAR =
065300         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
065400     IF VG-DN-MONTH < 3
065500         ADD 12 TO VG-DN-MONTH
065600         SUBTRACT 1 FROM VG-DN-YEAR
065700     END-IF
065800     COMPUTE VG-DN-TERM = (153 * (VG-DN-MONTH - 3)) + 2
065900     DIVIDE VG-DN-TERM BY 5 GIVING VG-DN-TERM
066000     DIVIDE VG-DN-YEAR BY 4 GIVING VG-DN-Y4
066100     DIVIDE VG-DN-YEAR BY 100 GIVING VG-DN-Y100
066200     DIVIDE VG-DN-YEAR BY 400 GIVING VG-DN-Y400
066300     COMPUTE VG-DAY-NUMBER = VG-WORK-DATE-DD + VG-DN-TERM
066400         + (365 * VG-DN-YEAR) + VG-DN-Y4 - VG-DN-Y100
066500         + VG-DN-Y400.
066600 2700-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    2800-FORWARD-ONE-DAY - STEP THE WORK DATE TO THE NEXT      *
067100*    CALENDAR DAY                                               *
067200******************************************************************
067300 2800-FORWARD-ONE-DAY.
067400     MOVE VG-DAYS-IN-MONTH(VG-WORK-DATE-MM) TO VG-MONTH-LIMIT
067500     IF VG-WORK-DATE-MM = 2
067600         PERFORM 2880-CHECK-LEAP-YEAR THRU 2880-EXIT
067700     END-IF
067800     IF VG-WORK-DATE-DD < VG-MONTH-LIMIT
067900         ADD 1 TO VG-WORK-DATE-DD
068000     ELSE
068100         MOVE 01 TO VG-WORK-DATE-DD
068200         IF VG-WORK-DATE-MM < 12
068300             ADD 1 TO VG-WORK-DATE-MM
068400         ELSE
068500             MOVE 01 TO VG-WORK-DATE-MM
068600             COMPUTE VG-CHECK-YEAR =
068700                 (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY + 1
068800             DIVIDE VG-CHECK-YEAR BY 100
068900                 GIVING VG-WORK-DATE-CC
069000                 REMAINDER VG-WORK-DATE-YY
069100         END-IF
069200     END-IF.
069300 2800-EXIT.
069400     EXIT.
069500
069600 2880-CHECK-LEAP-YEAR.
069700     COMPUTE VG-CHECK-YEAR =
069800         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
069900     DIVIDE VG-CHECK-YEAR BY 4
070000         GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
070100     IF VG-LEAP-REMAINDER = 0
070200         DIVIDE VG-CHECK-YEAR BY 100
070300             GIVING VG-LEAP-QUOTIENT REMAINDER VG-LEAP-REMAINDER
070400         IF VG-LEAP-REMAINDER = 0
070500             DIVIDE VG-CHECK-YEAR BY 400
070600                 GIVING VG-LEAP-QUOTIENT
070700                 REMAINDER VG-LEAP-REMAINDER
070800             IF VG-LEAP-REMAINDER = 0
070900                 MOVE 29 TO VG-MONTH-LIMIT
071000             END-IF
071100         ELSE
071200             MOVE 29 TO VG-MONTH-LIMIT
071300         END-IF
071400     END-IF.
071500 2880-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    2900-FORMAT-PATTERN - 'EVERY DAY', 'WEEKLY M-W-F' OR       *
072000*    'EVERY nn WEEKS' FOR THE REGISTER                          *
072100******************************************************************
072200 2900-FORMAT-PATTERN.
072300     MOVE SPACES TO VG-PATTERN-TEXT
072400     EVALUATE TRUE
072500         WHEN VG-STD-DAILY
072600             MOVE 'EVERY DAY' TO VG-PATTERN-TEXT
072700         WHEN VG-STD-WEEKDAYS
072800             PERFORM 2950-EDIT-ONE-DAY-LETTER THRU 2950-EXIT
072900                 VARYING VG-DAY-SUB FROM 1 BY 1
073000                 UNTIL VG-DAY-SUB > 5
073100             STRING 'WEEKLY ' VG-DAY-LETTERS
073200                 DELIMITED BY SIZE INTO VG-PATTERN-TEXT
073300         WHEN VG-STD-EVERY-N-WEEKS
073400             MOVE VG-STD-WEEK-INTERVAL TO VG-INTERVAL-EDIT
073500             STRING 'EVERY ' VG-INTERVAL-EDIT ' WEEKS'
073600                 DELIMITED BY SIZE INTO VG-PATTERN-TEXT
073700         WHEN OTHER
073800             MOVE 'UNKNOWN PATTERN' TO VG-PATTERN-TEXT
073900     END-EVALUATE.
074000 2900-EXIT.
074100     EXIT.
074200
074300 2950-EDIT-ONE-DAY-LETTER.
074400     IF VG-STD-DAY-FLAG(VG-DAY-SUB) = 'Y'
074500         MOVE VG-DAY-LETTER(VG-DAY-SUB)
074600             TO VG-DAY-LETTER-OUT(VG-DAY-SUB)
074700     ELSE
074800         MOVE '-' TO VG-DAY-LETTER-OUT(VG-DAY-SUB)
074900     END-IF.
075000 2950-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400*    3000-FINALIZE - TRAILER COUNTS AND STATISTICS              *
075500******************************************************************
075600 3000-FINALIZE.
075700     WRITE VG-REGISTER-RECORD FROM VG-REG-HEADER-2
075800     MOVE 'STANDING BOOKINGS READ:' TO VG-REGT-LABEL
075900     MOVE VG-BOOKINGS-READ TO VG-REGT-COUNT
076000     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
076100     MOVE 'VISITS BOOKED:' TO VG-REGT-LABEL
076200     MOVE VG-BOOKED-COUNT TO VG-REGT-COUNT
076300     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
076400     MOVE 'OCCURRENCES SKIPPED:' TO VG-REGT-LABEL
076500     MOVE VG-SKIPPED-COUNT TO VG-REGT-COUNT
076600     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
076700     MOVE 'ALREADY BOOKED:' TO VG-REGT-LABEL
076800     MOVE VG-ALREADY-BOOKED-COUNT TO VG-REGT-COUNT
076900     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
077000     MOVE 'NOT DUE IN THE WINDOW:' TO VG-REGT-LABEL
077100     MOVE VG-NOT-DUE-COUNT TO VG-REGT-COUNT
077200     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
077300     MOVE 'PAST THEIR END DATE:' TO VG-REGT-LABEL
077400     MOVE VG-ENDED-COUNT TO VG-REGT-COUNT
077500     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
077600     MOVE 'NOT BOOKED - ERRORS:' TO VG-REGT-LABEL
077700     MOVE VG-ERROR-COUNT TO VG-REGT-COUNT
077800     WRITE VG-REGISTER-RECORD FROM VG-REG-TRAILER
077900     IF VG-STANDING-AVAILABLE
078000         CLOSE STANDING-BOOKING
078100     END-IF
078200     IF VG-CALENDAR-AVAILABLE
078300         CLOSE BUSINESS-CALENDAR
078400     END-IF
078500     CLOSE VISITOR-MASTER-INDEXED
078600     CLOSE STANDING-REGISTER
078700     DISPLAY 'STDGEN0009I - STANDING BOOKINGS READ: '
078800         VG-BOOKINGS-READ
078900     DISPLAY 'STDGEN0010I - VISITS BOOKED: ' VG-BOOKED-COUNT
079000         ', OCCURRENCES SKIPPED: ' VG-SKIPPED-COUNT
079100     DISPLAY 'STDGEN0011I - ALREADY BOOKED: '
079200         VG-ALREADY-BOOKED-COUNT ', NOT DUE: ' VG-NOT-DUE-COUNT
079300         ', ENDED: ' VG-ENDED-COUNT
079400     IF VG-ERROR-COUNT > 0
079500         DISPLAY 'STDGEN0012W - BOOKINGS NOT BOOKED: '
079600             VG-ERROR-COUNT
079700         MOVE 4 TO RETURN-CODE
079800     END-IF.
079900 3000-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
080400******************************************************************
080500 8000-LOG-RUN-START.
080600     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
080700     SET VG-RLG-START TO TRUE
080800     MOVE ZERO TO VG-RLG-RETURN-CODE
080900     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
081000     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
081100     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
081200     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
081300     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
081400     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
081500     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
081600 8000-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
082100*    KEY COUNTS OF THE RUN                                      *
082200******************************************************************
082300 8100-LOG-RUN-END.
082400     SET VG-RLG-END TO TRUE
082500     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
082600     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
082700     MOVE VG-BOOKINGS-READ TO VG-RLG-COUNT-VALUE(1)
082800     MOVE 'BOOKED' TO VG-RLG-COUNT-LABEL(2)
082900     MOVE VG-BOOKED-COUNT TO VG-RLG-COUNT-VALUE(2)
083000     MOVE 'SKIPPED' TO VG-RLG-COUNT-LABEL(3)
083100     MOVE VG-SKIPPED-COUNT TO VG-RLG-COUNT-VALUE(3)
083200     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
083300 8100-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700*    8200-CHECK-PREDECESSOR - THE LAST RUN-LOG RECORD TODAY FOR *
083800*    THE PREDECESSOR STEP MUST BE AN END RECORD WITH A RETURN   *
083900*    CODE BELOW ITS LIMIT, OR THIS STEP DOES NOT START.         *
084000*    OPERATIONS CAN FORCE A RUN AFTER A MANUAL RECOVERY WITH    *
084100*    VG_PRED_OVERRIDE=Y.                                        *
084200******************************************************************
084300 8200-CHECK-PREDECESSOR.
084400     MOVE SPACE TO VG-PRED-STATE
084500     MOVE ZERO TO VG-PRED-RETURN-CODE
084600     MOVE 'N' TO VG-PRED-EOF-SWITCH
084700     OPEN INPUT RUN-LOG
084800     IF VG-RUNLOG-STATUS = '00'
084900         PERFORM 8250-READ-RUN-LOG THRU 8250-EXIT
085000             UNTIL VG-PRED-LOG-ENDED
085100         CLOSE RUN-LOG
085200     END-IF
085300     MOVE 'Y' TO VG-PRED-OK-SWITCH
085400     IF VG-PRED-NOT-RUN OR VG-PRED-NOT-ENDED
085500         DISPLAY 'STDGEN0014E - NOSHOW-FOLLOWUP HAS NOT '
085600             'FINISHED TODAY'
085700         MOVE 'N' TO VG-PRED-OK-SWITCH
085800     ELSE
085900         IF VG-PRED-RETURN-CODE NOT < VG-PRED-RC-LIMIT
086000             DISPLAY 'STDGEN0015E - NOSHOW-FOLLOWUP ENDED WITH '
086100                 'RC ' VG-PRED-RETURN-CODE
086200             MOVE 'N' TO VG-PRED-OK-SWITCH
086300         END-IF
086400     END-IF
086500     IF NOT VG-PRED-OK
086600         MOVE SPACE TO VG-PRED-OVERRIDE
086700         DISPLAY 'VG_PRED_OVERRIDE' UPON ENVIRONMENT-NAME
086800         ACCEPT VG-PRED-OVERRIDE FROM ENVIRONMENT-VALUE
086900         IF VG-PRED-OVERRIDE = 'Y' OR VG-PRED-OVERRIDE = 'y'
087000             DISPLAY 'STDGEN0016W - PREDECESSOR CHECK '
087100                 'OVERRIDDEN'
087200             MOVE 'Y' TO VG-PRED-OK-SWITCH
087300         END-IF
087400     END-IF.
087500 8200-EXIT.
087600     EXIT.
087700
087800 8250-READ-RUN-LOG.
087900     READ RUN-LOG INTO VG-RUN-LOG-RECORD
088000         AT END
088100             SET VG-PRED-LOG-ENDED TO TRUE
088200             GO TO 8250-EXIT
088300     END-READ
088400     IF VG-RLG-RUN-DATE = VG-RUN-LOG-DATE
088500             AND VG-RLG-PROGRAM = VG-PRED-PROGRAM
088600         MOVE VG-RLG-RECORD-TYPE TO VG-PRED-STATE
088700         MOVE VG-RLG-RETURN-CODE TO VG-PRED-RETURN-CODE
088800     END-IF.
088900 8250-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
089400*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
089500*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
089600*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
089700******************************************************************
089800 8900-WRITE-RUN-LOG.
089900     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
090000     MOVE 'STANDING-GENERATE' TO VG-RLG-PROGRAM
090100     ACCEPT VG-RLG-TIME FROM TIME
090200     OPEN EXTEND RUN-LOG
090300     IF VG-RUNLOG-STATUS = '35'
090400         OPEN OUTPUT RUN-LOG
090500     END-IF
090600     IF VG-RUNLOG-STATUS NOT = '00'
090700         DISPLAY 'STDGEN0013W - UNABLE TO OPEN RUN-LOG, STATUS '
090800             '= ' VG-RUNLOG-STATUS
090900         GO TO 8900-EXIT
091000     END-IF
091100     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
091200     CLOSE RUN-LOG.
091300 8900-EXIT.
091400     EXIT.
