002750*    THE FOLLOW-UP IS SCHEDULED NIGHTLY SO EVERY EXPECTED      *
002760*    DATE IS SEEN WHILE IT IS STILL DECIDABLE.                 *
002800*                                                                *
002810*    A VISITOR WITH A STANDING BOOKING (STANDING-GENERATE)      *
002820*    WHOSE DATE FELL ON A WEEKEND OR A CALENDAR CLOSED DAY WAS  *
002830*    NOT EXPECTED THAT DAY - THE OCCURRENCE WAS SKIPPED, NOT    *
002840*    MISSED - SO IT IS COUNTED APART AND NOT FOLLOWED UP.       *
002850*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ----------------------                                     *
003100*    2026-09-02  JCL   ORIGINAL VERSION.                        *
003130*                      OLDER PAST-DUE RECORDS ARE UNDECIDABLE   *
003140*                      ONCE THEIR HISTORY IS PURGED AND WERE    *
003150*                      FALSELY RE-REPORTED AS NO-SHOWS.         *
003160*    2026-10-15  JCL   VISIDX AND VISHIST DECLARE THEIR NEW     *
003180*                      ALTERNATE NAME KEYS.                     *
003185*    2026-10-15  JCL   START AND END RECORDS WRITTEN TO THE     *
003190*                      SHARED RUN LOG (RUNLOG).                 *
003192*    2026-10-15  JCL   A STANDING-BOOKING OCCURRENCE ON A       *
003194*                      WEEKEND OR CALFILE CLOSED DAY IS COUNTED *
003196*                      AS SKIPPED, NOT AS A NO-SHOW.            *
003200*                                                                *
003300******************************************************************
003400
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS VG-VIS-ID
004650         ALTERNATE RECORD KEY IS VG-VIS-NAME WITH DUPLICATES
004700         FILE STATUS IS VG-VISIDX-STATUS.
004800
004900     SELECT VISIT-HISTORY
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VG-HIS-KEY
005350         ALTERNATE RECORD KEY IS VG-HIS-NAME WITH DUPLICATES
005400         FILE STATUS IS VG-VISHIST-STATUS.
005500
005600     SELECT NOSHOW-RPT
006200         ASSIGN TO 'RESCHED'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS VG-RESCHED-STATUS.
006405
006410     SELECT STANDING-BOOKING
006415         ASSIGN TO 'STANDBKG'
006420         ORGANIZATION IS INDEXED
006425         ACCESS MODE IS DYNAMIC
006430         RECORD KEY IS VG-STD-VIS-ID
006435         FILE STATUS IS VG-STANDBKG-STATUS.
006440
006445     SELECT BUSINESS-CALENDAR
006450         ASSIGN TO 'CALFILE'
006455         ORGANIZATION IS INDEXED
006460         ACCESS MODE IS DYNAMIC
006465         RECORD KEY IS VG-CAL-DATE
006470         FILE STATUS IS VG-CALFILE-STATUS.
006475
006480     SELECT RUN-LOG
006485         ASSIGN TO 'RUNLOG'
006490         ORGANIZATION IS LINE SEQUENTIAL
006495         FILE STATUS IS VG-RUNLOG-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
008800         ==VG-TRN-EXPECT-DATE==  BY ==VG-RSC-EXPECT-DATE==
008850         ==VG-TRN-EXPECT-DATE-X== BY ==VG-RSC-EXPECT-DATE-X==
008900         ==VG-TRN-HOST-ID==      BY ==VG-RSC-HOST-ID==
008950         ==VG-TRN-EVENT-CODE==   BY ==VG-RSC-EVENT-CODE==
008952         ==VG-TRN-SITE-CODE==    BY ==VG-RSC-SITE-CODE==
008954         ==VG-TRN-EMAIL==        BY ==VG-RSC-EMAIL==
008956         ==VG-TRN-MOBILE==       BY ==VG-RSC-MOBILE==.
008958
008960 FD  STANDING-BOOKING
008962     LABEL RECORDS ARE STANDARD.
008964     COPY STNDREC.
008966
008968 FD  BUSINESS-CALENDAR
008970     LABEL RECORDS ARE STANDARD.
008972     COPY CALNREC.
008974
008976 FD  RUN-LOG
008978     LABEL RECORDS ARE STANDARD.
008980 01  VG-RUN-LOG-LINE                PIC X(94).
009000
009100 WORKING-STORAGE SECTION.
009200
010000         88  VG-HISTORY-AVAILABLE               VALUE 'Y'.
010100     05  VG-GREETED-SWITCH           PIC X(01) VALUE 'N'.
010200         88  VG-VISITOR-GREETED                 VALUE 'Y'.
010210     05  VG-STANDING-SWITCH          PIC X(01) VALUE 'N'.
010220         88  VG-STANDING-AVAILABLE              VALUE 'Y'.
010230     05  VG-CALENDAR-SWITCH          PIC X(01) VALUE 'N'.
010240         88  VG-CALENDAR-AVAILABLE              VALUE 'Y'.
010250     05  VG-CLOSED-DAY-SWITCH        PIC X(01) VALUE 'N'.
010260         88  VG-CLOSED-DAY                      VALUE 'Y'.
010270     05  VG-SKIPPED-SWITCH           PIC X(01) VALUE 'N'.
010280         88  VG-OCCURRENCE-SKIPPED              VALUE 'Y'.
010300
010400******************************************************************
010500*    FILE STATUS FIELDS                                         *
010900     05  VG-VISHIST-STATUS           PIC X(02).
011000     05  VG-NOSHWRPT-STATUS          PIC X(02).
011100     05  VG-RESCHED-STATUS           PIC X(02).
011150     05  VG-RUNLOG-STATUS            PIC X(02).
011160     05  VG-STANDBKG-STATUS          PIC X(02).
011180     05  VG-CALFILE-STATUS           PIC X(02).
011200
011300******************************************************************
011400*    COUNTERS                                                   *
011900     05  VG-SHOWED-COUNT             PIC 9(08) COMP VALUE ZERO.
012000     05  VG-NOSHOW-COUNT             PIC 9(08) COMP VALUE ZERO.
012010     05  VG-UNDECIDED-COUNT          PIC 9(08) COMP VALUE ZERO.
012050     05  VG-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
012100
012110******************************************************************
012120*    DECIDABLE WINDOW - THE SAME LOOKBACK THE GREETING RUN      *
012194     05  VG-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
012195     05  VG-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
012196     05  VG-LOOKBACK-STEPS           PIC 9(02) COMP VALUE ZERO.
012198     05  VG-ZEL-MONTH                PIC 9(04) COMP VALUE ZERO.
012200     05  VG-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
012202     05  VG-ZEL-TERM                 PIC 9(04) COMP VALUE ZERO.
012204     05  VG-ZEL-Y4                   PIC 9(04) COMP VALUE ZERO.
012206     05  VG-ZEL-Y100                 PIC 9(04) COMP VALUE ZERO.
012208     05  VG-ZEL-Y400                 PIC 9(04) COMP VALUE ZERO.
012210     05  VG-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
012212     05  VG-ZEL-QUOT                 PIC 9(05) COMP VALUE ZERO.
012214     05  VG-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
012216         88  VG-DATE-IS-SATURDAY                VALUE 0.
012218         88  VG-DATE-IS-SUNDAY                  VALUE 1.
012220
012222 01  VG-WORK-DATE                    PIC 9(08) VALUE ZERO.
012224 01  VG-WORK-DATE-R REDEFINES VG-WORK-DATE.
012226     05  VG-WORK-DATE-CC             PIC 9(02).
012228     05  VG-WORK-DATE-YY             PIC 9(02).
012230     05  VG-WORK-DATE-MM             PIC 9(02).
012232     05  VG-WORK-DATE-DD             PIC 9(02).
012234
012236******************************************************************
012300*    RUN DATE                                                   *
012400******************************************************************
012500 01  VG-RUN-DATE                     PIC 9(08).
017240             'PAST HISTORY WINDOW:'.
017250     05  VG-NSHT-UNDECIDED           PIC ZZZ,ZZ9.
017260     05  FILLER                      PIC X(53) VALUE SPACES.
017265 01  VG-NSH-TRAILER-5.
017270     05  FILLER                      PIC X(20) VALUE
017275             'STANDING, DAY CLOSED'.
017280     05  VG-NSHT-SKIPPED             PIC ZZZ,ZZ9.
017285     05  FILLER                      PIC X(53) VALUE SPACES.
017300
017310******************************************************************
017320*    RUN LOG - START AND END RECORDS FOR THE SCHEDULE-STATUS    *
017330*    REPORT.  THE RUN DATE IS TAKEN ONCE, AT THE START, SO A    *
017340*    STEP RUNNING PAST MIDNIGHT LOGS BOTH RECORDS ON ONE DATE.  *
017350******************************************************************
017360     COPY RUNLREC.
017370 01  VG-RUN-LOG-DATE                 PIC 9(08) VALUE ZERO.
017400 PROCEDURE DIVISION.
017500
017600******************************************************************
017700*    0000-MAINLINE                                              *
017800******************************************************************
017900 0000-MAINLINE.
017950     PERFORM 8000-LOG-RUN-START THRU 8000-EXIT
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100     PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
018200         UNTIL VG-END-OF-FILE
018300     PERFORM 3000-FINALIZE THRU 3000-EXIT
018350     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
018400     STOP RUN.
018500
018600******************************************************************
021700             GO TO 1000-ABEND
021800         END-IF
021900     END-IF
021905     OPEN INPUT STANDING-BOOKING
021910     IF VG-STANDBKG-STATUS = '00'
021915         SET VG-STANDING-AVAILABLE TO TRUE
021920     ELSE
021925         DISPLAY 'VISNSHW0012W - STANDING-BOOKING NOT '
021930             'AVAILABLE, STATUS = ' VG-STANDBKG-STATUS
021935             ', NO OCCURRENCE TREATED AS SKIPPED'
021940     END-IF
021945     OPEN INPUT BUSINESS-CALENDAR
021950     IF VG-CALFILE-STATUS = '00'
021955         SET VG-CALENDAR-AVAILABLE TO TRUE
021960     ELSE
021965         DISPLAY 'VISNSHW0013W - BUSINESS-CALENDAR NOT '
021970             'AVAILABLE, STATUS = ' VG-CALFILE-STATUS
021975             ', ONLY WEEKENDS TREATED AS CLOSED'
021980     END-IF
022000     OPEN OUTPUT NOSHOW-RPT
022100     IF VG-NOSHWRPT-STATUS NOT = '00'
022200         DISPLAY 'VISNSHW0004E - UNABLE TO OPEN NOSHOW-RPT, '
023800 1000-EXIT.
023900     EXIT.
024000 1000-ABEND.
024050     PERFORM 8100-LOG-RUN-END THRU 8100-EXIT
024100     STOP RUN.
024102
024104******************************************************************
024500*    INSIDE THE LOOKBACK WINDOW CAN BE DECIDED; A ZERO DATE    *
024520*    IS DUE EVERY RUN AND NEVER PAST DUE, AND A DATE PAST THE  *
024540*    WINDOW IS COUNTED BUT NOT REPORTED - ITS HISTORY IS       *
024560*    ALREADY PURGED EITHER WAY.  A SKIPPED STANDING-BOOKING    *
024580*    OCCURRENCE IS COUNTED AND NOT REPORTED EITHER.            *
024600******************************************************************
024700 2000-CHECK-ONE-RECORD.
024800     ADD 1 TO VG-RECORDS-READ
025200         PERFORM 2200-CHECK-VISIT-HISTORY THRU 2200-EXIT
025300         IF VG-VISITOR-GREETED
025400             ADD 1 TO VG-SHOWED-COUNT
025500             GO TO 2000-NEXT
025900         END-IF
025910         PERFORM 2250-CHECK-SKIPPED-OCCURRENCE THRU 2250-EXIT
025920         IF VG-OCCURRENCE-SKIPPED
025930             ADD 1 TO VG-SKIPPED-COUNT
025940             GO TO 2000-NEXT
025950         END-IF
025960         ADD 1 TO VG-NOSHOW-COUNT
025970         PERFORM 2300-WRITE-NOSHOW-DETAIL THRU 2300-EXIT
025980         PERFORM 2400-WRITE-RESCHED-RECORD THRU 2400-EXIT
026000     END-IF.
026010 2000-NEXT.
026100     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
028900             SET VG-VISITOR-GREETED TO TRUE
029000     END-READ.
029100 2200-EXIT.
029101     EXIT.
029102
029103******************************************************************
029104*    2250-CHECK-SKIPPED-OCCURRENCE - NOT GREETED, BUT IF THE    *
029105*    VISITOR HAS A STANDING BOOKING AND THE DATE IS A WEEKEND   *
029106*    OR A CLOSED DAY ON THE BUSINESS CALENDAR (A CLOSURE KEYED  *
029107*    AFTER THE VISIT WAS BOOKED), THE OCCURRENCE WAS SKIPPED    *
029108*    AND NOBODY WAS EXPECTED                                    *
029109******************************************************************
029110 2250-CHECK-SKIPPED-OCCURRENCE.
029111     MOVE 'N' TO VG-SKIPPED-SWITCH
029112     IF NOT VG-STANDING-AVAILABLE
029113         GO TO 2250-EXIT
029114     END-IF
029115     MOVE VG-VIS-ID TO VG-STD-VIS-ID
029116     READ STANDING-BOOKING
029117         INVALID KEY
029118             GO TO 2250-EXIT
029119     END-READ
029120     MOVE VG-VIS-EXPECT-DATE TO VG-WORK-DATE
029121     PERFORM 2260-CHECK-CLOSED-DAY THRU 2260-EXIT
029122     IF VG-CLOSED-DAY
029123         SET VG-OCCURRENCE-SKIPPED TO TRUE
029124     END-IF.
029125 2250-EXIT.
029126     EXIT.
029127
029128******************************************************************
029129*    2260-CHECK-CLOSED-DAY - WEEKENDS ARE COMPUTED FROM THE     *
029130*    DATE ITSELF; ANY OTHER CLOSURE COMES FROM THE BUSINESS-    *
029131*    CALENDAR FILE MAINTAINED BY CALENDAR-MAINT                 *
029132******************************************************************
029133 2260-CHECK-CLOSED-DAY.
029134     MOVE 'N' TO VG-CLOSED-DAY-SWITCH
029135     PERFORM 2270-COMPUTE-DAY-OF-WEEK THRU 2270-EXIT
029136     IF VG-DATE-IS-SATURDAY OR VG-DATE-IS-SUNDAY
029137         SET VG-CLOSED-DAY TO TRUE
029138         GO TO 2260-EXIT
029139     END-IF
029140     IF NOT VG-CALENDAR-AVAILABLE
029141         GO TO 2260-EXIT
029142     END-IF
029143     MOVE VG-WORK-DATE TO VG-CAL-DATE
029144     READ BUSINESS-CALENDAR
029145         INVALID KEY
029146             CONTINUE
029147         NOT INVALID KEY
029148             SET VG-CLOSED-DAY TO TRUE
029149     END-READ.
029150 2260-EXIT.
029151     EXIT.
029152
029153******************************************************************
029154*    2270-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
029155*    WORK DATE.  THE REMAINDER IS 0 FOR SATURDAY AND 1 FOR      *
029156*    SUNDAY.  THE DIVISIONS ARE SPELLED OUT AS DIVIDE           *
029157*    STATEMENTS SO EVERY INTERMEDIATE RESULT TRUNCATES.         *
029158******************************************************************
029159 2270-COMPUTE-DAY-OF-WEEK.
029160     MOVE VG-WORK-DATE-MM TO VG-ZEL-MONTH
029161     COMPUTE VG-ZEL-YEAR =
029162         (VG-WORK-DATE-CC * 100) + VG-WORK-DATE-YY
029163     IF VG-ZEL-MONTH < 3
029164         ADD 12 TO VG-ZEL-MONTH
029165         SUBTRACT 1 FROM VG-ZEL-YEAR
029166     END-IF
029167     COMPUTE VG-ZEL-TERM = 13 * (VG-ZEL-MONTH + 1)
029168     DIVIDE VG-ZEL-TERM BY 5 GIVING VG-ZEL-TERM
029169     DIVIDE VG-ZEL-YEAR BY 4 GIVING VG-ZEL-Y4
029170     DIVIDE VG-ZEL-YEAR BY 100 GIVING VG-ZEL-Y100
029171     DIVIDE VG-ZEL-YEAR BY 400 GIVING VG-ZEL-Y400
029172     COMPUTE VG-ZEL-SUM = VG-WORK-DATE-DD + VG-ZEL-TERM
029173         + VG-ZEL-YEAR + VG-ZEL-Y4 - VG-ZEL-Y100 + VG-ZEL-Y400
029174     DIVIDE VG-ZEL-SUM BY 7
029175         GIVING VG-ZEL-QUOT REMAINDER VG-DAY-OF-WEEK.
029176 2270-EXIT.
029200     EXIT.
029300
029400 2300-WRITE-NOSHOW-DETAIL.
032700     MOVE VG-SHOWED-COUNT TO VG-NSHT-SHOWED
032800     MOVE VG-NOSHOW-COUNT TO VG-NSHT-NOSHOWS
032850     MOVE VG-UNDECIDED-COUNT TO VG-NSHT-UNDECIDED
032860     MOVE VG-SKIPPED-COUNT TO VG-NSHT-SKIPPED
032900     WRITE VG-NOSHOW-RECORD FROM VG-NSH-TRAILER-1
033000     WRITE VG-NOSHOW-RECORD FROM VG-NSH-TRAILER-2
033100     WRITE VG-NOSHOW-RECORD FROM VG-NSH-TRAILER-3
033150     WRITE VG-NOSHOW-RECORD FROM VG-NSH-TRAILER-4
033160     WRITE VG-NOSHOW-RECORD FROM VG-NSH-TRAILER-5
033200     CLOSE VISITOR-MASTER-INDEXED
033300     IF VG-HISTORY-AVAILABLE
033400         CLOSE VISIT-HISTORY
033410     END-IF
033420     IF VG-STANDING-AVAILABLE
033430         CLOSE STANDING-BOOKING
033440     END-IF
033450     IF VG-CALENDAR-AVAILABLE
033460         CLOSE BUSINESS-CALENDAR
033500     END-IF
033600     CLOSE NOSHOW-RPT
033700     CLOSE RESCHEDULE-FEED
034400     DISPLAY 'VISNSHW0009I - NO-SHOWS REPORTED: '
034500         VG-NOSHOW-COUNT
034510     DISPLAY 'VISNSHW0010I - PAST THE HISTORY WINDOW, NOT '
034520         'EVALUATED: ' VG-UNDECIDED-COUNT
034540     DISPLAY 'VISNSHW0014I - STANDING BOOKINGS ON A CLOSED DAY, '
034560         'NOT FOLLOWED UP: ' VG-SKIPPED-COUNT.
034600 3000-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    8000-LOG-RUN-START - START RECORD ON THE SHARED RUN LOG    *
035100******************************************************************
035200 8000-LOG-RUN-START.
035300     ACCEPT VG-RUN-LOG-DATE FROM DATE YYYYMMDD
035400     SET VG-RLG-START TO TRUE
035500     MOVE ZERO TO VG-RLG-RETURN-CODE
035600     MOVE SPACES TO VG-RLG-COUNT-LABEL(1)
035700     MOVE SPACES TO VG-RLG-COUNT-LABEL(2)
035800     MOVE SPACES TO VG-RLG-COUNT-LABEL(3)
035900     MOVE ZERO TO VG-RLG-COUNT-VALUE(1)
036000     MOVE ZERO TO VG-RLG-COUNT-VALUE(2)
036100     MOVE ZERO TO VG-RLG-COUNT-VALUE(3)
036200     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
036300 8000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    8100-LOG-RUN-END - END RECORD WITH THE RETURN CODE AND THE *
036800*    KEY COUNTS OF THE RUN                                      *
036900******************************************************************
037000 8100-LOG-RUN-END.
037100     SET VG-RLG-END TO TRUE
037200     MOVE RETURN-CODE TO VG-RLG-RETURN-CODE
037300     MOVE 'READ' TO VG-RLG-COUNT-LABEL(1)
037400     MOVE VG-RECORDS-READ TO VG-RLG-COUNT-VALUE(1)
037500     MOVE 'PAST DUE' TO VG-RLG-COUNT-LABEL(2)
037600     MOVE VG-PAST-DUE-COUNT TO VG-RLG-COUNT-VALUE(2)
037700     MOVE 'NO-SHOWS' TO VG-RLG-COUNT-LABEL(3)
037800     MOVE VG-NOSHOW-COUNT TO VG-RLG-COUNT-VALUE(3)
037900     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
038000 8100-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    8900-WRITE-RUN-LOG - THE LOG IS OPENED AND CLOSED FOR EACH *
038500*    RECORD SO EVERY STEP CAN SHARE IT, AND IS CREATED ON ITS   *
038600*    FIRST USE.  A LOG THAT CANNOT BE OPENED IS ONLY A WARNING; *
038700*    THE STEP'S OWN WORK IS NEVER HELD UP BY IT.                *
038800******************************************************************
038900 8900-WRITE-RUN-LOG.
039000     MOVE VG-RUN-LOG-DATE TO VG-RLG-RUN-DATE
039100     MOVE 'NOSHOW-FOLLOWUP' TO VG-RLG-PROGRAM
039200     ACCEPT VG-RLG-TIME FROM TIME
039300     OPEN EXTEND RUN-LOG
039400     IF VG-RUNLOG-STATUS = '35'
039500         OPEN OUTPUT RUN-LOG
039600     END-IF
039700     IF VG-RUNLOG-STATUS NOT = '00'
039800         DISPLAY 'VISNSHW0011W - UNABLE TO OPEN RUN-LOG, STATUS '
039900             '= ' VG-RUNLOG-STATUS
040000         GO TO 8900-EXIT
040100     END-IF
040200     WRITE VG-RUN-LOG-LINE FROM VG-RUN-LOG-RECORD
040300     CLOSE RUN-LOG.
040400 8900-EXIT.
040500     EXIT.
