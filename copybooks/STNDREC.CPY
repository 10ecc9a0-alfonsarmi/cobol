000100******************************************************************
000200*                                                                *
000300*    STNDREC.CPY                                                *
000400*                                                                *
000500*    STANDING-BOOKING RECORD.  ONE OCCURRENCE PER VISITOR WHO   *
000600*    COMES ON A REGULAR PATTERN (CLEANERS, COURIERS,            *
000700*    CONTRACTORS), ON THE KEYED STANDING-BOOKING FILE           *
000800*    (STANDBKG) MAINTAINED ONLINE BY STANDING-MAINT.  THE KEY   *
000900*    IS THE VISITOR ID OF THE VISITOR-MASTER RECORD THE BOOKING *
001000*    FEEDS.  EVERY NIGHT STANDING-GENERATE SETS THAT VISITOR'S  *
001100*    EXPECTED-VISIT DATE TO THE NEXT OPEN OCCURRENCE, SO THE    *
001200*    VISIT IS NEVER RE-KEYED.  PATTERN D IS EVERY BUSINESS DAY; *
001300*    W IS THE WEEKDAYS FLAGGED Y (MONDAY TO FRIDAY, IN THAT     *
001400*    ORDER); N IS EVERY N WEEKS ON THE WEEKDAY OF THE START     *
001500*    DATE.  WEEKENDS AND BUSINESS-CALENDAR CLOSED DATES ARE     *
001600*    NEVER BOOKED.  A ZERO END DATE MEANS THE BOOKING RUNS      *
001700*    UNTIL IT IS DELETED.  THE LAST-BOOKED DATE IS SET BY       *
001800*    STANDING-GENERATE ONLY.                                    *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    ----------------------                                      *
002200*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002300*                                                                *
002400******************************************************************
002500 01  VG-STANDING-RECORD.
002600     05  VG-STD-VIS-ID           PIC 9(06).
002700     05  VG-STD-PATTERN          PIC X(01).
002800         88  VG-STD-DAILY                   VALUE 'D'.
002900         88  VG-STD-WEEKDAYS                VALUE 'W'.
003000         88  VG-STD-EVERY-N-WEEKS           VALUE 'N'.
003100         88  VG-STD-PATTERN-VALID           VALUE 'D' 'W' 'N'.
003200     05  VG-STD-WEEKDAY-FLAGS    PIC X(05).
003300     05  VG-STD-WEEKDAY-TABLE REDEFINES VG-STD-WEEKDAY-FLAGS.
003400         10  VG-STD-DAY-FLAG     PIC X(01) OCCURS 5 TIMES.
003500     05  VG-STD-WEEK-INTERVAL    PIC 9(02).
003600     05  VG-STD-START-DATE       PIC 9(08).
003700     05  VG-STD-END-DATE         PIC 9(08).
003800     05  VG-STD-LAST-BOOKED      PIC 9(08).
