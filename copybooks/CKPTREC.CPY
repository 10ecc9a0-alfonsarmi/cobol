002050*    2026-09-02  JCL   ADDED THE PER-EVENT GREETED TALLY SO THE  *
002060*                      EVENT ROSTER TOTALS STILL COVER THE       *
002070*                      WHOLE DAY AFTER A SAME-DAY RESTART.       *
002072*    2026-10-15  JCL   ADDED THE PER-SITE READ, GREETED,         *
002074*                      REJECTED AND DUPLICATE TALLIES FOR THE    *
002076*                      PER-SITE BALANCING.                       *
002078*    2026-10-15  JCL   ADDED THE HOLD COUNT, IN TOTAL AND PER    *
002080*                      SITE, SO THE BALANCING CROSSFOOT          *
002082*                      ACCOUNTS FOR RECORDS HELD BY THE          *
002084*                      WATCH-LIST SCREENING.                     *
002100*                                                                *
002200******************************************************************
002300 01  VG-CHECKPOINT-RECORD.
002600     05  VG-CKPT-GREETINGS       PIC 9(08).
002700     05  VG-CKPT-REJECTS         PIC 9(08).
002800     05  VG-CKPT-DUPLICATES      PIC 9(08).
002850     05  VG-CKPT-HOLDS           PIC 9(08).
002900     05  VG-CKPT-AUDIT-SEQ-NO    PIC 9(06).
003000     05  VG-CKPT-REPORT-PAGE-NO  PIC 9(04).
003100     05  VG-CKPT-LINE-COUNT      PIC 9(04).
003900     05  VG-CKPT-EVENT-ENTRY     OCCURS 50 TIMES.
004000         10  VG-CKPT-EVT-CODE    PIC X(06).
004100         10  VG-CKPT-EVT-HITS    PIC 9(08).
004200     05  VG-CKPT-SITE-COUNT      PIC 9(02).
004300     05  VG-CKPT-SITE-ENTRY      OCCURS 20 TIMES.
004400         10  VG-CKPT-SITE-CODE   PIC X(02).
004500         10  VG-CKPT-SITE-READ   PIC 9(08).
004600         10  VG-CKPT-SITE-GREETINGS
004700                                 PIC 9(08).
004800         10  VG-CKPT-SITE-REJECTS
004900                                 PIC 9(08).
005000         10  VG-CKPT-SITE-DUPLICATES
005100                                 PIC 9(08).
005200         10  VG-CKPT-SITE-HOLDS  PIC 9(08).
