001600*    ADD SIMPLY LEAVES A GAP - GAPS ARE HARMLESS, COLLISIONS    *
001700*    ARE NOT.                                                   *
001800*                                                                *
001810*    A SECOND RECORD ('NEXTBDG') ON THE SAME FILE HOLDS THE     *
001820*    NEXT BADGE NUMBER FOR THE GREETING RUNS, ASSIGNED UNDER    *
001830*    THE SAME LOCK.  IT IS SEEDED AT 1 ON FIRST USE AND WRAPS   *
001840*    BACK TO 1 AFTER 999999 (THE BADGE KEY CARRIES THE DATE).   *
001850*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    ----------------------                                      *
002100*    2026-09-02  JCL   ORIGINAL COPYBOOK.                        *
002150*    2026-10-15  JCL   NEXTBDG BADGE-NUMBER RECORD.              *
002200*                                                                *
002300******************************************************************
002400 01  VG-CONTROL-RECORD.
002500     05  VG-CTL-KEY              PIC X(08).
002600     05  VG-CTL-NEXT-VIS-ID      PIC 9(06).
002700     05  VG-CTL-NEXT-BADGE-NO REDEFINES VG-CTL-NEXT-VIS-ID
002800                                 PIC 9(06).
