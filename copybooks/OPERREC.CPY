001200*    ('D') STAYS ON FILE SO OLD CHANGE-HISTORY ENTRIES STILL    *
001300*    RESOLVE TO A NAME.                                         *
001400*                                                                *
001410*    THE SITE LIST HOLDS UP TO FIVE SITE CODES THE OPERATOR IS  *
001420*    AUTHORIZED FOR.  VISITOR-MAINT, VISITOR-BATCH AND          *
001430*    STANDING-MAINT ONLY ACCEPT CHANGES TO VISITORS AT THOSE    *
001440*    SITES.  '**' AUTHORIZES EVERY SITE; UNUSED ENTRIES ARE     *
001450*    BLANK.                                                     *
001460*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    ----------------------                                      *
001700*    2026-09-02  JCL   ORIGINAL COPYBOOK.                        *
001750*    2026-10-15  JCL   ADDED THE LIST OF AUTHORIZED SITES.       *
001800*                                                                *
001900******************************************************************
002000 01  VG-OPERATOR-RECORD.
002400     05  VG-OPR-ACTIVE-FLAG      PIC X(01).
002500         88  VG-OPR-ACTIVE                  VALUE 'A'.
002600         88  VG-OPR-DISABLED                VALUE 'D'.
002700     05  VG-OPR-SITES.
002800         10  VG-OPR-SITE-CODE    PIC X(02) OCCURS 5 TIMES.
