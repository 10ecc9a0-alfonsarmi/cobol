000800*    EXTRACT AND THE WELCOME-BOARD RECORD.  THE MESSAGE SYSTEM   *
000900*    READS THIS FEED AND TELLS EACH HOST EMPLOYEE THAT THEIR     *
001000*    GUEST HAS ARRIVED.  A VISITOR WITH NO HOST ON FILE WRITES   *
001100*    NO NOTIFICATION, AND NEITHER DOES A HOST WHO IS NOT ACTIVE  *
001110*    ON THE HOST DIRECTORY (HOSTREC.CPY) - THAT VISITOR IS       *
001120*    LISTED ON THE UNDELIVERABLE-NOTIFICATION REPORT INSTEAD.    *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------                                      *
001500*    2026-09-02  JCL   ORIGINAL COPYBOOK.                        *
001510*    2026-10-15  JCL   NOTIFY ACTIVE HOSTS ONLY.  LAYOUT         *
001520*                      UNCHANGED.                                *
001600*                                                                *
001700******************************************************************
001800 01  VG-NOTIFY-RECORD.
