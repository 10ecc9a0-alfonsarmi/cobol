000100******************************************************************
000200*                                                                *
000300*    SITEREC.CPY                                                *
000400*                                                                *
000500*    SITE (BUILDING) REFERENCE RECORD.  ONE OCCURRENCE PER      *
000600*    BUILDING WITH A FRONT DESK, ON THE KEYED SITE FILE         *
000700*    MAINTAINED ONLINE BY SITE-MAINT.  THE TWO-CHARACTER SITE   *
000800*    CODE IS CARRIED ON THE VISITOR MASTER, THE EVENT FILE, THE *
000900*    OPERATOR PROFILE, AND THE RECORDS THE GREETING RUNS WRITE, *
001000*    SO EVERY OUTPUT CAN BE SPLIT BY BUILDING.  THE GREETING    *
001100*    RUNS CUT ONE WELCOME-BOARD FEED PER SITE ON THIS FILE, AND *
001200*    THE REPORTS SHOW THE BUILDING NAME BESIDE THE CODE.  A     *
001300*    SITE THAT CLOSES IS MARKED INACTIVE ('I') RATHER THAN      *
001400*    DELETED SO OLD BOOKINGS STILL RESOLVE TO A BUILDING NAME;  *
001500*    NO NEW BOOKING IS TAKEN FOR IT.                            *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    ----------------------                                      *
001900*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002000*                                                                *
002100******************************************************************
002200 01  VG-SITE-RECORD.
002300     05  VG-SITE-CODE            PIC X(02).
002400     05  VG-SITE-NAME            PIC X(20).
002500     05  VG-SITE-ACTIVE-FLAG     PIC X(01).
002600         88  VG-SITE-ACTIVE                 VALUE 'A'.
002700         88  VG-SITE-INACTIVE               VALUE 'I'.
