001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------                                      *
001500*    2026-09-02  JCL   ORIGINAL COPYBOOK.                        *
001520*    2026-10-15  JCL   ADDED THE SITE CODE OF THE BUILDING THE   *
001540*                      EVENT IS HELD IN.                         *
001600*                                                                *
001700******************************************************************
001800 01  VG-EVENT-RECORD.
001900     05  VG-EVT-CODE             PIC X(06).
002000     05  VG-EVT-NAME             PIC X(30).
002100     05  VG-EVT-DATE             PIC 9(08).
002200     05  VG-EVT-SITE-CODE        PIC X(02).
