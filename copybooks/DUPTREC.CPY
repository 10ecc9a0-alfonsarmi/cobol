001300*                      CHECK NOW MATCHES ON ID, NOT NAME, SO     *
001400*                      TWO VISITORS SHARING A NAME ARE NOT       *
001500*                      FALSELY FLAGGED.                          *
001550*    2026-10-15  JCL   ADDED THE SITE CODE.                      *
001600*                                                                *
001700******************************************************************
001800 01  VG-DUP-RECORD.
001900     05  VG-DUP-VIS-ID           PIC 9(06).
002000     05  VG-DUP-NAME             PIC X(20).
002100     05  VG-DUP-REASON           PIC X(35).
002200     05  VG-DUP-SITE-CODE        PIC X(02).
