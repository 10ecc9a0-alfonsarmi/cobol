001470*                      RUN, WHICH APPENDS TO THIS SAME LOG.      *
001480*                      GREETING-BALANCE EXCLUDES 'C' RECORDS     *
001490*                      FROM THE NIGHTLY RUN'S CONTROLS.          *
001492*    2026-10-15  JCL   ADDED THE SITE CODE SO GREETING-BALANCE   *
001494*                      CAN BALANCE EACH SITE SEPARATELY.         *
001500*                                                                *
001600******************************************************************
001700 01  VG-AUDIT-RECORD.
002200     05  VG-AUD-OPERATOR-ID      PIC X(08).
002300     05  VG-AUD-NAME             PIC X(20).
002400     05  VG-AUD-REWORK-FLAG      PIC X(01).
002500     05  VG-AUD-SITE-CODE        PIC X(02).
