002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------                                     *
002700*    2026-09-02  JCL   ORIGINAL VERSION.                        *
002720*    2026-10-15  JCL   PRIVACY ERASURES LOGGED BY VISITOR-      *
002740*                      ERASE (ACTION 'E') PRINT AS ERASE.       *
002760*    2026-10-15  JCL   IMAGES PRINTED AT THEIR NEW 70-BYTE      *
002780*                      WIDTH.                                   *
002800*                                                                *
002900******************************************************************
003000
011600 01  VG-CHG-BEFORE-LINE.
011700     05  FILLER                      PIC X(10) VALUE
011800             '  BEFORE: '.
011900     05  VG-CHGB-IMAGE               PIC X(70).
012100
012200 01  VG-CHG-AFTER-LINE.
012300     05  FILLER                      PIC X(10) VALUE
012400             '  AFTER : '.
012500     05  VG-CHGA-IMAGE               PIC X(70).
012700
012800 01  VG-CHG-TRAILER-1.
012900     05  FILLER                      PIC X(20) VALUE
023800         WHEN 'D'
023900             MOVE 'DELETE' TO VG-CHGD-ACTION
024000             ADD 1 TO VG-DELETES-TODAY
024020         WHEN 'E'
024040             MOVE 'ERASE' TO VG-CHGD-ACTION
024100         WHEN OTHER
024200             MOVE VG-CHG-ACTION TO VG-CHGD-ACTION
024300     END-EVALUATE
