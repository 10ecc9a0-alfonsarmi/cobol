000100******************************************************************
000200*                                                                *
000300*    ROLLREC.CPY                                                *
000400*                                                                *
000500*    EVACUATION ROLL-CALL RECORD.  ONE OCCURRENCE PER VISITOR A *
000600*    FLOOR WARDEN HAS ACCOUNTED FOR AT THE ASSEMBLY POINT, ON   *
000700*    THE ROLL-CALL FILE (ROLLCALL) FED BACK FROM THE WARDENS    *
000800*    AND READ BY MUSTER-LIST.  THE VISITOR ID IS THE ONE        *
000900*    PRINTED AGAINST THE VISITOR ON THE MUSTER LIST.  THE       *
001000*    WARDEN AND ASSEMBLY POINT ONLY LABEL THE EXCEPTION LINES,  *
001100*    SO EITHER MAY BE LEFT BLANK.                               *
001200*                                                                *
001300*    MODIFICATION HISTORY                                        *
001400*    ----------------------                                      *
001500*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
001600*                                                                *
001700******************************************************************
001800 01  VG-ROLL-CALL-RECORD.
001900     05  VG-RCL-VIS-ID           PIC 9(06).
002000     05  VG-RCL-VIS-ID-X REDEFINES VG-RCL-VIS-ID
002100                                 PIC X(06).
002200     05  VG-RCL-WARDEN-ID        PIC X(08).
002300     05  VG-RCL-ASSEMBLY-POINT   PIC X(10).
