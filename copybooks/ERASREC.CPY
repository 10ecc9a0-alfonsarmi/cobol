000100******************************************************************
000200*                                                                *
000300*    ERASREC.CPY                                                *
000400*                                                                *
000500*    PRIVACY ERASURE REQUEST.  ONE OCCURRENCE PER VISITOR WHOSE *
000600*    PERSONAL DATA LEGAL HAS BEEN ASKED TO REMOVE, ON THE       *
000700*    ERASURE-REQUEST FILE (ERASEIN) READ BY VISITOR-ERASE.  THE *
000800*    REFERENCE IS LEGAL'S OWN CASE NUMBER; IT IS PRINTED ON THE *
000900*    ERASURE CERTIFICATE AND CARRIED INTO THE CHANGE HISTORY SO *
001000*    THE CERTIFICATE CAN BE MATCHED BACK TO THE REQUEST.        *
001100*                                                                *
001200*    MODIFICATION HISTORY                                        *
001300*    ----------------------                                      *
001400*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
001500*                                                                *
001600******************************************************************
001700 01  VG-ERASURE-REQUEST.
001800     05  VG-ERQ-VIS-ID           PIC 9(06).
001900     05  VG-ERQ-VIS-ID-X REDEFINES VG-ERQ-VIS-ID
002000                                 PIC X(06).
002100     05  VG-ERQ-REFERENCE        PIC X(12).
