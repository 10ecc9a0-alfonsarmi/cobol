000100******************************************************************
000200*                                                                *
000300*    HOSTREC.CPY                                                *
000400*                                                                *
000500*    HOST EMPLOYEE DIRECTORY RECORD.  ONE OCCURRENCE PER HOST   *
000600*    EMPLOYEE WHO MAY RECEIVE VISITORS, ON THE KEYED HOST       *
000700*    DIRECTORY FILE MAINTAINED ONLINE BY HOST-MAINT.  THE KEY   *
000800*    IS THE SAME EIGHT-CHARACTER EMPLOYEE ID CARRIED IN         *
000900*    VG-VIS-HOST-ID ON THE VISITOR MASTER.  VISITOR-MAINT AND   *
001000*    VISITOR-BATCH REFUSE A HOST THAT IS NOT ON FILE OR IS      *
001100*    INACTIVE, AND THE GREETING RUNS SEND A HOST NOTIFICATION   *
001200*    ONLY TO AN ACTIVE HOST - ANY OTHER IS PRINTED ON THE       *
001300*    UNDELIVERABLE-NOTIFICATION REPORT WITH THE EXTENSION SO    *
001400*    RECEPTION CAN PHONE INSTEAD.  A HOST WHO LEAVES IS MARKED  *
001500*    INACTIVE ('I') RATHER THAN DELETED SO OLD BOOKINGS STILL   *
001600*    RESOLVE TO A NAME AND DEPARTMENT.                          *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    ----------------------                                      *
002000*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002100*                                                                *
002200******************************************************************
002300 01  VG-HOST-RECORD.
002400     05  VG-HST-ID               PIC X(08).
002500     05  VG-HST-NAME             PIC X(20).
002600     05  VG-HST-DEPT             PIC X(10).
002700     05  VG-HST-PHONE-EXT        PIC X(06).
002800     05  VG-HST-ACTIVE-FLAG      PIC X(01).
002900         88  VG-HST-ACTIVE                  VALUE 'A'.
003000         88  VG-HST-INACTIVE                VALUE 'I'.
