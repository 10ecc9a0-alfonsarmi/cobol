000100******************************************************************
000200*                                                                *
000300*    SECAREC.CPY                                                *
000400*                                                                *
000500*    SECURITY ALERT RECORD.  ONE OCCURRENCE PER VISITOR PER     *
000600*    DAY WHOSE BOOKING MATCHED THE SECURITY WATCH LIST          *
000700*    (WTCHREC.CPY), WRITTEN BY HELLO-WORLD OR GREETING-CYCLE    *
000800*    IN PLACE OF THE GREETING.  THE FILE (SECALRT) IS KEYED ON  *
000900*    VISITOR ID AND DATE, SO A VISITOR HELD BY ONE CYCLE IS     *
001000*    NOT RAISED AGAIN BY THE NEXT CYCLE OR THE NIGHTLY RUN -    *
001100*    THE WRITE COMES BACK INVALID KEY AND THE HOLD IS SIMPLY    *
001200*    COUNTED.  A NEW ALERT IS ALSO PRINTED ON THE SECURITY      *
001300*    ALERT REPORT (SECARPT) AND ENDS THE RUN WITH RETURN-CODE   *
001400*    12 SO THE OPERATIONS SCHEDULER PAGES SECURITY.             *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    ----------------------                                      *
001800*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
001900*                                                                *
002000******************************************************************
002100 01  VG-ALERT-RECORD.
002200     05  VG-ALR-KEY.
002300         10  VG-ALR-VIS-ID       PIC 9(06).
002400         10  VG-ALR-DATE         PIC 9(08).
002500     05  VG-ALR-TIME             PIC 9(08).
002600     05  VG-ALR-NAME             PIC X(20).
002700     05  VG-ALR-HOST-ID          PIC X(08).
002800     05  VG-ALR-EVENT-CODE       PIC X(06).
002900     05  VG-ALR-REASON           PIC X(24).
003000     05  VG-ALR-PROGRAM          PIC X(08).
