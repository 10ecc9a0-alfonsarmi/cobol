000100******************************************************************
000200*                                                                *
000300*    WTCHREC.CPY                                                *
000400*                                                                *
000500*    SECURITY WATCH-LIST RECORD.  ONE OCCURRENCE PER PERSON     *
000600*    BARRED FROM THE BUILDING, ON THE KEYED WATCH-LIST FILE     *
000700*    (WATCHLST) MAINTAINED ONLINE BY WATCH-MAINT.  THE KEY IS   *
000800*    THE NAME IN UPPER CASE; HELLO-WORLD AND GREETING-CYCLE     *
000900*    FOLD EACH VISITOR'S NAME TO UPPER CASE AND READ BY IT      *
001000*    BEFORE ANYTHING IS ISSUED FOR THE VISITOR.  A ZERO         *
001100*    VISITOR ID MATCHES EVERY VISITOR OF THAT NAME.  A          *
001200*    NON-ZERO VISITOR ID NARROWS THE ENTRY TO THAT ONE BOOKING, *
001300*    FOR A COMMON NAME THAT A LEGITIMATE VISITOR ALSO CARRIES.  *
001400*    VISITOR-MAINT WARNS AT BOOKING TIME ON ANY NAME MATCH.     *
001500*    THE RECORD FITS THE 70-BYTE CHANGE-HISTORY IMAGES.         *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    ----------------------                                      *
001900*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002000*                                                                *
002100******************************************************************
002200 01  VG-WATCH-RECORD.
002300     05  VG-WCH-NAME             PIC X(20).
002400     05  VG-WCH-VIS-ID           PIC 9(06).
002500     05  VG-WCH-REASON           PIC X(24).
