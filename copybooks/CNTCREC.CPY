000100******************************************************************
000200*                                                                *
000300*    CNTCREC.CPY                                                *
000400*                                                                *
000500*    VISITOR CONTACT RECORD.  ONE OCCURRENCE PER VISITOR WHO    *
000600*    HAS GIVEN AN E-MAIL ADDRESS OR A MOBILE NUMBER, ON THE     *
000700*    KEYED VISITOR-CONTACT FILE (VISCONT) KEPT ALONGSIDE THE    *
000800*    VISITOR MASTER UNDER THE SAME VISITOR ID.  MAINTAINED      *
000900*    ONLINE BY VISITOR-MAINT AND LOADED BY VISITOR-BATCH; READ  *
001000*    BY VISITOR-CONFIRM FOR THE DAY-BEFORE CONFIRMATION NOTICES *
001100*    SENT THROUGH THE MESSAGING GATEWAY.  A VISITOR WITH NO     *
001200*    RECORD, OR WITH BOTH FIELDS BLANK, HAS NO CONTACT DETAILS  *
001300*    AND IS LISTED FOR RECEPTION TO PHONE INSTEAD.  THE MOBILE  *
001400*    NUMBER IS HELD AS KEYED, INTERNATIONAL FORM PREFERRED      *
001500*    (+44 ...).  THE DATE IS THE LAST DAY EITHER FIELD WAS      *
001600*    CHANGED.  THE RECORD IS DELETED WITH ITS VISITOR, AND      *
001700*    VISITOR-ERASE BLANKS BOTH FIELDS ON A PRIVACY ERASURE.     *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    ----------------------                                      *
002100*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002200*                                                                *
002300******************************************************************
002400 01  VG-CONTACT-RECORD.
002500     05  VG-CON-VIS-ID           PIC 9(06).
002600     05  VG-CON-EMAIL            PIC X(40).
002700     05  VG-CON-MOBILE           PIC X(15).
002800     05  VG-CON-UPDATED-DATE     PIC 9(08).
