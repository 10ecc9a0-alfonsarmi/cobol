000100******************************************************************
000200*                                                                *
000300*    BDGEREC.CPY                                                *
000400*                                                                *
000500*    VISITOR BADGE RECORD.  ONE OCCURRENCE PER BADGE PRINTED,   *
000600*    ON THE KEYED BADGE FILE (BADGEFIL).  THE GREETING RUNS     *
000700*    WRITE IT WHEN A VISITOR IS GREETED AND SEND THE SAME       *
000800*    RECORD TO THE LOBBY BADGE PRINTER'S FEED (BADGEPRT).  THE  *
000900*    BADGE NUMBER IS TAKEN FROM THE 'NEXTBDG' RECORD ON THE     *
001000*    SHARED VISCTL CONTROL FILE; IT WRAPS AFTER 999999, SO THE  *
001100*    KEY CARRIES THE ISSUE DATE AS WELL.  THE ALTERNATE KEY     *
001200*    (WITH DUPLICATES) IS THE VISIT - VISITOR ID AND VISIT      *
001300*    DATE, THE SAME PAIR AS THE VISIT-HISTORY KEY - SO          *
001400*    VISITOR-SIGNOUT FINDS THE BADGE FOR THE VISIT IT IS        *
001500*    CLOSING.  THE RETURN FLAG STARTS 'O' (OUTSTANDING);        *
001600*    SIGN-OUT SETS 'R' OR 'N' AND STAMPS THE TIME.              *
001700*    BADGE-REPORT LISTS EVERY BADGE OF THE DAY STILL NOT        *
001800*    RETURNED.                                                  *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    ----------------------                                      *
002200*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002300*                                                                *
002400******************************************************************
002500 01  VG-BADGE-RECORD.
002600     05  VG-BDG-KEY.
002700         10  VG-BDG-ISSUE-DATE   PIC 9(08).
002800         10  VG-BDG-NUMBER       PIC 9(06).
002900     05  VG-BDG-VISIT-KEY.
003000         10  VG-BDG-VIS-ID       PIC 9(06).
003100         10  VG-BDG-VISIT-DATE   PIC 9(08).
003200     05  VG-BDG-NAME             PIC X(20).
003300     05  VG-BDG-HOST-ID          PIC X(08).
003400     05  VG-BDG-EVENT-NAME       PIC X(30).
003500     05  VG-BDG-ISSUE-TIME       PIC 9(08).
003600     05  VG-BDG-EXPIRY-TIME      PIC 9(08).
003700     05  VG-BDG-RETURN-FLAG      PIC X(01).
003800         88  VG-BDG-OUTSTANDING             VALUE 'O'.
003900         88  VG-BDG-RETURNED                VALUE 'R'.
004000         88  VG-BDG-NOT-RETURNED            VALUE 'N'.
004100     05  VG-BDG-RETURN-TIME      PIC 9(08).
