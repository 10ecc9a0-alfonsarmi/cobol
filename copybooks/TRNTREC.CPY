001972*    2026-09-02  JCL   ADDED THE EVENT CODE SO GUEST-LIST        *
001974*                      TRANSACTIONS FROM THE EVENTS SYSTEM TIE   *
001976*                      EACH VISITOR TO THEIR EVENT.              *
001980*    2026-10-15  JCL   ADDED THE SITE CODE.  ON A CHANGE A BLANK *
001990*                      SITE MEANS KEEP THE CURRENT VALUE.        *
001991*    2026-10-15  JCL   ADDED THE VISITOR E-MAIL ADDRESS AND      *
001992*                      MOBILE NUMBER, LOADED ONTO THE VISITOR    *
001993*                      CONTACT FILE (VISCONT).  ON A CHANGE A    *
001994*                      BLANK FIELD KEEPS THE CURRENT VALUE AND   *
001995*                      NONE CLEARS IT.                           *
002000*                                                                *
002100******************************************************************
002200 01  VG-TRAN-RECORD.
002900                                 PIC X(08).
003000     05  VG-TRN-HOST-ID          PIC X(08).
003100     05  VG-TRN-EVENT-CODE       PIC X(06).
003200     05  VG-TRN-SITE-CODE        PIC X(02).
003300     05  VG-TRN-EMAIL            PIC X(40).
003400     05  VG-TRN-MOBILE           PIC X(15).
