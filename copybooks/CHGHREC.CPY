001400*    OPERATOR, AND THE EXACT RECORD DELETED.  CHANGE-REPORT     *
001500*    PRINTS THE DAILY TRAIL.                                    *
001600*                                                                *
001610*    VISITOR-ERASE ADDS ONE RECORD PER PRIVACY ERASURE: FILE    *
001620*    ID 'ERASURE', ACTION 'E', THE VISITOR ID AS THE KEY, A     *
001630*    BLANK BEFORE IMAGE AND AN AFTER IMAGE OF 'REF ', THE       *
001640*    REQUEST REFERENCE, ' RECORDS ' AND THE COUNT ANONYMIZED.   *
001650*    IT ALSO OVERWRITES THE NAME IN EARLIER VISIDX IMAGES OF    *
001660*    AN ERASED VISITOR.                                         *
001670*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    ----------------------                                      *
001900*    2026-09-02  JCL   ORIGINAL COPYBOOK.                        *
001920*    2026-10-15  JCL   ERASURE RECORDS (ACTION 'E') FROM         *
001940*                      VISITOR-ERASE.                            *
001950*    2026-10-15  JCL   BEFORE AND AFTER IMAGES WIDENED TO 70     *
001960*                      BYTES FOR THE LONGER VISITOR AND          *
001970*                      OPERATOR RECORDS.                         *
002000*                                                                *
002100******************************************************************
002200 01  VG-CHANGE-RECORD.
002600     05  VG-CHG-FILE-ID          PIC X(08).
002700     05  VG-CHG-ACTION           PIC X(01).
002800     05  VG-CHG-KEY              PIC X(08).
002900     05  VG-CHG-BEFORE-IMAGE     PIC X(70).
003000     05  VG-CHG-AFTER-IMAGE      PIC X(70).
