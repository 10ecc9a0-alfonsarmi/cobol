001480*    IS STILL SHOWN AS ON-SITE - THE VISIT-DURATION REPORT       *
001490*    LISTS THOSE FOR SECURITY AT CLOSE OF BUSINESS.              *
001500*                                                                *
001520*    THE NAME IS AN ALTERNATE KEY, WITH DUPLICATES, SO THE       *
001540*    SIGN-OUT DESK CAN FIND TODAY'S ENTRY BY THE LEADING PART    *
001560*    OF THE NAME.                                                *
001580*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    ----------------------                                      *
001800*    2026-08-22  JCL   ORIGINAL COPYBOOK.                        *
001840*                      TIME SO A VISIT CAN BE CLOSED OUT BY THE  *
001850*                      SIGN-OUT TRANSACTION AND ITS DURATION     *
001860*                      REPORTED.                                 *
001870*    2026-10-15  JCL   VG-HIS-NAME MADE AN ALTERNATE KEY OF      *
001880*                      VISHIST (WITH DUPLICATES).                *
001885*    2026-10-15  JCL   ADDED THE SITE CODE OF THE VISIT SO THE   *
001890*                      DURATION REPORT AND MUSTER LIST CAN       *
001895*                      COUNT ON-SITE VISITORS PER BUILDING.      *
001900*                                                                *
002000******************************************************************
002100 01  VG-HISTORY-RECORD.
002600     05  VG-HIS-LANG-CODE        PIC X(02).
002700     05  VG-HIS-TIME-GREETED     PIC 9(08).
002800     05  VG-HIS-DEPART-TIME      PIC 9(08).
002900     05  VG-HIS-SITE-CODE        PIC X(02).
