001730*                      NOW READS THE KEYED VISIT-HISTORY FILE    *
001740*                      (HISTREC.CPY), SO THE SCHEDULE NO LONGER  *
001750*                      COPIES THE EXTRACT TO A PRIOR-DAY DD.     *
001760*    2026-10-15  JCL   ADDED THE SITE CODE SO GREETING-TRENDS    *
001780*                      CAN REPORT VOLUME PER BUILDING.           *
001800*                                                                *
001900******************************************************************
002000 01  VG-EXTRACT-RECORD.
002200     05  VG-EXT-NAME             PIC X(20).
002300     05  VG-EXT-DATE-GREETED     PIC 9(08).
002400     05  VG-EXT-LANG-CODE        PIC X(02).
002500     05  VG-EXT-SITE-CODE        PIC X(02).
