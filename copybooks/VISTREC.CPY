001592*    ROSTER REPORT.  BLANK MEANS A WALK-IN OR ORDINARY          *
001594*    APPOINTMENT.                                               *
001596*                                                                *
001600*    THE NAME IS ALSO AN ALTERNATE KEY OF VISIDX, WITH          *
001605*    DUPLICATES, SO THE DESK CAN FIND A VISITOR BY THE LEADING  *
001610*    PART OF THE NAME WITHOUT READING THE WHOLE MASTER.  EVERY  *
001615*    PROGRAM THAT SELECTS VISIDX DECLARES THE ALTERNATE KEY.    *
001620*                                                                *
001625*    THE SITE CODE SAYS WHICH BUILDING'S LOBBY THE VISITOR IS   *
001630*    EXPECTED AT (SEE SITEREC.CPY).  THE GREETING RUNS WRITE A  *
001635*    SEPARATE WELCOME-BOARD FEED PER SITE AND SPLIT THEIR       *
001640*    CONTROLS AND REPORTS BY IT, AND AN OPERATOR MAY ONLY       *
001645*    MAINTAIN VISITORS FOR THE SITES ON THEIR PROFILE.  BLANK   *
001650*    ON RECORDS ADDED BEFORE THE FIELD EXISTED.                 *
001655*                                                                *
001660*    MODIFICATION HISTORY                                       *
001700*    ----------------------                                     *
001800*    2026-08-09  JCL   ORIGINAL COPYBOOK - NAME AND LANGUAGE      *
001900*                      CODE FIELDS.                              *
002180*                      NOTIFICATION FEED.                       *
002182*    2026-09-02  JCL   ADDED THE EVENT CODE FOR GUEST-LIST      *
002184*                      VISITORS.                                *
002185*    2026-10-15  JCL   VG-VIS-NAME MADE AN ALTERNATE KEY OF     *
002190*                      VISIDX (WITH DUPLICATES).                *
002192*    2026-10-15  JCL   ADDED THE SITE CODE FOR MULTI-BUILDING   *
002194*                      OPERATION.                               *
002200*                                                                *
002300******************************************************************
002400 01  VG-VISITOR-RECORD.
002800     05  VG-VIS-EXPECT-DATE      PIC 9(08).
002900     05  VG-VIS-HOST-ID          PIC X(08).
003000     05  VG-VIS-EVENT-CODE       PIC X(06).
003100     05  VG-VIS-SITE-CODE        PIC X(02).
