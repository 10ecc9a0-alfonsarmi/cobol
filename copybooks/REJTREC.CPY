001260*    2026-09-02  JCL   ADDED THE EVENT CODE SO A REWORKED        *
001270*                      GUEST-LIST VISITOR STAYS ON THE EVENT     *
001280*                      ROSTER.                                   *
001285*    2026-10-15  JCL   ADDED THE SITE CODE SO A REWORKED         *
001290*                      VISITOR IS GREETED AT THE RIGHT SITE.     *
001300*                                                                *
001400******************************************************************
001500 01  VG-REJECT-RECORD.
001750     05  VG-REJ-LANG-CODE        PIC X(02).
001760     05  VG-REJ-HOST-ID          PIC X(08).
001770     05  VG-REJ-EVENT-CODE       PIC X(06).
001780     05  VG-REJ-SITE-CODE        PIC X(02).
001800     05  VG-REJ-REASON           PIC X(35).
001900     05  VG-REJ-RUN-DATE         PIC 9(08).
002000     05  VG-REJ-RUN-TIME         PIC 9(08).
