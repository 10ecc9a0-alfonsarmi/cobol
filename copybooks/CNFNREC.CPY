000100******************************************************************
000200*                                                                *
000300*    CNFNREC.CPY                                                *
000400*                                                                *
000500*    CONFIRMATION NOTICE FEED RECORD.  ONE OCCURRENCE PER       *
000600*    VISITOR EXPECTED ON THE NEXT BUSINESS DAY WHO HAS AN       *
000700*    E-MAIL ADDRESS OR A MOBILE NUMBER ON THE VISITOR-CONTACT   *
000800*    FILE (CNTCREC.CPY), WRITTEN BY THE NIGHTLY VISITOR-CONFIRM *
000900*    RUN.  THE MESSAGING GATEWAY READS THIS FEED AND SENDS EACH *
001000*    VISITOR A REMINDER OF THE DAY, THE BUILDING, THE HOST TO   *
001100*    ASK FOR AND THE EVENT, BY E-MAIL, TEXT OR BOTH.            *
001200*                                                                *
001300*    THE GREETING AND THE NOTICE WORDING ARE TAKEN FROM THE     *
001400*    GREETING-LANGUAGE FILE (LNGTREC.CPY) BY THE VISITOR'S      *
001500*    LANGUAGE CODE, FALLING BACK TO THE '**' ENTRY EXACTLY AS   *
001600*    THE GREETING RUN DOES.  THE WORDING LANGUAGE IS THE CODE   *
001700*    THE WORDING ACTUALLY CAME FROM, SO THE GATEWAY CAN TELL A  *
001800*    FALLBACK NOTICE FROM ONE IN THE VISITOR'S OWN LANGUAGE.    *
001900*    THE GREETING AND WORDING ARE UTF-8 BYTES, BLANK-PADDED.    *
002000*    HOST, EVENT AND SITE NAMES ARE BLANK WHEN THE VISITOR HAS  *
002100*    NONE OR THE REFERENCE FILE DOES NOT HOLD ONE.              *
002200*                                                                *
002300*    MODIFICATION HISTORY                                        *
002400*    ----------------------                                      *
002500*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002600*                                                                *
002700******************************************************************
002800 01  VG-NOTICE-RECORD.
002900     05  VG-CNF-VIS-ID           PIC 9(06).
003000     05  VG-CNF-VIS-NAME         PIC X(20).
003100     05  VG-CNF-EMAIL            PIC X(40).
003200     05  VG-CNF-MOBILE           PIC X(15).
003300     05  VG-CNF-LANG-CODE        PIC X(02).
003400     05  VG-CNF-WORDING-LANG     PIC X(02).
003500     05  VG-CNF-GREETING         PIC X(40).
003600     05  VG-CNF-WORDING          PIC X(40).
003700     05  VG-CNF-VISIT-DATE       PIC 9(08).
003800     05  VG-CNF-HOST-ID          PIC X(08).
003900     05  VG-CNF-HOST-NAME        PIC X(20).
004000     05  VG-CNF-EVENT-CODE       PIC X(06).
004100     05  VG-CNF-EVENT-NAME       PIC X(30).
004200     05  VG-CNF-SITE-CODE        PIC X(02).
004300     05  VG-CNF-SITE-NAME        PIC X(20).
