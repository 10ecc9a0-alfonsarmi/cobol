001600*    BYTES, SO ITS LENGTH IS 08 EVEN THOUGH 'HOLA, ' PLUS THE    *
001700*    MARK IS SEVEN CHARACTERS.                                   *
001800*                                                                *
001810*    THE NOTICE WORDING IS THE SENTENCE VISITOR-CONFIRM PUTS ON *
001820*    THE DAY-BEFORE CONFIRMATION NOTICE (CNFNREC.CPY) AHEAD OF  *
001830*    THE VISIT DETAILS, IN THE SAME LANGUAGE AS THE GREETING.   *
001840*    BLANK WORDING ON A LANGUAGE MEANS THE '**' ENTRY'S WORDING *
001850*    IS USED FOR ITS NOTICES.                                   *
001860*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    ----------------------                                      *
002100*    2026-08-22  JCL   ORIGINAL COPYBOOK - LANGUAGE TABLE        *
002200*                      MOVED OUT OF THE COMPILED-IN GREETTAB     *
002300*                      VALUE CLAUSES ONTO ITS OWN KEYED FILE.    *
002350*    2026-10-15  JCL   ADDED THE CONFIRMATION-NOTICE WORDING.    *
002400*                                                                *
002500******************************************************************
002600 01  VG-LANGUAGE-RECORD.
002900     05  VG-LNG-PREFIX-LEN       PIC 9(02).
003000     05  VG-LNG-SUFFIX           PIC X(03).
003100     05  VG-LNG-SUFFIX-LEN       PIC 9(02).
003200     05  VG-LNG-NOTICE-WORDING   PIC X(40).
