001800*    LEFT ALONE, SO PHRASES RETOUCHED THROUGH LANGUAGE-MAINT    *
001900*    ARE NEVER OVERWRITTEN BY A RERUN.                          *
002000*                                                                *
002010*    THE CONFIRMATION-NOTICE WORDING ADDED TO THE RECORD FOR    *
002020*    VISITOR-CONFIRM IS SEEDED THE SAME WAY.  AN ENTRY ALREADY  *
002030*    ON FILE WITH NO WORDING HAS THE SEED WORDING FILLED IN;    *
002040*    ITS PHRASES, AND ANY WORDING ALREADY KEYED, ARE NOT        *
002050*    TOUCHED.                                                   *
002060*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------                                     *
002300*    2026-08-22  JCL   ORIGINAL VERSION.                        *
002320*    2026-10-15  JCL   SEEDS THE CONFIRMATION-NOTICE WORDING,   *
002340*                      FILLING IT IN ON ENTRIES ALREADY ON FILE *
002360*                      THAT HAVE NONE.                          *
002400*                                                                *
002500******************************************************************
002600
005300     05  VG-SEED-SUB                 PIC 9(02) COMP VALUE ZERO.
005400     05  VG-ENTRIES-ADDED            PIC 9(02) COMP VALUE ZERO.
005500     05  VG-ENTRIES-PRESENT          PIC 9(02) COMP VALUE ZERO.
005550     05  VG-WORDING-ADDED            PIC 9(02) COMP VALUE ZERO.
005600
005700******************************************************************
005800*    THE FOUR HISTORICAL ENTRIES, BYTE FOR BYTE AS THEY STOOD   *
006100*    INVERTED EXCLAMATION MARK IS TWO BYTES, SO ITS PREFIX      *
006200*    LENGTH IS 08 INCLUDING THE BLANK THAT SEPARATES PREFIX     *
006300*    FROM NAME.                                                 *
006350*    EACH ENTRY'S CONFIRMATION-NOTICE WORDING FOLLOWS IT.       *
006400******************************************************************
006500 01  VG-SEED-TABLE-VALUES.
006600     05  FILLER  PIC X(24) VALUE 'ES¡Hola,        08!  01'.
006650     05  FILLER  PIC X(40) VALUE 'Le confirmamos su visita'.
006700     05  FILLER  PIC X(24) VALUE 'ENHello,         07!  01'.
006750     05  FILLER  PIC X(40) VALUE 'Your visit is confirmed'.
006800     05  FILLER  PIC X(24) VALUE 'FRBonjour,       09 ! 02'.
006820     05  FILLER  PIC X(40) VALUE
006840         'Nous vous confirmons votre visite'.
006900     05  FILLER  PIC X(24) VALUE '**Hello,         07!  01'.
006950     05  FILLER  PIC X(40) VALUE 'Your visit is confirmed'.
007000 01  VG-SEED-TABLE REDEFINES VG-SEED-TABLE-VALUES.
007100     05  VG-SEED-ENTRY OCCURS 4 TIMES.
007200         10  VG-SEED-LANG-CODE      PIC X(02).
007400         10  VG-SEED-PREFIX-LEN     PIC 9(02).
007500         10  VG-SEED-SUFFIX         PIC X(03).
007600         10  VG-SEED-SUFFIX-LEN     PIC 9(02).
007650         10  VG-SEED-WORDING        PIC X(40).
007700
007800 PROCEDURE DIVISION.
007900
011300******************************************************************
011400*    2000-SEED-ONE-ENTRY - WRITE ONE HISTORICAL ENTRY.  AN      *
011500*    INVALID KEY MEANS THE CODE IS ALREADY ON FILE - IT IS      *
011600*    COUNTED AND LEFT AS IT STANDS, EXCEPT THAT AN ENTRY WITH   *
011650*    NO NOTICE WORDING YET IS GIVEN THE SEED WORDING.           *
011700******************************************************************
011800 2000-SEED-ONE-ENTRY.
011900     MOVE SPACES TO VG-LANGUAGE-RECORD
012200     MOVE VG-SEED-PREFIX-LEN(VG-SEED-SUB) TO VG-LNG-PREFIX-LEN
012300     MOVE VG-SEED-SUFFIX(VG-SEED-SUB) TO VG-LNG-SUFFIX
012400     MOVE VG-SEED-SUFFIX-LEN(VG-SEED-SUB) TO VG-LNG-SUFFIX-LEN
012450     MOVE VG-SEED-WORDING(VG-SEED-SUB) TO VG-LNG-NOTICE-WORDING
012500     WRITE VG-LANGUAGE-RECORD
012600         INVALID KEY
012700             ADD 1 TO VG-ENTRIES-PRESENT
012800             PERFORM 2100-FILL-WORDING THRU 2100-EXIT
013000         NOT INVALID KEY
013100             ADD 1 TO VG-ENTRIES-ADDED
013200             DISPLAY 'LNGLOAD0003I - LANGUAGE ' VG-LNG-CODE
013600     EXIT.
013700
013800******************************************************************
013802*    2100-FILL-WORDING - READ THE ENTRY ALREADY ON FILE AND,    *
013804*    ONLY IF IT HAS NO NOTICE WORDING, GIVE IT THE SEED WORDING *
013806******************************************************************
013808 2100-FILL-WORDING.
013810     READ GREETING-LANGUAGE
013812         INVALID KEY
013814             DISPLAY 'LNGLOAD0006E - LANGUAGE ' VG-LNG-CODE
013816                 ' COULD NOT BE READ, STATUS = '
013818                 VG-GREETLNG-STATUS
013820             GO TO 2100-EXIT
013822     END-READ
013824     IF VG-LNG-NOTICE-WORDING NOT = SPACES
013826         DISPLAY 'LNGLOAD0002I - LANGUAGE ' VG-LNG-CODE
013828             ' ALREADY ON FILE, LEFT ALONE'
013830         GO TO 2100-EXIT
013832     END-IF
013834     MOVE VG-SEED-WORDING(VG-SEED-SUB) TO VG-LNG-NOTICE-WORDING
013836     REWRITE VG-LANGUAGE-RECORD
013838         INVALID KEY
013840             DISPLAY 'LNGLOAD0007E - LANGUAGE ' VG-LNG-CODE
013842                 ' WORDING NOT ADDED, STATUS = '
013844                 VG-GREETLNG-STATUS
013846         NOT INVALID KEY
013848             ADD 1 TO VG-WORDING-ADDED
013850             DISPLAY 'LNGLOAD0005I - LANGUAGE ' VG-LNG-CODE
013852                 ' ALREADY ON FILE, NOTICE WORDING ADDED'
013854     END-REWRITE.
013856 2100-EXIT.
013858     EXIT.
013860
013862******************************************************************
013900*    3000-TERMINATE                                              *
014000******************************************************************
014100 3000-TERMINATE.
014200     CLOSE GREETING-LANGUAGE
014300     DISPLAY 'LNGLOAD0004I - ENTRIES ADDED: ' VG-ENTRIES-ADDED
014400         ', ALREADY PRESENT: ' VG-ENTRIES-PRESENT
014450         ', WORDING ADDED: ' VG-WORDING-ADDED.
014500 3000-EXIT.
014600     EXIT.
