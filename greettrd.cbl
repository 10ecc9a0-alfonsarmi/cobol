001000*                                                                *
001100*    MANAGEMENT TREND REPORT OVER THE GREETING AUDIT HISTORY.   *
001200*    ANSWERS THE QUESTIONS THE JOB-LOG STATISTICS CANNOT:       *
001300*    VISITOR VOLUME BY DAY OF WEEK, BY LANGUAGE CODE, BY        *
001400*    OPERATOR AND BY SITE, FOR THE RUN DATE'S CALENDAR MONTH    *
001500*    AGAINST THE PRIOR MONTH, PLUS THE LAST SEVEN DAYS AGAINST  *
001600*    THE SEVEN BEFORE THEM.                                     *
001700*                                                                *
001800*    THE AUDIT LOG CARRIES NO LANGUAGE CODE, SO THE LANGUAGE    *
001900*    BREAKDOWN JOINS EACH AUDIT RECORD TO THE CRM EXTRACT BY    *
003000*    MODIFICATION HISTORY                                       *
003100*    ----------------------                                     *
003200*    2026-08-22  JCL   ORIGINAL VERSION.                        *
003220*    2026-10-15  JCL   VOLUME BY SITE, FROM THE SITE CODE ON    *
003240*                      THE AUDIT RECORD.  RECORDS WRITTEN       *
003260*                      BEFORE SITES EXISTED REPORT AS NO SITE.  *
003300*                                                                *
003400******************************************************************
003500
006800         ==VG-EXT-VIS-ID==       BY ==VG-XTH-VIS-ID==
006900         ==VG-EXT-NAME==         BY ==VG-XTH-NAME==
007000         ==VG-EXT-DATE-GREETED== BY ==VG-XTH-DATE-GREETED==
007100         ==VG-EXT-LANG-CODE==    BY ==VG-XTH-LANG-CODE==
007150         ==VG-EXT-SITE-CODE==    BY ==VG-XTH-SITE-CODE==.
007200
007300 FD  TREND-RPT
007400     LABEL RECORDS ARE STANDARD.
016500         10  VG-DOW-PRI              PIC 9(08) COMP.
016600
016700******************************************************************
016800*    LANGUAGE, OPERATOR AND SITE MONTHLY TALLY TABLES           *
016900******************************************************************
017000 01  VG-LANG-COUNT                   PIC 9(02) COMP VALUE ZERO.
017100 01  VG-LANG-TABLE.
018600         10  VG-OPER-PRI             PIC 9(08) COMP.
018610 01  VG-OPER-OVF-CUR                 PIC 9(08) COMP VALUE ZERO.
018620 01  VG-OPER-OVF-PRI                 PIC 9(08) COMP VALUE ZERO.
018625
018630 01  VG-SITE-COUNT                   PIC 9(02) COMP VALUE ZERO.
018635 01  VG-SITE-TABLE.
018640     05  VG-SITE-ENTRY OCCURS 1 TO 20 TIMES
018645             DEPENDING ON VG-SITE-COUNT
018650             INDEXED BY VG-SITE-IDX.
018655         10  VG-SITE-CODE            PIC X(02).
018660         10  VG-SITE-CUR             PIC 9(08) COMP.
018665         10  VG-SITE-PRI             PIC 9(08) COMP.
018670 01  VG-SITE-OVF-CUR                 PIC 9(08) COMP VALUE ZERO.
018675 01  VG-SITE-OVF-PRI                 PIC 9(08) COMP VALUE ZERO.
018700
018800******************************************************************
018900*    EXTRACT-HISTORY JOIN TABLE - VISITOR ID AND DATE TO        *
039800******************************************************************
039900*    2000-TALLY-ONE-AUDIT - PLACE THE RECORD IN ITS PERIODS     *
040000*    AND ROLL THE WEEK, MONTH, DAY-OF-WEEK, LANGUAGE, AND       *
040100*    OPERATOR AND SITE TALLIES                                  *
040200******************************************************************
040300 2000-TALLY-ONE-AUDIT.
040400     ADD 1 TO VG-AUDIT-READ
042700         PERFORM 2200-TALLY-DAY-OF-WEEK THRU 2200-EXIT
042800         PERFORM 2300-TALLY-LANGUAGE THRU 2300-EXIT
042900         PERFORM 2400-TALLY-OPERATOR THRU 2400-EXIT
042950         PERFORM 2500-TALLY-SITE THRU 2500-EXIT
043000     END-IF
043100     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
043200 2000-EXIT.
056700     EXIT.
056800
056900******************************************************************
056902*    2500-TALLY-SITE                                            *
056904******************************************************************
056906 2500-TALLY-SITE.
056908     IF VG-SITE-COUNT > 0
056910         SET VG-SITE-IDX TO 1
056912         SEARCH VG-SITE-ENTRY
056914             AT END
056916                 PERFORM 2550-ADD-SITE-ENTRY THRU 2550-EXIT
056918             WHEN VG-SITE-CODE(VG-SITE-IDX) = VG-AUD-SITE-CODE
056920                 PERFORM 2560-BUMP-SITE-ENTRY THRU 2560-EXIT
056922         END-SEARCH
056924     ELSE
056926         PERFORM 2550-ADD-SITE-ENTRY THRU 2550-EXIT
056928     END-IF.
056930 2500-EXIT.
056932     EXIT.
056934
056936 2550-ADD-SITE-ENTRY.
056938     IF VG-SITE-COUNT < 20
056940         ADD 1 TO VG-SITE-COUNT
056942         MOVE VG-AUD-SITE-CODE TO VG-SITE-CODE(VG-SITE-COUNT)
056944         MOVE ZERO TO VG-SITE-CUR(VG-SITE-COUNT)
056946         MOVE ZERO TO VG-SITE-PRI(VG-SITE-COUNT)
056948         SET VG-SITE-IDX TO VG-SITE-COUNT
056950         PERFORM 2560-BUMP-SITE-ENTRY THRU 2560-EXIT
056952     ELSE
056954         IF VG-IN-CURRENT-MONTH
056956             ADD 1 TO VG-SITE-OVF-CUR
056958         ELSE
056960             ADD 1 TO VG-SITE-OVF-PRI
056962         END-IF
056964     END-IF.
056966 2550-EXIT.
056968     EXIT.
056970
056972 2560-BUMP-SITE-ENTRY.
056974     IF VG-IN-CURRENT-MONTH
056976         ADD 1 TO VG-SITE-CUR(VG-SITE-IDX)
056978     ELSE
056980         ADD 1 TO VG-SITE-PRI(VG-SITE-IDX)
056982     END-IF.
056984 2560-EXIT.
056986     EXIT.
056988
056990******************************************************************
057000*    3000-FINALIZE - WRITE THE REPORT SECTIONS AND CLOSE        *
057100******************************************************************
057200 3000-FINALIZE.
061570         DISPLAY 'GREETTRD0008W - OPERATOR TABLE FULL, '
061580             'EXCESS OPERATORS REPORTED AS OTHERS'
061590     END-IF
061595     WRITE VG-TREND-RECORD FROM VG-TRD-BLANK-LINE
061600     MOVE 'VOLUME BY SITE (MONTHLY)                '
061605         TO VG-TRDS-TITLE
061610     WRITE VG-TREND-RECORD FROM VG-TRD-SECTION-LINE
061615     IF VG-SITE-COUNT > 0
061620         PERFORM 3400-WRITE-SITE-LINE THRU 3400-EXIT
061625             VARYING VG-SITE-IDX FROM 1 BY 1
061630             UNTIL VG-SITE-IDX > VG-SITE-COUNT
061635     END-IF
061640     IF VG-SITE-OVF-CUR > 0 OR VG-SITE-OVF-PRI > 0
061645         MOVE SPACES TO VG-TRDD-LABEL
061650         MOVE 'OTHERS' TO VG-TRDD-LABEL
061655         MOVE VG-SITE-OVF-CUR TO VG-TRDD-CUR
061660         MOVE VG-SITE-OVF-PRI TO VG-TRDD-PRI
061665         WRITE VG-TREND-RECORD FROM VG-TRD-DETAIL-LINE
061670         DISPLAY 'GREETTRD0009W - SITE TABLE FULL, '
061675             'EXCESS SITES REPORTED AS OTHERS'
061680     END-IF
061685     CLOSE GREETING-AUDIT
061700     CLOSE TREND-RPT
061800     DISPLAY 'GREETTRD0006I - AUDIT RECORDS READ: '
061900         VG-AUDIT-READ.
064700     WRITE VG-TREND-RECORD FROM VG-TRD-DETAIL-LINE.
064800 3300-EXIT.
064900     EXIT.
065000
065100 3400-WRITE-SITE-LINE.
065200     MOVE SPACES TO VG-TRDD-LABEL
065300     IF VG-SITE-CODE(VG-SITE-IDX) = SPACES
065400         MOVE '(NO SITE)' TO VG-TRDD-LABEL
065500     ELSE
065600         MOVE VG-SITE-CODE(VG-SITE-IDX) TO VG-TRDD-LABEL
065700     END-IF
065800     MOVE VG-SITE-CUR(VG-SITE-IDX) TO VG-TRDD-CUR
065900     MOVE VG-SITE-PRI(VG-SITE-IDX) TO VG-TRDD-PRI
066000     WRITE VG-TREND-RECORD FROM VG-TRD-DETAIL-LINE.
066100 3400-EXIT.
066200     EXIT.
