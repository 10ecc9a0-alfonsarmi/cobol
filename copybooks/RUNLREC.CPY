000100******************************************************************
000200*                                                                *
000300*    RUNLREC.CPY                                                *
000400*                                                                *
000500*    JOB-STREAM RUN-LOG RECORD.  EVERY STEP OF THE NIGHTLY AND  *
000600*    DAYTIME SCHEDULE WRITES A START RECORD AS IT BEGINS AND AN *
000700*    END RECORD AS IT FINISHES TO THE SHARED RUN-LOG FILE       *
000800*    (RUNLOG), OPENED EXTEND FOR EACH WRITE AND CLOSED AGAIN SO *
000900*    THE STEPS CAN SHARE IT.  THE END RECORD CARRIES THE STEP'S *
001000*    RETURN CODE AND UP TO THREE KEY COUNTS, EACH WITH ITS OWN  *
001100*    LABEL.  A START WITH NO END AFTER IT IS A STEP THAT        *
001200*    ABENDED OR IS STILL RUNNING.  KEY STEPS READ THE LOG       *
001300*    BEFORE THEY START TO CHECK THAT THEIR PREDECESSOR FINISHED *
001400*    CLEANLY TODAY, AND SCHEDULE-STATUS PRINTS THE MORNING      *
001500*    STATUS REPORT FROM IT.                                     *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    ----------------------                                      *
001900*    2026-10-15  JCL   ORIGINAL COPYBOOK.                        *
002000*                                                                *
002100******************************************************************
002200 01  VG-RUN-LOG-RECORD.
002300     05  VG-RLG-RUN-DATE         PIC 9(08).
002400     05  VG-RLG-PROGRAM          PIC X(20).
002500     05  VG-RLG-RECORD-TYPE      PIC X(01).
002600         88  VG-RLG-START                   VALUE 'S'.
002700         88  VG-RLG-END                     VALUE 'E'.
002800     05  VG-RLG-TIME             PIC 9(08).
002900     05  VG-RLG-RETURN-CODE      PIC 9(03).
003000     05  VG-RLG-COUNT-ENTRY OCCURS 3 TIMES.
003100         10  VG-RLG-COUNT-LABEL  PIC X(10).
003200         10  VG-RLG-COUNT-VALUE  PIC 9(08).
