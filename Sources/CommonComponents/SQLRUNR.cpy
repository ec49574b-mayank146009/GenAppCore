000100******************************************************************
000200*  SQLRUNR  --  JOB-RUN HISTORY RECORD LAYOUT                    *
000300*                                                                *
000400*  ONE RECORD IS APPENDED BY SQLERR01 AT EOJ (SQE-FN-EOJ) FOR    *
000500*  EVERY RUN UNIT THAT CALLS IT, CARRYING THE JOB AND PROGRAM    *
000600*  NAMES, THE TIME OF THE FIRST SQLERR01 CALL AND OF THE EOJ     *
000700*  CALL, THE RECONCILIATION COUNTS THAT 6000-PRINT-RECONCILE     *
000800*  DISPLAYS, WHETHER THE RUN RESUMED FROM A CHECKPOINT AND HOW   *
000900*  MANY CHECKPOINTS IT TOOK.  THE FILE (DDNAME SQLRUNH) IS READ  *
001000*  BY THE DAILY RUN-STATISTICS REPORT SQLRUN01, WHICH SETS       *
001100*  ERRORS AGAINST VOLUME AND AGAINST EACH JOB'S PREVIOUS RUNS.   *
001200*                                                                *
001300*  JR-RESTART-FLAG IS 'Y' WHEN THE RUN'S SQE-FN-RESTART CALL     *
001400*  RETURNED A CHECKPOINT (SQE-RC-RESTARTED), OTHERWISE 'N'.      *
001500*  TIMES ARE HHMMSSHH AS ACCEPTED FROM TIME.                     *
001600******************************************************************
001700 01  JR-RUN-RECORD.
001800     05  JR-JOB-NAME               PIC X(08).
001900     05  JR-PROGRAM                PIC X(08).
002000     05  JR-START-DATE             PIC X(08).
002100     05  JR-START-TIME             PIC X(08).
002200     05  JR-END-DATE               PIC X(08).
002300     05  JR-END-TIME               PIC X(08).
002400     05  JR-ROWS-READ              PIC S9(09) COMP.
002500     05  JR-ROWS-FOUND             PIC S9(09) COMP.
002600     05  JR-ROWS-NOTFOUND          PIC S9(09) COMP.
002700     05  JR-HARD-ERRORS            PIC S9(09) COMP.
002800     05  JR-RESTART-FLAG           PIC X(01).
002900         88  JR-RESTARTED              VALUE 'Y'.
003000     05  JR-CHECKPOINTS            PIC S9(09) COMP.
003100     05  FILLER                    PIC X(31).
