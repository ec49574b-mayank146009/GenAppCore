000100******************************************************************
000200*  SQLVOLR  --  DAILY ERROR-VOLUME HISTORY RECORD LAYOUT         *
000300*                                                                *
000400*  ONE RECORD PER PROGRAM/SQLCODE/JOB COMBINATION SEEN ON THE    *
000500*  ERROR LOG, KEYED BY VH-VOLUME-KEY.  MAINTAINED ONLY BY THE    *
000600*  DAILY VOLUME-ANOMALY STEP (SQLVOL01), WHICH FOLDS EACH        *
000700*  BUSINESS DAY'S OCCURRENCE COUNT INTO VH-DAILY-COUNT AND       *
000800*  COMPARES IT WITH THE DAYS BEFORE.  ENTRY 1 IS THE COUNT FOR   *
000900*  VH-LAST-DATE; EACH LATER ENTRY IS ONE BUSINESS DAY OLDER, UP  *
001000*  TO VH-DAYS-HELD ENTRIES.  A DAY WITH NO ERRORS FOR THE        *
001100*  COMBINATION IS HELD AS A ZERO COUNT.                          *
001200******************************************************************
001300 01  VH-VOLUME-RECORD.
001400     05  VH-VOLUME-KEY.
001500         10  VH-PROGRAM            PIC X(08).
001600         10  VH-SQLCODE            PIC S9(09) COMP.
001700         10  VH-JOB-NAME           PIC X(08).
001800     05  VH-FIRST-DATE             PIC X(08).
001900     05  VH-LAST-DATE              PIC X(08).
002000     05  VH-DAYS-HELD              PIC S9(04) COMP.
002100     05  VH-DAILY-COUNT            PIC S9(09) COMP
002200                                   OCCURS 30 TIMES.
002300     05  FILLER                    PIC X(22).
