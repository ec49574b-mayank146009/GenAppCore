000100******************************************************************
000200*  SQLPRBR  --  KNOWN-PROBLEM REGISTER RECORD LAYOUT             *
000300*                                                                *
000400*  ONE RECORD PER RECURRING PROGRAM/SQLCODE COMBINATION THAT     *
000500*  HAS BEEN RAISED AS A PROBLEM WITH THE OWNING TEAM, KEYED BY   *
000600*  THE CALLING PROGRAM (SQLERRP), THE SQLCODE AND OPTIONALLY     *
000700*  THE JOB NAME -- A JOB NAME OF SPACES COVERS EVERY JOB THAT    *
000800*  RUNS THE PROGRAM.  MAINTAINED BY OPERATIONS VIA SQLPRB01.     *
000900*                                                                *
001000*  WHILE THE PROBLEM IS OPEN, SQLERR01 STAMPS PB-PROBLEM-ID ON   *
001100*  EVERY NEW SQLINC INCIDENT FOR THE COMBINATION (A RECORD FOR   *
001200*  THE SPECIFIC JOB WINS OVER THE ALL-JOBS RECORD) AND ADDS THE  *
001300*  WORKAROUND TO THE CONSOLE ALERT; SQLTKT01 THEN UPDATES THE    *
001400*  EXISTING SERVICE-DESK PROBLEM INSTEAD OF RAISING A NEW        *
001500*  TICKET, SQLINC02 ROLLS THE INCIDENTS UP UNDER THE PROBLEM     *
001600*  AND SQLPRB02 REPORTS OCCURRENCES SINCE PB-RAISED-DATE AND     *
001700*  PROBLEMS PAST PB-TARGET-DATE.                                 *
001800******************************************************************
001900 01  PB-PROBLEM-RECORD.
002000     05  PB-PROBLEM-KEY.
002100         10  PB-PROGRAM            PIC X(08).
002200         10  PB-SQLCODE            PIC S9(09) COMP.
002300         10  PB-JOB-NAME           PIC X(08).
002400     05  PB-PROBLEM-ID             PIC X(08).
002500     05  PB-STATUS                 PIC X(01).
002600         88  PB-STATUS-OPEN            VALUE 'O'.
002700         88  PB-STATUS-CLOSED          VALUE 'C'.
002800     05  PB-RAISED-DATE            PIC X(08).
002900     05  PB-TARGET-DATE            PIC X(08).
003000     05  PB-WORKAROUND             PIC X(60).
003100     05  PB-DESCRIPTION            PIC X(30).
003200     05  FILLER                    PIC X(15).
