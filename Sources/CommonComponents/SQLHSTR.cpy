000100******************************************************************
000200*  SQLHSTR  --  SQL INCIDENT STATUS HISTORY RECORD               *
000300*                                                                *
000400*  ONE RECORD PER STATUS CHANGE OF AN SQLINC INCIDENT: THE OPEN  *
000500*  WRITTEN BY SQLERR01 WHEN THE INCIDENT NUMBER IS ASSIGNED,     *
000600*  EACH ACKNOWLEDGE OR CLOSE APPLIED BY THE DUTY OPERATOR        *
000700*  THROUGH SQLINC01, AND EACH ONE POSTED FROM THE SERVICE-DESK   *
000800*  FEED BY SQLTKT02.  KEYED BY THE INCIDENT KEY FOLLOWED BY THE  *
000900*  EVENT DATE, TIME AND TYPE, SO A SEQUENTIAL READ RETURNS EACH  *
001000*  INCIDENT'S EVENTS TOGETHER IN THE ORDER THEY HAPPENED.        *
001100*  RECORDS ARE NEVER REWRITTEN; THE MASTER SHOWS ONLY THE        *
001200*  CURRENT STATUS AND THIS FILE IS THE AUDIT TRAIL BEHIND IT.    *
001300*  THE MONTHLY SLA REPORT SQLSLA01 MEASURES TIME TO ACKNOWLEDGE  *
001400*  AND TO CLOSE FROM THESE EVENTS.                               *
001500*                                                                *
001600*  IH-SOURCE SAYS WHO WROTE THE EVENT: 'E' SQLERR01, 'M' THE     *
001700*  DUTY OPERATOR, 'S' THE SERVICE DESK.  IH-INITIALS ARE SPACES  *
001800*  ON AN OPEN EVENT.  TIMES ARE HHMMSSHH AS ACCEPTED FROM TIME.  *
001810*  AN OPEN EVENT WITH SOURCE 'R' WAS WRITTEN BY THE NIGHTLY      *
001820*  RECONCILIATION (SQLREC01) WHEN IT CREATED A MISSING SQLINC    *
001830*  RECORD FROM THE ERRLOG RECORD; IT CARRIES THE LOGGED DATE AND *
001840*  TIME, SO THE SLA CLOCK STILL STARTS WHEN THE ERROR HAPPENED.  *
001900******************************************************************
002000 01  IH-HISTORY-RECORD.
002100     05  IH-HISTORY-KEY.
002200         10  IH-INCIDENT-KEY.
002300             15  IH-LOG-DATE       PIC X(08).
002400             15  IH-INCIDENT-ID    PIC X(12).
002500         10  IH-EVENT-DATE         PIC X(08).
002600         10  IH-EVENT-TIME         PIC X(08).
002700         10  IH-EVENT-TYPE         PIC X(01).
002800             88  IH-EVENT-OPEN         VALUE 'O'.
002900             88  IH-EVENT-ACK          VALUE 'A'.
003000             88  IH-EVENT-CLOSE        VALUE 'C'.
003100     05  IH-INITIALS               PIC X(03).
003200     05  IH-SOURCE                 PIC X(01).
003300         88  IH-SET-BY-SQLERR01        VALUE 'E'.
003400         88  IH-SET-BY-OPERATOR        VALUE 'M'.
003500         88  IH-SET-BY-SERVICE-DESK    VALUE 'S'.
003550         88  IH-SET-BY-RECONCILE       VALUE 'R'.
003600     05  IH-PROGRAM                PIC X(08).
003700     05  IH-SQLCODE                PIC S9(09) COMP.
003800     05  IH-JOB-NAME               PIC X(08).
003900     05  FILLER                    PIC X(19).
