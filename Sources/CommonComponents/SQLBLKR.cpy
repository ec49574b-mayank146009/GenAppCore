000100******************************************************************
000200*  SQLBLKR  --  PLANNED-MAINTENANCE BLACKOUT WINDOW RECORD       *
000300*                                                                *
000400*  ONE RECORD PER SCHEDULED OUTAGE (REORG, IMAGE COPY, ETC.),    *
000500*  KEYED BY THE OPERATIONS-ASSIGNED WINDOW ID (NORMALLY THE      *
000600*  CHANGE NUMBER).  MAINTAINED BY OPERATIONS VIA SQLBLK01 AND    *
000700*  READ BY SQLERR01: A HARD ERROR WHOSE SQLCODE IS ONE OF THE    *
000800*  WINDOW'S EXPECTED CODES, RAISED BETWEEN THE START AND END     *
000900*  DATE/TIME BY A PROGRAM, JOB AND SQLERRMC RESOURCE MATCHING    *
001000*  THE WINDOW'S MASKS, IS STILL LOGGED BUT IS NOT PAGED AND      *
001100*  DOES NOT OPEN AN INCIDENT.                                    *
001200*                                                                *
001300*  PROGRAM AND JOB MASKS ARE COMPARED FROM THE LEFT; A '*'       *
001400*  MATCHES THE REST OF THE NAME AND SPACES MATCH ANY NAME.  THE  *
001500*  RESOURCE MASK (E.G. 'DBPROD01.TSACCT*') IS SEARCHED FOR       *
001600*  ANYWHERE IN SQLERRMC, SINCE THE RESOURCE NAME FOLLOWS THE     *
001700*  REASON CODE AND TYPE THERE; SPACES MATCH ANY SQLERRMC.        *
001800*  TIMES ARE HHMM; THE END MINUTE IS INCLUSIVE.                  *
001900******************************************************************
002000 01  BW-WINDOW-RECORD.
002100     05  BW-WINDOW-ID              PIC X(08).
002200     05  BW-START-STAMP.
002300         10  BW-START-DATE         PIC X(08).
002400         10  BW-START-TIME         PIC X(04).
002500     05  BW-END-STAMP.
002600         10  BW-END-DATE           PIC X(08).
002700         10  BW-END-TIME           PIC X(04).
002800     05  BW-PROGRAM-MASK           PIC X(08).
002900     05  BW-JOB-MASK               PIC X(08).
003000     05  BW-RESOURCE-MASK          PIC X(20).
003100     05  BW-SQLCODE-COUNT          PIC S9(04) COMP.
003200     05  BW-SQLCODE                PIC S9(09) COMP
003300                                   OCCURS 5 TIMES.
003400     05  BW-DESCRIPTION            PIC X(30).
003500     05  FILLER                    PIC X(10).
