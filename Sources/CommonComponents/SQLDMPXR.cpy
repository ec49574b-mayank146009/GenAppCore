000100******************************************************************
000200*  SQLDMPXR  --  KEYED COPY OF THE SQL ABEND DIAGNOSTIC DUMP     *
000300*                                                                *
000400*  WRITTEN BY SQLERR01 TO THE KEYED DUMP FILE (DDNAME SQLDMPX)   *
000500*  ALONGSIDE EVERY RECORD IT WRITES TO THE SEQUENTIAL SQLDUMP    *
000600*  FILE FOR AN EVENT THAT CARRIES AN INCIDENT NUMBER, SO THE     *
000700*  ONLINE INCIDENT INQUIRY (SQLINQ01) CAN SHOW THE FAILING       *
000800*  STATEMENT AND ITS HOST VARIABLES WITHOUT A BATCH JOB.         *
000900*  KEYED BY THE INCIDENT KEY OF SQLINCR FOLLOWED BY A SEQUENCE   *
001000*  NUMBER: ZERO FOR THE HEADER RECORD, THEN 1, 2, ... FOR THE    *
001100*  HOST-VARIABLE DETAIL RECORDS IN THE ORDER THEY WERE DUMPED.   *
001200*  DX-DUMP-DATA IS THE DMPR01 RECORD IMAGE AS WRITTEN TO         *
001300*  SQLDUMP, SO THE HOST-VARIABLE VALUES ARE ALREADY MASKED.      *
001400******************************************************************
001500 01  DX-DUMP-INDEX-RECORD.
001600     05  DX-DUMP-KEY.
001700         10  DX-INCIDENT-KEY.
001800             15  DX-LOG-DATE       PIC X(08).
001900             15  DX-INCIDENT-ID    PIC X(12).
002000         10  DX-SEQUENCE           PIC 9(04).
002100     05  DX-DUMP-DATA              PIC X(263).
