000100******************************************************************
000200*  SQLT01C  --  CALL INTERFACE CONTROL AREA FOR SQLTOK01         *
000300*                                                                *
000400*  PASSED BY ANY PROGRAM THAT CALLS THE SQLERRMC PARSER          *
000500*  SUBPROGRAM (SQLTOK01).  THE CALLER SETS SQT-FUNCTION, AND FOR *
000600*  PARSE THE SQLCODE AND SQLERRMC OF THE ERROR, BEFORE THE CALL; *
000700*  SQLTOK01 SETS SQT-RETURN-CODE AND THE RESULT FIELDS:          *
000800*                                                                *
000900*    PARSE -- SQT-RESOURCE-TYPE AND SQT-OBJECT-NAME ARE THE DB2  *
001000*             OBJECT NAMED IN SQLERRMC UNDER THE SQLOBJ RULE FOR *
001100*             THE SQLCODE.  SQT-QUALIFIER-1 IS THE NAME'S FIRST  *
001200*             QUALIFIER (DATABASE FOR A TABLESPACE, SCHEMA FOR A *
001300*             TABLE OR INDEX) AND SQT-QUALIFIER-2 THE SECOND; AN *
001400*             UNQUALIFIED NAME IS RETURNED IN SQT-QUALIFIER-2    *
001500*             WITH SQT-QUALIFIER-1 SPACES.                       *
001600*    CLOSE -- CLOSES THE RULES FILE AT END OF JOB.               *
001700*                                                                *
001800*  NO-RULE AND NO-OBJECT ARE NORMAL OUTCOMES (NOT EVERY SQLCODE  *
001900*  NAMES AN OBJECT) AND RETURN THE RESULT FIELDS AS SPACES.      *
002000******************************************************************
002100 01  SQT-CONTROL-AREA.
002200     05  SQT-FUNCTION              PIC X(08).
002300         88  SQT-FN-PARSE              VALUE 'PARSE'.
002400         88  SQT-FN-CLOSE              VALUE 'CLOSE'.
002500     05  SQT-SQLCODE               PIC S9(09) COMP.
002600     05  SQT-SQLERRMC              PIC X(70).
002700     05  SQT-RESOURCE-TYPE         PIC X(12).
002800     05  SQT-OBJECT-NAME           PIC X(40).
002900     05  SQT-QUALIFIER-1           PIC X(18).
003000     05  SQT-QUALIFIER-2           PIC X(18).
003100     05  SQT-RETURN-CODE           PIC X(02).
003200         88  SQT-RC-OK                 VALUE '00'.
003300         88  SQT-RC-NO-RULE            VALUE '04'.
003400         88  SQT-RC-NO-OBJECT          VALUE '08'.
003500         88  SQT-RC-NO-RULES-FILE      VALUE '12'.
003600         88  SQT-RC-BAD-FUNCTION       VALUE '16'.
