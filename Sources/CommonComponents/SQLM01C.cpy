000100******************************************************************
000200*  SQLM01C  --  CALL INTERFACE CONTROL AREA FOR SQLHVM01         *
000300*                                                                *
000400*  PASSED BY ANY PROGRAM THAT CALLS THE HOST-VARIABLE MASKING    *
000500*  SUBPROGRAM (SQLHVM01).  THE CALLER SETS SQM-FUNCTION, AND FOR *
000600*  MASK THE FAILING PROGRAM, THE HOST-VARIABLE NAME AND ITS      *
000700*  VALUE, BEFORE THE CALL; SQLHVM01 SETS SQM-RETURN-CODE:        *
000800*                                                                *
000900*    MASK  -- '00' THE VALUE MATCHED A RULE AND SQM-VALUE NOW    *
001000*             HOLDS THE PROTECTED FORM; SQM-RULE-ID AND          *
001100*             SQM-METHOD NAME THE RULE.  '04' NO RULE MATCHED    *
001200*             AND THE VALUE IS UNCHANGED.  '08' A RULE MATCHED   *
001300*             BUT THE VALUE WAS ALREADY IN PROTECTED FORM (OR    *
001400*             BLANK) AND IS UNCHANGED.  '12' THE RULES COULD     *
001500*             NOT BE USED -- NO SQLMSK DD, OR MORE RULES ON FILE *
001600*             THAN SQLHVM01'S TABLE HOLDS -- AND THE VALUE HAS   *
001610*             BEEN FULLY MASKED; NOTHING WAS CHECKED.            *
001700*    CLOSE -- RELEASES THE RULE TABLE AT END OF JOB.             *
001800******************************************************************
001900 01  SQM-CONTROL-AREA.
002000     05  SQM-FUNCTION              PIC X(08).
002100         88  SQM-FN-MASK               VALUE 'MASK'.
002200         88  SQM-FN-CLOSE              VALUE 'CLOSE'.
002300     05  SQM-PROGRAM               PIC X(08).
002400     05  SQM-VAR-NAME              PIC X(20).
002500     05  SQM-VALUE                 PIC X(40).
002600     05  SQM-RULE-ID               PIC X(08).
002700     05  SQM-METHOD                PIC X(01).
002800     05  SQM-RETURN-CODE           PIC X(02).
002900         88  SQM-RC-MASKED             VALUE '00'.
003000         88  SQM-RC-NO-RULE            VALUE '04'.
003100         88  SQM-RC-ALREADY-MASKED     VALUE '08'.
003200         88  SQM-RC-NO-RULES-FILE      VALUE '12'.
003300         88  SQM-RC-BAD-FUNCTION       VALUE '16'.
