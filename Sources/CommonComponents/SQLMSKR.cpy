000100******************************************************************
000200*  SQLMSKR  --  HOST-VARIABLE MASKING RULE RECORD                *
000300*                                                                *
000400*  ONE RECORD PER RULE, KEYED BY THE OPERATIONS-ASSIGNED RULE    *
000500*  ID.  MAINTAINED BY OPERATIONS VIA SQLMSK01 AND APPLIED BY     *
000600*  SQLHVM01 (FOR SQLERR01 AND THE SQLMSK02 SCAN) SO THAT A       *
000700*  HOST-VARIABLE VALUE HOLDING CUSTOMER DATA NEVER REACHES THE   *
000800*  DIAGNOSTIC DUMP FILE (SQLDUMP) IN THE CLEAR.                  *
000900*                                                                *
001000*  MK-VAR-MASK IS MATCHED AGAINST THE HOST-VARIABLE NAME: A      *
001100*  LEADING '*' MEANS ANY CHARACTERS BEFORE, A TRAILING '*' ANY   *
001200*  CHARACTERS AFTER, SO '*ACCT*' MATCHES ANY NAME CONTAINING     *
001300*  ACCT, 'CUST-*' ANY NAME STARTING CUST- AND A MASK WITH NO     *
001400*  '*' ONLY THAT EXACT NAME.  MK-PROGRAM-MASK IS COMPARED WITH   *
001500*  THE FAILING PROGRAM FROM THE LEFT; A '*' MATCHES THE REST OF  *
001600*  THE NAME AND SPACES MATCH ANY PROGRAM.  A RULE FOR A NAMED    *
001700*  PROGRAM WINS OVER ONE FOR ALL PROGRAMS.                       *
001800*                                                                *
001900*  MK-METHOD SAYS HOW THE VALUE IS PROTECTED:                    *
002000*    F  FULL MASK     -- EVERY CHARACTER BECOMES '*'.            *
002100*    L  LAST FOUR     -- ALL BUT THE LAST FOUR CHARACTERS        *
002200*                        BECOME '*'.                             *
002300*    T  ONE-WAY TOKEN -- THE VALUE IS REPLACED BY 'TKN:' AND 36  *
002400*                        HEX DIGITS OF A KEYED HMAC OF IT (ICSF, *
002500*                        KEY IN THE CKDS), SO TWO DUMPS OF THE   *
002510*                        SAME VALUE CAN STILL BE MATCHED.        *
002520*                                                                *
002530*  SQLHVM01 HOLDS AT MOST 100 RULES; WITH MORE ON FILE IT MASKS  *
002540*  EVERY VALUE IN FULL, SO SQLMSK01 WILL NOT ADD A 101ST.        *
002600******************************************************************
002700 01  MK-MASK-RULE-RECORD.
002800     05  MK-RULE-ID                PIC X(08).
002900     05  MK-VAR-MASK               PIC X(20).
003000     05  MK-PROGRAM-MASK           PIC X(08).
003100     05  MK-METHOD                 PIC X(01).
003200         88  MK-FULL-MASK              VALUE 'F'.
003300         88  MK-KEEP-LAST-FOUR         VALUE 'L'.
003400         88  MK-ONE-WAY-TOKEN          VALUE 'T'.
003500     05  MK-DESCRIPTION            PIC X(30).
003600     05  FILLER                    PIC X(13).
