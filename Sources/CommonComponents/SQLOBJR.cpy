000100******************************************************************
000200*  SQLOBJR  --  SQLERRMC OBJECT-NAME PARSING RULE LAYOUT         *
000300*                                                                *
000400*  ONE RECORD PER SQLCODE, KEYED BY OR-SQLCODE.  MAINTAINED BY   *
000500*  THE DBA TEAM (VIA SQLOBJ01) AND READ BY THE SQLERRMC PARSER   *
000600*  (SQLTOK01), SO A NEW SQLCODE CAN BE MAPPED TO A DB2 OBJECT    *
000700*  WITHOUT A RECOMPILE.                                          *
000800*                                                                *
000900*  OR-OBJECT-TOKEN IS THE POSITION (1-9) OF THE SQLERRMC TOKEN   *
001000*  HOLDING THE OBJECT NAME, E.G. 3 FOR THE RESOURCE NAME ON A    *
001100*  -904, WHOSE TOKENS ARE THE REASON CODE, THE RESOURCE TYPE AND *
001200*  THE RESOURCE NAME.  OR-NAME-PARTS KEEPS ONLY THAT MANY        *
001300*  DOT-SEPARATED QUALIFIERS OF THE NAME (2 DROPS THE PAGE NUMBER *
001400*  FROM A PAGE RESOURCE, SO ALL PAGES OF A TABLESPACE GROUP      *
001500*  TOGETHER); ZERO KEEPS THEM ALL.                               *
001600*  OR-TYPE-TOKEN, WHEN NOT ZERO, IS THE POSITION OF A DB2        *
001700*  RESOURCE-TYPE CODE (E.G. 00000200) THAT SQLTOK01 TRANSLATES   *
001800*  TO THE RESOURCE TYPE; OTHERWISE, OR FOR A CODE IT DOES NOT    *
001900*  KNOW, OR-RESOURCE-TYPE IS USED AS IT STANDS.                  *
002000******************************************************************
002100 01  OR-OBJECT-RULE.
002200     05  OR-SQLCODE                PIC S9(09) COMP.
002300     05  OR-OBJECT-TOKEN           PIC 9(01).
002400     05  OR-NAME-PARTS             PIC 9(01).
002500     05  OR-TYPE-TOKEN             PIC 9(01).
002600     05  OR-RESOURCE-TYPE          PIC X(12).
002700     05  OR-DESCRIPTION            PIC X(40).
002800     05  FILLER                    PIC X(21).
