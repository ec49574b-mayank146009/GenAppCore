000100******************************************************************
000200*  SQLIM02  --  SYMBOLIC MAP FOR MAPSET SQLIM02 (SQLINQ02)       *
000300*                                                                *
000400*  MATCHES THE BMS SOURCE SQLIM02 FIELD FOR FIELD.  SQLINQ02     *
000500*  REDEFINES THE TWELVE SELECTION/LINE PAIRS (SEL01/LIN01 ...    *
000600*  SEL12/LIN12) AS A TABLE, SO A CHANGE TO THE MAP MUST BE MADE  *
000700*  HERE AND TO THAT REDEFINITION TOGETHER.                       *
000800******************************************************************
000900 01  IM02MAPI.
001000     02  FILLER                PIC X(12).
001100     02  FSTATL                PIC S9(04) COMP.
001200     02  FSTATF                PIC X(01).
001300     02  FILLER REDEFINES FSTATF.
001400         03  FSTATA            PIC X(01).
001500     02  FSTATI                PIC X(01).
001600     02  FTEAML                PIC S9(04) COMP.
001700     02  FTEAMF                PIC X(01).
001800     02  FILLER REDEFINES FTEAMF.
001900         03  FTEAMA            PIC X(01).
002000     02  FTEAMI                PIC X(20).
002100     02  FPGML                 PIC S9(04) COMP.
002200     02  FPGMF                 PIC X(01).
002300     02  FILLER REDEFINES FPGMF.
002400         03  FPGMA             PIC X(01).
002500     02  FPGMI                 PIC X(08).
002600     02  SEL01L                PIC S9(04) COMP.
002700     02  SEL01F                PIC X(01).
002800     02  FILLER REDEFINES SEL01F.
002900         03  SEL01A            PIC X(01).
003000     02  SEL01I                PIC X(01).
003100     02  LIN01L                PIC S9(04) COMP.
003200     02  LIN01F                PIC X(01).
003300     02  FILLER REDEFINES LIN01F.
003400         03  LIN01A            PIC X(01).
003500     02  LIN01I                PIC X(76).
003600     02  SEL02L                PIC S9(04) COMP.
003700     02  SEL02F                PIC X(01).
003800     02  FILLER REDEFINES SEL02F.
003900         03  SEL02A            PIC X(01).
004000     02  SEL02I                PIC X(01).
004100     02  LIN02L                PIC S9(04) COMP.
004200     02  LIN02F                PIC X(01).
004300     02  FILLER REDEFINES LIN02F.
004400         03  LIN02A            PIC X(01).
004500     02  LIN02I                PIC X(76).
004600     02  SEL03L                PIC S9(04) COMP.
004700     02  SEL03F                PIC X(01).
004800     02  FILLER REDEFINES SEL03F.
004900         03  SEL03A            PIC X(01).
005000     02  SEL03I                PIC X(01).
005100     02  LIN03L                PIC S9(04) COMP.
005200     02  LIN03F                PIC X(01).
005300     02  FILLER REDEFINES LIN03F.
005400         03  LIN03A            PIC X(01).
005500     02  LIN03I                PIC X(76).
005600     02  SEL04L                PIC S9(04) COMP.
005700     02  SEL04F                PIC X(01).
005800     02  FILLER REDEFINES SEL04F.
005900         03  SEL04A            PIC X(01).
006000     02  SEL04I                PIC X(01).
006100     02  LIN04L                PIC S9(04) COMP.
006200     02  LIN04F                PIC X(01).
006300     02  FILLER REDEFINES LIN04F.
006400         03  LIN04A            PIC X(01).
006500     02  LIN04I                PIC X(76).
006600     02  SEL05L                PIC S9(04) COMP.
006700     02  SEL05F                PIC X(01).
006800     02  FILLER REDEFINES SEL05F.
006900         03  SEL05A            PIC X(01).
007000     02  SEL05I                PIC X(01).
007100     02  LIN05L                PIC S9(04) COMP.
007200     02  LIN05F                PIC X(01).
007300     02  FILLER REDEFINES LIN05F.
007400         03  LIN05A            PIC X(01).
007500     02  LIN05I                PIC X(76).
007600     02  SEL06L                PIC S9(04) COMP.
007700     02  SEL06F                PIC X(01).
007800     02  FILLER REDEFINES SEL06F.
007900         03  SEL06A            PIC X(01).
008000     02  SEL06I                PIC X(01).
008100     02  LIN06L                PIC S9(04) COMP.
008200     02  LIN06F                PIC X(01).
008300     02  FILLER REDEFINES LIN06F.
008400         03  LIN06A            PIC X(01).
008500     02  LIN06I                PIC X(76).
008600     02  SEL07L                PIC S9(04) COMP.
008700     02  SEL07F                PIC X(01).
008800     02  FILLER REDEFINES SEL07F.
008900         03  SEL07A            PIC X(01).
009000     02  SEL07I                PIC X(01).
009100     02  LIN07L                PIC S9(04) COMP.
009200     02  LIN07F                PIC X(01).
009300     02  FILLER REDEFINES LIN07F.
009400         03  LIN07A            PIC X(01).
009500     02  LIN07I                PIC X(76).
009600     02  SEL08L                PIC S9(04) COMP.
009700     02  SEL08F                PIC X(01).
009800     02  FILLER REDEFINES SEL08F.
009900         03  SEL08A            PIC X(01).
010000     02  SEL08I                PIC X(01).
010100     02  LIN08L                PIC S9(04) COMP.
010200     02  LIN08F                PIC X(01).
010300     02  FILLER REDEFINES LIN08F.
010400         03  LIN08A            PIC X(01).
010500     02  LIN08I                PIC X(76).
010600     02  SEL09L                PIC S9(04) COMP.
010700     02  SEL09F                PIC X(01).
010800     02  FILLER REDEFINES SEL09F.
010900         03  SEL09A            PIC X(01).
011000     02  SEL09I                PIC X(01).
011100     02  LIN09L                PIC S9(04) COMP.
011200     02  LIN09F                PIC X(01).
011300     02  FILLER REDEFINES LIN09F.
011400         03  LIN09A            PIC X(01).
011500     02  LIN09I                PIC X(76).
011600     02  SEL10L                PIC S9(04) COMP.
011700     02  SEL10F                PIC X(01).
011800     02  FILLER REDEFINES SEL10F.
011900         03  SEL10A            PIC X(01).
012000     02  SEL10I                PIC X(01).
012100     02  LIN10L                PIC S9(04) COMP.
012200     02  LIN10F                PIC X(01).
012300     02  FILLER REDEFINES LIN10F.
012400         03  LIN10A            PIC X(01).
012500     02  LIN10I                PIC X(76).
012600     02  SEL11L                PIC S9(04) COMP.
012700     02  SEL11F                PIC X(01).
012800     02  FILLER REDEFINES SEL11F.
012900         03  SEL11A            PIC X(01).
013000     02  SEL11I                PIC X(01).
013100     02  LIN11L                PIC S9(04) COMP.
013200     02  LIN11F                PIC X(01).
013300     02  FILLER REDEFINES LIN11F.
013400         03  LIN11A            PIC X(01).
013500     02  LIN11I                PIC X(76).
013600     02  SEL12L                PIC S9(04) COMP.
013700     02  SEL12F                PIC X(01).
013800     02  FILLER REDEFINES SEL12F.
013900         03  SEL12A            PIC X(01).
014000     02  SEL12I                PIC X(01).
014100     02  LIN12L                PIC S9(04) COMP.
014200     02  LIN12F                PIC X(01).
014300     02  FILLER REDEFINES LIN12F.
014400         03  LIN12A            PIC X(01).
014500     02  LIN12I                PIC X(76).
014600     02  MSGL                  PIC S9(04) COMP.
014700     02  MSGF                  PIC X(01).
014800     02  FILLER REDEFINES MSGF.
014900         03  MSGA              PIC X(01).
015000     02  MSGI                  PIC X(78).
015100 01  IM02MAPO REDEFINES IM02MAPI.
015200     02  FILLER                PIC X(12).
015300     02  FILLER                PIC X(03).
015400     02  FSTATO                PIC X(01).
015500     02  FILLER                PIC X(03).
015600     02  FTEAMO                PIC X(20).
015700     02  FILLER                PIC X(03).
015800     02  FPGMO                 PIC X(08).
015900     02  FILLER                PIC X(03).
016000     02  SEL01O                PIC X(01).
016100     02  FILLER                PIC X(03).
016200     02  LIN01O                PIC X(76).
016300     02  FILLER                PIC X(03).
016400     02  SEL02O                PIC X(01).
016500     02  FILLER                PIC X(03).
016600     02  LIN02O                PIC X(76).
016700     02  FILLER                PIC X(03).
016800     02  SEL03O                PIC X(01).
016900     02  FILLER                PIC X(03).
017000     02  LIN03O                PIC X(76).
017100     02  FILLER                PIC X(03).
017200     02  SEL04O                PIC X(01).
017300     02  FILLER                PIC X(03).
017400     02  LIN04O                PIC X(76).
017500     02  FILLER                PIC X(03).
017600     02  SEL05O                PIC X(01).
017700     02  FILLER                PIC X(03).
017800     02  LIN05O                PIC X(76).
017900     02  FILLER                PIC X(03).
018000     02  SEL06O                PIC X(01).
018100     02  FILLER                PIC X(03).
018200     02  LIN06O                PIC X(76).
018300     02  FILLER                PIC X(03).
018400     02  SEL07O                PIC X(01).
018500     02  FILLER                PIC X(03).
018600     02  LIN07O                PIC X(76).
018700     02  FILLER                PIC X(03).
018800     02  SEL08O                PIC X(01).
018900     02  FILLER                PIC X(03).
019000     02  LIN08O                PIC X(76).
019100     02  FILLER                PIC X(03).
019200     02  SEL09O                PIC X(01).
019300     02  FILLER                PIC X(03).
019400     02  LIN09O                PIC X(76).
019500     02  FILLER                PIC X(03).
019600     02  SEL10O                PIC X(01).
019700     02  FILLER                PIC X(03).
019800     02  LIN10O                PIC X(76).
019900     02  FILLER                PIC X(03).
020000     02  SEL11O                PIC X(01).
020100     02  FILLER                PIC X(03).
020200     02  LIN11O                PIC X(76).
020300     02  FILLER                PIC X(03).
020400     02  SEL12O                PIC X(01).
020500     02  FILLER                PIC X(03).
020600     02  LIN12O                PIC X(76).
020700     02  FILLER                PIC X(03).
020800     02  MSGO                  PIC X(78).
