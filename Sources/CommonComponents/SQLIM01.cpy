000100******************************************************************
000200*  SQLIM01  --  SYMBOLIC MAP FOR MAPSET SQLIM01 (SQLINQ01)       *
000300*                                                                *
000400*  MATCHES THE BMS SOURCE SQLIM01 FIELD FOR FIELD.  SQLINQ01     *
000500*  REDEFINES THE FIVE HOST-VARIABLE LINES (HVN1/HVV1 ... HVN5/   *
000600*  HVV5) AS A TABLE, SO A CHANGE TO THE MAP MUST BE MADE HERE AND*
000700*  TO THAT REDEFINITION TOGETHER.                                *
000800******************************************************************
000900 01  IM01MAPI.
001000     02  FILLER                PIC X(12).
001100     02  LOGDTL                PIC S9(04) COMP.
001200     02  LOGDTF                PIC X(01).
001300     02  FILLER REDEFINES LOGDTF.
001400         03  LOGDTA            PIC X(01).
001500     02  LOGDTI                PIC X(08).
001600     02  INCIDL                PIC S9(04) COMP.
001700     02  INCIDF                PIC X(01).
001800     02  FILLER REDEFINES INCIDF.
001900         03  INCIDA            PIC X(01).
002000     02  INCIDI                PIC X(12).
002100     02  STATL                 PIC S9(04) COMP.
002200     02  STATF                 PIC X(01).
002300     02  FILLER REDEFINES STATF.
002400         03  STATA             PIC X(01).
002500     02  STATI                 PIC X(12).
002600     02  STDTL                 PIC S9(04) COMP.
002700     02  STDTF                 PIC X(01).
002800     02  FILLER REDEFINES STDTF.
002900         03  STDTA             PIC X(01).
003000     02  STDTI                 PIC X(08).
003100     02  STINIL                PIC S9(04) COMP.
003200     02  STINIF                PIC X(01).
003300     02  FILLER REDEFINES STINIF.
003400         03  STINIA            PIC X(01).
003500     02  STINII                PIC X(03).
003600     02  STSRCL                PIC S9(04) COMP.
003700     02  STSRCF                PIC X(01).
003800     02  FILLER REDEFINES STSRCF.
003900         03  STSRCA            PIC X(01).
004000     02  STSRCI                PIC X(12).
004100     02  LGTIML                PIC S9(04) COMP.
004200     02  LGTIMF                PIC X(01).
004300     02  FILLER REDEFINES LGTIMF.
004400         03  LGTIMA            PIC X(01).
004500     02  LGTIMI                PIC X(08).
004600     02  JOBL                  PIC S9(04) COMP.
004700     02  JOBF                  PIC X(01).
004800     02  FILLER REDEFINES JOBF.
004900         03  JOBA              PIC X(01).
005000     02  JOBI                  PIC X(08).
005100     02  PGML                  PIC S9(04) COMP.
005200     02  PGMF                  PIC X(01).
005300     02  FILLER REDEFINES PGMF.
005400         03  PGMA              PIC X(01).
005500     02  PGMI                  PIC X(08).
005600     02  SQLCDL                PIC S9(04) COMP.
005700     02  SQLCDF                PIC X(01).
005800     02  FILLER REDEFINES SQLCDF.
005900         03  SQLCDA            PIC X(01).
006000     02  SQLCDI                PIC X(11).
006100     02  PRBIDL                PIC S9(04) COMP.
006200     02  PRBIDF                PIC X(01).
006300     02  FILLER REDEFINES PRBIDF.
006400         03  PRBIDA            PIC X(01).
006500     02  PRBIDI                PIC X(08).
006600     02  TKTIDL                PIC S9(04) COMP.
006700     02  TKTIDF                PIC X(01).
006800     02  FILLER REDEFINES TKTIDF.
006900         03  TKTIDA            PIC X(01).
007000     02  TKTIDI                PIC X(12).
007100     02  ERRMCL                PIC S9(04) COMP.
007200     02  ERRMCF                PIC X(01).
007300     02  FILLER REDEFINES ERRMCF.
007400         03  ERRMCA            PIC X(01).
007500     02  ERRMCI                PIC X(70).
007600     02  TEAML                 PIC S9(04) COMP.
007700     02  TEAMF                 PIC X(01).
007800     02  FILLER REDEFINES TEAMF.
007900         03  TEAMA             PIC X(01).
008000     02  TEAMI                 PIC X(20).
008100     02  CONTCTL               PIC S9(04) COMP.
008200     02  CONTCTF               PIC X(01).
008300     02  FILLER REDEFINES CONTCTF.
008400         03  CONTCTA           PIC X(01).
008500     02  CONTCTI               PIC X(30).
008600     02  SEVL                  PIC S9(04) COMP.
008700     02  SEVF                  PIC X(01).
008800     02  FILLER REDEFINES SEVF.
008900         03  SEVA              PIC X(01).
009000     02  SEVI                  PIC X(10).
009100     02  ACTNL                 PIC S9(04) COMP.
009200     02  ACTNF                 PIC X(01).
009300     02  FILLER REDEFINES ACTNF.
009400         03  ACTNA             PIC X(01).
009500     02  ACTNI                 PIC X(20).
009600     02  DESCL                 PIC S9(04) COMP.
009700     02  DESCF                 PIC X(01).
009800     02  FILLER REDEFINES DESCF.
009900         03  DESCA             PIC X(01).
010000     02  DESCI                 PIC X(40).
010100     02  STMT1L                PIC S9(04) COMP.
010200     02  STMT1F                PIC X(01).
010300     02  FILLER REDEFINES STMT1F.
010400         03  STMT1A            PIC X(01).
010500     02  STMT1I                PIC X(40).
010600     02  STMT2L                PIC S9(04) COMP.
010700     02  STMT2F                PIC X(01).
010800     02  FILLER REDEFINES STMT2F.
010900         03  STMT2A            PIC X(01).
011000     02  STMT2I                PIC X(40).
011100     02  HVPGL                 PIC S9(04) COMP.
011200     02  HVPGF                 PIC X(01).
011300     02  FILLER REDEFINES HVPGF.
011400         03  HVPGA             PIC X(01).
011500     02  HVPGI                 PIC X(08).
011600     02  HVN1L                 PIC S9(04) COMP.
011700     02  HVN1F                 PIC X(01).
011800     02  FILLER REDEFINES HVN1F.
011900         03  HVN1A             PIC X(01).
012000     02  HVN1I                 PIC X(20).
012100     02  HVV1L                 PIC S9(04) COMP.
012200     02  HVV1F                 PIC X(01).
012300     02  FILLER REDEFINES HVV1F.
012400         03  HVV1A             PIC X(01).
012500     02  HVV1I                 PIC X(40).
012600     02  HVN2L                 PIC S9(04) COMP.
012700     02  HVN2F                 PIC X(01).
012800     02  FILLER REDEFINES HVN2F.
012900         03  HVN2A             PIC X(01).
013000     02  HVN2I                 PIC X(20).
013100     02  HVV2L                 PIC S9(04) COMP.
013200     02  HVV2F                 PIC X(01).
013300     02  FILLER REDEFINES HVV2F.
013400         03  HVV2A             PIC X(01).
013500     02  HVV2I                 PIC X(40).
013600     02  HVN3L                 PIC S9(04) COMP.
013700     02  HVN3F                 PIC X(01).
013800     02  FILLER REDEFINES HVN3F.
013900         03  HVN3A             PIC X(01).
014000     02  HVN3I                 PIC X(20).
014100     02  HVV3L                 PIC S9(04) COMP.
014200     02  HVV3F                 PIC X(01).
014300     02  FILLER REDEFINES HVV3F.
014400         03  HVV3A             PIC X(01).
014500     02  HVV3I                 PIC X(40).
014600     02  HVN4L                 PIC S9(04) COMP.
014700     02  HVN4F                 PIC X(01).
014800     02  FILLER REDEFINES HVN4F.
014900         03  HVN4A             PIC X(01).
015000     02  HVN4I                 PIC X(20).
015100     02  HVV4L                 PIC S9(04) COMP.
015200     02  HVV4F                 PIC X(01).
015300     02  FILLER REDEFINES HVV4F.
015400         03  HVV4A             PIC X(01).
015500     02  HVV4I                 PIC X(40).
015600     02  HVN5L                 PIC S9(04) COMP.
015700     02  HVN5F                 PIC X(01).
015800     02  FILLER REDEFINES HVN5F.
015900         03  HVN5A             PIC X(01).
016000     02  HVN5I                 PIC X(20).
016100     02  HVV5L                 PIC S9(04) COMP.
016200     02  HVV5F                 PIC X(01).
016300     02  FILLER REDEFINES HVV5F.
016400         03  HVV5A             PIC X(01).
016500     02  HVV5I                 PIC X(40).
016600     02  MSGL                  PIC S9(04) COMP.
016700     02  MSGF                  PIC X(01).
016800     02  FILLER REDEFINES MSGF.
016900         03  MSGA              PIC X(01).
017000     02  MSGI                  PIC X(78).
017100 01  IM01MAPO REDEFINES IM01MAPI.
017200     02  FILLER                PIC X(12).
017300     02  FILLER                PIC X(03).
017400     02  LOGDTO                PIC X(08).
017500     02  FILLER                PIC X(03).
017600     02  INCIDO                PIC X(12).
017700     02  FILLER                PIC X(03).
017800     02  STATO                 PIC X(12).
017900     02  FILLER                PIC X(03).
018000     02  STDTO                 PIC X(08).
018100     02  FILLER                PIC X(03).
018200     02  STINIO                PIC X(03).
018300     02  FILLER                PIC X(03).
018400     02  STSRCO                PIC X(12).
018500     02  FILLER                PIC X(03).
018600     02  LGTIMO                PIC X(08).
018700     02  FILLER                PIC X(03).
018800     02  JOBO                  PIC X(08).
018900     02  FILLER                PIC X(03).
019000     02  PGMO                  PIC X(08).
019100     02  FILLER                PIC X(03).
019200     02  SQLCDO                PIC X(11).
019300     02  FILLER                PIC X(03).
019400     02  PRBIDO                PIC X(08).
019500     02  FILLER                PIC X(03).
019600     02  TKTIDO                PIC X(12).
019700     02  FILLER                PIC X(03).
019800     02  ERRMCO                PIC X(70).
019900     02  FILLER                PIC X(03).
020000     02  TEAMO                 PIC X(20).
020100     02  FILLER                PIC X(03).
020200     02  CONTCTO               PIC X(30).
020300     02  FILLER                PIC X(03).
020400     02  SEVO                  PIC X(10).
020500     02  FILLER                PIC X(03).
020600     02  ACTNO                 PIC X(20).
020700     02  FILLER                PIC X(03).
020800     02  DESCO                 PIC X(40).
020900     02  FILLER                PIC X(03).
021000     02  STMT1O                PIC X(40).
021100     02  FILLER                PIC X(03).
021200     02  STMT2O                PIC X(40).
021300     02  FILLER                PIC X(03).
021400     02  HVPGO                 PIC X(08).
021500     02  FILLER                PIC X(03).
021600     02  HVN1O                 PIC X(20).
021700     02  FILLER                PIC X(03).
021800     02  HVV1O                 PIC X(40).
021900     02  FILLER                PIC X(03).
022000     02  HVN2O                 PIC X(20).
022100     02  FILLER                PIC X(03).
022200     02  HVV2O                 PIC X(40).
022300     02  FILLER                PIC X(03).
022400     02  HVN3O                 PIC X(20).
022500     02  FILLER                PIC X(03).
022600     02  HVV3O                 PIC X(40).
022700     02  FILLER                PIC X(03).
022800     02  HVN4O                 PIC X(20).
022900     02  FILLER                PIC X(03).
023000     02  HVV4O                 PIC X(40).
023100     02  FILLER                PIC X(03).
023200     02  HVN5O                 PIC X(20).
023300     02  FILLER                PIC X(03).
023400     02  HVV5O                 PIC X(40).
023500     02  FILLER                PIC X(03).
023600     02  MSGO                  PIC X(78).
