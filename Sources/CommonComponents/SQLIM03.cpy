000100******************************************************************
000200*  SQLIM03  --  SYMBOLIC MAP FOR MAPSET SQLIM03 (SQLINQ03)       *
000300*                                                                *
000400*  MATCHES THE BMS SOURCE SQLIM03 FIELD FOR FIELD.               *
000500******************************************************************
000600 01  IM03MAPI.
000700     02  FILLER                PIC X(12).
000800     02  LOGDTL                PIC S9(04) COMP.
000900     02  LOGDTF                PIC X(01).
001000     02  FILLER REDEFINES LOGDTF.
001100         03  LOGDTA            PIC X(01).
001200     02  LOGDTI                PIC X(08).
001300     02  INCIDL                PIC S9(04) COMP.
001400     02  INCIDF                PIC X(01).
001500     02  FILLER REDEFINES INCIDF.
001600         03  INCIDA            PIC X(01).
001700     02  INCIDI                PIC X(12).
001800     02  ACTNL                 PIC S9(04) COMP.
001900     02  ACTNF                 PIC X(01).
002000     02  FILLER REDEFINES ACTNF.
002100         03  ACTNA             PIC X(01).
002200     02  ACTNI                 PIC X(05).
002300     02  INITL                 PIC S9(04) COMP.
002400     02  INITF                 PIC X(01).
002500     02  FILLER REDEFINES INITF.
002600         03  INITA             PIC X(01).
002700     02  INITI                 PIC X(03).
002800     02  STATL                 PIC S9(04) COMP.
002900     02  STATF                 PIC X(01).
003000     02  FILLER REDEFINES STATF.
003100         03  STATA             PIC X(01).
003200     02  STATI                 PIC X(12).
003300     02  STDTL                 PIC S9(04) COMP.
003400     02  STDTF                 PIC X(01).
003500     02  FILLER REDEFINES STDTF.
003600         03  STDTA             PIC X(01).
003700     02  STDTI                 PIC X(08).
003800     02  STINIL                PIC S9(04) COMP.
003900     02  STINIF                PIC X(01).
004000     02  FILLER REDEFINES STINIF.
004100         03  STINIA            PIC X(01).
004200     02  STINII                PIC X(03).
004300     02  STSRCL                PIC S9(04) COMP.
004400     02  STSRCF                PIC X(01).
004500     02  FILLER REDEFINES STSRCF.
004600         03  STSRCA            PIC X(01).
004700     02  STSRCI                PIC X(12).
004800     02  PGML                  PIC S9(04) COMP.
004900     02  PGMF                  PIC X(01).
005000     02  FILLER REDEFINES PGMF.
005100         03  PGMA              PIC X(01).
005200     02  PGMI                  PIC X(08).
005300     02  SQLCDL                PIC S9(04) COMP.
005400     02  SQLCDF                PIC X(01).
005500     02  FILLER REDEFINES SQLCDF.
005600         03  SQLCDA            PIC X(01).
005700     02  SQLCDI                PIC X(11).
005800     02  JOBL                  PIC S9(04) COMP.
005900     02  JOBF                  PIC X(01).
006000     02  FILLER REDEFINES JOBF.
006100         03  JOBA              PIC X(01).
006200     02  JOBI                  PIC X(08).
006300     02  TEAML                 PIC S9(04) COMP.
006400     02  TEAMF                 PIC X(01).
006500     02  FILLER REDEFINES TEAMF.
006600         03  TEAMA             PIC X(01).
006700     02  TEAMI                 PIC X(20).
006800     02  ERRMCL                PIC S9(04) COMP.
006900     02  ERRMCF                PIC X(01).
007000     02  FILLER REDEFINES ERRMCF.
007100         03  ERRMCA            PIC X(01).
007200     02  ERRMCI                PIC X(70).
007300     02  MSGL                  PIC S9(04) COMP.
007400     02  MSGF                  PIC X(01).
007500     02  FILLER REDEFINES MSGF.
007600         03  MSGA              PIC X(01).
007700     02  MSGI                  PIC X(78).
007800 01  IM03MAPO REDEFINES IM03MAPI.
007900     02  FILLER                PIC X(12).
008000     02  FILLER                PIC X(03).
008100     02  LOGDTO                PIC X(08).
008200     02  FILLER                PIC X(03).
008300     02  INCIDO                PIC X(12).
008400     02  FILLER                PIC X(03).
008500     02  ACTNO                 PIC X(05).
008600     02  FILLER                PIC X(03).
008700     02  INITO                 PIC X(03).
008800     02  FILLER                PIC X(03).
008900     02  STATO                 PIC X(12).
009000     02  FILLER                PIC X(03).
009100     02  STDTO                 PIC X(08).
009200     02  FILLER                PIC X(03).
009300     02  STINIO                PIC X(03).
009400     02  FILLER                PIC X(03).
009500     02  STSRCO                PIC X(12).
009600     02  FILLER                PIC X(03).
009700     02  PGMO                  PIC X(08).
009800     02  FILLER                PIC X(03).
009900     02  SQLCDO                PIC X(11).
010000     02  FILLER                PIC X(03).
010100     02  JOBO                  PIC X(08).
010200     02  FILLER                PIC X(03).
010300     02  TEAMO                 PIC X(20).
010400     02  FILLER                PIC X(03).
010500     02  ERRMCO                PIC X(70).
010600     02  FILLER                PIC X(03).
010700     02  MSGO                  PIC X(78).
