000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLTOK01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLTOK01  --  SQLERRMC TOKEN PARSER SUBPROGRAM                *
000900*                                                                *
001000*  CALLED BY THE REPORTING AND EXTRACT PROGRAMS OF THE SQL       *
001100*  ERROR-HANDLING SUBSYSTEM TO TURN THE RAW SQLERRMC TEXT OF AN  *
001200*  ERROR INTO THE DB2 OBJECT IT NAMES (THE RESOURCE ON A -904,   *
001300*  THE INDEX ON A -803, THE CONSTRAINT ON A -530 AND SO ON), SO  *
001400*  THE TOKEN RULES LIVE IN ONE PLACE.  WHICH TOKEN HOLDS THE     *
001500*  OBJECT FOR EACH SQLCODE COMES FROM THE RULES FILE (DDNAME     *
001600*  SQLOBJ, SEE SQLOBJR), MAINTAINED BY THE DBA TEAM VIA          *
001700*  SQLOBJ01.                                                     *
001800*                                                                *
001900*  DB2 SEPARATES THE SQLERRMC TOKENS WITH X'FF'.  TEXT WITH NO   *
002000*  X'FF' IN IT (SUPPLIED BY A CALLER'S OWN MESSAGE FORMATTING)   *
002100*  IS SPLIT ON BLANKS INSTEAD.  THE RULES FILE IS OPENED ON THE  *
002200*  FIRST CALL; A CALLER WITH NO SQLOBJ DD GETS NO-RULES-FILE ON  *
002300*  EVERY CALL AND CARRIES ON WITHOUT OBJECT NAMES.               *
002400*                                                                *
002500*  CALL 'SQLTOK01' USING SQT-CONTROL-AREA.                       *
002600******************************************************************
002700*  MODIFICATION HISTORY                                          *
002800*  DATE       BY   DESCRIPTION                                   *
002900*  ---------- ---- ------------------------------------------    *
003000*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-Z15.
003500 OBJECT-COMPUTER.   IBM-Z15.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RULES-FILE   ASSIGN TO SQLOBJ
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE  IS RANDOM
004100            RECORD KEY   IS OR-SQLCODE
004200            FILE STATUS  IS WS-RULES-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RULES-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY SQLOBJR.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-RULES-OPEN-SW          PIC X(01) VALUE 'N'.
005300         88  WS-RULES-IS-OPEN          VALUE 'Y'.
005400     05  WS-RULES-AVAIL-SW         PIC X(01) VALUE 'Y'.
005500         88  WS-RULES-AVAILABLE        VALUE 'Y'.
005600 77  WS-RULES-STATUS               PIC X(02) VALUE SPACES.
005700 77  WS-FF-COUNT                   PIC S9(04) COMP VALUE ZERO.
005800 77  WS-LEADING-SPACES             PIC S9(04) COMP VALUE ZERO.
005900 77  WS-POINTER                    PIC S9(04) COMP VALUE ZERO.
006000 77  WS-TOKEN-COUNT                PIC S9(04) COMP VALUE ZERO.
006100 77  WS-QUALIFIER-COUNT            PIC S9(04) COMP VALUE ZERO.
006200 77  WS-KEEP-PARTS                 PIC S9(04) COMP VALUE ZERO.
006300 77  WS-NAME-POINTER               PIC S9(04) COMP VALUE ZERO.
006400 77  WS-SUB                        PIC S9(04) COMP VALUE ZERO.
006500 01  WS-MESSAGE                    PIC X(70).
006600 01  WS-OBJECT-TOKEN               PIC X(70).
006700
006800 01  WS-TOKEN-TABLE.
006900     05  WS-TOKEN                  PIC X(70)
007000                                   OCCURS 9 TIMES.
007100
007200 01  WS-QUALIFIER-TABLE.
007300     05  WS-QUALIFIER              PIC X(40)
007400                                   OCCURS 4 TIMES.
007500
007600******************************************************************
007700*  DB2 RESOURCE-TYPE CODES AS THEY APPEAR IN SQLERRMC ON THE     *
007800*  UNAVAILABLE-RESOURCE, DEADLOCK AND TIMEOUT SQLCODES.          *
007900******************************************************************
008000 01  WS-TYPE-TABLE-VALUES.
008100     05  FILLER                    PIC X(20) VALUE
008200         '00000100DATABASE'.
008300     05  FILLER                    PIC X(20) VALUE
008400         '00000200TABLESPACE'.
008500     05  FILLER                    PIC X(20) VALUE
008600         '00000201INDEXSPACE'.
008700     05  FILLER                    PIC X(20) VALUE
008800         '00000210PARTITION'.
008900     05  FILLER                    PIC X(20) VALUE
009000         '00000220DATA SET'.
009100     05  FILLER                    PIC X(20) VALUE
009200         '00000302TS PAGE'.
009300     05  FILLER                    PIC X(20) VALUE
009400         '00000303IX PAGE'.
009500     05  FILLER                    PIC X(20) VALUE
009600         '00000304TS RID'.
009700
009800 01  WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-VALUES.
009900     05  WS-TYPE-ENTRY OCCURS 8 TIMES
010000                           INDEXED BY WS-TYPE-IDX.
010100         10  WS-TYPE-CODE          PIC X(08).
010200         10  WS-TYPE-NAME          PIC X(12).
010300
010400 LINKAGE SECTION.
010500     COPY SQLT01C.
010600
010700 PROCEDURE DIVISION USING SQT-CONTROL-AREA.
010800 0000-MAINLINE.
010900     SET SQT-RC-OK TO TRUE.
011000     EVALUATE TRUE
011100         WHEN SQT-FN-PARSE
011200             PERFORM 2000-PARSE-MESSAGE THRU 2000-EXIT
011300         WHEN SQT-FN-CLOSE
011400             PERFORM 9000-CLOSE-RULES   THRU 9000-EXIT
011500         WHEN OTHER
011600             SET SQT-RC-BAD-FUNCTION TO TRUE
011700     END-EVALUATE.
011800     GOBACK.
011900
012000 1000-OPEN-RULES.
012100     OPEN INPUT RULES-FILE.
012200     IF WS-RULES-STATUS NOT = '00'
012300         MOVE 'N' TO WS-RULES-AVAIL-SW
012400     END-IF.
012500     SET WS-RULES-IS-OPEN TO TRUE.
012600 1000-EXIT.
012700     EXIT.
012800
012900 2000-PARSE-MESSAGE.
013000     MOVE SPACES TO SQT-RESOURCE-TYPE SQT-OBJECT-NAME.
013100     MOVE SPACES TO SQT-QUALIFIER-1 SQT-QUALIFIER-2.
013200     IF NOT WS-RULES-IS-OPEN
013300         PERFORM 1000-OPEN-RULES    THRU 1000-EXIT
013400     END-IF.
013500     IF NOT WS-RULES-AVAILABLE
013600         SET SQT-RC-NO-RULES-FILE TO TRUE
013700         GO TO 2000-EXIT
013800     END-IF.
013900     MOVE SQT-SQLCODE TO OR-SQLCODE.
014000     READ RULES-FILE
014100         INVALID KEY
014200             SET SQT-RC-NO-RULE TO TRUE
014300             GO TO 2000-EXIT
014400     END-READ.
014500     PERFORM 2100-SPLIT-TOKENS     THRU 2100-EXIT.
014600     IF OR-OBJECT-TOKEN < 1
014700        OR OR-OBJECT-TOKEN > WS-TOKEN-COUNT
014800         SET SQT-RC-NO-OBJECT TO TRUE
014900         GO TO 2000-EXIT
015000     END-IF.
015100     MOVE WS-TOKEN (OR-OBJECT-TOKEN) TO WS-OBJECT-TOKEN.
015200     IF WS-OBJECT-TOKEN = SPACES
015300         SET SQT-RC-NO-OBJECT TO TRUE
015400         GO TO 2000-EXIT
015500     END-IF.
015600     PERFORM 2200-BUILD-OBJECT-NAME THRU 2200-EXIT.
015700     PERFORM 2300-SET-RESOURCE-TYPE THRU 2300-EXIT.
015800 2000-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200*  SPLITS SQLERRMC INTO UP TO 9 TOKENS.  ON X'FF' EVERY          *
016300*  SEPARATOR COUNTS, SO AN EMPTY TOKEN KEEPS ITS POSITION; ON    *
016400*  BLANKS A RUN OF BLANKS IS ONE SEPARATOR.                      *
016500******************************************************************
016600 2100-SPLIT-TOKENS.
016700     MOVE SPACES TO WS-TOKEN-TABLE.
016800     MOVE ZERO   TO WS-TOKEN-COUNT WS-FF-COUNT WS-LEADING-SPACES.
016900     MOVE SQT-SQLERRMC TO WS-MESSAGE.
017000     INSPECT WS-MESSAGE REPLACING ALL LOW-VALUE BY SPACE.
017100     INSPECT WS-MESSAGE TALLYING WS-FF-COUNT FOR ALL X'FF'.
017200     IF WS-FF-COUNT > ZERO
017300         MOVE 1 TO WS-POINTER
017400         UNSTRING WS-MESSAGE DELIMITED BY X'FF'
017500             INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
017600                  WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
017700                  WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
017800             WITH POINTER WS-POINTER
017900             TALLYING IN WS-TOKEN-COUNT
018000         END-UNSTRING
018100         GO TO 2100-EXIT
018200     END-IF.
018300     INSPECT WS-MESSAGE TALLYING WS-LEADING-SPACES
018400         FOR LEADING SPACES.
018500     IF WS-LEADING-SPACES NOT < LENGTH OF WS-MESSAGE
018600         GO TO 2100-EXIT
018700     END-IF.
018800     COMPUTE WS-POINTER = WS-LEADING-SPACES + 1.
018900     UNSTRING WS-MESSAGE DELIMITED BY ALL SPACES
019000         INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
019100              WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
019200              WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
019300         WITH POINTER WS-POINTER
019400         TALLYING IN WS-TOKEN-COUNT
019500     END-UNSTRING.
019600 2100-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000*  THE OBJECT NAME IS THE TOKEN CUT BACK TO OR-NAME-PARTS        *
020100*  QUALIFIERS WHEN THE RULE ASKS FOR IT.                         *
020200******************************************************************
020300 2200-BUILD-OBJECT-NAME.
020400     MOVE SPACES TO WS-QUALIFIER-TABLE.
020500     MOVE ZERO   TO WS-QUALIFIER-COUNT.
020600     UNSTRING WS-OBJECT-TOKEN DELIMITED BY '.'
020700         INTO WS-QUALIFIER (1) WS-QUALIFIER (2)
020800              WS-QUALIFIER (3) WS-QUALIFIER (4)
020900         TALLYING IN WS-QUALIFIER-COUNT
021000     END-UNSTRING.
021100     IF WS-QUALIFIER-COUNT = 1
021200         MOVE WS-QUALIFIER (1) TO SQT-QUALIFIER-2
021300     ELSE
021400         MOVE WS-QUALIFIER (1) TO SQT-QUALIFIER-1
021500         MOVE WS-QUALIFIER (2) TO SQT-QUALIFIER-2
021600     END-IF.
021700     IF OR-NAME-PARTS = ZERO
021800        OR OR-NAME-PARTS NOT < WS-QUALIFIER-COUNT
021900         MOVE WS-OBJECT-TOKEN TO SQT-OBJECT-NAME
022000         GO TO 2200-EXIT
022100     END-IF.
022200     MOVE OR-NAME-PARTS TO WS-KEEP-PARTS.
022300     MOVE 1             TO WS-NAME-POINTER.
022400     PERFORM 2210-ADD-QUALIFIER    THRU 2210-EXIT
022500         VARYING WS-SUB FROM 1 BY 1
022600         UNTIL WS-SUB > WS-KEEP-PARTS.
022700 2200-EXIT.
022800     EXIT.
022900
023000 2210-ADD-QUALIFIER.
023100     IF WS-SUB > 1
023200         STRING '.' DELIMITED BY SIZE
023300             INTO SQT-OBJECT-NAME
023400             WITH POINTER WS-NAME-POINTER
023500         END-STRING
023600     END-IF.
023700     STRING WS-QUALIFIER (WS-SUB) DELIMITED BY SPACE
023800         INTO SQT-OBJECT-NAME
023900         WITH POINTER WS-NAME-POINTER
024000     END-STRING.
024100 2210-EXIT.
024200     EXIT.
024300
024400 2300-SET-RESOURCE-TYPE.
024500     MOVE OR-RESOURCE-TYPE TO SQT-RESOURCE-TYPE.
024600     IF OR-TYPE-TOKEN < 1
024700        OR OR-TYPE-TOKEN > WS-TOKEN-COUNT
024800         GO TO 2300-EXIT
024900     END-IF.
025000     SET WS-TYPE-IDX TO 1.
025100     SEARCH WS-TYPE-ENTRY
025200         AT END
025300             CONTINUE
025400         WHEN WS-TYPE-CODE (WS-TYPE-IDX)
025500                  = WS-TOKEN (OR-TYPE-TOKEN)
025600             MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO SQT-RESOURCE-TYPE
025700     END-SEARCH.
025800 2300-EXIT.
025900     EXIT.
026000
026100 9000-CLOSE-RULES.
026200     IF WS-RULES-IS-OPEN
026300        AND WS-RULES-AVAILABLE
026400         CLOSE RULES-FILE
026500     END-IF.
026600     MOVE 'N' TO WS-RULES-OPEN-SW.
026700     MOVE 'Y' TO WS-RULES-AVAIL-SW.
026800 9000-EXIT.
026900     EXIT.
