000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLHVM01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLHVM01  --  HOST-VARIABLE MASKING SUBPROGRAM                *
000900*                                                                *
001000*  CALLED BY SQLERR01 FOR EVERY HOST VARIABLE BEFORE IT IS       *
001100*  WRITTEN TO THE DIAGNOSTIC DUMP FILE (SQLDUMP), AND BY THE     *
001200*  SQLMSK02 SCAN FOR EVERY HOST-VARIABLE RECORD ALREADY ON A     *
001300*  DUMP FILE, SO THE MASKING RULES ARE APPLIED THE SAME WAY IN   *
001400*  BOTH PLACES AND A ONE-WAY TOKEN WRITTEN BY ONE MATCHES A      *
001500*  TOKEN WRITTEN BY THE OTHER.  THE RULES COME FROM THE MASKING  *
001600*  RULES FILE (DDNAME SQLMSK, SEE SQLMSKR), MAINTAINED BY        *
001700*  OPERATIONS VIA SQLMSK01.                                      *
001800*                                                                *
001900*  THE RULES ARE LOADED INTO A TABLE ON THE FIRST CALL AND HELD  *
002000*  FOR THE LIFE OF THE RUN UNIT, SO THE FILE IS NOT READ FOR     *
002100*  EVERY HOST VARIABLE.  THE FIRST RULE (IN RULE-ID ORDER) FOR   *
002200*  THE NAMED PROGRAM IS USED, ELSE THE FIRST RULE FOR ALL        *
002300*  PROGRAMS.  A VALUE ALREADY IN PROTECTED FORM IS LEFT AS IT    *
002400*  IS, SO MASKING THE SAME RECORD TWICE DOES NO HARM.            *
002410*                                                                *
002420*  THE RULES FAIL CLOSED: WITH NO SQLMSK DD, OR WITH MORE RULES  *
002430*  ON FILE THAN THE TABLE HOLDS, EVERY VALUE IS RETURNED FULLY   *
002440*  MASKED WITH RETURN CODE '12'.  THE ONE-WAY TOKEN IS A KEYED   *
002450*  HMAC (SHA-256) MADE BY ICSF UNDER THE KEY LABELLED IN         *
002460*  WS-HMAC-KEY-LABEL, HELD IN THE CKDS AND GUARDED BY ITS RACF   *
002470*  CSFKEYS PROFILE, SO NEITHER THE KEY NOR A WAY TO REBUILD A    *
002480*  TOKEN IS IN THIS SOURCE.  IF ICSF CANNOT MAKE THE TOKEN THE   *
002490*  VALUE IS FULLY MASKED INSTEAD.                                *
002500*                                                                *
002600*  CALL 'SQLHVM01' USING SQM-CONTROL-AREA.                       *
002700******************************************************************
002800*  MODIFICATION HISTORY                                          *
002900*  DATE       BY   DESCRIPTION                                   *
003000*  ---------- ---- ------------------------------------------    *
003100*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-Z15.
003600 OBJECT-COMPUTER.   IBM-Z15.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RULES-FILE   ASSIGN TO SQLMSK
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE  IS SEQUENTIAL
004200            RECORD KEY   IS MK-RULE-ID
004300            FILE STATUS  IS WS-RULES-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RULES-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY SQLMSKR.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-RULES-LOADED-SW        PIC X(01) VALUE 'N'.
005400         88  WS-RULES-LOADED           VALUE 'Y'.
005500     05  WS-RULES-AVAIL-SW         PIC X(01) VALUE 'Y'.
005600         88  WS-RULES-AVAILABLE        VALUE 'Y'.
005700     05  WS-RULES-EOF-SW           PIC X(01) VALUE 'N'.
005800         88  WS-RULES-EOF              VALUE 'Y'.
005900     05  WS-SPECIFIC-SW            PIC X(01) VALUE 'N'.
006000         88  WS-SPECIFIC-FOUND         VALUE 'Y'.
006100     05  WS-NAME-SW                PIC X(01) VALUE 'N'.
006200         88  WS-NAME-MATCHES           VALUE 'Y'.
006300     05  WS-MASK-SW                PIC X(01) VALUE 'N'.
006400         88  WS-MASK-MATCHES           VALUE 'Y'.
006500     05  WS-END-SW                 PIC X(01) VALUE 'N'.
006600         88  WS-END-FOUND              VALUE 'Y'.
006610     05  WS-TOO-MANY-SW            PIC X(01) VALUE 'N'.
006620         88  WS-TOO-MANY-RULES         VALUE 'Y'.
006630     05  WS-HMAC-FAILED-SW         PIC X(01) VALUE 'N'.
006640         88  WS-HMAC-FAILED            VALUE 'Y'.
006700 77  WS-RULES-STATUS               PIC X(02) VALUE SPACES.
006800 77  WS-RULE-SUB                   PIC S9(04) COMP VALUE ZERO.
006900 77  WS-FOUND-SUB                  PIC S9(04) COMP VALUE ZERO.
007000 77  WS-RULE-MAX                   PIC S9(04) COMP VALUE 100.
007100 77  WS-MASK-LEN                   PIC S9(04) COMP VALUE ZERO.
007200 77  WS-NAME-LEN                   PIC S9(04) COMP VALUE ZERO.
007300 77  WS-CORE-LEN                   PIC S9(04) COMP VALUE ZERO.
007400 77  WS-SCAN-POS                   PIC S9(04) COMP VALUE ZERO.
007500 77  WS-SCAN-LAST                  PIC S9(04) COMP VALUE ZERO.
007600 77  WS-MASK-SUB                   PIC S9(04) COMP VALUE ZERO.
007700 77  WS-VALUE-LEN                  PIC S9(04) COMP VALUE ZERO.
007800 77  WS-HIDE-LEN                   PIC S9(04) COMP VALUE ZERO.
007900 77  WS-STAR-COUNT                 PIC S9(04) COMP VALUE ZERO.
008000 77  WS-MAC-POS                    PIC S9(04) COMP VALUE ZERO.
008100 77  WS-HEX-POS                    PIC S9(04) COMP VALUE ZERO.
008200 77  WS-HEX-HIGH                   PIC S9(04) COMP VALUE ZERO.
008300 77  WS-HEX-LOW                    PIC S9(04) COMP VALUE ZERO.
008400 77  WS-TOKEN-BYTES                PIC S9(04) COMP VALUE 18.
008500 77  WS-DISPLAY-RC                 PIC 9(04)  VALUE ZERO.
008600 77  WS-DISPLAY-REASON             PIC 9(05)  VALUE ZERO.
008700 77  WS-DISPLAY-MAX                PIC ZZ9    VALUE ZERO.
008900 01  WS-VAR-NAME                   PIC X(20).
009000 01  WS-PATTERN                    PIC X(20).
009100 01  WS-MASK-PATTERN               PIC X(08).
009200 01  WS-TOKEN-PREFIX               PIC X(04) VALUE 'TKN:'.
009300 01  WS-TOKEN-HEX                  PIC X(36).
009400 01  WS-HEX-DIGITS                 PIC X(16)
009500                                   VALUE '0123456789ABCDEF'.
009510
009520******************************************************************
009530*  ICSF HMAC GENERATE (CSNBHMG) PARAMETERS.  THE KEY IS NAMED BY *
009540*  ITS CKDS LABEL ONLY; THE 32-BYTE MAC IS RETURNED AND THE      *
009550*  FIRST 18 BYTES, IN HEX, MAKE THE TOKEN.                       *
009560******************************************************************
009570 01  WS-HMAC-PARMS.
009580     05  WS-HMAC-RETURN-CODE       PIC S9(09) COMP VALUE ZERO.
009590     05  WS-HMAC-REASON-CODE       PIC S9(09) COMP VALUE ZERO.
009600     05  WS-HMAC-EXIT-LEN          PIC S9(09) COMP VALUE ZERO.
009610     05  WS-HMAC-EXIT-DATA         PIC X(04)  VALUE SPACES.
009620     05  WS-HMAC-RULE-COUNT        PIC S9(09) COMP VALUE 3.
009630     05  WS-HMAC-RULE-ARRAY.
009640         10  FILLER                PIC X(08)  VALUE 'HMAC'.
009650         10  FILLER                PIC X(08)  VALUE 'SHA-256'.
009660         10  FILLER                PIC X(08)  VALUE 'ONLY'.
009670     05  WS-HMAC-KEY-LEN           PIC S9(09) COMP VALUE 64.
009680     05  WS-HMAC-KEY-LABEL         PIC X(64)
009690                              VALUE 'SQLERR.HVMASK.TOKEN.HMAC'.
009700     05  WS-HMAC-TEXT-LEN          PIC S9(09) COMP VALUE ZERO.
009710     05  WS-HMAC-CHAIN-LEN         PIC S9(09) COMP VALUE 128.
009720     05  WS-HMAC-CHAIN             PIC X(128).
009730     05  WS-HMAC-MAC-LEN           PIC S9(09) COMP VALUE 32.
009740     05  WS-HMAC-MAC               PIC X(32).
009750
009760******************************************************************
009770*  A CHARACTER IS MOVED TO THE LOW-ORDER BYTE OF A HALFWORD SO   *
009780*  ITS CODE POINT CAN BE READ AS A NUMBER, TO WRITE A BYTE OF    *
009790*  THE MAC AS TWO HEX DIGITS.                                    *
009800******************************************************************
010100 01  WS-CHAR-AREA.
010200     05  WS-CHAR-HIGH              PIC X(01) VALUE LOW-VALUE.
010300     05  WS-CHAR-LOW               PIC X(01) VALUE LOW-VALUE.
010400 01  WS-CHAR-CODE REDEFINES WS-CHAR-AREA
010500                                   PIC 9(04) COMP.
010600
010700 01  WS-RULE-TABLE.
010800     05  WS-RULE-COUNT             PIC S9(04) COMP VALUE ZERO.
010900     05  WS-RULE-ENTRY             OCCURS 100 TIMES.
011000         10  WS-RL-RULE-ID         PIC X(08).
011100         10  WS-RL-PGM-MASK        PIC X(08).
011200         10  WS-RL-METHOD          PIC X(01).
011300         10  WS-RL-LEADING-SW      PIC X(01).
011400             88  WS-RL-ANY-BEFORE      VALUE 'Y'.
011500         10  WS-RL-TRAILING-SW     PIC X(01).
011600             88  WS-RL-ANY-AFTER       VALUE 'Y'.
011700         10  WS-RL-CORE            PIC X(20).
011800         10  WS-RL-CORE-LEN        PIC S9(04) COMP.
011900
012000 LINKAGE SECTION.
012100     COPY SQLM01C.
012200
012300 PROCEDURE DIVISION USING SQM-CONTROL-AREA.
012400 0000-MAINLINE.
012500     SET SQM-RC-MASKED TO TRUE.
012600     EVALUATE TRUE
012700         WHEN SQM-FN-MASK
012800             PERFORM 2000-MASK-VALUE    THRU 2000-EXIT
012900         WHEN SQM-FN-CLOSE
013000             PERFORM 9000-RELEASE-RULES THRU 9000-EXIT
013100         WHEN OTHER
013200             SET SQM-RC-BAD-FUNCTION TO TRUE
013300     END-EVALUATE.
013400     GOBACK.
013500
013600******************************************************************
013700*  THE WHOLE RULES FILE IS READ INTO THE TABLE AND CLOSED AGAIN. *
013800*  A MISSING SQLMSK DD, OR A RECORD STILL UNREAD WHEN THE TABLE  *
013900*  IS FULL, LEAVES THE RULES UNAVAILABLE AND EVERY CALL RETURNS  *
013910*  NO-RULES-FILE WITH THE VALUE FULLY MASKED -- A RULE THAT WAS  *
013920*  NOT LOADED MUST NOT LET ITS VALUES THROUGH IN THE CLEAR.      *
014000******************************************************************
014100 1000-LOAD-RULES.
014200     SET WS-RULES-LOADED TO TRUE.
014300     MOVE ZERO TO WS-RULE-COUNT.
014400     OPEN INPUT RULES-FILE.
014500     IF WS-RULES-STATUS NOT = '00'
014600         MOVE 'N' TO WS-RULES-AVAIL-SW
014700         GO TO 1000-EXIT
014800     END-IF.
014900     MOVE 'N' TO WS-RULES-EOF-SW.
015000     PERFORM 1010-LOAD-ONE-RULE    THRU 1010-EXIT
015100         UNTIL WS-RULES-EOF
015200            OR WS-RULE-COUNT NOT < WS-RULE-MAX.
015210     IF NOT WS-RULES-EOF
015220         PERFORM 1020-CHECK-FOR-MORE THRU 1020-EXIT
015230     END-IF.
015300     CLOSE RULES-FILE.
015400 1000-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*  THE NAME MASK IS HELD AS ITS FIXED PART (THE CORE) PLUS A     *
015900*  FLAG FOR A LEADING AND A TRAILING '*'.                        *
016000******************************************************************
016100 1010-LOAD-ONE-RULE.
016200     READ RULES-FILE NEXT RECORD
016300         AT END
016400             SET WS-RULES-EOF TO TRUE
016500             GO TO 1010-EXIT
016600     END-READ.
016700     MOVE MK-VAR-MASK TO WS-PATTERN.
016800     MOVE ZERO TO WS-MASK-LEN.
016900     INSPECT WS-PATTERN TALLYING WS-MASK-LEN
017000         FOR CHARACTERS BEFORE INITIAL SPACE.
017100     IF WS-MASK-LEN = ZERO
017200         GO TO 1010-EXIT
017300     END-IF.
017400     ADD 1 TO WS-RULE-COUNT.
017500     MOVE WS-RULE-COUNT    TO WS-RULE-SUB.
017600     MOVE MK-RULE-ID       TO WS-RL-RULE-ID (WS-RULE-SUB).
017700     MOVE MK-PROGRAM-MASK  TO WS-RL-PGM-MASK (WS-RULE-SUB).
017800     MOVE MK-METHOD        TO WS-RL-METHOD (WS-RULE-SUB).
017900     MOVE 'N' TO WS-RL-LEADING-SW (WS-RULE-SUB).
018000     MOVE 'N' TO WS-RL-TRAILING-SW (WS-RULE-SUB).
018100     MOVE WS-MASK-LEN TO WS-CORE-LEN.
018200     IF WS-PATTERN (WS-MASK-LEN:1) = '*'
018300         MOVE 'Y' TO WS-RL-TRAILING-SW (WS-RULE-SUB)
018400         MOVE SPACE TO WS-PATTERN (WS-MASK-LEN:1)
018500         SUBTRACT 1 FROM WS-CORE-LEN
018600     END-IF.
018700     IF WS-PATTERN (1:1) = '*'
018800         MOVE 'Y' TO WS-RL-LEADING-SW (WS-RULE-SUB)
018900         MOVE WS-PATTERN (2:19) TO WS-RL-CORE (WS-RULE-SUB)
019000         SUBTRACT 1 FROM WS-CORE-LEN
019100     ELSE
019200         MOVE WS-PATTERN TO WS-RL-CORE (WS-RULE-SUB)
019300     END-IF.
019400     IF WS-CORE-LEN < 1
019500         SUBTRACT 1 FROM WS-RULE-COUNT
019600         GO TO 1010-EXIT
019700     END-IF.
019800     MOVE WS-CORE-LEN TO WS-RL-CORE-LEN (WS-RULE-SUB).
019900 1010-EXIT.
020000     EXIT.
020010
020020 1020-CHECK-FOR-MORE.
020030     READ RULES-FILE NEXT RECORD
020040         AT END
020050             SET WS-RULES-EOF TO TRUE
020060             GO TO 1020-EXIT
020070     END-READ.
020080     SET WS-TOO-MANY-RULES TO TRUE.
020090     MOVE 'N' TO WS-RULES-AVAIL-SW.
020091     MOVE WS-RULE-MAX TO WS-DISPLAY-MAX.
020092     DISPLAY 'SQLHVM01 - SQLMSK HOLDS MORE THAN ' WS-DISPLAY-MAX
020093             ' RULES - EVERY VALUE WILL BE FULLY MASKED'.
020094 1020-EXIT.
020095     EXIT.
020100
020200 2000-MASK-VALUE.
020300     MOVE SPACES TO SQM-RULE-ID SQM-METHOD.
020400     IF NOT WS-RULES-LOADED
020500         PERFORM 1000-LOAD-RULES    THRU 1000-EXIT
020600     END-IF.
020700     IF NOT WS-RULES-AVAILABLE
020800         SET SQM-RC-NO-RULES-FILE TO TRUE
020810         IF SQM-VALUE NOT = SPACES
020820             MOVE ALL '*'          TO SQM-VALUE
020830         END-IF
020900         GO TO 2000-EXIT
021000     END-IF.
021100     PERFORM 2100-FIND-RULE        THRU 2100-EXIT.
021200     IF WS-FOUND-SUB = ZERO
021300         SET SQM-RC-NO-RULE TO TRUE
021400         GO TO 2000-EXIT
021500     END-IF.
021600     MOVE WS-RL-RULE-ID (WS-FOUND-SUB) TO SQM-RULE-ID.
021700     MOVE WS-RL-METHOD (WS-FOUND-SUB)  TO SQM-METHOD.
021800     PERFORM 2200-PROTECT-VALUE    THRU 2200-EXIT.
021900 2000-EXIT.
022000     EXIT.
022100
022200 2100-FIND-RULE.
022300     MOVE ZERO TO WS-FOUND-SUB.
022400     MOVE 'N'  TO WS-SPECIFIC-SW.
022500     MOVE SQM-VAR-NAME TO WS-VAR-NAME.
022600     MOVE ZERO TO WS-NAME-LEN.
022700     INSPECT WS-VAR-NAME TALLYING WS-NAME-LEN
022800         FOR CHARACTERS BEFORE INITIAL SPACE.
022900     IF WS-NAME-LEN = ZERO
023000         GO TO 2100-EXIT
023100     END-IF.
023200     PERFORM 2110-MATCH-ONE-RULE   THRU 2110-EXIT
023300         VARYING WS-RULE-SUB FROM 1 BY 1
023400         UNTIL WS-RULE-SUB > WS-RULE-COUNT
023500            OR WS-SPECIFIC-FOUND.
023600 2100-EXIT.
023700     EXIT.
023800
023900 2110-MATCH-ONE-RULE.
024000     IF WS-RL-PGM-MASK (WS-RULE-SUB) = SPACES
024100        AND WS-FOUND-SUB NOT = ZERO
024200         GO TO 2110-EXIT
024300     END-IF.
024400     PERFORM 2120-MATCH-NAME       THRU 2120-EXIT.
024500     IF NOT WS-NAME-MATCHES
024600         GO TO 2110-EXIT
024700     END-IF.
024800     MOVE WS-RL-PGM-MASK (WS-RULE-SUB) TO WS-MASK-PATTERN.
024900     PERFORM 2130-MATCH-PROGRAM    THRU 2130-EXIT.
025000     IF NOT WS-MASK-MATCHES
025100         GO TO 2110-EXIT
025200     END-IF.
025300     MOVE WS-RULE-SUB TO WS-FOUND-SUB.
025400     IF WS-RL-PGM-MASK (WS-RULE-SUB) NOT = SPACES
025500         SET WS-SPECIFIC-FOUND TO TRUE
025600     END-IF.
025700 2110-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*  '*X*' -- X ANYWHERE IN THE NAME.  '*X' -- NAME ENDS WITH X.   *
026200*  'X*' -- NAME STARTS WITH X.  'X' -- NAME IS X.                *
026300******************************************************************
026400 2120-MATCH-NAME.
026500     MOVE 'N' TO WS-NAME-SW.
026600     MOVE WS-RL-CORE-LEN (WS-RULE-SUB) TO WS-CORE-LEN.
026700     IF WS-CORE-LEN > WS-NAME-LEN
026800         GO TO 2120-EXIT
026900     END-IF.
027000     EVALUATE TRUE
027100         WHEN WS-RL-ANY-BEFORE (WS-RULE-SUB)
027200          AND WS-RL-ANY-AFTER (WS-RULE-SUB)
027300             COMPUTE WS-SCAN-LAST = WS-NAME-LEN - WS-CORE-LEN + 1
027400             PERFORM 2125-SCAN-NAME THRU 2125-EXIT
027500                 VARYING WS-SCAN-POS FROM 1 BY 1
027600                 UNTIL WS-SCAN-POS > WS-SCAN-LAST
027700                    OR WS-NAME-MATCHES
027800         WHEN WS-RL-ANY-BEFORE (WS-RULE-SUB)
027900             COMPUTE WS-SCAN-POS = WS-NAME-LEN - WS-CORE-LEN + 1
028000             PERFORM 2125-SCAN-NAME THRU 2125-EXIT
028100         WHEN WS-RL-ANY-AFTER (WS-RULE-SUB)
028200             MOVE 1 TO WS-SCAN-POS
028300             PERFORM 2125-SCAN-NAME THRU 2125-EXIT
028400         WHEN WS-CORE-LEN = WS-NAME-LEN
028500             MOVE 1 TO WS-SCAN-POS
028600             PERFORM 2125-SCAN-NAME THRU 2125-EXIT
028700     END-EVALUATE.
028800 2120-EXIT.
028900     EXIT.
029000
029100 2125-SCAN-NAME.
029200     IF WS-VAR-NAME (WS-SCAN-POS:WS-CORE-LEN)
029300             = WS-RL-CORE (WS-RULE-SUB) (1:WS-CORE-LEN)
029400         SET WS-NAME-MATCHES TO TRUE
029500     END-IF.
029600 2125-EXIT.
029700     EXIT.
029800
029900 2130-MATCH-PROGRAM.
030000     MOVE 'Y' TO WS-MASK-SW.
030100     IF WS-MASK-PATTERN = SPACES
030200         GO TO 2130-EXIT
030300     END-IF.
030400     MOVE 1   TO WS-MASK-SUB.
030500     PERFORM 2140-MATCH-PROGRAM-CHAR THRU 2140-EXIT
030600         UNTIL WS-MASK-SUB > 8
030700            OR NOT WS-MASK-MATCHES.
030800 2130-EXIT.
030900     EXIT.
031000
031100 2140-MATCH-PROGRAM-CHAR.
031200     EVALUATE TRUE
031300         WHEN WS-MASK-PATTERN (WS-MASK-SUB:1) = '*'
031400             MOVE 9 TO WS-MASK-SUB
031500         WHEN WS-MASK-PATTERN (WS-MASK-SUB:1)
031600                 = SQM-PROGRAM (WS-MASK-SUB:1)
031700             ADD 1 TO WS-MASK-SUB
031800         WHEN OTHER
031900             MOVE 'N' TO WS-MASK-SW
032000     END-EVALUATE.
032100 2140-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*  THE VALUE UP TO ITS LAST NON-BLANK IS PROTECTED.  AN UNKNOWN  *
032600*  METHOD ON FILE IS TREATED AS A FULL MASK.                     *
032700******************************************************************
032800 2200-PROTECT-VALUE.
032900     MOVE 40  TO WS-VALUE-LEN.
033000     MOVE 'N' TO WS-END-SW.
033100     PERFORM 2210-FIND-VALUE-END   THRU 2210-EXIT
033200         UNTIL WS-END-FOUND
033300            OR WS-VALUE-LEN < 1.
033400     IF WS-VALUE-LEN < 1
033500         SET SQM-RC-ALREADY-MASKED TO TRUE
033600         GO TO 2200-EXIT
033700     END-IF.
033800     EVALUATE SQM-METHOD
033900         WHEN 'T'
034000             IF SQM-VALUE (1:4) = WS-TOKEN-PREFIX
034100                 SET SQM-RC-ALREADY-MASKED TO TRUE
034200             ELSE
034300                 PERFORM 2300-BUILD-TOKEN THRU 2300-EXIT
034400             END-IF
034500         WHEN 'L'
034600             IF WS-VALUE-LEN > 4
034700                 COMPUTE WS-HIDE-LEN = WS-VALUE-LEN - 4
034800             ELSE
034900                 MOVE WS-VALUE-LEN TO WS-HIDE-LEN
035000             END-IF
035100             PERFORM 2220-STAR-OUT  THRU 2220-EXIT
035200         WHEN OTHER
035300             MOVE WS-VALUE-LEN TO WS-HIDE-LEN
035400             PERFORM 2220-STAR-OUT  THRU 2220-EXIT
035500     END-EVALUATE.
035600 2200-EXIT.
035700     EXIT.
035800
035900 2210-FIND-VALUE-END.
036000     IF SQM-VALUE (WS-VALUE-LEN:1) = SPACE
036100         SUBTRACT 1 FROM WS-VALUE-LEN
036200     ELSE
036300         SET WS-END-FOUND TO TRUE
036400     END-IF.
036500 2210-EXIT.
036600     EXIT.
036700
036800 2220-STAR-OUT.
036900     MOVE ZERO TO WS-STAR-COUNT.
037000     INSPECT SQM-VALUE (1:WS-HIDE-LEN) TALLYING WS-STAR-COUNT
037100         FOR ALL '*'.
037200     IF WS-STAR-COUNT = WS-HIDE-LEN
037300         SET SQM-RC-ALREADY-MASKED TO TRUE
037400         GO TO 2220-EXIT
037500     END-IF.
037600     INSPECT SQM-VALUE (1:WS-HIDE-LEN)
037700         REPLACING CHARACTERS BY '*'.
037800 2220-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*  ICSF MAKES A KEYED HMAC (SHA-256) OF THE VALUE AND THE FIRST  *
038300*  18 BYTES OF IT, IN HEX, FOLLOW 'TKN:'.  THE SAME VALUE ALWAYS *
038400*  GIVES THE SAME TOKEN, BUT WITHOUT THE CKDS KEY NO TOKEN CAN   *
038500*  BE MADE FROM A GUESSED VALUE TO MATCH IT.  ONCE ICSF HAS      *
038510*  FAILED EVERY TOKEN VALUE IS FULLY MASKED FOR THE REST OF THE  *
038520*  RUN UNIT.                                                     *
038600******************************************************************
038700 2300-BUILD-TOKEN.
038800     IF WS-HMAC-FAILED
038900         GO TO 2300-FULL-MASK
039000     END-IF.
039100     MOVE WS-VALUE-LEN TO WS-HMAC-TEXT-LEN.
039200     MOVE 128          TO WS-HMAC-CHAIN-LEN.
039300     MOVE 32           TO WS-HMAC-MAC-LEN.
039400     MOVE LOW-VALUES   TO WS-HMAC-CHAIN WS-HMAC-MAC.
039500     CALL 'CSNBHMG' USING WS-HMAC-RETURN-CODE
039510                          WS-HMAC-REASON-CODE
039520                          WS-HMAC-EXIT-LEN
039530                          WS-HMAC-EXIT-DATA
039540                          WS-HMAC-RULE-COUNT
039550                          WS-HMAC-RULE-ARRAY
039560                          WS-HMAC-KEY-LEN
039570                          WS-HMAC-KEY-LABEL
039580                          WS-HMAC-TEXT-LEN
039590                          SQM-VALUE
039600                          WS-HMAC-CHAIN-LEN
039610                          WS-HMAC-CHAIN
039620                          WS-HMAC-MAC-LEN
039630                          WS-HMAC-MAC.
039640     IF WS-HMAC-RETURN-CODE NOT = ZERO
039650         SET WS-HMAC-FAILED TO TRUE
039660         MOVE WS-HMAC-RETURN-CODE TO WS-DISPLAY-RC
039670         MOVE WS-HMAC-REASON-CODE TO WS-DISPLAY-REASON
039680         DISPLAY 'SQLHVM01 - CSNBHMG RC=' WS-DISPLAY-RC
039690                 ' REASON=' WS-DISPLAY-REASON
039700                 ' - TOKEN VALUES WILL BE FULLY MASKED'
039710         GO TO 2300-FULL-MASK
039720     END-IF.
039730     PERFORM 2310-HEX-ONE-BYTE     THRU 2310-EXIT
039740         VARYING WS-MAC-POS FROM 1 BY 1
039750         UNTIL WS-MAC-POS > WS-TOKEN-BYTES.
039760     MOVE SPACES    TO SQM-VALUE.
039770     STRING WS-TOKEN-PREFIX WS-TOKEN-HEX
039780         DELIMITED BY SIZE INTO SQM-VALUE.
039790     GO TO 2300-EXIT.
039800 2300-FULL-MASK.
039810     MOVE 'F'          TO SQM-METHOD.
039820     MOVE WS-VALUE-LEN TO WS-HIDE-LEN.
039830     PERFORM 2220-STAR-OUT         THRU 2220-EXIT.
039840 2300-EXIT.
039850     EXIT.
039900
040000 2310-HEX-ONE-BYTE.
040100     MOVE WS-HMAC-MAC (WS-MAC-POS:1) TO WS-CHAR-LOW.
040200     DIVIDE WS-CHAR-CODE BY 16
040300         GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW.
040400     COMPUTE WS-HEX-POS = WS-MAC-POS * 2 - 1.
040500     MOVE WS-HEX-DIGITS (WS-HEX-HIGH + 1:1)
040600                       TO WS-TOKEN-HEX (WS-HEX-POS:1).
040700     MOVE WS-HEX-DIGITS (WS-HEX-LOW + 1:1)
040800                       TO WS-TOKEN-HEX (WS-HEX-POS + 1:1).
040900 2310-EXIT.
041000     EXIT.
041100
041200 9000-RELEASE-RULES.
041300     MOVE ZERO TO WS-RULE-COUNT.
041400     MOVE 'N'  TO WS-RULES-LOADED-SW.
041500     MOVE 'Y'  TO WS-RULES-AVAIL-SW.
041510     MOVE 'N'  TO WS-TOO-MANY-SW.
041520     MOVE 'N'  TO WS-HMAC-FAILED-SW.
041600 9000-EXIT.
041700     EXIT.
