000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLINQ01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLINQ01  --  ONLINE SQL INCIDENT INQUIRY (TRANSACTION SQIQ)  *
000900*                                                                *
001000*  PSEUDO-CONVERSATIONAL CICS PROGRAM THAT SHOWS ONE INCIDENT ON *
001100*  A SINGLE SCREEN (MAP IM01MAP OF MAPSET SQLIM01), SO THE ON-   *
001200*  CALL OPERATOR NO LONGER HAS TO SUBMIT SQLDMP01 OR SQLARQ01    *
001300*  AND WAIT FOR THE OUTPUT WHEN A CONSOLE ALERT FIRES.  GIVEN    *
001400*  THE LOG DATE AND INCIDENT NUMBER FROM THE ALERT IT SHOWS:     *
001500*    - THE INCIDENT MASTER RECORD (FILE SQLINC, SEE SQLINCR):    *
001600*      STATUS, WHEN AND BY WHOM IT WAS LAST SET, THE FAILING     *
001700*      JOB, PROGRAM, SQLCODE AND MESSAGE TOKENS, THE KNOWN-      *
001800*      PROBLEM AND SERVICE-DESK TICKET NUMBERS;                  *
001900*    - THE OWNING TEAM AND ESCALATION CONTACT FROM THE           *
002000*      OWNERSHIP DIRECTORY (FILE SQLOWN), 'UNASSIGNED' WHEN THE  *
002100*      PROGRAM IS NOT ON IT;                                     *
002200*    - THE SEVERITY, ACTION AND DESCRIPTION FOR THE SQLCODE      *
002300*      (FILE SQLACT), 'UNKNOWN' / 'SEE PROGRAMMER' WHEN THE      *
002400*      CODE IS NOT ON IT, AS IN SQLERR01;                        *
002500*    - THE FAILING STATEMENT TEXT AND HOST VARIABLES FROM THE    *
002600*      KEYED COPY OF THE DIAGNOSTIC DUMP (FILE SQLDMPX, SEE      *
002700*      SQLDMPXR), FIVE HOST VARIABLES A PAGE.  THE VALUES ARE    *
002800*      SHOWN AS SQLERR01 DUMPED THEM, I.E. ALREADY MASKED.       *
002900*                                                                *
003000*  KEYS:  ENTER    INQUIRE ON THE LOG DATE AND INCIDENT KEYED    *
003100*         PF3      END THE SESSION                               *
003200*         PF4      BROWSE THE INCIDENT MASTER (SQLINQ02)         *
003300*         PF5      ACKNOWLEDGE OR CLOSE THE INCIDENT SHOWN       *
003400*                  (SQLINQ03, DUTY OPERATORS ONLY)               *
003500*         PF7/PF8  PREVIOUS / NEXT PAGE OF HOST VARIABLES        *
003600*         CLEAR    CLEAR THE SCREEN FOR A NEW INQUIRY            *
003700*                                                                *
003800*  NOTHING IS UPDATED BY THIS PROGRAM.  THE COMMUNICATION AREA   *
003900*  (SQLIQCA) IS SHARED WITH SQLINQ02 AND SQLINQ03.               *
004000******************************************************************
004100*  MODIFICATION HISTORY                                          *
004200*  DATE       BY   DESCRIPTION                                   *
004300*  ---------- ---- ------------------------------------------    *
004400*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-Z15.
004900 OBJECT-COMPUTER.   IBM-Z15.

005000 DATA DIVISION.
005100 WORKING-STORAGE SECTION.
005200 77  WS-PROGRAM-NAME               PIC X(08) VALUE 'SQLINQ01'.
005300 77  WS-RESP                       PIC S9(08) COMP VALUE ZERO.
005400 77  WS-RESP-DISPLAY               PIC 9(04)      VALUE ZERO.
005500 77  WS-HV-LINE                    PIC S9(04) COMP VALUE ZERO.
005600 77  WS-HV-LINE-MAX                PIC S9(04) COMP VALUE 5.
005700 77  WS-HV-PAGE                    PIC S9(04) COMP VALUE ZERO.
005800 77  WS-HV-PAGES                   PIC S9(04) COMP VALUE ZERO.
005900 77  WS-OWN-KEY                    PIC X(08) VALUE SPACES.
006000 77  WS-ACT-KEY                    PIC S9(09) COMP VALUE ZERO.
006100 77  WS-MESSAGE                    PIC X(78) VALUE SPACES.
006200 77  WS-KEY-PROMPT                 PIC X(53) VALUE
006300         'ENTER THE LOG DATE AND INCIDENT NUMBER FROM THE ALERT'.
006400 01  WS-SWITCHES.
006500     05  WS-END-SESSION-SW         PIC X(01) VALUE 'N'.
006600         88  WS-END-SESSION            VALUE 'Y'.
006700     05  WS-DUMP-EOF-SW            PIC X(01) VALUE 'N'.
006800         88  WS-DUMP-EOF               VALUE 'Y'.
006900     05  WS-INPUT-OK-SW            PIC X(01) VALUE 'N'.
007000         88  WS-INPUT-OK               VALUE 'Y'.
007100     05  WS-CURSOR-SW              PIC X(01) VALUE 'D'.
007200         88  WS-CURSOR-ON-DATE         VALUE 'D'.
007300         88  WS-CURSOR-ON-INCIDENT     VALUE 'I'.

007400 01  WS-DX-KEY.
007500     05  WS-DX-INCIDENT-KEY        PIC X(20).
007600     05  WS-DX-SEQUENCE            PIC 9(04).

007700 01  WS-SQLCODE-EDIT               PIC -(10)9.

007800 01  WS-HV-PAGE-LINE.
007900     05  WP-PAGE                   PIC Z9.
008000     05  FILLER                    PIC X(04) VALUE ' OF '.
008100     05  WP-PAGES                  PIC Z9.

008200 01  WS-END-TEXT                   PIC X(30)
008300             VALUE 'SQL INCIDENT INQUIRY ENDED'.

008400     COPY SQLINCR.

008500     COPY SQLOWNR.

008600     COPY SQLACTR.

008700     COPY SQLDMPXR.

008800     COPY DMPR01.

008900     COPY SQLIQCA.

009000     COPY SQLIM01.
009100******************************************************************
009200*  THE FIVE HOST-VARIABLE LINES OF IM01MAP AS A TABLE.  THE      *
009300*  FILLER IS THE LENGTH OF IM01MAPI UP TO HVN1L; IT MUST BE      *
009400*  CHANGED WHENEVER A FIELD IS ADDED TO THE MAP AHEAD OF HVN1.   *
009500******************************************************************
009600 01  IM01-HV-AREA REDEFINES IM01MAPI.
009700     05  FILLER                    PIC X(463).
009800     05  IM01-HV-LINE              OCCURS 5 TIMES.
009900         10  IM01-HVN-L            PIC S9(04) COMP.
010000         10  IM01-HVN-A            PIC X(01).
010100         10  IM01-HVN              PIC X(20).
010200         10  IM01-HVV-L            PIC S9(04) COMP.
010300         10  IM01-HVV-A            PIC X(01).
010400         10  IM01-HVV              PIC X(40).

010500     COPY DFHAID.

010600 LINKAGE SECTION.
010700 01  DFHCOMMAREA                    PIC X(1409).

010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     IF EIBCALEN = ZERO
011100         PERFORM 1000-FIRST-TIME       THRU 1000-EXIT
011200     ELSE
011300         MOVE DFHCOMMAREA (1:LENGTH OF IQ-COMMAREA)
011400                                   TO IQ-COMMAREA
011500         IF IQ-LAST-PROGRAM NOT = WS-PROGRAM-NAME
011600             PERFORM 2000-ENTERED-BY-XCTL THRU 2000-EXIT
011700         ELSE
011800             PERFORM 3000-PROCESS-INPUT THRU 3000-EXIT
011900         END-IF
012000     END-IF.
012100     PERFORM 9000-RETURN               THRU 9000-EXIT.
012200     GOBACK.

012300******************************************************************
012400*  STARTED FROM THE TERMINAL WITH NO COMMUNICATION AREA: AN      *
012500*  EMPTY SCREEN ASKING FOR THE INCIDENT KEY.                     *
012600******************************************************************
012700 1000-FIRST-TIME.
012800     INITIALIZE IQ-COMMAREA.
012900     MOVE WS-KEY-PROMPT TO WS-MESSAGE.
013000     PERFORM 8000-SEND-EMPTY-MAP       THRU 8000-EXIT.
013100 1000-EXIT.
013200     EXIT.

013300******************************************************************
013400*  ENTERED BY XCTL FROM THE BROWSE OR THE DISPOSITION SCREEN:    *
013500*  SHOW THE INCIDENT THEY WERE ON, WITH ANY MESSAGE THEY PASSED. *
013600******************************************************************
013700 2000-ENTERED-BY-XCTL.
013800     MOVE IQ-MESSAGE TO WS-MESSAGE.
013900     MOVE SPACES     TO IQ-MESSAGE.
014000     IF IQ-INCIDENT-KEY = SPACES
014100         IF WS-MESSAGE = SPACES
014200             MOVE WS-KEY-PROMPT TO WS-MESSAGE
014300         END-IF
014400         PERFORM 8000-SEND-EMPTY-MAP   THRU 8000-EXIT
014500     ELSE
014600         MOVE 1 TO IQ-HV-FIRST
014700         PERFORM 4000-SHOW-INCIDENT    THRU 4000-EXIT
014800     END-IF.
014900 2000-EXIT.
015000     EXIT.

015100******************************************************************
015200*  THE OPERATOR PRESSED A KEY ON OUR OWN SCREEN.                 *
015300******************************************************************
015400 3000-PROCESS-INPUT.
015500     MOVE SPACES TO WS-MESSAGE.
015600     EVALUATE EIBAID
015700         WHEN DFHPF3
015800             PERFORM 3100-END-SESSION  THRU 3100-EXIT
015900         WHEN DFHPF4
016000             EXEC CICS XCTL PROGRAM('SQLINQ02')
016100                       COMMAREA(IQ-COMMAREA)
016200                       LENGTH(LENGTH OF IQ-COMMAREA)
016300             END-EXEC
016400         WHEN DFHPF5
016500             PERFORM 3200-DISPOSITION  THRU 3200-EXIT
016600         WHEN DFHPF7
016700             PERFORM 3300-PREV-HOST-VARS THRU 3300-EXIT
016800         WHEN DFHPF8
016900             PERFORM 3400-NEXT-HOST-VARS THRU 3400-EXIT
017000         WHEN DFHCLEAR
017100             MOVE SPACES TO IQ-INCIDENT-KEY
017200             MOVE WS-KEY-PROMPT TO WS-MESSAGE
017300             PERFORM 8000-SEND-EMPTY-MAP THRU 8000-EXIT
017400         WHEN DFHENTER
017500             PERFORM 3500-INQUIRE      THRU 3500-EXIT
017600         WHEN OTHER
017700             MOVE 'KEY NOT IN USE ON THIS SCREEN' TO WS-MESSAGE
017800             PERFORM 3600-REDISPLAY    THRU 3600-EXIT
017900     END-EVALUATE.
018000 3000-EXIT.
018100     EXIT.

018200 3100-END-SESSION.
018300     EXEC CICS SEND TEXT FROM(WS-END-TEXT)
018400                    LENGTH(LENGTH OF WS-END-TEXT)
018500                    ERASE FREEKB
018600     END-EXEC.
018700     SET WS-END-SESSION TO TRUE.
018800 3100-EXIT.
018900     EXIT.

019000******************************************************************
019100*  THE DISPOSITION PROGRAM CHECKS THE OPERATOR IS ALLOWED TO USE *
019200*  IT AND COMES BACK HERE WITH A MESSAGE IF NOT.                 *
019300******************************************************************
019400 3200-DISPOSITION.
019500     IF IQ-INCIDENT-KEY = SPACES
019600         MOVE 'INQUIRE ON AN INCIDENT BEFORE PRESSING PF5'
019700                                   TO WS-MESSAGE
019800         PERFORM 8000-SEND-EMPTY-MAP   THRU 8000-EXIT
019900         GO TO 3200-EXIT
020000     END-IF.
020100     EXEC CICS XCTL PROGRAM('SQLINQ03')
020200               COMMAREA(IQ-COMMAREA)
020300               LENGTH(LENGTH OF IQ-COMMAREA)
020400     END-EXEC.
020500 3200-EXIT.
020600     EXIT.

020700 3300-PREV-HOST-VARS.
020800     IF IQ-INCIDENT-KEY = SPACES
020900         PERFORM 3600-REDISPLAY        THRU 3600-EXIT
021000         GO TO 3300-EXIT
021100     END-IF.
021200     IF IQ-HV-FIRST > WS-HV-LINE-MAX
021300         SUBTRACT WS-HV-LINE-MAX FROM IQ-HV-FIRST
021400     ELSE
021500         MOVE 1 TO IQ-HV-FIRST
021600         MOVE 'ALREADY AT THE FIRST HOST VARIABLE' TO WS-MESSAGE
021700     END-IF.
021800     PERFORM 4000-SHOW-INCIDENT        THRU 4000-EXIT.
021900 3300-EXIT.
022000     EXIT.

022100 3400-NEXT-HOST-VARS.
022200     IF IQ-INCIDENT-KEY = SPACES
022300         PERFORM 3600-REDISPLAY        THRU 3600-EXIT
022400         GO TO 3400-EXIT
022500     END-IF.
022600     IF IQ-HV-FIRST + WS-HV-LINE-MAX NOT > IQ-HV-COUNT
022700         ADD WS-HV-LINE-MAX TO IQ-HV-FIRST
022800     ELSE
022900         MOVE 'NO MORE HOST VARIABLES'  TO WS-MESSAGE
023000     END-IF.
023100     PERFORM 4000-SHOW-INCIDENT        THRU 4000-EXIT.
023200 3400-EXIT.
023300     EXIT.

023400******************************************************************
023500*  ENTER: THE KEY IS EDITED AS SQLINC01 EDITS A CARD BEFORE THE  *
023600*  FILES ARE READ.                                               *
023700******************************************************************
023800 3500-INQUIRE.
023900     PERFORM 3510-RECEIVE-MAP          THRU 3510-EXIT.
024000     IF NOT WS-INPUT-OK
024100         GO TO 3500-EXIT
024200     END-IF.
024300     MOVE LOGDTI TO IQ-LOG-DATE.
024400     MOVE INCIDI TO IQ-INCIDENT-ID.
024500     MOVE 1      TO IQ-HV-FIRST.
024600     PERFORM 4000-SHOW-INCIDENT        THRU 4000-EXIT.
024700 3500-EXIT.
024800     EXIT.

024900 3510-RECEIVE-MAP.
025000     MOVE 'N' TO WS-INPUT-OK-SW.
025100     MOVE LOW-VALUES TO IM01MAPI.
025200     EXEC CICS RECEIVE MAP('IM01MAP')
025300                       MAPSET('SQLIM01')
025400                       INTO(IM01MAPI)
025500                       RESP(WS-RESP)
025600     END-EXEC.
025700     IF WS-RESP NOT = DFHRESP(NORMAL)
025800        AND WS-RESP NOT = DFHRESP(MAPFAIL)
025900         MOVE WS-RESP TO WS-RESP-DISPLAY
026000         STRING 'SCREEN NOT RECEIVED - RESP ' WS-RESP-DISPLAY
026100             DELIMITED BY SIZE INTO WS-MESSAGE
026200         PERFORM 8000-SEND-EMPTY-MAP   THRU 8000-EXIT
026300         GO TO 3510-EXIT
026400     END-IF.
026500     INSPECT LOGDTI REPLACING ALL LOW-VALUE BY SPACE.
026600     INSPECT INCIDI REPLACING ALL LOW-VALUE BY SPACE.
026700     IF LOGDTI NOT NUMERIC
026800         MOVE 'LOG DATE NOT NUMERIC'    TO WS-MESSAGE
026900         GO TO 3510-REJECT
027000     END-IF.
027100     IF INCIDI = SPACES
027200         MOVE 'INCIDENT NUMBER MISSING' TO WS-MESSAGE
027300         SET WS-CURSOR-ON-INCIDENT TO TRUE
027400         GO TO 3510-REJECT
027500     END-IF.
027600     SET WS-INPUT-OK TO TRUE.
027700     GO TO 3510-EXIT.
027800 3510-REJECT.
027900     MOVE LOGDTI TO IQ-LOG-DATE.
028000     MOVE INCIDI TO IQ-INCIDENT-ID.
028100     PERFORM 8000-SEND-EMPTY-MAP       THRU 8000-EXIT.
028200     MOVE SPACES TO IQ-INCIDENT-KEY.
028300 3510-EXIT.
028400     EXIT.

028500******************************************************************
028600*  ANY OTHER KEY: SHOW THE SAME INCIDENT AGAIN (OR THE EMPTY     *
028700*  SCREEN IF THERE IS NONE) WITH THE MESSAGE ALREADY SET.        *
028800******************************************************************
028900 3600-REDISPLAY.
029000     IF IQ-INCIDENT-KEY = SPACES
029100         IF WS-MESSAGE = SPACES
029200             MOVE 'INQUIRE ON AN INCIDENT FIRST' TO WS-MESSAGE
029300         END-IF
029400         PERFORM 8000-SEND-EMPTY-MAP   THRU 8000-EXIT
029500     ELSE
029600         PERFORM 4000-SHOW-INCIDENT    THRU 4000-EXIT
029700     END-IF.
029800 3600-EXIT.
029900     EXIT.

030000******************************************************************
030100*  BUILD AND SEND THE SCREEN FOR IQ-INCIDENT-KEY, WITH HOST      *
030200*  VARIABLES FROM IQ-HV-FIRST.  AN INCIDENT NOT ON SQLINC IS     *
030300*  REPORTED AND THE KEY LEFT ON THE SCREEN TO BE CORRECTED.      *
030400******************************************************************
030500 4000-SHOW-INCIDENT.
030600     MOVE ZERO           TO IQ-HV-COUNT.
030700     MOVE LOW-VALUES     TO IM01MAPO.
030800     MOVE -1             TO LOGDTL.
030900     MOVE IQ-LOG-DATE    TO LOGDTO.
031000     MOVE IQ-INCIDENT-ID TO INCIDO.
031100     EXEC CICS READ FILE('SQLINC')
031200                    INTO(IN-INCIDENT-RECORD)
031300                    RIDFLD(IQ-INCIDENT-KEY)
031400                    RESP(WS-RESP)
031500     END-EXEC.
031600     IF WS-RESP = DFHRESP(NOTFND)
031700         MOVE 'INCIDENT NOT ON FILE'    TO WS-MESSAGE
031800         GO TO 4000-SEND
031900     END-IF.
032000     IF WS-RESP NOT = DFHRESP(NORMAL)
032100         MOVE WS-RESP TO WS-RESP-DISPLAY
032200         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
032300             DELIMITED BY SIZE INTO WS-MESSAGE
032400         GO TO 4000-SEND
032500     END-IF.
032600     EVALUATE TRUE
032700         WHEN IN-STATUS-OPEN
032800             MOVE 'OPEN'           TO STATO
032900         WHEN IN-STATUS-ACKNOWLEDGED
033000             MOVE 'ACKNOWLEDGED'   TO STATO
033100         WHEN IN-STATUS-CLOSED
033200             MOVE 'CLOSED'         TO STATO
033300         WHEN OTHER
033400             MOVE IN-STATUS        TO STATO
033500     END-EVALUATE.
033600     EVALUATE TRUE
033700         WHEN IN-SET-BY-OPERATOR
033800             MOVE 'OPERATOR'       TO STSRCO
033900         WHEN IN-SET-BY-SERVICE-DESK
034000             MOVE 'SERVICE DESK'   TO STSRCO
034100         WHEN OTHER
034200             MOVE SPACES           TO STSRCO
034300     END-EVALUATE.
034400     MOVE IN-STATUS-DATE     TO STDTO.
034500     MOVE IN-STATUS-INITIALS TO STINIO.
034600     MOVE IN-LOG-TIME        TO LGTIMO.
034700     MOVE IN-JOB-NAME        TO JOBO.
034800     MOVE IN-PROGRAM         TO PGMO.
034900     MOVE IN-SQLCODE         TO WS-SQLCODE-EDIT.
035000     MOVE WS-SQLCODE-EDIT    TO SQLCDO.
035100     MOVE IN-PROBLEM-ID      TO PRBIDO.
035200     MOVE IN-TICKET-ID       TO TKTIDO.
035300     MOVE IN-SQLERRMC        TO ERRMCO.
035400     PERFORM 4100-LOOKUP-OWNER         THRU 4100-EXIT.
035500     PERFORM 4200-LOOKUP-ACTION        THRU 4200-EXIT.
035600     PERFORM 4300-SHOW-DUMP            THRU 4300-EXIT.
035700 4000-SEND.
035800     MOVE WS-MESSAGE TO MSGO.
035900     EXEC CICS SEND MAP('IM01MAP')
036000                    MAPSET('SQLIM01')
036100                    FROM(IM01MAPO)
036200                    ERASE CURSOR
036300     END-EXEC.
036400 4000-EXIT.
036500     EXIT.

036600 4100-LOOKUP-OWNER.
036700     MOVE IN-PROGRAM TO WS-OWN-KEY.
036800     EXEC CICS READ FILE('SQLOWN')
036900                    INTO(OW-OWNER-RECORD)
037000                    RIDFLD(WS-OWN-KEY)
037100                    RESP(WS-RESP)
037200     END-EXEC.
037300     IF WS-RESP = DFHRESP(NORMAL)
037400         MOVE OW-TEAM-NAME TO TEAMO
037500         MOVE OW-CONTACT   TO CONTCTO
037600     ELSE
037700         MOVE 'UNASSIGNED' TO TEAMO
037800         MOVE SPACES       TO CONTCTO
037900     END-IF.
038000 4100-EXIT.
038100     EXIT.

038200 4200-LOOKUP-ACTION.
038300     MOVE IN-SQLCODE TO WS-ACT-KEY.
038400     EXEC CICS READ FILE('SQLACT')
038500                    INTO(AL-ACTION-RECORD)
038600                    RIDFLD(WS-ACT-KEY)
038700                    RESP(WS-RESP)
038800     END-EXEC.
038900     IF WS-RESP = DFHRESP(NORMAL)
039000         MOVE AL-SEVERITY    TO SEVO
039100         MOVE AL-ACTION      TO ACTNO
039200         MOVE AL-DESCRIPTION TO DESCO
039300     ELSE
039400         MOVE 'UNKNOWN'        TO SEVO
039500         MOVE 'SEE PROGRAMMER' TO ACTNO
039600         MOVE SPACES           TO DESCO
039700     END-IF.
039800 4200-EXIT.
039900     EXIT.

040000******************************************************************
040100*  SEQUENCE ZERO ON THE KEYED DUMP IS THE HEADER WITH THE        *
040200*  STATEMENT TEXT; 1, 2, ... ARE THE HOST VARIABLES.  ONE PASS   *
040300*  OVER THE HOST VARIABLES COUNTS THEM FOR THE PAGE NUMBER AND   *
040400*  FILLS THE LINES FOR THE PAGE STARTING AT IQ-HV-FIRST.  AN     *
040500*  INCIDENT RAISED BEFORE THE KEYED DUMP WAS KEPT, OR WHOSE DUMP *
040600*  WAS SUPPRESSED DURING AN ERROR STORM, HAS NO DUMP TO SHOW.    *
040700******************************************************************
040800 4300-SHOW-DUMP.
040900     MOVE ZERO            TO IQ-HV-COUNT.
041000     MOVE ZERO            TO WS-HV-LINE.
041100     MOVE IQ-INCIDENT-KEY TO WS-DX-INCIDENT-KEY.
041200     MOVE ZERO            TO WS-DX-SEQUENCE.
041300     EXEC CICS READ FILE('SQLDMPX')
041400                    INTO(DX-DUMP-INDEX-RECORD)
041500                    RIDFLD(WS-DX-KEY)
041600                    RESP(WS-RESP)
041700     END-EXEC.
041800     IF WS-RESP NOT = DFHRESP(NORMAL)
041900         MOVE 'NO DUMP ON FILE FOR THIS INCIDENT' TO STMT1O
042000         GO TO 4300-EXIT
042100     END-IF.
042200     MOVE DX-DUMP-DATA         TO DP-DUMP-RECORD.
042300     MOVE DP-SQL-TEXT (1:40)   TO STMT1O.
042400     MOVE DP-SQL-TEXT (41:40)  TO STMT2O.
042500     MOVE 1 TO WS-DX-SEQUENCE.
042600     EXEC CICS STARTBR FILE('SQLDMPX')
042700                       RIDFLD(WS-DX-KEY)
042800                       GTEQ
042900                       RESP(WS-RESP)
043000     END-EXEC.
043100     IF WS-RESP = DFHRESP(NORMAL)
043200         MOVE 'N' TO WS-DUMP-EOF-SW
043300         PERFORM 4310-READ-HOST-VAR    THRU 4310-EXIT
043400             UNTIL WS-DUMP-EOF
043500         EXEC CICS ENDBR FILE('SQLDMPX')
043600         END-EXEC
043700     END-IF.
043800     IF IQ-HV-COUNT = ZERO
043900         MOVE 'NONE DUMPED'    TO IM01-HVN (1)
044000         GO TO 4300-EXIT
044100     END-IF.
044200     COMPUTE WS-HV-PAGE  = (IQ-HV-FIRST - 1) / WS-HV-LINE-MAX + 1.
044300     COMPUTE WS-HV-PAGES = (IQ-HV-COUNT + WS-HV-LINE-MAX - 1)
044400                         / WS-HV-LINE-MAX.
044500     MOVE WS-HV-PAGE       TO WP-PAGE.
044600     MOVE WS-HV-PAGES      TO WP-PAGES.
044700     MOVE WS-HV-PAGE-LINE  TO HVPGO.
044800 4300-EXIT.
044900     EXIT.

045000 4310-READ-HOST-VAR.
045100     EXEC CICS READNEXT FILE('SQLDMPX')
045200                        INTO(DX-DUMP-INDEX-RECORD)
045300                        RIDFLD(WS-DX-KEY)
045400                        RESP(WS-RESP)
045500     END-EXEC.
045600     IF WS-RESP NOT = DFHRESP(NORMAL)
045700        OR DX-INCIDENT-KEY NOT = IQ-INCIDENT-KEY
045800         SET WS-DUMP-EOF TO TRUE
045900         GO TO 4310-EXIT
046000     END-IF.
046100     ADD 1 TO IQ-HV-COUNT.
046200     IF DX-SEQUENCE < IQ-HV-FIRST
046300        OR WS-HV-LINE NOT < WS-HV-LINE-MAX
046400         GO TO 4310-EXIT
046500     END-IF.
046600     ADD 1 TO WS-HV-LINE.
046700     MOVE DX-DUMP-DATA      TO DP-DUMP-RECORD.
046800     MOVE DP-HOST-VAR-NAME  TO IM01-HVN (WS-HV-LINE).
046900     MOVE DP-HOST-VAR-VALUE TO IM01-HVV (WS-HV-LINE).
047000 4310-EXIT.
047100     EXIT.

047200******************************************************************
047300*  THE EMPTY SCREEN, WITH WHATEVER KEY IS IN THE COMMUNICATION   *
047400*  AREA LEFT IN THE KEY FIELDS FOR THE OPERATOR TO CORRECT.      *
047500******************************************************************
047600 8000-SEND-EMPTY-MAP.
047700     MOVE LOW-VALUES     TO IM01MAPO.
047800     IF WS-CURSOR-ON-INCIDENT
047900         MOVE -1         TO INCIDL
048000     ELSE
048100         MOVE -1         TO LOGDTL
048200     END-IF.
048300     MOVE IQ-LOG-DATE    TO LOGDTO.
048400     MOVE IQ-INCIDENT-ID TO INCIDO.
048500     MOVE WS-MESSAGE     TO MSGO.
048600     EXEC CICS SEND MAP('IM01MAP')
048700                    MAPSET('SQLIM01')
048800                    FROM(IM01MAPO)
048900                    ERASE CURSOR
049000     END-EXEC.
049100 8000-EXIT.
049200     EXIT.

049300******************************************************************
049400*  END OF TASK: WAIT FOR THE NEXT KEY UNDER TRANSACTION SQIQ,    *
049500*  UNLESS THE OPERATOR ENDED THE SESSION WITH PF3.               *
049600******************************************************************
049700 9000-RETURN.
049800     IF WS-END-SESSION
049900         EXEC CICS RETURN
050000         END-EXEC
050100     END-IF.
050200     MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM.
050300     EXEC CICS RETURN TRANSID('SQIQ')
050400                      COMMAREA(IQ-COMMAREA)
050500                      LENGTH(LENGTH OF IQ-COMMAREA)
050600     END-EXEC.
050700 9000-EXIT.
050800     EXIT.
