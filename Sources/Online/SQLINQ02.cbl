000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLINQ02.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLINQ02  --  ONLINE SQL INCIDENT BROWSE (TRANSACTION SQIB)   *
000900*                                                                *
001000*  PSEUDO-CONVERSATIONAL CICS PROGRAM THAT PAGES THROUGH THE     *
001100*  INCIDENT MASTER (FILE SQLINC) TWELVE INCIDENTS A SCREEN (MAP  *
001200*  IM02MAP OF MAPSET SQLIM02), OLDEST FIRST -- THE SQLINC KEY IS *
001300*  THE LOG DATE FOLLOWED BY THE INCIDENT NUMBER, WHICH BEGINS    *
001400*  WITH THE TIME, SO KEY ORDER IS THE ORDER THE INCIDENTS WERE   *
001500*  RAISED.  THE OPERATOR CAN FILTER BY:                          *
001600*    STATUS   O OPEN, A ACKNOWLEDGED, C CLOSED, * ALL; BLANK     *
001700*             (THE DEFAULT) MEANS EVERY INCIDENT NOT YET         *
001800*             CLOSED, AS ON THE SQLINC02 AGING REPORT;           *
001900*    TEAM     THE OWNING TEAM FROM THE OWNERSHIP DIRECTORY       *
002000*             (FILE SQLOWN), OR 'UNASSIGNED' FOR A PROGRAM NOT   *
002100*             ON IT;                                             *
002200*    PROGRAM  A PROGRAM NAME OR THE LEADING CHARACTERS OF ONE,   *
002300*             WITH OR WITHOUT A TRAILING '*'.                    *
002400*  NO MORE THAN WS-SCAN-MAX RECORDS ARE READ FOR ONE SCREEN, SO  *
002500*  A NARROW FILTER OVER A LONG HISTORY CANNOT HOLD THE TASK; THE *
002600*  OPERATOR IS TOLD THE SEARCH STOPPED AND PF8 CARRIES ON FROM   *
002700*  WHERE IT LEFT OFF.                                            *
002800*                                                                *
002900*  KEYS:  ENTER    'S' AGAINST A LINE SHOWS THE INCIDENT         *
003000*                  (SQLINQ01), 'D' GOES TO ITS DISPOSITION       *
003100*                  (SQLINQ03, DUTY OPERATORS ONLY); WITH NO      *
003200*                  SELECTION THE FILTERS ARE APPLIED AND THE     *
003300*                  BROWSE STARTS AGAIN FROM THE OLDEST INCIDENT  *
003400*         PF3      END THE SESSION                               *
003500*         PF7/PF8  PREVIOUS / NEXT PAGE                          *
003600*         CLEAR    START AGAIN FROM THE OLDEST INCIDENT          *
003700*                                                                *
003800*  NOTHING IS UPDATED BY THIS PROGRAM.  THE FILTERS, THE PAGE    *
003900*  POSITION AND THE KEYS OF THE LINES SHOWN ARE KEPT IN THE      *
004000*  COMMUNICATION AREA (SQLIQCA) SHARED WITH SQLINQ01 AND         *
004100*  SQLINQ03, SO PF4 ON THOSE SCREENS RETURNS TO THE SAME PAGE.   *
004200******************************************************************
004300*  MODIFICATION HISTORY                                          *
004400*  DATE       BY   DESCRIPTION                                   *
004500*  ---------- ---- ------------------------------------------    *
004600*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-Z15.
005100 OBJECT-COMPUTER.   IBM-Z15.

005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400 77  WS-PROGRAM-NAME               PIC X(08) VALUE 'SQLINQ02'.
005500 77  WS-RESP                       PIC S9(08) COMP VALUE ZERO.
005600 77  WS-RESP-DISPLAY               PIC 9(04)      VALUE ZERO.
005700 77  WS-LINE                       PIC S9(04) COMP VALUE ZERO.
005800 77  WS-LINE-MAX                   PIC S9(04) COMP VALUE 12.
005900 77  WS-SUB                        PIC S9(04) COMP VALUE ZERO.
006000 77  WS-SCANNED                    PIC S9(08) COMP VALUE ZERO.
006100 77  WS-SCAN-MAX                   PIC S9(08) COMP VALUE 1000.
006200 77  WS-PAGE-MAX                   PIC S9(04) COMP VALUE 50.
006300 77  WS-PGM-LEN                    PIC S9(04) COMP VALUE ZERO.
006400 77  WS-PGM-LEN-SPACE              PIC S9(04) COMP VALUE ZERO.
006500 77  WS-BROWSE-KEY                 PIC X(20) VALUE SPACES.
006600 77  WS-OWN-KEY                    PIC X(08) VALUE SPACES.
006700 77  WS-LAST-OWN-KEY               PIC X(08) VALUE LOW-VALUES.
006800 77  WS-TEAM-NAME                  PIC X(20) VALUE SPACES.
006900 77  WS-SELECTION                  PIC X(01) VALUE SPACE.
007000 77  WS-MESSAGE                    PIC X(78) VALUE SPACES.
007010 77  WS-TRANSID                    PIC X(04) VALUE 'SQIB'.
007100 01  WS-SWITCHES.
007200     05  WS-END-SESSION-SW         PIC X(01) VALUE 'N'.
007300         88  WS-END-SESSION            VALUE 'Y'.
007400     05  WS-BROWSE-EOF-SW          PIC X(01) VALUE 'N'.
007500         88  WS-BROWSE-EOF             VALUE 'Y'.
007600     05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
007700         88  WS-MATCHES                VALUE 'Y'.
007800     05  WS-SELECTED-SW            PIC X(01) VALUE 'N'.
007900         88  WS-SELECTED               VALUE 'Y'.

008200 01  WS-BROWSE-LINE.
008300     05  BL-LOG-DATE               PIC X(08).
008400     05  FILLER                    PIC X(01) VALUE SPACE.
008500     05  BL-INCIDENT-ID            PIC X(12).
008600     05  FILLER                    PIC X(01) VALUE SPACE.
008700     05  BL-STATUS                 PIC X(04).
008800     05  FILLER                    PIC X(01) VALUE SPACE.
008900     05  BL-PROGRAM                PIC X(08).
009000     05  FILLER                    PIC X(01) VALUE SPACE.
009100     05  BL-SQLCODE                PIC -(10)9.
009200     05  FILLER                    PIC X(01) VALUE SPACE.
009300     05  BL-TEAM-NAME              PIC X(20).
009400     05  FILLER                    PIC X(01) VALUE SPACE.
009500     05  BL-INITIALS               PIC X(03).
009600     05  FILLER                    PIC X(04) VALUE SPACES.

009700 01  WS-END-TEXT                   PIC X(30)
009800             VALUE 'SQL INCIDENT BROWSE ENDED'.

009900     COPY SQLINCR.

010000     COPY SQLOWNR.

010100     COPY SQLIQCA.

010200     COPY SQLIM02.
010300******************************************************************
010400*  THE TWELVE SELECTION/LINE PAIRS OF IM02MAP AS A TABLE.  THE   *
010500*  FILLER IS THE LENGTH OF IM02MAPI UP TO SEL01L; IT MUST BE     *
010600*  CHANGED WHENEVER A FIELD IS ADDED TO THE MAP AHEAD OF SEL01.  *
010700******************************************************************
010800 01  IM02-LINE-AREA REDEFINES IM02MAPI.
010900     05  FILLER                    PIC X(50).
011000     05  IM02-LINE                 OCCURS 12 TIMES.
011100         10  IM02-SEL-L            PIC S9(04) COMP.
011200         10  IM02-SEL-A            PIC X(01).
011300         10  IM02-SEL              PIC X(01).
011400         10  IM02-LIN-L            PIC S9(04) COMP.
011500         10  IM02-LIN-A            PIC X(01).
011600         10  IM02-LIN              PIC X(76).

011700     COPY DFHAID.

011800 LINKAGE SECTION.
011900 01  DFHCOMMAREA                   PIC X(1409).

012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     IF EIBCALEN = ZERO
012300         INITIALIZE IQ-COMMAREA
012400         PERFORM 2000-START-BROWSE     THRU 2000-EXIT
012500     ELSE
012600         MOVE DFHCOMMAREA (1:LENGTH OF IQ-COMMAREA)
012700                                   TO IQ-COMMAREA
012800         IF IQ-LAST-PROGRAM NOT = WS-PROGRAM-NAME
012900             PERFORM 1000-ENTERED-BY-XCTL THRU 1000-EXIT
013000         ELSE
013100             PERFORM 4000-PROCESS-INPUT THRU 4000-EXIT
013200         END-IF
013300     END-IF.
013400     PERFORM 9000-RETURN               THRU 9000-EXIT.
013500     GOBACK.

013600******************************************************************
013700*  ENTERED BY XCTL FROM THE INQUIRY OR DISPOSITION SCREEN: BACK  *
013800*  TO THE PAGE LAST SHOWN, OR THE FIRST PAGE IF THERE IS NONE.   *
013900******************************************************************
014000 1000-ENTERED-BY-XCTL.
014100     MOVE IQ-MESSAGE TO WS-MESSAGE.
014200     MOVE SPACES     TO IQ-MESSAGE.
014300     IF IQ-BR-ACTIVE
014400         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
014500     ELSE
014600         PERFORM 2000-START-BROWSE     THRU 2000-EXIT
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.

015000 2000-START-BROWSE.
015100     MOVE 1          TO IQ-BR-PAGE-NO.
015200     MOVE LOW-VALUES TO IQ-BR-PAGE-KEY (1).
015300     SET IQ-BR-ACTIVE TO TRUE.
015400     PERFORM 3000-BUILD-PAGE           THRU 3000-EXIT.
015500 2000-EXIT.
015600     EXIT.

015700******************************************************************
015800*  READ SQLINC FROM THE START KEY OF THE CURRENT PAGE, KEEPING   *
015900*  THE INCIDENTS THAT PASS THE FILTERS, UNTIL THE PAGE IS FULL,  *
016000*  THE FILE ENDS OR WS-SCAN-MAX RECORDS HAVE BEEN READ.  ONE     *
016100*  MORE RECORD IS THEN READ TO FIND WHERE THE NEXT PAGE STARTS.  *
016200******************************************************************
016300 3000-BUILD-PAGE.
016400     MOVE LOW-VALUES      TO IM02MAPO.
016500     MOVE -1              TO FSTATL.
016600     MOVE IQ-BR-STATUS    TO FSTATO.
016700     MOVE IQ-BR-TEAM      TO FTEAMO.
016800     MOVE IQ-BR-PROGRAM   TO FPGMO.
016900     MOVE SPACES          TO IQ-BR-LINE-KEYS.
017000     MOVE 'N'             TO IQ-BR-MORE-SW.
017100     MOVE SPACES          TO IQ-BR-NEXT-KEY.
017200     MOVE ZERO            TO WS-LINE.
017300     MOVE ZERO            TO WS-SCANNED.
017400     MOVE LOW-VALUES      TO WS-LAST-OWN-KEY.
017500     PERFORM 3050-PROGRAM-PREFIX       THRU 3050-EXIT.
017600     MOVE IQ-BR-PAGE-KEY (IQ-BR-PAGE-NO) TO WS-BROWSE-KEY.
017700     MOVE 'N' TO WS-BROWSE-EOF-SW.
017800     EXEC CICS STARTBR FILE('SQLINC')
017900                       RIDFLD(WS-BROWSE-KEY)
018000                       GTEQ
018100                       RESP(WS-RESP)
018200     END-EXEC.
018300     IF WS-RESP = DFHRESP(NOTFND)
018400         GO TO 3000-SEND
018500     END-IF.
018600     IF WS-RESP NOT = DFHRESP(NORMAL)
018700         MOVE WS-RESP TO WS-RESP-DISPLAY
018800         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
018900             DELIMITED BY SIZE INTO WS-MESSAGE
019000         GO TO 3000-SEND
019100     END-IF.
019200     PERFORM 3100-READ-INCIDENT        THRU 3100-EXIT
019300         UNTIL WS-BROWSE-EOF
019400            OR WS-LINE NOT < WS-LINE-MAX
019500            OR WS-SCANNED NOT < WS-SCAN-MAX.
019600     IF NOT WS-BROWSE-EOF
019700         PERFORM 3200-LOOK-AHEAD       THRU 3200-EXIT
019800     END-IF.
019900     EXEC CICS ENDBR FILE('SQLINC')
020000     END-EXEC.
020100 3000-SEND.
020200     IF WS-MESSAGE = SPACES
020300         EVALUATE TRUE
020400             WHEN WS-LINE = ZERO AND NOT IQ-BR-MORE
020500                 MOVE 'NO INCIDENTS MATCH THE FILTERS'
020600                                   TO WS-MESSAGE
020700             WHEN WS-LINE < WS-LINE-MAX AND IQ-BR-MORE
020800                 MOVE 'SEARCH LIMIT REACHED - PF8 TO SEARCH ON'
020900                                   TO WS-MESSAGE
021000             WHEN IQ-BR-MORE
021100                 MOVE 'PF8 FOR MORE INCIDENTS' TO WS-MESSAGE
021200             WHEN OTHER
021300                 MOVE 'END OF INCIDENTS'       TO WS-MESSAGE
021400         END-EVALUATE
021500     END-IF.
021600     MOVE WS-MESSAGE TO MSGO.
021700     EXEC CICS SEND MAP('IM02MAP')
021800                    MAPSET('SQLIM02')
021900                    FROM(IM02MAPO)
022000                    ERASE CURSOR
022100     END-EXEC.
022200 3000-EXIT.
022300     EXIT.

022400******************************************************************
022500*  THE PROGRAM FILTER IS A NAME OR PREFIX: ITS LENGTH IS THE     *
022600*  CHARACTERS BEFORE THE FIRST '*' OR SPACE.  ZERO MEANS ANY     *
022700*  PROGRAM.                                                      *
022800******************************************************************
022900 3050-PROGRAM-PREFIX.
023000     MOVE ZERO TO WS-PGM-LEN.
023100     MOVE ZERO TO WS-PGM-LEN-SPACE.
023200     INSPECT IQ-BR-PROGRAM TALLYING WS-PGM-LEN
023300         FOR CHARACTERS BEFORE INITIAL '*'.
023400     INSPECT IQ-BR-PROGRAM TALLYING WS-PGM-LEN-SPACE
023500         FOR CHARACTERS BEFORE INITIAL SPACE.
023600     IF WS-PGM-LEN-SPACE < WS-PGM-LEN
023700         MOVE WS-PGM-LEN-SPACE TO WS-PGM-LEN
023800     END-IF.
023900 3050-EXIT.
024000     EXIT.

024100 3100-READ-INCIDENT.
024200     EXEC CICS READNEXT FILE('SQLINC')
024300                        INTO(IN-INCIDENT-RECORD)
024400                        RIDFLD(WS-BROWSE-KEY)
024500                        RESP(WS-RESP)
024600     END-EXEC.
024700     IF WS-RESP = DFHRESP(ENDFILE)
024800         SET WS-BROWSE-EOF TO TRUE
024900         GO TO 3100-EXIT
025000     END-IF.
025010     IF WS-RESP NOT = DFHRESP(NORMAL)
025020         MOVE WS-RESP TO WS-RESP-DISPLAY
025030         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
025040             DELIMITED BY SIZE INTO WS-MESSAGE
025050         SET WS-BROWSE-EOF TO TRUE
025060         GO TO 3100-EXIT
025070     END-IF.
025100     ADD 1 TO WS-SCANNED.
025200     PERFORM 3110-CHECK-FILTERS        THRU 3110-EXIT.
025300     IF NOT WS-MATCHES
025400         GO TO 3100-EXIT
025500     END-IF.
025600     ADD 1 TO WS-LINE.
025700     MOVE IN-LOG-DATE        TO BL-LOG-DATE.
025800     MOVE IN-INCIDENT-ID     TO BL-INCIDENT-ID.
025900     EVALUATE TRUE
026000         WHEN IN-STATUS-OPEN
026100             MOVE 'OPEN'         TO BL-STATUS
026200         WHEN IN-STATUS-ACKNOWLEDGED
026300             MOVE 'ACK'          TO BL-STATUS
026400         WHEN IN-STATUS-CLOSED
026500             MOVE 'CLSD'         TO BL-STATUS
026600         WHEN OTHER
026700             MOVE IN-STATUS      TO BL-STATUS
026800     END-EVALUATE.
026900     MOVE IN-PROGRAM         TO BL-PROGRAM.
027000     MOVE IN-SQLCODE         TO BL-SQLCODE.
027100     MOVE WS-TEAM-NAME       TO BL-TEAM-NAME.
027200     MOVE IN-STATUS-INITIALS TO BL-INITIALS.
027300     MOVE WS-BROWSE-LINE     TO IM02-LIN (WS-LINE).
027400     MOVE IN-INCIDENT-KEY    TO IQ-BR-LINE-KEY (WS-LINE).
027500 3100-EXIT.
027600     EXIT.

027700 3110-CHECK-FILTERS.
027800     MOVE 'N' TO WS-MATCH-SW.
027900     EVALUATE TRUE
028000         WHEN IQ-BR-NOT-CLOSED
028100             IF IN-STATUS-CLOSED
028200                 GO TO 3110-EXIT
028300             END-IF
028400         WHEN IQ-BR-ALL
028500             CONTINUE
028600         WHEN OTHER
028700             IF IN-STATUS NOT = IQ-BR-STATUS
028800                 GO TO 3110-EXIT
028900             END-IF
029000     END-EVALUATE.
029100     IF WS-PGM-LEN > ZERO
029200         IF IN-PROGRAM (1:WS-PGM-LEN)
029300                 NOT = IQ-BR-PROGRAM (1:WS-PGM-LEN)
029400             GO TO 3110-EXIT
029500         END-IF
029600     END-IF.
029700     PERFORM 3120-LOOKUP-TEAM          THRU 3120-EXIT.
029800     IF IQ-BR-TEAM NOT = SPACES
029900        AND WS-TEAM-NAME NOT = IQ-BR-TEAM
030000         GO TO 3110-EXIT
030100     END-IF.
030200     SET WS-MATCHES TO TRUE.
030300 3110-EXIT.
030400     EXIT.

030500******************************************************************
030600*  THE OWNING TEAM, AS ON THE SQLINC02 AGING REPORT.  THE LAST   *
030700*  PROGRAM LOOKED UP IS REMEMBERED, SINCE A FAILING PROGRAM      *
030800*  USUALLY RAISES SEVERAL INCIDENTS IN A ROW.                    *
030900******************************************************************
031000 3120-LOOKUP-TEAM.
031100     IF IN-PROGRAM = WS-LAST-OWN-KEY
031200         GO TO 3120-EXIT
031300     END-IF.
031400     MOVE IN-PROGRAM TO WS-LAST-OWN-KEY.
031500     MOVE IN-PROGRAM TO WS-OWN-KEY.
031600     EXEC CICS READ FILE('SQLOWN')
031700                    INTO(OW-OWNER-RECORD)
031800                    RIDFLD(WS-OWN-KEY)
031900                    RESP(WS-RESP)
032000     END-EXEC.
032100     IF WS-RESP = DFHRESP(NORMAL)
032200         MOVE OW-TEAM-NAME TO WS-TEAM-NAME
032300     ELSE
032400         MOVE 'UNASSIGNED' TO WS-TEAM-NAME
032500     END-IF.
032600 3120-EXIT.
032700     EXIT.

032800 3200-LOOK-AHEAD.
032900     EXEC CICS READNEXT FILE('SQLINC')
033000                        INTO(IN-INCIDENT-RECORD)
033100                        RIDFLD(WS-BROWSE-KEY)
033200                        RESP(WS-RESP)
033300     END-EXEC.
033400     IF WS-RESP = DFHRESP(NORMAL)
033500         SET IQ-BR-MORE TO TRUE
033600         MOVE IN-INCIDENT-KEY TO IQ-BR-NEXT-KEY
033700     END-IF.
033710     IF WS-RESP NOT = DFHRESP(NORMAL)
033720        AND WS-RESP NOT = DFHRESP(ENDFILE)
033730         MOVE WS-RESP TO WS-RESP-DISPLAY
033740         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
033750             DELIMITED BY SIZE INTO WS-MESSAGE
033760     END-IF.
033800 3200-EXIT.
033900     EXIT.

034000******************************************************************
034100*  THE OPERATOR PRESSED A KEY ON OUR OWN SCREEN.                 *
034200******************************************************************
034300 4000-PROCESS-INPUT.
034400     MOVE SPACES TO WS-MESSAGE.
034500     EVALUATE EIBAID
034600         WHEN DFHPF3
034700             PERFORM 4100-END-SESSION  THRU 4100-EXIT
034800         WHEN DFHPF7
034900             PERFORM 4200-PREV-PAGE    THRU 4200-EXIT
035000         WHEN DFHPF8
035100             PERFORM 4300-NEXT-PAGE    THRU 4300-EXIT
035200         WHEN DFHCLEAR
035300             PERFORM 2000-START-BROWSE THRU 2000-EXIT
035400         WHEN DFHENTER
035500             PERFORM 4400-ENTER        THRU 4400-EXIT
035600         WHEN OTHER
035700             MOVE 'KEY NOT IN USE ON THIS SCREEN' TO WS-MESSAGE
035800             PERFORM 3000-BUILD-PAGE   THRU 3000-EXIT
035900     END-EVALUATE.
036000 4000-EXIT.
036100     EXIT.

036200 4100-END-SESSION.
036300     EXEC CICS SEND TEXT FROM(WS-END-TEXT)
036400                    LENGTH(LENGTH OF WS-END-TEXT)
036500                    ERASE FREEKB
036600     END-EXEC.
036700     SET WS-END-SESSION TO TRUE.
036800 4100-EXIT.
036900     EXIT.

037000 4200-PREV-PAGE.
037100     IF IQ-BR-PAGE-NO > 1
037200         SUBTRACT 1 FROM IQ-BR-PAGE-NO
037300     ELSE
037400         MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
037500     END-IF.
037600     PERFORM 3000-BUILD-PAGE           THRU 3000-EXIT.
037700 4200-EXIT.
037800     EXIT.

037900******************************************************************
038000*  PAST WS-PAGE-MAX PAGES THE OLDEST PAGE KEY IS DROPPED TO MAKE *
038100*  ROOM, SO PF7 CAN ONLY GO BACK THAT MANY PAGES.                *
038200******************************************************************
038300 4300-NEXT-PAGE.
038400     IF NOT IQ-BR-MORE
038500         MOVE 'NO MORE INCIDENTS'  TO WS-MESSAGE
038600         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
038700         GO TO 4300-EXIT
038800     END-IF.
038900     IF IQ-BR-PAGE-NO < WS-PAGE-MAX
039000         ADD 1 TO IQ-BR-PAGE-NO
039100     ELSE
039200         PERFORM 4310-DROP-OLDEST-PAGE THRU 4310-EXIT
039300             VARYING WS-SUB FROM 1 BY 1
039400             UNTIL WS-SUB NOT < WS-PAGE-MAX
039500     END-IF.
039600     MOVE IQ-BR-NEXT-KEY TO IQ-BR-PAGE-KEY (IQ-BR-PAGE-NO).
039700     PERFORM 3000-BUILD-PAGE           THRU 3000-EXIT.
039800 4300-EXIT.
039900     EXIT.

040000 4310-DROP-OLDEST-PAGE.
040100     MOVE IQ-BR-PAGE-KEY (WS-SUB + 1) TO IQ-BR-PAGE-KEY (WS-SUB).
040200 4310-EXIT.
040300     EXIT.

040400******************************************************************
040500*  ENTER: THE FIRST LINE MARKED 'S' OR 'D' IS ACTED ON; WITH NO  *
040600*  LINE MARKED THE FILTERS ARE EDITED AND THE BROWSE RESTARTED.  *
040700******************************************************************
040800 4400-ENTER.
040900     MOVE LOW-VALUES TO IM02MAPI.
041000     EXEC CICS RECEIVE MAP('IM02MAP')
041100                       MAPSET('SQLIM02')
041200                       INTO(IM02MAPI)
041300                       RESP(WS-RESP)
041400     END-EXEC.
041500     IF WS-RESP = DFHRESP(MAPFAIL)
041600         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
041700         GO TO 4400-EXIT
041800     END-IF.
041900     IF WS-RESP NOT = DFHRESP(NORMAL)
042000         MOVE WS-RESP TO WS-RESP-DISPLAY
042100         STRING 'SCREEN NOT RECEIVED - RESP ' WS-RESP-DISPLAY
042200             DELIMITED BY SIZE INTO WS-MESSAGE
042300         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
042400         GO TO 4400-EXIT
042500     END-IF.
042600     MOVE 'N' TO WS-SELECTED-SW.
042700     PERFORM 4410-FIND-SELECTION       THRU 4410-EXIT
042800         VARYING WS-SUB FROM 1 BY 1
042900         UNTIL WS-SUB > WS-LINE-MAX
043000            OR WS-SELECTED.
043100     IF WS-SELECTED
043200         SUBTRACT 1 FROM WS-SUB
043300         PERFORM 4420-ACT-ON-SELECTION THRU 4420-EXIT
043400     ELSE
043500         PERFORM 4430-APPLY-FILTERS    THRU 4430-EXIT
043600     END-IF.
043700 4400-EXIT.
043800     EXIT.

043900 4410-FIND-SELECTION.
044000     IF IM02-SEL (WS-SUB) NOT = SPACE
044100        AND IM02-SEL (WS-SUB) NOT = LOW-VALUE
044200         MOVE IM02-SEL (WS-SUB) TO WS-SELECTION
044300         SET WS-SELECTED TO TRUE
044400     END-IF.
044500 4410-EXIT.
044600     EXIT.

044700 4420-ACT-ON-SELECTION.
044800     IF IQ-BR-LINE-KEY (WS-SUB) = SPACES
044900         MOVE 'NO INCIDENT ON THE LINE SELECTED' TO WS-MESSAGE
045000         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
045100         GO TO 4420-EXIT
045200     END-IF.
045300     IF WS-SELECTION NOT = 'S'
045400        AND WS-SELECTION NOT = 'D'
045500         MOVE 'SELECT A LINE WITH S (INQUIRE) OR D (ACK/CLOSE)'
045600                                   TO WS-MESSAGE
045700         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
045800         GO TO 4420-EXIT
045900     END-IF.
046000     MOVE IQ-BR-LINE-KEY (WS-SUB) TO IQ-INCIDENT-KEY.
046100     MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM.
046200     IF WS-SELECTION = 'S'
046300         EXEC CICS XCTL PROGRAM('SQLINQ01')
046400                   COMMAREA(IQ-COMMAREA)
046500                   LENGTH(LENGTH OF IQ-COMMAREA)
046600         END-EXEC
046700     ELSE
046800         EXEC CICS XCTL PROGRAM('SQLINQ03')
046900                   COMMAREA(IQ-COMMAREA)
047000                   LENGTH(LENGTH OF IQ-COMMAREA)
047100         END-EXEC
047200     END-IF.
047300 4420-EXIT.
047400     EXIT.

047500 4430-APPLY-FILTERS.
047600     INSPECT FSTATI REPLACING ALL LOW-VALUE BY SPACE.
047700     INSPECT FTEAMI REPLACING ALL LOW-VALUE BY SPACE.
047800     INSPECT FPGMI  REPLACING ALL LOW-VALUE BY SPACE.
047900     IF FSTATI NOT = SPACE
048000        AND FSTATI NOT = 'O'
048100        AND FSTATI NOT = 'A'
048200        AND FSTATI NOT = 'C'
048300        AND FSTATI NOT = '*'
048400         MOVE 'STATUS MUST BE O, A, C, * OR BLANK' TO WS-MESSAGE
048500         PERFORM 3000-BUILD-PAGE       THRU 3000-EXIT
048600         GO TO 4430-EXIT
048700     END-IF.
048800     MOVE FSTATI TO IQ-BR-STATUS.
048900     MOVE FTEAMI TO IQ-BR-TEAM.
049000     MOVE FPGMI  TO IQ-BR-PROGRAM.
049100     PERFORM 2000-START-BROWSE         THRU 2000-EXIT.
049200 4430-EXIT.
049300     EXIT.

049400******************************************************************
049500*  END OF TASK: WAIT FOR THE NEXT KEY UNDER TRANSACTION SQIB,    *
049600*  UNLESS THE OPERATOR ENDED THE SESSION WITH PF3.               *
049700******************************************************************
049800 9000-RETURN.
049900     IF WS-END-SESSION
050000         EXEC CICS RETURN
050100         END-EXEC
050200     END-IF.
050300     MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM.
050400     EXEC CICS RETURN TRANSID(WS-TRANSID)
050500                      COMMAREA(IQ-COMMAREA)
050600                      LENGTH(LENGTH OF IQ-COMMAREA)
050700     END-EXEC.
050800 9000-EXIT.
050900     EXIT.
