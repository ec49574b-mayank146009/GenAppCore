000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLINQ03.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLINQ03  --  ONLINE SQL INCIDENT DISPOSITION (TRANSACTION    *
000900*                SQID)                                           *
001000*                                                                *
001100*  PSEUDO-CONVERSATIONAL CICS PROGRAM WITH WHICH THE DUTY        *
001200*  OPERATOR MARKS AN INCIDENT ACKNOWLEDGED OR CLOSED, WITH THEIR *
001300*  INITIALS, ON THE SCREEN (MAP IM03MAP OF MAPSET SQLIM03)       *
001400*  INSTEAD OF A CARD TO SQLINC01 THE NEXT MORNING.  THE SCREEN   *
001500*  IS EDITED EXACTLY AS SQLINC01 EDITS A CARD:                   *
001600*    LOG DATE NOT NUMERIC, INCIDENT NUMBER MISSING, ACTION NOT   *
001700*    ACK OR CLOSE, OPERATOR INITIALS MISSING, INCIDENT NOT ON    *
001800*    FILE, INCIDENT ALREADY CLOSED (A CLOSED INCIDENT STAYS      *
001900*    CLOSED);                                                    *
002000*  AND APPLIED EXACTLY AS SQLINC01 APPLIES ONE: THE SQLINC       *
002100*  STATUS, STATUS DATE AND INITIALS ARE SET, THE STATUS IS       *
002200*  MARKED AS SET BY THE OPERATOR (IN-STATUS-SOURCE 'M') AND AN   *
002300*  ACK OR CLOSE EVENT WITH THE DATE, TIME AND INITIALS IS        *
002400*  WRITTEN TO THE STATUS HISTORY (FILE SQLHST, SOURCE 'M'), SO   *
002500*  SQLSLA01, SQLTKT02 AND THE AUDIT TRAIL CANNOT TELL AN ONLINE  *
002600*  DISPOSITION FROM A CARD.  THE INITIALS DEFAULT TO THE CICS    *
002700*  OPERATOR ID OF THE SIGNED-ON USER.                            *
002800*                                                                *
002900*  WHEN THE LOG DATE OR INCIDENT NUMBER ON THE SCREEN IS NOT THE *
003000*  INCIDENT LAST SHOWN, ENTER ONLY SHOWS THE NEW INCIDENT; A     *
003100*  SECOND ENTER APPLIES THE ACTION, SO THE OPERATOR ALWAYS SEES  *
003200*  WHAT THEY ARE CLOSING.                                        *
003300*                                                                *
003400*  ACCESS: ONLY OPERATORS WITH READ ACCESS TO TRANSACTION SQID   *
003500*  (RACF CLASS TCICSTRN, GRANTED TO THE DUTY OPERATOR GROUP)     *
003600*  MAY USE THIS PROGRAM.  THE CHECK IS MADE HERE AS WELL AS AT   *
003700*  TRANSACTION ATTACH BECAUSE THE INQUIRY AND BROWSE SCREENS     *
003800*  REACH THIS PROGRAM BY XCTL UNDER THEIR OWN TRANSACTION; AN    *
003900*  OPERATOR WITHOUT ACCESS IS SENT BACK TO THE INQUIRY SCREEN    *
004000*  WITH A MESSAGE AND NOTHING IS CHANGED.                        *
004100*                                                                *
004200*  KEYS:  ENTER    SHOW THE INCIDENT KEYED / APPLY THE ACTION    *
004300*         PF3      END THE SESSION                               *
004400*         PF4      BROWSE THE INCIDENT MASTER (SQLINQ02)         *
004500*         PF12     BACK TO THE INQUIRY (SQLINQ01)                *
004600*         CLEAR    CLEAR THE SCREEN FOR ANOTHER INCIDENT         *
004700******************************************************************
004800*  MODIFICATION HISTORY                                          *
004900*  DATE       BY   DESCRIPTION                                   *
005000*  ---------- ---- ------------------------------------------    *
005100*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-Z15.
005600 OBJECT-COMPUTER.   IBM-Z15.

005700 DATA DIVISION.
005800 WORKING-STORAGE SECTION.
005900 77  WS-PROGRAM-NAME               PIC X(08) VALUE 'SQLINQ03'.
006000 77  WS-TRANSID                    PIC X(04) VALUE 'SQID'.
006100 77  WS-RESP                       PIC S9(08) COMP VALUE ZERO.
006200 77  WS-RESP-DISPLAY               PIC 9(04)      VALUE ZERO.
006300 77  WS-READ-CVDA                  PIC S9(08) COMP VALUE ZERO.
006400 77  WS-OPID                       PIC X(03) VALUE SPACES.
006500 77  WS-OWN-KEY                    PIC X(08) VALUE SPACES.
006600 77  WS-ABSTIME                    PIC S9(15) COMP-3 VALUE ZERO.
006700 77  WS-EVENT-DATE                 PIC X(08) VALUE SPACES.
006800 77  WS-EVENT-HHMMSS               PIC 9(06) VALUE ZERO.
006900 77  WS-EVENT-MSEC                 PIC S9(08) COMP VALUE ZERO.
007000 77  WS-EVENT-TIME                 PIC 9(08) VALUE ZERO.
007100 77  WS-HIST-TRIES                 PIC S9(04) COMP VALUE ZERO.
007200 77  WS-HIST-TRY-MAX               PIC S9(04) COMP VALUE 100.
007300 77  WS-SQLCODE-EDIT               PIC -(10)9.
007400 77  WS-MESSAGE                    PIC X(78) VALUE SPACES.
007500 77  WS-KEY-PROMPT                 PIC X(53) VALUE
007600         'ENTER THE LOG DATE AND INCIDENT NUMBER FROM THE ALERT'.
007700 77  WS-ACTION-PROMPT              PIC X(48) VALUE
007800         'ENTER ACK OR CLOSE AND YOUR INITIALS, THEN ENTER'.
007900 77  WS-NO-AUTHORITY-MSG           PIC X(48) VALUE
008000         'NOT AUTHORISED TO ACKNOWLEDGE OR CLOSE INCIDENTS'.
008100 01  WS-SWITCHES.
008200     05  WS-END-SESSION-SW         PIC X(01) VALUE 'N'.
008300         88  WS-END-SESSION            VALUE 'Y'.
008400     05  WS-AUTHORISED-SW          PIC X(01) VALUE 'N'.
008500         88  WS-AUTHORISED             VALUE 'Y'.
008600     05  WS-INPUT-OK-SW            PIC X(01) VALUE 'N'.
008700         88  WS-INPUT-OK               VALUE 'Y'.
008800     05  WS-INCID-FOUND-SW         PIC X(01) VALUE 'N'.
008900         88  WS-INCID-FOUND            VALUE 'Y'.
009000     05  WS-HIST-WRITTEN-SW        PIC X(01) VALUE 'N'.
009100         88  WS-HIST-WRITTEN           VALUE 'Y'.
009200     05  WS-CURSOR-SW              PIC X(01) VALUE 'A'.
009300         88  WS-CURSOR-ON-DATE         VALUE 'D'.
009400         88  WS-CURSOR-ON-INCIDENT     VALUE 'I'.
009500         88  WS-CURSOR-ON-ACTION       VALUE 'A'.
009600         88  WS-CURSOR-ON-INITIALS     VALUE 'N'.

009700******************************************************************
009800*  THE SCREEN INPUT, LAID OUT AS AN SQLINC01 DISPOSITION CARD.   *
009900******************************************************************
010000 01  WS-SCREEN-INPUT.
010100     05  SI-INCIDENT-KEY.
010200         10  SI-LOG-DATE           PIC X(08).
010300         10  SI-INCIDENT-ID        PIC X(12).
010400     05  SI-ACTION                 PIC X(05).
010500         88  SI-ACTION-ACK             VALUE 'ACK'.
010600         88  SI-ACTION-CLOSE           VALUE 'CLOSE'.
010700     05  SI-INITIALS               PIC X(03).

010800 01  WS-END-TEXT                   PIC X(30)
010900             VALUE 'SQL INCIDENT DISPOSITION ENDED'.

011000     COPY SQLINCR.

011100     COPY SQLHSTR.

011200     COPY SQLOWNR.

011300     COPY SQLIQCA.

011400     COPY SQLIM03.

011500     COPY DFHAID.

011600 LINKAGE SECTION.
011700 01  DFHCOMMAREA                   PIC X(1409).

011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     IF EIBCALEN = ZERO
012100         INITIALIZE IQ-COMMAREA
012200     ELSE
012300         MOVE DFHCOMMAREA (1:LENGTH OF IQ-COMMAREA)
012400                                   TO IQ-COMMAREA
012500     END-IF.
012600     PERFORM 1000-CHECK-AUTHORITY      THRU 1000-EXIT.
012700     IF NOT WS-AUTHORISED
012800         MOVE WS-NO-AUTHORITY-MSG      TO IQ-MESSAGE
012900         MOVE WS-PROGRAM-NAME          TO IQ-LAST-PROGRAM
013000         EXEC CICS XCTL PROGRAM('SQLINQ01')
013100                   COMMAREA(IQ-COMMAREA)
013200                   LENGTH(LENGTH OF IQ-COMMAREA)
013300         END-EXEC
013400     END-IF.
013500     IF EIBCALEN = ZERO
013600        OR IQ-LAST-PROGRAM NOT = WS-PROGRAM-NAME
013700         PERFORM 2000-FIRST-SCREEN     THRU 2000-EXIT
013800     ELSE
013900         PERFORM 3000-PROCESS-INPUT    THRU 3000-EXIT
014000     END-IF.
014100     PERFORM 9000-RETURN               THRU 9000-EXIT.
014200     GOBACK.

014300******************************************************************
014400*  THE SIGNED-ON USER MUST HAVE READ ACCESS TO TRANSACTION SQID. *
014500*  ANY FAILURE OF THE QUERY ITSELF IS TREATED AS NO ACCESS.      *
014600******************************************************************
014700 1000-CHECK-AUTHORITY.
014800     MOVE 'N' TO WS-AUTHORISED-SW.
014900     EXEC CICS QUERY SECURITY RESTYPE('TRANSATTACH')
015000                              RESID(WS-TRANSID)
015100                              READ(WS-READ-CVDA)
015200                              RESP(WS-RESP)
015300     END-EXEC.
015400     IF WS-RESP = DFHRESP(NORMAL)
015500        AND WS-READ-CVDA = DFHVALUE(READABLE)
015600         SET WS-AUTHORISED TO TRUE
015700     END-IF.
015800 1000-EXIT.
015900     EXIT.

016000******************************************************************
016100*  FIRST SCREEN, STARTED FROM THE TERMINAL OR BY XCTL: THE       *
016200*  INCIDENT IN THE COMMUNICATION AREA (IF ANY) WITH THE          *
016300*  OPERATOR'S INITIALS FILLED IN.                                *
016400******************************************************************
016500 2000-FIRST-SCREEN.
016600     MOVE IQ-MESSAGE      TO WS-MESSAGE.
016700     MOVE SPACES          TO IQ-MESSAGE.
016800     MOVE SPACES          TO WS-SCREEN-INPUT.
016900     MOVE IQ-INCIDENT-KEY TO SI-INCIDENT-KEY.
017000     EXEC CICS ASSIGN OPID(WS-OPID)
017100                      RESP(WS-RESP)
017200     END-EXEC.
017300     IF WS-RESP = DFHRESP(NORMAL)
017400         MOVE WS-OPID TO SI-INITIALS
017500     END-IF.
017600     IF IQ-INCIDENT-KEY = SPACES
017700         IF WS-MESSAGE = SPACES
017800             MOVE WS-KEY-PROMPT TO WS-MESSAGE
017900         END-IF
018000         SET WS-CURSOR-ON-DATE TO TRUE
018100     ELSE
018200         PERFORM 4000-READ-INCIDENT    THRU 4000-EXIT
018300         IF WS-INCID-FOUND AND WS-MESSAGE = SPACES
018400             MOVE WS-ACTION-PROMPT TO WS-MESSAGE
018500         END-IF
018600     END-IF.
018700     PERFORM 8000-SEND-SCREEN          THRU 8000-EXIT.
018800 2000-EXIT.
018900     EXIT.

019000******************************************************************
019100*  THE OPERATOR PRESSED A KEY ON OUR OWN SCREEN.                 *
019200******************************************************************
019300 3000-PROCESS-INPUT.
019400     MOVE SPACES TO WS-MESSAGE.
019500     EVALUATE EIBAID
019600         WHEN DFHPF3
019700             PERFORM 3100-END-SESSION  THRU 3100-EXIT
019800         WHEN DFHPF4
019900             MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM
020000             EXEC CICS XCTL PROGRAM('SQLINQ02')
020100                       COMMAREA(IQ-COMMAREA)
020200                       LENGTH(LENGTH OF IQ-COMMAREA)
020300             END-EXEC
020400         WHEN DFHPF12
020500             MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM
020600             EXEC CICS XCTL PROGRAM('SQLINQ01')
020700                       COMMAREA(IQ-COMMAREA)
020800                       LENGTH(LENGTH OF IQ-COMMAREA)
020900             END-EXEC
021000         WHEN DFHCLEAR
021100             MOVE SPACES TO IQ-INCIDENT-KEY
021200             PERFORM 2000-FIRST-SCREEN THRU 2000-EXIT
021300         WHEN DFHENTER
021400             PERFORM 3500-ENTER        THRU 3500-EXIT
021500         WHEN OTHER
021600             MOVE 'KEY NOT IN USE ON THIS SCREEN' TO WS-MESSAGE
021700             PERFORM 3200-RECEIVE-SCREEN THRU 3200-EXIT
021800             PERFORM 8000-SEND-SCREEN  THRU 8000-EXIT
021900     END-EVALUATE.
022000 3000-EXIT.
022100     EXIT.

022200 3100-END-SESSION.
022300     EXEC CICS SEND TEXT FROM(WS-END-TEXT)
022400                    LENGTH(LENGTH OF WS-END-TEXT)
022500                    ERASE FREEKB
022600     END-EXEC.
022700     SET WS-END-SESSION TO TRUE.
022800 3100-EXIT.
022900     EXIT.

023000******************************************************************
023100*  THE SCREEN INTO WS-SCREEN-INPUT.  AN EMPTY SCREEN (MAPFAIL)   *
023200*  IS TAKEN AS ALL FIELDS BLANK AND FAILS THE EDITS.             *
023300******************************************************************
023400 3200-RECEIVE-SCREEN.
023500     MOVE LOW-VALUES TO IM03MAPI.
023600     EXEC CICS RECEIVE MAP('IM03MAP')
023700                       MAPSET('SQLIM03')
023800                       INTO(IM03MAPI)
023900                       RESP(WS-RESP)
024000     END-EXEC.
024100     INSPECT LOGDTI REPLACING ALL LOW-VALUE BY SPACE.
024200     INSPECT INCIDI REPLACING ALL LOW-VALUE BY SPACE.
024300     INSPECT ACTNI  REPLACING ALL LOW-VALUE BY SPACE.
024400     INSPECT INITI  REPLACING ALL LOW-VALUE BY SPACE.
024500     MOVE LOGDTI TO SI-LOG-DATE.
024600     MOVE INCIDI TO SI-INCIDENT-ID.
024700     MOVE ACTNI  TO SI-ACTION.
024800     MOVE INITI  TO SI-INITIALS.
024900     IF SI-INCIDENT-KEY = IQ-INCIDENT-KEY
025000        AND SI-INCIDENT-KEY NOT = SPACES
025100         PERFORM 4000-READ-INCIDENT    THRU 4000-EXIT
025200     END-IF.
025300 3200-EXIT.
025400     EXIT.

025500******************************************************************
025600*  ENTER: THE SQLINC01 CARD EDITS, IN THE SAME ORDER AND WITH    *
025700*  THE SAME REASONS, THEN EITHER SHOW A NEWLY KEYED INCIDENT OR  *
025800*  APPLY THE ACTION TO THE ONE ALREADY SHOWN.                    *
025900******************************************************************
026000 3500-ENTER.
026100     MOVE 'N' TO WS-INCID-FOUND-SW.
026200     PERFORM 3200-RECEIVE-SCREEN       THRU 3200-EXIT.
026300     IF SI-LOG-DATE NOT NUMERIC
026400         MOVE 'LOG DATE NOT NUMERIC'       TO WS-MESSAGE
026500         SET WS-CURSOR-ON-DATE TO TRUE
026600         GO TO 3500-SEND
026700     END-IF.
026800     IF SI-INCIDENT-ID = SPACES
026900         MOVE 'INCIDENT NUMBER MISSING'    TO WS-MESSAGE
027000         SET WS-CURSOR-ON-INCIDENT TO TRUE
027100         GO TO 3500-SEND
027200     END-IF.
027300     IF SI-INCIDENT-KEY NOT = IQ-INCIDENT-KEY
027400         MOVE SI-INCIDENT-KEY TO IQ-INCIDENT-KEY
027500         PERFORM 4000-READ-INCIDENT    THRU 4000-EXIT
027600         IF WS-INCID-FOUND
027700             MOVE 'CHECK THE INCIDENT, THEN PRESS ENTER TO APPLY'
027800                                       TO WS-MESSAGE
027900         END-IF
028000         GO TO 3500-SEND
028100     END-IF.
028200     IF NOT SI-ACTION-ACK AND NOT SI-ACTION-CLOSE
028300         MOVE 'ACTION NOT ACK OR CLOSE'    TO WS-MESSAGE
028400         SET WS-CURSOR-ON-ACTION TO TRUE
028500         GO TO 3500-SEND
028600     END-IF.
028700     IF SI-INITIALS = SPACES
028800         MOVE 'OPERATOR INITIALS MISSING'  TO WS-MESSAGE
028900         SET WS-CURSOR-ON-INITIALS TO TRUE
029000         GO TO 3500-SEND
029100     END-IF.
029200     PERFORM 3600-APPLY-ACTION         THRU 3600-EXIT.
029300 3500-SEND.
029400     PERFORM 8000-SEND-SCREEN          THRU 8000-EXIT.
029500 3500-EXIT.
029600     EXIT.

029700******************************************************************
029800*  AS SQLINC01 2200-APPLY-CARD.  THE RECORD IS READ FOR UPDATE   *
029900*  SO A SERVICE-DESK UPDATE OR ANOTHER OPERATOR CANNOT CHANGE IT *
030000*  BETWEEN THE CLOSED CHECK AND THE REWRITE.                     *
030100******************************************************************
030200 3600-APPLY-ACTION.
030300     EXEC CICS READ FILE('SQLINC')
030400                    INTO(IN-INCIDENT-RECORD)
030500                    RIDFLD(IQ-INCIDENT-KEY)
030600                    UPDATE
030700                    RESP(WS-RESP)
030800     END-EXEC.
030900     IF WS-RESP = DFHRESP(NOTFND)
031000         MOVE 'INCIDENT NOT ON FILE'       TO WS-MESSAGE
031100         GO TO 3600-EXIT
031200     END-IF.
031300     IF WS-RESP NOT = DFHRESP(NORMAL)
031400         MOVE WS-RESP TO WS-RESP-DISPLAY
031500         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
031600             DELIMITED BY SIZE INTO WS-MESSAGE
031700         GO TO 3600-EXIT
031800     END-IF.
031900     SET WS-INCID-FOUND TO TRUE.
032000*    A CLOSED INCIDENT STAYS CLOSED: A STALE SCREEN MUST NOT
032100*    REOPEN IT OR OVERWRITE THE CLOSING OPERATOR'S INITIALS AND
032200*    DATE.
032300     IF IN-STATUS-CLOSED
032400         EXEC CICS UNLOCK FILE('SQLINC')
032500         END-EXEC
032600         MOVE 'INCIDENT ALREADY CLOSED'    TO WS-MESSAGE
032700         GO TO 3600-EXIT
032800     END-IF.
032900     PERFORM 3610-GET-EVENT-TIME       THRU 3610-EXIT.
033000     IF SI-ACTION-ACK
033100         SET IN-STATUS-ACKNOWLEDGED TO TRUE
033200     ELSE
033300         SET IN-STATUS-CLOSED       TO TRUE
033400     END-IF.
033500     MOVE WS-EVENT-DATE TO IN-STATUS-DATE.
033600     MOVE SI-INITIALS   TO IN-STATUS-INITIALS.
033700     SET IN-SET-BY-OPERATOR TO TRUE.
033800     EXEC CICS REWRITE FILE('SQLINC')
033900                       FROM(IN-INCIDENT-RECORD)
034000                       RESP(WS-RESP)
034100     END-EXEC.
034200     IF WS-RESP NOT = DFHRESP(NORMAL)
034300         MOVE WS-RESP TO WS-RESP-DISPLAY
034400         STRING 'INCIDENT NOT UPDATED - RESP ' WS-RESP-DISPLAY
034500             DELIMITED BY SIZE INTO WS-MESSAGE
034600         PERFORM 4000-READ-INCIDENT    THRU 4000-EXIT
034700         GO TO 3600-EXIT
034800     END-IF.
034900     PERFORM 3700-WRITE-HISTORY        THRU 3700-EXIT.
035000     IF SI-ACTION-ACK
035100         STRING 'INCIDENT ACKNOWLEDGED BY ' SI-INITIALS
035200             DELIMITED BY SIZE INTO WS-MESSAGE
035300     ELSE
035400         STRING 'INCIDENT CLOSED BY ' SI-INITIALS
035500             DELIMITED BY SIZE INTO WS-MESSAGE
035600     END-IF.
035700     IF NOT WS-HIST-WRITTEN
035800         MOVE '- HISTORY EVENT NOT WRITTEN' TO WS-MESSAGE (30:)
035900     END-IF.
036000     MOVE SPACES TO SI-ACTION.
036100 3600-EXIT.
036200     EXIT.

036300******************************************************************
036400*  TODAY'S DATE AND THE TIME AS HHMMSSHH, THE FORM SQLINC01 AND  *
036500*  SQLERR01 STAMP ON THE HISTORY FILE.                           *
036600******************************************************************
036700 3610-GET-EVENT-TIME.
036800     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
036900     END-EXEC.
037000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
037100                          YYYYMMDD(WS-EVENT-DATE)
037200                          TIME(WS-EVENT-HHMMSS)
037300                          MILLISECONDS(WS-EVENT-MSEC)
037400     END-EXEC.
037500     COMPUTE WS-EVENT-TIME = WS-EVENT-HHMMSS * 100
037600                           + WS-EVENT-MSEC / 10.
037700 3610-EXIT.
037800     EXIT.

037900******************************************************************
038000*  AS SQLINC01 2300-WRITE-HISTORY: ON A DUPLICATE KEY THE TIME   *
038100*  IS BUMPED A HUNDREDTH AND THE WRITE RETRIED, SO NEITHER EVENT *
038200*  IS LOST.  ANY OTHER FAILURE IS NOT RETRIED.                   *
038300******************************************************************
038400 3700-WRITE-HISTORY.
038500     MOVE SPACES          TO IH-HISTORY-RECORD.
038600     MOVE IN-INCIDENT-KEY TO IH-INCIDENT-KEY.
038700     MOVE WS-EVENT-DATE   TO IH-EVENT-DATE.
038800     IF SI-ACTION-ACK
038900         SET IH-EVENT-ACK   TO TRUE
039000     ELSE
039100         SET IH-EVENT-CLOSE TO TRUE
039200     END-IF.
039300     MOVE SI-INITIALS     TO IH-INITIALS.
039400     SET IH-SET-BY-OPERATOR TO TRUE.
039500     MOVE IN-PROGRAM      TO IH-PROGRAM.
039600     MOVE IN-SQLCODE      TO IH-SQLCODE.
039700     MOVE IN-JOB-NAME     TO IH-JOB-NAME.
039800     MOVE ZERO TO WS-HIST-TRIES.
039900     MOVE 'N'  TO WS-HIST-WRITTEN-SW.
040000     PERFORM 3710-TRY-WRITE-HISTORY    THRU 3710-EXIT
040100         UNTIL WS-HIST-WRITTEN
040200            OR WS-HIST-TRIES NOT < WS-HIST-TRY-MAX.
040300 3700-EXIT.
040400     EXIT.

040500 3710-TRY-WRITE-HISTORY.
040600     ADD 1 TO WS-HIST-TRIES.
040700     MOVE WS-EVENT-TIME TO IH-EVENT-TIME.
040800     EXEC CICS WRITE FILE('SQLHST')
040900                     FROM(IH-HISTORY-RECORD)
041000                     RIDFLD(IH-HISTORY-KEY)
041100                     RESP(WS-RESP)
041200     END-EXEC.
041300     EVALUATE TRUE
041400         WHEN WS-RESP = DFHRESP(NORMAL)
041500             SET WS-HIST-WRITTEN TO TRUE
041600         WHEN WS-RESP = DFHRESP(DUPREC)
041700             ADD 1 TO WS-EVENT-TIME
041800         WHEN OTHER
041900             MOVE WS-HIST-TRY-MAX TO WS-HIST-TRIES
042000     END-EVALUATE.
042100 3710-EXIT.
042200     EXIT.

042300******************************************************************
042400*  THE INCIDENT FOR IQ-INCIDENT-KEY, READ WITHOUT UPDATE FOR     *
042500*  DISPLAY, WITH ITS OWNING TEAM.                                *
042600******************************************************************
042700 4000-READ-INCIDENT.
042800     MOVE 'N' TO WS-INCID-FOUND-SW.
042900     EXEC CICS READ FILE('SQLINC')
043000                    INTO(IN-INCIDENT-RECORD)
043100                    RIDFLD(IQ-INCIDENT-KEY)
043200                    RESP(WS-RESP)
043300     END-EXEC.
043400     IF WS-RESP = DFHRESP(NOTFND)
043500         MOVE 'INCIDENT NOT ON FILE'       TO WS-MESSAGE
043600         SET WS-CURSOR-ON-DATE TO TRUE
043700         GO TO 4000-EXIT
043800     END-IF.
043900     IF WS-RESP NOT = DFHRESP(NORMAL)
044000         MOVE WS-RESP TO WS-RESP-DISPLAY
044100         STRING 'SQLINC NOT AVAILABLE - RESP ' WS-RESP-DISPLAY
044200             DELIMITED BY SIZE INTO WS-MESSAGE
044300         GO TO 4000-EXIT
044400     END-IF.
044500     SET WS-INCID-FOUND TO TRUE.
044600 4000-EXIT.
044700     EXIT.

044800 4100-LOOKUP-TEAM.
044900     MOVE IN-PROGRAM TO WS-OWN-KEY.
045000     EXEC CICS READ FILE('SQLOWN')
045100                    INTO(OW-OWNER-RECORD)
045200                    RIDFLD(WS-OWN-KEY)
045300                    RESP(WS-RESP)
045400     END-EXEC.
045500     IF WS-RESP = DFHRESP(NORMAL)
045600         MOVE OW-TEAM-NAME TO TEAMO
045700     ELSE
045800         MOVE 'UNASSIGNED' TO TEAMO
045900     END-IF.
046000 4100-EXIT.
046100     EXIT.

046200******************************************************************
046300*  THE SCREEN: WHAT THE OPERATOR KEYED, THE INCIDENT AS IT NOW   *
046400*  STANDS WHEN ONE WAS FOUND, AND THE MESSAGE.                   *
046500******************************************************************
046600 8000-SEND-SCREEN.
046700     MOVE LOW-VALUES     TO IM03MAPO.
046800     MOVE SI-LOG-DATE    TO LOGDTO.
046900     MOVE SI-INCIDENT-ID TO INCIDO.
047000     MOVE SI-ACTION      TO ACTNO.
047100     MOVE SI-INITIALS    TO INITO.
047200     EVALUATE TRUE
047300         WHEN WS-CURSOR-ON-DATE
047400             MOVE -1 TO LOGDTL
047500         WHEN WS-CURSOR-ON-INCIDENT
047600             MOVE -1 TO INCIDL
047700         WHEN WS-CURSOR-ON-INITIALS
047800             MOVE -1 TO INITL
047900         WHEN OTHER
048000             MOVE -1 TO ACTNL
048100     END-EVALUATE.
048200     IF WS-INCID-FOUND
048300         PERFORM 8100-SHOW-INCIDENT    THRU 8100-EXIT
048400     END-IF.
048500     MOVE WS-MESSAGE     TO MSGO.
048600     EXEC CICS SEND MAP('IM03MAP')
048700                    MAPSET('SQLIM03')
048800                    FROM(IM03MAPO)
048900                    ERASE CURSOR
049000     END-EXEC.
049100 8000-EXIT.
049200     EXIT.

049300 8100-SHOW-INCIDENT.
049400     EVALUATE TRUE
049500         WHEN IN-STATUS-OPEN
049600             MOVE 'OPEN'           TO STATO
049700         WHEN IN-STATUS-ACKNOWLEDGED
049800             MOVE 'ACKNOWLEDGED'   TO STATO
049900         WHEN IN-STATUS-CLOSED
050000             MOVE 'CLOSED'         TO STATO
050100         WHEN OTHER
050200             MOVE IN-STATUS        TO STATO
050300     END-EVALUATE.
050400     EVALUATE TRUE
050500         WHEN IN-SET-BY-OPERATOR
050600             MOVE 'OPERATOR'       TO STSRCO
050700         WHEN IN-SET-BY-SERVICE-DESK
050800             MOVE 'SERVICE DESK'   TO STSRCO
050900         WHEN OTHER
051000             MOVE SPACES           TO STSRCO
051100     END-EVALUATE.
051200     MOVE IN-STATUS-DATE     TO STDTO.
051300     MOVE IN-STATUS-INITIALS TO STINIO.
051400     MOVE IN-PROGRAM         TO PGMO.
051500     MOVE IN-SQLCODE         TO WS-SQLCODE-EDIT.
051600     MOVE WS-SQLCODE-EDIT    TO SQLCDO.
051700     MOVE IN-JOB-NAME        TO JOBO.
051800     MOVE IN-SQLERRMC        TO ERRMCO.
051900     PERFORM 4100-LOOKUP-TEAM          THRU 4100-EXIT.
052000 8100-EXIT.
052100     EXIT.

052200******************************************************************
052300*  END OF TASK: WAIT FOR THE NEXT KEY UNDER TRANSACTION SQID,    *
052400*  UNLESS THE OPERATOR ENDED THE SESSION WITH PF3.               *
052500******************************************************************
052600 9000-RETURN.
052700     IF WS-END-SESSION
052800         EXEC CICS RETURN
052900         END-EXEC
053000     END-IF.
053100     MOVE WS-PROGRAM-NAME TO IQ-LAST-PROGRAM.
053200     EXEC CICS RETURN TRANSID(WS-TRANSID)
053300                      COMMAREA(IQ-COMMAREA)
053400                      LENGTH(LENGTH OF IQ-COMMAREA)
053500     END-EXEC.
053600 9000-EXIT.
053700     EXIT.
