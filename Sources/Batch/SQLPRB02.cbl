000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLPRB02.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLPRB02  --  WEEKLY OPEN KNOWN-PROBLEM REPORT                *
000900*                                                                *
001000*  LOADS EVERY OPEN PROBLEM FROM THE KNOWN-PROBLEM REGISTER      *
001100*  (DDNAME SQLPRB, MAINTAINED BY SQLPRB01) INTO A TABLE, THEN    *
001200*  READS THE SQL ERROR AUDIT LOG (DDNAME ERRLOG) ONCE AND        *
001300*  COUNTS, FOR EACH PROBLEM, THE ERRORS LOGGED FOR ITS PROGRAM   *
001400*  AND SQLCODE (AND JOB, WHERE THE PROBLEM NAMES ONE) ON OR      *
001500*  AFTER THE DATE THE PROBLEM WAS RAISED, WITH THE LAST DATE     *
001600*  SEEN.  AN ERROR IS CREDITED TO A JOB-SPECIFIC PROBLEM BEFORE  *
001700*  AN ALL-JOBS ONE, THE SAME PRECEDENCE SQLERR01 USES WHEN IT    *
001800*  STAMPS THE PROBLEM NUMBER ON A NEW INCIDENT.  ERRORS LOGGED   *
001900*  INSIDE A PLANNED-MAINTENANCE WINDOW ARE NOT COUNTED.          *
002000*                                                                *
002100*  EACH PROBLEM PRINTS WITH ITS OWNING TEAM (DDNAME SQLOWN),     *
002200*  RAISED AND TARGET FIX DATES, OCCURRENCES AND LAST SEEN, AND   *
002300*  IS FLAGGED OVERDUE WITH THE DAYS PAST TARGET ONCE THE TARGET  *
002400*  DATE HAS GONE BY, SO THE WEEKLY PROBLEM REVIEW CAN CHASE      *
002500*  FIXES THAT HAVE SLIPPED.  OCCURRENCES COVER THE LIVE LOG      *
002600*  ONLY; ERRORS ALREADY MOVED TO THE ARCHIVE BY SQLPRG01 ARE     *
002700*  NOT INCLUDED.                                                 *
002800******************************************************************
002900*  MODIFICATION HISTORY                                          *
003000*  DATE       BY   DESCRIPTION                                   *
003100*  ---------- ---- ------------------------------------------    *
003200*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-Z15.
003700 OBJECT-COMPUTER.   IBM-Z15.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PROBLEM-FILE ASSIGN TO SQLPRB
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE  IS SEQUENTIAL
004300            RECORD KEY   IS PB-PROBLEM-KEY
004400            FILE STATUS  IS WS-PROBLEM-STATUS.
004500     SELECT ERRLOG-FILE  ASSIGN TO ERRLOG
004600            ORGANIZATION IS SEQUENTIAL
004700            FILE STATUS  IS WS-ERRLOG-STATUS.
004800     SELECT OWNER-FILE   ASSIGN TO SQLOWN
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE  IS DYNAMIC
005100            RECORD KEY   IS OW-PROGRAM-NAME
005200            FILE STATUS  IS WS-OWNER-STATUS.
005300     SELECT REPORT-FILE  ASSIGN TO SQLPRB02
005400            ORGANIZATION IS SEQUENTIAL
005500            FILE STATUS  IS WS-REPORT-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PROBLEM-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY SQLPRBR.

006100 FD  ERRLOG-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ERRLOGR.

006500 FD  OWNER-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY SQLOWNR.

006800 FD  REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  PRT-RECORD                    PIC X(132).

007200 WORKING-STORAGE SECTION.
007300 77  WS-PROBLEM-STATUS             PIC X(02) VALUE SPACES.
007400 77  WS-ERRLOG-STATUS              PIC X(02) VALUE SPACES.
007500 77  WS-OWNER-STATUS               PIC X(02) VALUE SPACES.
007600 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
007700 01  WS-SWITCHES.
007800     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
007900         88  WS-EOF                    VALUE 'Y'.
008000     05  WS-PROBLEM-EOF-SW         PIC X(01) VALUE 'N'.
008100         88  WS-PROBLEM-EOF            VALUE 'Y'.
008200     05  WS-OWNER-AVAIL-SW         PIC X(01) VALUE 'Y'.
008300         88  WS-OWNER-AVAILABLE        VALUE 'Y'.
008400     05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
008500         88  WS-PROBLEM-MATCHED        VALUE 'Y'.
008600 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
008700 77  WS-RECORDS-MATCHED            PIC S9(09) COMP VALUE ZERO.
008800 77  WS-PROBLEM-COUNT              PIC S9(04) COMP VALUE ZERO.
008900 77  WS-MAX-PROBLEMS               PIC S9(04) COMP VALUE 500.
009000 77  WS-PROBLEMS-SKIPPED           PIC S9(09) COMP VALUE ZERO.
009100 77  WS-OVERDUE-COUNT              PIC S9(09) COMP VALUE ZERO.
009200 01  WS-RUN-DATE                   PIC 9(08).
009300 77  WS-TODAY-DAYNUM               PIC S9(09) COMP VALUE ZERO.
009400 77  WS-DAYS-OVERDUE               PIC S9(09) COMP VALUE ZERO.
009500 01  WS-MATCH-JOB                  PIC X(08).
009600     COPY SQLD01C.

009700 01  WS-PROBLEM-TABLE.
009800     05  WS-PROBLEM-ENTRY OCCURS 500 TIMES
009900                          INDEXED BY WS-PRB-IDX.
010000         10  WS-PT-PROGRAM         PIC X(08).
010100         10  WS-PT-SQLCODE         PIC S9(09) COMP.
010200         10  WS-PT-JOB-NAME        PIC X(08).
010300         10  WS-PT-PROBLEM-ID      PIC X(08).
010400         10  WS-PT-RAISED-DATE     PIC X(08).
010500         10  WS-PT-TARGET-DATE     PIC X(08).
010600         10  WS-PT-DESCRIPTION     PIC X(30).
010700         10  WS-PT-WORKAROUND      PIC X(60).
010800         10  WS-PT-OCCURRENCES     PIC S9(09) COMP.
010900         10  WS-PT-LAST-SEEN       PIC X(08).

011000 01  WS-HEADING-1.
011100     05  FILLER                    PIC X(10) VALUE 'SQLPRB02'.
011200     05  FILLER                    PIC X(35)
011300             VALUE 'OPEN KNOWN-PROBLEM REPORT'.
011400     05  FILLER                    PIC X(05) VALUE 'RUN: '.
011500     05  WH1-RUN-DATE              PIC 9(08).

011600 01  WS-HEADING-2.
011700     05  FILLER                PIC X(10) VALUE 'PROBLEM'.
011800     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
011900     05  FILLER                PIC X(09) VALUE 'SQLCODE'.
012000     05  FILLER                PIC X(10) VALUE 'JOB'.
012100     05  FILLER                PIC X(10) VALUE 'RAISED'.
012200     05  FILLER                PIC X(10) VALUE 'TARGET'.
012300     05  FILLER                PIC X(13) VALUE 'OCCURRENCES'.
012400     05  FILLER                PIC X(10) VALUE 'LAST SEEN'.
012500     05  FILLER                PIC X(22) VALUE 'TEAM'.
012600     05  FILLER                PIC X(16) VALUE 'FLAG'.

012700 01  WS-DETAIL-LINE.
012800     05  DL-PROBLEM-ID             PIC X(08).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  DL-PROGRAM                PIC X(08).
013100     05  FILLER                    PIC X(02) VALUE SPACES.
013200     05  DL-SQLCODE                PIC -(6)9.
013300     05  FILLER                    PIC X(02) VALUE SPACES.
013400     05  DL-JOB-NAME               PIC X(08).
013500     05  FILLER                    PIC X(02) VALUE SPACES.
013600     05  DL-RAISED-DATE            PIC X(08).
013700     05  FILLER                    PIC X(02) VALUE SPACES.
013800     05  DL-TARGET-DATE            PIC X(08).
013900     05  FILLER                    PIC X(02) VALUE SPACES.
014000     05  DL-OCCURRENCES            PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                    PIC X(02) VALUE SPACES.
014200     05  DL-LAST-SEEN              PIC X(08).
014300     05  FILLER                    PIC X(02) VALUE SPACES.
014400     05  DL-TEAM-NAME              PIC X(20).
014500     05  FILLER                    PIC X(02) VALUE SPACES.
014600     05  DL-FLAG.
014700         10  DL-FLAG-TEXT          PIC X(08).
014800         10  DL-DAYS-OVERDUE       PIC ZZZ9.
014900         10  DL-FLAG-DAYS          PIC X(05).

015000 01  WS-TEXT-LINE.
015100     05  FILLER                    PIC X(10) VALUE SPACES.
015200     05  FILLER                    PIC X(13)
015300             VALUE 'DESCRIPTION: '.
015400     05  TL-DESCRIPTION            PIC X(30).
015500     05  FILLER                    PIC X(14)
015600             VALUE '  WORKAROUND: '.
015700     05  TL-WORKAROUND             PIC X(60).

015800 01  WS-NO-DATA-LINE.
015900     05  FILLER                    PIC X(40) VALUE
016000         'NO OPEN KNOWN PROBLEMS ON FILE.'.

016100 01  WS-TOTAL-LINE.
016200     05  FILLER                    PIC X(15)
016300             VALUE 'OPEN PROBLEMS: '.
016400     05  TT-PROBLEM-COUNT          PIC ZZZ9.
016500     05  FILLER                    PIC X(13)
016600             VALUE '    OVERDUE: '.
016700     05  TT-OVERDUE-COUNT          PIC ZZZ9.

016800 01  WS-COUNT-LINE.
016900     05  FILLER                    PIC X(16)
017000             VALUE 'SQLPRB02 - READ='.
017100     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
017200     05  FILLER                    PIC X(09) VALUE ' MATCHED='.
017300     05  WC-RECORDS-MATCHED        PIC ZZZ,ZZZ,ZZ9.
017400     05  FILLER                    PIC X(10) VALUE ' PROBLEMS='.
017500     05  WC-PROBLEM-COUNT          PIC ZZZ9.
017600     05  FILLER                    PIC X(09) VALUE ' OVERDUE='.
017700     05  WC-OVERDUE-COUNT          PIC ZZZ9.

017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
018100     PERFORM 2000-COUNT-ERRORS     THRU 2000-EXIT
018200         UNTIL WS-EOF.
018300     PERFORM 3000-PRINT-PROBLEM    THRU 3000-EXIT
018400         VARYING WS-PRB-IDX FROM 1 BY 1
018500         UNTIL WS-PRB-IDX > WS-PROBLEM-COUNT.
018600     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
018700     STOP RUN.

018800 1000-INITIALIZE.
018900     OPEN INPUT  PROBLEM-FILE.
019000     OPEN INPUT  ERRLOG-FILE.
019100     OPEN INPUT  OWNER-FILE.
019200     IF WS-OWNER-STATUS NOT = '00'
019300         MOVE 'N' TO WS-OWNER-AVAIL-SW
019400     END-IF.
019500     OPEN OUTPUT REPORT-FILE.
019600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
019800     SET SQD-FN-DAYNUM TO TRUE.
019900     MOVE WS-RUN-DATE TO SQD-DATE-IN.
020000     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
020100     MOVE SQD-DAY-NUMBER TO WS-TODAY-DAYNUM.
020200     WRITE PRT-RECORD FROM WS-HEADING-1.
020300     WRITE PRT-RECORD FROM WS-HEADING-2.
020400     READ PROBLEM-FILE
020500         AT END SET WS-PROBLEM-EOF TO TRUE
020600     END-READ.
020700     PERFORM 1100-LOAD-PROBLEM     THRU 1100-EXIT
020800         UNTIL WS-PROBLEM-EOF.
020900     IF WS-PROBLEMS-SKIPPED > ZERO
021000         DISPLAY 'SQLPRB02 WARNING - PROBLEM TABLE FULL, '
021100                 WS-PROBLEMS-SKIPPED
021200                 ' OPEN PROBLEMS NOT REPORTED'
021300     END-IF.
021400     READ ERRLOG-FILE
021500         AT END SET WS-EOF TO TRUE
021600     END-READ.
021700 1000-EXIT.
021800     EXIT.

021900 1100-LOAD-PROBLEM.
022000     IF NOT PB-STATUS-OPEN
022100         GO TO 1100-READ-NEXT
022200     END-IF.
022300     IF WS-PROBLEM-COUNT NOT < WS-MAX-PROBLEMS
022400         ADD 1 TO WS-PROBLEMS-SKIPPED
022500         GO TO 1100-READ-NEXT
022600     END-IF.
022700     ADD 1 TO WS-PROBLEM-COUNT.
022800     SET WS-PRB-IDX TO WS-PROBLEM-COUNT.
022900     MOVE PB-PROGRAM      TO WS-PT-PROGRAM (WS-PRB-IDX).
023000     MOVE PB-SQLCODE      TO WS-PT-SQLCODE (WS-PRB-IDX).
023100     MOVE PB-JOB-NAME     TO WS-PT-JOB-NAME (WS-PRB-IDX).
023200     MOVE PB-PROBLEM-ID   TO WS-PT-PROBLEM-ID (WS-PRB-IDX).
023300     MOVE PB-RAISED-DATE  TO WS-PT-RAISED-DATE (WS-PRB-IDX).
023400     MOVE PB-TARGET-DATE  TO WS-PT-TARGET-DATE (WS-PRB-IDX).
023500     MOVE PB-DESCRIPTION  TO WS-PT-DESCRIPTION (WS-PRB-IDX).
023600     MOVE PB-WORKAROUND   TO WS-PT-WORKAROUND (WS-PRB-IDX).
023700     MOVE ZERO            TO WS-PT-OCCURRENCES (WS-PRB-IDX).
023800     MOVE SPACES          TO WS-PT-LAST-SEEN (WS-PRB-IDX).
023900 1100-READ-NEXT.
024000     READ PROBLEM-FILE
024100         AT END SET WS-PROBLEM-EOF TO TRUE
024200     END-READ.
024300 1100-EXIT.
024400     EXIT.

024500******************************************************************
024600*  THE ERROR IS MATCHED AGAINST A PROBLEM FOR ITS OWN JOB FIRST  *
024700*  AND ONLY THEN AGAINST ONE FOR EVERY JOB (JOB NAME OF SPACES), *
024800*  SO IT IS NEVER COUNTED TWICE.                                 *
024900******************************************************************
025000 2000-COUNT-ERRORS.
025100     ADD 1 TO WS-RECORDS-READ.
025200     IF EL-IN-MAINT-WINDOW
025300        OR WS-PROBLEM-COUNT = ZERO
025400         GO TO 2000-READ-NEXT
025500     END-IF.
025600     MOVE 'N' TO WS-MATCH-SW.
025700     IF EL-JOB-NAME NOT = SPACES
025800         MOVE EL-JOB-NAME TO WS-MATCH-JOB
025900         PERFORM 2100-MATCH-PROBLEM THRU 2100-EXIT
026000             VARYING WS-PRB-IDX FROM 1 BY 1
026100             UNTIL WS-PRB-IDX > WS-PROBLEM-COUNT
026200                OR WS-PROBLEM-MATCHED
026300     END-IF.
026400     IF NOT WS-PROBLEM-MATCHED
026500         MOVE SPACES TO WS-MATCH-JOB
026600         PERFORM 2100-MATCH-PROBLEM THRU 2100-EXIT
026700             VARYING WS-PRB-IDX FROM 1 BY 1
026800             UNTIL WS-PRB-IDX > WS-PROBLEM-COUNT
026900                OR WS-PROBLEM-MATCHED
027000     END-IF.
027100 2000-READ-NEXT.
027200     READ ERRLOG-FILE
027300         AT END SET WS-EOF TO TRUE
027400     END-READ.
027500 2000-EXIT.
027600     EXIT.

027700 2100-MATCH-PROBLEM.
027800     IF WS-PT-PROGRAM (WS-PRB-IDX) = EL-SQLERRP
027900        AND WS-PT-SQLCODE (WS-PRB-IDX) = EL-SQLCODE
028000        AND WS-PT-JOB-NAME (WS-PRB-IDX) = WS-MATCH-JOB
028100        AND EL-LOG-DATE NOT < WS-PT-RAISED-DATE (WS-PRB-IDX)
028200         SET WS-PROBLEM-MATCHED TO TRUE
028300         ADD 1 TO WS-RECORDS-MATCHED
028400         ADD 1 TO WS-PT-OCCURRENCES (WS-PRB-IDX)
028500         IF EL-LOG-DATE > WS-PT-LAST-SEEN (WS-PRB-IDX)
028600             MOVE EL-LOG-DATE TO WS-PT-LAST-SEEN (WS-PRB-IDX)
028700         END-IF
028800     END-IF.
028900 2100-EXIT.
029000     EXIT.

029100 3000-PRINT-PROBLEM.
029200     MOVE WS-PT-PROBLEM-ID (WS-PRB-IDX)  TO DL-PROBLEM-ID.
029300     MOVE WS-PT-PROGRAM (WS-PRB-IDX)     TO DL-PROGRAM.
029400     MOVE WS-PT-SQLCODE (WS-PRB-IDX)     TO DL-SQLCODE.
029500     IF WS-PT-JOB-NAME (WS-PRB-IDX) = SPACES
029600         MOVE '(ALL)' TO DL-JOB-NAME
029700     ELSE
029800         MOVE WS-PT-JOB-NAME (WS-PRB-IDX) TO DL-JOB-NAME
029900     END-IF.
030000     MOVE WS-PT-RAISED-DATE (WS-PRB-IDX) TO DL-RAISED-DATE.
030100     MOVE WS-PT-TARGET-DATE (WS-PRB-IDX) TO DL-TARGET-DATE.
030200     MOVE WS-PT-OCCURRENCES (WS-PRB-IDX) TO DL-OCCURRENCES.
030300     MOVE WS-PT-LAST-SEEN (WS-PRB-IDX)   TO DL-LAST-SEEN.
030400     PERFORM 3100-CHECK-TARGET     THRU 3100-EXIT.
030500     PERFORM 3200-LOOKUP-OWNER     THRU 3200-EXIT.
030600     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
030700     MOVE WS-PT-DESCRIPTION (WS-PRB-IDX) TO TL-DESCRIPTION.
030800     MOVE WS-PT-WORKAROUND (WS-PRB-IDX)  TO TL-WORKAROUND.
030900     WRITE PRT-RECORD FROM WS-TEXT-LINE.
031000 3000-EXIT.
031100     EXIT.

031200******************************************************************
031300*  A PROBLEM IS OVERDUE ONCE ITS TARGET FIX DATE IS BEFORE THE   *
031400*  RUN DATE.  SQLPRB01 ALWAYS EDITS THE TARGET DATE, SO ONE THAT *
031500*  WILL NOT CONVERT MEANS A DAMAGED RECORD AND IS FLAGGED TOO.   *
031600******************************************************************
031700 3100-CHECK-TARGET.
031800     MOVE SPACES TO DL-FLAG.
031900     SET SQD-FN-DAYNUM TO TRUE.
032000     MOVE WS-PT-TARGET-DATE (WS-PRB-IDX) TO SQD-DATE-IN.
032100     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
032200     IF NOT SQD-RC-OK
032300         MOVE 'BAD TARGET DATE' TO DL-FLAG
032400         ADD 1 TO WS-OVERDUE-COUNT
032500         GO TO 3100-EXIT
032600     END-IF.
032700     IF SQD-DAY-NUMBER < WS-TODAY-DAYNUM
032800         SUBTRACT SQD-DAY-NUMBER FROM WS-TODAY-DAYNUM
032900             GIVING WS-DAYS-OVERDUE
033000         MOVE 'OVERDUE '       TO DL-FLAG-TEXT
033100         MOVE WS-DAYS-OVERDUE  TO DL-DAYS-OVERDUE
033200         MOVE ' DAYS'          TO DL-FLAG-DAYS
033300         ADD 1 TO WS-OVERDUE-COUNT
033400     END-IF.
033500 3100-EXIT.
033600     EXIT.

033700 3200-LOOKUP-OWNER.
033800     MOVE 'UNASSIGNED' TO DL-TEAM-NAME.
033900     IF WS-OWNER-AVAILABLE
034000         MOVE WS-PT-PROGRAM (WS-PRB-IDX) TO OW-PROGRAM-NAME
034100         READ OWNER-FILE KEY IS OW-PROGRAM-NAME
034200             INVALID KEY
034300                 CONTINUE
034400             NOT INVALID KEY
034500                 MOVE OW-TEAM-NAME TO DL-TEAM-NAME
034600         END-READ
034700     END-IF.
034800 3200-EXIT.
034900     EXIT.

035000 9999-TERMINATE.
035100     IF WS-PROBLEM-COUNT = ZERO
035200         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
035300     ELSE
035400         MOVE SPACES TO PRT-RECORD
035500         WRITE PRT-RECORD
035600         MOVE WS-PROBLEM-COUNT TO TT-PROBLEM-COUNT
035700         MOVE WS-OVERDUE-COUNT TO TT-OVERDUE-COUNT
035800         WRITE PRT-RECORD FROM WS-TOTAL-LINE
035900     END-IF.
036000     CLOSE PROBLEM-FILE.
036100     CLOSE ERRLOG-FILE.
036200     CLOSE OWNER-FILE.
036300     CLOSE REPORT-FILE.
036400     MOVE WS-RECORDS-READ    TO WC-RECORDS-READ.
036500     MOVE WS-RECORDS-MATCHED TO WC-RECORDS-MATCHED.
036600     MOVE WS-PROBLEM-COUNT   TO WC-PROBLEM-COUNT.
036700     MOVE WS-OVERDUE-COUNT   TO WC-OVERDUE-COUNT.
036800     DISPLAY WS-COUNT-LINE.
036900 9999-EXIT.
037000     EXIT.
