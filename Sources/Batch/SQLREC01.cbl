000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLREC01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLREC01  --  NIGHTLY INCIDENT CROSS-FILE RECONCILIATION      *
000900*                                                                *
001000*  NIGHTLY STEP THAT CHECKS THE INCIDENT NUMBER STILL TIES THE   *
001100*  SQL ERROR AUDIT LOG (DDNAME ERRLOG), THE DIAGNOSTIC DUMP FILE *
001200*  (DDNAME SQLDUMP), THE INCIDENT MASTER (DDNAME SQLINC) AND THE *
001300*  SERVICE-DESK TICKET FEED (DDNAME TKTFEED) TOGETHER FOR THE    *
001400*  BUSINESS DAY.  THE "RECONCILIATION EXCEPTIONS" REPORT         *
001500*  (DDNAME SQLREC01) LISTS:                                      *
001600*    NO SQLINC INCIDENT    -- A HARD ERROR ON ERRLOG WHOSE       *
001700*                             INCIDENT HAS NO SQLINC RECORD      *
001800*                             (SQLERR01 COULD NOT WRITE IT);     *
001900*    CRITICAL, NO TICKET   -- A HARD ERROR WHOSE SQLACT SEVERITY *
002000*                             IS CRITICAL (-904/-911 WHEN SQLACT *
002100*                             IS NOT AVAILABLE, AS IN SQLTKT01)  *
002200*                             THAT IS NOT ON TKTFEED;            *
002300*    DUMP WITH NO LOG      -- A SQLDUMP HEADER FOR THE DAY WITH  *
002400*                             NO ERRLOG RECORD FOR ITS INCIDENT; *
002500*    LOG PURGED, NOT CLOSED -- AN SQLINC INCIDENT OF ANY DATE,   *
002600*                             STILL OPEN OR ACKNOWLEDGED, WHOSE  *
002700*                             LOG DATE IS OLDER THAN THE         *
002800*                             OLDEST RECORD LEFT ON ERRLOG, SO   *
002900*                             ITS LOG RECORD WAS PURGED BY       *
003000*                             SQLPRG01 BEFORE IT WAS CLOSED.     *
003100*  ERRORS RAISED IN A PLANNED-MAINTENANCE BLACKOUT WINDOW OPEN   *
003200*  NO INCIDENT AND ARE NOT CHECKED.  A DUMP HEADER WITH NO       *
003300*  INCIDENT NUMBER, OR WITH '*MW*' AND THE WINDOW ID OF THE      *
003310*  BLACKOUT WINDOW IT WAS RAISED IN, IS ONLY COUNTED; BOTH       *
003320*  COUNTS ARE PRINTED UNDER THE DUMP HEADER CHECK.  WITHOUT      *
003330*  ERRLOG NO CHECK CAN RUN AND THE RUN ENDS NOT RUN.             *
003400*                                                                *
003500*  THE RUN ENDS WITH A PASS/FAIL LINE FOR EACH CHECK AND FOR THE *
003600*  RUN, AND SETS THE STEP RETURN CODE FOR THE SCHEDULER:         *
003700*     0  PASS      -- EVERY CHECK FOUND NOTHING;                 *
003800*     4  REPAIRED  -- THE ONLY EXCEPTIONS WERE MISSING SQLINC    *
003900*                     RECORDS AND REPAIR MODE CREATED THEM ALL;  *
004000*     8  FAIL      -- EXCEPTIONS REMAIN;                         *
004100*    12  NOT RUN   -- A FILE WAS NOT AVAILABLE OR THE LOG TABLE  *
004200*                     FILLED, SO AT LEAST ONE CHECK DID NOT RUN  *
004300*                     IN FULL.                                   *
004400*                                                                *
004500*  IN REPAIR MODE EACH MISSING SQLINC RECORD IS CREATED, OPEN,   *
004600*  FROM THE ERRLOG RECORD AS SQLERR01 WOULD HAVE WRITTEN IT (NO  *
004700*  KNOWN-PROBLEM NUMBER IS STAMPED), WITH AN OPEN EVENT ON THE   *
004800*  STATUS HISTORY (DDNAME SQLHST, SOURCE 'R'), SO THE ORPHANED   *
004900*  HARD ERROR APPEARS ON THE SQLINC02 AGING REPORT.  NOTHING     *
005000*  ELSE IS EVER CHANGED.                                         *
005100*                                                                *
005200*  TKTFEED MUST BE THE FEED SQLTKT01 BUILT FOR THE SAME BUSINESS *
005300*  DAY; IT IS READ IN THE INCIDENT ORDER SQLTKT01 WRITES IT.     *
005400*                                                                *
005500*  CONTROL CARD (SYSIN):                                         *
005600*    COLS  1-8   BUSINESS DATE (YYYYMMDD); BLANK MEANS THE PRIOR *
005700*                BUSINESS DAY                                    *
005800*    COLS 10-15  'REPAIR' TO CREATE MISSING SQLINC RECORDS       *
005900******************************************************************
006000*  MODIFICATION HISTORY                                          *
006100*  DATE       BY   DESCRIPTION                                   *
006200*  ---------- ---- ------------------------------------------    *
006300*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-Z15.
006800 OBJECT-COMPUTER.   IBM-Z15.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT ERRLOG-FILE  ASSIGN TO ERRLOG
007200            ORGANIZATION IS SEQUENTIAL
007300            FILE STATUS  IS WS-ERRLOG-STATUS.
007400     SELECT DUMP-FILE    ASSIGN TO SQLDUMP
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS  IS WS-DUMP-STATUS.
007700     SELECT INCID-FILE   ASSIGN TO SQLINC
007800            ORGANIZATION IS INDEXED
007900            ACCESS MODE  IS DYNAMIC
008000            RECORD KEY   IS IN-INCIDENT-KEY
008100            FILE STATUS  IS WS-INCID-STATUS.
008200     SELECT TICKET-FILE  ASSIGN TO TKTFEED
008300            ORGANIZATION IS SEQUENTIAL
008400            FILE STATUS  IS WS-TICKET-STATUS.
008500     SELECT SQLACT-FILE  ASSIGN TO SQLACT
008600            ORGANIZATION IS INDEXED
008700            ACCESS MODE  IS DYNAMIC
008800            RECORD KEY   IS AL-SQLCODE
008900            FILE STATUS  IS WS-SQLACT-STATUS.
009000     SELECT HIST-FILE    ASSIGN TO SQLHST
009100            ORGANIZATION IS INDEXED
009200            ACCESS MODE  IS DYNAMIC
009300            RECORD KEY   IS IH-HISTORY-KEY
009400            FILE STATUS  IS WS-HIST-STATUS.
009500     SELECT REPORT-FILE  ASSIGN TO SQLREC01
009600            ORGANIZATION IS SEQUENTIAL
009700            FILE STATUS  IS WS-REPORT-STATUS.
009800     SELECT CONTROL-FILE ASSIGN TO SYSIN
009900            ORGANIZATION IS SEQUENTIAL
010000            FILE STATUS  IS WS-CONTROL-STATUS.
010100     SELECT SORT-FILE    ASSIGN TO SORTWK01.

010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  ERRLOG-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY ERRLOGR.

010800 FD  DUMP-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100     COPY DMPR01.

011200 FD  INCID-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY SQLINCR.

011500******************************************************************
011600*  ONLY THE KEY OF THE TICKET RECORD IS NEEDED HERE; THE FULL    *
011700*  LAYOUT IS IN SQLTKT01.                                        *
011800******************************************************************
011900 FD  TICKET-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  TK-TICKET-RECORD.
012300     05  TK-INCIDENT-ID            PIC X(12).
012400     05  TK-LOG-DATE               PIC X(08).
012500     05  FILLER                    PIC X(180).

012600 FD  SQLACT-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY SQLACTR.

012900 FD  HIST-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY SQLHSTR.

013200 FD  REPORT-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  PRT-RECORD                    PIC X(132).

013600 FD  CONTROL-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 01  CC-CONTROL-CARD.
014000     05  CC-BUSINESS-DATE          PIC X(08).
014100     05  FILLER                    PIC X(01).
014200     05  CC-MODE                   PIC X(06).
014300         88  CC-REPAIR                 VALUE 'REPAIR'.
014400     05  FILLER                    PIC X(65).

014500 SD  SORT-FILE.
014600 01  SR-EVENT-RECORD.
014700     05  SR-EVENT-KEY.
014800         10  SR-LOG-DATE           PIC X(08).
014900         10  SR-INCIDENT-ID        PIC X(12).
015000     05  SR-LOG-TIME               PIC X(08).
015100     05  SR-JOB-NAME               PIC X(08).
015200     05  SR-PROGRAM                PIC X(08).
015300     05  SR-SQLCODE                PIC S9(09) COMP.
015400     05  SR-SQLERRMC               PIC X(70).

015500 WORKING-STORAGE SECTION.
015600 77  WS-ERRLOG-STATUS              PIC X(02) VALUE SPACES.
015700 77  WS-DUMP-STATUS                PIC X(02) VALUE SPACES.
015800 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
015900 77  WS-TICKET-STATUS              PIC X(02) VALUE SPACES.
016000 77  WS-SQLACT-STATUS              PIC X(02) VALUE SPACES.
016100 77  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
016200 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
016300 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
016400 01  WS-SWITCHES.
016500     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
016600         88  WS-EOF                    VALUE 'Y'.
016700     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
016800         88  WS-SORT-EOF               VALUE 'Y'.
016900     05  WS-TICKET-EOF-SW          PIC X(01) VALUE 'N'.
017000         88  WS-TICKET-EOF             VALUE 'Y'.
017100     05  WS-INCID-EOF-SW           PIC X(01) VALUE 'N'.
017200         88  WS-INCID-EOF              VALUE 'Y'.
017300     05  WS-MODE-SW                PIC X(01) VALUE 'C'.
017400         88  WS-CHECK-MODE             VALUE 'C'.
017500         88  WS-REPAIR-MODE            VALUE 'R'.
017600     05  WS-INCID-AVAIL-SW         PIC X(01) VALUE 'Y'.
017700         88  WS-INCID-AVAILABLE        VALUE 'Y'.
017800     05  WS-TICKET-AVAIL-SW        PIC X(01) VALUE 'Y'.
017900         88  WS-TICKET-AVAILABLE       VALUE 'Y'.
018000     05  WS-SQLACT-AVAIL-SW        PIC X(01) VALUE 'Y'.
018100         88  WS-SQLACT-AVAILABLE       VALUE 'Y'.
018200     05  WS-HIST-AVAIL-SW          PIC X(01) VALUE 'Y'.
018300         88  WS-HIST-AVAILABLE         VALUE 'Y'.
018400     05  WS-DUMP-AVAIL-SW          PIC X(01) VALUE 'Y'.
018500         88  WS-DUMP-AVAILABLE         VALUE 'Y'.
018510     05  WS-ERRLOG-AVAIL-SW        PIC X(01) VALUE 'Y'.
018520         88  WS-ERRLOG-AVAILABLE       VALUE 'Y'.
018600     05  WS-LOG-FULL-SW            PIC X(01) VALUE 'N'.
018700         88  WS-LOG-TABLE-FULL         VALUE 'Y'.
018800     05  WS-CRITICAL-SW            PIC X(01) VALUE 'N'.
018900         88  WS-EVENT-CRITICAL         VALUE 'Y'.
019000     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
019100         88  WS-ENTRY-FOUND            VALUE 'Y'.
019200     05  WS-HIST-WRITTEN-SW        PIC X(01) VALUE 'N'.
019300         88  WS-HIST-WRITTEN           VALUE 'Y'.
019400 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
019500 77  WS-INCIDENTS-CHECKED          PIC S9(09) COMP VALUE ZERO.
019600 77  WS-CRITICAL-CHECKED           PIC S9(09) COMP VALUE ZERO.
019700 77  WS-DUMPS-READ                 PIC S9(09) COMP VALUE ZERO.
019800 77  WS-HEADERS-CHECKED            PIC S9(09) COMP VALUE ZERO.
019900 77  WS-HEADERS-NO-INCIDENT        PIC S9(09) COMP VALUE ZERO.
019950 77  WS-HEADERS-IN-WINDOW          PIC S9(09) COMP VALUE ZERO.
020000 77  WS-PURGED-CHECKED             PIC S9(09) COMP VALUE ZERO.
020100 77  WS-NO-INCIDENT                PIC S9(09) COMP VALUE ZERO.
020200 77  WS-REPAIRED                   PIC S9(09) COMP VALUE ZERO.
020300 77  WS-NO-TICKET                  PIC S9(09) COMP VALUE ZERO.
020400 77  WS-DUMP-NO-LOG                PIC S9(09) COMP VALUE ZERO.
020500 77  WS-PURGED-OPEN                PIC S9(09) COMP VALUE ZERO.
020600 77  WS-EXCEPTIONS                 PIC S9(09) COMP VALUE ZERO.
020700 77  WS-LOG-COUNT                  PIC S9(09) COMP VALUE ZERO.
020800 77  WS-LOG-MAX                    PIC S9(09) COMP VALUE 20000.
020900 77  WS-HIST-TRIES                 PIC S9(04) COMP VALUE ZERO.
021000 77  WS-HIST-TRY-MAX               PIC S9(04) COMP VALUE 100.
021100 77  WS-EVENT-TIME                 PIC 9(08) VALUE ZERO.
021200 01  WS-RUN-DATE                   PIC 9(08).
021300 01  WS-BUSINESS-DATE              PIC X(08) VALUE SPACES.
021400 01  WS-OLDEST-LOG-DATE            PIC X(08) VALUE HIGH-VALUES.
021500     COPY SQLD01C.

021600 01  WS-HOLD-EVENT-KEY.
021700     05  WS-HOLD-LOG-DATE          PIC X(08).
021800     05  WS-HOLD-INCIDENT-ID       PIC X(12).

021900 01  WS-TICKET-KEY.
022000     05  WS-TK-LOG-DATE            PIC X(08).
022100     05  WS-TK-INCIDENT-ID         PIC X(12).

022200 01  WS-CRITICAL-CODE-VALUES.
022300     05  FILLER                    PIC S9(09) COMP VALUE -904.
022400     05  FILLER                    PIC S9(09) COMP VALUE -911.
022500 01  WS-CRITICAL-CODE-TABLE REDEFINES WS-CRITICAL-CODE-VALUES.
022600     05  WS-CRITICAL-CODE OCCURS 2 TIMES
022700                           INDEXED BY WS-CRIT-IDX
022800                           PIC S9(09) COMP.

022900******************************************************************
023000*  THE DAY'S LOGGED INCIDENTS, LOADED IN KEY ORDER FROM THE SORT *
023100*  SO THE DUMP HEADERS CAN BE LOOKED UP WITH A BINARY SEARCH.    *
023200******************************************************************
023300 01  WS-LOG-TABLE.
023400     05  WS-LOG-ENTRY              OCCURS 1 TO 20000 TIMES
023500                                   DEPENDING ON WS-LOG-COUNT
023600                                   ASCENDING KEY IS WS-LG-KEY
023700                                   INDEXED BY WS-LOG-IDX.
023800         10  WS-LG-KEY             PIC X(20).

023900 01  WS-HEADING-1.
024000     05  FILLER                    PIC X(10) VALUE 'SQLREC01'.
024100     05  FILLER                    PIC X(40)
024200             VALUE 'RECONCILIATION EXCEPTIONS'.
024300     05  FILLER                    PIC X(05) VALUE 'RUN: '.
024400     05  WH1-RUN-DATE              PIC 9(08).

024500 01  WS-PERIOD-LINE.
024600     05  FILLER                    PIC X(14)
024700             VALUE 'BUSINESS DAY: '.
024800     05  WP-BUSINESS-DATE          PIC X(08).
024900     05  FILLER                    PIC X(09) VALUE '   MODE: '.
025000     05  WP-MODE                   PIC X(30).

025100 01  WS-HEADING-2.
025200     05  FILLER                PIC X(24) VALUE 'EXCEPTION'.
025300     05  FILLER                PIC X(10) VALUE 'LOG DATE'.
025400     05  FILLER                PIC X(10) VALUE 'TIME'.
025500     05  FILLER                PIC X(14) VALUE 'INCIDENT'.
025600     05  FILLER                PIC X(10) VALUE 'JOB'.
025700     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
025800     05  FILLER                PIC X(12) VALUE '   SQLCODE'.
025900     05  FILLER                PIC X(30) VALUE 'NOTE'.

026000 01  WS-DETAIL-LINE.
026100     05  DL-EXCEPTION              PIC X(22).
026200     05  FILLER                    PIC X(02) VALUE SPACES.
026300     05  DL-LOG-DATE               PIC X(08).
026400     05  FILLER                    PIC X(02) VALUE SPACES.
026500     05  DL-LOG-TIME               PIC X(08).
026600     05  FILLER                    PIC X(02) VALUE SPACES.
026700     05  DL-INCIDENT-ID            PIC X(12).
026800     05  FILLER                    PIC X(02) VALUE SPACES.
026900     05  DL-JOB-NAME               PIC X(08).
027000     05  FILLER                    PIC X(02) VALUE SPACES.
027100     05  DL-PROGRAM                PIC X(08).
027200     05  FILLER                    PIC X(02) VALUE SPACES.
027300     05  DL-SQLCODE                PIC -(9)9.
027400     05  FILLER                    PIC X(02) VALUE SPACES.
027500     05  DL-NOTE                   PIC X(40).

027600 01  WS-NOTE-STATUS.
027700     05  WN-TEXT                   PIC X(27).
027800     05  WN-STATUS                 PIC X(02).

027900 01  WS-NOTE-SINCE.
028000     05  WN-STATE                  PIC X(13).
028100     05  FILLER                    PIC X(07) VALUE ' SINCE '.
028200     05  WN-STATUS-DATE            PIC X(08).

028300 01  WS-NO-DATA-LINE.
028400     05  FILLER                    PIC X(50)
028500             VALUE 'NO RECONCILIATION EXCEPTIONS.'.

028600 01  WS-SUMMARY-HEADING.
028700     05  FILLER                    PIC X(40) VALUE 'CHECK'.
028800     05  FILLER                    PIC X(12) VALUE '    CHECKED'.
028900     05  FILLER                    PIC X(12) VALUE ' EXCEPTIONS'.
029000     05  FILLER                    PIC X(12) VALUE '   REPAIRED'.
029100     05  FILLER                    PIC X(08) VALUE '  RESULT'.

029200 01  WS-SUMMARY-LINE.
029300     05  SM-CHECK                  PIC X(40).
029400     05  SM-CHECKED                PIC ZZZ,ZZZ,ZZ9.
029500     05  FILLER                    PIC X(01) VALUE SPACE.
029600     05  SM-EXCEPTIONS             PIC ZZZ,ZZZ,ZZ9.
029700     05  FILLER                    PIC X(01) VALUE SPACE.
029800     05  SM-REPAIRED               PIC ZZZ,ZZZ,ZZ9.
029900     05  FILLER                    PIC X(02) VALUE SPACES.
030000     05  SM-RESULT                 PIC X(08).

030100 01  WS-RESULT-LINE.
030200     05  FILLER                    PIC X(26)
030300             VALUE 'RECONCILIATION RESULT:    '.
030400     05  WR-RESULT                 PIC X(08).
030500     05  FILLER                    PIC X(16)
030600             VALUE '   RETURN CODE: '.
030700     05  WR-RETURN-CODE            PIC Z9.

030800 01  WS-REASON-LINE.
030900     05  FILLER                    PIC X(10) VALUE SPACES.
031000     05  WR-REASON                 PIC X(80).

031010 01  WS-HEADERS-SKIPPED-LINE.
031020     05  FILLER                    PIC X(10) VALUE SPACES.
031030     05  FILLER                    PIC X(34)
031040             VALUE 'HEADERS NOT CHECKED - NO INCIDENT:'.
031050     05  WK-NO-INCIDENT            PIC ZZZ,ZZZ,ZZ9.
031060     05  FILLER                    PIC X(24)
031070             VALUE '   IN A BLACKOUT WINDOW:'.
031080     05  WK-IN-WINDOW              PIC ZZZ,ZZZ,ZZ9.

031100 01  WS-COUNT-LINE.
031200     05  FILLER                    PIC X(16)
031300             VALUE 'SQLREC01 - READ='.
031400     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
031500     05  FILLER                    PIC X(11) VALUE ' INCIDENTS='.
031600     05  WC-INCIDENTS-CHECKED      PIC ZZZ,ZZZ,ZZ9.
031700     05  FILLER                    PIC X(12) VALUE ' EXCEPTIONS='.
031800     05  WC-EXCEPTIONS             PIC ZZZ,ZZZ,ZZ9.
031900     05  FILLER                    PIC X(10) VALUE ' REPAIRED='.
032000     05  WC-REPAIRED               PIC ZZZ,ZZZ,ZZ9.
032100     05  FILLER                    PIC X(04) VALUE ' RC='.
032200     05  WC-RETURN-CODE            PIC Z9.

032300 PROCEDURE DIVISION.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
032600     SORT SORT-FILE
032700         ASCENDING KEY SR-EVENT-KEY
032800         INPUT PROCEDURE  2000-RELEASE-LOG   THRU 2000-EXIT
032900         OUTPUT PROCEDURE 3000-CHECK-LOG     THRU 3000-EXIT.
033000     PERFORM 4000-CHECK-DUMPS      THRU 4000-EXIT.
033100     PERFORM 5000-CHECK-PURGED     THRU 5000-EXIT.
033200     IF WS-EXCEPTIONS = ZERO
033300         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
033400     END-IF.
033500     PERFORM 8000-PRINT-SUMMARY    THRU 8000-EXIT.
033600     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
033700     STOP RUN.

033800 1000-INITIALIZE.
033900     OPEN OUTPUT REPORT-FILE.
034000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034100     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
034200     PERFORM 1100-READ-CONTROL     THRU 1100-EXIT.
034300     IF WS-BUSINESS-DATE = SPACES
034400         SET SQD-FN-PREVBDAY TO TRUE
034500         MOVE WS-RUN-DATE TO SQD-DATE-IN
034600         CALL 'SQLDAT01' USING SQD-CONTROL-AREA
034700         MOVE SQD-DATE-OUT TO WS-BUSINESS-DATE
034800     END-IF.
034900     IF WS-REPAIR-MODE
035000         OPEN I-O    INCID-FILE
035100     ELSE
035200         OPEN INPUT  INCID-FILE
035300     END-IF.
035400     IF WS-INCID-STATUS NOT = '00'
035500         DISPLAY 'SQLREC01 - SQLINC NOT AVAILABLE, STATUS '
035600                 WS-INCID-STATUS
035700         MOVE 'N' TO WS-INCID-AVAIL-SW
035800     END-IF.
035900     OPEN INPUT  TICKET-FILE.
036000     IF WS-TICKET-STATUS NOT = '00'
036100         DISPLAY 'SQLREC01 - TKTFEED NOT AVAILABLE, STATUS '
036200                 WS-TICKET-STATUS
036300         MOVE 'N' TO WS-TICKET-AVAIL-SW
036400     ELSE
036500         PERFORM 3420-READ-TICKET  THRU 3420-EXIT
036600     END-IF.
036700     OPEN INPUT  SQLACT-FILE.
036800     IF WS-SQLACT-STATUS NOT = '00'
036900         MOVE 'N' TO WS-SQLACT-AVAIL-SW
037000     END-IF.
037100     IF WS-REPAIR-MODE
037200         OPEN I-O    HIST-FILE
037300         IF WS-HIST-STATUS NOT = '00'
037400             MOVE 'N' TO WS-HIST-AVAIL-SW
037500         END-IF
037600     ELSE
037700         MOVE 'N' TO WS-HIST-AVAIL-SW
037800     END-IF.
037900     WRITE PRT-RECORD FROM WS-HEADING-1.
038000     MOVE WS-BUSINESS-DATE TO WP-BUSINESS-DATE.
038100     IF WS-REPAIR-MODE
038200         MOVE 'REPAIR (CREATE MISSING SQLINC)' TO WP-MODE
038300     ELSE
038400         MOVE 'CHECK ONLY'                     TO WP-MODE
038500     END-IF.
038600     WRITE PRT-RECORD FROM WS-PERIOD-LINE.
038700     MOVE SPACES TO PRT-RECORD.
038800     WRITE PRT-RECORD.
038900     WRITE PRT-RECORD FROM WS-HEADING-2.
039000 1000-EXIT.
039100     EXIT.

039200 1100-READ-CONTROL.
039300     OPEN INPUT CONTROL-FILE.
039400     IF WS-CONTROL-STATUS NOT = '00'
039500         GO TO 1100-EXIT
039600     END-IF.
039700     READ CONTROL-FILE
039800         AT END MOVE SPACES TO CC-CONTROL-CARD
039900     END-READ.
040000     IF CC-BUSINESS-DATE IS NUMERIC
040100         MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
040200     END-IF.
040300     IF CC-REPAIR
040400         SET WS-REPAIR-MODE TO TRUE
040500     END-IF.
040600     CLOSE CONTROL-FILE.
040700 1100-EXIT.
040800     EXIT.

040900******************************************************************
041000*  EVERY LOG RECORD IS READ TO FIND THE OLDEST DATE LEFT ON THE  *
041100*  LOG; THE BUSINESS DAY'S HARD ERRORS THAT CARRY A REAL         *
041200*  INCIDENT NUMBER GO TO THE SORT.                               *
041300******************************************************************
041400 2000-RELEASE-LOG.
041500     OPEN INPUT ERRLOG-FILE.
041510     IF WS-ERRLOG-STATUS NOT = '00'
041520         DISPLAY 'SQLREC01 - ERRLOG NOT AVAILABLE, STATUS '
041530                 WS-ERRLOG-STATUS
041540         MOVE 'N' TO WS-ERRLOG-AVAIL-SW
041550         GO TO 2000-EXIT
041560     END-IF.
041600     READ ERRLOG-FILE
041700         AT END SET WS-EOF TO TRUE
041800     END-READ.
041900     PERFORM 2100-RELEASE-ONE      THRU 2100-EXIT
042000         UNTIL WS-EOF.
042100     CLOSE ERRLOG-FILE.
042200 2000-EXIT.
042300     EXIT.

042400 2100-RELEASE-ONE.
042500     ADD 1 TO WS-RECORDS-READ.
042600     IF EL-LOG-DATE < WS-OLDEST-LOG-DATE
042700        AND EL-LOG-DATE NOT = SPACES
042800         MOVE EL-LOG-DATE TO WS-OLDEST-LOG-DATE
042900     END-IF.
043000     IF EL-LOG-DATE NOT = WS-BUSINESS-DATE
043100        OR EL-SQLCODE NOT < ZERO
043200        OR EL-INCIDENT-ID = SPACES
043300        OR EL-IN-MAINT-WINDOW
043400         GO TO 2100-READ-NEXT
043500     END-IF.
043600     MOVE EL-LOG-DATE    TO SR-LOG-DATE.
043700     MOVE EL-INCIDENT-ID TO SR-INCIDENT-ID.
043800     MOVE EL-LOG-TIME    TO SR-LOG-TIME.
043900     MOVE EL-JOB-NAME    TO SR-JOB-NAME.
044000     MOVE EL-SQLERRP     TO SR-PROGRAM.
044100     MOVE EL-SQLCODE     TO SR-SQLCODE.
044200     MOVE EL-SQLERRMC    TO SR-SQLERRMC.
044300     RELEASE SR-EVENT-RECORD.
044400 2100-READ-NEXT.
044500     READ ERRLOG-FILE
044600         AT END SET WS-EOF TO TRUE
044700     END-READ.
044800 2100-EXIT.
044900     EXIT.

045000 3000-CHECK-LOG.
045100     MOVE LOW-VALUES TO WS-HOLD-EVENT-KEY.
045200     RETURN SORT-FILE
045300         AT END SET WS-SORT-EOF TO TRUE
045400     END-RETURN.
045500     PERFORM 3100-ONE-EVENT        THRU 3100-EXIT
045600         UNTIL WS-SORT-EOF.
045700 3000-EXIT.
045800     EXIT.

045900 3100-ONE-EVENT.
046000     IF SR-EVENT-KEY NOT = WS-HOLD-EVENT-KEY
046100         MOVE SR-EVENT-KEY TO WS-HOLD-EVENT-KEY
046200         ADD 1 TO WS-INCIDENTS-CHECKED
046300         PERFORM 3150-NOTE-LOG-KEY THRU 3150-EXIT
046400         PERFORM 3200-CHECK-INCIDENT THRU 3200-EXIT
046500         PERFORM 3400-CHECK-TICKET THRU 3400-EXIT
046600     END-IF.
046700     RETURN SORT-FILE
046800         AT END SET WS-SORT-EOF TO TRUE
046900     END-RETURN.
047000 3100-EXIT.
047100     EXIT.

047200 3150-NOTE-LOG-KEY.
047300     IF WS-LOG-COUNT NOT < WS-LOG-MAX
047400         SET WS-LOG-TABLE-FULL TO TRUE
047500         GO TO 3150-EXIT
047600     END-IF.
047700     ADD 1 TO WS-LOG-COUNT.
047800     MOVE SR-EVENT-KEY TO WS-LG-KEY (WS-LOG-COUNT).
047900 3150-EXIT.
048000     EXIT.

048100 3200-CHECK-INCIDENT.
048200     IF NOT WS-INCID-AVAILABLE
048300         GO TO 3200-EXIT
048400     END-IF.
048500     MOVE SR-LOG-DATE    TO IN-LOG-DATE.
048600     MOVE SR-INCIDENT-ID TO IN-INCIDENT-ID.
048700     READ INCID-FILE KEY IS IN-INCIDENT-KEY
048800         INVALID KEY
048900             CONTINUE
049000         NOT INVALID KEY
049100             GO TO 3200-EXIT
049200     END-READ.
049300     ADD 1 TO WS-NO-INCIDENT.
049400     MOVE 'NO SQLINC INCIDENT' TO DL-EXCEPTION.
049500     MOVE SPACES               TO DL-NOTE.
049600     IF WS-REPAIR-MODE
049700         PERFORM 3300-REPAIR-INCIDENT THRU 3300-EXIT
049800     END-IF.
049900     PERFORM 3900-PRINT-LOG-EXCEPTION THRU 3900-EXIT.
050000 3200-EXIT.
050100     EXIT.

050200******************************************************************
050300*  THE MISSING INCIDENT IS WRITTEN AS 2070-TRY-WRITE-INCIDENT IN *
050400*  SQLERR01 WOULD HAVE WRITTEN IT, FROM THE LOGGED EVENT, WITH   *
050500*  ITS OPEN EVENT ON THE STATUS HISTORY.                         *
050600******************************************************************
050700 3300-REPAIR-INCIDENT.
050800     MOVE SPACES            TO IN-INCIDENT-RECORD.
050900     MOVE SR-LOG-DATE       TO IN-LOG-DATE.
051000     MOVE SR-INCIDENT-ID    TO IN-INCIDENT-ID.
051100     MOVE SR-LOG-TIME       TO IN-LOG-TIME.
051200     MOVE SR-JOB-NAME       TO IN-JOB-NAME.
051300     MOVE SR-PROGRAM        TO IN-PROGRAM.
051400     MOVE SR-SQLCODE        TO IN-SQLCODE.
051500     MOVE SR-SQLERRMC       TO IN-SQLERRMC.
051600     SET  IN-STATUS-OPEN    TO TRUE.
051700     MOVE SR-LOG-DATE       TO IN-STATUS-DATE.
051800     MOVE SPACES            TO IN-STATUS-INITIALS.
051900     WRITE IN-INCIDENT-RECORD
052000         INVALID KEY
052100             MOVE 'SQLINC NOT CREATED, STATUS' TO WN-TEXT
052200             MOVE WS-INCID-STATUS TO WN-STATUS
052300             MOVE WS-NOTE-STATUS  TO DL-NOTE
052400             GO TO 3300-EXIT
052500     END-WRITE.
052600     ADD 1 TO WS-REPAIRED.
052700     MOVE 'SQLINC RECORD CREATED' TO DL-NOTE.
052800     PERFORM 3310-WRITE-HISTORY    THRU 3310-EXIT.
052900 3300-EXIT.
053000     EXIT.

053100 3310-WRITE-HISTORY.
053200     IF NOT WS-HIST-AVAILABLE
053300         GO TO 3310-EXIT
053400     END-IF.
053500     MOVE SPACES              TO IH-HISTORY-RECORD.
053600     MOVE IN-INCIDENT-KEY     TO IH-INCIDENT-KEY.
053700     MOVE IN-LOG-DATE         TO IH-EVENT-DATE.
053800     SET  IH-EVENT-OPEN       TO TRUE.
053900     SET  IH-SET-BY-RECONCILE TO TRUE.
054000     MOVE IN-PROGRAM          TO IH-PROGRAM.
054100     MOVE IN-SQLCODE          TO IH-SQLCODE.
054200     MOVE IN-JOB-NAME         TO IH-JOB-NAME.
054300     MOVE IN-LOG-TIME         TO WS-EVENT-TIME.
054400     MOVE ZERO TO WS-HIST-TRIES.
054500     MOVE 'N'  TO WS-HIST-WRITTEN-SW.
054600     PERFORM 3320-TRY-WRITE-HISTORY THRU 3320-EXIT
054700         UNTIL WS-HIST-WRITTEN
054800            OR WS-HIST-TRIES NOT < WS-HIST-TRY-MAX.
054900     IF NOT WS-HIST-WRITTEN
055000         MOVE 'SQLINC CREATED, NO HISTORY EVENT' TO DL-NOTE
055100     END-IF.
055200 3310-EXIT.
055300     EXIT.

055400 3320-TRY-WRITE-HISTORY.
055500     ADD 1 TO WS-HIST-TRIES.
055600     MOVE WS-EVENT-TIME TO IH-EVENT-TIME.
055700     WRITE IH-HISTORY-RECORD
055800         INVALID KEY
055900             ADD 1 TO WS-EVENT-TIME
056000         NOT INVALID KEY
056100             SET WS-HIST-WRITTEN TO TRUE
056200     END-WRITE.
056300 3320-EXIT.
056400     EXIT.

056500******************************************************************
056600*  TKTFEED IS IN THE SAME DATE/INCIDENT ORDER AS THE SORT, SO IT *
056700*  IS MATCHED BY ADVANCING IT UP TO THE CURRENT INCIDENT.        *
056800******************************************************************
056900 3400-CHECK-TICKET.
057000     PERFORM 3500-CHECK-CRITICAL   THRU 3500-EXIT.
057100     IF NOT WS-EVENT-CRITICAL
057200        OR NOT WS-TICKET-AVAILABLE
057300         GO TO 3400-EXIT
057400     END-IF.
057500     ADD 1 TO WS-CRITICAL-CHECKED.
057600     PERFORM 3410-SKIP-TICKET      THRU 3410-EXIT
057700         UNTIL WS-TICKET-EOF
057800            OR WS-TICKET-KEY NOT < SR-EVENT-KEY.
057900     IF NOT WS-TICKET-EOF
058000        AND WS-TICKET-KEY = SR-EVENT-KEY
058100         GO TO 3400-EXIT
058200     END-IF.
058300     ADD 1 TO WS-NO-TICKET.
058400     MOVE 'CRITICAL, NO TICKET' TO DL-EXCEPTION.
058500     MOVE 'NOT ON TKTFEED'      TO DL-NOTE.
058600     PERFORM 3900-PRINT-LOG-EXCEPTION THRU 3900-EXIT.
058700 3400-EXIT.
058800     EXIT.

058900 3410-SKIP-TICKET.
059000     PERFORM 3420-READ-TICKET      THRU 3420-EXIT.
059100 3410-EXIT.
059200     EXIT.

059300 3420-READ-TICKET.
059400     READ TICKET-FILE
059500         AT END
059600             SET WS-TICKET-EOF TO TRUE
059700             MOVE HIGH-VALUES TO WS-TICKET-KEY
059800         NOT AT END
059900             MOVE TK-LOG-DATE    TO WS-TK-LOG-DATE
060000             MOVE TK-INCIDENT-ID TO WS-TK-INCIDENT-ID
060100     END-READ.
060200 3420-EXIT.
060300     EXIT.

060400 3500-CHECK-CRITICAL.
060500     MOVE 'N' TO WS-CRITICAL-SW.
060600     IF WS-SQLACT-AVAILABLE
060700         MOVE SR-SQLCODE TO AL-SQLCODE
060800         READ SQLACT-FILE KEY IS AL-SQLCODE
060900             INVALID KEY
061000                 CONTINUE
061100             NOT INVALID KEY
061200                 IF AL-SEV-CRITICAL
061300                     SET WS-EVENT-CRITICAL TO TRUE
061400                 END-IF
061500         END-READ
061600     ELSE
061700         SET WS-CRIT-IDX TO 1
061800         SEARCH WS-CRITICAL-CODE
061900             AT END
062000                 CONTINUE
062100             WHEN WS-CRITICAL-CODE (WS-CRIT-IDX) = SR-SQLCODE
062200                 SET WS-EVENT-CRITICAL TO TRUE
062300         END-SEARCH
062400     END-IF.
062500 3500-EXIT.
062600     EXIT.

062700 3900-PRINT-LOG-EXCEPTION.
062800     ADD 1 TO WS-EXCEPTIONS.
062900     MOVE SR-LOG-DATE    TO DL-LOG-DATE.
063000     MOVE SR-LOG-TIME    TO DL-LOG-TIME.
063100     MOVE SR-INCIDENT-ID TO DL-INCIDENT-ID.
063200     MOVE SR-JOB-NAME    TO DL-JOB-NAME.
063300     MOVE SR-PROGRAM     TO DL-PROGRAM.
063400     MOVE SR-SQLCODE     TO DL-SQLCODE.
063500     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
063600 3900-EXIT.
063700     EXIT.

063800******************************************************************
063900*  EACH DUMP HEADER FOR THE BUSINESS DAY MUST HAVE A LOG RECORD  *
064000*  FOR ITS INCIDENT.  IF ERRLOG COULD NOT BE READ OR THE LOG     *
064100*  TABLE FILLED THE CHECK CANNOT BE TRUSTED AND IS REPORTED AS   *
064150*  NOT RUN.                                                      *
064200******************************************************************
064300 4000-CHECK-DUMPS.
064400     IF WS-LOG-TABLE-FULL
064450        OR NOT WS-ERRLOG-AVAILABLE
064500         GO TO 4000-EXIT
064600     END-IF.
064700     OPEN INPUT DUMP-FILE.
064800     IF WS-DUMP-STATUS NOT = '00'
064900         DISPLAY 'SQLREC01 - SQLDUMP NOT AVAILABLE, STATUS '
065000                 WS-DUMP-STATUS
065100         MOVE 'N' TO WS-DUMP-AVAIL-SW
065200         GO TO 4000-EXIT
065300     END-IF.
065400     MOVE 'N' TO WS-EOF-SW.
065500     READ DUMP-FILE
065600         AT END SET WS-EOF TO TRUE
065700     END-READ.
065800     PERFORM 4100-CHECK-ONE-DUMP   THRU 4100-EXIT
065900         UNTIL WS-EOF.
066000     CLOSE DUMP-FILE.
066100 4000-EXIT.
066200     EXIT.

066300 4100-CHECK-ONE-DUMP.
066400     ADD 1 TO WS-DUMPS-READ.
066500     IF NOT DP-TYPE-HEADER
066600        OR DP-LOG-DATE NOT = WS-BUSINESS-DATE
066700         GO TO 4100-READ-NEXT
066800     END-IF.
066900     IF DP-INCIDENT-ID = SPACES
067000         ADD 1 TO WS-HEADERS-NO-INCIDENT
067100         GO TO 4100-READ-NEXT
067200     END-IF.
067210     IF DP-INCIDENT-ID (1:4) = '*MW*'
067220         ADD 1 TO WS-HEADERS-IN-WINDOW
067230         GO TO 4100-READ-NEXT
067240     END-IF.
067300     ADD 1 TO WS-HEADERS-CHECKED.
067400     MOVE DP-LOG-DATE    TO WS-HOLD-LOG-DATE.
067500     MOVE DP-INCIDENT-ID TO WS-HOLD-INCIDENT-ID.
067600     MOVE 'N' TO WS-FOUND-SW.
067700     IF WS-LOG-COUNT > ZERO
067800         SEARCH ALL WS-LOG-ENTRY
067900             AT END
068000                 CONTINUE
068100             WHEN WS-LG-KEY (WS-LOG-IDX) = WS-HOLD-EVENT-KEY
068200                 SET WS-ENTRY-FOUND TO TRUE
068300         END-SEARCH
068400     END-IF.
068500     IF WS-ENTRY-FOUND
068600         GO TO 4100-READ-NEXT
068700     END-IF.
068800     ADD 1 TO WS-DUMP-NO-LOG.
068900     ADD 1 TO WS-EXCEPTIONS.
069000     MOVE 'DUMP WITH NO LOG'  TO DL-EXCEPTION.
069100     MOVE DP-LOG-DATE         TO DL-LOG-DATE.
069200     MOVE DP-LOG-TIME         TO DL-LOG-TIME.
069300     MOVE DP-INCIDENT-ID      TO DL-INCIDENT-ID.
069400     MOVE SPACES              TO DL-JOB-NAME.
069500     MOVE DP-SQLERRP          TO DL-PROGRAM.
069600     MOVE DP-SQLCODE          TO DL-SQLCODE.
069700     MOVE 'NO ERRLOG RECORD FOR INCIDENT' TO DL-NOTE.
069800     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
069900 4100-READ-NEXT.
070000     READ DUMP-FILE
070100         AT END SET WS-EOF TO TRUE
070200     END-READ.
070300 4100-EXIT.
070400     EXIT.

070500******************************************************************
070600*  SQLINC IS KEYED BY LOG DATE FIRST, SO THE INCIDENTS OLDER     *
070700*  THAN THE OLDEST LOG RECORD ARE AT THE FRONT OF THE FILE.      *
070800*  WITH AN EMPTY LOG THERE IS NO PURGE DATE AND THE CHECK IS     *
070850*  NOT RUN.                                                      *
070900******************************************************************
071000 5000-CHECK-PURGED.
071100     IF NOT WS-INCID-AVAILABLE
071200        OR WS-OLDEST-LOG-DATE = HIGH-VALUES
071300         GO TO 5000-EXIT
071400     END-IF.
071500     MOVE LOW-VALUES TO IN-INCIDENT-KEY.
071600     START INCID-FILE KEY IS NOT < IN-INCIDENT-KEY
071700         INVALID KEY
071800             GO TO 5000-EXIT
071900     END-START.
072000     PERFORM 5200-READ-INCIDENT    THRU 5200-EXIT.
072100     PERFORM 5100-CHECK-ONE-INCIDENT THRU 5100-EXIT
072200         UNTIL WS-INCID-EOF
072300            OR IN-LOG-DATE NOT < WS-OLDEST-LOG-DATE.
072400 5000-EXIT.
072500     EXIT.

072600 5100-CHECK-ONE-INCIDENT.
072700     ADD 1 TO WS-PURGED-CHECKED.
072800     IF IN-STATUS-CLOSED
072900         GO TO 5100-READ-NEXT
073000     END-IF.
073100     ADD 1 TO WS-PURGED-OPEN.
073200     ADD 1 TO WS-EXCEPTIONS.
073300     MOVE 'LOG PURGED, NOT CLOSED' TO DL-EXCEPTION.
073400     MOVE IN-LOG-DATE         TO DL-LOG-DATE.
073500     MOVE IN-LOG-TIME         TO DL-LOG-TIME.
073600     MOVE IN-INCIDENT-ID      TO DL-INCIDENT-ID.
073700     MOVE IN-JOB-NAME         TO DL-JOB-NAME.
073800     MOVE IN-PROGRAM          TO DL-PROGRAM.
073900     MOVE IN-SQLCODE          TO DL-SQLCODE.
074000     IF IN-STATUS-ACKNOWLEDGED
074100         MOVE 'ACKNOWLEDGED' TO WN-STATE
074200     ELSE
074300         MOVE 'OPEN'         TO WN-STATE
074400     END-IF.
074500     MOVE IN-STATUS-DATE      TO WN-STATUS-DATE.
074600     MOVE WS-NOTE-SINCE       TO DL-NOTE.
074700     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
074800 5100-READ-NEXT.
074900     PERFORM 5200-READ-INCIDENT    THRU 5200-EXIT.
075000 5100-EXIT.
075100     EXIT.

075200 5200-READ-INCIDENT.
075300     READ INCID-FILE NEXT RECORD
075400         AT END SET WS-INCID-EOF TO TRUE
075500     END-READ.
075600 5200-EXIT.
075700     EXIT.

075800******************************************************************
075900*  ONE LINE PER CHECK, THEN THE RESULT FOR THE RUN.  THE RETURN  *
076000*  CODE IS THE WORST OF THE CHECKS: NOT RUN 12, FAIL 8,          *
076100*  REPAIRED 4, PASS 0.                                           *
076200******************************************************************
076300 8000-PRINT-SUMMARY.
076400     MOVE ZERO TO RETURN-CODE.
076500     MOVE SPACES TO PRT-RECORD.
076600     WRITE PRT-RECORD.
076700     WRITE PRT-RECORD FROM WS-SUMMARY-HEADING.
076800     MOVE 'ERRLOG INCIDENT ON SQLINC'   TO SM-CHECK.
076900     MOVE WS-INCIDENTS-CHECKED          TO SM-CHECKED.
077000     MOVE WS-NO-INCIDENT                TO SM-EXCEPTIONS.
077100     MOVE WS-REPAIRED                   TO SM-REPAIRED.
077200     EVALUATE TRUE
077300         WHEN NOT WS-INCID-AVAILABLE
077350           OR NOT WS-ERRLOG-AVAILABLE
077400             PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
077500         WHEN WS-NO-INCIDENT = ZERO
077600             PERFORM 8200-CHECK-PASSED  THRU 8200-EXIT
077700         WHEN WS-REPAIRED = WS-NO-INCIDENT
077800             MOVE 'REPAIRED' TO SM-RESULT
077900             IF RETURN-CODE < 4
078000                 MOVE 4 TO RETURN-CODE
078100             END-IF
078200         WHEN OTHER
078300             PERFORM 8300-CHECK-FAILED  THRU 8300-EXIT
078400     END-EVALUATE.
078500     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
078600     MOVE 'DUMP HEADER ON ERRLOG'       TO SM-CHECK.
078700     MOVE WS-HEADERS-CHECKED            TO SM-CHECKED.
078800     MOVE WS-DUMP-NO-LOG                TO SM-EXCEPTIONS.
078900     MOVE ZERO                          TO SM-REPAIRED.
079000     EVALUATE TRUE
079100         WHEN NOT WS-DUMP-AVAILABLE
079200           OR WS-LOG-TABLE-FULL
079250           OR NOT WS-ERRLOG-AVAILABLE
079300             PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
079400         WHEN WS-DUMP-NO-LOG = ZERO
079500             PERFORM 8200-CHECK-PASSED  THRU 8200-EXIT
079600         WHEN OTHER
079700             PERFORM 8300-CHECK-FAILED  THRU 8300-EXIT
079800     END-EVALUATE.
079900     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
079920     IF WS-HEADERS-NO-INCIDENT > ZERO
079940        OR WS-HEADERS-IN-WINDOW > ZERO
079950         MOVE WS-HEADERS-NO-INCIDENT    TO WK-NO-INCIDENT
079960         MOVE WS-HEADERS-IN-WINDOW      TO WK-IN-WINDOW
079970         WRITE PRT-RECORD FROM WS-HEADERS-SKIPPED-LINE
079980     END-IF.
080000     MOVE 'PURGED-LOG INCIDENT CLOSED'  TO SM-CHECK.
080100     MOVE WS-PURGED-CHECKED             TO SM-CHECKED.
080200     MOVE WS-PURGED-OPEN                TO SM-EXCEPTIONS.
080300     MOVE ZERO                          TO SM-REPAIRED.
080400     EVALUATE TRUE
080500         WHEN NOT WS-INCID-AVAILABLE
080600           OR WS-OLDEST-LOG-DATE = HIGH-VALUES
080700             PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
080800         WHEN WS-PURGED-OPEN = ZERO
080900             PERFORM 8200-CHECK-PASSED  THRU 8200-EXIT
081000         WHEN OTHER
081100             PERFORM 8300-CHECK-FAILED  THRU 8300-EXIT
081200     END-EVALUATE.
081300     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
081400     MOVE 'CRITICAL INCIDENT ON TKTFEED' TO SM-CHECK.
081500     MOVE WS-CRITICAL-CHECKED           TO SM-CHECKED.
081600     MOVE WS-NO-TICKET                  TO SM-EXCEPTIONS.
081700     MOVE ZERO                          TO SM-REPAIRED.
081800     EVALUATE TRUE
081900         WHEN NOT WS-TICKET-AVAILABLE
081950           OR NOT WS-ERRLOG-AVAILABLE
082000             PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
082100         WHEN WS-NO-TICKET = ZERO
082200             PERFORM 8200-CHECK-PASSED  THRU 8200-EXIT
082300         WHEN OTHER
082400             PERFORM 8300-CHECK-FAILED  THRU 8300-EXIT
082500     END-EVALUATE.
082600     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
082700     MOVE SPACES TO PRT-RECORD.
082800     WRITE PRT-RECORD.
082900     EVALUATE RETURN-CODE
083000         WHEN 0
083100             MOVE 'PASS'     TO WR-RESULT
083200         WHEN 4
083300             MOVE 'REPAIRED' TO WR-RESULT
083400         WHEN 8
083500             MOVE 'FAIL'     TO WR-RESULT
083600         WHEN OTHER
083700             MOVE 'NOT RUN'  TO WR-RESULT
083800     END-EVALUATE.
083900     MOVE RETURN-CODE TO WR-RETURN-CODE.
084000     WRITE PRT-RECORD FROM WS-RESULT-LINE.
084010     IF NOT WS-ERRLOG-AVAILABLE
084020         MOVE 'ERRLOG NOT AVAILABLE - NO CHECK RUN'
084030             TO WR-REASON
084040         WRITE PRT-RECORD FROM WS-REASON-LINE
084050         GO TO 8000-EXIT
084060     END-IF.
084100     IF WS-LOG-TABLE-FULL
084200         MOVE 'LOG TABLE FULL - DUMP HEADERS NOT CHECKED'
084300             TO WR-REASON
084400         WRITE PRT-RECORD FROM WS-REASON-LINE
084500     END-IF.
084600     IF WS-OLDEST-LOG-DATE = HIGH-VALUES
084700         MOVE 'ERRLOG EMPTY - PURGED INCIDENTS NOT CHECKED'
084800             TO WR-REASON
084900         WRITE PRT-RECORD FROM WS-REASON-LINE
085000     END-IF.
085100 8000-EXIT.
085200     EXIT.

085300 8100-CHECK-NOT-RUN.
085400     MOVE 'NOT RUN' TO SM-RESULT.
085500     MOVE 12 TO RETURN-CODE.
085600 8100-EXIT.
085700     EXIT.

085800 8200-CHECK-PASSED.
085900     MOVE 'PASS' TO SM-RESULT.
086000 8200-EXIT.
086100     EXIT.

086200 8300-CHECK-FAILED.
086300     MOVE 'FAIL' TO SM-RESULT.
086400     IF RETURN-CODE < 8
086500         MOVE 8 TO RETURN-CODE
086600     END-IF.
086700 8300-EXIT.
086800     EXIT.

086900 9999-TERMINATE.
087000     IF WS-INCID-AVAILABLE
087100         CLOSE INCID-FILE
087200     END-IF.
087300     IF WS-TICKET-AVAILABLE
087400         CLOSE TICKET-FILE
087500     END-IF.
087600     IF WS-SQLACT-AVAILABLE
087700         CLOSE SQLACT-FILE
087800     END-IF.
087900     IF WS-HIST-AVAILABLE
088000         CLOSE HIST-FILE
088100     END-IF.
088200     CLOSE REPORT-FILE.
088300     MOVE WS-RECORDS-READ      TO WC-RECORDS-READ.
088400     MOVE WS-INCIDENTS-CHECKED TO WC-INCIDENTS-CHECKED.
088500     MOVE WS-EXCEPTIONS        TO WC-EXCEPTIONS.
088600     MOVE WS-REPAIRED          TO WC-REPAIRED.
088700     MOVE RETURN-CODE          TO WC-RETURN-CODE.
088800     DISPLAY WS-COUNT-LINE.
088900 9999-EXIT.
089000     EXIT.
