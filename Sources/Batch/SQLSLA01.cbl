000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLSLA01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLSLA01  --  MONTHLY INCIDENT SLA REPORT                     *
000900*                                                                *
001000*  READS THE INCIDENT STATUS HISTORY (DDNAME SQLHST, SEE         *
001100*  SQLHSTR) AND MEASURES, FOR EVERY INCIDENT OPENED IN THE       *
001200*  PERIOD, THE TIME FROM OPEN TO THE FIRST ACKNOWLEDGE AND FROM  *
001300*  OPEN TO CLOSE.  INCIDENTS ARE GROUPED BY THE OWNING TEAM AND  *
001400*  APPLICATION CODE FROM THE OWNERSHIP DIRECTORY (DDNAME         *
001500*  SQLOWN); EACH GROUP LINE GIVES THE INCIDENT COUNT, THE        *
001600*  AVERAGE AND WORST TIME TO ACKNOWLEDGE AND TO CLOSE, AND THE   *
001700*  PERCENTAGE OF EACH INSIDE TARGET.  A FINAL SECTION LISTS      *
001800*  EVERY INCIDENT THAT BREACHED A TARGET, WITH THE INITIALS OF   *
001900*  THE OPERATOR (OR 'SVD' FOR THE SERVICE DESK) WHO LAST         *
002000*  HANDLED IT.                                                   *
002100*                                                                *
002200*  TARGETS ARE SET PER SEVERITY, TAKEN FROM THE SQLCODE'S        *
002300*  SQLACT ENTRY (DDNAME SQLACT).  A CODE NOT ON SQLACT IS HELD   *
002400*  TO THE WARNING TARGETS.  AN INCIDENT CLOSED WITHOUT AN        *
002500*  ACKNOWLEDGE COUNTS AS ACKNOWLEDGED WHEN IT WAS CLOSED.  AN    *
002600*  INCIDENT STILL WAITING AT RUN TIME IS MEASURED TO THE RUN     *
002700*  TIME: IT COUNTS AS A BREACH ONCE IT IS PAST TARGET, AND IS    *
002800*  LEFT OUT OF THE AVERAGE, WORST AND PERCENTAGE UNTIL THEN.     *
002900*  AN INCIDENT WITH NO OPEN EVENT (RAISED BEFORE THE HISTORY     *
003000*  FILE EXISTED) CANNOT BE TIMED AND IS ONLY COUNTED.            *
003100*                                                                *
003200*  CONTROL CARDS (SYSIN), IN ANY ORDER:                          *
003300*    PERIOD -- FROM DATE COLS 1-8 AND TO DATE COLS 10-17         *
003400*              (YYYYMMDD), OR 'ALL' IN COLS 1-3.  THE DEFAULT IS *
003500*              THE PREVIOUS CALENDAR MONTH.                      *
003600*    TARGET -- SEVERITY COLS 1-10 (CRITICAL, WARNING OR INFO),   *
003700*              MINUTES TO ACKNOWLEDGE COLS 12-16 AND MINUTES TO  *
003800*              CLOSE COLS 18-22.  THE DEFAULTS ARE CRITICAL 30 / *
003900*              240, WARNING 240 / 1440 AND INFO 1440 / 10080.    *
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
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HIST-FILE    ASSIGN TO SQLHST
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE  IS SEQUENTIAL
005500            RECORD KEY   IS IH-HISTORY-KEY
005600            FILE STATUS  IS WS-HIST-STATUS.
005700     SELECT SQLACT-FILE  ASSIGN TO SQLACT
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE  IS DYNAMIC
006000            RECORD KEY   IS AL-SQLCODE
006100            FILE STATUS  IS WS-SQLACT-STATUS.
006200     SELECT OWNER-FILE   ASSIGN TO SQLOWN
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE  IS DYNAMIC
006500            RECORD KEY   IS OW-PROGRAM-NAME
006600            FILE STATUS  IS WS-OWNER-STATUS.
006700     SELECT REPORT-FILE  ASSIGN TO SQLSLA01
006800            ORGANIZATION IS SEQUENTIAL
006900            FILE STATUS  IS WS-REPORT-STATUS.
007000     SELECT WORK-FILE    ASSIGN TO SLAWORK
007100            ORGANIZATION IS SEQUENTIAL
007200            FILE STATUS  IS WS-WORK-STATUS.
007300     SELECT SORT-FILE    ASSIGN TO SORTWK01.
007400     SELECT CONTROL-FILE ASSIGN TO SYSIN
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS  IS WS-CONTROL-STATUS.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  HIST-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY SQLHSTR.

008200 FD  SQLACT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY SQLACTR.

008500 FD  OWNER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY SQLOWNR.

008800 FD  REPORT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  PRT-RECORD                    PIC X(132).

009200 FD  WORK-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  WK-BREACH-RECORD.
009600     05  WK-TEAM                   PIC X(20).
009700     05  WK-APPL                   PIC X(04).
009800     05  WK-LOG-DATE               PIC X(08).
009900     05  WK-INCIDENT-ID            PIC X(12).
010000     05  WK-PROGRAM                PIC X(08).
010100     05  WK-SQLCODE                PIC S9(09) COMP.
010200     05  WK-SEVERITY               PIC X(10).
010300     05  WK-STATUS                 PIC X(06).
010400     05  WK-HANDLER                PIC X(03).
010500     05  WK-ACK-STATE              PIC X(01).
010600     05  WK-ACK-MINUTES            PIC S9(09) COMP.
010700     05  WK-ACK-TARGET             PIC S9(09) COMP.
010800     05  WK-ACK-BREACH-SW          PIC X(01).
010900         88  WK-ACK-BREACHED           VALUE 'Y'.
011000     05  WK-CLS-STATE              PIC X(01).
011100     05  WK-CLS-MINUTES            PIC S9(09) COMP.
011200     05  WK-CLS-TARGET             PIC S9(09) COMP.
011300     05  WK-CLS-BREACH-SW          PIC X(01).
011400         88  WK-CLS-BREACHED           VALUE 'Y'.

011500 FD  CONTROL-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  CC-CONTROL-CARD.
011900     05  CC-FROM-DATE              PIC X(08).
012000         88  CC-FULL-LOG               VALUE 'ALL'.
012100     05  FILLER                    PIC X(01).
012200     05  CC-TO-DATE                PIC X(08).
012300     05  FILLER                    PIC X(63).
012400 01  CT-TARGET-CARD.
012500     05  CT-SEVERITY               PIC X(10).
012600     05  FILLER                    PIC X(01).
012700     05  CT-ACK-MINUTES            PIC 9(05).
012800     05  FILLER                    PIC X(01).
012900     05  CT-CLS-MINUTES            PIC 9(05).
013000     05  FILLER                    PIC X(58).

013100 SD  SORT-FILE.
013200 01  S1-SORT-RECORD.
013300     05  S1-TEAM                   PIC X(20).
013400     05  S1-APPL                   PIC X(04).
013500     05  S1-LOG-DATE               PIC X(08).
013600     05  S1-INCIDENT-ID            PIC X(12).
013700     05  S1-PROGRAM                PIC X(08).
013800     05  S1-SQLCODE                PIC S9(09) COMP.
013900     05  S1-SEVERITY               PIC X(10).
014000     05  S1-STATUS                 PIC X(06).
014100     05  S1-HANDLER                PIC X(03).
014200     05  S1-ACK-STATE              PIC X(01).
014300         88  S1-ACK-DONE               VALUE 'D'.
014400         88  S1-ACK-PENDING            VALUE 'P'.
014500     05  S1-ACK-MINUTES            PIC S9(09) COMP.
014600     05  S1-ACK-TARGET             PIC S9(09) COMP.
014700     05  S1-ACK-BREACH-SW          PIC X(01).
014800         88  S1-ACK-BREACHED           VALUE 'Y'.
014900     05  S1-CLS-STATE              PIC X(01).
015000         88  S1-CLS-DONE               VALUE 'D'.
015100         88  S1-CLS-PENDING            VALUE 'P'.
015200     05  S1-CLS-MINUTES            PIC S9(09) COMP.
015300     05  S1-CLS-TARGET             PIC S9(09) COMP.
015400     05  S1-CLS-BREACH-SW          PIC X(01).
015500         88  S1-CLS-BREACHED           VALUE 'Y'.

015600 WORKING-STORAGE SECTION.
015700 77  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
015800 77  WS-SQLACT-STATUS              PIC X(02) VALUE SPACES.
015900 77  WS-OWNER-STATUS               PIC X(02) VALUE SPACES.
016000 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
016100 77  WS-WORK-STATUS                PIC X(02) VALUE SPACES.
016200 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
016300 01  WS-SWITCHES.
016400     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
016500         88  WS-EOF                    VALUE 'Y'.
016600     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
016700         88  WS-SORT-EOF               VALUE 'Y'.
016800     05  WS-WORK-EOF-SW            PIC X(01) VALUE 'N'.
016900         88  WS-WORK-EOF               VALUE 'Y'.
017000     05  WS-CONTROL-EOF-SW         PIC X(01) VALUE 'N'.
017100         88  WS-CONTROL-EOF            VALUE 'Y'.
017200     05  WS-PERIOD-SET-SW          PIC X(01) VALUE 'N'.
017300         88  WS-PERIOD-SET             VALUE 'Y'.
017400     05  WS-HOLD-SW                PIC X(01) VALUE 'N'.
017500         88  WS-HOLD-PRESENT           VALUE 'Y'.
017600     05  WS-SQLACT-AVAIL-SW        PIC X(01) VALUE 'Y'.
017700         88  WS-SQLACT-AVAILABLE       VALUE 'Y'.
017800     05  WS-OWNER-AVAIL-SW         PIC X(01) VALUE 'Y'.
017900         88  WS-OWNER-AVAILABLE        VALUE 'Y'.
018000 77  WS-EVENTS-READ                PIC S9(09) COMP VALUE ZERO.
018100 77  WS-INCIDENTS-SELECTED         PIC S9(09) COMP VALUE ZERO.
018200 77  WS-NO-OPEN-EVENT              PIC S9(09) COMP VALUE ZERO.
018300 77  WS-BREACHES-LISTED            PIC S9(09) COMP VALUE ZERO.
018400 77  WS-DEFAULT-TARGET             PIC S9(04) COMP VALUE 2.
018500 77  WS-ELAPSED-MINUTES            PIC S9(09) COMP VALUE ZERO.
018600 77  WS-START-DAYNUM               PIC S9(09) COMP VALUE ZERO.
018700 77  WS-END-DAYNUM                 PIC S9(09) COMP VALUE ZERO.
018800 77  WS-DUR-MINUTES                PIC S9(09) COMP VALUE ZERO.
018900 77  WS-DUR-HOURS                  PIC S9(09) COMP VALUE ZERO.
019000 77  WS-DUR-REMAINDER              PIC S9(04) COMP VALUE ZERO.
019100 77  WS-PCT-MET                    PIC S9(03)V9 COMP VALUE ZERO.
019200 77  WS-PCT-BASE                   PIC S9(09) COMP VALUE ZERO.

019300******************************************************************
019400*  TARGET MINUTES PER SQLACT SEVERITY, OVERRIDDEN BY TARGET      *
019500*  CARDS.  ENTRY 2 (WARNING) ALSO SERVES ANY SQLCODE WHOSE       *
019600*  SEVERITY IS NOT KNOWN.                                        *
019700******************************************************************
019800 01  WS-TARGET-VALUES.
019900     05  FILLER                    PIC X(10) VALUE 'CRITICAL'.
020000     05  FILLER                    PIC S9(09) COMP VALUE 30.
020100     05  FILLER                    PIC S9(09) COMP VALUE 240.
020200     05  FILLER                    PIC X(10) VALUE 'WARNING'.
020300     05  FILLER                    PIC S9(09) COMP VALUE 240.
020400     05  FILLER                    PIC S9(09) COMP VALUE 1440.
020500     05  FILLER                    PIC X(10) VALUE 'INFO'.
020600     05  FILLER                    PIC S9(09) COMP VALUE 1440.
020700     05  FILLER                    PIC S9(09) COMP VALUE 10080.
020800 01  WS-TARGET-TABLE REDEFINES WS-TARGET-VALUES.
020900     05  WS-TARGET-ENTRY           OCCURS 3 TIMES
021000                                   INDEXED BY WS-TGT-IDX.
021100         10  WS-TGT-SEVERITY       PIC X(10).
021200         10  WS-TGT-ACK-MINUTES    PIC S9(09) COMP.
021300         10  WS-TGT-CLS-MINUTES    PIC S9(09) COMP.

021400******************************************************************
021500*  THE INCIDENT BEING ASSEMBLED FROM ITS HISTORY EVENTS.         *
021600******************************************************************
021700 01  WS-CUR-INCIDENT-KEY.
021800     05  WS-CUR-LOG-DATE           PIC X(08).
021900     05  WS-CUR-INCIDENT-ID        PIC X(12).
022000 01  WS-CUR-PROGRAM                PIC X(08).
022100 01  WS-CUR-SQLCODE                PIC S9(09) COMP.
022200 01  WS-CUR-HANDLER                PIC X(03).
022300 01  WS-OPEN-STAMP                 PIC X(16).
022400 01  WS-ACK-STAMP                  PIC X(16).
022500 01  WS-CLOSE-STAMP                PIC X(16).
022600 01  WS-SEVERITY                   PIC X(10).

022700 01  WS-START-STAMP.
022800     05  WS-START-DATE             PIC X(08).
022900     05  WS-START-HH               PIC 9(02).
023000     05  WS-START-MM               PIC 9(02).
023100     05  FILLER                    PIC X(04).
023200 01  WS-END-STAMP.
023300     05  WS-END-DATE               PIC X(08).
023400     05  WS-END-HH                 PIC 9(02).
023500     05  WS-END-MM                 PIC 9(02).
023600     05  FILLER                    PIC X(04).
023700 01  WS-NOW-STAMP.
023800     05  WS-NOW-DATE               PIC 9(08).
023900     05  WS-NOW-TIME               PIC 9(08).

024000 01  WS-OWNER-LOOKUP.
024100     05  WS-OWNER-APPL             PIC X(04).
024200     05  WS-OWNER-TEAM             PIC X(20).

024300 01  WS-HOLD-GROUP.
024400     05  WS-HOLD-TEAM              PIC X(20).
024500     05  WS-HOLD-APPL              PIC X(04).

024600******************************************************************
024700*  ONE SET OF COUNTERS FOR THE CURRENT TEAM/APPLICATION, ONE FOR *
024800*  THE WHOLE REPORT AND ONE TO PRINT FROM; THE THREE LAYOUTS     *
024900*  MUST STAY IDENTICAL.                                          *
025000******************************************************************
025100 01  WS-GROUP-TOTALS.
025200     05  WS-GRP-INCIDENTS          PIC S9(09) COMP.
025300     05  WS-GRP-BREACHES           PIC S9(09) COMP.
025400     05  WS-GRP-ACK-COUNT          PIC S9(09) COMP.
025500     05  WS-GRP-ACK-SUM            PIC S9(15) COMP.
025600     05  WS-GRP-ACK-WORST          PIC S9(09) COMP.
025700     05  WS-GRP-ACK-MET            PIC S9(09) COMP.
025800     05  WS-GRP-ACK-MISSED         PIC S9(09) COMP.
025900     05  WS-GRP-CLS-COUNT          PIC S9(09) COMP.
026000     05  WS-GRP-CLS-SUM            PIC S9(15) COMP.
026100     05  WS-GRP-CLS-WORST          PIC S9(09) COMP.
026200     05  WS-GRP-CLS-MET            PIC S9(09) COMP.
026300     05  WS-GRP-CLS-MISSED         PIC S9(09) COMP.
026400 01  WS-GRAND-TOTALS.
026500     05  WS-GRD-INCIDENTS          PIC S9(09) COMP VALUE ZERO.
026600     05  WS-GRD-BREACHES           PIC S9(09) COMP VALUE ZERO.
026700     05  WS-GRD-ACK-COUNT          PIC S9(09) COMP VALUE ZERO.
026800     05  WS-GRD-ACK-SUM            PIC S9(15) COMP VALUE ZERO.
026900     05  WS-GRD-ACK-WORST          PIC S9(09) COMP VALUE ZERO.
027000     05  WS-GRD-ACK-MET            PIC S9(09) COMP VALUE ZERO.
027100     05  WS-GRD-ACK-MISSED         PIC S9(09) COMP VALUE ZERO.
027200     05  WS-GRD-CLS-COUNT          PIC S9(09) COMP VALUE ZERO.
027300     05  WS-GRD-CLS-SUM            PIC S9(15) COMP VALUE ZERO.
027400     05  WS-GRD-CLS-WORST          PIC S9(09) COMP VALUE ZERO.
027500     05  WS-GRD-CLS-MET            PIC S9(09) COMP VALUE ZERO.
027600     05  WS-GRD-CLS-MISSED         PIC S9(09) COMP VALUE ZERO.
027700 01  WS-PRINT-TOTALS.
027800     05  WS-PRT-INCIDENTS          PIC S9(09) COMP.
027900     05  WS-PRT-BREACHES           PIC S9(09) COMP.
028000     05  WS-PRT-ACK-COUNT          PIC S9(09) COMP.
028100     05  WS-PRT-ACK-SUM            PIC S9(15) COMP.
028200     05  WS-PRT-ACK-WORST          PIC S9(09) COMP.
028300     05  WS-PRT-ACK-MET            PIC S9(09) COMP.
028400     05  WS-PRT-ACK-MISSED         PIC S9(09) COMP.
028500     05  WS-PRT-CLS-COUNT          PIC S9(09) COMP.
028600     05  WS-PRT-CLS-SUM            PIC S9(15) COMP.
028700     05  WS-PRT-CLS-WORST          PIC S9(09) COMP.
028800     05  WS-PRT-CLS-MET            PIC S9(09) COMP.
028900     05  WS-PRT-CLS-MISSED         PIC S9(09) COMP.

029000 01  WS-DUR-DISPLAY.
029100     05  WD-HOURS                  PIC Z(04)9.
029200     05  FILLER                    PIC X(01) VALUE ':'.
029300     05  WD-MINUTES                PIC 9(02).
029400 01  WS-DUR-NONE                   PIC X(08) VALUE '     N/A'.

029500 01  WS-PCT-DISPLAY.
029600     05  WP-PERCENT                PIC ZZ9.9.
029700     05  FILLER                    PIC X(01) VALUE '%'.
029800 01  WS-PCT-NONE                   PIC X(06) VALUE '   N/A'.

029900 01  WS-RUN-DATE                   PIC 9(08).
030000 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
030100     05  WS-RUN-YYYY               PIC 9(04).
030200     05  WS-RUN-MM                 PIC 9(02).
030300     05  WS-RUN-DD                 PIC 9(02).
030400 01  WS-PERIOD-DATE.
030500     05  WS-PER-YYYY               PIC 9(04).
030600     05  WS-PER-MM                 PIC 9(02).
030700     05  WS-PER-DD                 PIC 9(02).
030800 01  WS-FROM-DATE                  PIC X(08) VALUE '00000000'.
030900 01  WS-TO-DATE                    PIC X(08) VALUE '99999999'.
031000 01  WS-FULL-LOG-SW                PIC X(01) VALUE 'N'.
031100     88  WS-FULL-LOG                   VALUE 'Y'.
031200     COPY SQLD01C.

031300 01  WS-HEADING-1.
031400     05  FILLER                    PIC X(10) VALUE 'SQLSLA01'.
031500     05  FILLER                    PIC X(40)
031600             VALUE 'MONTHLY INCIDENT SLA REPORT'.
031700     05  FILLER                    PIC X(05) VALUE 'RUN: '.
031800     05  WH1-RUN-DATE              PIC 9(08).

031900 01  WS-PERIOD-LINE.
032000     05  FILLER                    PIC X(18)
032100             VALUE 'INCIDENTS OPENED: '.
032200     05  WP-FROM-DATE              PIC X(08).
032300     05  FILLER                    PIC X(04) VALUE ' TO '.
032400     05  WP-TO-DATE                PIC X(08).

032500 01  WS-PERIOD-ALL-LINE.
032600     05  FILLER                    PIC X(40)
032700             VALUE 'INCIDENTS OPENED: ALL HISTORY ON FILE'.

032800 01  WS-TARGET-LINE.
032900     05  FILLER                    PIC X(08) VALUE 'TARGET: '.
033000     05  WT-SEVERITY               PIC X(10).
033100     05  FILLER                    PIC X(14)
033200             VALUE '  ACKNOWLEDGE '.
033300     05  WT-ACK-MINUTES            PIC ZZ,ZZ9.
033400     05  FILLER                    PIC X(14)
033500             VALUE ' MIN    CLOSE '.
033600     05  WT-CLS-MINUTES            PIC ZZ,ZZ9.
033700     05  FILLER                    PIC X(04) VALUE ' MIN'.

033800 01  WS-HEADING-2.
033900     05  FILLER                    PIC X(38) VALUE SPACES.
034000     05  FILLER                    PIC X(28)
034100             VALUE '--- TIME TO ACKNOWLEDGE ---'.
034200     05  FILLER                    PIC X(28)
034300             VALUE '----- TIME TO CLOSE ------'.

034400 01  WS-HEADING-3.
034500     05  FILLER                PIC X(22) VALUE 'TEAM'.
034600     05  FILLER                PIC X(06) VALUE 'APPL'.
034700     05  FILLER                PIC X(10) VALUE 'INCIDENTS'.
034800     05  FILLER                PIC X(10) VALUE '  AVERAGE'.
034900     05  FILLER                PIC X(10) VALUE '    WORST'.
035000     05  FILLER                PIC X(08) VALUE '  % MET'.
035100     05  FILLER                PIC X(10) VALUE '  AVERAGE'.
035200     05  FILLER                PIC X(10) VALUE '    WORST'.
035300     05  FILLER                PIC X(09) VALUE '  % MET'.
035400     05  FILLER                PIC X(10) VALUE ' BREACHES'.

035500 01  WS-DETAIL-LINE.
035600     05  DL-TEAM                   PIC X(20).
035700     05  FILLER                    PIC X(02) VALUE SPACES.
035800     05  DL-APPL                   PIC X(04).
035900     05  FILLER                    PIC X(02) VALUE SPACES.
036000     05  DL-INCIDENTS              PIC ZZZ,ZZ9.
036100     05  FILLER                    PIC X(03) VALUE SPACES.
036200     05  DL-ACK-AVERAGE            PIC X(08).
036300     05  FILLER                    PIC X(02) VALUE SPACES.
036400     05  DL-ACK-WORST              PIC X(08).
036500     05  FILLER                    PIC X(02) VALUE SPACES.
036600     05  DL-ACK-PERCENT            PIC X(06).
036700     05  FILLER                    PIC X(02) VALUE SPACES.
036800     05  DL-CLS-AVERAGE            PIC X(08).
036900     05  FILLER                    PIC X(02) VALUE SPACES.
037000     05  DL-CLS-WORST              PIC X(08).
037100     05  FILLER                    PIC X(02) VALUE SPACES.
037200     05  DL-CLS-PERCENT            PIC X(06).
037300     05  FILLER                    PIC X(03) VALUE SPACES.
037400     05  DL-BREACHES               PIC ZZZ,ZZ9.

037500 01  WS-BREACH-TITLE.
037600     05  FILLER                    PIC X(40)
037700             VALUE 'INCIDENTS THAT BREACHED TARGET'.

037800 01  WS-BREACH-LEGEND.
037900     05  FILLER                    PIC X(42)
038000             VALUE '* = OVER TARGET.  TIMES ARE HOURS:MINUTES'.
038100     05  FILLER                    PIC X(40)
038200             VALUE '; OPEN ONES ARE TIMED TO THE REPORT RUN.'.

038300 01  WS-BREACH-HEADING.
038400     05  FILLER                PIC X(22) VALUE 'TEAM'.
038500     05  FILLER                PIC X(10) VALUE 'DATE'.
038600     05  FILLER                PIC X(14) VALUE 'INCIDENT'.
038700     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
038800     05  FILLER                PIC X(09) VALUE 'SQLCODE'.
038900     05  FILLER                PIC X(12) VALUE 'SEVERITY'.
039000     05  FILLER                PIC X(10) VALUE '   TO ACK'.
039100     05  FILLER                PIC X(10) VALUE ' TO CLOSE'.
039200     05  FILLER                PIC X(08) VALUE 'STATUS'.
039300     05  FILLER                PIC X(09) VALUE 'HANDLED'.

039400 01  WS-BREACH-LINE.
039500     05  BL-TEAM                   PIC X(20).
039600     05  FILLER                    PIC X(02) VALUE SPACES.
039700     05  BL-LOG-DATE               PIC X(08).
039800     05  FILLER                    PIC X(02) VALUE SPACES.
039900     05  BL-INCIDENT-ID            PIC X(12).
040000     05  FILLER                    PIC X(02) VALUE SPACES.
040100     05  BL-PROGRAM                PIC X(08).
040200     05  FILLER                    PIC X(02) VALUE SPACES.
040300     05  BL-SQLCODE                PIC -(6)9.
040400     05  FILLER                    PIC X(02) VALUE SPACES.
040500     05  BL-SEVERITY               PIC X(10).
040600     05  FILLER                    PIC X(02) VALUE SPACES.
040700     05  BL-ACK-TIME               PIC X(08).
040800     05  BL-ACK-FLAG               PIC X(01).
040900     05  FILLER                    PIC X(01) VALUE SPACES.
041000     05  BL-CLS-TIME               PIC X(08).
041100     05  BL-CLS-FLAG               PIC X(01).
041200     05  FILLER                    PIC X(01) VALUE SPACES.
041300     05  BL-STATUS                 PIC X(06).
041400     05  FILLER                    PIC X(02) VALUE SPACES.
041500     05  BL-HANDLER                PIC X(03).

041600 01  WS-TOTAL-LABEL                PIC X(20) VALUE 'ALL TEAMS'.

041700 01  WS-NO-DATA-LINE.
041800     05  FILLER                    PIC X(40)
041900             VALUE 'NO INCIDENTS WERE OPENED IN THE PERIOD.'.

042000 01  WS-NO-BREACH-LINE.
042100     05  FILLER                    PIC X(40)
042200             VALUE 'NO INCIDENT BREACHED ITS TARGET.'.

042300 01  WS-COUNT-LINE.
042400     05  FILLER                    PIC X(16)
042500             VALUE 'SQLSLA01 - READ='.
042600     05  WC-EVENTS-READ            PIC ZZZ,ZZZ,ZZ9.
042700     05  FILLER                    PIC X(11) VALUE ' INCIDENTS='.
042800     05  WC-INCIDENTS-SELECTED     PIC ZZZ,ZZZ,ZZ9.
042900     05  FILLER                    PIC X(10) VALUE ' BREACHES='.
043000     05  WC-BREACHES-LISTED        PIC ZZZ,ZZZ,ZZ9.
043100     05  FILLER                    PIC X(09) VALUE ' NO-OPEN='.
043200     05  WC-NO-OPEN-EVENT          PIC ZZZ,ZZZ,ZZ9.

043300 PROCEDURE DIVISION.
043400 0000-MAINLINE.
043500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
043600     SORT SORT-FILE
043700         ASCENDING KEY S1-TEAM S1-APPL S1-LOG-DATE S1-INCIDENT-ID
043800         INPUT PROCEDURE  2000-RELEASE-INCIDENTS THRU 2000-EXIT
043900         OUTPUT PROCEDURE 3000-SUMMARIZE         THRU 3000-EXIT.
044000     PERFORM 4000-PRINT-BREACHES   THRU 4000-EXIT.
044100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
044200     STOP RUN.

044300 1000-INITIALIZE.
044400     OPEN OUTPUT REPORT-FILE.
044500     OPEN INPUT  SQLACT-FILE.
044600     IF WS-SQLACT-STATUS NOT = '00'
044700         MOVE 'N' TO WS-SQLACT-AVAIL-SW
044800     END-IF.
044900     OPEN INPUT  OWNER-FILE.
045000     IF WS-OWNER-STATUS NOT = '00'
045100         MOVE 'N' TO WS-OWNER-AVAIL-SW
045200     END-IF.
045300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045400     ACCEPT WS-NOW-TIME FROM TIME.
045500     MOVE WS-RUN-DATE TO WS-NOW-DATE WH1-RUN-DATE.
045600     PERFORM 1100-READ-CONTROL     THRU 1100-EXIT.
045700     IF NOT WS-PERIOD-SET
045800         PERFORM 1200-DEFAULT-PERIOD THRU 1200-EXIT
045900     END-IF.
046000     WRITE PRT-RECORD FROM WS-HEADING-1.
046100     IF WS-FULL-LOG
046200         WRITE PRT-RECORD FROM WS-PERIOD-ALL-LINE
046300     ELSE
046400         MOVE WS-FROM-DATE TO WP-FROM-DATE
046500         MOVE WS-TO-DATE   TO WP-TO-DATE
046600         WRITE PRT-RECORD FROM WS-PERIOD-LINE
046700     END-IF.
046800     PERFORM 1300-PRINT-TARGET     THRU 1300-EXIT
046900         VARYING WS-TGT-IDX FROM 1 BY 1
047000         UNTIL WS-TGT-IDX > 3.
047100     MOVE SPACES TO PRT-RECORD.
047200     WRITE PRT-RECORD.
047300     WRITE PRT-RECORD FROM WS-HEADING-2.
047400     WRITE PRT-RECORD FROM WS-HEADING-3.
047500 1000-EXIT.
047600     EXIT.

047700 1100-READ-CONTROL.
047800     OPEN INPUT CONTROL-FILE.
047900     IF WS-CONTROL-STATUS NOT = '00'
048000         GO TO 1100-EXIT
048100     END-IF.
048200     READ CONTROL-FILE
048300         AT END SET WS-CONTROL-EOF TO TRUE
048400     END-READ.
048500     PERFORM 1150-APPLY-CARD       THRU 1150-EXIT
048600         UNTIL WS-CONTROL-EOF.
048700     CLOSE CONTROL-FILE.
048800 1100-EXIT.
048900     EXIT.

049000******************************************************************
049100*  A CARD WITH A NUMERIC DATE OR 'ALL' IN COLS 1-8 SETS THE      *
049200*  PERIOD; ANY OTHER NON-BLANK CARD IS A TARGET CARD.  A TARGET  *
049300*  CARD FOR AN UNKNOWN SEVERITY OR WITH NON-NUMERIC MINUTES IS   *
049400*  IGNORED WITH A WARNING, LEAVING THAT TARGET AT ITS DEFAULT.   *
049500******************************************************************
049600 1150-APPLY-CARD.
049700     EVALUATE TRUE
049800         WHEN CC-FULL-LOG
049900             SET WS-FULL-LOG   TO TRUE
050000             SET WS-PERIOD-SET TO TRUE
050100         WHEN CC-FROM-DATE IS NUMERIC
050200             MOVE CC-FROM-DATE TO WS-FROM-DATE
050300             IF CC-TO-DATE IS NUMERIC
050400                 MOVE CC-TO-DATE   TO WS-TO-DATE
050500             ELSE
050600                 MOVE CC-FROM-DATE TO WS-TO-DATE
050700             END-IF
050800             SET WS-PERIOD-SET TO TRUE
050900         WHEN CC-CONTROL-CARD = SPACES
051000             CONTINUE
051100         WHEN OTHER
051200             PERFORM 1160-APPLY-TARGET THRU 1160-EXIT
051300     END-EVALUATE.
051400     READ CONTROL-FILE
051500         AT END SET WS-CONTROL-EOF TO TRUE
051600     END-READ.
051700 1150-EXIT.
051800     EXIT.

051900 1160-APPLY-TARGET.
052000     IF CT-ACK-MINUTES NOT NUMERIC
052100        OR CT-CLS-MINUTES NOT NUMERIC
052200         DISPLAY 'SQLSLA01 - TARGET MINUTES NOT NUMERIC, CARD '
052300                 'IGNORED: ' CT-TARGET-CARD
052400         GO TO 1160-EXIT
052500     END-IF.
052600     SET WS-TGT-IDX TO 1.
052700     SEARCH WS-TARGET-ENTRY
052800         AT END
052900             DISPLAY 'SQLSLA01 - UNKNOWN SEVERITY, CARD IGNORED: '
053000                     CT-TARGET-CARD
053100         WHEN WS-TGT-SEVERITY (WS-TGT-IDX) = CT-SEVERITY
053200             MOVE CT-ACK-MINUTES
053300                 TO WS-TGT-ACK-MINUTES (WS-TGT-IDX)
053400             MOVE CT-CLS-MINUTES
053500                 TO WS-TGT-CLS-MINUTES (WS-TGT-IDX)
053600     END-SEARCH.
053700 1160-EXIT.
053800     EXIT.

053900******************************************************************
054000*  NO PERIOD CARD: THE WHOLE OF THE PREVIOUS CALENDAR MONTH.     *
054100*  DAY 31 AS THE UPPER BOUND COVERS A MONTH OF ANY LENGTH.       *
054200******************************************************************
054300 1200-DEFAULT-PERIOD.
054400     IF WS-RUN-MM = 1
054500         COMPUTE WS-PER-YYYY = WS-RUN-YYYY - 1
054600         MOVE 12 TO WS-PER-MM
054700     ELSE
054800         MOVE WS-RUN-YYYY TO WS-PER-YYYY
054900         COMPUTE WS-PER-MM = WS-RUN-MM - 1
055000     END-IF.
055100     MOVE 01 TO WS-PER-DD.
055200     MOVE WS-PERIOD-DATE TO WS-FROM-DATE.
055300     MOVE 31 TO WS-PER-DD.
055400     MOVE WS-PERIOD-DATE TO WS-TO-DATE.
055500 1200-EXIT.
055600     EXIT.

055700 1300-PRINT-TARGET.
055800     MOVE WS-TGT-SEVERITY (WS-TGT-IDX)    TO WT-SEVERITY.
055900     MOVE WS-TGT-ACK-MINUTES (WS-TGT-IDX) TO WT-ACK-MINUTES.
056000     MOVE WS-TGT-CLS-MINUTES (WS-TGT-IDX) TO WT-CLS-MINUTES.
056100     WRITE PRT-RECORD FROM WS-TARGET-LINE.
056200 1300-EXIT.
056300     EXIT.

056400******************************************************************
056500*  THE HISTORY FILE IS READ IN KEY ORDER, SO EACH INCIDENT'S     *
056600*  EVENTS ARRIVE TOGETHER AND OLDEST FIRST.  ONE SORT RECORD IS  *
056700*  RELEASED PER INCIDENT OPENED IN THE PERIOD.                   *
056800******************************************************************
056900 2000-RELEASE-INCIDENTS.
057000     OPEN INPUT HIST-FILE.
057100     IF WS-HIST-STATUS NOT = '00'
057200         DISPLAY 'SQLSLA01 - SQLHST NOT AVAILABLE, STATUS '
057300                 WS-HIST-STATUS
057400         GO TO 2000-EXIT
057500     END-IF.
057600     READ HIST-FILE
057700         AT END SET WS-EOF TO TRUE
057800     END-READ.
057900     PERFORM 2100-LOAD-INCIDENT    THRU 2100-EXIT
058000         UNTIL WS-EOF.
058100     CLOSE HIST-FILE.
058200 2000-EXIT.
058300     EXIT.

058400 2100-LOAD-INCIDENT.
058500     MOVE IH-INCIDENT-KEY TO WS-CUR-INCIDENT-KEY.
058600     MOVE SPACES TO WS-OPEN-STAMP WS-ACK-STAMP WS-CLOSE-STAMP.
058700     MOVE SPACES TO WS-CUR-PROGRAM WS-CUR-HANDLER.
058800     MOVE ZERO   TO WS-CUR-SQLCODE.
058900     PERFORM 2200-APPLY-EVENT      THRU 2200-EXIT
059000         UNTIL WS-EOF
059100            OR IH-INCIDENT-KEY NOT = WS-CUR-INCIDENT-KEY.
059200     PERFORM 2300-RELEASE-INCIDENT THRU 2300-EXIT.
059300 2100-EXIT.
059400     EXIT.

059500 2200-APPLY-EVENT.
059600     ADD 1 TO WS-EVENTS-READ.
059700     EVALUATE TRUE
059800         WHEN IH-EVENT-OPEN
059900             MOVE IH-EVENT-DATE TO WS-OPEN-STAMP (1:8)
060000             MOVE IH-EVENT-TIME TO WS-OPEN-STAMP (9:8)
060100         WHEN IH-EVENT-ACK
060200             IF WS-ACK-STAMP = SPACES
060300                 MOVE IH-EVENT-DATE TO WS-ACK-STAMP (1:8)
060400                 MOVE IH-EVENT-TIME TO WS-ACK-STAMP (9:8)
060500             END-IF
060600             MOVE IH-INITIALS TO WS-CUR-HANDLER
060700         WHEN IH-EVENT-CLOSE
060800             IF WS-CLOSE-STAMP = SPACES
060900                 MOVE IH-EVENT-DATE TO WS-CLOSE-STAMP (1:8)
061000                 MOVE IH-EVENT-TIME TO WS-CLOSE-STAMP (9:8)
061100             END-IF
061200             MOVE IH-INITIALS TO WS-CUR-HANDLER
061300     END-EVALUATE.
061400     MOVE IH-PROGRAM TO WS-CUR-PROGRAM.
061500     MOVE IH-SQLCODE TO WS-CUR-SQLCODE.
061600     READ HIST-FILE
061700         AT END SET WS-EOF TO TRUE
061800     END-READ.
061900 2200-EXIT.
062000     EXIT.

062100 2300-RELEASE-INCIDENT.
062200     IF NOT WS-FULL-LOG
062300        AND (WS-CUR-LOG-DATE < WS-FROM-DATE
062400             OR WS-CUR-LOG-DATE > WS-TO-DATE)
062500         GO TO 2300-EXIT
062600     END-IF.
062700     IF WS-OPEN-STAMP = SPACES
062800         ADD 1 TO WS-NO-OPEN-EVENT
062900         GO TO 2300-EXIT
063000     END-IF.
063100     ADD 1 TO WS-INCIDENTS-SELECTED.
063200     PERFORM 2400-LOOKUP-OWNER     THRU 2400-EXIT.
063300     PERFORM 2450-LOOKUP-SEVERITY  THRU 2450-EXIT.
063400     MOVE WS-OWNER-TEAM      TO S1-TEAM.
063500     MOVE WS-OWNER-APPL      TO S1-APPL.
063600     MOVE WS-CUR-LOG-DATE    TO S1-LOG-DATE.
063700     MOVE WS-CUR-INCIDENT-ID TO S1-INCIDENT-ID.
063800     MOVE WS-CUR-PROGRAM     TO S1-PROGRAM.
063900     MOVE WS-CUR-SQLCODE     TO S1-SQLCODE.
064000     MOVE WS-SEVERITY        TO S1-SEVERITY.
064100     MOVE WS-CUR-HANDLER     TO S1-HANDLER.
064200     MOVE 'N'                TO S1-ACK-BREACH-SW S1-CLS-BREACH-SW.
064300     MOVE WS-TGT-ACK-MINUTES (WS-TGT-IDX) TO S1-ACK-TARGET.
064400     MOVE WS-TGT-CLS-MINUTES (WS-TGT-IDX) TO S1-CLS-TARGET.
064500     EVALUATE TRUE
064600         WHEN WS-CLOSE-STAMP NOT = SPACES
064700             MOVE 'CLOSED' TO S1-STATUS
064800         WHEN WS-ACK-STAMP NOT = SPACES
064900             MOVE 'ACK'    TO S1-STATUS
065000         WHEN OTHER
065100             MOVE 'OPEN'   TO S1-STATUS
065200     END-EVALUATE.
065300     MOVE WS-OPEN-STAMP TO WS-START-STAMP.
065400     EVALUATE TRUE
065500         WHEN WS-ACK-STAMP NOT = SPACES
065600             MOVE WS-ACK-STAMP   TO WS-END-STAMP
065700             SET S1-ACK-DONE     TO TRUE
065800         WHEN WS-CLOSE-STAMP NOT = SPACES
065900             MOVE WS-CLOSE-STAMP TO WS-END-STAMP
066000             SET S1-ACK-DONE     TO TRUE
066100         WHEN OTHER
066200             MOVE WS-NOW-STAMP   TO WS-END-STAMP
066300             SET S1-ACK-PENDING  TO TRUE
066400     END-EVALUATE.
066500     PERFORM 2500-ELAPSED-MINUTES  THRU 2500-EXIT.
066600     MOVE WS-ELAPSED-MINUTES TO S1-ACK-MINUTES.
066700     IF WS-CLOSE-STAMP NOT = SPACES
066800         MOVE WS-CLOSE-STAMP TO WS-END-STAMP
066900         SET S1-CLS-DONE     TO TRUE
067000     ELSE
067100         MOVE WS-NOW-STAMP   TO WS-END-STAMP
067200         SET S1-CLS-PENDING  TO TRUE
067300     END-IF.
067400     PERFORM 2500-ELAPSED-MINUTES  THRU 2500-EXIT.
067500     MOVE WS-ELAPSED-MINUTES TO S1-CLS-MINUTES.
067600     RELEASE S1-SORT-RECORD.
067700 2300-EXIT.
067800     EXIT.

067900 2400-LOOKUP-OWNER.
068000     IF WS-OWNER-AVAILABLE
068100         MOVE WS-CUR-PROGRAM TO OW-PROGRAM-NAME
068200         READ OWNER-FILE KEY IS OW-PROGRAM-NAME
068300             INVALID KEY
068400                 MOVE '????'       TO WS-OWNER-APPL
068500                 MOVE 'UNASSIGNED' TO WS-OWNER-TEAM
068600             NOT INVALID KEY
068700                 MOVE OW-APPL-CODE TO WS-OWNER-APPL
068800                 MOVE OW-TEAM-NAME TO WS-OWNER-TEAM
068900         END-READ
069000     ELSE
069100         MOVE '????'       TO WS-OWNER-APPL
069200         MOVE 'UNASSIGNED' TO WS-OWNER-TEAM
069300     END-IF.
069400 2400-EXIT.
069500     EXIT.

069600******************************************************************
069700*  SEVERITY FROM SQLACT, THEN THE MATCHING TARGET ENTRY.  AN     *
069800*  SQLCODE NOT ON SQLACT, OR A SEVERITY WITH NO TARGET, IS HELD  *
069900*  TO THE WARNING TARGETS.                                       *
070000******************************************************************
070100 2450-LOOKUP-SEVERITY.
070200     MOVE 'UNKNOWN' TO WS-SEVERITY.
070300     IF WS-SQLACT-AVAILABLE
070400         MOVE WS-CUR-SQLCODE TO AL-SQLCODE
070500         READ SQLACT-FILE KEY IS AL-SQLCODE
070600             INVALID KEY
070700                 CONTINUE
070800             NOT INVALID KEY
070900                 MOVE AL-SEVERITY TO WS-SEVERITY
071000         END-READ
071100     END-IF.
071200     SET WS-TGT-IDX TO 1.
071300     SEARCH WS-TARGET-ENTRY
071400         AT END
071500             SET WS-TGT-IDX TO WS-DEFAULT-TARGET
071600         WHEN WS-TGT-SEVERITY (WS-TGT-IDX) = WS-SEVERITY
071700             CONTINUE
071800     END-SEARCH.
071900 2450-EXIT.
072000     EXIT.

072100******************************************************************
072200*  MINUTES FROM WS-START-STAMP TO WS-END-STAMP, USING SQLDAT01   *
072300*  DAY NUMBERS SO MONTH AND YEAR ENDS NEED NO SPECIAL HANDLING.  *
072400*  A BAD DATE OR TIME GIVES ZERO RATHER THAN A FALSE BREACH.     *
072500******************************************************************
072600 2500-ELAPSED-MINUTES.
072700     MOVE ZERO TO WS-ELAPSED-MINUTES.
072800     IF WS-START-DATE NOT NUMERIC
072900        OR WS-START-HH NOT NUMERIC
073000        OR WS-START-MM NOT NUMERIC
073100        OR WS-END-DATE NOT NUMERIC
073200        OR WS-END-HH NOT NUMERIC
073300        OR WS-END-MM NOT NUMERIC
073400         GO TO 2500-EXIT
073500     END-IF.
073600     SET SQD-FN-DAYNUM TO TRUE.
073700     MOVE WS-START-DATE TO SQD-DATE-IN.
073800     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
073900     IF NOT SQD-RC-OK
074000         GO TO 2500-EXIT
074100     END-IF.
074200     MOVE SQD-DAY-NUMBER TO WS-START-DAYNUM.
074300     SET SQD-FN-DAYNUM TO TRUE.
074400     MOVE WS-END-DATE TO SQD-DATE-IN.
074500     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
074600     IF NOT SQD-RC-OK
074700         GO TO 2500-EXIT
074800     END-IF.
074900     MOVE SQD-DAY-NUMBER TO WS-END-DAYNUM.
075000     COMPUTE WS-ELAPSED-MINUTES =
075100             (WS-END-DAYNUM - WS-START-DAYNUM) * 1440
075200           + (WS-END-HH * 60 + WS-END-MM)
075300           - (WS-START-HH * 60 + WS-START-MM).
075400     IF WS-ELAPSED-MINUTES < ZERO
075500         MOVE ZERO TO WS-ELAPSED-MINUTES
075600     END-IF.
075700 2500-EXIT.
075800     EXIT.

075900 3000-SUMMARIZE.
076000     OPEN OUTPUT WORK-FILE.
076100     RETURN SORT-FILE
076200         AT END SET WS-SORT-EOF TO TRUE
076300     END-RETURN.
076400     IF WS-SORT-EOF
076500         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
076600     ELSE
076700         PERFORM 3100-ACCUMULATE   THRU 3100-EXIT
076800             UNTIL WS-SORT-EOF
076900         PERFORM 3200-END-GROUP    THRU 3200-EXIT
077000         MOVE SPACES TO PRT-RECORD
077100         WRITE PRT-RECORD
077200         MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
077300         MOVE WS-TOTAL-LABEL  TO DL-TEAM
077400         MOVE SPACES          TO DL-APPL
077500         PERFORM 3400-PRINT-TOTALS THRU 3400-EXIT
077600     END-IF.
077700     CLOSE WORK-FILE.
077800 3000-EXIT.
077900     EXIT.

078000 3100-ACCUMULATE.
078100     IF WS-HOLD-PRESENT
078200        AND (S1-TEAM NOT = WS-HOLD-TEAM
078300             OR S1-APPL NOT = WS-HOLD-APPL)
078400         PERFORM 3200-END-GROUP    THRU 3200-EXIT
078500     END-IF.
078600     IF NOT WS-HOLD-PRESENT
078700         MOVE S1-TEAM TO WS-HOLD-TEAM
078800         MOVE S1-APPL TO WS-HOLD-APPL
078900         INITIALIZE WS-GROUP-TOTALS
079000         SET WS-HOLD-PRESENT TO TRUE
079100     END-IF.
079200     PERFORM 3150-COUNT-INCIDENT   THRU 3150-EXIT.
079300     RETURN SORT-FILE
079400         AT END SET WS-SORT-EOF TO TRUE
079500     END-RETURN.
079600 3100-EXIT.
079700     EXIT.

079800******************************************************************
079900*  A COMPLETED MEASURE COUNTS TOWARD THE AVERAGE, THE WORST AND  *
080000*  MET OR MISSED.  ONE STILL RUNNING COUNTS ONLY ONCE IT IS PAST *
080100*  TARGET, AS MISSED.  AN INCIDENT OVER EITHER TARGET GOES TO    *
080200*  THE BREACH WORK FILE FOR THE FINAL SECTION.                   *
080300******************************************************************
080400 3150-COUNT-INCIDENT.
080500     ADD 1 TO WS-GRP-INCIDENTS.
080600     IF S1-ACK-MINUTES > S1-ACK-TARGET
080700         SET S1-ACK-BREACHED TO TRUE
080800         ADD 1 TO WS-GRP-ACK-MISSED
080900     ELSE
081000         IF S1-ACK-DONE
081100             ADD 1 TO WS-GRP-ACK-MET
081200         END-IF
081300     END-IF.
081400     IF S1-ACK-DONE
081500         ADD 1 TO WS-GRP-ACK-COUNT
081600         ADD S1-ACK-MINUTES TO WS-GRP-ACK-SUM
081700         IF S1-ACK-MINUTES > WS-GRP-ACK-WORST
081800             MOVE S1-ACK-MINUTES TO WS-GRP-ACK-WORST
081900         END-IF
082000     END-IF.
082100     IF S1-CLS-MINUTES > S1-CLS-TARGET
082200         SET S1-CLS-BREACHED TO TRUE
082300         ADD 1 TO WS-GRP-CLS-MISSED
082400     ELSE
082500         IF S1-CLS-DONE
082600             ADD 1 TO WS-GRP-CLS-MET
082700         END-IF
082800     END-IF.
082900     IF S1-CLS-DONE
083000         ADD 1 TO WS-GRP-CLS-COUNT
083100         ADD S1-CLS-MINUTES TO WS-GRP-CLS-SUM
083200         IF S1-CLS-MINUTES > WS-GRP-CLS-WORST
083300             MOVE S1-CLS-MINUTES TO WS-GRP-CLS-WORST
083400         END-IF
083500     END-IF.
083600     IF S1-ACK-BREACHED OR S1-CLS-BREACHED
083700         ADD 1 TO WS-GRP-BREACHES
083800         WRITE WK-BREACH-RECORD FROM S1-SORT-RECORD
083900     END-IF.
084000 3150-EXIT.
084100     EXIT.

084200 3200-END-GROUP.
084300     MOVE WS-GROUP-TOTALS TO WS-PRINT-TOTALS.
084400     MOVE WS-HOLD-TEAM    TO DL-TEAM.
084500     MOVE WS-HOLD-APPL    TO DL-APPL.
084600     PERFORM 3400-PRINT-TOTALS     THRU 3400-EXIT.
084700     ADD WS-GRP-INCIDENTS  TO WS-GRD-INCIDENTS.
084800     ADD WS-GRP-BREACHES   TO WS-GRD-BREACHES.
084900     ADD WS-GRP-ACK-COUNT  TO WS-GRD-ACK-COUNT.
085000     ADD WS-GRP-ACK-SUM    TO WS-GRD-ACK-SUM.
085100     ADD WS-GRP-ACK-MET    TO WS-GRD-ACK-MET.
085200     ADD WS-GRP-ACK-MISSED TO WS-GRD-ACK-MISSED.
085300     ADD WS-GRP-CLS-COUNT  TO WS-GRD-CLS-COUNT.
085400     ADD WS-GRP-CLS-SUM    TO WS-GRD-CLS-SUM.
085500     ADD WS-GRP-CLS-MET    TO WS-GRD-CLS-MET.
085600     ADD WS-GRP-CLS-MISSED TO WS-GRD-CLS-MISSED.
085700     IF WS-GRP-ACK-WORST > WS-GRD-ACK-WORST
085800         MOVE WS-GRP-ACK-WORST TO WS-GRD-ACK-WORST
085900     END-IF.
086000     IF WS-GRP-CLS-WORST > WS-GRD-CLS-WORST
086100         MOVE WS-GRP-CLS-WORST TO WS-GRD-CLS-WORST
086200     END-IF.
086300     MOVE 'N' TO WS-HOLD-SW.
086400 3200-EXIT.
086500     EXIT.

086600******************************************************************
086700*  PRINTS WS-PRINT-TOTALS UNDER THE TEAM AND APPLICATION ALREADY *
086800*  MOVED TO THE DETAIL LINE.                                     *
086900******************************************************************
087000 3400-PRINT-TOTALS.
087100     MOVE WS-PRT-INCIDENTS TO DL-INCIDENTS.
087200     MOVE WS-PRT-BREACHES  TO DL-BREACHES.
087300     IF WS-PRT-ACK-COUNT = ZERO
087400         MOVE WS-DUR-NONE TO DL-ACK-AVERAGE DL-ACK-WORST
087500     ELSE
087600         COMPUTE WS-DUR-MINUTES ROUNDED =
087700                 WS-PRT-ACK-SUM / WS-PRT-ACK-COUNT
087800         PERFORM 3500-FORMAT-DURATION THRU 3500-EXIT
087900         MOVE WS-DUR-DISPLAY TO DL-ACK-AVERAGE
088000         MOVE WS-PRT-ACK-WORST TO WS-DUR-MINUTES
088100         PERFORM 3500-FORMAT-DURATION THRU 3500-EXIT
088200         MOVE WS-DUR-DISPLAY TO DL-ACK-WORST
088300     END-IF.
088400     IF WS-PRT-CLS-COUNT = ZERO
088500         MOVE WS-DUR-NONE TO DL-CLS-AVERAGE DL-CLS-WORST
088600     ELSE
088700         COMPUTE WS-DUR-MINUTES ROUNDED =
088800                 WS-PRT-CLS-SUM / WS-PRT-CLS-COUNT
088900         PERFORM 3500-FORMAT-DURATION THRU 3500-EXIT
089000         MOVE WS-DUR-DISPLAY TO DL-CLS-AVERAGE
089100         MOVE WS-PRT-CLS-WORST TO WS-DUR-MINUTES
089200         PERFORM 3500-FORMAT-DURATION THRU 3500-EXIT
089300         MOVE WS-DUR-DISPLAY TO DL-CLS-WORST
089400     END-IF.
089500     COMPUTE WS-PCT-BASE = WS-PRT-ACK-MET + WS-PRT-ACK-MISSED.
089600     IF WS-PCT-BASE = ZERO
089700         MOVE WS-PCT-NONE TO DL-ACK-PERCENT
089800     ELSE
089900         COMPUTE WS-PCT-MET ROUNDED =
090000                 WS-PRT-ACK-MET * 100 / WS-PCT-BASE
090100         MOVE WS-PCT-MET TO WP-PERCENT
090200         MOVE WS-PCT-DISPLAY TO DL-ACK-PERCENT
090300     END-IF.
090400     COMPUTE WS-PCT-BASE = WS-PRT-CLS-MET + WS-PRT-CLS-MISSED.
090500     IF WS-PCT-BASE = ZERO
090600         MOVE WS-PCT-NONE TO DL-CLS-PERCENT
090700     ELSE
090800         COMPUTE WS-PCT-MET ROUNDED =
090900                 WS-PRT-CLS-MET * 100 / WS-PCT-BASE
091000         MOVE WS-PCT-MET TO WP-PERCENT
091100         MOVE WS-PCT-DISPLAY TO DL-CLS-PERCENT
091200     END-IF.
091300     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
091400 3400-EXIT.
091500     EXIT.

091600 3500-FORMAT-DURATION.
091700     DIVIDE WS-DUR-MINUTES BY 60
091800         GIVING WS-DUR-HOURS
091900         REMAINDER WS-DUR-REMAINDER.
092000     MOVE WS-DUR-HOURS     TO WD-HOURS.
092100     MOVE WS-DUR-REMAINDER TO WD-MINUTES.
092200 3500-EXIT.
092300     EXIT.

092400 4000-PRINT-BREACHES.
092500     MOVE SPACES TO PRT-RECORD.
092600     WRITE PRT-RECORD.
092700     WRITE PRT-RECORD FROM WS-BREACH-TITLE.
092800     WRITE PRT-RECORD FROM WS-BREACH-LEGEND.
092900     WRITE PRT-RECORD FROM WS-BREACH-HEADING.
093000     OPEN INPUT WORK-FILE.
093100     READ WORK-FILE
093200         AT END SET WS-WORK-EOF TO TRUE
093300     END-READ.
093400     IF WS-WORK-EOF
093500         WRITE PRT-RECORD FROM WS-NO-BREACH-LINE
093600     ELSE
093700         PERFORM 4100-PRINT-BREACH THRU 4100-EXIT
093800             UNTIL WS-WORK-EOF
093900     END-IF.
094000     CLOSE WORK-FILE.
094100 4000-EXIT.
094200     EXIT.

094300 4100-PRINT-BREACH.
094400     ADD 1 TO WS-BREACHES-LISTED.
094500     MOVE WK-TEAM        TO BL-TEAM.
094600     MOVE WK-LOG-DATE    TO BL-LOG-DATE.
094700     MOVE WK-INCIDENT-ID TO BL-INCIDENT-ID.
094800     MOVE WK-PROGRAM     TO BL-PROGRAM.
094900     MOVE WK-SQLCODE     TO BL-SQLCODE.
095000     MOVE WK-SEVERITY    TO BL-SEVERITY.
095100     MOVE WK-STATUS      TO BL-STATUS.
095200     MOVE WK-HANDLER     TO BL-HANDLER.
095300     MOVE WK-ACK-MINUTES TO WS-DUR-MINUTES.
095400     PERFORM 3500-FORMAT-DURATION  THRU 3500-EXIT.
095500     MOVE WS-DUR-DISPLAY TO BL-ACK-TIME.
095600     MOVE WK-CLS-MINUTES TO WS-DUR-MINUTES.
095700     PERFORM 3500-FORMAT-DURATION  THRU 3500-EXIT.
095800     MOVE WS-DUR-DISPLAY TO BL-CLS-TIME.
095900     MOVE SPACES TO BL-ACK-FLAG BL-CLS-FLAG.
096000     IF WK-ACK-BREACHED
096100         MOVE '*' TO BL-ACK-FLAG
096200     END-IF.
096300     IF WK-CLS-BREACHED
096400         MOVE '*' TO BL-CLS-FLAG
096500     END-IF.
096600     IF WK-HANDLER = SPACES
096700         MOVE '---' TO BL-HANDLER
096800     END-IF.
096900     WRITE PRT-RECORD FROM WS-BREACH-LINE.
097000     READ WORK-FILE
097100         AT END SET WS-WORK-EOF TO TRUE
097200     END-READ.
097300 4100-EXIT.
097400     EXIT.

097500 9999-TERMINATE.
097600     CLOSE REPORT-FILE.
097700     CLOSE SQLACT-FILE.
097800     CLOSE OWNER-FILE.
097900     MOVE WS-EVENTS-READ        TO WC-EVENTS-READ.
098000     MOVE WS-INCIDENTS-SELECTED TO WC-INCIDENTS-SELECTED.
098100     MOVE WS-BREACHES-LISTED    TO WC-BREACHES-LISTED.
098200     MOVE WS-NO-OPEN-EVENT      TO WC-NO-OPEN-EVENT.
098300     DISPLAY WS-COUNT-LINE.
098400 9999-EXIT.
098500     EXIT.
