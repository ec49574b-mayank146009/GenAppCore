000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLMSK02.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLMSK02  --  DIAGNOSTIC DUMP HOST-VARIABLE SCAN AND MASK     *
000900*                                                                *
001000*  READS A DIAGNOSTIC DUMP FILE (DDNAME DUMPIN, THE LIVE SQLDUMP *
001100*  OR AN ARCHIVE COPY OF IT) WRITTEN BEFORE SQLERR01 MASKED HOST *
001200*  VARIABLES, AND PASSES EVERY HOST-VARIABLE RECORD THROUGH      *
001300*  SQLHVM01 UNDER THE CURRENT MASKING RULES (DDNAME SQLMSK, SEE  *
001400*  SQLMSKR).  EACH VALUE FOUND UNMASKED IS LISTED ON THE AUDIT   *
001500*  REPORT (DDNAME SQLMSK02) BY EVENT, PROGRAM, HOST VARIABLE AND *
001600*  RULE -- THE VALUE ITSELF IS NEVER PRINTED -- AND COUNTS PER   *
001700*  PROGRAM ARE PRINTED FOR THE AUDITORS AT THE END.              *
001800*                                                                *
001900*  IN MASK MODE (THE DEFAULT) EVERY RECORD IS COPIED TO DDNAME   *
002000*  DUMPOUT WITH THE VALUES MASKED, FOR THE JOB TO COPY BACK OVER *
002100*  THE INPUT FILE.  IN REPORT MODE NOTHING IS WRITTEN TO         *
002200*  DUMPOUT, SO THE SCAN CAN BE RUN FIRST TO SIZE THE PROBLEM.    *
002300*  VALUES ALREADY IN PROTECTED FORM ARE LEFT AS THEY ARE, SO A   *
002400*  FILE CAN BE SCANNED AGAIN WITHOUT HARM.  WHEN THE RULES       *
002500*  CANNOT BE USED (NO SQLMSK DD, OR MORE RULES THAN SQLHVM01     *
002510*  HOLDS) NOTHING IS MASKED AND THE REPORT SAYS SO.              *
002520*                                                                *
002530*  RETURN CODE 0 -- DUMPOUT IS THE MASKED COPY.  4 -- REPORT     *
002540*  MODE, NOTHING WRITTEN.  8 -- THE RULES COULD NOT BE USED.     *
002550*  12 -- SYSIN, DUMPIN OR DUMPOUT COULD NOT BE OPENED, READ OR   *
002560*  WRITTEN AND THE SCAN STOPPED THERE.  THE JOB REPLACES THE     *
002570*  INPUT FILE WITH DUMPOUT ONLY ON 0.                            *
002600*                                                                *
002700*  CONTROL CARD (SYSIN):                                         *
002800*    COLS  1-6   'REPORT' FOR REPORT MODE, ANYTHING ELSE (OR NO  *
002900*                CARD) FOR MASK MODE                             *
003000*    COLS 10-53  NAME OF THE FILE BEING SCANNED, PRINTED IN THE  *
003100*                REPORT HEADING SO EACH RUN'S AUDIT REPORT SAYS  *
003200*                WHICH COPY IT COVERS                            *
003300******************************************************************
003400*  MODIFICATION HISTORY                                          *
003500*  DATE       BY   DESCRIPTION                                   *
003600*  ---------- ---- ------------------------------------------    *
003700*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-Z15.
004200 OBJECT-COMPUTER.   IBM-Z15.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DUMP-FILE    ASSIGN TO DUMPIN
004600            ORGANIZATION IS SEQUENTIAL
004700            FILE STATUS  IS WS-DUMP-STATUS.
004800     SELECT OUTPUT-FILE  ASSIGN TO DUMPOUT
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS  IS WS-OUTPUT-STATUS.
005100     SELECT REPORT-FILE  ASSIGN TO SQLMSK02
005200            ORGANIZATION IS SEQUENTIAL
005300            FILE STATUS  IS WS-REPORT-STATUS.
005400     SELECT CONTROL-FILE ASSIGN TO SYSIN
005500            ORGANIZATION IS SEQUENTIAL
005600            FILE STATUS  IS WS-CONTROL-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DUMP-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DMPR01.

006300 FD  OUTPUT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  OT-DUMP-RECORD                PIC X(263).

006700 FD  REPORT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  PRT-RECORD                    PIC X(132).

007100 FD  CONTROL-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  CC-CONTROL-CARD.
007500     05  CC-MODE                   PIC X(06).
007600         88  CC-REPORT-ONLY            VALUE 'REPORT'.
007700     05  FILLER                    PIC X(03).
007800     05  CC-FILE-NAME              PIC X(44).
007900     05  FILLER                    PIC X(27).

008000 WORKING-STORAGE SECTION.
008100 77  WS-DUMP-STATUS                PIC X(02) VALUE SPACES.
008200 77  WS-OUTPUT-STATUS              PIC X(02) VALUE SPACES.
008300 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
008400 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
008500 01  WS-SWITCHES.
008600     05  WS-DUMP-EOF-SW            PIC X(01) VALUE 'N'.
008700         88  WS-DUMP-EOF               VALUE 'Y'.
008800     05  WS-MODE-SW                PIC X(01) VALUE 'M'.
008900         88  WS-MASK-MODE              VALUE 'M'.
009000         88  WS-REPORT-MODE            VALUE 'R'.
009100     05  WS-NO-RULES-SW            PIC X(01) VALUE 'N'.
009200         88  WS-NO-RULES               VALUE 'Y'.
009300     05  WS-PGM-FOUND-SW           PIC X(01) VALUE 'N'.
009400         88  WS-PGM-FOUND              VALUE 'Y'.
009410     05  WS-IO-ERROR-SW            PIC X(01) VALUE 'N'.
009420         88  WS-IO-ERROR               VALUE 'Y'.
009500 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
009600 77  WS-RECORDS-WRITTEN            PIC S9(09) COMP VALUE ZERO.
009700 77  WS-PGM-COUNT                  PIC S9(04) COMP VALUE ZERO.
009800 77  WS-PGM-MAX                    PIC S9(04) COMP VALUE 500.
009900 77  WS-PGM-OVERFLOW               PIC S9(09) COMP VALUE ZERO.
010000 01  WS-RUN-DATE                   PIC 9(08).
010100 01  WS-FILE-NAME                  PIC X(44) VALUE SPACES.

010200     COPY SQLM01C.

010300******************************************************************
010400*  COUNTS PER FAILING PROGRAM (DP-SQLERRP) FOR THE AUDIT         *
010500*  SUMMARY, WITH THE FILE TOTALS BELOW THEM.                     *
010600******************************************************************
010700 01  WS-PGM-TABLE.
010800     05  WS-PGM-ENTRY              OCCURS 500 TIMES
010900                                   INDEXED BY WS-PGM-IDX.
011000         10  WS-PG-PROGRAM         PIC X(08).
011100         10  WS-PG-COUNTS.
011200             15  WS-PG-EVENTS      PIC S9(09) COMP.
011300             15  WS-PG-HOST-VARS   PIC S9(09) COMP.
011400             15  WS-PG-UNMASKED    PIC S9(09) COMP.
011500             15  WS-PG-PROTECTED   PIC S9(09) COMP.
011600             15  WS-PG-NO-RULE     PIC S9(09) COMP.
011700 01  WS-TOTAL-COUNTS.
011800     05  WS-TOT-EVENTS             PIC S9(09) COMP VALUE ZERO.
011900     05  WS-TOT-HOST-VARS          PIC S9(09) COMP VALUE ZERO.
012000     05  WS-TOT-UNMASKED           PIC S9(09) COMP VALUE ZERO.
012100     05  WS-TOT-PROTECTED          PIC S9(09) COMP VALUE ZERO.
012200     05  WS-TOT-NO-RULE            PIC S9(09) COMP VALUE ZERO.

012300 01  WS-HEADING-1.
012400     05  FILLER                    PIC X(10) VALUE 'SQLMSK02'.
012500     05  FILLER                    PIC X(42)
012600             VALUE 'DUMP FILE HOST-VARIABLE MASKING AUDIT'.
012700     05  FILLER                    PIC X(05) VALUE 'RUN: '.
012800     05  WH1-RUN-DATE              PIC 9(08).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  WH1-MODE                  PIC X(11).

013100 01  WS-HEADING-2.
013200     05  FILLER                    PIC X(06) VALUE 'FILE: '.
013300     05  WH2-FILE-NAME             PIC X(44).

013400 01  WS-HEADING-3.
013500     05  FILLER                    PIC X(09) VALUE 'DATE'.
013600     05  FILLER                    PIC X(09) VALUE 'TIME'.
013700     05  FILLER                    PIC X(13) VALUE 'INCIDENT'.
013800     05  FILLER                    PIC X(09) VALUE 'PROGRAM'.
013900     05  FILLER                    PIC X(21)
013910             VALUE 'HOST VARIABLE'.
014000     05  FILLER                    PIC X(09) VALUE 'RULE'.
014100     05  FILLER                    PIC X(13) VALUE 'METHOD'.

014200 01  WS-FOUND-LINE.
014300     05  WF-LOG-DATE               PIC X(08).
014400     05  FILLER                    PIC X(01) VALUE SPACE.
014500     05  WF-LOG-TIME               PIC X(08).
014600     05  FILLER                    PIC X(01) VALUE SPACE.
014700     05  WF-INCIDENT-ID            PIC X(12).
014800     05  FILLER                    PIC X(01) VALUE SPACE.
014900     05  WF-PROGRAM                PIC X(08).
015000     05  FILLER                    PIC X(01) VALUE SPACE.
015100     05  WF-VAR-NAME               PIC X(20).
015200     05  FILLER                    PIC X(01) VALUE SPACE.
015300     05  WF-RULE-ID                PIC X(08).
015400     05  FILLER                    PIC X(01) VALUE SPACE.
015500     05  WF-METHOD                 PIC X(13).

015600 01  WS-NONE-FOUND-LINE.
015700     05  FILLER                    PIC X(45) VALUE
015800             'NO UNMASKED HOST-VARIABLE VALUES WERE FOUND.'.

015900 01  WS-NO-RULES-LINE.
016000     05  FILLER                    PIC X(51) VALUE
016100         'MASKING RULES (SQLMSK) MISSING OR OVER THE LIMIT - '.
016200     05  FILLER                    PIC X(38) VALUE
016300             'NOTHING WAS CHECKED OR MASKED.'.

016310 01  WS-IO-ERROR-LINE.
016320     05  FILLER                    PIC X(52) VALUE
016330         'I/O ERROR ON SYSIN, DUMPIN OR DUMPOUT - SCAN STOPPED'.
016340     05  FILLER                    PIC X(40) VALUE
016350             ', SEE THE JOB LOG.  FILE NOT REPLACED.'.

016400 01  WS-OVERFLOW-LINE.
016500     05  FILLER                    PIC X(40) VALUE
016600             'PROGRAM TABLE FULL - HOST VARIABLES OF '.
016700     05  WO-OVERFLOW               PIC ZZZ,ZZZ,ZZ9.
016800     05  FILLER                    PIC X(40) VALUE
016900             ' RECORDS ARE IN THE TOTALS ONLY.'.

017000 01  WS-SUMMARY-HEADING.
017100     05  FILLER                    PIC X(09) VALUE 'PROGRAM'.
017200     05  FILLER                    PIC X(12) VALUE '     EVENTS'.
017300     05  FILLER                    PIC X(12) VALUE '  HOST VARS'.
017400     05  FILLER                    PIC X(12) VALUE '   UNMASKED'.
017500     05  FILLER                    PIC X(12) VALUE '     MASKED'.
017600     05  FILLER                    PIC X(12) VALUE '  PROTECTED'.
017700     05  FILLER                    PIC X(12) VALUE '    NO RULE'.

017800 01  WS-SUMMARY-LINE.
017900     05  WS-SM-PROGRAM             PIC X(08).
018000     05  FILLER                    PIC X(01) VALUE SPACE.
018100     05  WS-SM-EVENTS              PIC ZZZ,ZZZ,ZZ9.
018200     05  FILLER                    PIC X(01) VALUE SPACE.
018300     05  WS-SM-HOST-VARS           PIC ZZZ,ZZZ,ZZ9.
018400     05  FILLER                    PIC X(01) VALUE SPACE.
018500     05  WS-SM-UNMASKED            PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                    PIC X(01) VALUE SPACE.
018700     05  WS-SM-MASKED              PIC ZZZ,ZZZ,ZZ9.
018800     05  FILLER                    PIC X(01) VALUE SPACE.
018900     05  WS-SM-PROTECTED           PIC ZZZ,ZZZ,ZZ9.
019000     05  FILLER                    PIC X(01) VALUE SPACE.
019100     05  WS-SM-NO-RULE             PIC ZZZ,ZZZ,ZZ9.

019200 01  WS-COUNT-LINE.
019300     05  FILLER                    PIC X(16)
019400             VALUE 'SQLMSK02 - READ='.
019500     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER                    PIC X(11) VALUE ' HOST VARS='.
019700     05  WC-HOST-VARS              PIC ZZZ,ZZZ,ZZ9.
019800     05  FILLER                    PIC X(10) VALUE ' UNMASKED='.
019900     05  WC-UNMASKED               PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER                    PIC X(09) VALUE ' WRITTEN='.
020100     05  WC-RECORDS-WRITTEN        PIC ZZZ,ZZZ,ZZ9.

020200 PROCEDURE DIVISION.
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
020500     PERFORM 2000-SCAN-RECORD      THRU 2000-EXIT
020600         UNTIL WS-DUMP-EOF.
020700     PERFORM 3000-PRINT-SUMMARY    THRU 3000-EXIT.
020800     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
020900     STOP RUN.

021000 1000-INITIALIZE.
021100     OPEN INPUT  CONTROL-FILE.
021110     IF WS-CONTROL-STATUS NOT = '00'
021120         DISPLAY 'SQLMSK02 - SYSIN NOT AVAILABLE, STATUS '
021130                 WS-CONTROL-STATUS
021140         SET WS-IO-ERROR TO TRUE
021150         MOVE SPACES TO CC-CONTROL-CARD
021160     ELSE
021200         READ CONTROL-FILE
021300             AT END MOVE SPACES TO CC-CONTROL-CARD
021400         END-READ
021410         CLOSE CONTROL-FILE
021420     END-IF.
021500     IF CC-REPORT-ONLY
021600         SET WS-REPORT-MODE TO TRUE
021700         MOVE '(REPORT)'    TO WH1-MODE
021800     ELSE
021900         MOVE '(MASK)'      TO WH1-MODE
022000     END-IF.
022100     MOVE CC-FILE-NAME TO WS-FILE-NAME.
022700     OPEN OUTPUT REPORT-FILE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900     MOVE WS-RUN-DATE  TO WH1-RUN-DATE.
023000     MOVE WS-FILE-NAME TO WH2-FILE-NAME.
023100     WRITE PRT-RECORD FROM WS-HEADING-1
023200         AFTER ADVANCING PAGE.
023300     WRITE PRT-RECORD FROM WS-HEADING-2.
023400     MOVE SPACES TO PRT-RECORD.
023500     WRITE PRT-RECORD.
023600     WRITE PRT-RECORD FROM WS-HEADING-3.
023610     SET WS-DUMP-EOF TO TRUE.
023620     IF WS-IO-ERROR
023630         GO TO 1000-EXIT
023640     END-IF.
023650     OPEN INPUT  DUMP-FILE.
023660     IF WS-DUMP-STATUS NOT = '00'
023670         DISPLAY 'SQLMSK02 - DUMPIN NOT AVAILABLE, STATUS '
023680                 WS-DUMP-STATUS
023690         SET WS-IO-ERROR TO TRUE
023700         GO TO 1000-EXIT
023710     END-IF.
023720     IF WS-MASK-MODE
023730         OPEN OUTPUT OUTPUT-FILE
023740         IF WS-OUTPUT-STATUS NOT = '00'
023750             DISPLAY 'SQLMSK02 - DUMPOUT NOT AVAILABLE, STATUS '
023760                     WS-OUTPUT-STATUS
023770             SET WS-IO-ERROR TO TRUE
023780             GO TO 1000-EXIT
023790         END-IF
023800     END-IF.
023810     MOVE 'N' TO WS-DUMP-EOF-SW.
023900     PERFORM 2900-READ-DUMP        THRU 2900-EXIT.
024000 1000-EXIT.
024100     EXIT.

024200 2000-SCAN-RECORD.
024300     ADD 1 TO WS-RECORDS-READ.
024400     PERFORM 2500-FIND-PROGRAM     THRU 2500-EXIT.
024500     IF DP-TYPE-HEADER
024600         ADD 1 TO WS-TOT-EVENTS
024700         IF WS-PGM-FOUND
024800             ADD 1 TO WS-PG-EVENTS (WS-PGM-IDX)
024900         END-IF
025000     ELSE
025100         PERFORM 2100-CHECK-HOST-VAR THRU 2100-EXIT
025200     END-IF.
025300     IF WS-MASK-MODE
025400         WRITE OT-DUMP-RECORD FROM DP-DUMP-RECORD
025410         IF WS-OUTPUT-STATUS NOT = '00'
025420             DISPLAY 'SQLMSK02 - DUMPOUT WRITE FAILED, STATUS '
025430                     WS-OUTPUT-STATUS
025440             SET WS-IO-ERROR TO TRUE
025450             SET WS-DUMP-EOF TO TRUE
025460             GO TO 2000-EXIT
025470         END-IF
025500         ADD 1 TO WS-RECORDS-WRITTEN
025600     END-IF.
025700     PERFORM 2900-READ-DUMP        THRU 2900-EXIT.
026000 2000-EXIT.
026100     EXIT.

026200******************************************************************
026300*  A VALUE SQLHVM01 CHANGES WAS HELD IN THE CLEAR: IT IS LISTED, *
026400*  COUNTED, AND IN MASK MODE REPLACED BY THE PROTECTED FORM.     *
026500******************************************************************
026600 2100-CHECK-HOST-VAR.
026700     ADD 1 TO WS-TOT-HOST-VARS.
026800     IF WS-PGM-FOUND
026900         ADD 1 TO WS-PG-HOST-VARS (WS-PGM-IDX)
027000     END-IF.
027100     IF WS-NO-RULES
027200         GO TO 2100-EXIT
027300     END-IF.
027400     SET SQM-FN-MASK        TO TRUE.
027500     MOVE DP-SQLERRP        TO SQM-PROGRAM.
027600     MOVE DP-HOST-VAR-NAME  TO SQM-VAR-NAME.
027700     MOVE DP-HOST-VAR-VALUE TO SQM-VALUE.
027800     CALL 'SQLHVM01' USING SQM-CONTROL-AREA.
027900     EVALUATE TRUE
028000         WHEN SQM-RC-MASKED
028100             PERFORM 2200-REPORT-UNMASKED THRU 2200-EXIT
028200         WHEN SQM-RC-ALREADY-MASKED
028300             ADD 1 TO WS-TOT-PROTECTED
028400             IF WS-PGM-FOUND
028500                 ADD 1 TO WS-PG-PROTECTED (WS-PGM-IDX)
028600             END-IF
028700         WHEN SQM-RC-NO-RULE
028800             ADD 1 TO WS-TOT-NO-RULE
028900             IF WS-PGM-FOUND
029000                 ADD 1 TO WS-PG-NO-RULE (WS-PGM-IDX)
029100             END-IF
029200         WHEN OTHER
029300             SET WS-NO-RULES TO TRUE
029400     END-EVALUATE.
029500 2100-EXIT.
029600     EXIT.

029700 2200-REPORT-UNMASKED.
029800     ADD 1 TO WS-TOT-UNMASKED.
029900     IF WS-PGM-FOUND
030000         ADD 1 TO WS-PG-UNMASKED (WS-PGM-IDX)
030100     END-IF.
030200     MOVE DP-LOG-DATE       TO WF-LOG-DATE.
030300     MOVE DP-LOG-TIME       TO WF-LOG-TIME.
030400     MOVE DP-INCIDENT-ID    TO WF-INCIDENT-ID.
030500     MOVE DP-SQLERRP        TO WF-PROGRAM.
030600     MOVE DP-HOST-VAR-NAME  TO WF-VAR-NAME.
030700     MOVE SQM-RULE-ID       TO WF-RULE-ID.
030800     EVALUATE SQM-METHOD
030900         WHEN 'L'
031000             MOVE 'LAST FOUR'     TO WF-METHOD
031100         WHEN 'T'
031200             MOVE 'ONE-WAY TOKEN' TO WF-METHOD
031300         WHEN OTHER
031400             MOVE 'FULL MASK'     TO WF-METHOD
031500     END-EVALUATE.
031600     WRITE PRT-RECORD FROM WS-FOUND-LINE.
031700     IF WS-MASK-MODE
031800         MOVE SQM-VALUE     TO DP-HOST-VAR-VALUE
031900     END-IF.
032000 2200-EXIT.
032100     EXIT.

032200******************************************************************
032300*  PROGRAMS ARE KEPT IN A TABLE IN THE ORDER FIRST SEEN; PAST    *
032400*  THE TABLE SIZE A PROGRAM'S RECORDS GO INTO THE TOTALS ONLY.   *
032500******************************************************************
032600 2500-FIND-PROGRAM.
032700     MOVE 'N' TO WS-PGM-FOUND-SW.
032800     IF WS-PGM-COUNT > ZERO
032900         SET WS-PGM-IDX TO 1
033000         SEARCH WS-PGM-ENTRY
033100             AT END
033200                 CONTINUE
033300             WHEN WS-PGM-IDX > WS-PGM-COUNT
033400                 CONTINUE
033500             WHEN WS-PG-PROGRAM (WS-PGM-IDX) = DP-SQLERRP
033600                 SET WS-PGM-FOUND TO TRUE
033700         END-SEARCH
033800     END-IF.
033900     IF WS-PGM-FOUND
034000         GO TO 2500-EXIT
034100     END-IF.
034200     IF WS-PGM-COUNT NOT < WS-PGM-MAX
034300         ADD 1 TO WS-PGM-OVERFLOW
034400         GO TO 2500-EXIT
034500     END-IF.
034600     ADD 1 TO WS-PGM-COUNT.
034700     SET WS-PGM-IDX TO WS-PGM-COUNT.
034800     MOVE DP-SQLERRP TO WS-PG-PROGRAM (WS-PGM-IDX).
034900     MOVE ZERO       TO WS-PG-EVENTS (WS-PGM-IDX)
035000                        WS-PG-HOST-VARS (WS-PGM-IDX)
035100                        WS-PG-UNMASKED (WS-PGM-IDX)
035200                        WS-PG-PROTECTED (WS-PGM-IDX)
035300                        WS-PG-NO-RULE (WS-PGM-IDX).
035400     SET WS-PGM-FOUND TO TRUE.
035500 2500-EXIT.
035600     EXIT.

035610******************************************************************
035620*  ANY STATUS BUT '00' OR END OF FILE STOPS THE SCAN, SO A READ  *
035630*  ERROR CAN NEITHER LOOP NOR PASS FOR A SHORT FILE.             *
035640******************************************************************
035650 2900-READ-DUMP.
035660     READ DUMP-FILE
035670         AT END SET WS-DUMP-EOF TO TRUE
035680     END-READ.
035690     IF WS-DUMP-STATUS NOT = '00'
035700        AND WS-DUMP-STATUS NOT = '10'
035710         DISPLAY 'SQLMSK02 - DUMPIN READ FAILED, STATUS '
035720                 WS-DUMP-STATUS
035730         SET WS-IO-ERROR TO TRUE
035740         SET WS-DUMP-EOF TO TRUE
035750     END-IF.
035760 2900-EXIT.
035770     EXIT.

035780 3000-PRINT-SUMMARY.
035800     MOVE SPACES TO PRT-RECORD.
035900     WRITE PRT-RECORD.
036000     EVALUATE TRUE
036010         WHEN WS-IO-ERROR
036020             WRITE PRT-RECORD FROM WS-IO-ERROR-LINE
036100         WHEN WS-NO-RULES
036200             WRITE PRT-RECORD FROM WS-NO-RULES-LINE
036300         WHEN WS-TOT-UNMASKED = ZERO
036400             WRITE PRT-RECORD FROM WS-NONE-FOUND-LINE
036500     END-EVALUATE.
036600     IF WS-PGM-OVERFLOW > ZERO
036700         MOVE WS-PGM-OVERFLOW TO WO-OVERFLOW
036800         WRITE PRT-RECORD FROM WS-OVERFLOW-LINE
036900     END-IF.
037000     MOVE SPACES TO PRT-RECORD.
037100     WRITE PRT-RECORD.
037200     WRITE PRT-RECORD FROM WS-SUMMARY-HEADING.
037300     PERFORM 3100-PRINT-PROGRAM    THRU 3100-EXIT
037400         VARYING WS-PGM-IDX FROM 1 BY 1
037500         UNTIL WS-PGM-IDX > WS-PGM-COUNT.
037600     MOVE 'TOTAL'          TO WS-SM-PROGRAM.
037700     MOVE WS-TOT-EVENTS    TO WS-SM-EVENTS.
037800     MOVE WS-TOT-HOST-VARS TO WS-SM-HOST-VARS.
037900     MOVE WS-TOT-UNMASKED  TO WS-SM-UNMASKED.
038000     IF WS-MASK-MODE
038100         MOVE WS-TOT-UNMASKED TO WS-SM-MASKED
038200     ELSE
038300         MOVE ZERO            TO WS-SM-MASKED
038400     END-IF.
038500     MOVE WS-TOT-PROTECTED TO WS-SM-PROTECTED.
038600     MOVE WS-TOT-NO-RULE   TO WS-SM-NO-RULE.
038700     MOVE SPACES TO PRT-RECORD.
038800     WRITE PRT-RECORD.
038900     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
039000 3000-EXIT.
039100     EXIT.

039200 3100-PRINT-PROGRAM.
039300     MOVE WS-PG-PROGRAM (WS-PGM-IDX)   TO WS-SM-PROGRAM.
039400     MOVE WS-PG-EVENTS (WS-PGM-IDX)    TO WS-SM-EVENTS.
039500     MOVE WS-PG-HOST-VARS (WS-PGM-IDX) TO WS-SM-HOST-VARS.
039600     MOVE WS-PG-UNMASKED (WS-PGM-IDX)  TO WS-SM-UNMASKED.
039700     IF WS-MASK-MODE
039800         MOVE WS-PG-UNMASKED (WS-PGM-IDX) TO WS-SM-MASKED
039900     ELSE
040000         MOVE ZERO                        TO WS-SM-MASKED
040100     END-IF.
040200     MOVE WS-PG-PROTECTED (WS-PGM-IDX) TO WS-SM-PROTECTED.
040300     MOVE WS-PG-NO-RULE (WS-PGM-IDX)   TO WS-SM-NO-RULE.
040400     WRITE PRT-RECORD FROM WS-SUMMARY-LINE.
040500 3100-EXIT.
040600     EXIT.

040700 9999-TERMINATE.
040800     SET SQM-FN-CLOSE TO TRUE.
040900     CALL 'SQLHVM01' USING SQM-CONTROL-AREA.
041000     CLOSE DUMP-FILE.
041100     IF WS-MASK-MODE
041200         CLOSE OUTPUT-FILE
041300     END-IF.
041400     CLOSE REPORT-FILE.
041500     MOVE WS-RECORDS-READ    TO WC-RECORDS-READ.
041600     MOVE WS-TOT-HOST-VARS   TO WC-HOST-VARS.
041700     MOVE WS-TOT-UNMASKED    TO WC-UNMASKED.
041800     MOVE WS-RECORDS-WRITTEN TO WC-RECORDS-WRITTEN.
041900     DISPLAY WS-COUNT-LINE.
041910     EVALUATE TRUE
041915         WHEN WS-IO-ERROR
041917             MOVE 12 TO RETURN-CODE
041920         WHEN WS-NO-RULES
041930             MOVE 8 TO RETURN-CODE
041940         WHEN WS-REPORT-MODE
041950             MOVE 4 TO RETURN-CODE
041960         WHEN OTHER
041970             MOVE ZERO TO RETURN-CODE
041980     END-EVALUATE.
042000 9999-EXIT.
042100     EXIT.
