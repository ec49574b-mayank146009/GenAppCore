000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLRUN01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLRUN01  --  DAILY JOB-RUN STATISTICS REPORT                 *
000900*                                                                *
001000*  READS THE JOB-RUN HISTORY THAT SQLERR01 APPENDS AT EOJ        *
001100*  (DDNAME SQLRUNH, SEE SQLRUNR) AND PRINTS ONE LINE FOR EVERY   *
001200*  RUN THAT ENDED IN THE PERIOD: ROWS READ, HARD ERRORS PER      *
001300*  THOUSAND ROWS, ROWS-NOT-FOUND AS A PERCENTAGE OF ROWS READ,   *
001400*  AND ELAPSED TIME, EACH SET AGAINST THE SAME JOB AND PROGRAM'S *
001500*  AVERAGE OVER ITS PREVIOUS 30 RUNS ON FILE.  A RUN WHOSE ROWS  *
001600*  READ FELL OR ROSE BY MORE THAN THE CHANGE PERCENTAGE AGAINST  *
001700*  THAT AVERAGE IS FLAGGED, SINCE IT USUALLY MEANS A SHORT OR    *
001800*  DUPLICATED INPUT FILE.  A RUN WITH FEWER PREVIOUS RUNS THAN   *
001900*  THE MINIMUM HISTORY IS NOT FLAGGED; ONE WITH NONE IS MARKED   *
002000*  NEW.                                                          *
002100*                                                                *
002200*  THE ERROR AND NOT-FOUND AVERAGES ARE TAKEN OVER THE TOTAL     *
002300*  ROWS OF THE PREVIOUS RUNS, SO A RUN THAT READ NOTHING DOES    *
002400*  NOT DISTORT THEM.  A RUN THAT READ NO ROWS SHOWS N/A FOR BOTH *
002500*  RATES.  RUNS ARE TAKEN IN START ORDER AND SELECTED BY THEIR   *
002600*  END DATE.                                                     *
002700*                                                                *
002800*  CONTROL CARD (SYSIN), OPTIONAL:                               *
002900*    COLS  1-8   FROM DATE (YYYYMMDD), OR 'ALL' IN COLS 1-3      *
003000*    COLS 10-17  TO DATE (YYYYMMDD); DEFAULTS TO THE FROM DATE   *
003100*    COLS 19-21  CHANGE PERCENTAGE FOR THE ROWS-READ FLAG (050)  *
003200*    COLS 23-24  MINIMUM PREVIOUS RUNS BEFORE FLAGGING (05)      *
003300*  WITH NO DATE THE PERIOD IS THE PRIOR BUSINESS DAY.            *
003400******************************************************************
003500*  MODIFICATION HISTORY                                          *
003600*  DATE       BY   DESCRIPTION                                   *
003700*  ---------- ---- ------------------------------------------    *
003800*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-Z15.
004300 OBJECT-COMPUTER.   IBM-Z15.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RUNHIST-FILE ASSIGN TO SQLRUNH
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS  IS WS-RUNH-STATUS.
004900     SELECT REPORT-FILE  ASSIGN TO SQLRUN01
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS  IS WS-REPORT-STATUS.
005200     SELECT SORT-FILE    ASSIGN TO SORTWK01.
005300     SELECT CONTROL-FILE ASSIGN TO SYSIN
005400            ORGANIZATION IS SEQUENTIAL
005500            FILE STATUS  IS WS-CONTROL-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RUNHIST-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY SQLRUNR.

006200 FD  REPORT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  PRT-RECORD                    PIC X(132).

006600 FD  CONTROL-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  CC-CONTROL-CARD.
007000     05  CC-FROM-DATE              PIC X(08).
007100         88  CC-FULL-LOG               VALUE 'ALL'.
007200     05  FILLER                    PIC X(01).
007300     05  CC-TO-DATE                PIC X(08).
007400     05  FILLER                    PIC X(01).
007500     05  CC-CHANGE-PCT             PIC X(03).
007600     05  CC-CHANGE-PCT-N REDEFINES CC-CHANGE-PCT
007700                                   PIC 9(03).
007800     05  FILLER                    PIC X(01).
007900     05  CC-MIN-HISTORY            PIC X(02).
008000     05  CC-MIN-HISTORY-N REDEFINES CC-MIN-HISTORY
008100                                   PIC 9(02).
008200     05  FILLER                    PIC X(56).

008300 SD  SORT-FILE.
008400 01  S1-SORT-RECORD.
008500     05  S1-JOB-NAME               PIC X(08).
008600     05  S1-PROGRAM                PIC X(08).
008700     05  S1-START-DATE             PIC X(08).
008800     05  S1-START-TIME             PIC X(08).
008900     05  S1-END-DATE               PIC X(08).
009000     05  S1-END-TIME               PIC X(08).
009100     05  S1-ROWS-READ              PIC S9(09) COMP.
009200     05  S1-ROWS-FOUND             PIC S9(09) COMP.
009300     05  S1-ROWS-NOTFOUND          PIC S9(09) COMP.
009400     05  S1-HARD-ERRORS            PIC S9(09) COMP.
009500     05  S1-RESTART-FLAG           PIC X(01).
009600         88  S1-RESTARTED              VALUE 'Y'.
009700     05  S1-CHECKPOINTS            PIC S9(09) COMP.
009800     05  FILLER                    PIC X(31).

009900 WORKING-STORAGE SECTION.
010000 77  WS-RUNH-STATUS                PIC X(02) VALUE SPACES.
010100 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
010200 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
010500         88  WS-EOF                    VALUE 'Y'.
010600     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
010700         88  WS-SORT-EOF               VALUE 'Y'.
010800     05  WS-PERIOD-SET-SW          PIC X(01) VALUE 'N'.
010900         88  WS-PERIOD-SET             VALUE 'Y'.
011000     05  WS-HOLD-SW                PIC X(01) VALUE 'N'.
011100         88  WS-HOLD-PRESENT           VALUE 'Y'.
011200     05  WS-ELAPSED-SW             PIC X(01) VALUE 'N'.
011300         88  WS-ELAPSED-KNOWN          VALUE 'Y'.
011400 77  WS-RUNS-READ                  PIC S9(09) COMP VALUE ZERO.
011500 77  WS-RUNS-REPORTED              PIC S9(09) COMP VALUE ZERO.
011600 77  WS-RUNS-FLAGGED               PIC S9(09) COMP VALUE ZERO.
011700 77  WS-CHANGE-PCT                 PIC S9(03) COMP VALUE 50.
011800 77  WS-MIN-HISTORY                PIC S9(04) COMP VALUE 5.
011900 77  WS-HISTORY-MAX                PIC S9(04) COMP VALUE 30.
012000 77  WS-START-DAYNUM               PIC S9(09) COMP VALUE ZERO.
012100 77  WS-END-DAYNUM                 PIC S9(09) COMP VALUE ZERO.
012200 77  WS-ELAPSED-SECONDS            PIC S9(09) COMP VALUE ZERO.
012300 77  WS-LOW-LIMIT                  PIC S9(11) COMP VALUE ZERO.
012400 77  WS-HIGH-LIMIT                 PIC S9(11) COMP VALUE ZERO.
012500 77  WS-RATE                       PIC S9(07)V99 COMP VALUE ZERO.
012600 77  WS-DUR-SECONDS                PIC S9(09) COMP VALUE ZERO.
012700 77  WS-DUR-HOURS                  PIC S9(09) COMP VALUE ZERO.
012800 77  WS-DUR-MINUTES                PIC S9(04) COMP VALUE ZERO.
012900 77  WS-DUR-REMAINDER              PIC S9(04) COMP VALUE ZERO.

013000******************************************************************
013100*  THE PREVIOUS RUNS OF THE CURRENT JOB AND PROGRAM, HELD AS A   *
013200*  RING: WS-RING-NEXT IS THE SLOT THE NEXT RUN OVERWRITES ONCE   *
013300*  ALL 30 ARE IN USE, WHICH IS ALWAYS THE OLDEST.                *
013400******************************************************************
013500 01  WS-RING-CONTROL.
013600     05  WS-RING-COUNT             PIC S9(04) COMP VALUE ZERO.
013700     05  WS-RING-NEXT              PIC S9(04) COMP VALUE 1.
013800 01  WS-RING-TABLE.
013900     05  WS-RING-ENTRY             OCCURS 30 TIMES
014000                                   INDEXED BY WS-RG-IDX.
014100         10  RG-ROWS-READ          PIC S9(09) COMP.
014200         10  RG-ROWS-NOTFOUND      PIC S9(09) COMP.
014300         10  RG-HARD-ERRORS        PIC S9(09) COMP.
014400         10  RG-ELAPSED-SECONDS    PIC S9(09) COMP.
014500         10  RG-ELAPSED-SW         PIC X(01).
014600             88  RG-ELAPSED-KNOWN      VALUE 'Y'.

014700******************************************************************
014800*  TOTALS OVER THE RING, FROM WHICH THE AVERAGES ARE TAKEN.      *
014900******************************************************************
015000 01  WS-HISTORY-TOTALS.
015100     05  WS-HT-ROWS-READ           PIC S9(15) COMP.
015200     05  WS-HT-ROWS-NOTFOUND       PIC S9(15) COMP.
015300     05  WS-HT-HARD-ERRORS         PIC S9(15) COMP.
015400     05  WS-HT-ELAPSED-SECONDS     PIC S9(15) COMP.
015500     05  WS-HT-ELAPSED-COUNT       PIC S9(04) COMP.
015600 77  WS-AVG-ROWS-READ              PIC S9(11) COMP VALUE ZERO.

015700 01  WS-HOLD-GROUP.
015800     05  WS-HOLD-JOB-NAME          PIC X(08).
015900     05  WS-HOLD-PROGRAM           PIC X(08).

016000 01  WS-START-STAMP.
016100     05  WS-START-DATE             PIC X(08).
016200     05  WS-START-HH               PIC 9(02).
016300     05  WS-START-MM               PIC 9(02).
016400     05  WS-START-SS               PIC 9(02).
016500     05  FILLER                    PIC X(02).
016600 01  WS-END-STAMP.
016700     05  WS-END-DATE               PIC X(08).
016800     05  WS-END-HH                 PIC 9(02).
016900     05  WS-END-MM                 PIC 9(02).
017000     05  WS-END-SS                 PIC 9(02).
017100     05  FILLER                    PIC X(02).

017200 01  WS-RATE-DISPLAY.
017300     05  WR-RATE                   PIC ZZZZ9.99.
017400 01  WS-RATE-NONE                  PIC X(08) VALUE '     N/A'.

017500 01  WS-PCT-DISPLAY.
017600     05  WP-PERCENT                PIC ZZ9.99.
017700     05  FILLER                    PIC X(01) VALUE '%'.
017800 01  WS-PCT-NONE                   PIC X(07) VALUE '    N/A'.

017900 01  WS-DUR-DISPLAY.
018000     05  WD-HOURS                  PIC ZZ9.
018100     05  FILLER                    PIC X(01) VALUE ':'.
018200     05  WD-MINUTES                PIC 9(02).
018300     05  FILLER                    PIC X(01) VALUE ':'.
018400     05  WD-SECONDS                PIC 9(02).
018500 01  WS-DUR-NONE                   PIC X(09) VALUE '      N/A'.

018600 01  WS-RUN-DATE                   PIC 9(08).
018700 01  WS-FROM-DATE                  PIC X(08) VALUE '00000000'.
018800 01  WS-TO-DATE                    PIC X(08) VALUE '99999999'.
018900 01  WS-FULL-LOG-SW                PIC X(01) VALUE 'N'.
019000     88  WS-FULL-LOG                   VALUE 'Y'.
019100     COPY SQLD01C.

019200 01  WS-HEADING-1.
019300     05  FILLER                    PIC X(10) VALUE 'SQLRUN01'.
019400     05  FILLER                    PIC X(40)
019500             VALUE 'DAILY JOB-RUN STATISTICS REPORT'.
019600     05  FILLER                    PIC X(05) VALUE 'RUN: '.
019700     05  WH1-RUN-DATE              PIC 9(08).

019800 01  WS-PERIOD-LINE.
019900     05  FILLER                    PIC X(13) VALUE 'RUNS ENDED: '.
020000     05  WP-FROM-DATE              PIC X(08).
020100     05  FILLER                    PIC X(04) VALUE ' TO '.
020200     05  WP-TO-DATE                PIC X(08).

020300 01  WS-PERIOD-ALL-LINE.
020400     05  FILLER                    PIC X(40)
020500             VALUE 'RUNS ENDED:  ALL HISTORY ON FILE'.

020600 01  WS-LIMIT-LINE.
020700     05  FILLER                    PIC X(32)
020800             VALUE 'ROWS READ FLAGGED WHEN MORE THAN'.
020900     05  WL-CHANGE-PCT             PIC ZZ9.
021000     05  FILLER                    PIC X(40)
021100             VALUE '% ABOVE OR BELOW THE AVERAGE OF THE LAST'.
021200     05  WL-HISTORY-MAX            PIC ZZ9.
021300     05  FILLER                    PIC X(21)
021400             VALUE ' RUNS, ONCE A JOB HAS'.
021500     05  WL-MIN-HISTORY            PIC ZZ9.
021600     05  FILLER                    PIC X(15)
021700             VALUE ' PREVIOUS RUNS.'.

021800 01  WS-LEGEND-LINE.
021900     05  FILLER                    PIC X(41)
022000             VALUE 'R = RESTARTED FROM A CHECKPOINT.  PREV = '.
022100     05  FILLER                    PIC X(43)
022200             VALUE 'PREVIOUS RUNS THE AVERAGES ARE TAKEN OVER.'.

022300 01  WS-HEADING-2.
022400     05  FILLER                    PIC X(31) VALUE SPACES.
022500     05  FILLER                    PIC X(24)
022600             VALUE '------ ROWS READ ------'.
022700     05  FILLER                    PIC X(20)
022800             VALUE '-- ERRORS/1000 ---'.
022900     05  FILLER                    PIC X(16)
023000             VALUE '- NOT FOUND % --'.
023100     05  FILLER                    PIC X(21)
023200             VALUE ' --- ELAPSED TIME ---'.

023300 01  WS-HEADING-3.
023400     05  FILLER                PIC X(10) VALUE 'JOB'.
023500     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
023600     05  FILLER                PIC X(10) VALUE 'END DATE R'.
023700     05  FILLER                PIC X(12) VALUE '    THIS RUN'.
023800     05  FILLER                PIC X(12) VALUE '     AVERAGE'.
023900     05  FILLER                PIC X(09) VALUE ' THIS RUN'.
024000     05  FILLER                PIC X(10) VALUE '   AVERAGE'.
024100     05  FILLER                PIC X(09) VALUE ' THIS RUN'.
024200     05  FILLER                PIC X(09) VALUE '  AVERAGE'.
024300     05  FILLER                PIC X(10) VALUE '  THIS RUN'.
024400     05  FILLER                PIC X(11) VALUE '    AVERAGE'.
024500     05  FILLER                PIC X(06) VALUE ' PREV '.
024600     05  FILLER                PIC X(04) VALUE 'FLAG'.

024700 01  WS-DETAIL-LINE.
024800     05  DL-JOB-NAME               PIC X(08).
024900     05  FILLER                    PIC X(02) VALUE SPACES.
025000     05  DL-PROGRAM                PIC X(08).
025100     05  FILLER                    PIC X(02) VALUE SPACES.
025200     05  DL-END-DATE               PIC X(08).
025300     05  FILLER                    PIC X(01) VALUE SPACES.
025400     05  DL-RESTART                PIC X(01).
025500     05  FILLER                    PIC X(01) VALUE SPACES.
025600     05  DL-ROWS-READ              PIC ZZZ,ZZZ,ZZ9.
025700     05  FILLER                    PIC X(01) VALUE SPACES.
025800     05  DL-AVG-ROWS-READ          PIC X(11).
025900     05  FILLER                    PIC X(01) VALUE SPACES.
026000     05  DL-ERROR-RATE             PIC X(08).
026100     05  FILLER                    PIC X(02) VALUE SPACES.
026200     05  DL-AVG-ERROR-RATE         PIC X(08).
026300     05  FILLER                    PIC X(02) VALUE SPACES.
026400     05  DL-NOTFOUND-PCT           PIC X(07).
026500     05  FILLER                    PIC X(02) VALUE SPACES.
026600     05  DL-AVG-NOTFOUND-PCT       PIC X(07).
026700     05  FILLER                    PIC X(01) VALUE SPACES.
026800     05  DL-ELAPSED                PIC X(09).
026900     05  FILLER                    PIC X(02) VALUE SPACES.
027000     05  DL-AVG-ELAPSED            PIC X(09).
027100     05  FILLER                    PIC X(02) VALUE SPACES.
027200     05  DL-PREV-RUNS              PIC Z9.
027300     05  FILLER                    PIC X(02) VALUE SPACES.
027400     05  DL-FLAG                   PIC X(12).

027500 01  WS-AVG-ROWS-DISPLAY.
027600     05  WA-ROWS-READ              PIC ZZZ,ZZZ,ZZ9.
027700 01  WS-AVG-ROWS-NONE              PIC X(11) VALUE '        N/A'.

027800 01  WS-NO-DATA-LINE.
027900     05  FILLER                    PIC X(40)
028000             VALUE 'NO JOB RUNS ENDED IN THE PERIOD.'.

028100 01  WS-FLAG-TOTAL-LINE.
028200     05  FILLER                    PIC X(30)
028300             VALUE 'RUNS FLAGGED FOR ROWS READ:  '.
028400     05  WF-RUNS-FLAGGED           PIC ZZZ,ZZ9.

028500 01  WS-COUNT-LINE.
028600     05  FILLER                    PIC X(16)
028700             VALUE 'SQLRUN01 - READ='.
028800     05  WC-RUNS-READ              PIC ZZZ,ZZZ,ZZ9.
028900     05  FILLER                    PIC X(06) VALUE ' RUNS='.
029000     05  WC-RUNS-REPORTED          PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER                    PIC X(09) VALUE ' FLAGGED='.
029200     05  WC-RUNS-FLAGGED           PIC ZZZ,ZZZ,ZZ9.

029300 PROCEDURE DIVISION.
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
029600     SORT SORT-FILE
029700         ASCENDING KEY S1-JOB-NAME S1-PROGRAM
029800                       S1-START-DATE S1-START-TIME
029900         INPUT PROCEDURE  2000-RELEASE-RUNS THRU 2000-EXIT
030000         OUTPUT PROCEDURE 3000-REPORT-RUNS  THRU 3000-EXIT.
030100     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
030200     STOP RUN.

030300 1000-INITIALIZE.
030400     OPEN OUTPUT REPORT-FILE.
030500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030600     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
030700     PERFORM 1100-READ-CONTROL     THRU 1100-EXIT.
030800     IF NOT WS-PERIOD-SET
030900         SET SQD-FN-PREVBDAY TO TRUE
031000         MOVE WS-RUN-DATE TO SQD-DATE-IN
031100         CALL 'SQLDAT01' USING SQD-CONTROL-AREA
031200         MOVE SQD-DATE-OUT TO WS-FROM-DATE
031300         MOVE SQD-DATE-OUT TO WS-TO-DATE
031400     END-IF.
031500     WRITE PRT-RECORD FROM WS-HEADING-1.
031600     IF WS-FULL-LOG
031700         WRITE PRT-RECORD FROM WS-PERIOD-ALL-LINE
031800     ELSE
031900         MOVE WS-FROM-DATE TO WP-FROM-DATE
032000         MOVE WS-TO-DATE   TO WP-TO-DATE
032100         WRITE PRT-RECORD FROM WS-PERIOD-LINE
032200     END-IF.
032300     MOVE WS-CHANGE-PCT  TO WL-CHANGE-PCT.
032400     MOVE WS-HISTORY-MAX TO WL-HISTORY-MAX.
032500     MOVE WS-MIN-HISTORY TO WL-MIN-HISTORY.
032600     WRITE PRT-RECORD FROM WS-LIMIT-LINE.
032700     WRITE PRT-RECORD FROM WS-LEGEND-LINE.
032800     MOVE SPACES TO PRT-RECORD.
032900     WRITE PRT-RECORD.
033000     WRITE PRT-RECORD FROM WS-HEADING-2.
033100     WRITE PRT-RECORD FROM WS-HEADING-3.
033200 1000-EXIT.
033300     EXIT.

033400******************************************************************
033500*  ONE OPTIONAL CARD.  A BLANK OR NON-NUMERIC CHANGE PERCENTAGE  *
033600*  OR MINIMUM HISTORY LEAVES THE DEFAULT IN PLACE.               *
033700******************************************************************
033800 1100-READ-CONTROL.
033900     OPEN INPUT CONTROL-FILE.
034000     IF WS-CONTROL-STATUS NOT = '00'
034100         GO TO 1100-EXIT
034200     END-IF.
034300     READ CONTROL-FILE
034400         AT END
034500             CLOSE CONTROL-FILE
034600             GO TO 1100-EXIT
034700     END-READ.
034800     EVALUATE TRUE
034900         WHEN CC-FULL-LOG
035000             SET WS-FULL-LOG   TO TRUE
035100             SET WS-PERIOD-SET TO TRUE
035200         WHEN CC-FROM-DATE IS NUMERIC
035300             MOVE CC-FROM-DATE TO WS-FROM-DATE
035400             IF CC-TO-DATE IS NUMERIC
035500                 MOVE CC-TO-DATE   TO WS-TO-DATE
035600             ELSE
035700                 MOVE CC-FROM-DATE TO WS-TO-DATE
035800             END-IF
035900             SET WS-PERIOD-SET TO TRUE
036000     END-EVALUATE.
036100     IF CC-CHANGE-PCT IS NUMERIC
036200         MOVE CC-CHANGE-PCT-N TO WS-CHANGE-PCT
036300     END-IF.
036400     IF CC-MIN-HISTORY IS NUMERIC
036500         MOVE CC-MIN-HISTORY-N TO WS-MIN-HISTORY
036600     END-IF.
036700     CLOSE CONTROL-FILE.
036800 1100-EXIT.
036900     EXIT.

037000******************************************************************
037100*  EVERY RUN THAT ENDED ON OR BEFORE THE LAST DAY OF THE PERIOD  *
037200*  IS RELEASED: THE EARLIER ONES ARE NEEDED FOR THE AVERAGES.    *
037300******************************************************************
037400 2000-RELEASE-RUNS.
037500     OPEN INPUT RUNHIST-FILE.
037600     IF WS-RUNH-STATUS NOT = '00'
037700         DISPLAY 'SQLRUN01 - SQLRUNH NOT AVAILABLE, STATUS '
037800                 WS-RUNH-STATUS
037900         GO TO 2000-EXIT
038000     END-IF.
038100     READ RUNHIST-FILE
038200         AT END SET WS-EOF TO TRUE
038300     END-READ.
038400     PERFORM 2100-RELEASE-RUN      THRU 2100-EXIT
038500         UNTIL WS-EOF.
038600     CLOSE RUNHIST-FILE.
038700 2000-EXIT.
038800     EXIT.

038900 2100-RELEASE-RUN.
039000     ADD 1 TO WS-RUNS-READ.
039100     IF WS-FULL-LOG
039200        OR JR-END-DATE NOT > WS-TO-DATE
039300         RELEASE S1-SORT-RECORD FROM JR-RUN-RECORD
039400     END-IF.
039500     READ RUNHIST-FILE
039600         AT END SET WS-EOF TO TRUE
039700     END-READ.
039800 2100-EXIT.
039900     EXIT.

040000 3000-REPORT-RUNS.
040100     RETURN SORT-FILE
040200         AT END SET WS-SORT-EOF TO TRUE
040300     END-RETURN.
040400     PERFORM 3100-PROCESS-RUN      THRU 3100-EXIT
040500         UNTIL WS-SORT-EOF.
040600     IF WS-RUNS-REPORTED = ZERO
040700         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
040800     ELSE
040900         MOVE SPACES TO PRT-RECORD
041000         WRITE PRT-RECORD
041100         MOVE WS-RUNS-FLAGGED TO WF-RUNS-FLAGGED
041200         WRITE PRT-RECORD FROM WS-FLAG-TOTAL-LINE
041300     END-IF.
041400 3000-EXIT.
041500     EXIT.

041600******************************************************************
041700*  A NEW JOB OR PROGRAM EMPTIES THE RING.  A RUN IN THE PERIOD   *
041800*  IS PRINTED AGAINST THE RING BEFORE BEING ADDED TO IT, SO IT   *
041900*  IS NEVER COMPARED WITH ITSELF.                                *
042000******************************************************************
042100 3100-PROCESS-RUN.
042200     IF NOT WS-HOLD-PRESENT
042300        OR S1-JOB-NAME NOT = WS-HOLD-JOB-NAME
042400        OR S1-PROGRAM NOT = WS-HOLD-PROGRAM
042500         MOVE S1-JOB-NAME TO WS-HOLD-JOB-NAME
042600         MOVE S1-PROGRAM  TO WS-HOLD-PROGRAM
042700         MOVE ZERO TO WS-RING-COUNT
042800         MOVE 1    TO WS-RING-NEXT
042900         SET WS-HOLD-PRESENT TO TRUE
043000     END-IF.
043100     PERFORM 3200-ELAPSED-SECONDS  THRU 3200-EXIT.
043200     IF WS-FULL-LOG
043300        OR S1-END-DATE NOT < WS-FROM-DATE
043400         PERFORM 3300-PRINT-RUN    THRU 3300-EXIT
043500     END-IF.
043600     PERFORM 3500-ADD-TO-RING      THRU 3500-EXIT.
043700     RETURN SORT-FILE
043800         AT END SET WS-SORT-EOF TO TRUE
043900     END-RETURN.
044000 3100-EXIT.
044100     EXIT.

044200******************************************************************
044300*  SECONDS FROM THE START STAMP TO THE END STAMP, USING SQLDAT01 *
044400*  DAY NUMBERS SO A RUN OVER MIDNIGHT OR A MONTH END NEEDS NO    *
044500*  SPECIAL HANDLING.  A BAD DATE OR TIME, OR AN END BEFORE THE   *
044600*  START, LEAVES THE ELAPSED TIME UNKNOWN.                       *
044700******************************************************************
044800 3200-ELAPSED-SECONDS.
044900     MOVE 'N'  TO WS-ELAPSED-SW.
045000     MOVE ZERO TO WS-ELAPSED-SECONDS.
045100     MOVE S1-START-DATE TO WS-START-DATE.
045200     MOVE S1-START-TIME TO WS-START-STAMP (9:8).
045300     MOVE S1-END-DATE   TO WS-END-DATE.
045400     MOVE S1-END-TIME   TO WS-END-STAMP (9:8).
045500     IF WS-START-DATE NOT NUMERIC
045600        OR WS-START-HH NOT NUMERIC
045700        OR WS-START-MM NOT NUMERIC
045800        OR WS-START-SS NOT NUMERIC
045900        OR WS-END-DATE NOT NUMERIC
046000        OR WS-END-HH NOT NUMERIC
046100        OR WS-END-MM NOT NUMERIC
046200        OR WS-END-SS NOT NUMERIC
046300         GO TO 3200-EXIT
046400     END-IF.
046500     SET SQD-FN-DAYNUM TO TRUE.
046600     MOVE WS-START-DATE TO SQD-DATE-IN.
046700     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
046800     IF NOT SQD-RC-OK
046900         GO TO 3200-EXIT
047000     END-IF.
047100     MOVE SQD-DAY-NUMBER TO WS-START-DAYNUM.
047200     SET SQD-FN-DAYNUM TO TRUE.
047300     MOVE WS-END-DATE TO SQD-DATE-IN.
047400     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
047500     IF NOT SQD-RC-OK
047600         GO TO 3200-EXIT
047700     END-IF.
047800     MOVE SQD-DAY-NUMBER TO WS-END-DAYNUM.
047900     COMPUTE WS-ELAPSED-SECONDS =
048000             (WS-END-DAYNUM - WS-START-DAYNUM) * 86400
048100           + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
048200           - (WS-START-HH * 3600 + WS-START-MM * 60
048300              + WS-START-SS).
048400     IF WS-ELAPSED-SECONDS < ZERO
048500         MOVE ZERO TO WS-ELAPSED-SECONDS
048600         GO TO 3200-EXIT
048700     END-IF.
048800     SET WS-ELAPSED-KNOWN TO TRUE.
048900 3200-EXIT.
049000     EXIT.

049100 3300-PRINT-RUN.
049200     ADD 1 TO WS-RUNS-REPORTED.
049300     PERFORM 3400-TOTAL-RING       THRU 3400-EXIT.
049400     MOVE S1-JOB-NAME   TO DL-JOB-NAME.
049500     MOVE S1-PROGRAM    TO DL-PROGRAM.
049600     MOVE S1-END-DATE   TO DL-END-DATE.
049700     MOVE S1-ROWS-READ  TO DL-ROWS-READ.
049800     MOVE WS-RING-COUNT TO DL-PREV-RUNS.
049900     MOVE SPACES        TO DL-RESTART DL-FLAG.
050000     IF S1-RESTARTED
050100         MOVE 'R' TO DL-RESTART
050200     END-IF.
050300     IF S1-ROWS-READ > ZERO
050400         COMPUTE WS-RATE ROUNDED =
050500                 S1-HARD-ERRORS * 1000 / S1-ROWS-READ
050600         MOVE WS-RATE TO WR-RATE
050700         MOVE WS-RATE-DISPLAY TO DL-ERROR-RATE
050800         COMPUTE WS-RATE ROUNDED =
050900                 S1-ROWS-NOTFOUND * 100 / S1-ROWS-READ
051000         MOVE WS-RATE TO WP-PERCENT
051100         MOVE WS-PCT-DISPLAY TO DL-NOTFOUND-PCT
051200     ELSE
051300         MOVE WS-RATE-NONE TO DL-ERROR-RATE
051400         MOVE WS-PCT-NONE  TO DL-NOTFOUND-PCT
051500     END-IF.
051600     IF WS-ELAPSED-KNOWN
051700         MOVE WS-ELAPSED-SECONDS TO WS-DUR-SECONDS
051800         PERFORM 3600-FORMAT-DURATION THRU 3600-EXIT
051900         MOVE WS-DUR-DISPLAY TO DL-ELAPSED
052000     ELSE
052100         MOVE WS-DUR-NONE TO DL-ELAPSED
052200     END-IF.
052300     IF WS-RING-COUNT = ZERO
052400         MOVE WS-AVG-ROWS-NONE TO DL-AVG-ROWS-READ
052500         MOVE WS-RATE-NONE     TO DL-AVG-ERROR-RATE
052600         MOVE WS-PCT-NONE      TO DL-AVG-NOTFOUND-PCT
052700         MOVE WS-DUR-NONE      TO DL-AVG-ELAPSED
052800         MOVE 'NEW'            TO DL-FLAG
052900         WRITE PRT-RECORD FROM WS-DETAIL-LINE
053000         GO TO 3300-EXIT
053100     END-IF.
053200     COMPUTE WS-AVG-ROWS-READ ROUNDED =
053300             WS-HT-ROWS-READ / WS-RING-COUNT.
053400     MOVE WS-AVG-ROWS-READ TO WA-ROWS-READ.
053500     MOVE WS-AVG-ROWS-DISPLAY TO DL-AVG-ROWS-READ.
053600     IF WS-HT-ROWS-READ > ZERO
053700         COMPUTE WS-RATE ROUNDED =
053800                 WS-HT-HARD-ERRORS * 1000 / WS-HT-ROWS-READ
053900         MOVE WS-RATE TO WR-RATE
054000         MOVE WS-RATE-DISPLAY TO DL-AVG-ERROR-RATE
054100         COMPUTE WS-RATE ROUNDED =
054200                 WS-HT-ROWS-NOTFOUND * 100 / WS-HT-ROWS-READ
054300         MOVE WS-RATE TO WP-PERCENT
054400         MOVE WS-PCT-DISPLAY TO DL-AVG-NOTFOUND-PCT
054500     ELSE
054600         MOVE WS-RATE-NONE TO DL-AVG-ERROR-RATE
054700         MOVE WS-PCT-NONE  TO DL-AVG-NOTFOUND-PCT
054800     END-IF.
054900     IF WS-HT-ELAPSED-COUNT > ZERO
055000         COMPUTE WS-DUR-SECONDS ROUNDED =
055100                 WS-HT-ELAPSED-SECONDS / WS-HT-ELAPSED-COUNT
055200         PERFORM 3600-FORMAT-DURATION THRU 3600-EXIT
055300         MOVE WS-DUR-DISPLAY TO DL-AVG-ELAPSED
055400     ELSE
055500         MOVE WS-DUR-NONE TO DL-AVG-ELAPSED
055600     END-IF.
055700     IF WS-RING-COUNT NOT < WS-MIN-HISTORY
055800        AND WS-AVG-ROWS-READ > ZERO
055900         COMPUTE WS-LOW-LIMIT =
056000                 WS-AVG-ROWS-READ * (100 - WS-CHANGE-PCT) / 100
056100         COMPUTE WS-HIGH-LIMIT =
056200                 WS-AVG-ROWS-READ * (100 + WS-CHANGE-PCT) / 100
056300         EVALUATE TRUE
056400             WHEN S1-ROWS-READ < WS-LOW-LIMIT
056500                 MOVE 'ROWS DROPPED' TO DL-FLAG
056600                 ADD 1 TO WS-RUNS-FLAGGED
056700             WHEN S1-ROWS-READ > WS-HIGH-LIMIT
056800                 MOVE 'ROWS JUMPED'  TO DL-FLAG
056900                 ADD 1 TO WS-RUNS-FLAGGED
057000         END-EVALUATE
057100     END-IF.
057200     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
057300 3300-EXIT.
057400     EXIT.

057500 3400-TOTAL-RING.
057600     INITIALIZE WS-HISTORY-TOTALS.
057700     PERFORM 3410-ADD-ENTRY        THRU 3410-EXIT
057800         VARYING WS-RG-IDX FROM 1 BY 1
057900         UNTIL WS-RG-IDX > WS-RING-COUNT.
058000 3400-EXIT.
058100     EXIT.

058200 3410-ADD-ENTRY.
058300     ADD RG-ROWS-READ (WS-RG-IDX)     TO WS-HT-ROWS-READ.
058400     ADD RG-ROWS-NOTFOUND (WS-RG-IDX) TO WS-HT-ROWS-NOTFOUND.
058500     ADD RG-HARD-ERRORS (WS-RG-IDX)   TO WS-HT-HARD-ERRORS.
058600     IF RG-ELAPSED-KNOWN (WS-RG-IDX)
058700         ADD RG-ELAPSED-SECONDS (WS-RG-IDX)
058800             TO WS-HT-ELAPSED-SECONDS
058900         ADD 1 TO WS-HT-ELAPSED-COUNT
059000     END-IF.
059100 3410-EXIT.
059200     EXIT.

059300 3500-ADD-TO-RING.
059400     SET WS-RG-IDX TO WS-RING-NEXT.
059500     MOVE S1-ROWS-READ       TO RG-ROWS-READ (WS-RG-IDX).
059600     MOVE S1-ROWS-NOTFOUND   TO RG-ROWS-NOTFOUND (WS-RG-IDX).
059700     MOVE S1-HARD-ERRORS     TO RG-HARD-ERRORS (WS-RG-IDX).
059800     MOVE WS-ELAPSED-SECONDS TO RG-ELAPSED-SECONDS (WS-RG-IDX).
059900     MOVE WS-ELAPSED-SW      TO RG-ELAPSED-SW (WS-RG-IDX).
060000     IF WS-RING-COUNT < WS-HISTORY-MAX
060100         ADD 1 TO WS-RING-COUNT
060200     END-IF.
060300     ADD 1 TO WS-RING-NEXT.
060400     IF WS-RING-NEXT > WS-HISTORY-MAX
060500         MOVE 1 TO WS-RING-NEXT
060600     END-IF.
060700 3500-EXIT.
060800     EXIT.

060900 3600-FORMAT-DURATION.
061000     DIVIDE WS-DUR-SECONDS BY 3600
061100         GIVING WS-DUR-HOURS
061200         REMAINDER WS-DUR-REMAINDER.
061300     DIVIDE WS-DUR-REMAINDER BY 60
061400         GIVING WS-DUR-MINUTES
061500         REMAINDER WS-DUR-REMAINDER.
061600     IF WS-DUR-HOURS > 999
061700         MOVE 999 TO WS-DUR-HOURS
061800     END-IF.
061900     MOVE WS-DUR-HOURS     TO WD-HOURS.
062000     MOVE WS-DUR-MINUTES   TO WD-MINUTES.
062100     MOVE WS-DUR-REMAINDER TO WD-SECONDS.
062200 3600-EXIT.
062300     EXIT.

062400 9999-TERMINATE.
062500     CLOSE REPORT-FILE.
062600     MOVE WS-RUNS-READ     TO WC-RUNS-READ.
062700     MOVE WS-RUNS-REPORTED TO WC-RUNS-REPORTED.
062800     MOVE WS-RUNS-FLAGGED  TO WC-RUNS-FLAGGED.
062900     DISPLAY WS-COUNT-LINE.
063000 9999-EXIT.
063100     EXIT.
