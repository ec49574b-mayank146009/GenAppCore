000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLVOL01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLVOL01  --  DAILY ERROR-VOLUME ANOMALY REPORT               *
000900*                                                                *
001000*  DAILY STEP THAT COUNTS THE BUSINESS DAY'S ERROR LOG RECORDS   *
001100*  (DDNAME ERRLOG) PER PROGRAM, SQLCODE AND JOB, FOLDS THE       *
001200*  COUNTS INTO THE ROLLING DAILY-VOLUME HISTORY (DDNAME SQLVOLH, *
001300*  SEE SQLVOLR AND SQLVDEF7) AND COMPARES EACH COMBINATION'S     *
001400*  COUNT WITH ITS MEAN AND SPREAD OVER THE PREVIOUS DAYS HELD.   *
001500*  THE "VOLUME ANOMALIES" REPORT (DDNAME SQLVOL01) LISTS:        *
001600*    SPIKE        -- A COUNT ABOVE THE NORMAL RANGE, I.E. MORE   *
001700*                    THAN THE SENSITIVITY TIMES THE SPREAD ABOVE *
001800*                    THE MEAN;                                   *
001900*    DROP TO ZERO -- NO ERRORS TODAY FOR A COMBINATION LOGGED ON *
002000*                    EVERY ONE OF THE MINIMUM HISTORY DAYS       *
002100*                    BEFORE, WHICH OFTEN MEANS THE JOB DID NOT   *
002110*                    RUN.                                        *
002200*  EACH LINE GIVES THE NORMAL RANGE, TODAY'S COUNT, HOW FAR      *
002300*  OUTSIDE THE RANGE IT IS AND HOW MANY SPREADS FROM THE MEAN.   *
002400*  ANOMALIES FOR SQLCODES WHOSE SQLACT SEVERITY IS CRITICAL ARE  *
002500*  LISTED FIRST, THEN THE REST, LARGEST DEVIATION FIRST.         *
002600*                                                                *
002700*  THE SPREAD IS THE STANDARD DEVIATION OF THE PREVIOUS DAYS'    *
002800*  COUNTS, BUT NEVER LESS THAN ONE, SO A COMBINATION THAT LOGS   *
002900*  EXACTLY THE SAME COUNT EVERY DAY IS NOT FLAGGED FOR ONE MORE. *
003000*  NOTHING IS FLAGGED UNTIL A COMBINATION HAS THE MINIMUM        *
003100*  HISTORY DAYS.  A STORM SUPPRESSION RECORD FROM SQLERR01       *
003200*  COUNTS AS THE OCCURRENCES IT SUPPRESSED.  ERRORS RAISED IN A  *
003300*  PLANNED-MAINTENANCE BLACKOUT WINDOW ARE NOT COUNTED.          *
003400*                                                                *
003500*  THE STEP MUST RUN ONCE PER BUSINESS DAY, IN DATE ORDER.  A    *
003600*  RERUN FOR THE SAME DAY REPLACES THAT DAY'S COUNTS; A RUN FOR  *
003700*  A DAY OLDER THAN A COMBINATION'S LATEST DAY LEAVES THAT       *
003800*  COMBINATION ALONE.  A COMBINATION WITH NO ERRORS ON ANY OF    *
003900*  THE DAYS HELD IS DROPPED FROM THE HISTORY.                    *
004000*                                                                *
004100*  CONTROL CARDS (SYSIN), IN ANY ORDER:                          *
004200*    PARAMETERS -- COLS  1-8   BUSINESS DATE (YYYYMMDD); BLANK   *
004300*                              MEANS THE PRIOR BUSINESS DAY      *
004400*                  COLS 10-12  SENSITIVITY IN TENTHS OF A SPREAD *
004500*                              (DEFAULT 030 = 3.0)               *
004600*                  COLS 14-15  MINIMUM HISTORY DAYS (DEFAULT 10, *
004700*                              AT MOST 29)                       *
004800*    EXCLUDE    -- 'EXCLUDE' IN COLS 1-7 AND A SQLCODE IN COLS   *
004900*                  10-19, SIGN LEADING SEPARATE, E.G.            *
005000*                  '+000000100'.  UP TO 50 CARDS.  THE CODE IS   *
005100*                  NEITHER COUNTED NOR REPORTED.                 *
005200******************************************************************
005300*  MODIFICATION HISTORY                                          *
005400*  DATE       BY   DESCRIPTION                                   *
005500*  ---------- ---- ------------------------------------------    *
005600*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-Z15.
006100 OBJECT-COMPUTER.   IBM-Z15.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT ERRLOG-FILE  ASSIGN TO ERRLOG
006500            ORGANIZATION IS SEQUENTIAL
006600            FILE STATUS  IS WS-ERRLOG-STATUS.
006700     SELECT VOLUME-FILE  ASSIGN TO SQLVOLH
006800            ORGANIZATION IS INDEXED
006900            ACCESS MODE  IS DYNAMIC
007000            RECORD KEY   IS VH-VOLUME-KEY
007100            FILE STATUS  IS WS-VOLUME-STATUS.
007200     SELECT SQLACT-FILE  ASSIGN TO SQLACT
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE  IS DYNAMIC
007500            RECORD KEY   IS AL-SQLCODE
007600            FILE STATUS  IS WS-SQLACT-STATUS.
007700     SELECT REPORT-FILE  ASSIGN TO SQLVOL01
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS  IS WS-REPORT-STATUS.
008000     SELECT WORK-FILE    ASSIGN TO VOLWORK
008100            ORGANIZATION IS SEQUENTIAL
008200            FILE STATUS  IS WS-WORK-STATUS.
008300     SELECT SORT-FILE    ASSIGN TO SORTWK01.
008400     SELECT ANOMALY-SORT-FILE ASSIGN TO SORTWK02.
008500     SELECT CONTROL-FILE ASSIGN TO SYSIN
008600            ORGANIZATION IS SEQUENTIAL
008700            FILE STATUS  IS WS-CONTROL-STATUS.

008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  ERRLOG-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY ERRLOGR.

009400 FD  VOLUME-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY SQLVOLR.

009700 FD  SQLACT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY SQLACTR.

010000 FD  REPORT-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  PRT-RECORD                    PIC X(132).

010400 FD  WORK-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  WK-ANOMALY-RECORD.
010800     05  WK-PRIORITY               PIC X(01).
010900     05  WK-TYPE                   PIC X(01).
011000     05  WK-DISTANCE               PIC S9(05)V9 COMP.
011100     05  WK-PROGRAM                PIC X(08).
011200     05  WK-SQLCODE                PIC S9(09) COMP.
011300     05  WK-JOB-NAME               PIC X(08).
011400     05  WK-SEVERITY               PIC X(10).
011500     05  WK-MEAN                   PIC S9(09)V9 COMP.
011600     05  WK-LOWER                  PIC S9(09) COMP.
011700     05  WK-UPPER                  PIC S9(09) COMP.
011800     05  WK-TODAY                  PIC S9(09) COMP.
011900     05  WK-OUTSIDE                PIC S9(09) COMP.
012000     05  WK-SPREADS                PIC S9(05)V9 COMP.
012100     05  WK-HISTORY-DAYS           PIC S9(04) COMP.

012200 FD  CONTROL-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  CC-CONTROL-CARD.
012600     05  CC-BUSINESS-DATE          PIC X(08).
012700     05  FILLER                    PIC X(01).
012800     05  CC-SENSITIVITY            PIC X(03).
012900     05  CC-SENSITIVITY-N REDEFINES CC-SENSITIVITY
013000                                   PIC 9(02)V9.
013100     05  FILLER                    PIC X(01).
013200     05  CC-MIN-DAYS               PIC X(02).
013300     05  CC-MIN-DAYS-N REDEFINES CC-MIN-DAYS
013400                                   PIC 9(02).
013500     05  FILLER                    PIC X(65).
013600 01  CX-EXCLUDE-CARD.
013700     05  CX-CARD-TYPE              PIC X(07).
013800         88  CX-EXCLUDE                VALUE 'EXCLUDE'.
013900     05  FILLER                    PIC X(02).
014000     05  CX-SQLCODE                PIC X(10).
014100     05  CX-SQLCODE-NUM REDEFINES CX-SQLCODE
014200                                   PIC S9(09)
014300                                   SIGN IS LEADING SEPARATE.
014400     05  FILLER                    PIC X(61).

014500 SD  SORT-FILE.
014600 01  S1-SORT-RECORD.
014700     05  S1-PROGRAM                PIC X(08).
014800     05  S1-SQLCODE                PIC S9(09) COMP.
014900     05  S1-JOB-NAME               PIC X(08).
015000     05  S1-OCCURRENCES            PIC S9(09) COMP.

015100 SD  ANOMALY-SORT-FILE.
015200 01  S2-ANOMALY-RECORD.
015300     05  S2-PRIORITY               PIC X(01).
015400     05  S2-TYPE                   PIC X(01).
015500     05  S2-DISTANCE               PIC S9(05)V9 COMP.
015600     05  S2-PROGRAM                PIC X(08).
015700     05  S2-SQLCODE                PIC S9(09) COMP.
015800     05  S2-JOB-NAME               PIC X(08).
015900     05  S2-SEVERITY               PIC X(10).
016000     05  S2-MEAN                   PIC S9(09)V9 COMP.
016100     05  S2-LOWER                  PIC S9(09) COMP.
016200     05  S2-UPPER                  PIC S9(09) COMP.
016300     05  S2-TODAY                  PIC S9(09) COMP.
016400     05  S2-OUTSIDE                PIC S9(09) COMP.
016500     05  S2-SPREADS                PIC S9(05)V9 COMP.
016600     05  S2-HISTORY-DAYS           PIC S9(04) COMP.

016700 WORKING-STORAGE SECTION.
016800 77  WS-ERRLOG-STATUS              PIC X(02) VALUE SPACES.
016900 77  WS-VOLUME-STATUS              PIC X(02) VALUE SPACES.
017000 77  WS-SQLACT-STATUS              PIC X(02) VALUE SPACES.
017100 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
017200 77  WS-WORK-STATUS                PIC X(02) VALUE SPACES.
017300 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
017400 01  WS-SWITCHES.
017500     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
017600         88  WS-EOF                    VALUE 'Y'.
017700     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
017800         88  WS-SORT-EOF               VALUE 'Y'.
017900     05  WS-VOLUME-EOF-SW          PIC X(01) VALUE 'N'.
018000         88  WS-VOLUME-EOF             VALUE 'Y'.
018100     05  WS-CONTROL-EOF-SW         PIC X(01) VALUE 'N'.
018200         88  WS-CONTROL-EOF            VALUE 'Y'.
018300     05  WS-VOLUME-AVAIL-SW        PIC X(01) VALUE 'Y'.
018400         88  WS-VOLUME-AVAILABLE       VALUE 'Y'.
018500     05  WS-SQLACT-AVAIL-SW        PIC X(01) VALUE 'Y'.
018600         88  WS-SQLACT-AVAILABLE       VALUE 'Y'.
018700     05  WS-EXCLUDED-SW            PIC X(01) VALUE 'N'.
018800         88  WS-CODE-EXCLUDED          VALUE 'Y'.
018900     05  WS-GAP-SW                 PIC X(01) VALUE 'N'.
019000         88  WS-GAP-FOUND              VALUE 'Y'.
019100 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
019200 77  WS-OCCURRENCES-COUNTED        PIC S9(09) COMP VALUE ZERO.
019300 77  WS-COMBINATIONS               PIC S9(09) COMP VALUE ZERO.
019400 77  WS-NEW-COMBINATIONS           PIC S9(09) COMP VALUE ZERO.
019500 77  WS-RETIRED-COMBINATIONS       PIC S9(09) COMP VALUE ZERO.
019600 77  WS-SKIPPED-COMBINATIONS       PIC S9(09) COMP VALUE ZERO.
019700 77  WS-ANOMALIES                  PIC S9(09) COMP VALUE ZERO.
019800 77  WS-SENSITIVITY                PIC S9(02)V9 COMP VALUE 3.0.
019900 77  WS-MIN-DAYS                   PIC S9(04) COMP VALUE 10.
020000 77  WS-MAX-DAYS                   PIC S9(04) COMP VALUE 30.
020100 77  WS-SUB                        PIC S9(04) COMP VALUE ZERO.
020200 77  WS-TODAY-COUNT                PIC S9(09) COMP VALUE ZERO.
020300 77  WS-HISTORY-DAYS               PIC S9(04) COMP VALUE ZERO.
020400 77  WS-STEADY-DAYS                PIC S9(04) COMP VALUE ZERO.
020500 77  WS-HELD-TOTAL                 PIC S9(15) COMP VALUE ZERO.
020600 77  WS-SUM                        PIC S9(15) COMP VALUE ZERO.
020700 77  WS-SUM-SQUARES                PIC S9(18) COMP VALUE ZERO.
020800 77  WS-MEAN                       PIC S9(09)V9(4) COMP
020810                                   VALUE ZERO.
020900 77  WS-VARIANCE                   PIC S9(13)V9(4) COMP
020910                                   VALUE ZERO.
021000 77  WS-SPREAD                     PIC S9(09)V9(4) COMP
021010                                   VALUE ZERO.
021100 77  WS-LOWER-LIMIT                PIC S9(09) COMP VALUE ZERO.
021200 77  WS-UPPER-LIMIT                PIC S9(09) COMP VALUE ZERO.
021300 77  WS-SPREADS                    PIC S9(05)V9 COMP VALUE ZERO.
021400 77  WS-EXCLUDE-COUNT              PIC S9(04) COMP VALUE ZERO.
021500 77  WS-EXCLUDE-MAX                PIC S9(04) COMP VALUE 50.

021600 01  WS-EXCLUDE-TABLE.
021700     05  WS-EXCLUDE-CODE           PIC S9(09) COMP
021800                                   OCCURS 50 TIMES
021900                                   INDEXED BY WS-EXC-IDX.

022000 01  WS-CUR-KEY.
022100     05  WS-CUR-PROGRAM            PIC X(08).
022200     05  WS-CUR-SQLCODE            PIC S9(09) COMP.
022300     05  WS-CUR-JOB-NAME           PIC X(08).

022400******************************************************************
022500*  THE STORM SUPPRESSION RECORD SQLERR01 WRITES CARRIES THE      *
022600*  NUMBER OF OCCURRENCES SUPPRESSED AT THE FRONT OF SQLERRMC.    *
022700******************************************************************
022800 01  WS-STORM-TEXT.
022900     05  WS-ST-COUNT               PIC ZZZ,ZZZ,ZZ9.
023000     05  WS-ST-LITERAL             PIC X(23).
023100         88  WS-ST-SUPPRESSED          VALUE
023200             ' OCCURRENCES SUPPRESSED'.
023300     05  FILLER                    PIC X(36).
023400 77  WS-ST-OCCURRENCES             PIC 9(09) VALUE ZERO.

023500 01  WS-RUN-DATE                   PIC 9(08).
023600 01  WS-BUSINESS-DATE              PIC X(08) VALUE SPACES.
023700     COPY SQLD01C.

023800 01  WS-HEADING-1.
023900     05  FILLER                    PIC X(10) VALUE 'SQLVOL01'.
024000     05  FILLER                    PIC X(40)
024100             VALUE 'VOLUME ANOMALIES'.
024200     05  FILLER                    PIC X(05) VALUE 'RUN: '.
024300     05  WH1-RUN-DATE              PIC 9(08).

024400 01  WS-PERIOD-LINE.
024500     05  FILLER                    PIC X(14)
024510             VALUE 'BUSINESS DAY: '.
024600     05  WP-BUSINESS-DATE          PIC X(08).

024700 01  WS-LIMIT-LINE.
024800     05  FILLER                    PIC X(37)
024900             VALUE 'NORMAL RANGE = MEAN OF PREVIOUS DAYS '.
025000     05  FILLER                    PIC X(07) VALUE '+ OR - '.
025100     05  WL-SENSITIVITY            PIC Z9.9.
025200     05  FILLER                    PIC X(38)
025300             VALUE ' SPREADS.  NOTHING IS FLAGGED BEFORE '.
025400     05  WL-MIN-DAYS               PIC Z9.
025500     05  FILLER                    PIC X(14)
025600             VALUE ' DAYS HISTORY.'.

025700 01  WS-EXCLUDE-LINE.
025800     05  FILLER                    PIC X(18)
025900             VALUE 'EXCLUDED SQLCODE: '.
026000     05  WX-SQLCODE                PIC -(9)9.

026100 01  WS-HEADING-2.
026200     05  FILLER                    PIC X(67) VALUE SPACES.
026300     05  FILLER                    PIC X(23)
026400             VALUE '----- NORMAL RANGE ----'.

026500 01  WS-HEADING-3.
026600     05  FILLER                PIC X(14) VALUE 'ANOMALY'.
026700     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
026800     05  FILLER                PIC X(12) VALUE '   SQLCODE'.
026900     05  FILLER                PIC X(10) VALUE 'JOB'.
027000     05  FILLER                PIC X(10) VALUE 'SEVERITY'.
027100     05  FILLER                PIC X(11) VALUE '     MEAN'.
027200     05  FILLER                PIC X(25) VALUE
027300             '       LOW -       HIGH'.
027400     05  FILLER                PIC X(13) VALUE '      TODAY'.
027500     05  FILLER                PIC X(13) VALUE ' OUTSIDE BY'.
027600     05  FILLER                PIC X(09) VALUE 'SPREADS'.
027700     05  FILLER                PIC X(04) VALUE 'DAYS'.

027800 01  WS-DETAIL-LINE.
027900     05  DL-TYPE                   PIC X(12).
028000     05  FILLER                    PIC X(02) VALUE SPACES.
028100     05  DL-PROGRAM                PIC X(08).
028200     05  FILLER                    PIC X(02) VALUE SPACES.
028300     05  DL-SQLCODE                PIC -(9)9.
028400     05  FILLER                    PIC X(02) VALUE SPACES.
028500     05  DL-JOB-NAME               PIC X(08).
028600     05  FILLER                    PIC X(02) VALUE SPACES.
028700     05  DL-SEVERITY               PIC X(08).
028800     05  FILLER                    PIC X(02) VALUE SPACES.
028900     05  DL-MEAN                   PIC ZZZ,ZZ9.9.
029000     05  FILLER                    PIC X(02) VALUE SPACES.
029100     05  DL-LOWER                  PIC ZZ,ZZZ,ZZ9.
029200     05  FILLER                    PIC X(03) VALUE ' - '.
029300     05  DL-UPPER                  PIC ZZ,ZZZ,ZZ9.
029400     05  FILLER                    PIC X(02) VALUE SPACES.
029500     05  DL-TODAY                  PIC ZZZ,ZZZ,ZZ9.
029600     05  FILLER                    PIC X(02) VALUE SPACES.
029700     05  DL-OUTSIDE                PIC ZZZ,ZZZ,ZZ9.
029800     05  FILLER                    PIC X(02) VALUE SPACES.
029900     05  DL-SPREADS                PIC -ZZZ9.9.
030000     05  FILLER                    PIC X(02) VALUE SPACES.
030100     05  DL-HISTORY-DAYS           PIC Z9.

030200 01  WS-NO-DATA-LINE.
030300     05  FILLER                    PIC X(50)
030400             VALUE 'NO VOLUME ANOMALIES FOR THE BUSINESS DAY.'.

030500 01  WS-COUNT-LINE.
030600     05  FILLER                    PIC X(16)
030700             VALUE 'SQLVOL01 - READ='.
030800     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
030900     05  FILLER                    PIC X(09) VALUE ' COUNTED='.
031000     05  WC-OCCURRENCES-COUNTED    PIC ZZZ,ZZZ,ZZ9.
031100     05  FILLER                    PIC X(08) VALUE ' COMBOS='.
031200     05  WC-COMBINATIONS           PIC ZZZ,ZZZ,ZZ9.
031300     05  FILLER                    PIC X(05) VALUE ' NEW='.
031400     05  WC-NEW-COMBINATIONS       PIC ZZZ,ZZ9.
031500     05  FILLER                    PIC X(09) VALUE ' RETIRED='.
031600     05  WC-RETIRED-COMBINATIONS   PIC ZZZ,ZZ9.
031700     05  FILLER                    PIC X(09) VALUE ' SKIPPED='.
031800     05  WC-SKIPPED-COMBINATIONS   PIC ZZZ,ZZ9.
031900     05  FILLER                    PIC X(11) VALUE ' ANOMALIES='.
032000     05  WC-ANOMALIES              PIC ZZZ,ZZ9.

032100 PROCEDURE DIVISION.
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
032400     IF WS-VOLUME-AVAILABLE
032500         SORT SORT-FILE
032600             ASCENDING KEY S1-PROGRAM S1-SQLCODE S1-JOB-NAME
032700             INPUT PROCEDURE  2000-RELEASE-ERRORS THRU 2000-EXIT
032800             OUTPUT PROCEDURE 3000-APPLY-COUNTS   THRU 3000-EXIT
032900         PERFORM 4000-APPLY-ZERO-DAYS THRU 4000-EXIT
033000         CLOSE WORK-FILE
033100         SORT ANOMALY-SORT-FILE
033200             ASCENDING KEY  S2-PRIORITY S2-TYPE
033300             DESCENDING KEY S2-DISTANCE
033400             ASCENDING KEY  S2-PROGRAM S2-SQLCODE S2-JOB-NAME
033500             USING WORK-FILE
033600             OUTPUT PROCEDURE 5000-PRINT-ANOMALIES THRU 5000-EXIT
033700     END-IF.
033800     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
033900     STOP RUN.

034000 1000-INITIALIZE.
034100     OPEN OUTPUT REPORT-FILE.
034200     OPEN INPUT  SQLACT-FILE.
034300     IF WS-SQLACT-STATUS NOT = '00'
034400         MOVE 'N' TO WS-SQLACT-AVAIL-SW
034500     END-IF.
034600     OPEN I-O    VOLUME-FILE.
034700     IF WS-VOLUME-STATUS NOT = '00'
034800         DISPLAY 'SQLVOL01 - SQLVOLH NOT AVAILABLE, STATUS '
034900                 WS-VOLUME-STATUS
035000         MOVE 'N' TO WS-VOLUME-AVAIL-SW
035100     ELSE
035200         OPEN OUTPUT WORK-FILE
035210     END-IF.
035300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035400     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
035500     PERFORM 1100-READ-CONTROL     THRU 1100-EXIT.
035600     IF WS-BUSINESS-DATE = SPACES
035700         SET SQD-FN-PREVBDAY TO TRUE
035800         MOVE WS-RUN-DATE TO SQD-DATE-IN
035900         CALL 'SQLDAT01' USING SQD-CONTROL-AREA
036000         MOVE SQD-DATE-OUT TO WS-BUSINESS-DATE
036100     END-IF.
036200     WRITE PRT-RECORD FROM WS-HEADING-1.
036300     MOVE WS-BUSINESS-DATE TO WP-BUSINESS-DATE.
036400     WRITE PRT-RECORD FROM WS-PERIOD-LINE.
036500     MOVE WS-SENSITIVITY TO WL-SENSITIVITY.
036600     MOVE WS-MIN-DAYS    TO WL-MIN-DAYS.
036700     WRITE PRT-RECORD FROM WS-LIMIT-LINE.
036800     PERFORM 1300-PRINT-EXCLUDE    THRU 1300-EXIT
036900         VARYING WS-EXC-IDX FROM 1 BY 1
037000         UNTIL WS-EXC-IDX > WS-EXCLUDE-COUNT.
037100     MOVE SPACES TO PRT-RECORD.
037200     WRITE PRT-RECORD.
037300     WRITE PRT-RECORD FROM WS-HEADING-2.
037400     WRITE PRT-RECORD FROM WS-HEADING-3.
037500 1000-EXIT.
037600     EXIT.

037700 1100-READ-CONTROL.
037800     OPEN INPUT CONTROL-FILE.
037900     IF WS-CONTROL-STATUS NOT = '00'
038000         GO TO 1100-EXIT
038100     END-IF.
038200     READ CONTROL-FILE
038300         AT END SET WS-CONTROL-EOF TO TRUE
038400     END-READ.
038500     PERFORM 1150-APPLY-CARD       THRU 1150-EXIT
038600         UNTIL WS-CONTROL-EOF.
038700     CLOSE CONTROL-FILE.
038800 1100-EXIT.
038900     EXIT.

039000******************************************************************
039100*  AN EXCLUDE CARD ADDS A SQLCODE TO THE EXCLUSION TABLE; ANY    *
039200*  OTHER NON-BLANK CARD IS THE PARAMETER CARD.  A BLANK OR       *
039300*  NON-NUMERIC PARAMETER LEAVES ITS DEFAULT IN PLACE.            *
039400******************************************************************
039500 1150-APPLY-CARD.
039600     EVALUATE TRUE
039700         WHEN CX-EXCLUDE
039800             PERFORM 1160-ADD-EXCLUDE THRU 1160-EXIT
039900         WHEN CC-CONTROL-CARD = SPACES
040000             CONTINUE
040100         WHEN OTHER
040200             IF CC-BUSINESS-DATE IS NUMERIC
040300                 MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
040400             END-IF
040500             IF CC-SENSITIVITY IS NUMERIC
040600                AND CC-SENSITIVITY-N > ZERO
040700                 MOVE CC-SENSITIVITY-N TO WS-SENSITIVITY
040800             END-IF
040900             IF CC-MIN-DAYS IS NUMERIC
041000                AND CC-MIN-DAYS-N > ZERO
041100                 MOVE CC-MIN-DAYS-N TO WS-MIN-DAYS
041200             END-IF
041300             IF WS-MIN-DAYS NOT < WS-MAX-DAYS
041400                 COMPUTE WS-MIN-DAYS = WS-MAX-DAYS - 1
041500             END-IF
041600     END-EVALUATE.
041700     READ CONTROL-FILE
041800         AT END SET WS-CONTROL-EOF TO TRUE
041900     END-READ.
042000 1150-EXIT.
042100     EXIT.

042200 1160-ADD-EXCLUDE.
042300     IF CX-SQLCODE-NUM NOT NUMERIC
042400         DISPLAY 'SQLVOL01 - INVALID SQLCODE, CARD IGNORED: '
042500                 CX-EXCLUDE-CARD
042600         GO TO 1160-EXIT
042700     END-IF.
042800     IF WS-EXCLUDE-COUNT NOT < WS-EXCLUDE-MAX
042900         DISPLAY 'SQLVOL01 - TOO MANY EXCLUDE CARDS, IGNORED: '
043000                 CX-EXCLUDE-CARD
043100         GO TO 1160-EXIT
043200     END-IF.
043300     ADD 1 TO WS-EXCLUDE-COUNT.
043400     MOVE CX-SQLCODE-NUM TO WS-EXCLUDE-CODE (WS-EXCLUDE-COUNT).
043500 1160-EXIT.
043600     EXIT.

043700 1300-PRINT-EXCLUDE.
043800     MOVE WS-EXCLUDE-CODE (WS-EXC-IDX) TO WX-SQLCODE.
043900     WRITE PRT-RECORD FROM WS-EXCLUDE-LINE.
044000 1300-EXIT.
044100     EXIT.

044200******************************************************************
044300*  ONE SORT RECORD PER ERROR LOGGED ON THE BUSINESS DAY, OR FOR  *
044400*  A STORM SUPPRESSION RECORD, ONE CARRYING THE NUMBER           *
044410*  SUPPRESSED.                                                   *
044500******************************************************************
044600 2000-RELEASE-ERRORS.
044700     OPEN INPUT ERRLOG-FILE.
044800     IF WS-ERRLOG-STATUS NOT = '00'
044900         DISPLAY 'SQLVOL01 - ERRLOG NOT AVAILABLE, STATUS '
045000                 WS-ERRLOG-STATUS
045100         GO TO 2000-EXIT
045200     END-IF.
045300     READ ERRLOG-FILE
045400         AT END SET WS-EOF TO TRUE
045500     END-READ.
045600     PERFORM 2100-SELECT-ERROR     THRU 2100-EXIT
045700         UNTIL WS-EOF.
045800     CLOSE ERRLOG-FILE.
045900 2000-EXIT.
046000     EXIT.

046100 2100-SELECT-ERROR.
046200     ADD 1 TO WS-RECORDS-READ.
046300     IF EL-LOG-DATE NOT = WS-BUSINESS-DATE
046400        OR EL-IN-MAINT-WINDOW
046500         GO TO 2100-READ-NEXT
046600     END-IF.
046700     MOVE EL-SQLCODE TO WS-CUR-SQLCODE.
046800     PERFORM 2200-CHECK-EXCLUDED   THRU 2200-EXIT.
046900     IF WS-CODE-EXCLUDED
047000         GO TO 2100-READ-NEXT
047100     END-IF.
047200     MOVE EL-SQLERRP  TO S1-PROGRAM.
047300     MOVE EL-SQLCODE  TO S1-SQLCODE.
047400     MOVE EL-JOB-NAME TO S1-JOB-NAME.
047500     MOVE 1           TO S1-OCCURRENCES.
047600     MOVE EL-SQLERRMC TO WS-STORM-TEXT.
047700     IF EL-SQLCAID = SPACES
047800        AND WS-ST-SUPPRESSED
047900         MOVE WS-ST-COUNT       TO WS-ST-OCCURRENCES
048000         MOVE WS-ST-OCCURRENCES TO S1-OCCURRENCES
048100     END-IF.
048200     ADD S1-OCCURRENCES TO WS-OCCURRENCES-COUNTED.
048300     RELEASE S1-SORT-RECORD.
048400 2100-READ-NEXT.
048500     READ ERRLOG-FILE
048600         AT END SET WS-EOF TO TRUE
048700     END-READ.
048800 2100-EXIT.
048900     EXIT.

049000 2200-CHECK-EXCLUDED.
049100     MOVE 'N' TO WS-EXCLUDED-SW.
049200     IF WS-EXCLUDE-COUNT = ZERO
049300         GO TO 2200-EXIT
049400     END-IF.
049500     SET WS-EXC-IDX TO 1.
049600     SEARCH WS-EXCLUDE-CODE
049700         AT END
049800             CONTINUE
049900         WHEN WS-EXC-IDX > WS-EXCLUDE-COUNT
050000             CONTINUE
050100         WHEN WS-EXCLUDE-CODE (WS-EXC-IDX) = WS-CUR-SQLCODE
050200             SET WS-CODE-EXCLUDED TO TRUE
050300     END-SEARCH.
050400 2200-EXIT.
050500     EXIT.

050600 3000-APPLY-COUNTS.
050700     RETURN SORT-FILE
050800         AT END SET WS-SORT-EOF TO TRUE
050900     END-RETURN.
051000     PERFORM 3100-COUNT-COMBINATION THRU 3100-EXIT
051100         UNTIL WS-SORT-EOF.
051200 3000-EXIT.
051300     EXIT.

051400 3100-COUNT-COMBINATION.
051500     MOVE S1-PROGRAM  TO WS-CUR-PROGRAM.
051600     MOVE S1-SQLCODE  TO WS-CUR-SQLCODE.
051700     MOVE S1-JOB-NAME TO WS-CUR-JOB-NAME.
051800     MOVE ZERO        TO WS-TODAY-COUNT.
051900     PERFORM 3150-ADD-OCCURRENCES  THRU 3150-EXIT
052000         UNTIL WS-SORT-EOF
052100            OR S1-PROGRAM  NOT = WS-CUR-PROGRAM
052200            OR S1-SQLCODE  NOT = WS-CUR-SQLCODE
052300            OR S1-JOB-NAME NOT = WS-CUR-JOB-NAME.
052400     ADD 1 TO WS-COMBINATIONS.
052500     PERFORM 3200-APPLY-DAY        THRU 3200-EXIT.
052600 3100-EXIT.
052700     EXIT.

052800 3150-ADD-OCCURRENCES.
052900     ADD S1-OCCURRENCES TO WS-TODAY-COUNT.
053000     RETURN SORT-FILE
053100         AT END SET WS-SORT-EOF TO TRUE
053200     END-RETURN.
053300 3150-EXIT.
053400     EXIT.

053500******************************************************************
053600*  A COMBINATION NOT YET ON THE HISTORY STARTS ONE WITH TODAY'S  *
053700*  COUNT; THERE IS NOTHING TO COMPARE IT WITH (A BRAND-NEW ERROR *
053800*  IS SQLNEW01'S BUSINESS).  OTHERWISE TODAY'S COUNT GOES INTO   *
053900*  ENTRY 1 AND IS CHECKED AGAINST THE RANGE OF THE DAYS BEFORE.  *
054000******************************************************************
054100 3200-APPLY-DAY.
054200     MOVE WS-CUR-KEY TO VH-VOLUME-KEY.
054300     READ VOLUME-FILE KEY IS VH-VOLUME-KEY
054400         INVALID KEY
054500             PERFORM 3300-NEW-COMBINATION THRU 3300-EXIT
054600             GO TO 3200-EXIT
054700     END-READ.
054800     IF VH-LAST-DATE > WS-BUSINESS-DATE
054900         ADD 1 TO WS-SKIPPED-COMBINATIONS
055000         GO TO 3200-EXIT
055100     END-IF.
055200     PERFORM 6000-ROLL-HISTORY     THRU 6000-EXIT.
055300     PERFORM 6200-COMPUTE-RANGE    THRU 6200-EXIT.
055400     IF WS-HISTORY-DAYS NOT < WS-MIN-DAYS
055500        AND WS-TODAY-COUNT > WS-UPPER-LIMIT
055600         MOVE 'S' TO WK-TYPE
055700         COMPUTE WK-OUTSIDE = WS-TODAY-COUNT - WS-UPPER-LIMIT
055800         PERFORM 6300-RECORD-ANOMALY THRU 6300-EXIT
055900     END-IF.
056000     REWRITE VH-VOLUME-RECORD
056100         INVALID KEY
056200             DISPLAY 'SQLVOL01 - REWRITE FAILED, STATUS '
056300                     WS-VOLUME-STATUS
056400     END-REWRITE.
056500 3200-EXIT.
056600     EXIT.

056700 3300-NEW-COMBINATION.
056800     INITIALIZE VH-VOLUME-RECORD.
056900     MOVE WS-CUR-KEY       TO VH-VOLUME-KEY.
057000     MOVE WS-BUSINESS-DATE TO VH-FIRST-DATE VH-LAST-DATE.
057100     MOVE 1                TO VH-DAYS-HELD.
057200     MOVE WS-TODAY-COUNT   TO VH-DAILY-COUNT (1).
057300     WRITE VH-VOLUME-RECORD
057400         INVALID KEY
057500             DISPLAY 'SQLVOL01 - WRITE FAILED, STATUS '
057600                     WS-VOLUME-STATUS
057700     END-WRITE.
057800     ADD 1 TO WS-NEW-COMBINATIONS.
057900 3300-EXIT.
058000     EXIT.

058100******************************************************************
058200*  EVERY COMBINATION ON THE HISTORY THAT LOGGED NOTHING ON THE   *
058300*  BUSINESS DAY GETS A ZERO DAY, AND IS CHECKED FOR A STEADY     *
058400*  ERROR THAT HAS STOPPED.  ONE THAT HAS LOGGED NOTHING ON ANY   *
058500*  DAY HELD IS DROPPED.                                          *
058600******************************************************************
058700 4000-APPLY-ZERO-DAYS.
058800     MOVE LOW-VALUES TO VH-VOLUME-KEY.
058900     START VOLUME-FILE KEY IS NOT LESS THAN VH-VOLUME-KEY
059000         INVALID KEY
059100             GO TO 4000-EXIT
059200     END-START.
059300     READ VOLUME-FILE NEXT RECORD
059400         AT END SET WS-VOLUME-EOF TO TRUE
059500     END-READ.
059600     PERFORM 4100-CHECK-ZERO-DAY   THRU 4100-EXIT
059700         UNTIL WS-VOLUME-EOF.
059800 4000-EXIT.
059900     EXIT.

060000 4100-CHECK-ZERO-DAY.
060100     IF VH-LAST-DATE NOT < WS-BUSINESS-DATE
060200         GO TO 4100-READ-NEXT
060300     END-IF.
060400     MOVE VH-SQLCODE TO WS-CUR-SQLCODE.
060500     PERFORM 2200-CHECK-EXCLUDED   THRU 2200-EXIT.
060600     IF WS-CODE-EXCLUDED
060700         GO TO 4100-READ-NEXT
060800     END-IF.
060900     MOVE VH-VOLUME-KEY TO WS-CUR-KEY.
061000     MOVE ZERO          TO WS-TODAY-COUNT.
061100     PERFORM 6000-ROLL-HISTORY     THRU 6000-EXIT.
061200     PERFORM 6200-COMPUTE-RANGE    THRU 6200-EXIT.
061300     IF WS-HELD-TOTAL = ZERO
061400         DELETE VOLUME-FILE RECORD
061500             INVALID KEY
061600                 CONTINUE
061700         END-DELETE
061800         ADD 1 TO WS-RETIRED-COMBINATIONS
061900         GO TO 4100-READ-NEXT
062000     END-IF.
062100     IF WS-HISTORY-DAYS NOT < WS-MIN-DAYS
062200        AND WS-STEADY-DAYS NOT < WS-MIN-DAYS
062300         MOVE 'Z' TO WK-TYPE
062400         MOVE WS-LOWER-LIMIT TO WK-OUTSIDE
062500         PERFORM 6300-RECORD-ANOMALY THRU 6300-EXIT
062600     END-IF.
062700     REWRITE VH-VOLUME-RECORD
062800         INVALID KEY
062900             DISPLAY 'SQLVOL01 - REWRITE FAILED, STATUS '
063000                     WS-VOLUME-STATUS
063100     END-REWRITE.
063200 4100-READ-NEXT.
063300     READ VOLUME-FILE NEXT RECORD
063400         AT END SET WS-VOLUME-EOF TO TRUE
063500     END-READ.
063600 4100-EXIT.
063700     EXIT.

063800 5000-PRINT-ANOMALIES.
063810     MOVE 'N' TO WS-SORT-EOF-SW.
063900     RETURN ANOMALY-SORT-FILE
064000         AT END SET WS-SORT-EOF TO TRUE
064100     END-RETURN.
064200     IF WS-SORT-EOF
064300         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
064400     ELSE
064500         PERFORM 5100-PRINT-ANOMALY THRU 5100-EXIT
064600             UNTIL WS-SORT-EOF
064700     END-IF.
064800 5000-EXIT.
064900     EXIT.

065000 5100-PRINT-ANOMALY.
065100     IF S2-TYPE = 'S'
065200         MOVE 'SPIKE'        TO DL-TYPE
065300     ELSE
065400         MOVE 'DROP TO ZERO' TO DL-TYPE
065500     END-IF.
065600     MOVE S2-PROGRAM      TO DL-PROGRAM.
065700     MOVE S2-SQLCODE      TO DL-SQLCODE.
065800     MOVE S2-JOB-NAME     TO DL-JOB-NAME.
065900     MOVE S2-SEVERITY     TO DL-SEVERITY.
066000     MOVE S2-MEAN         TO DL-MEAN.
066100     MOVE S2-LOWER        TO DL-LOWER.
066200     MOVE S2-UPPER        TO DL-UPPER.
066300     MOVE S2-TODAY        TO DL-TODAY.
066400     MOVE S2-OUTSIDE      TO DL-OUTSIDE.
066500     MOVE S2-SPREADS      TO DL-SPREADS.
066600     MOVE S2-HISTORY-DAYS TO DL-HISTORY-DAYS.
066700     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
066800     RETURN ANOMALY-SORT-FILE
066900         AT END SET WS-SORT-EOF TO TRUE
067000     END-RETURN.
067100 5100-EXIT.
067200     EXIT.

067300******************************************************************
067400*  PUTS WS-TODAY-COUNT INTO ENTRY 1.  WHEN THE RECORD ALREADY    *
067500*  HOLDS THE BUSINESS DAY (A RERUN) ENTRY 1 IS REPLACED; ELSE    *
067510*  THE OLDER ENTRIES MOVE DOWN ONE AND THE OLDEST FALLS OFF      *
067600*  THE END.                                                      *
067700******************************************************************
067800 6000-ROLL-HISTORY.
067900     IF VH-LAST-DATE NOT = WS-BUSINESS-DATE
068000         PERFORM 6100-SHIFT-ENTRY  THRU 6100-EXIT
068100             VARYING WS-SUB FROM WS-MAX-DAYS BY -1
068200             UNTIL WS-SUB < 2
068300         IF VH-DAYS-HELD < WS-MAX-DAYS
068400             ADD 1 TO VH-DAYS-HELD
068500         END-IF
068600         MOVE WS-BUSINESS-DATE TO VH-LAST-DATE
068700     END-IF.
068800     MOVE WS-TODAY-COUNT TO VH-DAILY-COUNT (1).
068900 6000-EXIT.
069000     EXIT.

069100 6100-SHIFT-ENTRY.
069200     MOVE VH-DAILY-COUNT (WS-SUB - 1) TO VH-DAILY-COUNT (WS-SUB).
069300 6100-EXIT.
069400     EXIT.

069500******************************************************************
069600*  MEAN AND SPREAD OF THE DAYS BEFORE THE BUSINESS DAY (ENTRIES  *
069700*  2 ONWARD), THE NORMAL RANGE FROM THEM, AND THE NUMBER OF      *
069800*  CONSECUTIVE NON-ZERO DAYS RIGHT BEFORE IT.  THE SPREAD IS     *
069900*  NEVER TAKEN AS LESS THAN ONE.  WS-HELD-TOTAL INCLUDES TODAY.  *
070000******************************************************************
070100 6200-COMPUTE-RANGE.
070200     COMPUTE WS-HISTORY-DAYS = VH-DAYS-HELD - 1.
070300     MOVE ZERO TO WS-SUM WS-SUM-SQUARES WS-STEADY-DAYS.
070400     MOVE ZERO TO WS-MEAN WS-SPREAD WS-LOWER-LIMIT WS-UPPER-LIMIT.
070500     MOVE 'N'  TO WS-GAP-SW.
070600     PERFORM 6210-ADD-HISTORY-DAY  THRU 6210-EXIT
070700         VARYING WS-SUB FROM 2 BY 1
070800         UNTIL WS-SUB > VH-DAYS-HELD.
070900     COMPUTE WS-HELD-TOTAL = WS-SUM + VH-DAILY-COUNT (1).
071000     IF WS-HISTORY-DAYS = ZERO
071100         GO TO 6200-EXIT
071200     END-IF.
071300     COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-HISTORY-DAYS.
071400     COMPUTE WS-VARIANCE ROUNDED =
071500             WS-SUM-SQUARES / WS-HISTORY-DAYS - WS-MEAN * WS-MEAN.
071600     IF WS-VARIANCE > ZERO
071700         COMPUTE WS-SPREAD ROUNDED = WS-VARIANCE ** 0.5
071800     END-IF.
071900     IF WS-SPREAD < 1
072000         MOVE 1 TO WS-SPREAD
072100     END-IF.
072200     COMPUTE WS-UPPER-LIMIT ROUNDED =
072300             WS-MEAN + WS-SENSITIVITY * WS-SPREAD.
072400     COMPUTE WS-LOWER-LIMIT ROUNDED =
072500             WS-MEAN - WS-SENSITIVITY * WS-SPREAD.
072600     IF WS-LOWER-LIMIT < ZERO
072700         MOVE ZERO TO WS-LOWER-LIMIT
072800     END-IF.
072900 6200-EXIT.
073000     EXIT.

073100 6210-ADD-HISTORY-DAY.
073200     ADD VH-DAILY-COUNT (WS-SUB) TO WS-SUM.
073300     COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
073400           + VH-DAILY-COUNT (WS-SUB) * VH-DAILY-COUNT (WS-SUB).
073500     IF VH-DAILY-COUNT (WS-SUB) = ZERO
073600         SET WS-GAP-FOUND TO TRUE
073700     END-IF.
073800     IF NOT WS-GAP-FOUND
073900         ADD 1 TO WS-STEADY-DAYS
074000     END-IF.
074100 6210-EXIT.
074200     EXIT.

074300******************************************************************
074400*  WRITES THE ANOMALY (WK-TYPE AND WK-OUTSIDE ALREADY SET) TO    *
074500*  THE WORK FILE, PRIORITY 1 FOR A CRITICAL SQLCODE.             *
074600******************************************************************
074700 6300-RECORD-ANOMALY.
074800     ADD 1 TO WS-ANOMALIES.
074900     PERFORM 6310-LOOKUP-SEVERITY  THRU 6310-EXIT.
075000     COMPUTE WS-SPREADS ROUNDED =
075100             (WS-TODAY-COUNT - WS-MEAN) / WS-SPREAD
075200         ON SIZE ERROR
075300             IF WS-TODAY-COUNT > WS-MEAN
075400                 MOVE 9999.9  TO WS-SPREADS
075500             ELSE
075600                 MOVE -9999.9 TO WS-SPREADS
075700             END-IF
075800     END-COMPUTE.
075900     MOVE WS-SPREADS      TO WK-SPREADS WK-DISTANCE.
076000     IF WK-DISTANCE < ZERO
076100         COMPUTE WK-DISTANCE = ZERO - WK-DISTANCE
076200     END-IF.
076300     MOVE WS-CUR-PROGRAM  TO WK-PROGRAM.
076400     MOVE WS-CUR-SQLCODE  TO WK-SQLCODE.
076500     MOVE WS-CUR-JOB-NAME TO WK-JOB-NAME.
076600     MOVE WS-MEAN         TO WK-MEAN.
076700     MOVE WS-LOWER-LIMIT  TO WK-LOWER.
076800     MOVE WS-UPPER-LIMIT  TO WK-UPPER.
076900     MOVE WS-TODAY-COUNT  TO WK-TODAY.
077000     MOVE WS-HISTORY-DAYS TO WK-HISTORY-DAYS.
077100     WRITE WK-ANOMALY-RECORD.
077200 6300-EXIT.
077300     EXIT.

077400 6310-LOOKUP-SEVERITY.
077500     MOVE 'UNKNOWN' TO WK-SEVERITY.
077600     MOVE '2'       TO WK-PRIORITY.
077700     IF WS-SQLACT-AVAILABLE
077800         MOVE WS-CUR-SQLCODE TO AL-SQLCODE
077900         READ SQLACT-FILE KEY IS AL-SQLCODE
078000             INVALID KEY
078100                 CONTINUE
078200             NOT INVALID KEY
078300                 MOVE AL-SEVERITY TO WK-SEVERITY
078400                 IF AL-SEV-CRITICAL
078500                     MOVE '1' TO WK-PRIORITY
078600                 END-IF
078700         END-READ
078800     END-IF.
078900 6310-EXIT.
079000     EXIT.

079100 9999-TERMINATE.
079200     CLOSE REPORT-FILE.
079300     CLOSE SQLACT-FILE.
079400     IF WS-VOLUME-AVAILABLE
079500         CLOSE VOLUME-FILE
079600     END-IF.
079700     MOVE WS-RECORDS-READ         TO WC-RECORDS-READ.
079800     MOVE WS-OCCURRENCES-COUNTED  TO WC-OCCURRENCES-COUNTED.
079900     MOVE WS-COMBINATIONS         TO WC-COMBINATIONS.
080000     MOVE WS-NEW-COMBINATIONS     TO WC-NEW-COMBINATIONS.
080100     MOVE WS-RETIRED-COMBINATIONS TO WC-RETIRED-COMBINATIONS.
080200     MOVE WS-SKIPPED-COMBINATIONS TO WC-SKIPPED-COMBINATIONS.
080300     MOVE WS-ANOMALIES            TO WC-ANOMALIES.
080400     DISPLAY WS-COUNT-LINE.
080500 9999-EXIT.
080600     EXIT.
