000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLOBJ02.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLOBJ02  --  SQL ERRORS BY DB2 OBJECT REPORT                 *
000900*                                                                *
001000*  READS THE SQL ERROR AUDIT LOG (DDNAME ERRLOG), HAS THE        *
001100*  SQLERRMC OF EACH ERROR PARSED INTO A RESOURCE TYPE AND DB2    *
001200*  OBJECT NAME BY SQLTOK01 (UNDER THE SQLOBJ RULES, SEE          *
001300*  SQLOBJR), AND PRINTS ONE LINE PER OBJECT (DDNAME SQLOBJ02)    *
001400*  WITH THE OCCURRENCES, THE NUMBER OF DISTINCT PROGRAMS AND     *
001500*  JOBS THAT HIT IT, THE FIRST AND LAST TIME SEEN AND UP TO      *
001600*  THREE OF THE SQLCODES RAISED AGAINST IT, SO THE DBAS CAN SEE  *
001700*  WHICH TABLESPACES, TABLES AND INDEXES ARE BEHIND THE          *
001800*  DEADLOCKS, TIMEOUTS AND UNAVAILABLE-RESOURCE ERRORS.  OBJECTS *
001900*  ARE GROUPED BY THEIR FIRST QUALIFIER (THE DATABASE OF A       *
002000*  TABLESPACE, THE SCHEMA OF A TABLE OR INDEX) WITH A TOTAL PER  *
002100*  GROUP.  AN ERROR WHOSE SQLCODE HAS NO RULE, OR WHOSE SQLERRMC *
002200*  DOES NOT HOLD THE TOKEN, IS ONLY COUNTED.                     *
002300*                                                                *
002400*  SELECTION CARD (SYSIN): FROM DATE COLS 1-8 AND TO DATE COLS   *
002500*  10-17 (YYYYMMDD), OR 'ALL' IN COLS 1-3 FOR THE FULL LOG.      *
002600*  WITH NO CARD THE RUN COVERS THE PRIOR BUSINESS DAY.           *
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
003900     SELECT ERRLOG-FILE  ASSIGN TO ERRLOG
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS  IS WS-ERRLOG-STATUS.
004200     SELECT REPORT-FILE  ASSIGN TO SQLOBJ02
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS  IS WS-REPORT-STATUS.
004500     SELECT SORT-FILE    ASSIGN TO SORTWK01.
004600     SELECT CONTROL-FILE ASSIGN TO SYSIN
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS  IS WS-CONTROL-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ERRLOG-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY ERRLOGR.

005500 FD  REPORT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  PRT-RECORD                    PIC X(132).

005900 FD  CONTROL-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  CC-CONTROL-CARD.
006300     05  CC-FROM-DATE              PIC X(08).
006400         88  CC-FULL-LOG               VALUE 'ALL'.
006500     05  FILLER                    PIC X(01).
006600     05  CC-TO-DATE                PIC X(08).
006700     05  FILLER                    PIC X(63).

006800 SD  SORT-FILE.
006900 01  S1-SORT-RECORD.
007000     05  S1-QUALIFIER-1            PIC X(18).
007100     05  S1-OBJECT-NAME            PIC X(40).
007200     05  S1-RESOURCE-TYPE          PIC X(12).
007300     05  S1-PROGRAM                PIC X(08).
007400     05  S1-JOB-NAME               PIC X(08).
007500     05  S1-STAMP.
007600         10  S1-LOG-DATE           PIC X(08).
007700         10  S1-LOG-TIME           PIC X(08).
007800     05  S1-SQLCODE                PIC S9(09) COMP.

007900 WORKING-STORAGE SECTION.
008000 77  WS-ERRLOG-STATUS              PIC X(02) VALUE SPACES.
008100 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
008200 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
008500         88  WS-EOF                    VALUE 'Y'.
008600     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
008700         88  WS-SORT-EOF               VALUE 'Y'.
008800     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
008900         88  WS-ENTRY-FOUND            VALUE 'Y'.
009000 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
009100 77  WS-RECORDS-SELECTED           PIC S9(09) COMP VALUE ZERO.
009200 77  WS-RECORDS-PARSED             PIC S9(09) COMP VALUE ZERO.
009300 77  WS-RECORDS-NO-RULE            PIC S9(09) COMP VALUE ZERO.
009400 77  WS-RECORDS-NO-OBJECT          PIC S9(09) COMP VALUE ZERO.
009500 77  WS-OBJECTS                    PIC S9(09) COMP VALUE ZERO.
009600 77  WS-GROUP-OBJECTS              PIC S9(09) COMP VALUE ZERO.
009700 77  WS-GROUP-OCCURRENCES          PIC S9(09) COMP VALUE ZERO.
009800 77  WS-OBJ-OCCURRENCES            PIC S9(09) COMP VALUE ZERO.
009900 77  WS-OBJ-PROGRAMS               PIC S9(04) COMP VALUE ZERO.
010000 77  WS-JOB-COUNT                  PIC S9(04) COMP VALUE ZERO.
010100 77  WS-JOB-MAX                    PIC S9(04) COMP VALUE 200.
010200 77  WS-CODE-COUNT                 PIC S9(04) COMP VALUE ZERO.
010300 77  WS-CODE-MAX                   PIC S9(04) COMP VALUE 3.
010400 01  WS-RUN-DATE                   PIC 9(08).
010500 01  WS-FROM-DATE                  PIC X(08) VALUE '00000000'.
010600 01  WS-TO-DATE                    PIC X(08) VALUE '99999999'.
010700 01  WS-FULL-LOG-SW                PIC X(01) VALUE 'N'.
010800     88  WS-FULL-LOG                   VALUE 'Y'.
010900     COPY SQLD01C.
011000     COPY SQLT01C.

011100 01  WS-CUR-GROUP                  PIC X(18).
011200 01  WS-CUR-OBJECT.
011300     05  WS-CUR-OBJECT-NAME        PIC X(40).
011400     05  WS-CUR-RESOURCE-TYPE      PIC X(12).
011500 01  WS-PREV-PROGRAM               PIC X(08).
011600 01  WS-FIRST-STAMP                PIC X(16).
011700 01  WS-LAST-STAMP                 PIC X(16).
011800 01  WS-JOB-OVERFLOW-SW            PIC X(01) VALUE 'N'.
011900     88  WS-JOB-OVERFLOW               VALUE 'Y'.
012000 01  WS-CODE-OVERFLOW-SW           PIC X(01) VALUE 'N'.
012100     88  WS-CODE-OVERFLOW              VALUE 'Y'.

012200 01  WS-JOB-TABLE.
012300     05  WS-JOB-ENTRY              PIC X(08)
012400                                   OCCURS 200 TIMES
012500                                   INDEXED BY WS-JOB-IDX.

012600 01  WS-CODE-TABLE.
012700     05  WS-CODE-ENTRY             PIC S9(09) COMP
012800                                   OCCURS 3 TIMES
012900                                   INDEXED BY WS-CODE-IDX.

013000 01  WS-STAMP-IN.
013100     05  WS-SI-DATE                PIC X(08).
013200     05  WS-SI-HH                  PIC X(02).
013300     05  WS-SI-MM                  PIC X(02).
013400     05  FILLER                    PIC X(04).

013500 01  WS-STAMP-OUT.
013600     05  WS-SO-DATE                PIC X(08).
013700     05  FILLER                    PIC X(01) VALUE SPACE.
013800     05  WS-SO-HH                  PIC X(02).
013900     05  FILLER                    PIC X(01) VALUE ':'.
014000     05  WS-SO-MM                  PIC X(02).

014100 01  WS-HEADING-1.
014200     05  FILLER                    PIC X(10) VALUE 'SQLOBJ02'.
014300     05  FILLER                    PIC X(40)
014400             VALUE 'SQL ERRORS BY DB2 OBJECT'.
014500     05  FILLER                    PIC X(05) VALUE 'RUN: '.
014600     05  WH1-RUN-DATE              PIC 9(08).

014700 01  WS-PERIOD-LINE.
014800     05  FILLER                    PIC X(08) VALUE 'PERIOD: '.
014900     05  WP-FROM-DATE              PIC X(08).
015000     05  FILLER                    PIC X(04) VALUE ' TO '.
015100     05  WP-TO-DATE                PIC X(08).
015200     05  FILLER                    PIC X(104) VALUE SPACES.

015300 01  WS-PERIOD-ALL-LINE.
015400     05  FILLER                    PIC X(16)
015500             VALUE 'PERIOD: FULL LOG'.
015600     05  FILLER                    PIC X(116) VALUE SPACES.

015700 01  WS-HEADING-2.
015800     05  FILLER                PIC X(13) VALUE 'TYPE'.
015900     05  FILLER                PIC X(41) VALUE 'OBJECT'.
016000     05  FILLER                PIC X(11) VALUE '    ERRORS'.
016100     05  FILLER                PIC X(07) VALUE '  PGMS'.
016200     05  FILLER                PIC X(08) VALUE '  JOBS'.
016300     05  FILLER                PIC X(15) VALUE 'FIRST SEEN'.
016400     05  FILLER                PIC X(15) VALUE 'LAST SEEN'.
016500     05  FILLER                PIC X(08) VALUE 'SQLCODES'.

016600 01  WS-GROUP-LINE.
016700     05  FILLER                    PIC X(17)
016800             VALUE 'DATABASE/SCHEMA: '.
016900     05  WG-GROUP                  PIC X(18).

017000 01  WS-DETAIL-LINE.
017100     05  DL-RESOURCE-TYPE          PIC X(12).
017200     05  FILLER                    PIC X(01) VALUE SPACE.
017300     05  DL-OBJECT-NAME            PIC X(40).
017400     05  FILLER                    PIC X(01) VALUE SPACE.
017500     05  DL-OCCURRENCES            PIC ZZ,ZZZ,ZZ9.
017600     05  FILLER                    PIC X(01) VALUE SPACE.
017700     05  DL-PROGRAMS               PIC ZZ,ZZ9.
017800     05  FILLER                    PIC X(01) VALUE SPACE.
017900     05  DL-JOBS                   PIC ZZ,ZZ9.
018000     05  DL-JOBS-MORE              PIC X(01).
018100     05  FILLER                    PIC X(01) VALUE SPACE.
018200     05  DL-FIRST-SEEN             PIC X(14).
018300     05  FILLER                    PIC X(01) VALUE SPACE.
018400     05  DL-LAST-SEEN              PIC X(14).
018500     05  DL-SQLCODES.
018600         10  DL-SQLCODE-SLOT       OCCURS 3 TIMES.
018700             15  FILLER            PIC X(01).
018800             15  DL-SQLCODE        PIC X(06).
018900     05  DL-SQLCODE-MORE           PIC X(01).

019000 01  WS-CODE-EDIT                  PIC -(5)9.

019100 01  WS-GROUP-TOTAL-LINE.
019200     05  FILLER                    PIC X(03) VALUE SPACES.
019300     05  FILLER                    PIC X(10) VALUE 'TOTAL FOR '.
019400     05  WT-GROUP                  PIC X(18).
019500     05  FILLER                    PIC X(09) VALUE 'OBJECTS: '.
019600     05  WT-OBJECTS                PIC ZZ,ZZ9.
019700     05  FILLER                    PIC X(08) VALUE SPACES.
019800     05  WT-OCCURRENCES            PIC ZZ,ZZZ,ZZ9.

019900 01  WS-NO-DATA-LINE.
020000     05  FILLER                    PIC X(50)
020100             VALUE 'NO DB2 OBJECTS NAMED IN THE PERIOD.'.

020200 01  WS-COUNT-LINE.
020300     05  FILLER                    PIC X(16)
020400             VALUE 'SQLOBJ02 - READ='.
020500     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
020600     05  FILLER                    PIC X(10) VALUE ' SELECTED='.
020700     05  WC-RECORDS-SELECTED       PIC ZZZ,ZZZ,ZZ9.
020800     05  FILLER                    PIC X(08) VALUE ' PARSED='.
020900     05  WC-RECORDS-PARSED         PIC ZZZ,ZZZ,ZZ9.
021000     05  FILLER                    PIC X(09) VALUE ' NO RULE='.
021100     05  WC-RECORDS-NO-RULE        PIC ZZZ,ZZZ,ZZ9.
021200     05  FILLER                    PIC X(11) VALUE ' NO OBJECT='.
021300     05  WC-RECORDS-NO-OBJECT      PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                    PIC X(09) VALUE ' OBJECTS='.
021500     05  WC-OBJECTS                PIC ZZZ,ZZ9.

021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
021900     SORT SORT-FILE
022000         ASCENDING KEY S1-QUALIFIER-1 S1-OBJECT-NAME
022100                       S1-RESOURCE-TYPE S1-PROGRAM
022200         INPUT PROCEDURE  2000-SELECT-ERRORS THRU 2000-EXIT
022300         OUTPUT PROCEDURE 3000-PRINT-OBJECTS THRU 3000-EXIT.
022400     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
022500     STOP RUN.

022600 1000-INITIALIZE.
022700     OPEN OUTPUT REPORT-FILE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
023000     PERFORM 1100-SET-PERIOD       THRU 1100-EXIT.
023100     WRITE PRT-RECORD FROM WS-HEADING-1.
023200     IF WS-FULL-LOG
023300         WRITE PRT-RECORD FROM WS-PERIOD-ALL-LINE
023400     ELSE
023500         MOVE WS-FROM-DATE TO WP-FROM-DATE
023600         MOVE WS-TO-DATE   TO WP-TO-DATE
023700         WRITE PRT-RECORD FROM WS-PERIOD-LINE
023800     END-IF.
023900     WRITE PRT-RECORD FROM WS-HEADING-2.
024000 1000-EXIT.
024100     EXIT.

024200 1100-SET-PERIOD.
024300     OPEN INPUT CONTROL-FILE.
024400     IF WS-CONTROL-STATUS NOT = '00'
024500         MOVE SPACES TO CC-CONTROL-CARD
024600     ELSE
024700         READ CONTROL-FILE
024800             AT END MOVE SPACES TO CC-CONTROL-CARD
024900         END-READ
025000         CLOSE CONTROL-FILE
025100     END-IF.
025200     EVALUATE TRUE
025300         WHEN CC-FULL-LOG
025400             SET WS-FULL-LOG TO TRUE
025500         WHEN CC-FROM-DATE IS NUMERIC
025600             MOVE CC-FROM-DATE TO WS-FROM-DATE
025700             IF CC-TO-DATE IS NUMERIC
025800                 MOVE CC-TO-DATE TO WS-TO-DATE
025900             ELSE
026000                 MOVE CC-FROM-DATE TO WS-TO-DATE
026100             END-IF
026200         WHEN OTHER
026300             SET SQD-FN-PREVBDAY TO TRUE
026400             MOVE WS-RUN-DATE TO SQD-DATE-IN
026500             CALL 'SQLDAT01' USING SQD-CONTROL-AREA
026600             MOVE SQD-DATE-OUT TO WS-FROM-DATE
026700             MOVE SQD-DATE-OUT TO WS-TO-DATE
026800     END-EVALUATE.
026900 1100-EXIT.
027000     EXIT.

027100******************************************************************
027200*  ONE SORT RECORD PER LOGGED ERROR IN THE PERIOD WHOSE SQLERRMC *
027300*  NAMES AN OBJECT.  THE STORM SUPPRESSION SUMMARY CARRIES NO    *
027400*  SQLERRMC OF ITS OWN AND IS SKIPPED.                           *
027500******************************************************************
027600 2000-SELECT-ERRORS.
027700     OPEN INPUT ERRLOG-FILE.
027800     IF WS-ERRLOG-STATUS NOT = '00'
027900         DISPLAY 'SQLOBJ02 - ERRLOG NOT AVAILABLE, STATUS '
028000                 WS-ERRLOG-STATUS
028100         GO TO 2000-EXIT
028200     END-IF.
028300     READ ERRLOG-FILE
028400         AT END SET WS-EOF TO TRUE
028500     END-READ.
028600     PERFORM 2100-SELECT-ERROR     THRU 2100-EXIT
028700         UNTIL WS-EOF.
028800     CLOSE ERRLOG-FILE.
028900     SET SQT-FN-CLOSE TO TRUE.
029000     CALL 'SQLTOK01' USING SQT-CONTROL-AREA.
029100 2000-EXIT.
029200     EXIT.

029300 2100-SELECT-ERROR.
029400     ADD 1 TO WS-RECORDS-READ.
029500     IF NOT WS-FULL-LOG
029600        AND (EL-LOG-DATE < WS-FROM-DATE
029700             OR EL-LOG-DATE > WS-TO-DATE)
029800         GO TO 2100-READ-NEXT
029900     END-IF.
030000     IF EL-SQLCAID = SPACES
030100         GO TO 2100-READ-NEXT
030200     END-IF.
030300     ADD 1 TO WS-RECORDS-SELECTED.
030400     SET SQT-FN-PARSE TO TRUE.
030500     MOVE EL-SQLCODE  TO SQT-SQLCODE.
030600     MOVE EL-SQLERRMC TO SQT-SQLERRMC.
030700     CALL 'SQLTOK01' USING SQT-CONTROL-AREA.
030800     EVALUATE TRUE
030900         WHEN SQT-RC-OK
031000             ADD 1 TO WS-RECORDS-PARSED
031100         WHEN SQT-RC-NO-OBJECT
031200             ADD 1 TO WS-RECORDS-NO-OBJECT
031300             GO TO 2100-READ-NEXT
031400         WHEN OTHER
031500             ADD 1 TO WS-RECORDS-NO-RULE
031600             GO TO 2100-READ-NEXT
031700     END-EVALUATE.
031800     MOVE SQT-QUALIFIER-1   TO S1-QUALIFIER-1.
031900     MOVE SQT-OBJECT-NAME   TO S1-OBJECT-NAME.
032000     MOVE SQT-RESOURCE-TYPE TO S1-RESOURCE-TYPE.
032100     MOVE EL-SQLERRP        TO S1-PROGRAM.
032200     MOVE EL-JOB-NAME       TO S1-JOB-NAME.
032300     MOVE EL-LOG-DATE       TO S1-LOG-DATE.
032400     MOVE EL-LOG-TIME       TO S1-LOG-TIME.
032500     MOVE EL-SQLCODE        TO S1-SQLCODE.
032600     RELEASE S1-SORT-RECORD.
032700 2100-READ-NEXT.
032800     READ ERRLOG-FILE
032900         AT END SET WS-EOF TO TRUE
033000     END-READ.
033100 2100-EXIT.
033200     EXIT.

033300 3000-PRINT-OBJECTS.
033400     RETURN SORT-FILE
033500         AT END SET WS-SORT-EOF TO TRUE
033600     END-RETURN.
033700     IF WS-SORT-EOF
033800         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
033900         GO TO 3000-EXIT
034000     END-IF.
034100     PERFORM 3100-PRINT-GROUP      THRU 3100-EXIT
034200         UNTIL WS-SORT-EOF.
034300 3000-EXIT.
034400     EXIT.

034500 3100-PRINT-GROUP.
034600     MOVE S1-QUALIFIER-1 TO WS-CUR-GROUP.
034700     MOVE ZERO TO WS-GROUP-OBJECTS WS-GROUP-OCCURRENCES.
034800     MOVE SPACES TO PRT-RECORD.
034900     WRITE PRT-RECORD.
035000     IF WS-CUR-GROUP = SPACES
035100         MOVE '(UNQUALIFIED)' TO WG-GROUP
035200     ELSE
035300         MOVE WS-CUR-GROUP    TO WG-GROUP
035400     END-IF.
035500     WRITE PRT-RECORD FROM WS-GROUP-LINE.
035600     PERFORM 3200-SUMMARIZE-OBJECT THRU 3200-EXIT
035700         UNTIL WS-SORT-EOF
035800            OR S1-QUALIFIER-1 NOT = WS-CUR-GROUP.
035900     MOVE WG-GROUP             TO WT-GROUP.
036000     MOVE WS-GROUP-OBJECTS     TO WT-OBJECTS.
036100     MOVE WS-GROUP-OCCURRENCES TO WT-OCCURRENCES.
036200     WRITE PRT-RECORD FROM WS-GROUP-TOTAL-LINE.
036300 3100-EXIT.
036400     EXIT.

036500 3200-SUMMARIZE-OBJECT.
036600     MOVE S1-OBJECT-NAME   TO WS-CUR-OBJECT-NAME.
036700     MOVE S1-RESOURCE-TYPE TO WS-CUR-RESOURCE-TYPE.
036800     MOVE ZERO TO WS-OBJ-OCCURRENCES WS-OBJ-PROGRAMS.
036900     MOVE ZERO TO WS-JOB-COUNT WS-CODE-COUNT.
037000     MOVE 'N'  TO WS-JOB-OVERFLOW-SW WS-CODE-OVERFLOW-SW.
037100     MOVE HIGH-VALUES TO WS-PREV-PROGRAM WS-FIRST-STAMP.
037200     MOVE LOW-VALUES  TO WS-LAST-STAMP.
037300     PERFORM 3300-ADD-OCCURRENCE   THRU 3300-EXIT
037400         UNTIL WS-SORT-EOF
037500            OR S1-QUALIFIER-1   NOT = WS-CUR-GROUP
037600            OR S1-OBJECT-NAME   NOT = WS-CUR-OBJECT-NAME
037700            OR S1-RESOURCE-TYPE NOT = WS-CUR-RESOURCE-TYPE.
037800     PERFORM 3600-PRINT-OBJECT     THRU 3600-EXIT.
037900 3200-EXIT.
038000     EXIT.

038100 3300-ADD-OCCURRENCE.
038200     ADD 1 TO WS-OBJ-OCCURRENCES.
038300     IF S1-PROGRAM NOT = WS-PREV-PROGRAM
038400         ADD 1 TO WS-OBJ-PROGRAMS
038500         MOVE S1-PROGRAM TO WS-PREV-PROGRAM
038600     END-IF.
038700     IF S1-STAMP < WS-FIRST-STAMP
038800         MOVE S1-STAMP TO WS-FIRST-STAMP
038900     END-IF.
039000     IF S1-STAMP > WS-LAST-STAMP
039100         MOVE S1-STAMP TO WS-LAST-STAMP
039200     END-IF.
039300     PERFORM 3400-NOTE-JOB         THRU 3400-EXIT.
039400     PERFORM 3500-NOTE-SQLCODE     THRU 3500-EXIT.
039500     RETURN SORT-FILE
039600         AT END SET WS-SORT-EOF TO TRUE
039700     END-RETURN.
039800 3300-EXIT.
039900     EXIT.

040000******************************************************************
040100*  DISTINCT JOBS ARE KEPT IN A TABLE SINCE THE SORT ORDERS BY    *
040200*  PROGRAM; PAST THE TABLE SIZE THE COUNT IS FLAGGED '+'.        *
040300******************************************************************
040400 3400-NOTE-JOB.
040500     MOVE 'N' TO WS-FOUND-SW.
040600     IF WS-JOB-COUNT > ZERO
040700         SET WS-JOB-IDX TO 1
040800         SEARCH WS-JOB-ENTRY
040900             AT END
041000                 CONTINUE
041100             WHEN WS-JOB-IDX > WS-JOB-COUNT
041200                 CONTINUE
041300             WHEN WS-JOB-ENTRY (WS-JOB-IDX) = S1-JOB-NAME
041400                 SET WS-ENTRY-FOUND TO TRUE
041500         END-SEARCH
041600     END-IF.
041700     IF WS-ENTRY-FOUND
041800         GO TO 3400-EXIT
041900     END-IF.
042000     IF WS-JOB-COUNT NOT < WS-JOB-MAX
042100         SET WS-JOB-OVERFLOW TO TRUE
042200         GO TO 3400-EXIT
042300     END-IF.
042400     ADD 1 TO WS-JOB-COUNT.
042500     MOVE S1-JOB-NAME TO WS-JOB-ENTRY (WS-JOB-COUNT).
042600 3400-EXIT.
042700     EXIT.

042800 3500-NOTE-SQLCODE.
042900     MOVE 'N' TO WS-FOUND-SW.
043000     IF WS-CODE-COUNT > ZERO
043100         SET WS-CODE-IDX TO 1
043200         SEARCH WS-CODE-ENTRY
043300             AT END
043400                 CONTINUE
043500             WHEN WS-CODE-IDX > WS-CODE-COUNT
043600                 CONTINUE
043700             WHEN WS-CODE-ENTRY (WS-CODE-IDX) = S1-SQLCODE
043800                 SET WS-ENTRY-FOUND TO TRUE
043900         END-SEARCH
044000     END-IF.
044100     IF WS-ENTRY-FOUND
044200         GO TO 3500-EXIT
044300     END-IF.
044400     IF WS-CODE-COUNT NOT < WS-CODE-MAX
044500         SET WS-CODE-OVERFLOW TO TRUE
044600         GO TO 3500-EXIT
044700     END-IF.
044800     ADD 1 TO WS-CODE-COUNT.
044900     MOVE S1-SQLCODE TO WS-CODE-ENTRY (WS-CODE-COUNT).
045000 3500-EXIT.
045100     EXIT.

045200 3600-PRINT-OBJECT.
045300     ADD 1 TO WS-OBJECTS WS-GROUP-OBJECTS.
045400     ADD WS-OBJ-OCCURRENCES TO WS-GROUP-OCCURRENCES.
045500     MOVE WS-CUR-RESOURCE-TYPE TO DL-RESOURCE-TYPE.
045600     MOVE WS-CUR-OBJECT-NAME   TO DL-OBJECT-NAME.
045700     MOVE WS-OBJ-OCCURRENCES   TO DL-OCCURRENCES.
045800     MOVE WS-OBJ-PROGRAMS      TO DL-PROGRAMS.
045900     MOVE WS-JOB-COUNT         TO DL-JOBS.
046000     MOVE SPACE                TO DL-JOBS-MORE DL-SQLCODE-MORE.
046100     IF WS-JOB-OVERFLOW
046200         MOVE '+' TO DL-JOBS-MORE
046300     END-IF.
046400     IF WS-CODE-OVERFLOW
046500         MOVE '+' TO DL-SQLCODE-MORE
046600     END-IF.
046700     MOVE WS-FIRST-STAMP TO WS-STAMP-IN.
046800     PERFORM 3700-FORMAT-STAMP     THRU 3700-EXIT.
046900     MOVE WS-STAMP-OUT   TO DL-FIRST-SEEN.
047000     MOVE WS-LAST-STAMP  TO WS-STAMP-IN.
047100     PERFORM 3700-FORMAT-STAMP     THRU 3700-EXIT.
047200     MOVE WS-STAMP-OUT   TO DL-LAST-SEEN.
047300     MOVE SPACES TO DL-SQLCODES.
047400     PERFORM 3650-FORMAT-SQLCODE   THRU 3650-EXIT
047500         VARYING WS-CODE-IDX FROM 1 BY 1
047600         UNTIL WS-CODE-IDX > WS-CODE-COUNT.
047700     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
047800 3600-EXIT.
047900     EXIT.

048000 3650-FORMAT-SQLCODE.
048100     MOVE WS-CODE-ENTRY (WS-CODE-IDX) TO WS-CODE-EDIT.
048200     MOVE WS-CODE-EDIT TO DL-SQLCODE (WS-CODE-IDX).
048300 3650-EXIT.
048400     EXIT.

048500 3700-FORMAT-STAMP.
048600     MOVE WS-SI-DATE TO WS-SO-DATE.
048700     MOVE WS-SI-HH   TO WS-SO-HH.
048800     MOVE WS-SI-MM   TO WS-SO-MM.
048900 3700-EXIT.
049000     EXIT.

049100 9999-TERMINATE.
049200     CLOSE REPORT-FILE.
049300     MOVE WS-RECORDS-READ      TO WC-RECORDS-READ.
049400     MOVE WS-RECORDS-SELECTED  TO WC-RECORDS-SELECTED.
049500     MOVE WS-RECORDS-PARSED    TO WC-RECORDS-PARSED.
049600     MOVE WS-RECORDS-NO-RULE   TO WC-RECORDS-NO-RULE.
049700     MOVE WS-RECORDS-NO-OBJECT TO WC-RECORDS-NO-OBJECT.
049800     MOVE WS-OBJECTS           TO WC-OBJECTS.
049900     DISPLAY WS-COUNT-LINE.
050000 9999-EXIT.
050100     EXIT.
