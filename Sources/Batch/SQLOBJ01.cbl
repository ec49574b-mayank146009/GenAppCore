000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLOBJ01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLOBJ01  --  SQLERRMC OBJECT-NAME RULES MAINTENANCE          *
000900*                                                                *
001000*  DBA-MAINTAINED UTILITY THAT APPLIES ADD/CHANGE/DELETE         *
001100*  TRANSACTIONS TO THE SQLERRMC PARSING RULES FILE (DDNAME       *
001200*  SQLOBJ, SEE SQLOBJR) FROM A SEQUENTIAL MAINTENANCE INPUT      *
001300*  (DDNAME SQLOBJIN), SO THE TOKEN THAT HOLDS THE DB2 OBJECT     *
001400*  NAME FOR A GIVEN SQLCODE CAN BE CHANGED WITHOUT A PROGRAM     *
001500*  RECOMPILE.  THE SQLOBJ CLUSTER MUST ALREADY EXIST (DEFINED BY *
001600*  SQLVDEF8) BEFORE THIS RUNS.                                   *
001700*                                                                *
001800*  CARD FORMAT (SQLOBJIN):                                       *
001900*    COL   1     TRANSACTION CODE -- A(DD), C(HANGE), D(ELETE)   *
002000*    COLS  2-10  SQLCODE (SIGNED DISPLAY)                        *
002100*    COL  11     OBJECT TOKEN POSITION (1-9)                     *
002200*    COL  12     QUALIFIERS KEPT (0-9, BLANK = 0 = ALL)          *
002300*    COL  13     RESOURCE-TYPE TOKEN POSITION (0-9, BLANK = 0 =  *
002400*                NONE)                                           *
002500*    COLS 14-25  RESOURCE TYPE, E.G. TABLESPACE, INDEX, TABLE    *
002600*    COLS 26-65  DESCRIPTION                                     *
002700*                                                                *
002800*  EVERY CARD IS ECHOED ON THE EDIT/AUDIT REPORT (DDNAME         *
002900*  SQLOBJ01): A BAD CARD IS REJECTED WITH A REASON INSTEAD OF    *
003000*  LOADED, AND AN APPLIED CARD SHOWS THE BEFORE AND AFTER        *
003100*  IMAGES SO A LOAD'S EFFECT ON THE FILE IS ON RECORD.           *
003200******************************************************************
003300*  MODIFICATION HISTORY                                          *
003400*  DATE       BY   DESCRIPTION                                   *
003500*  ---------- ---- ------------------------------------------    *
003600*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-Z15.
004100 OBJECT-COMPUTER.   IBM-Z15.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT MAINT-FILE    ASSIGN TO SQLOBJIN
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS  IS WS-MAINT-STATUS.
004700     SELECT RULES-FILE    ASSIGN TO SQLOBJ
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE  IS DYNAMIC
005000            RECORD KEY   IS OR-SQLCODE
005100            FILE STATUS  IS WS-RULES-STATUS.
005200     SELECT REPORT-FILE   ASSIGN TO SQLOBJ01
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS  IS WS-REPORT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MAINT-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  MAINT-RECORD.
006200     05  MR-TRANS-CODE             PIC X(01).
006300         88  MR-TRANS-ADD              VALUE 'A'.
006400         88  MR-TRANS-CHANGE           VALUE 'C'.
006500         88  MR-TRANS-DELETE           VALUE 'D'.
006600     05  MR-SQLCODE                PIC S9(09).
006700     05  MR-OBJECT-TOKEN           PIC X(01).
006800     05  MR-NAME-PARTS             PIC X(01).
006900     05  MR-TYPE-TOKEN             PIC X(01).
007000     05  MR-RESOURCE-TYPE          PIC X(12).
007100     05  MR-DESCRIPTION            PIC X(40).
007200     05  FILLER                    PIC X(15).
007300
007400 FD  RULES-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SQLOBJR.
007700
007800 FD  REPORT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  PRT-RECORD                    PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-MAINT-STATUS               PIC X(02) VALUE SPACES.
008500 77  WS-RULES-STATUS               PIC X(02) VALUE SPACES.
008600 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
008700 01  WS-SWITCHES.
008800     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
008900         88  WS-EOF                    VALUE 'Y'.
009000     05  WS-CARD-OK-SW             PIC X(01) VALUE 'N'.
009100         88  WS-CARD-OK                VALUE 'Y'.
009200     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
009300         88  WS-RECORD-FOUND           VALUE 'Y'.
009400 77  WS-RECORDS-ADDED              PIC S9(09) COMP VALUE ZERO.
009500 77  WS-RECORDS-CHANGED            PIC S9(09) COMP VALUE ZERO.
009600 77  WS-RECORDS-DELETED            PIC S9(09) COMP VALUE ZERO.
009700 77  WS-RECORDS-REJECTED           PIC S9(09) COMP VALUE ZERO.
009800 01  WS-RUN-DATE                   PIC 9(08).
009900
010000 01  WS-HEADING-1.
010100     05  FILLER                    PIC X(10) VALUE 'SQLOBJ01'.
010200     05  FILLER                    PIC X(42)
010300             VALUE 'SQLOBJ MAINTENANCE EDIT/AUDIT REPORT'.
010400     05  FILLER                    PIC X(05) VALUE 'RUN: '.
010500     05  WH1-RUN-DATE              PIC 9(08).
010600
010700 01  WS-CARD-LINE.
010800     05  FILLER                    PIC X(06) VALUE 'CARD: '.
010900     05  CD-TRANS-CODE             PIC X(01).
011000     05  FILLER                    PIC X(01) VALUE SPACE.
011100     05  CD-SQLCODE                PIC -(9)9.
011200     05  FILLER                    PIC X(02) VALUE SPACES.
011300     05  CD-RESULT                 PIC X(08).
011400     05  FILLER                    PIC X(02) VALUE SPACES.
011500     05  CD-REASON                 PIC X(40).
011600
011700 01  WS-IMAGE-LINE.
011800     05  IM-LABEL                  PIC X(08).
011900     05  IM-SQLCODE                PIC -(9)9.
012000     05  FILLER                    PIC X(08) VALUE '  TOKEN='.
012100     05  IM-OBJECT-TOKEN           PIC 9(01).
012200     05  FILLER                    PIC X(07) VALUE ' PARTS='.
012300     05  IM-NAME-PARTS             PIC 9(01).
012400     05  FILLER                    PIC X(06) VALUE ' TYPE='.
012500     05  IM-TYPE-TOKEN             PIC 9(01).
012600     05  FILLER                    PIC X(02) VALUE SPACES.
012700     05  IM-RESOURCE-TYPE          PIC X(12).
012800     05  FILLER                    PIC X(01) VALUE SPACE.
012900     05  IM-DESCRIPTION            PIC X(40).
013000
013100 01  WS-BEFORE-LINE                PIC X(132) VALUE SPACES.
013200
013300 01  WS-COUNT-LINE.
013400     05  FILLER                    PIC X(17)
013500             VALUE 'SQLOBJ01 - ADDED='.
013600     05  WC-RECORDS-ADDED          PIC ZZZ,ZZ9.
013700     05  FILLER                    PIC X(09) VALUE ' CHANGED='.
013800     05  WC-RECORDS-CHANGED        PIC ZZZ,ZZ9.
013900     05  FILLER                    PIC X(09) VALUE ' DELETED='.
014000     05  WC-RECORDS-DELETED        PIC ZZZ,ZZ9.
014100     05  FILLER                    PIC X(10) VALUE ' REJECTED='.
014200     05  WC-RECORDS-REJECTED       PIC ZZZ,ZZ9.
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
014700     PERFORM 2000-PROCESS-MAINT    THRU 2000-EXIT
014800         UNTIL WS-EOF.
014900     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
015000     STOP RUN.
015100
015200 1000-INITIALIZE.
015300     OPEN INPUT MAINT-FILE.
015400     OPEN I-O   RULES-FILE.
015500     OPEN OUTPUT REPORT-FILE.
015600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015700     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
015800     WRITE PRT-RECORD FROM WS-HEADING-1.
015900     READ MAINT-FILE
016000         AT END SET WS-EOF TO TRUE
016100     END-READ.
016200 1000-EXIT.
016300     EXIT.
016400
016500 2000-PROCESS-MAINT.
016600     MOVE MR-TRANS-CODE TO CD-TRANS-CODE.
016700     IF MR-SQLCODE IS NUMERIC
016800         MOVE MR-SQLCODE TO CD-SQLCODE
016900     ELSE
017000         MOVE ZERO       TO CD-SQLCODE
017100     END-IF.
017200     MOVE SPACES TO CD-REASON.
017300     PERFORM 2100-EDIT-CARD        THRU 2100-EXIT.
017400     IF WS-CARD-OK
017500         PERFORM 2200-APPLY-CARD   THRU 2200-EXIT
017600     END-IF.
017700     WRITE PRT-RECORD FROM WS-CARD-LINE.
017800     IF WS-CARD-OK
017900         PERFORM 2800-PRINT-IMAGES THRU 2800-EXIT
018000     END-IF.
018100     READ MAINT-FILE
018200         AT END SET WS-EOF TO TRUE
018300     END-READ.
018400 2000-EXIT.
018500     EXIT.
018600
018700 2100-EDIT-CARD.
018800     SET WS-CARD-OK TO TRUE.
018900     IF NOT MR-TRANS-ADD AND NOT MR-TRANS-CHANGE
019000        AND NOT MR-TRANS-DELETE
019100         MOVE 'TRANS CODE NOT A, C OR D'    TO CD-REASON
019200         GO TO 2100-REJECT
019300     END-IF.
019400     IF MR-SQLCODE NOT NUMERIC
019500         MOVE 'SQLCODE NOT NUMERIC'         TO CD-REASON
019600         GO TO 2100-REJECT
019700     END-IF.
019800     IF MR-TRANS-DELETE
019900         GO TO 2100-EXIT
020000     END-IF.
020100     IF MR-OBJECT-TOKEN NOT NUMERIC
020200        OR MR-OBJECT-TOKEN = '0'
020300         MOVE 'OBJECT TOKEN NOT 1 TO 9'     TO CD-REASON
020400         GO TO 2100-REJECT
020500     END-IF.
020600     IF MR-NAME-PARTS NOT = SPACE
020700        AND MR-NAME-PARTS NOT NUMERIC
020800         MOVE 'QUALIFIERS KEPT NOT NUMERIC' TO CD-REASON
020900         GO TO 2100-REJECT
021000     END-IF.
021100     IF MR-TYPE-TOKEN NOT = SPACE
021200        AND MR-TYPE-TOKEN NOT NUMERIC
021300         MOVE 'TYPE TOKEN NOT NUMERIC'      TO CD-REASON
021400         GO TO 2100-REJECT
021500     END-IF.
021600     IF MR-TYPE-TOKEN = MR-OBJECT-TOKEN
021700         MOVE 'TYPE TOKEN SAME AS OBJECT TOKEN'
021800             TO CD-REASON
021900         GO TO 2100-REJECT
022000     END-IF.
022100     IF MR-RESOURCE-TYPE = SPACES
022200         MOVE 'RESOURCE TYPE MISSING'       TO CD-REASON
022300         GO TO 2100-REJECT
022400     END-IF.
022500     GO TO 2100-EXIT.
022600 2100-REJECT.
022700     MOVE 'N' TO WS-CARD-OK-SW.
022800     MOVE 'REJECTED' TO CD-RESULT.
022900     ADD 1 TO WS-RECORDS-REJECTED.
023000 2100-EXIT.
023100     EXIT.
023200
023300 2200-APPLY-CARD.
023400     MOVE MR-SQLCODE TO OR-SQLCODE.
023500     SET WS-RECORD-FOUND TO TRUE.
023600     READ RULES-FILE
023700         INVALID KEY
023800             MOVE 'N' TO WS-FOUND-SW
023900     END-READ.
024000     EVALUATE TRUE
024100         WHEN MR-TRANS-ADD AND WS-RECORD-FOUND
024200             MOVE 'SQLCODE ALREADY ON FILE, USE CHANGE'
024300                 TO CD-REASON
024400             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
024500         WHEN MR-TRANS-CHANGE AND NOT WS-RECORD-FOUND
024600             MOVE 'SQLCODE NOT ON FILE, USE ADD'
024700                 TO CD-REASON
024800             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
024900         WHEN MR-TRANS-DELETE AND NOT WS-RECORD-FOUND
025000             MOVE 'SQLCODE NOT ON FILE'
025100                 TO CD-REASON
025200             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
025300         WHEN MR-TRANS-ADD
025400             PERFORM 2300-ADD-RECORD    THRU 2300-EXIT
025500         WHEN MR-TRANS-CHANGE
025600             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
025700         WHEN MR-TRANS-DELETE
025800             PERFORM 2500-DELETE-RECORD THRU 2500-EXIT
025900     END-EVALUATE.
026000 2200-EXIT.
026100     EXIT.
026200
026300 2300-ADD-RECORD.
026400     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
026500     WRITE OR-OBJECT-RULE
026600         INVALID KEY
026700             CONTINUE
026800     END-WRITE.
026900     MOVE 'ADDED'  TO CD-RESULT.
027000     ADD 1 TO WS-RECORDS-ADDED.
027100 2300-EXIT.
027200     EXIT.
027300
027400 2400-CHANGE-RECORD.
027500     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
027600     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
027700     REWRITE OR-OBJECT-RULE.
027800     MOVE 'CHANGED' TO CD-RESULT.
027900     ADD 1 TO WS-RECORDS-CHANGED.
028000 2400-EXIT.
028100     EXIT.
028200
028300 2500-DELETE-RECORD.
028400     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
028500     DELETE RULES-FILE RECORD.
028600     MOVE 'DELETED' TO CD-RESULT.
028700     ADD 1 TO WS-RECORDS-DELETED.
028800 2500-EXIT.
028900     EXIT.
029000
029100 2600-BUILD-RECORD.
029200     MOVE SPACES           TO OR-OBJECT-RULE.
029300     MOVE MR-SQLCODE       TO OR-SQLCODE.
029400     MOVE MR-OBJECT-TOKEN  TO OR-OBJECT-TOKEN.
029500     IF MR-NAME-PARTS IS NUMERIC
029600         MOVE MR-NAME-PARTS TO OR-NAME-PARTS
029700     ELSE
029800         MOVE ZERO          TO OR-NAME-PARTS
029900     END-IF.
030000     IF MR-TYPE-TOKEN IS NUMERIC
030100         MOVE MR-TYPE-TOKEN TO OR-TYPE-TOKEN
030200     ELSE
030300         MOVE ZERO          TO OR-TYPE-TOKEN
030400     END-IF.
030500     MOVE MR-RESOURCE-TYPE TO OR-RESOURCE-TYPE.
030600     MOVE MR-DESCRIPTION   TO OR-DESCRIPTION.
030700 2600-EXIT.
030800     EXIT.
030900
031000 2700-REJECT-CARD.
031100     MOVE 'N' TO WS-CARD-OK-SW.
031200     MOVE 'REJECTED' TO CD-RESULT.
031300     ADD 1 TO WS-RECORDS-REJECTED.
031400 2700-EXIT.
031500     EXIT.
031600
031700 2800-PRINT-IMAGES.
031800     IF MR-TRANS-CHANGE OR MR-TRANS-DELETE
031900         WRITE PRT-RECORD FROM WS-BEFORE-LINE
032000     END-IF.
032100     IF MR-TRANS-ADD OR MR-TRANS-CHANGE
032200         MOVE 'AFTER   '       TO IM-LABEL
032300         MOVE OR-SQLCODE       TO IM-SQLCODE
032400         MOVE OR-OBJECT-TOKEN  TO IM-OBJECT-TOKEN
032500         MOVE OR-NAME-PARTS    TO IM-NAME-PARTS
032600         MOVE OR-TYPE-TOKEN    TO IM-TYPE-TOKEN
032700         MOVE OR-RESOURCE-TYPE TO IM-RESOURCE-TYPE
032800         MOVE OR-DESCRIPTION   TO IM-DESCRIPTION
032900         WRITE PRT-RECORD FROM WS-IMAGE-LINE
033000     END-IF.
033100 2800-EXIT.
033200     EXIT.
033300
033400 2900-SAVE-BEFORE.
033500     MOVE 'BEFORE  '       TO IM-LABEL.
033600     MOVE OR-SQLCODE       TO IM-SQLCODE.
033700     MOVE OR-OBJECT-TOKEN  TO IM-OBJECT-TOKEN.
033800     MOVE OR-NAME-PARTS    TO IM-NAME-PARTS.
033900     MOVE OR-TYPE-TOKEN    TO IM-TYPE-TOKEN.
034000     MOVE OR-RESOURCE-TYPE TO IM-RESOURCE-TYPE.
034100     MOVE OR-DESCRIPTION   TO IM-DESCRIPTION.
034200     MOVE WS-IMAGE-LINE    TO WS-BEFORE-LINE.
034300 2900-EXIT.
034400     EXIT.
034500
034600 9999-TERMINATE.
034700     CLOSE MAINT-FILE.
034800     CLOSE RULES-FILE.
034900     CLOSE REPORT-FILE.
035000     MOVE WS-RECORDS-ADDED    TO WC-RECORDS-ADDED.
035100     MOVE WS-RECORDS-CHANGED  TO WC-RECORDS-CHANGED.
035200     MOVE WS-RECORDS-DELETED  TO WC-RECORDS-DELETED.
035300     MOVE WS-RECORDS-REJECTED TO WC-RECORDS-REJECTED.
035400     DISPLAY WS-COUNT-LINE.
035500 9999-EXIT.
035600     EXIT.
