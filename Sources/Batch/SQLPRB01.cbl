000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLPRB01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLPRB01  --  KNOWN-PROBLEM REGISTER MAINTENANCE              *
000900*                                                                *
001000*  OPS-MAINTAINED UTILITY THAT APPLIES ADD/CHANGE/DELETE         *
001100*  TRANSACTIONS TO THE KNOWN-PROBLEM REGISTER (DDNAME SQLPRB,    *
001200*  SEE SQLPRBR) FROM A SEQUENTIAL MAINTENANCE INPUT (DDNAME      *
001300*  SQLPRBIN).  A PROGRAM/SQLCODE COMBINATION THAT KEEPS OPENING  *
001400*  A NEW INCIDENT EVERY NIGHT IS REGISTERED HERE ONCE, WITH THE  *
001500*  SERVICE-DESK PROBLEM NUMBER, A WORKAROUND FOR THE DUTY        *
001600*  OPERATOR AND A TARGET FIX DATE; IT IS CLOSED (STATUS C) WHEN  *
001700*  THE FIX IS IN.  THE SQLPRB CLUSTER MUST ALREADY EXIST (SEE    *
001800*  SQLVDEF5).                                                    *
001900*                                                                *
002000*  CARD FORMAT (SQLPRBIN):                                       *
002100*    COL   1       TRANSACTION CODE -- A(DD), C(HANGE), D(ELETE) *
002200*    COLS   2-9    PROGRAM NAME (SQLERRP)                        *
002300*    COLS  10-18   SQLCODE (SIGNED DISPLAY, MUST BE NEGATIVE)    *
002400*    COLS  19-26   JOB NAME (SPACES = EVERY JOB)                 *
002500*    COLS  27-34   PROBLEM NUMBER                                *
002600*    COL  35       STATUS -- O(PEN) OR C(LOSED)                  *
002700*    COLS  36-43   DATE RAISED (YYYYMMDD, SPACES = TODAY)        *
002800*    COLS  44-51   TARGET FIX DATE (YYYYMMDD)                    *
002900*    COLS  52-111  WORKAROUND (REQUIRED WHILE OPEN)              *
003000*    COLS 112-141  DESCRIPTION                                   *
003100*                                                                *
003200*  EVERY CARD IS ECHOED ON THE EDIT/AUDIT REPORT (DDNAME         *
003300*  SQLPRB01): A BAD CARD IS REJECTED WITH A REASON INSTEAD OF    *
003400*  LOADED, AND AN APPLIED CARD SHOWS THE BEFORE AND AFTER        *
003500*  IMAGES SO A LOAD'S EFFECT ON THE FILE IS ON RECORD.           *
003600******************************************************************
003700*  MODIFICATION HISTORY                                          *
003800*  DATE       BY   DESCRIPTION                                   *
003900*  ---------- ---- ------------------------------------------    *
004000*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-Z15.
004500 OBJECT-COMPUTER.   IBM-Z15.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MAINT-FILE    ASSIGN TO SQLPRBIN
004900            ORGANIZATION IS SEQUENTIAL
005000            FILE STATUS  IS WS-MAINT-STATUS.
005100     SELECT SQLPRB-FILE   ASSIGN TO SQLPRB
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE  IS DYNAMIC
005400            RECORD KEY   IS PB-PROBLEM-KEY
005500            FILE STATUS  IS WS-SQLPRB-STATUS.
005600     SELECT REPORT-FILE   ASSIGN TO SQLPRB01
005700            ORGANIZATION IS SEQUENTIAL
005800            FILE STATUS  IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MAINT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  MAINT-RECORD.
006600     05  MR-TRANS-CODE             PIC X(01).
006700         88  MR-TRANS-ADD              VALUE 'A'.
006800         88  MR-TRANS-CHANGE           VALUE 'C'.
006900         88  MR-TRANS-DELETE           VALUE 'D'.
007000     05  MR-PROGRAM                PIC X(08).
007100     05  MR-SQLCODE                PIC S9(09).
007200     05  MR-JOB-NAME               PIC X(08).
007300     05  MR-PROBLEM-ID             PIC X(08).
007400     05  MR-STATUS                 PIC X(01).
007500         88  MR-STATUS-VALID           VALUE 'O', 'C'.
007600         88  MR-STATUS-OPEN            VALUE 'O'.
007700     05  MR-RAISED-DATE            PIC X(08).
007800     05  MR-TARGET-DATE            PIC X(08).
007900     05  MR-WORKAROUND             PIC X(60).
008000     05  MR-DESCRIPTION            PIC X(30).
008100
008200 FD  SQLPRB-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY SQLPRBR.
008500
008600 FD  REPORT-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  PRT-RECORD                    PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  WS-MAINT-STATUS               PIC X(02) VALUE SPACES.
009300 77  WS-SQLPRB-STATUS              PIC X(02) VALUE SPACES.
009400 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009700         88  WS-EOF                    VALUE 'Y'.
009800     05  WS-CARD-OK-SW             PIC X(01) VALUE 'N'.
009900         88  WS-CARD-OK                VALUE 'Y'.
010000     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
010100         88  WS-RECORD-FOUND           VALUE 'Y'.
010200 77  WS-RECORDS-ADDED              PIC S9(09) COMP VALUE ZERO.
010300 77  WS-RECORDS-CHANGED            PIC S9(09) COMP VALUE ZERO.
010400 77  WS-RECORDS-DELETED            PIC S9(09) COMP VALUE ZERO.
010500 77  WS-RECORDS-REJECTED           PIC S9(09) COMP VALUE ZERO.
010600 01  WS-RUN-DATE                   PIC 9(08).
010700 01  WS-RAISED-DATE                PIC X(08).
010800
010900     COPY SQLD01C.
011000
011100 01  WS-HEADING-1.
011200     05  FILLER                    PIC X(10) VALUE 'SQLPRB01'.
011300     05  FILLER                    PIC X(42)
011400             VALUE 'KNOWN-PROBLEM REGISTER EDIT/AUDIT REPORT'.
011500     05  FILLER                    PIC X(05) VALUE 'RUN: '.
011600     05  WH1-RUN-DATE              PIC 9(08).
011700
011800 01  WS-CARD-LINE.
011900     05  FILLER                    PIC X(06) VALUE 'CARD: '.
012000     05  CD-TRANS-CODE             PIC X(01).
012100     05  FILLER                    PIC X(01) VALUE SPACE.
012200     05  CD-PROGRAM                PIC X(08).
012300     05  FILLER                    PIC X(01) VALUE SPACE.
012400     05  CD-SQLCODE                PIC -(9)9.
012500     05  FILLER                    PIC X(01) VALUE SPACE.
012600     05  CD-JOB-NAME               PIC X(08).
012700     05  FILLER                    PIC X(02) VALUE SPACES.
012800     05  CD-RESULT                 PIC X(08).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  CD-REASON                 PIC X(48).
013100
013200 01  WS-IMAGE-LINE.
013300     05  IM-LABEL                  PIC X(08).
013400     05  IM-PROGRAM                PIC X(08).
013500     05  FILLER                    PIC X(01) VALUE SPACE.
013600     05  IM-SQLCODE                PIC -(9)9.
013700     05  FILLER                    PIC X(01) VALUE SPACE.
013800     05  IM-JOB-NAME               PIC X(08).
013900     05  FILLER                    PIC X(01) VALUE SPACE.
014000     05  IM-PROBLEM-ID             PIC X(08).
014100     05  FILLER                    PIC X(01) VALUE SPACE.
014200     05  IM-STATUS                 PIC X(01).
014300     05  FILLER                    PIC X(09) VALUE ' RAISED='.
014400     05  IM-RAISED-DATE            PIC X(08).
014500     05  FILLER                    PIC X(09) VALUE ' TARGET='.
014600     05  IM-TARGET-DATE            PIC X(08).
014700     05  FILLER                    PIC X(01) VALUE SPACE.
014800     05  IM-DESCRIPTION            PIC X(30).
014900
015000 01  WS-WORKAROUND-LINE.
015100     05  FILLER                    PIC X(08) VALUE SPACES.
015200     05  FILLER                    PIC X(12) VALUE 'WORKAROUND: '.
015300     05  IM-WORKAROUND             PIC X(60).
015400
015500 01  WS-BEFORE-LINE                PIC X(132) VALUE SPACES.
015600 01  WS-BEFORE-WORK-LINE           PIC X(132) VALUE SPACES.
015700
015800 01  WS-COUNT-LINE.
015900     05  FILLER                    PIC X(17)
016000             VALUE 'SQLPRB01 - ADDED='.
016100     05  WC-RECORDS-ADDED          PIC ZZZ,ZZ9.
016200     05  FILLER                    PIC X(09) VALUE ' CHANGED='.
016300     05  WC-RECORDS-CHANGED        PIC ZZZ,ZZ9.
016400     05  FILLER                    PIC X(09) VALUE ' DELETED='.
016500     05  WC-RECORDS-DELETED        PIC ZZZ,ZZ9.
016600     05  FILLER                    PIC X(10) VALUE ' REJECTED='.
016700     05  WC-RECORDS-REJECTED       PIC ZZZ,ZZ9.
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
017200     PERFORM 2000-PROCESS-MAINT    THRU 2000-EXIT
017300         UNTIL WS-EOF.
017400     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
017500     STOP RUN.
017600
017700 1000-INITIALIZE.
017800     OPEN INPUT MAINT-FILE.
017900     OPEN I-O   SQLPRB-FILE.
018000     OPEN OUTPUT REPORT-FILE.
018100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018200     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
018300     WRITE PRT-RECORD FROM WS-HEADING-1.
018400     READ MAINT-FILE
018500         AT END SET WS-EOF TO TRUE
018600     END-READ.
018700 1000-EXIT.
018800     EXIT.
018900
019000 2000-PROCESS-MAINT.
019100     MOVE MR-TRANS-CODE TO CD-TRANS-CODE.
019200     MOVE MR-PROGRAM    TO CD-PROGRAM.
019300     MOVE MR-JOB-NAME   TO CD-JOB-NAME.
019400     IF MR-SQLCODE IS NUMERIC
019500         MOVE MR-SQLCODE TO CD-SQLCODE
019600     ELSE
019700         MOVE ZERO       TO CD-SQLCODE
019800     END-IF.
019900     MOVE SPACES TO CD-REASON.
020000     PERFORM 2100-EDIT-CARD        THRU 2100-EXIT.
020100     IF WS-CARD-OK
020200         PERFORM 2200-APPLY-CARD   THRU 2200-EXIT
020300     END-IF.
020400     WRITE PRT-RECORD FROM WS-CARD-LINE.
020500     IF WS-CARD-OK
020600         PERFORM 2800-PRINT-IMAGES THRU 2800-EXIT
020700     END-IF.
020800     READ MAINT-FILE
020900         AT END SET WS-EOF TO TRUE
021000     END-READ.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-EDIT-CARD.
021500     SET WS-CARD-OK TO TRUE.
021600     IF NOT MR-TRANS-ADD AND NOT MR-TRANS-CHANGE
021700        AND NOT MR-TRANS-DELETE
021800         MOVE 'TRANS CODE NOT A, C OR D'    TO CD-REASON
021900         GO TO 2100-REJECT
022000     END-IF.
022100     IF MR-PROGRAM = SPACES
022200         MOVE 'PROGRAM NAME MISSING'        TO CD-REASON
022300         GO TO 2100-REJECT
022400     END-IF.
022500     IF MR-SQLCODE NOT NUMERIC
022600         MOVE 'SQLCODE NOT NUMERIC'         TO CD-REASON
022700         GO TO 2100-REJECT
022800     END-IF.
022900     IF MR-TRANS-DELETE
023000         GO TO 2100-EXIT
023100     END-IF.
023200     IF MR-SQLCODE NOT < ZERO
023300         MOVE 'SQLCODE MUST BE NEGATIVE (HARD ERROR)'
023400             TO CD-REASON
023500         GO TO 2100-REJECT
023600     END-IF.
023700     IF MR-PROBLEM-ID = SPACES
023800         MOVE 'PROBLEM NUMBER MISSING'      TO CD-REASON
023900         GO TO 2100-REJECT
024000     END-IF.
024100     IF NOT MR-STATUS-VALID
024200         MOVE 'STATUS NOT O OR C'           TO CD-REASON
024300         GO TO 2100-REJECT
024400     END-IF.
024500     IF MR-RAISED-DATE = SPACES
024600         MOVE WS-RUN-DATE    TO WS-RAISED-DATE
024700     ELSE
024800         MOVE MR-RAISED-DATE TO WS-RAISED-DATE
024900     END-IF.
025000     IF WS-RAISED-DATE NOT NUMERIC
025100         MOVE 'DATE RAISED NOT NUMERIC'     TO CD-REASON
025200         GO TO 2100-REJECT
025300     END-IF.
025400     MOVE WS-RAISED-DATE TO SQD-DATE-IN.
025500     PERFORM 2150-CHECK-DATE       THRU 2150-EXIT.
025600     IF NOT WS-CARD-OK
025700         MOVE 'DATE RAISED NOT A VALID DATE' TO CD-REASON
025800         GO TO 2100-REJECT
025900     END-IF.
026000     IF MR-TARGET-DATE NOT NUMERIC
026100         MOVE 'TARGET FIX DATE NOT NUMERIC' TO CD-REASON
026200         GO TO 2100-REJECT
026300     END-IF.
026400     MOVE MR-TARGET-DATE TO SQD-DATE-IN.
026500     PERFORM 2150-CHECK-DATE       THRU 2150-EXIT.
026600     IF NOT WS-CARD-OK
026700         MOVE 'TARGET FIX DATE NOT A VALID DATE'
026800             TO CD-REASON
026900         GO TO 2100-REJECT
027000     END-IF.
027100     IF MR-TARGET-DATE < WS-RAISED-DATE
027200         MOVE 'TARGET FIX DATE IS BEFORE DATE RAISED'
027300             TO CD-REASON
027400         GO TO 2100-REJECT
027500     END-IF.
027600     IF MR-STATUS-OPEN
027700        AND MR-WORKAROUND = SPACES
027800         MOVE 'WORKAROUND REQUIRED FOR AN OPEN PROBLEM'
027900             TO CD-REASON
028000         GO TO 2100-REJECT
028100     END-IF.
028200     GO TO 2100-EXIT.
028300 2100-REJECT.
028400     MOVE 'N' TO WS-CARD-OK-SW.
028500     MOVE 'REJECTED' TO CD-RESULT.
028600     ADD 1 TO WS-RECORDS-REJECTED.
028700 2100-EXIT.
028800     EXIT.
028900
029000 2150-CHECK-DATE.
029100     SET SQD-FN-DAYNUM TO TRUE.
029200     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
029300     IF NOT SQD-RC-OK
029400         MOVE 'N' TO WS-CARD-OK-SW
029500     END-IF.
029600 2150-EXIT.
029700     EXIT.
029800
029900 2200-APPLY-CARD.
030000     MOVE MR-PROGRAM  TO PB-PROGRAM.
030100     MOVE MR-SQLCODE  TO PB-SQLCODE.
030200     MOVE MR-JOB-NAME TO PB-JOB-NAME.
030300     SET WS-RECORD-FOUND TO TRUE.
030400     READ SQLPRB-FILE
030500         INVALID KEY
030600             MOVE 'N' TO WS-FOUND-SW
030700     END-READ.
030800     EVALUATE TRUE
030900         WHEN MR-TRANS-ADD AND WS-RECORD-FOUND
031000             MOVE 'PROBLEM ALREADY ON FILE, USE CHANGE'
031100                 TO CD-REASON
031200             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
031300         WHEN MR-TRANS-CHANGE AND NOT WS-RECORD-FOUND
031400             MOVE 'PROBLEM NOT ON FILE, USE ADD'
031500                 TO CD-REASON
031600             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
031700         WHEN MR-TRANS-DELETE AND NOT WS-RECORD-FOUND
031800             MOVE 'PROBLEM NOT ON FILE'
031900                 TO CD-REASON
032000             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
032100         WHEN MR-TRANS-ADD
032200             PERFORM 2300-ADD-RECORD    THRU 2300-EXIT
032300         WHEN MR-TRANS-CHANGE
032400             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
032500         WHEN MR-TRANS-DELETE
032600             PERFORM 2500-DELETE-RECORD THRU 2500-EXIT
032700     END-EVALUATE.
032800 2200-EXIT.
032900     EXIT.
033000
033100 2300-ADD-RECORD.
033200     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
033300     WRITE PB-PROBLEM-RECORD
033400         INVALID KEY
033500             CONTINUE
033600     END-WRITE.
033700     MOVE 'ADDED'  TO CD-RESULT.
033800     ADD 1 TO WS-RECORDS-ADDED.
033900 2300-EXIT.
034000     EXIT.
034100
034200 2400-CHANGE-RECORD.
034300     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
034400     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
034500     REWRITE PB-PROBLEM-RECORD.
034600     MOVE 'CHANGED' TO CD-RESULT.
034700     ADD 1 TO WS-RECORDS-CHANGED.
034800 2400-EXIT.
034900     EXIT.
035000
035100 2500-DELETE-RECORD.
035200     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
035300     DELETE SQLPRB-FILE RECORD.
035400     MOVE 'DELETED' TO CD-RESULT.
035500     ADD 1 TO WS-RECORDS-DELETED.
035600 2500-EXIT.
035700     EXIT.
035800
035900 2600-BUILD-RECORD.
036000     MOVE SPACES           TO PB-PROBLEM-RECORD.
036100     MOVE MR-PROGRAM       TO PB-PROGRAM.
036200     MOVE MR-SQLCODE       TO PB-SQLCODE.
036300     MOVE MR-JOB-NAME      TO PB-JOB-NAME.
036400     MOVE MR-PROBLEM-ID    TO PB-PROBLEM-ID.
036500     MOVE MR-STATUS        TO PB-STATUS.
036600     MOVE WS-RAISED-DATE   TO PB-RAISED-DATE.
036700     MOVE MR-TARGET-DATE   TO PB-TARGET-DATE.
036800     MOVE MR-WORKAROUND    TO PB-WORKAROUND.
036900     MOVE MR-DESCRIPTION   TO PB-DESCRIPTION.
037000 2600-EXIT.
037100     EXIT.
037200
037300 2700-REJECT-CARD.
037400     MOVE 'N' TO WS-CARD-OK-SW.
037500     MOVE 'REJECTED' TO CD-RESULT.
037600     ADD 1 TO WS-RECORDS-REJECTED.
037700 2700-EXIT.
037800     EXIT.
037900
038000 2800-PRINT-IMAGES.
038100     IF MR-TRANS-CHANGE OR MR-TRANS-DELETE
038200         WRITE PRT-RECORD FROM WS-BEFORE-LINE
038300         WRITE PRT-RECORD FROM WS-BEFORE-WORK-LINE
038400     END-IF.
038500     IF MR-TRANS-ADD OR MR-TRANS-CHANGE
038600         MOVE 'AFTER   '     TO IM-LABEL
038700         PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
038800         WRITE PRT-RECORD FROM WS-IMAGE-LINE
038900         WRITE PRT-RECORD FROM WS-WORKAROUND-LINE
039000     END-IF.
039100 2800-EXIT.
039200     EXIT.
039300
039400 2850-FORMAT-IMAGE.
039500     MOVE PB-PROGRAM       TO IM-PROGRAM.
039600     MOVE PB-SQLCODE       TO IM-SQLCODE.
039700     MOVE PB-JOB-NAME      TO IM-JOB-NAME.
039800     MOVE PB-PROBLEM-ID    TO IM-PROBLEM-ID.
039900     MOVE PB-STATUS        TO IM-STATUS.
040000     MOVE PB-RAISED-DATE   TO IM-RAISED-DATE.
040100     MOVE PB-TARGET-DATE   TO IM-TARGET-DATE.
040200     MOVE PB-DESCRIPTION   TO IM-DESCRIPTION.
040300     MOVE PB-WORKAROUND    TO IM-WORKAROUND.
040400 2850-EXIT.
040500     EXIT.
040600
040700 2900-SAVE-BEFORE.
040800     MOVE 'BEFORE  '     TO IM-LABEL.
040900     PERFORM 2850-FORMAT-IMAGE     THRU 2850-EXIT.
041000     MOVE WS-IMAGE-LINE      TO WS-BEFORE-LINE.
041100     MOVE WS-WORKAROUND-LINE TO WS-BEFORE-WORK-LINE.
041200 2900-EXIT.
041300     EXIT.
041400
041500 9999-TERMINATE.
041600     CLOSE MAINT-FILE.
041700     CLOSE SQLPRB-FILE.
041800     CLOSE REPORT-FILE.
041900     MOVE WS-RECORDS-ADDED    TO WC-RECORDS-ADDED.
042000     MOVE WS-RECORDS-CHANGED  TO WC-RECORDS-CHANGED.
042100     MOVE WS-RECORDS-DELETED  TO WC-RECORDS-DELETED.
042200     MOVE WS-RECORDS-REJECTED TO WC-RECORDS-REJECTED.
042300     DISPLAY WS-COUNT-LINE.
042400 9999-EXIT.
042500     EXIT.
