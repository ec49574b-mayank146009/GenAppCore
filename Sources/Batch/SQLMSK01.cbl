000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLMSK01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLMSK01  --  HOST-VARIABLE MASKING RULES MAINTENANCE         *
000900*                                                                *
001000*  OPS-MAINTAINED UTILITY THAT APPLIES ADD/CHANGE/DELETE         *
001100*  TRANSACTIONS TO THE HOST-VARIABLE MASKING RULES FILE (DDNAME  *
001200*  SQLMSK, SEE SQLMSKR) FROM A SEQUENTIAL MAINTENANCE INPUT      *
001300*  (DDNAME SQLMSKIN).  SQLERR01 APPLIES THE RULES (THROUGH       *
001400*  SQLHVM01) TO EVERY HOST VARIABLE BEFORE IT IS WRITTEN TO THE  *
001500*  DIAGNOSTIC DUMP FILE, SO ACCOUNT, CARD AND OTHER CUSTOMER     *
001600*  VALUES ARE NOT HELD IN THE CLEAR.  THE SQLMSK CLUSTER MUST    *
001700*  ALREADY EXIST (SEE SQLVDEF9).                                 *
001800*                                                                *
001900*  CARD FORMAT (SQLMSKIN):                                       *
002000*    COL   1       TRANSACTION CODE -- A(DD), C(HANGE), D(ELETE) *
002100*    COLS   2-9    RULE ID                                       *
002200*    COLS  10-29   HOST-VARIABLE NAME MASK, E.G. '*ACCT*'        *
002300*    COLS  30-37   PROGRAM MASK ('*' = REST OF NAME, BLANK =     *
002400*                  ALL PROGRAMS)                                 *
002500*    COL  38       METHOD -- F(ULL MASK), L(AST FOUR KEPT) OR    *
002600*                  T(OKEN, ONE-WAY)                              *
002700*    COLS  39-68   DESCRIPTION                                   *
002800*                                                                *
002900*  THE NAME MASK MAY CARRY A '*' ONLY AS ITS FIRST AND/OR LAST   *
003000*  CHARACTER, WITH NO EMBEDDED BLANKS, AND MUST HAVE AT LEAST    *
003100*  ONE OTHER CHARACTER.  A RULE WITH THE SAME NAME AND PROGRAM   *
003200*  MASKS AS ANOTHER RULE ON FILE IS REJECTED, SINCE ONLY ONE OF  *
003300*  THE TWO COULD EVER BE APPLIED.  AN ADD IS REJECTED ONCE THE   *
003310*  FILE HOLDS 100 RULES, THE MOST SQLHVM01 CAN LOAD -- WITH MORE *
003320*  IT WOULD MASK EVERY VALUE IN FULL.                            *
003400*                                                                *
003500*  EVERY CARD IS ECHOED ON THE EDIT/AUDIT REPORT (DDNAME         *
003600*  SQLMSK01): A BAD CARD IS REJECTED WITH A REASON INSTEAD OF    *
003700*  LOADED, AND AN APPLIED CARD SHOWS THE BEFORE AND AFTER        *
003800*  IMAGES SO A LOAD'S EFFECT ON THE FILE IS ON RECORD.           *
003900******************************************************************
004000*  MODIFICATION HISTORY                                          *
004100*  DATE       BY   DESCRIPTION                                   *
004200*  ---------- ---- ------------------------------------------    *
004300*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-Z15.
004800 OBJECT-COMPUTER.   IBM-Z15.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT MAINT-FILE    ASSIGN TO SQLMSKIN
005200            ORGANIZATION IS SEQUENTIAL
005300            FILE STATUS  IS WS-MAINT-STATUS.
005400     SELECT SQLMSK-FILE   ASSIGN TO SQLMSK
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE  IS DYNAMIC
005700            RECORD KEY   IS MK-RULE-ID
005800            FILE STATUS  IS WS-SQLMSK-STATUS.
005900     SELECT REPORT-FILE   ASSIGN TO SQLMSK01
006000            ORGANIZATION IS SEQUENTIAL
006100            FILE STATUS  IS WS-REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  MAINT-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  MAINT-RECORD.
006900     05  MR-TRANS-CODE             PIC X(01).
007000         88  MR-TRANS-ADD              VALUE 'A'.
007100         88  MR-TRANS-CHANGE           VALUE 'C'.
007200         88  MR-TRANS-DELETE           VALUE 'D'.
007300     05  MR-RULE-ID                PIC X(08).
007400     05  MR-VAR-MASK               PIC X(20).
007500     05  MR-PROGRAM-MASK           PIC X(08).
007600     05  MR-METHOD                 PIC X(01).
007700         88  MR-METHOD-VALID           VALUE 'F' 'L' 'T'.
007800     05  MR-DESCRIPTION            PIC X(30).
007900     05  FILLER                    PIC X(12).
008000
008100 FD  SQLMSK-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY SQLMSKR.
008400
008500 FD  REPORT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  PRT-RECORD                    PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 77  WS-MAINT-STATUS               PIC X(02) VALUE SPACES.
009200 77  WS-SQLMSK-STATUS              PIC X(02) VALUE SPACES.
009300 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009600         88  WS-EOF                    VALUE 'Y'.
009700     05  WS-CARD-OK-SW             PIC X(01) VALUE 'N'.
009800         88  WS-CARD-OK                VALUE 'Y'.
009900     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
010000         88  WS-RECORD-FOUND           VALUE 'Y'.
010100     05  WS-BROWSE-EOF-SW          PIC X(01) VALUE 'N'.
010200         88  WS-BROWSE-EOF             VALUE 'Y'.
010300     05  WS-DUPLICATE-SW           PIC X(01) VALUE 'N'.
010400         88  WS-DUPLICATE-FOUND        VALUE 'Y'.
010500 77  WS-RECORDS-ADDED              PIC S9(09) COMP VALUE ZERO.
010600 77  WS-RECORDS-CHANGED            PIC S9(09) COMP VALUE ZERO.
010700 77  WS-RECORDS-DELETED            PIC S9(09) COMP VALUE ZERO.
010800 77  WS-RECORDS-REJECTED           PIC S9(09) COMP VALUE ZERO.
010900 77  WS-MASK-LEN                   PIC S9(04) COMP VALUE ZERO.
011000 77  WS-STAR-COUNT                 PIC S9(04) COMP VALUE ZERO.
011100 77  WS-EDGE-STARS                 PIC S9(04) COMP VALUE ZERO.
011110 77  WS-RULES-ON-FILE              PIC S9(04) COMP VALUE ZERO.
011120 77  WS-RULE-LIMIT                 PIC S9(04) COMP VALUE 100.
011200 01  WS-RUN-DATE                   PIC 9(08).
011300 01  WS-DUPLICATE-ID               PIC X(08) VALUE SPACES.
011400
011500 01  WS-HEADING-1.
011600     05  FILLER                    PIC X(10) VALUE 'SQLMSK01'.
011700     05  FILLER                    PIC X(42)
011800             VALUE 'HOST-VARIABLE MASKING RULES EDIT/AUDIT'.
011900     05  FILLER                    PIC X(05) VALUE 'RUN: '.
012000     05  WH1-RUN-DATE              PIC 9(08).
012100
012200 01  WS-CARD-LINE.
012300     05  FILLER                    PIC X(06) VALUE 'CARD: '.
012400     05  CD-TRANS-CODE             PIC X(01).
012500     05  FILLER                    PIC X(01) VALUE SPACE.
012600     05  CD-RULE-ID                PIC X(08).
012700     05  FILLER                    PIC X(02) VALUE SPACES.
012800     05  CD-RESULT                 PIC X(08).
012900     05  FILLER                    PIC X(02) VALUE SPACES.
013000     05  CD-REASON                 PIC X(48).
013100
013200 01  WS-IMAGE-LINE.
013300     05  IM-LABEL                  PIC X(08).
013400     05  IM-RULE-ID                PIC X(08).
013500     05  FILLER                    PIC X(01) VALUE SPACE.
013600     05  IM-VAR-MASK               PIC X(20).
013700     05  FILLER                    PIC X(01) VALUE SPACE.
013800     05  IM-PROGRAM-MASK           PIC X(08).
013900     05  FILLER                    PIC X(01) VALUE SPACE.
014000     05  IM-METHOD                 PIC X(01).
014100     05  FILLER                    PIC X(01) VALUE SPACE.
014200     05  IM-METHOD-TEXT            PIC X(13).
014300     05  FILLER                    PIC X(01) VALUE SPACE.
014400     05  IM-DESCRIPTION            PIC X(30).
014500
014600 01  WS-BEFORE-LINE                PIC X(132) VALUE SPACES.
014700
014800 01  WS-COUNT-LINE.
014900     05  FILLER                    PIC X(17)
015000             VALUE 'SQLMSK01 - ADDED='.
015100     05  WC-RECORDS-ADDED          PIC ZZZ,ZZ9.
015200     05  FILLER                    PIC X(09) VALUE ' CHANGED='.
015300     05  WC-RECORDS-CHANGED        PIC ZZZ,ZZ9.
015400     05  FILLER                    PIC X(09) VALUE ' DELETED='.
015500     05  WC-RECORDS-DELETED        PIC ZZZ,ZZ9.
015600     05  FILLER                    PIC X(10) VALUE ' REJECTED='.
015700     05  WC-RECORDS-REJECTED       PIC ZZZ,ZZ9.
015800
015900 PROCEDURE DIVISION.
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
016200     PERFORM 2000-PROCESS-MAINT    THRU 2000-EXIT
016300         UNTIL WS-EOF.
016400     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
016500     STOP RUN.
016600
016700 1000-INITIALIZE.
016800     OPEN INPUT MAINT-FILE.
016900     OPEN I-O   SQLMSK-FILE.
017000     OPEN OUTPUT REPORT-FILE.
017100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017200     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
017300     WRITE PRT-RECORD FROM WS-HEADING-1.
017400     READ MAINT-FILE
017500         AT END SET WS-EOF TO TRUE
017600     END-READ.
017700 1000-EXIT.
017800     EXIT.
017900
018000 2000-PROCESS-MAINT.
018100     MOVE MR-TRANS-CODE TO CD-TRANS-CODE.
018200     MOVE MR-RULE-ID    TO CD-RULE-ID.
018300     MOVE SPACES TO CD-REASON.
018400     PERFORM 2100-EDIT-CARD        THRU 2100-EXIT.
018500     IF WS-CARD-OK
018600         PERFORM 2200-APPLY-CARD   THRU 2200-EXIT
018700     END-IF.
018800     WRITE PRT-RECORD FROM WS-CARD-LINE.
018900     IF WS-CARD-OK
019000         PERFORM 2800-PRINT-IMAGES THRU 2800-EXIT
019100     END-IF.
019200     READ MAINT-FILE
019300         AT END SET WS-EOF TO TRUE
019400     END-READ.
019500 2000-EXIT.
019600     EXIT.
019700
019800 2100-EDIT-CARD.
019900     SET WS-CARD-OK TO TRUE.
020000     IF NOT MR-TRANS-ADD AND NOT MR-TRANS-CHANGE
020100        AND NOT MR-TRANS-DELETE
020200         MOVE 'TRANS CODE NOT A, C OR D'    TO CD-REASON
020300         GO TO 2100-REJECT
020400     END-IF.
020500     IF MR-RULE-ID = SPACES
020600         MOVE 'RULE ID MISSING'             TO CD-REASON
020700         GO TO 2100-REJECT
020800     END-IF.
020900     IF MR-TRANS-DELETE
021000         GO TO 2100-EXIT
021100     END-IF.
021200     IF MR-VAR-MASK = SPACES
021300         MOVE 'HOST-VARIABLE NAME MASK MISSING' TO CD-REASON
021400         GO TO 2100-REJECT
021500     END-IF.
021600     PERFORM 2150-EDIT-VAR-MASK    THRU 2150-EXIT.
021700     IF NOT WS-CARD-OK
021800         GO TO 2100-REJECT
021900     END-IF.
022000     IF NOT MR-METHOD-VALID
022100         MOVE 'METHOD NOT F, L OR T'        TO CD-REASON
022200         GO TO 2100-REJECT
022300     END-IF.
022400     GO TO 2100-EXIT.
022500 2100-REJECT.
022600     MOVE 'N' TO WS-CARD-OK-SW.
022700     MOVE 'REJECTED' TO CD-RESULT.
022800     ADD 1 TO WS-RECORDS-REJECTED.
022900 2100-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*  THE MASK MUST START IN COLUMN 10, HAVE NO EMBEDDED BLANK, AND *
023400*  CARRY A '*' ONLY AT ITS EDGES WITH SOMETHING BETWEEN THEM.    *
023500******************************************************************
023600 2150-EDIT-VAR-MASK.
023700     MOVE ZERO TO WS-MASK-LEN WS-STAR-COUNT WS-EDGE-STARS.
023800     INSPECT MR-VAR-MASK TALLYING WS-MASK-LEN
023900         FOR CHARACTERS BEFORE INITIAL SPACE.
024000     IF WS-MASK-LEN = ZERO
024100         MOVE 'NAME MASK HAS A LEADING BLANK' TO CD-REASON
024200         MOVE 'N' TO WS-CARD-OK-SW
024300         GO TO 2150-EXIT
024400     END-IF.
024500     IF WS-MASK-LEN < LENGTH OF MR-VAR-MASK
024600         IF MR-VAR-MASK (WS-MASK-LEN + 1:) NOT = SPACES
024700             MOVE 'NAME MASK HAS AN EMBEDDED BLANK' TO CD-REASON
024800             MOVE 'N' TO WS-CARD-OK-SW
024900             GO TO 2150-EXIT
025000         END-IF
025100     END-IF.
025200     INSPECT MR-VAR-MASK (1:WS-MASK-LEN) TALLYING WS-STAR-COUNT
025300         FOR ALL '*'.
025400     IF MR-VAR-MASK (1:1) = '*'
025500         ADD 1 TO WS-EDGE-STARS
025600     END-IF.
025700     IF MR-VAR-MASK (WS-MASK-LEN:1) = '*'
025800        AND WS-MASK-LEN > 1
025900         ADD 1 TO WS-EDGE-STARS
026000     END-IF.
026100     IF WS-STAR-COUNT NOT = WS-EDGE-STARS
026200         MOVE 'NAME MASK HAS A * INSIDE THE NAME' TO CD-REASON
026300         MOVE 'N' TO WS-CARD-OK-SW
026400         GO TO 2150-EXIT
026500     END-IF.
026600     IF WS-MASK-LEN NOT > WS-EDGE-STARS
026700         MOVE 'NAME MASK MATCHES EVERY HOST VARIABLE'
026800             TO CD-REASON
026900         MOVE 'N' TO WS-CARD-OK-SW
027000     END-IF.
027100 2150-EXIT.
027200     EXIT.
027300
027400 2200-APPLY-CARD.
027500     IF NOT MR-TRANS-DELETE
027600         PERFORM 2250-CHECK-DUPLICATE THRU 2250-EXIT
027700         IF WS-DUPLICATE-FOUND
027800             MOVE SPACES TO CD-REASON
027900             STRING 'SAME NAME AND PROGRAM MASKS AS RULE '
028000                    WS-DUPLICATE-ID
028100                    DELIMITED BY SIZE INTO CD-REASON
028200             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
028300             GO TO 2200-EXIT
028400         END-IF
028500     END-IF.
028510     IF MR-TRANS-ADD
028520        AND WS-RULES-ON-FILE NOT < WS-RULE-LIMIT
028530         MOVE 'RULE LIMIT OF 100 REACHED - DELETE A RULE FIRST'
028540             TO CD-REASON
028550         PERFORM 2700-REJECT-CARD THRU 2700-EXIT
028560         GO TO 2200-EXIT
028570     END-IF.
028600     MOVE MR-RULE-ID TO MK-RULE-ID.
028700     SET WS-RECORD-FOUND TO TRUE.
028800     READ SQLMSK-FILE
028900         INVALID KEY
029000             MOVE 'N' TO WS-FOUND-SW
029100     END-READ.
029200     EVALUATE TRUE
029300         WHEN MR-TRANS-ADD AND WS-RECORD-FOUND
029400             MOVE 'RULE ALREADY ON FILE, USE CHANGE'
029500                 TO CD-REASON
029600             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
029700         WHEN MR-TRANS-CHANGE AND NOT WS-RECORD-FOUND
029800             MOVE 'RULE NOT ON FILE, USE ADD'
029900                 TO CD-REASON
030000             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
030100         WHEN MR-TRANS-DELETE AND NOT WS-RECORD-FOUND
030200             MOVE 'RULE NOT ON FILE'
030300                 TO CD-REASON
030400             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
030500         WHEN MR-TRANS-ADD
030600             PERFORM 2300-ADD-RECORD    THRU 2300-EXIT
030700         WHEN MR-TRANS-CHANGE
030800             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
030900         WHEN MR-TRANS-DELETE
031000             PERFORM 2500-DELETE-RECORD THRU 2500-EXIT
031100     END-EVALUATE.
031200 2200-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*  BROWSE EVERY RULE ON FILE.  ANOTHER RULE (A CHANGE CARD IS    *
031700*  NOT COMPARED WITH ITS OWN OLD IMAGE) WITH THE SAME NAME AND   *
031800*  PROGRAM MASKS IS A DUPLICATE -- ONLY THE FIRST IN RULE-ID     *
031900*  ORDER WOULD EVER BE APPLIED.  THE RULES READ ARE COUNTED FOR  *
031910*  THE RULE LIMIT ON AN ADD.                                     *
032000******************************************************************
032100 2250-CHECK-DUPLICATE.
032200     MOVE 'N'    TO WS-DUPLICATE-SW.
032210     MOVE ZERO   TO WS-RULES-ON-FILE.
032300     MOVE 'N'    TO WS-BROWSE-EOF-SW.
032400     MOVE SPACES TO WS-DUPLICATE-ID.
032500     MOVE LOW-VALUES TO MK-RULE-ID.
032600     START SQLMSK-FILE KEY IS NOT LESS THAN MK-RULE-ID
032700         INVALID KEY
032800             SET WS-BROWSE-EOF TO TRUE
032900     END-START.
033000     PERFORM 2260-CHECK-ONE-RULE   THRU 2260-EXIT
033100         UNTIL WS-BROWSE-EOF
033200            OR WS-DUPLICATE-FOUND.
033300 2250-EXIT.
033400     EXIT.
033500
033600 2260-CHECK-ONE-RULE.
033700     READ SQLMSK-FILE NEXT RECORD
033800         AT END
033900             SET WS-BROWSE-EOF TO TRUE
034000             GO TO 2260-EXIT
034100     END-READ.
034110     ADD 1 TO WS-RULES-ON-FILE.
034200     IF MK-RULE-ID = MR-RULE-ID
034300         GO TO 2260-EXIT
034400     END-IF.
034500     IF MK-VAR-MASK     = MR-VAR-MASK
034600        AND MK-PROGRAM-MASK = MR-PROGRAM-MASK
034700         SET WS-DUPLICATE-FOUND TO TRUE
034800         MOVE MK-RULE-ID TO WS-DUPLICATE-ID
034900     END-IF.
035000 2260-EXIT.
035100     EXIT.
035200
035300 2300-ADD-RECORD.
035400     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
035500     WRITE MK-MASK-RULE-RECORD
035600         INVALID KEY
035700             CONTINUE
035800     END-WRITE.
035900     MOVE 'ADDED'  TO CD-RESULT.
036000     ADD 1 TO WS-RECORDS-ADDED.
036100 2300-EXIT.
036200     EXIT.
036300
036400 2400-CHANGE-RECORD.
036500     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
036600     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
036700     REWRITE MK-MASK-RULE-RECORD.
036800     MOVE 'CHANGED' TO CD-RESULT.
036900     ADD 1 TO WS-RECORDS-CHANGED.
037000 2400-EXIT.
037100     EXIT.
037200
037300 2500-DELETE-RECORD.
037400     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
037500     DELETE SQLMSK-FILE RECORD.
037600     MOVE 'DELETED' TO CD-RESULT.
037700     ADD 1 TO WS-RECORDS-DELETED.
037800 2500-EXIT.
037900     EXIT.
038000
038100 2600-BUILD-RECORD.
038200     MOVE SPACES           TO MK-MASK-RULE-RECORD.
038300     MOVE MR-RULE-ID       TO MK-RULE-ID.
038400     MOVE MR-VAR-MASK      TO MK-VAR-MASK.
038500     MOVE MR-PROGRAM-MASK  TO MK-PROGRAM-MASK.
038600     MOVE MR-METHOD        TO MK-METHOD.
038700     MOVE MR-DESCRIPTION   TO MK-DESCRIPTION.
038800 2600-EXIT.
038900     EXIT.
039000
039100 2700-REJECT-CARD.
039200     MOVE 'N' TO WS-CARD-OK-SW.
039300     MOVE 'REJECTED' TO CD-RESULT.
039400     ADD 1 TO WS-RECORDS-REJECTED.
039500 2700-EXIT.
039600     EXIT.
039700
039800 2800-PRINT-IMAGES.
039900     IF MR-TRANS-CHANGE OR MR-TRANS-DELETE
040000         WRITE PRT-RECORD FROM WS-BEFORE-LINE
040100     END-IF.
040200     IF MR-TRANS-ADD OR MR-TRANS-CHANGE
040300         MOVE 'AFTER   '     TO IM-LABEL
040400         PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
040500         WRITE PRT-RECORD FROM WS-IMAGE-LINE
040600     END-IF.
040700 2800-EXIT.
040800     EXIT.
040900
041000 2850-FORMAT-IMAGE.
041100     MOVE MK-RULE-ID       TO IM-RULE-ID.
041200     MOVE MK-VAR-MASK      TO IM-VAR-MASK.
041300     MOVE MK-PROGRAM-MASK  TO IM-PROGRAM-MASK.
041400     MOVE MK-METHOD        TO IM-METHOD.
041500     MOVE MK-DESCRIPTION   TO IM-DESCRIPTION.
041600     EVALUATE TRUE
041700         WHEN MK-FULL-MASK
041800             MOVE 'FULL MASK'     TO IM-METHOD-TEXT
041900         WHEN MK-KEEP-LAST-FOUR
042000             MOVE 'LAST FOUR'     TO IM-METHOD-TEXT
042100         WHEN MK-ONE-WAY-TOKEN
042200             MOVE 'ONE-WAY TOKEN' TO IM-METHOD-TEXT
042300         WHEN OTHER
042400             MOVE SPACES          TO IM-METHOD-TEXT
042500     END-EVALUATE.
042600 2850-EXIT.
042700     EXIT.
042800
042900 2900-SAVE-BEFORE.
043000     MOVE 'BEFORE  '     TO IM-LABEL.
043100     PERFORM 2850-FORMAT-IMAGE     THRU 2850-EXIT.
043200     MOVE WS-IMAGE-LINE  TO WS-BEFORE-LINE.
043300 2900-EXIT.
043400     EXIT.
043500
043600 9999-TERMINATE.
043700     CLOSE MAINT-FILE.
043800     CLOSE SQLMSK-FILE.
043900     CLOSE REPORT-FILE.
044000     MOVE WS-RECORDS-ADDED    TO WC-RECORDS-ADDED.
044100     MOVE WS-RECORDS-CHANGED  TO WC-RECORDS-CHANGED.
044200     MOVE WS-RECORDS-DELETED  TO WC-RECORDS-DELETED.
044300     MOVE WS-RECORDS-REJECTED TO WC-RECORDS-REJECTED.
044400     DISPLAY WS-COUNT-LINE.
044500 9999-EXIT.
044600     EXIT.
