000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLBLK01.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLBLK01  --  PLANNED-MAINTENANCE BLACKOUT WINDOW MAINTENANCE *
000900*                                                                *
001000*  OPS-MAINTAINED UTILITY THAT APPLIES ADD/CHANGE/DELETE         *
001100*  TRANSACTIONS TO THE BLACKOUT WINDOW FILE (DDNAME SQLBLK,      *
001200*  SEE SQLBLKR) FROM A SEQUENTIAL MAINTENANCE INPUT (DDNAME      *
001300*  SQLBLKIN).  SQLERR01 READS THE FILE SO THAT ERRORS RAISED     *
001400*  DURING A SCHEDULED REORG OR IMAGE COPY ARE LOGGED BUT NOT     *
001500*  PAGED, DO NOT OPEN AN INCIDENT AND ARE NOT TICKETED.  THE     *
001600*  SQLBLK CLUSTER MUST ALREADY EXIST (SEE SQLVDEF4).             *
001700*                                                                *
001800*  CARD FORMAT (SQLBLKIN):                                       *
001900*    COL   1       TRANSACTION CODE -- A(DD), C(HANGE), D(ELETE) *
002000*    COLS   2-9    WINDOW ID (NORMALLY THE CHANGE NUMBER)        *
002100*    COLS  10-17   START DATE (YYYYMMDD)  COLS 18-21 TIME (HHMM) *
002200*    COLS  22-29   END DATE (YYYYMMDD)    COLS 30-33 TIME (HHMM) *
002300*    COLS  34-41   PROGRAM MASK ('*' = REST OF NAME)             *
002400*    COLS  42-49   JOB NAME MASK                                 *
002500*    COLS  50-69   SQLERRMC RESOURCE-NAME MASK                   *
002600*    COLS  70-114  UP TO FIVE EXPECTED SQLCODES, NINE COLUMNS    *
002700*                  EACH (SIGNED DISPLAY), AT LEAST ONE REQUIRED  *
002800*    COLS 115-144  DESCRIPTION                                   *
002900*                                                                *
003000*  AT LEAST ONE OF THE THREE MASKS MUST BE GIVEN SO A WINDOW     *
003100*  CANNOT SILENCE EVERY PROGRAM IN THE SHOP.  A WINDOW WHOSE     *
003200*  END HAS ALREADY PASSED IS REJECTED, AS IS ONE THAT OVERLAPS   *
003300*  IN TIME ANOTHER WINDOW ON FILE WHOSE PROGRAM, JOB AND         *
003400*  RESOURCE MASKS COULD ALL MATCH THE SAME ERROR.                *
003500*                                                                *
003600*  EVERY CARD IS ECHOED ON THE EDIT/AUDIT REPORT (DDNAME         *
003700*  SQLBLK01): A BAD CARD IS REJECTED WITH A REASON INSTEAD OF    *
003800*  LOADED, AND AN APPLIED CARD SHOWS THE BEFORE AND AFTER        *
003900*  IMAGES SO A LOAD'S EFFECT ON THE FILE IS ON RECORD.           *
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
005200     SELECT MAINT-FILE    ASSIGN TO SQLBLKIN
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS  IS WS-MAINT-STATUS.
005500     SELECT SQLBLK-FILE   ASSIGN TO SQLBLK
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE  IS DYNAMIC
005800            RECORD KEY   IS BW-WINDOW-ID
005900            FILE STATUS  IS WS-SQLBLK-STATUS.
006000     SELECT REPORT-FILE   ASSIGN TO SQLBLK01
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS  IS WS-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MAINT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  MAINT-RECORD.
007000     05  MR-TRANS-CODE             PIC X(01).
007100         88  MR-TRANS-ADD              VALUE 'A'.
007200         88  MR-TRANS-CHANGE           VALUE 'C'.
007300         88  MR-TRANS-DELETE           VALUE 'D'.
007400     05  MR-WINDOW-ID              PIC X(08).
007500     05  MR-START-STAMP.
007600         10  MR-START-DATE         PIC X(08).
007700         10  MR-START-TIME         PIC X(04).
007800     05  MR-END-STAMP.
007900         10  MR-END-DATE           PIC X(08).
008000         10  MR-END-TIME           PIC X(04).
008100     05  MR-PROGRAM-MASK           PIC X(08).
008200     05  MR-JOB-MASK               PIC X(08).
008300     05  MR-RESOURCE-MASK          PIC X(20).
008400     05  MR-SQLCODE-GROUP.
008500         10  MR-SQLCODE            PIC S9(09)
008600                                   OCCURS 5 TIMES.
008700     05  MR-SQLCODE-TEXT REDEFINES MR-SQLCODE-GROUP.
008800         10  MR-SQLCODE-X          PIC X(09)
008900                                   OCCURS 5 TIMES.
009000     05  MR-DESCRIPTION            PIC X(30).
009100
009200 FD  SQLBLK-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY SQLBLKR.
009500
009600 FD  REPORT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  PRT-RECORD                    PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200 77  WS-MAINT-STATUS               PIC X(02) VALUE SPACES.
010300 77  WS-SQLBLK-STATUS              PIC X(02) VALUE SPACES.
010400 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
010500 01  WS-SWITCHES.
010600     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
010700         88  WS-EOF                    VALUE 'Y'.
010800     05  WS-CARD-OK-SW             PIC X(01) VALUE 'N'.
010900         88  WS-CARD-OK                VALUE 'Y'.
011000     05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
011100         88  WS-RECORD-FOUND           VALUE 'Y'.
011200     05  WS-BROWSE-EOF-SW          PIC X(01) VALUE 'N'.
011300         88  WS-BROWSE-EOF             VALUE 'Y'.
011400     05  WS-OVERLAP-SW             PIC X(01) VALUE 'N'.
011500         88  WS-OVERLAP-FOUND          VALUE 'Y'.
011600     05  WS-MASKS-MEET-SW          PIC X(01) VALUE 'N'.
011610         88  WS-MASKS-MEET             VALUE 'Y'.
011620 77  WS-RECORDS-ADDED              PIC S9(09) COMP VALUE ZERO.
011700 77  WS-RECORDS-CHANGED            PIC S9(09) COMP VALUE ZERO.
011800 77  WS-RECORDS-DELETED            PIC S9(09) COMP VALUE ZERO.
011900 77  WS-RECORDS-REJECTED           PIC S9(09) COMP VALUE ZERO.
012000 77  WS-CODE-IDX                   PIC S9(04) COMP VALUE ZERO.
012100 77  WS-CODE-COUNT                 PIC S9(04) COMP VALUE ZERO.
012200 01  WS-RUN-DATE                   PIC 9(08).
012300 01  WS-RUN-TIME                   PIC 9(08).
012400 01  WS-NOW-STAMP.
012500     05  WS-NOW-DATE               PIC 9(08).
012600     05  WS-NOW-TIME               PIC 9(04).
012700 01  WS-CHECK-TIME.
012800     05  WS-CHECK-HH               PIC 9(02).
012900     05  WS-CHECK-MM               PIC 9(02).
013000 01  WS-OVERLAP-ID                 PIC X(08) VALUE SPACES.
013010 01  WS-PAIR-MASKS.
013020     05  WS-PAIR-MASK-1            PIC X(08).
013030     05  WS-PAIR-MASK-2            PIC X(08).
013040     05  WS-PAIR-RES-1             PIC X(20).
013050     05  WS-PAIR-RES-2             PIC X(20).
013060 77  WS-PAIR-LEN-1                 PIC S9(04) COMP VALUE ZERO.
013070 77  WS-PAIR-LEN-2                 PIC S9(04) COMP VALUE ZERO.
013080 77  WS-PAIR-HITS                  PIC S9(04) COMP VALUE ZERO.
013100
013200     COPY SQLD01C.
013300
013400 01  WS-HEADING-1.
013500     05  FILLER                    PIC X(10) VALUE 'SQLBLK01'.
013600     05  FILLER                    PIC X(42)
013700             VALUE 'BLACKOUT WINDOW MAINTENANCE EDIT/AUDIT'.
013800     05  FILLER                    PIC X(05) VALUE 'RUN: '.
013900     05  WH1-RUN-DATE              PIC 9(08).
014000
014100 01  WS-CARD-LINE.
014200     05  FILLER                    PIC X(06) VALUE 'CARD: '.
014300     05  CD-TRANS-CODE             PIC X(01).
014400     05  FILLER                    PIC X(01) VALUE SPACE.
014500     05  CD-WINDOW-ID              PIC X(08).
014600     05  FILLER                    PIC X(02) VALUE SPACES.
014700     05  CD-RESULT                 PIC X(08).
014800     05  FILLER                    PIC X(02) VALUE SPACES.
014900     05  CD-REASON                 PIC X(48).
015000
015100 01  WS-IMAGE-LINE.
015200     05  IM-LABEL                  PIC X(08).
015300     05  IM-WINDOW-ID              PIC X(08).
015400     05  FILLER                    PIC X(01) VALUE SPACE.
015500     05  IM-START-DATE             PIC X(08).
015600     05  FILLER                    PIC X(01) VALUE SPACE.
015700     05  IM-START-TIME             PIC X(04).
015800     05  FILLER                    PIC X(03) VALUE ' - '.
015900     05  IM-END-DATE               PIC X(08).
016000     05  FILLER                    PIC X(01) VALUE SPACE.
016100     05  IM-END-TIME               PIC X(04).
016200     05  FILLER                    PIC X(01) VALUE SPACE.
016300     05  IM-PROGRAM-MASK           PIC X(08).
016400     05  FILLER                    PIC X(01) VALUE SPACE.
016500     05  IM-JOB-MASK               PIC X(08).
016600     05  FILLER                    PIC X(01) VALUE SPACE.
016700     05  IM-RESOURCE-MASK          PIC X(20).
016800     05  IM-SQLCODE-ENTRY          OCCURS 5 TIMES.
016900         10  FILLER                PIC X(01).
017000         10  IM-SQLCODE            PIC -(5)9.
017100
017200 01  WS-DESC-LINE.
017300     05  FILLER                    PIC X(17) VALUE SPACES.
017400     05  IM-DESCRIPTION            PIC X(30).
017500
017600 01  WS-BEFORE-LINE                PIC X(132) VALUE SPACES.
017700 01  WS-BEFORE-DESC-LINE           PIC X(132) VALUE SPACES.
017800
017900 01  WS-COUNT-LINE.
018000     05  FILLER                    PIC X(17)
018100             VALUE 'SQLBLK01 - ADDED='.
018200     05  WC-RECORDS-ADDED          PIC ZZZ,ZZ9.
018300     05  FILLER                    PIC X(09) VALUE ' CHANGED='.
018400     05  WC-RECORDS-CHANGED        PIC ZZZ,ZZ9.
018500     05  FILLER                    PIC X(09) VALUE ' DELETED='.
018600     05  WC-RECORDS-DELETED        PIC ZZZ,ZZ9.
018700     05  FILLER                    PIC X(10) VALUE ' REJECTED='.
018800     05  WC-RECORDS-REJECTED       PIC ZZZ,ZZ9.
018900
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
019300     PERFORM 2000-PROCESS-MAINT    THRU 2000-EXIT
019400         UNTIL WS-EOF.
019500     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
019600     STOP RUN.
019700
019800 1000-INITIALIZE.
019900     OPEN INPUT MAINT-FILE.
020000     OPEN I-O   SQLBLK-FILE.
020100     OPEN OUTPUT REPORT-FILE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     ACCEPT WS-RUN-TIME FROM TIME.
020400     MOVE WS-RUN-DATE        TO WS-NOW-DATE.
020500     MOVE WS-RUN-TIME (1:4)  TO WS-NOW-TIME.
020600     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
020700     WRITE PRT-RECORD FROM WS-HEADING-1.
020800     READ MAINT-FILE
020900         AT END SET WS-EOF TO TRUE
021000     END-READ.
021100 1000-EXIT.
021200     EXIT.
021300
021400 2000-PROCESS-MAINT.
021500     MOVE MR-TRANS-CODE TO CD-TRANS-CODE.
021600     MOVE MR-WINDOW-ID  TO CD-WINDOW-ID.
021700     MOVE SPACES TO CD-REASON.
021800     PERFORM 2100-EDIT-CARD        THRU 2100-EXIT.
021900     IF WS-CARD-OK
022000         PERFORM 2200-APPLY-CARD   THRU 2200-EXIT
022100     END-IF.
022200     WRITE PRT-RECORD FROM WS-CARD-LINE.
022300     IF WS-CARD-OK
022400         PERFORM 2800-PRINT-IMAGES THRU 2800-EXIT
022500     END-IF.
022600     READ MAINT-FILE
022700         AT END SET WS-EOF TO TRUE
022800     END-READ.
022900 2000-EXIT.
023000     EXIT.
023100
023200 2100-EDIT-CARD.
023300     SET WS-CARD-OK TO TRUE.
023400     IF NOT MR-TRANS-ADD AND NOT MR-TRANS-CHANGE
023500        AND NOT MR-TRANS-DELETE
023600         MOVE 'TRANS CODE NOT A, C OR D'    TO CD-REASON
023700         GO TO 2100-REJECT
023800     END-IF.
023900     IF MR-WINDOW-ID = SPACES
024000         MOVE 'WINDOW ID MISSING'           TO CD-REASON
024100         GO TO 2100-REJECT
024200     END-IF.
024300     IF MR-TRANS-DELETE
024400         GO TO 2100-EXIT
024500     END-IF.
024600     IF MR-START-DATE NOT NUMERIC
024700        OR MR-START-TIME NOT NUMERIC
024800         MOVE 'START DATE/TIME NOT NUMERIC' TO CD-REASON
024900         GO TO 2100-REJECT
025000     END-IF.
025100     MOVE MR-START-DATE TO SQD-DATE-IN.
025200     MOVE MR-START-TIME TO WS-CHECK-TIME.
025300     PERFORM 2150-CHECK-DATE-TIME  THRU 2150-EXIT.
025400     IF NOT WS-CARD-OK
025500         MOVE 'START DATE/TIME NOT A VALID DATE OR HHMM'
025600             TO CD-REASON
025700         GO TO 2100-REJECT
025800     END-IF.
025900     IF MR-END-DATE NOT NUMERIC
026000        OR MR-END-TIME NOT NUMERIC
026100         MOVE 'END DATE/TIME NOT NUMERIC'   TO CD-REASON
026200         GO TO 2100-REJECT
026300     END-IF.
026400     MOVE MR-END-DATE TO SQD-DATE-IN.
026500     MOVE MR-END-TIME TO WS-CHECK-TIME.
026600     PERFORM 2150-CHECK-DATE-TIME  THRU 2150-EXIT.
026700     IF NOT WS-CARD-OK
026800         MOVE 'END DATE/TIME NOT A VALID DATE OR HHMM'
026900             TO CD-REASON
027000         GO TO 2100-REJECT
027100     END-IF.
027200     IF MR-END-STAMP NOT > MR-START-STAMP
027300         MOVE 'END IS NOT AFTER START'      TO CD-REASON
027400         GO TO 2100-REJECT
027500     END-IF.
027600     IF MR-END-STAMP < WS-NOW-STAMP
027700         MOVE 'WINDOW HAS ALREADY EXPIRED'  TO CD-REASON
027800         GO TO 2100-REJECT
027900     END-IF.
028000     IF MR-PROGRAM-MASK = SPACES
028100        AND MR-JOB-MASK = SPACES
028200        AND MR-RESOURCE-MASK = SPACES
028300         MOVE 'NO PROGRAM, JOB OR RESOURCE MASK GIVEN'
028400             TO CD-REASON
028500         GO TO 2100-REJECT
028600     END-IF.
028700     MOVE ZERO TO WS-CODE-COUNT.
028800     PERFORM 2160-EDIT-SQLCODE     THRU 2160-EXIT
028900         VARYING WS-CODE-IDX FROM 1 BY 1
029000         UNTIL WS-CODE-IDX > 5
029100            OR NOT WS-CARD-OK.
029200     IF NOT WS-CARD-OK
029300         MOVE 'EXPECTED SQLCODE NOT NUMERIC' TO CD-REASON
029400         GO TO 2100-REJECT
029500     END-IF.
029600     IF WS-CODE-COUNT = ZERO
029700         MOVE 'NO EXPECTED SQLCODE GIVEN'   TO CD-REASON
029800         GO TO 2100-REJECT
029900     END-IF.
030000     GO TO 2100-EXIT.
030100 2100-REJECT.
030200     MOVE 'N' TO WS-CARD-OK-SW.
030300     MOVE 'REJECTED' TO CD-RESULT.
030400     ADD 1 TO WS-RECORDS-REJECTED.
030500 2100-EXIT.
030600     EXIT.
030700
030800 2150-CHECK-DATE-TIME.
030900     SET SQD-FN-DAYNUM TO TRUE.
031000     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
031100     IF NOT SQD-RC-OK
031200        OR WS-CHECK-HH > 23
031300        OR WS-CHECK-MM > 59
031400         MOVE 'N' TO WS-CARD-OK-SW
031500     END-IF.
031600 2150-EXIT.
031700     EXIT.
031800
031900 2160-EDIT-SQLCODE.
032000     IF MR-SQLCODE-X (WS-CODE-IDX) = SPACES
032100         GO TO 2160-EXIT
032200     END-IF.
032300     IF MR-SQLCODE (WS-CODE-IDX) NOT NUMERIC
032400         MOVE 'N' TO WS-CARD-OK-SW
032500     ELSE
032600         ADD 1 TO WS-CODE-COUNT
032700     END-IF.
032800 2160-EXIT.
032900     EXIT.
033000
033100 2200-APPLY-CARD.
033200     IF NOT MR-TRANS-DELETE
033300         PERFORM 2250-CHECK-OVERLAP THRU 2250-EXIT
033400         IF WS-OVERLAP-FOUND
033500             MOVE SPACES TO CD-REASON
033600             STRING 'OVERLAPS WINDOW ' WS-OVERLAP-ID
033700                    ' FOR THE SAME ERRORS'
033800                    DELIMITED BY SIZE INTO CD-REASON
033900             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
034000             GO TO 2200-EXIT
034100         END-IF
034200     END-IF.
034300     MOVE MR-WINDOW-ID TO BW-WINDOW-ID.
034400     SET WS-RECORD-FOUND TO TRUE.
034500     READ SQLBLK-FILE
034600         INVALID KEY
034700             MOVE 'N' TO WS-FOUND-SW
034800     END-READ.
034900     EVALUATE TRUE
035000         WHEN MR-TRANS-ADD AND WS-RECORD-FOUND
035100             MOVE 'WINDOW ALREADY ON FILE, USE CHANGE'
035200                 TO CD-REASON
035300             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
035400         WHEN MR-TRANS-CHANGE AND NOT WS-RECORD-FOUND
035500             MOVE 'WINDOW NOT ON FILE, USE ADD'
035600                 TO CD-REASON
035700             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
035800         WHEN MR-TRANS-DELETE AND NOT WS-RECORD-FOUND
035900             MOVE 'WINDOW NOT ON FILE'
036000                 TO CD-REASON
036100             PERFORM 2700-REJECT-CARD THRU 2700-EXIT
036200         WHEN MR-TRANS-ADD
036300             PERFORM 2300-ADD-RECORD    THRU 2300-EXIT
036400         WHEN MR-TRANS-CHANGE
036500             PERFORM 2400-CHANGE-RECORD THRU 2400-EXIT
036600         WHEN MR-TRANS-DELETE
036700             PERFORM 2500-DELETE-RECORD THRU 2500-EXIT
036800     END-EVALUATE.
036900 2200-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300*  BROWSE EVERY WINDOW ON FILE.  ANOTHER WINDOW (A CHANGE CARD   *
037400*  IS NOT COMPARED WITH ITS OWN OLD IMAGE) WHOSE START/END RANGE *
037500*  INTERSECTS THE CARD'S RANGE AND WHOSE THREE MASKS COULD EACH  *
037600*  MATCH THE SAME ERROR AS THE CARD'S IS AN OVERLAP -- SQLERR01  *
037700*  TAKES THE FIRST MATCHING WINDOW, SO WHICH CHANGE NUMBER AN    *
037710*  ERROR WAS LOGGED AGAINST WOULD DEPEND ON THE FILE ORDER.      *
037800******************************************************************
037900 2250-CHECK-OVERLAP.
038000     MOVE 'N'    TO WS-OVERLAP-SW.
038100     MOVE 'N'    TO WS-BROWSE-EOF-SW.
038200     MOVE SPACES TO WS-OVERLAP-ID.
038300     MOVE LOW-VALUES TO BW-WINDOW-ID.
038400     START SQLBLK-FILE KEY IS NOT LESS THAN BW-WINDOW-ID
038500         INVALID KEY
038600             SET WS-BROWSE-EOF TO TRUE
038700     END-START.
038800     PERFORM 2260-CHECK-ONE-WINDOW THRU 2260-EXIT
038900         UNTIL WS-BROWSE-EOF
039000            OR WS-OVERLAP-FOUND.
039100 2250-EXIT.
039200     EXIT.
039300
039400 2260-CHECK-ONE-WINDOW.
039500     READ SQLBLK-FILE NEXT RECORD
039600         AT END
039700             SET WS-BROWSE-EOF TO TRUE
039800             GO TO 2260-EXIT
039900     END-READ.
040000     IF BW-WINDOW-ID = MR-WINDOW-ID
040100         GO TO 2260-EXIT
040200     END-IF.
040210     IF BW-START-STAMP > MR-END-STAMP
040220        OR MR-START-STAMP > BW-END-STAMP
040230         GO TO 2260-EXIT
040240     END-IF.
040250     MOVE BW-PROGRAM-MASK  TO WS-PAIR-MASK-1.
040260     MOVE MR-PROGRAM-MASK  TO WS-PAIR-MASK-2.
040270     PERFORM 2270-CHECK-NAME-MASKS THRU 2270-EXIT.
040280     IF NOT WS-MASKS-MEET
040290         GO TO 2260-EXIT
040300     END-IF.
040310     MOVE BW-JOB-MASK      TO WS-PAIR-MASK-1.
040320     MOVE MR-JOB-MASK      TO WS-PAIR-MASK-2.
040330     PERFORM 2270-CHECK-NAME-MASKS THRU 2270-EXIT.
040340     IF NOT WS-MASKS-MEET
040350         GO TO 2260-EXIT
040360     END-IF.
040370     PERFORM 2280-CHECK-RESOURCE-MASKS THRU 2280-EXIT.
040380     IF NOT WS-MASKS-MEET
040390         GO TO 2260-EXIT
040400     END-IF.
040410     SET WS-OVERLAP-FOUND TO TRUE.
040420     MOVE BW-WINDOW-ID TO WS-OVERLAP-ID.
040430 2260-EXIT.
040440     EXIT.
040450
040460******************************************************************
040470*  A PROGRAM OR JOB MASK MATCHES THE NAMES THAT BEGIN WITH ITS   *
040480*  TEXT BEFORE THE FIRST '*' (OR THE ONE NAME EQUAL TO IT WHEN   *
040490*  IT HAS NO '*'), AND A BLANK MASK MATCHES EVERY NAME.  TWO     *
040500*  MASKS CAN MATCH THE SAME NAME WHEN EITHER IS BLANK OR THEY    *
040510*  AGREE OVER THE SHORTER OF THEIR TWO PREFIXES.                 *
040520******************************************************************
040530 2270-CHECK-NAME-MASKS.
040540     SET WS-MASKS-MEET TO TRUE.
040550     IF WS-PAIR-MASK-1 = SPACES
040560        OR WS-PAIR-MASK-2 = SPACES
040570         GO TO 2270-EXIT
040580     END-IF.
040590     MOVE ZERO TO WS-PAIR-LEN-1.
040600     MOVE ZERO TO WS-PAIR-LEN-2.
040610     INSPECT WS-PAIR-MASK-1 TALLYING WS-PAIR-LEN-1
040620         FOR CHARACTERS BEFORE INITIAL '*'.
040630     INSPECT WS-PAIR-MASK-2 TALLYING WS-PAIR-LEN-2
040640         FOR CHARACTERS BEFORE INITIAL '*'.
040650     IF WS-PAIR-LEN-2 < WS-PAIR-LEN-1
040660         MOVE WS-PAIR-LEN-2 TO WS-PAIR-LEN-1
040670     END-IF.
040680     IF WS-PAIR-LEN-1 = ZERO
040690         GO TO 2270-EXIT
040700     END-IF.
040710     IF WS-PAIR-MASK-1 (1:WS-PAIR-LEN-1)
040720             NOT = WS-PAIR-MASK-2 (1:WS-PAIR-LEN-1)
040730         MOVE 'N' TO WS-MASKS-MEET-SW
040740     END-IF.
040750 2270-EXIT.
040760     EXIT.
040770
040780******************************************************************
040790*  SQLERR01 LOOKS FOR A RESOURCE MASK'S TEXT UP TO ITS FIRST '*' *
040800*  OR SPACE ANYWHERE IN SQLERRMC.  TWO RESOURCE MASKS CAN MATCH  *
040810*  THE SAME ERROR WHEN EITHER IS BLANK OR THE SHORTER TEXT IS    *
040820*  FOUND IN THE LONGER ONE.                                      *
040830******************************************************************
040840 2280-CHECK-RESOURCE-MASKS.
040850     SET WS-MASKS-MEET TO TRUE.
040860     MOVE BW-RESOURCE-MASK TO WS-PAIR-RES-1.
040870     MOVE MR-RESOURCE-MASK TO WS-PAIR-RES-2.
040880     INSPECT WS-PAIR-RES-1 REPLACING ALL '*' BY SPACE.
040890     INSPECT WS-PAIR-RES-2 REPLACING ALL '*' BY SPACE.
040900     MOVE ZERO TO WS-PAIR-LEN-1.
040910     MOVE ZERO TO WS-PAIR-LEN-2.
040920     INSPECT WS-PAIR-RES-1 TALLYING WS-PAIR-LEN-1
040930         FOR CHARACTERS BEFORE INITIAL SPACE.
040940     INSPECT WS-PAIR-RES-2 TALLYING WS-PAIR-LEN-2
040950         FOR CHARACTERS BEFORE INITIAL SPACE.
040960     IF WS-PAIR-LEN-1 = ZERO
040970        OR WS-PAIR-LEN-2 = ZERO
040980         GO TO 2280-EXIT
040990     END-IF.
041000     MOVE ZERO TO WS-PAIR-HITS.
041010     IF WS-PAIR-LEN-1 NOT > WS-PAIR-LEN-2
041020         INSPECT WS-PAIR-RES-2 (1:WS-PAIR-LEN-2)
041030             TALLYING WS-PAIR-HITS
041040             FOR ALL WS-PAIR-RES-1 (1:WS-PAIR-LEN-1)
041050     ELSE
041060         INSPECT WS-PAIR-RES-1 (1:WS-PAIR-LEN-1)
041070             TALLYING WS-PAIR-HITS
041080             FOR ALL WS-PAIR-RES-2 (1:WS-PAIR-LEN-2)
041090     END-IF.
041100     IF WS-PAIR-HITS = ZERO
041110         MOVE 'N' TO WS-MASKS-MEET-SW
041120     END-IF.
041130 2280-EXIT.
041140     EXIT.
041150
041400 2300-ADD-RECORD.
041500     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
041600     WRITE BW-WINDOW-RECORD
041700         INVALID KEY
041800             CONTINUE
041900     END-WRITE.
042000     MOVE 'ADDED'  TO CD-RESULT.
042100     ADD 1 TO WS-RECORDS-ADDED.
042200 2300-EXIT.
042300     EXIT.
042400
042500 2400-CHANGE-RECORD.
042600     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
042700     PERFORM 2600-BUILD-RECORD     THRU 2600-EXIT.
042800     REWRITE BW-WINDOW-RECORD.
042900     MOVE 'CHANGED' TO CD-RESULT.
043000     ADD 1 TO WS-RECORDS-CHANGED.
043100 2400-EXIT.
043200     EXIT.
043300
043400 2500-DELETE-RECORD.
043500     PERFORM 2900-SAVE-BEFORE      THRU 2900-EXIT.
043600     DELETE SQLBLK-FILE RECORD.
043700     MOVE 'DELETED' TO CD-RESULT.
043800     ADD 1 TO WS-RECORDS-DELETED.
043900 2500-EXIT.
044000     EXIT.
044100
044200 2600-BUILD-RECORD.
044300     MOVE SPACES           TO BW-WINDOW-RECORD.
044400     MOVE MR-WINDOW-ID     TO BW-WINDOW-ID.
044500     MOVE MR-START-STAMP   TO BW-START-STAMP.
044600     MOVE MR-END-STAMP     TO BW-END-STAMP.
044700     MOVE MR-PROGRAM-MASK  TO BW-PROGRAM-MASK.
044800     MOVE MR-JOB-MASK      TO BW-JOB-MASK.
044900     MOVE MR-RESOURCE-MASK TO BW-RESOURCE-MASK.
045000     MOVE MR-DESCRIPTION   TO BW-DESCRIPTION.
045100     MOVE ZERO             TO BW-SQLCODE-COUNT.
045200     PERFORM 2610-BUILD-SQLCODE    THRU 2610-EXIT
045300         VARYING WS-CODE-IDX FROM 1 BY 1
045400         UNTIL WS-CODE-IDX > 5.
045500 2600-EXIT.
045600     EXIT.
045700
045800 2610-BUILD-SQLCODE.
045900     MOVE ZERO TO BW-SQLCODE (WS-CODE-IDX).
046000     IF MR-SQLCODE-X (WS-CODE-IDX) NOT = SPACES
046100         ADD 1 TO BW-SQLCODE-COUNT
046200         MOVE MR-SQLCODE (WS-CODE-IDX)
046300             TO BW-SQLCODE (BW-SQLCODE-COUNT)
046400     END-IF.
046500 2610-EXIT.
046600     EXIT.
046700
046800 2700-REJECT-CARD.
046900     MOVE 'N' TO WS-CARD-OK-SW.
047000     MOVE 'REJECTED' TO CD-RESULT.
047100     ADD 1 TO WS-RECORDS-REJECTED.
047200 2700-EXIT.
047300     EXIT.
047400
047500 2800-PRINT-IMAGES.
047600     IF MR-TRANS-CHANGE OR MR-TRANS-DELETE
047700         WRITE PRT-RECORD FROM WS-BEFORE-LINE
047800         WRITE PRT-RECORD FROM WS-BEFORE-DESC-LINE
047900     END-IF.
048000     IF MR-TRANS-ADD OR MR-TRANS-CHANGE
048100         MOVE 'AFTER   '     TO IM-LABEL
048200         PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
048300         WRITE PRT-RECORD FROM WS-IMAGE-LINE
048400         WRITE PRT-RECORD FROM WS-DESC-LINE
048500     END-IF.
048600 2800-EXIT.
048700     EXIT.
048800
048900 2850-FORMAT-IMAGE.
049000     MOVE BW-WINDOW-ID     TO IM-WINDOW-ID.
049100     MOVE BW-START-DATE    TO IM-START-DATE.
049200     MOVE BW-START-TIME    TO IM-START-TIME.
049300     MOVE BW-END-DATE      TO IM-END-DATE.
049400     MOVE BW-END-TIME      TO IM-END-TIME.
049500     MOVE BW-PROGRAM-MASK  TO IM-PROGRAM-MASK.
049600     MOVE BW-JOB-MASK      TO IM-JOB-MASK.
049700     MOVE BW-RESOURCE-MASK TO IM-RESOURCE-MASK.
049800     MOVE BW-DESCRIPTION   TO IM-DESCRIPTION.
049900     PERFORM 2860-FORMAT-SQLCODE   THRU 2860-EXIT
050000         VARYING WS-CODE-IDX FROM 1 BY 1
050100         UNTIL WS-CODE-IDX > 5.
050200 2850-EXIT.
050300     EXIT.
050400
050500 2860-FORMAT-SQLCODE.
050600     MOVE SPACES TO IM-SQLCODE-ENTRY (WS-CODE-IDX).
050700     IF WS-CODE-IDX NOT > BW-SQLCODE-COUNT
050800         MOVE BW-SQLCODE (WS-CODE-IDX)
050900             TO IM-SQLCODE (WS-CODE-IDX)
051000     END-IF.
051100 2860-EXIT.
051200     EXIT.
051300
051400 2900-SAVE-BEFORE.
051500     MOVE 'BEFORE  '     TO IM-LABEL.
051600     PERFORM 2850-FORMAT-IMAGE     THRU 2850-EXIT.
051700     MOVE WS-IMAGE-LINE  TO WS-BEFORE-LINE.
051800     MOVE WS-DESC-LINE   TO WS-BEFORE-DESC-LINE.
051900 2900-EXIT.
052000     EXIT.
052100
052200 9999-TERMINATE.
052300     CLOSE MAINT-FILE.
052400     CLOSE SQLBLK-FILE.
052500     CLOSE REPORT-FILE.
052600     MOVE WS-RECORDS-ADDED    TO WC-RECORDS-ADDED.
052700     MOVE WS-RECORDS-CHANGED  TO WC-RECORDS-CHANGED.
052800     MOVE WS-RECORDS-DELETED  TO WC-RECORDS-DELETED.
052900     MOVE WS-RECORDS-REJECTED TO WC-RECORDS-REJECTED.
053000     DISPLAY WS-COUNT-LINE.
053100 9999-EXIT.
053200     EXIT.
