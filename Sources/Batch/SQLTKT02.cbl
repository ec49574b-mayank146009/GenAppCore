000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SQLTKT02.
000300 AUTHOR.        DBA-SUPPORT-GROUP.
000400 INSTALLATION.  DATA-CENTER.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SQLTKT02  --  SERVICE-DESK STATUS FEED APPLY                  *
000900*                                                                *
001000*  NIGHTLY STEP THAT CLOSES THE LOOP OPENED BY SQLTKT01.  THE    *
001100*  SERVICE DESK SENDS BACK ONE FIXED-FORMAT RECORD (DDNAME       *
001200*  TKTSTAT) FOR EVERY TICKET IT TOUCHED THAT DAY, CARRYING OUR   *
001300*  INCIDENT NUMBER AND DATE AS SENT ON TKTFEED, ITS OWN TICKET   *
001400*  NUMBER AND STATUS, THE RESOLVER AND THE RESOLUTION DATE.      *
001500*  EACH RECORD IS APPLIED TO THE SQL INCIDENT MASTER (DDNAME     *
001600*  SQLINC): THE TICKET NUMBER IS RECORDED AGAINST THE INCIDENT,  *
001700*  AN ASSIGNED TICKET MARKS AN OPEN INCIDENT ACKNOWLEDGED, AND A *
001800*  RESOLVED TICKET CLOSES IT AS OF THE RESOLUTION DATE.  STATUS  *
001900*  CHANGES MADE HERE CARRY THE INITIALS 'SVD' AND ARE MARKED AS  *
002000*  SET BY THE SERVICE DESK (IN-STATUS-SOURCE), SO THEY CAN BE    *
002100*  TOLD APART FROM THE DUTY OPERATOR'S SQLINC01 CARDS.           *
002200*                                                                *
002300*  RECORDS THAT CANNOT BE APPLIED ARE LISTED WITH A REASON ON    *
002400*  THE EXCEPTIONS REPORT (DDNAME SQLTKT02) AND LEAVE THE         *
002500*  INCIDENT UNTOUCHED: AN INCIDENT NUMBER NOT ON SQLINC, A       *
002600*  TICKET RESOLVED BEFORE IT (OR THE INCIDENT) WAS CREATED, A    *
002700*  DIFFERENT TICKET NUMBER ALREADY RECORDED, AND A TICKET STILL  *
002800*  OPEN ON THE SERVICE DESK FOR AN INCIDENT ALREADY CLOSED --    *
002900*  BY THE OPERATOR THROUGH SQLINC01 OR BY AN EARLIER FEED.       *
003000*                                                                *
003100*  STATUS RECORD LAYOUT (TKTSTAT, FIXED, 100 BYTES):             *
003200*    COLS   1- 12  INCIDENT NUMBER (TKTFEED COLS 1-12)           *
003300*    COLS  13- 20  INCIDENT DATE, YYYYMMDD (TKTFEED COLS 13-20)  *
003400*    COLS  21- 32  SERVICE-DESK TICKET NUMBER                    *
003500*    COL   33      TICKET STATUS -- N(EW), A(SSIGNED),           *
003600*                  R(ESOLVED)                                    *
003700*    COLS  34- 41  TICKET CREATED DATE, YYYYMMDD                 *
003800*    COLS  42- 49  RESOLUTION DATE, YYYYMMDD (STATUS R ONLY)     *
003900*    COLS  50- 69  RESOLVER                                      *
004000******************************************************************
004100*  MODIFICATION HISTORY                                          *
004200*  DATE       BY   DESCRIPTION                                   *
004300*  ---------- ---- ------------------------------------------    *
004400*  2026-10-15 DBA  ORIGINAL PROGRAM.                             *
004410*  2026-10-15 DBA  EACH ACKNOWLEDGE OR CLOSE APPLIED FROM THE    *
004420*                  FEED ALSO WRITES AN EVENT TO THE INCIDENT     *
004430*                  STATUS HISTORY FILE (DDNAME SQLHST, SEE       *
004440*                  SQLHSTR) WITH INITIALS 'SVD'.  A CLOSE        *
004450*                  RESOLVED ON AN EARLIER DAY IS STAMPED AT THE  *
004460*                  END OF THAT DAY.                              *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-Z15.
004900 OBJECT-COMPUTER.   IBM-Z15.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT STATUS-FILE   ASSIGN TO TKTSTAT
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS  IS WS-STATUS-STATUS.
005500     SELECT INCID-FILE    ASSIGN TO SQLINC
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE  IS DYNAMIC
005800            RECORD KEY   IS IN-INCIDENT-KEY
005900            FILE STATUS  IS WS-INCID-STATUS.
006000     SELECT REPORT-FILE   ASSIGN TO SQLTKT02
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS  IS WS-REPORT-STATUS.
006210     SELECT HIST-FILE     ASSIGN TO SQLHST
006220            ORGANIZATION IS INDEXED
006230            ACCESS MODE  IS DYNAMIC
006240            RECORD KEY   IS IH-HISTORY-KEY
006250            FILE STATUS  IS WS-HIST-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  STATUS-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  TS-STATUS-RECORD.
006900     05  TS-INCIDENT-ID            PIC X(12).
007000     05  TS-LOG-DATE               PIC X(08).
007100     05  TS-TICKET-ID              PIC X(12).
007200     05  TS-TICKET-STATUS          PIC X(01).
007300         88  TS-TICKET-NEW             VALUE 'N'.
007400         88  TS-TICKET-ASSIGNED        VALUE 'A'.
007500         88  TS-TICKET-RESOLVED        VALUE 'R'.
007600         88  TS-STATUS-VALID           VALUE 'N', 'A', 'R'.
007700     05  TS-OPENED-DATE            PIC X(08).
007800     05  TS-RESOLVED-DATE          PIC X(08).
007900     05  TS-RESOLVER               PIC X(20).
008000     05  FILLER                    PIC X(31).

008100 FD  INCID-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY SQLINCR.

008310 FD  HIST-FILE
008320     LABEL RECORDS ARE STANDARD.
008330     COPY SQLHSTR.

008400 FD  REPORT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  PRT-RECORD                    PIC X(132).

008800 WORKING-STORAGE SECTION.
008900 77  WS-STATUS-STATUS              PIC X(02) VALUE SPACES.
009000 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
009100 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
009110 77  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
009400         88  WS-EOF                    VALUE 'Y'.
009500     05  WS-RECORD-OK-SW           PIC X(01) VALUE 'N'.
009600         88  WS-RECORD-OK              VALUE 'Y'.
009610     05  WS-HIST-WRITTEN-SW        PIC X(01) VALUE 'N'.
009620         88  WS-HIST-WRITTEN           VALUE 'Y'.
009700 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
009800 77  WS-TICKETS-RECORDED           PIC S9(09) COMP VALUE ZERO.
009900 77  WS-INCIDENTS-ACKED            PIC S9(09) COMP VALUE ZERO.
010000 77  WS-INCIDENTS-CLOSED           PIC S9(09) COMP VALUE ZERO.
010100 77  WS-EXCEPTIONS                 PIC S9(09) COMP VALUE ZERO.
010200 77  WS-DESK-INITIALS              PIC X(03) VALUE 'SVD'.
010210 77  WS-HIST-TRIES                 PIC S9(04) COMP VALUE ZERO.
010220 77  WS-HIST-TRY-MAX               PIC S9(04) COMP VALUE 100.
010230 77  WS-END-OF-DAY                 PIC 9(08) VALUE 23595999.
010300 01  WS-RUN-DATE                   PIC 9(08).
010310 01  WS-EVENT-DATE                 PIC 9(08).
010320 01  WS-EVENT-TIME                 PIC 9(08).
010330 01  WS-EVENT-TYPE                 PIC X(01).

010400 01  WS-HEADING-1.
010500     05  FILLER                    PIC X(10) VALUE 'SQLTKT02'.
010600     05  FILLER                    PIC X(40)
010700             VALUE 'SERVICE-DESK STATUS FEED EXCEPTIONS'.
010800     05  FILLER                    PIC X(05) VALUE 'RUN: '.
010900     05  WH1-RUN-DATE              PIC 9(08).

011000 01  WS-HEADING-2.
011100     05  FILLER                PIC X(10) VALUE 'DATE'.
011200     05  FILLER                PIC X(14) VALUE 'INCIDENT'.
011300     05  FILLER                PIC X(14) VALUE 'TICKET'.
011400     05  FILLER                PIC X(04) VALUE 'ST'.
011500     05  FILLER                PIC X(10) VALUE 'RESOLVED'.
011600     05  FILLER                PIC X(22) VALUE 'RESOLVER'.
011700     05  FILLER                PIC X(45) VALUE 'REASON'.

011800 01  WS-DETAIL-LINE.
011900     05  DL-LOG-DATE               PIC X(08).
012000     05  FILLER                    PIC X(02) VALUE SPACES.
012100     05  DL-INCIDENT-ID            PIC X(12).
012200     05  FILLER                    PIC X(02) VALUE SPACES.
012300     05  DL-TICKET-ID              PIC X(12).
012400     05  FILLER                    PIC X(02) VALUE SPACES.
012500     05  DL-TICKET-STATUS          PIC X(01).
012600     05  FILLER                    PIC X(03) VALUE SPACES.
012700     05  DL-RESOLVED-DATE          PIC X(08).
012800     05  FILLER                    PIC X(02) VALUE SPACES.
012900     05  DL-RESOLVER               PIC X(20).
013000     05  FILLER                    PIC X(02) VALUE SPACES.
013100     05  DL-REASON                 PIC X(45).

013200 01  WS-NO-DATA-LINE.
013300     05  FILLER                    PIC X(40) VALUE
013400         'NO EXCEPTIONS IN THE STATUS FEED.'.

013500 01  WS-COUNT-LINE.
013600     05  FILLER                    PIC X(16)
013700             VALUE 'SQLTKT02 - READ='.
013800     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
013900     05  FILLER                    PIC X(09) VALUE ' TICKETS='.
014000     05  WC-TICKETS-RECORDED       PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                    PIC X(07) VALUE ' ACKED='.
014200     05  WC-INCIDENTS-ACKED        PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                    PIC X(08) VALUE ' CLOSED='.
014400     05  WC-INCIDENTS-CLOSED       PIC ZZZ,ZZZ,ZZ9.
014500     05  FILLER                    PIC X(12) VALUE ' EXCEPTIONS='.
014600     05  WC-EXCEPTIONS             PIC ZZZ,ZZZ,ZZ9.

014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
015000     PERFORM 2000-PROCESS-STATUS   THRU 2000-EXIT
015100         UNTIL WS-EOF.
015200     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
015300     STOP RUN.

015400 1000-INITIALIZE.
015500     OPEN INPUT  STATUS-FILE.
015600     OPEN I-O    INCID-FILE.
015610     OPEN I-O    HIST-FILE.
015700     OPEN OUTPUT REPORT-FILE.
015800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015900     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
016000     WRITE PRT-RECORD FROM WS-HEADING-1.
016100     WRITE PRT-RECORD FROM WS-HEADING-2.
016200     READ STATUS-FILE
016300         AT END SET WS-EOF TO TRUE
016400     END-READ.
016500 1000-EXIT.
016600     EXIT.

016700 2000-PROCESS-STATUS.
016800     ADD 1 TO WS-RECORDS-READ.
016900     MOVE TS-LOG-DATE      TO DL-LOG-DATE.
017000     MOVE TS-INCIDENT-ID   TO DL-INCIDENT-ID.
017100     MOVE TS-TICKET-ID     TO DL-TICKET-ID.
017200     MOVE TS-TICKET-STATUS TO DL-TICKET-STATUS.
017300     MOVE TS-RESOLVED-DATE TO DL-RESOLVED-DATE.
017400     MOVE TS-RESOLVER      TO DL-RESOLVER.
017500     MOVE SPACES           TO DL-REASON.
017600     PERFORM 2100-EDIT-RECORD      THRU 2100-EXIT.
017700     IF WS-RECORD-OK
017800         PERFORM 2200-APPLY-STATUS THRU 2200-EXIT
017900     END-IF.
018000     READ STATUS-FILE
018100         AT END SET WS-EOF TO TRUE
018200     END-READ.
018300 2000-EXIT.
018400     EXIT.

018500 2100-EDIT-RECORD.
018600     SET WS-RECORD-OK TO TRUE.
018700     IF TS-INCIDENT-ID = SPACES
018800         MOVE 'INCIDENT NUMBER MISSING'     TO DL-REASON
018900         GO TO 2100-REJECT
019000     END-IF.
019100     IF TS-LOG-DATE NOT NUMERIC
019200         MOVE 'INCIDENT DATE NOT NUMERIC'   TO DL-REASON
019300         GO TO 2100-REJECT
019400     END-IF.
019500     IF TS-TICKET-ID = SPACES
019600         MOVE 'TICKET NUMBER MISSING'       TO DL-REASON
019700         GO TO 2100-REJECT
019800     END-IF.
019900     IF NOT TS-STATUS-VALID
020000         MOVE 'TICKET STATUS NOT N, A OR R' TO DL-REASON
020100         GO TO 2100-REJECT
020200     END-IF.
020300     IF NOT TS-TICKET-RESOLVED
020400         GO TO 2100-EXIT
020500     END-IF.
020600     IF TS-RESOLVED-DATE NOT NUMERIC
020700         MOVE 'RESOLUTION DATE NOT NUMERIC' TO DL-REASON
020800         GO TO 2100-REJECT
020900     END-IF.
021000     IF TS-RESOLVED-DATE < TS-LOG-DATE
021100        OR (TS-OPENED-DATE IS NUMERIC
021200            AND TS-RESOLVED-DATE < TS-OPENED-DATE)
021300         MOVE 'TICKET RESOLVED BEFORE IT WAS CREATED'
021400                                            TO DL-REASON
021500         GO TO 2100-REJECT
021600     END-IF.
021700     GO TO 2100-EXIT.
021800 2100-REJECT.
021900     MOVE 'N' TO WS-RECORD-OK-SW.
022000     PERFORM 2900-WRITE-EXCEPTION  THRU 2900-EXIT.
022100 2100-EXIT.
022200     EXIT.

022300 2200-APPLY-STATUS.
022400     MOVE TS-LOG-DATE    TO IN-LOG-DATE.
022500     MOVE TS-INCIDENT-ID TO IN-INCIDENT-ID.
022600     READ INCID-FILE KEY IS IN-INCIDENT-KEY
022700         INVALID KEY
022800             MOVE 'INCIDENT NOT ON SQLINC'      TO DL-REASON
022900             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
023000             GO TO 2200-EXIT
023100     END-READ.
023200     IF IN-TICKET-ID NOT = SPACES
023300        AND IN-TICKET-ID NOT = TS-TICKET-ID
023400         MOVE 'A DIFFERENT TICKET IS ALREADY RECORDED'
023500                                                TO DL-REASON
023600         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
023700         GO TO 2200-EXIT
023800     END-IF.
023900     IF IN-STATUS-CLOSED
024000         PERFORM 2300-CHECK-CLOSED THRU 2300-EXIT
024100         GO TO 2200-EXIT
024200     END-IF.
024210     MOVE SPACE TO WS-EVENT-TYPE.
024300     IF IN-TICKET-ID = SPACES
024400         MOVE TS-TICKET-ID TO IN-TICKET-ID
024500         ADD 1 TO WS-TICKETS-RECORDED
024600     END-IF.
024700     EVALUATE TRUE
024800         WHEN TS-TICKET-RESOLVED
024900             SET IN-STATUS-CLOSED TO TRUE
025000             MOVE TS-RESOLVED-DATE TO IN-STATUS-DATE
025100             MOVE WS-DESK-INITIALS TO IN-STATUS-INITIALS
025200             SET IN-SET-BY-SERVICE-DESK TO TRUE
025300             ADD 1 TO WS-INCIDENTS-CLOSED
025310             MOVE 'C'              TO WS-EVENT-TYPE
025320             MOVE TS-RESOLVED-DATE TO WS-EVENT-DATE
025330             IF TS-RESOLVED-DATE = WS-RUN-DATE
025340                 ACCEPT WS-EVENT-TIME FROM TIME
025350             ELSE
025360                 MOVE WS-END-OF-DAY TO WS-EVENT-TIME
025370             END-IF
025400         WHEN TS-TICKET-ASSIGNED AND IN-STATUS-OPEN
025500             SET IN-STATUS-ACKNOWLEDGED TO TRUE
025600             MOVE WS-RUN-DATE      TO IN-STATUS-DATE
025700             MOVE WS-DESK-INITIALS TO IN-STATUS-INITIALS
025800             SET IN-SET-BY-SERVICE-DESK TO TRUE
025900             ADD 1 TO WS-INCIDENTS-ACKED
025910             MOVE 'A'              TO WS-EVENT-TYPE
025920             MOVE WS-RUN-DATE      TO WS-EVENT-DATE
025930             ACCEPT WS-EVENT-TIME FROM TIME
026000         WHEN OTHER
026100             CONTINUE
026200     END-EVALUATE.
026300     REWRITE IN-INCIDENT-RECORD.
026310     IF WS-EVENT-TYPE NOT = SPACE
026320         PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT
026330     END-IF.
026400 2200-EXIT.
026500     EXIT.

026600******************************************************************
026700*  THE INCIDENT IS ALREADY CLOSED.  A RESOLVED TICKET AGREES     *
026800*  WITH THAT, SO ONLY A MISSING TICKET NUMBER IS FILLED IN.  A   *
026900*  TICKET STILL NEW OR ASSIGNED DOES NOT: A CLOSED INCIDENT      *
027000*  STAYS CLOSED (AS IN SQLINC01), AND THE CONFLICT IS REPORTED   *
027100*  SO THE OPERATOR AND THE SERVICE DESK CAN AGREE WHICH IS       *
027200*  RIGHT.                                                        *
027300******************************************************************
027400 2300-CHECK-CLOSED.
027500     IF TS-TICKET-RESOLVED
027600         IF IN-TICKET-ID = SPACES
027700             MOVE TS-TICKET-ID TO IN-TICKET-ID
027800             ADD 1 TO WS-TICKETS-RECORDED
027900             REWRITE IN-INCIDENT-RECORD
028000         END-IF
028100         GO TO 2300-EXIT
028200     END-IF.
028300     IF IN-SET-BY-OPERATOR
028400         MOVE 'TICKET STILL OPEN BUT SQLINC01 CLOSED INCIDENT'
028500                                                TO DL-REASON
028600     ELSE
028700         MOVE 'TICKET REOPENED AFTER INCIDENT WAS CLOSED'
028800                                                TO DL-REASON
028900     END-IF.
029000     PERFORM 2900-WRITE-EXCEPTION  THRU 2900-EXIT.
029100 2300-EXIT.
029200     EXIT.

029202******************************************************************
029204*  THE ACKNOWLEDGE OR CLOSE JUST APPLIED GOES TO THE HISTORY     *
029206*  FILE.  THE SERVICE DESK SENDS ONLY A RESOLUTION DATE, SO A    *
029208*  TICKET RESOLVED ON AN EARLIER DAY IS STAMPED AT THE END OF    *
029210*  THAT DAY: THE SLA REPORT THEN NEVER UNDERSTATES THE TIME TO   *
029212*  CLOSE.  ON A DUPLICATE KEY THE TIME IS BUMPED A HUNDREDTH AND *
029214*  THE WRITE RETRIED, AS IN SQLINC01.                            *
029216******************************************************************
029218 2400-WRITE-HISTORY.
029220     MOVE SPACES           TO IH-HISTORY-RECORD.
029222     MOVE IN-INCIDENT-KEY  TO IH-INCIDENT-KEY.
029224     MOVE WS-EVENT-DATE    TO IH-EVENT-DATE.
029226     MOVE WS-EVENT-TYPE    TO IH-EVENT-TYPE.
029228     MOVE WS-DESK-INITIALS TO IH-INITIALS.
029230     SET IH-SET-BY-SERVICE-DESK TO TRUE.
029232     MOVE IN-PROGRAM       TO IH-PROGRAM.
029234     MOVE IN-SQLCODE       TO IH-SQLCODE.
029236     MOVE IN-JOB-NAME      TO IH-JOB-NAME.
029238     MOVE ZERO TO WS-HIST-TRIES.
029240     MOVE 'N'  TO WS-HIST-WRITTEN-SW.
029242     PERFORM 2410-TRY-WRITE-HISTORY THRU 2410-EXIT
029244         UNTIL WS-HIST-WRITTEN
029246            OR WS-HIST-TRIES NOT < WS-HIST-TRY-MAX.
029248     IF NOT WS-HIST-WRITTEN
029250         MOVE 'HISTORY EVENT NOT WRITTEN'   TO DL-REASON
029252         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
029254     END-IF.
029256 2400-EXIT.
029258     EXIT.

029260 2410-TRY-WRITE-HISTORY.
029262     ADD 1 TO WS-HIST-TRIES.
029264     MOVE WS-EVENT-TIME TO IH-EVENT-TIME.
029266     WRITE IH-HISTORY-RECORD
029268         INVALID KEY
029270             ADD 1 TO WS-EVENT-TIME
029272         NOT INVALID KEY
029274             SET WS-HIST-WRITTEN TO TRUE
029276     END-WRITE.
029278 2410-EXIT.
029280     EXIT.

029300 2900-WRITE-EXCEPTION.
029400     ADD 1 TO WS-EXCEPTIONS.
029500     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
029600 2900-EXIT.
029700     EXIT.

029800 9999-TERMINATE.
029900     IF WS-EXCEPTIONS = ZERO
030000         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
030100     END-IF.
030200     CLOSE STATUS-FILE.
030300     CLOSE INCID-FILE.
030310     CLOSE HIST-FILE.
030400     CLOSE REPORT-FILE.
030500     MOVE WS-RECORDS-READ     TO WC-RECORDS-READ.
030600     MOVE WS-TICKETS-RECORDED TO WC-TICKETS-RECORDED.
030700     MOVE WS-INCIDENTS-ACKED  TO WC-INCIDENTS-ACKED.
030800     MOVE WS-INCIDENTS-CLOSED TO WC-INCIDENTS-CLOSED.
030900     MOVE WS-EXCEPTIONS       TO WC-EXCEPTIONS.
031000     DISPLAY WS-COUNT-LINE.
031100 9999-EXIT.
031200     EXIT.
