001600*  (DDNAME SQLOWN), SO A MISSED CONSOLE ALERT SURFACES THE       *
001700*  NEXT MORNING INSTEAD OF WHEN THE SAME ERROR RECURS A WEEK     *
001800*  LATER.  ACKNOWLEDGED-BUT-NOT-CLOSED INCIDENTS ARE LISTED      *
001900*  WITH STATUS ACK SO SLOW CLOSURES ARE VISIBLE TOO.  THE        *
001903*  SERVICE-DESK TICKET NUMBER RECORDED BY SQLTKT02, IF ANY, IS   *
001906*  PRINTED BESIDE EACH INCIDENT.                                 *
001910*                                                                *
001920*  INCIDENTS LINKED TO A KNOWN PROBLEM (IN-PROBLEM-ID, SEE       *
001930*  SQLPRBR) ARE NOT LISTED ONE BY ONE: THEY ARE SORTED BY        *
001940*  PROBLEM AND PRINTED AS ONE LINE PER PROBLEM IN A SECOND       *
001950*  SECTION, WITH THE NUMBER OF OPEN AND ACKNOWLEDGED INCIDENTS   *
001960*  AND THE OLDEST AND NEWEST, SO A NIGHTLY RECURRENCE ALREADY    *
001970*  UNDER INVESTIGATION DOES NOT BURY THE NEW INCIDENTS.          *
002000******************************************************************
002100*  MODIFICATION HISTORY                                         *
002200*  DATE       BY   DESCRIPTION                                  *
002300*  ---------- ---- ------------------------------------------   *
002400*  2026-09-02 DBA  ORIGINAL PROGRAM.                             *
002410*  2026-10-15 DBA  INCIDENTS LINKED TO A KNOWN PROBLEM ARE       *
002420*                  ROLLED UP TO ONE LINE PER PROBLEM IN A        *
002430*                  SEPARATE SECTION (SORTWK01 ADDED) INSTEAD OF  *
002440*                  BEING LISTED INDIVIDUALLY.                    *
002450*  2026-10-15 DBA  SERVICE-DESK TICKET NUMBER (IN-TICKET-ID)     *
002460*                  PRINTED BESIDE EACH OPEN INCIDENT; CONTACT    *
002470*                  COLUMN SHORTENED TO MAKE ROOM.                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004200     SELECT REPORT-FILE  ASSIGN TO SQLINC02
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS  IS WS-REPORT-STATUS.
004410     SELECT SORT-FILE    ASSIGN TO SORTWK01.

004500 DATA DIVISION.
004600 FILE SECTION.
005500     LABEL RECORDS ARE STANDARD.
005600 01  PRT-RECORD                    PIC X(132).

005610 SD  SORT-FILE.
005620 01  SR-LINKED-RECORD.
005630     05  SR-PROBLEM-ID             PIC X(08).
005640     05  SR-LOG-DATE               PIC X(08).
005650     05  SR-INCIDENT-ID            PIC X(12).
005660     05  SR-PROGRAM                PIC X(08).
005670     05  SR-SQLCODE                PIC S9(09) COMP.
005680     05  SR-STATUS                 PIC X(01).
005690         88  SR-STATUS-ACKNOWLEDGED    VALUE 'A'.

005700 WORKING-STORAGE SECTION.
005800 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
005900 77  WS-OWNER-STATUS               PIC X(02) VALUE SPACES.
006300         88  WS-EOF                    VALUE 'Y'.
006400     05  WS-OWNER-AVAIL-SW         PIC X(01) VALUE 'Y'.
006500         88  WS-OWNER-AVAILABLE        VALUE 'Y'.
006510     05  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
006520         88  WS-SORT-EOF               VALUE 'Y'.
006600 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
006700 77  WS-OPEN-INCIDENTS             PIC S9(09) COMP VALUE ZERO.
006710 77  WS-LINKED-INCIDENTS           PIC S9(09) COMP VALUE ZERO.
006720 77  WS-PROBLEMS-PRINTED           PIC S9(09) COMP VALUE ZERO.
006800 01  WS-RUN-DATE                   PIC 9(08).
006900 77  WS-TODAY-DAYNUM               PIC S9(09) COMP VALUE ZERO.
007000 77  WS-AGE-DAYS                   PIC S9(09) COMP VALUE ZERO.
007100     COPY SQLD01C.

007110 01  WS-HOLD-PROBLEM.
007120     05  WS-HOLD-PROBLEM-ID        PIC X(08).
007130     05  WS-HOLD-PROGRAM           PIC X(08).
007140     05  WS-HOLD-SQLCODE           PIC S9(09) COMP.
007150     05  WS-HOLD-OLDEST            PIC X(08).
007160     05  WS-HOLD-NEWEST            PIC X(08).
007170     05  WS-HOLD-COUNT             PIC S9(09) COMP.
007180     05  WS-HOLD-ACK-COUNT         PIC S9(09) COMP.

007200 01  WS-HEADING-1.
007300     05  FILLER                    PIC X(10) VALUE 'SQLINC02'.
007400     05  FILLER                    PIC X(35)
008300     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
008400     05  FILLER                PIC X(09) VALUE 'SQLCODE'.
008500     05  FILLER                PIC X(06) VALUE 'STAT'.
008510     05  FILLER                PIC X(14) VALUE 'TICKET'.
008600     05  FILLER                PIC X(06) VALUE 'AGE'.
008700     05  FILLER                PIC X(22) VALUE 'TEAM'.
008800     05  FILLER                PIC X(19) VALUE 'CALL'.

008900 01  WS-DETAIL-LINE.
009000     05  DL-LOG-DATE               PIC X(08).
010100     05  FILLER                    PIC X(02) VALUE SPACES.
010200     05  DL-STATUS                 PIC X(04).
010300     05  FILLER                    PIC X(02) VALUE SPACES.
010310     05  DL-TICKET-ID              PIC X(12).
010320     05  FILLER                    PIC X(02) VALUE SPACES.
010400     05  DL-AGE-DAYS               PIC ZZZ9.
010500     05  FILLER                    PIC X(02) VALUE SPACES.
010600     05  DL-TEAM-NAME              PIC X(20).
010700     05  FILLER                    PIC X(02) VALUE SPACES.
010800     05  DL-CONTACT                PIC X(19).

010900 01  WS-NO-DATA-LINE.
011000     05  FILLER                    PIC X(40) VALUE
011100         'NO OPEN SQL INCIDENTS ON FILE.'.

011103 01  WS-PROBLEM-SECTION-LINE.
011106     05  FILLER                    PIC X(46) VALUE
011109         'OPEN INCIDENTS ROLLED UP UNDER KNOWN PROBLEMS'.

011112 01  WS-PROBLEM-HEADING.
011115     05  FILLER                PIC X(10) VALUE 'PROBLEM'.
011118     05  FILLER                PIC X(10) VALUE 'PROGRAM'.
011121     05  FILLER                PIC X(09) VALUE 'SQLCODE'.
011124     05  FILLER                PIC X(11) VALUE 'INCIDENTS'.
011127     05  FILLER                PIC X(08) VALUE 'ACK'.
011130     05  FILLER                PIC X(10) VALUE 'OLDEST'.
011133     05  FILLER                PIC X(06) VALUE 'AGE'.
011136     05  FILLER                PIC X(10) VALUE 'NEWEST'.
011139     05  FILLER                PIC X(22) VALUE 'TEAM'.

011142 01  WS-PROBLEM-LINE.
011145     05  PL-PROBLEM-ID             PIC X(08).
011148     05  FILLER                    PIC X(02) VALUE SPACES.
011151     05  PL-PROGRAM                PIC X(08).
011154     05  FILLER                    PIC X(02) VALUE SPACES.
011157     05  PL-SQLCODE                PIC -(6)9.
011160     05  FILLER                    PIC X(02) VALUE SPACES.
011163     05  PL-COUNT                  PIC ZZZ,ZZ9.
011166     05  FILLER                    PIC X(02) VALUE SPACES.
011169     05  PL-ACK-COUNT              PIC ZZZ,ZZ9.
011172     05  FILLER                    PIC X(03) VALUE SPACES.
011175     05  PL-OLDEST                 PIC X(08).
011178     05  FILLER                    PIC X(02) VALUE SPACES.
011181     05  PL-AGE-DAYS               PIC ZZZ9.
011184     05  FILLER                    PIC X(02) VALUE SPACES.
011187     05  PL-NEWEST                 PIC X(08).
011190     05  FILLER                    PIC X(02) VALUE SPACES.
011193     05  PL-TEAM-NAME              PIC X(20).

011200 01  WS-COUNT-LINE.
011300     05  FILLER                    PIC X(16)
011400             VALUE 'SQLINC02 - READ='.
011500     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
011600     05  FILLER                    PIC X(07) VALUE ' OPEN='.
011700     05  WC-OPEN-INCIDENTS         PIC ZZZ,ZZZ,ZZ9.
011710     05  FILLER                    PIC X(08) VALUE ' LINKED='.
011720     05  WC-LINKED-INCIDENTS       PIC ZZZ,ZZZ,ZZ9.
011730     05  FILLER                    PIC X(10) VALUE ' PROBLEMS='.
011740     05  WC-PROBLEMS-PRINTED       PIC ZZZ,ZZZ,ZZ9.

011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
012010     SORT SORT-FILE
012020         ASCENDING KEY SR-PROBLEM-ID SR-LOG-DATE SR-INCIDENT-ID
012030         INPUT PROCEDURE  1500-LIST-INCIDENTS THRU 1500-EXIT
012040         OUTPUT PROCEDURE 3000-PRINT-PROBLEMS THRU 3000-EXIT.
012300     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
012400     STOP RUN.

014300 1000-EXIT.
014400     EXIT.

014410 1500-LIST-INCIDENTS.
014420     PERFORM 2000-CHECK-INCIDENT   THRU 2000-EXIT
014430         UNTIL WS-EOF.
014440 1500-EXIT.
014450     EXIT.

014500 2000-CHECK-INCIDENT.
014600     ADD 1 TO WS-RECORDS-READ.
014700     IF NOT IN-STATUS-CLOSED
014710         IF IN-PROBLEM-ID NOT = SPACES
014720             PERFORM 2400-RELEASE-LINKED THRU 2400-EXIT
014730         ELSE
014740             PERFORM 2100-PRINT-INCIDENT THRU 2100-EXIT
014750         END-IF
014900     END-IF.
015000     READ INCID-FILE
015100         AT END SET WS-EOF TO TRUE
016500     ELSE
016600         MOVE 'OPEN' TO DL-STATUS
016700     END-IF.
016710     MOVE IN-TICKET-ID   TO DL-TICKET-ID.
016800     PERFORM 2200-COMPUTE-AGE      THRU 2200-EXIT.
016900     PERFORM 2300-LOOKUP-OWNER     THRU 2300-EXIT.
017000     WRITE PRT-RECORD FROM WS-DETAIL-LINE.
020100 2300-EXIT.
020200     EXIT.

020201 2400-RELEASE-LINKED.
020202     ADD 1 TO WS-OPEN-INCIDENTS.
020203     ADD 1 TO WS-LINKED-INCIDENTS.
020204     MOVE IN-PROBLEM-ID  TO SR-PROBLEM-ID.
020205     MOVE IN-LOG-DATE    TO SR-LOG-DATE.
020206     MOVE IN-INCIDENT-ID TO SR-INCIDENT-ID.
020207     MOVE IN-PROGRAM     TO SR-PROGRAM.
020208     MOVE IN-SQLCODE     TO SR-SQLCODE.
020209     MOVE IN-STATUS      TO SR-STATUS.
020210     RELEASE SR-LINKED-RECORD.
020211 2400-EXIT.
020212     EXIT.

020213 3000-PRINT-PROBLEMS.
020214     RETURN SORT-FILE
020215         AT END SET WS-SORT-EOF TO TRUE
020216     END-RETURN.
020217     IF WS-SORT-EOF
020218         GO TO 3000-EXIT
020219     END-IF.
020220     MOVE SPACES TO PRT-RECORD.
020221     WRITE PRT-RECORD.
020222     WRITE PRT-RECORD FROM WS-PROBLEM-SECTION-LINE.
020223     WRITE PRT-RECORD FROM WS-PROBLEM-HEADING.
020224     PERFORM 3050-START-PROBLEM    THRU 3050-EXIT.
020225     PERFORM 3100-ACCUMULATE       THRU 3100-EXIT
020226         UNTIL WS-SORT-EOF.
020227     PERFORM 3200-PRINT-PROBLEM    THRU 3200-EXIT.
020228 3000-EXIT.
020229     EXIT.

020230 3050-START-PROBLEM.
020231     MOVE SR-PROBLEM-ID TO WS-HOLD-PROBLEM-ID.
020232     MOVE SR-PROGRAM    TO WS-HOLD-PROGRAM.
020233     MOVE SR-SQLCODE    TO WS-HOLD-SQLCODE.
020234     MOVE SR-LOG-DATE   TO WS-HOLD-OLDEST.
020235     MOVE ZERO          TO WS-HOLD-COUNT WS-HOLD-ACK-COUNT.
020236 3050-EXIT.
020237     EXIT.

020238 3100-ACCUMULATE.
020239     IF SR-PROBLEM-ID NOT = WS-HOLD-PROBLEM-ID
020240         PERFORM 3200-PRINT-PROBLEM THRU 3200-EXIT
020241         PERFORM 3050-START-PROBLEM THRU 3050-EXIT
020242     END-IF.
020243     ADD 1 TO WS-HOLD-COUNT.
020244     IF SR-STATUS-ACKNOWLEDGED
020245         ADD 1 TO WS-HOLD-ACK-COUNT
020246     END-IF.
020247     MOVE SR-LOG-DATE TO WS-HOLD-NEWEST.
020248     RETURN SORT-FILE
020249         AT END SET WS-SORT-EOF TO TRUE
020250     END-RETURN.
020251 3100-EXIT.
020252     EXIT.

020253 3200-PRINT-PROBLEM.
020254     ADD 1 TO WS-PROBLEMS-PRINTED.
020255     MOVE WS-HOLD-PROBLEM-ID TO PL-PROBLEM-ID.
020256     MOVE WS-HOLD-PROGRAM    TO PL-PROGRAM.
020257     MOVE WS-HOLD-SQLCODE    TO PL-SQLCODE.
020258     MOVE WS-HOLD-COUNT      TO PL-COUNT.
020259     MOVE WS-HOLD-ACK-COUNT  TO PL-ACK-COUNT.
020260     MOVE WS-HOLD-OLDEST     TO PL-OLDEST.
020261     MOVE WS-HOLD-NEWEST     TO PL-NEWEST.
020262     SET SQD-FN-DAYNUM TO TRUE.
020263     MOVE WS-HOLD-OLDEST TO SQD-DATE-IN.
020264     CALL 'SQLDAT01' USING SQD-CONTROL-AREA.
020265     IF SQD-RC-OK
020266         SUBTRACT SQD-DAY-NUMBER FROM WS-TODAY-DAYNUM
020267             GIVING WS-AGE-DAYS
020268     ELSE
020269         MOVE ZERO TO WS-AGE-DAYS
020270     END-IF.
020271     MOVE WS-AGE-DAYS TO PL-AGE-DAYS.
020272     MOVE 'UNASSIGNED' TO PL-TEAM-NAME.
020273     IF WS-OWNER-AVAILABLE
020274         MOVE WS-HOLD-PROGRAM TO OW-PROGRAM-NAME
020275         READ OWNER-FILE KEY IS OW-PROGRAM-NAME
020276             INVALID KEY
020277                 CONTINUE
020278             NOT INVALID KEY
020279                 MOVE OW-TEAM-NAME TO PL-TEAM-NAME
020280         END-READ
020281     END-IF.
020282     WRITE PRT-RECORD FROM WS-PROBLEM-LINE.
020283 3200-EXIT.
020284     EXIT.

020300 9999-TERMINATE.
020400     IF WS-OPEN-INCIDENTS = ZERO
020500         WRITE PRT-RECORD FROM WS-NO-DATA-LINE
020900     CLOSE REPORT-FILE.
021000     MOVE WS-RECORDS-READ   TO WC-RECORDS-READ.
021100     MOVE WS-OPEN-INCIDENTS TO WC-OPEN-INCIDENTS.
021110     MOVE WS-LINKED-INCIDENTS TO WC-LINKED-INCIDENTS.
021120     MOVE WS-PROBLEMS-PRINTED TO WC-PROBLEMS-PRINTED.
021200     DISPLAY WS-COUNT-LINE.
021300 9999-EXIT.
021400     EXIT.
