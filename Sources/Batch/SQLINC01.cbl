002800*  DATE       BY   DESCRIPTION                                  *
002900*  ---------- ---- ------------------------------------------   *
003000*  2026-09-02 DBA  ORIGINAL PROGRAM.                             *
003010*  2026-10-15 DBA  AN APPLIED CARD MARKS THE STATUS AS SET BY    *
003020*                  THE OPERATOR (IN-STATUS-SOURCE), SO SQLTKT02  *
003030*                  CAN TELL A MANUAL DISPOSITION FROM A          *
003040*                  SERVICE-DESK ONE.                             *
003050*  2026-10-15 DBA  EACH APPLIED CARD ALSO WRITES AN ACK OR CLOSE *
003060*                  EVENT, WITH THE DATE, TIME AND OPERATOR       *
003070*                  INITIALS, TO THE INCIDENT STATUS HISTORY FILE *
003080*                  (DDNAME SQLHST, SEE SQLHSTR).                 *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004600     SELECT REPORT-FILE   ASSIGN TO SQLINC01
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS  IS WS-REPORT-STATUS.
004810     SELECT HIST-FILE     ASSIGN TO SQLHST
004820            ORGANIZATION IS INDEXED
004830            ACCESS MODE  IS DYNAMIC
004840            RECORD KEY   IS IH-HISTORY-KEY
004850            FILE STATUS  IS WS-HIST-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
006600     LABEL RECORDS ARE STANDARD.
006700     COPY SQLINCR.

006710 FD  HIST-FILE
006720     LABEL RECORDS ARE STANDARD.
006730     COPY SQLHSTR.

006800 FD  REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007300 77  WS-MAINT-STATUS               PIC X(02) VALUE SPACES.
007400 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
007500 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
007510 77  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
007600 01  WS-SWITCHES.
007700     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
007800         88  WS-EOF                    VALUE 'Y'.
007900     05  WS-CARD-OK-SW             PIC X(01) VALUE 'N'.
008000         88  WS-CARD-OK                VALUE 'Y'.
008010     05  WS-HIST-WRITTEN-SW        PIC X(01) VALUE 'N'.
008020         88  WS-HIST-WRITTEN           VALUE 'Y'.
008100 77  WS-CARDS-READ                 PIC S9(09) COMP VALUE ZERO.
008200 77  WS-CARDS-APPLIED              PIC S9(09) COMP VALUE ZERO.
008300 77  WS-CARDS-REJECTED             PIC S9(09) COMP VALUE ZERO.
008310 77  WS-HIST-TRIES                 PIC S9(04) COMP VALUE ZERO.
008320 77  WS-HIST-TRY-MAX               PIC S9(04) COMP VALUE 100.
008400 01  WS-RUN-DATE                   PIC 9(08).
008410 01  WS-EVENT-DATE                 PIC 9(08).
008420 01  WS-EVENT-TIME                 PIC 9(08).

008600 01  WS-HEADING-1.
008700     05  FILLER                    PIC X(10) VALUE 'SQLINC01'.
012600 1000-INITIALIZE.
012700     OPEN INPUT  MAINT-FILE.
012800     OPEN I-O    INCID-FILE.
012810     OPEN I-O    HIST-FILE.
012900     OPEN OUTPUT REPORT-FILE.
013000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
019750     END-IF.
019800     MOVE WS-RUN-DATE TO IN-STATUS-DATE.
019850     MOVE IM-INITIALS TO IN-STATUS-INITIALS.
019860     SET IN-SET-BY-OPERATOR TO TRUE.
019900     REWRITE IN-INCIDENT-RECORD.
020000     MOVE 'APPLIED'  TO DL-RESULT.
020100     ADD 1 TO WS-CARDS-APPLIED.
020110     PERFORM 2300-WRITE-HISTORY    THRU 2300-EXIT.
020600 2200-EXIT.
020700     EXIT.

020702******************************************************************
020704*  THE STATUS CHANGE JUST APPLIED GOES TO THE HISTORY FILE,      *
020706*  STAMPED WITH THE CURRENT DATE AND TIME.  TWO CARDS FOR ONE    *
020708*  INCIDENT CAN BE APPLIED INSIDE THE SAME HUNDREDTH OF A        *
020710*  SECOND; ON A DUPLICATE KEY THE TIME IS BUMPED A HUNDREDTH AND *
020712*  THE WRITE RETRIED, SO NEITHER EVENT IS LOST.                  *
020714******************************************************************
020716 2300-WRITE-HISTORY.
020718     MOVE SPACES          TO IH-HISTORY-RECORD.
020720     MOVE IN-INCIDENT-KEY TO IH-INCIDENT-KEY.
020722     ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD.
020724     ACCEPT WS-EVENT-TIME FROM TIME.
020726     MOVE WS-EVENT-DATE   TO IH-EVENT-DATE.
020728     IF IM-ACTION-ACK
020730         SET IH-EVENT-ACK   TO TRUE
020732     ELSE
020734         SET IH-EVENT-CLOSE TO TRUE
020736     END-IF.
020738     MOVE IM-INITIALS     TO IH-INITIALS.
020740     SET IH-SET-BY-OPERATOR TO TRUE.
020742     MOVE IN-PROGRAM      TO IH-PROGRAM.
020744     MOVE IN-SQLCODE      TO IH-SQLCODE.
020746     MOVE IN-JOB-NAME     TO IH-JOB-NAME.
020748     MOVE ZERO TO WS-HIST-TRIES.
020750     MOVE 'N'  TO WS-HIST-WRITTEN-SW.
020752     PERFORM 2310-TRY-WRITE-HISTORY THRU 2310-EXIT
020754         UNTIL WS-HIST-WRITTEN
020756            OR WS-HIST-TRIES NOT < WS-HIST-TRY-MAX.
020758     IF NOT WS-HIST-WRITTEN
020760         MOVE 'HISTORY EVENT NOT WRITTEN'  TO DL-REASON
020762     END-IF.
020764 2300-EXIT.
020766     EXIT.

020768 2310-TRY-WRITE-HISTORY.
020770     ADD 1 TO WS-HIST-TRIES.
020772     MOVE WS-EVENT-TIME TO IH-EVENT-TIME.
020774     WRITE IH-HISTORY-RECORD
020776         INVALID KEY
020778             ADD 1 TO WS-EVENT-TIME
020780         NOT INVALID KEY
020782             SET WS-HIST-WRITTEN TO TRUE
020784     END-WRITE.
020786 2310-EXIT.
020788     EXIT.

020800 9999-TERMINATE.
020900     CLOSE MAINT-FILE.
021000     CLOSE INCID-FILE.
021010     CLOSE HIST-FILE.
021100     CLOSE REPORT-FILE.
021200     MOVE WS-CARDS-READ     TO WC-CARDS-READ.
021300     MOVE WS-CARDS-APPLIED  TO WC-CARDS-APPLIED.
