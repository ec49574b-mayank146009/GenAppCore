001900*  RETYPES THE CONSOLE ALERT INTO A TICKET BY HAND.  DUPLICATE   *
002000*  EVENTS UNDER ONE INCIDENT NUMBER PRODUCE ONE TICKET RECORD.   *
002100*                                                                *
002200*  TICKET RECORD LAYOUT (FIXED, 200 BYTES):                      *
002300*    COLS   1- 12  INCIDENT NUMBER                               *
002400*    COLS  13- 20  DATE (YYYYMMDD)   COLS  21- 28  TIME          *
002500*    COLS  29- 36  JOB               COLS  37- 44  PROGRAM       *
002600*    COLS  45- 54  SQLCODE (SIGN LEADING SEPARATE)               *
002700*    COLS  55-124  MESSAGE TEXT                                  *
002800*    COLS 125-144  ASSIGNED TEAM     COLS 145-174  CONTACT       *
002810*    COL  175      RECORD TYPE -- N = RAISE A NEW TICKET,        *
002820*                  U = UPDATE THE EXISTING PROBLEM               *
002830*    COLS 176-183  PROBLEM NUMBER (TYPE U ONLY)                  *
002840*                                                                *
002850*  AN INCIDENT WHOSE SQLINC MASTER RECORD CARRIES A KNOWN-       *
002860*  PROBLEM NUMBER (IN-PROBLEM-ID, STAMPED BY SQLERR01 FROM THE   *
002870*  SQLPRB REGISTER) IS SENT AS A TYPE U RECORD, SO THE SERVICE   *
002880*  DESK ADDS THE OCCURRENCE TO THE PROBLEM ALREADY RAISED        *
002890*  INSTEAD OF OPENING A FRESH TICKET EVERY NIGHT.                *
002900*                                                                *
003000*  SELECTION MATCHES THE DAILY REPORTING CHAIN: A SYSIN CARD     *
003100*  (FROM/TO YYYYMMDD, OR 'ALL') LIMITS THE RUN TO EL-LOG-DATE    *
003700*  DATE       BY   DESCRIPTION                                  *
003800*  ---------- ---- ------------------------------------------   *
003900*  2026-09-02 DBA  ORIGINAL PROGRAM.                             *
003910*  2026-10-15 DBA  ERRORS LOGGED INSIDE A PLANNED-MAINTENANCE    *
003920*                  BLACKOUT WINDOW (EL-IN-MAINT-WINDOW) ARE NOT  *
003930*                  TICKETED; THEY ARE COUNTED ON THE CONTROL     *
003940*                  TOTALS LINE INSTEAD.                          *
003947*  2026-10-15 DBA  TYPE U (UPDATE EXISTING PROBLEM) RECORDS FOR  *
003954*                  INCIDENTS LINKED TO AN OPEN KNOWN PROBLEM ON  *
003961*                  SQLINC (DDNAME SQLINC, IN-PROBLEM-ID); OTHER  *
003968*                  TICKETS ARE TYPE N.  THE RECORD TYPE AND      *
003975*                  PROBLEM NUMBER TAKE COLS 175-183, SO THE FEED *
003982*                  IS NOW 200 BYTES (LRECL CHANGED IN THE JCL).  *
003989*                  NO SQLINC DD MEANS EVERY RECORD IS TYPE N.    *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
006000     SELECT TICKET-FILE  ASSIGN TO TKTFEED
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS  IS WS-TICKET-STATUS.
006210     SELECT INCID-FILE   ASSIGN TO SQLINC
006220            ORGANIZATION IS INDEXED
006230            ACCESS MODE  IS DYNAMIC
006240            RECORD KEY   IS IN-INCIDENT-KEY
006250            FILE STATUS  IS WS-INCID-STATUS.
006300     SELECT CONTROL-FILE ASSIGN TO SYSIN
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS  IS WS-CONTROL-STATUS.
009000     05  TK-MESSAGE                PIC X(70).
009100     05  TK-TEAM-NAME              PIC X(20).
009200     05  TK-CONTACT                PIC X(30).
009210     05  TK-RECORD-TYPE            PIC X(01).
009220         88  TK-NEW-TICKET             VALUE 'N'.
009230         88  TK-PROBLEM-UPDATE         VALUE 'U'.
009240     05  TK-PROBLEM-ID             PIC X(08).
009300     05  FILLER                    PIC X(17).

009400 FD  CONTROL-FILE
009500     RECORDING MODE IS F
010100     05  CC-TO-DATE                PIC X(08).
010200     05  FILLER                    PIC X(63).

010210 FD  INCID-FILE
010220     LABEL RECORDS ARE STANDARD.
010230     COPY SQLINCR.

010300 SD  SORT-FILE.
010400 01  SR-EVENT-RECORD.
010500     05  SR-EVENT-KEY.
011600 77  WS-OWNER-STATUS               PIC X(02) VALUE SPACES.
011700 77  WS-TICKET-STATUS              PIC X(02) VALUE SPACES.
011800 77  WS-CONTROL-STATUS             PIC X(02) VALUE SPACES.
011810 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
011900 01  WS-SWITCHES.
012000     05  WS-EOF-SW                 PIC X(01) VALUE 'N'.
012100         88  WS-EOF                    VALUE 'Y'.
012900         88  WS-FULL-LOG               VALUE 'Y'.
013000     05  WS-CRITICAL-SW            PIC X(01) VALUE 'N'.
013100         88  WS-EVENT-CRITICAL         VALUE 'Y'.
013110     05  WS-INCID-AVAIL-SW         PIC X(01) VALUE 'Y'.
013120         88  WS-INCID-AVAILABLE        VALUE 'Y'.
013200 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
013300 77  WS-EVENTS-SELECTED            PIC S9(09) COMP VALUE ZERO.
013400 77  WS-TICKETS-WRITTEN            PIC S9(09) COMP VALUE ZERO.
013410 77  WS-WINDOW-SKIPPED             PIC S9(09) COMP VALUE ZERO.
013420 77  WS-PROBLEM-UPDATES            PIC S9(09) COMP VALUE ZERO.
013500 01  WS-RUN-DATE                   PIC 9(08).
013600 01  WS-FROM-DATE                  PIC X(08) VALUE '00000000'.
013700 01  WS-TO-DATE                    PIC X(08) VALUE '99999999'.
015400     05  WC-EVENTS-SELECTED        PIC ZZZ,ZZZ,ZZ9.
015500     05  FILLER                    PIC X(09) VALUE ' TICKETS='.
015600     05  WC-TICKETS-WRITTEN        PIC ZZZ,ZZZ,ZZ9.
015610     05  FILLER                    PIC X(14)
015620             VALUE ' MAINT-WINDOW='.
015630     05  WC-WINDOW-SKIPPED         PIC ZZZ,ZZZ,ZZ9.
015640     05  FILLER                    PIC X(13)
015650             VALUE ' PRB-UPDATES='.
015660     05  WC-PROBLEM-UPDATES        PIC ZZZ,ZZZ,ZZ9.

015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
017300     IF WS-OWNER-STATUS NOT = '00'
017400         MOVE 'N' TO WS-OWNER-AVAIL-SW
017500     END-IF.
017510     OPEN INPUT  INCID-FILE.
017520     IF WS-INCID-STATUS NOT = '00'
017530         MOVE 'N' TO WS-INCID-AVAIL-SW
017540     END-IF.
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     PERFORM 1100-SET-PERIOD       THRU 1100-EXIT.
017800 1000-EXIT.
022700             OR EL-LOG-DATE > WS-TO-DATE)
022800         GO TO 2100-READ-NEXT
022900     END-IF.
022910     IF EL-IN-MAINT-WINDOW
022920         ADD 1 TO WS-WINDOW-SKIPPED
022930         GO TO 2100-READ-NEXT
022940     END-IF.
023000     PERFORM 2200-CHECK-CRITICAL   THRU 2200-EXIT.
023100     IF NOT WS-EVENT-CRITICAL
023200         GO TO 2100-READ-NEXT
029800     MOVE SR-SQLCODE     TO TK-SQLCODE.
029900     MOVE SR-SQLERRMC    TO TK-MESSAGE.
030000     PERFORM 3300-LOOKUP-OWNER     THRU 3300-EXIT.
030010     PERFORM 3400-CHECK-PROBLEM    THRU 3400-EXIT.
030100     WRITE TK-TICKET-RECORD.
030110     IF TK-PROBLEM-UPDATE
030120         ADD 1 TO WS-PROBLEM-UPDATES
030130     ELSE
030140         ADD 1 TO WS-TICKETS-WRITTEN
030150     END-IF.
030300 3200-EXIT.
030400     EXIT.

032000 3300-EXIT.
032100     EXIT.

032105 3400-CHECK-PROBLEM.
032110     SET TK-NEW-TICKET TO TRUE.
032115     IF WS-INCID-AVAILABLE
032120         MOVE SR-LOG-DATE    TO IN-LOG-DATE
032125         MOVE SR-INCIDENT-ID TO IN-INCIDENT-ID
032130         READ INCID-FILE KEY IS IN-INCIDENT-KEY
032135             INVALID KEY
032140                 CONTINUE
032145             NOT INVALID KEY
032150                 IF IN-PROBLEM-ID NOT = SPACES
032155                     SET TK-PROBLEM-UPDATE TO TRUE
032160                     MOVE IN-PROBLEM-ID TO TK-PROBLEM-ID
032165                 END-IF
032170         END-READ
032175     END-IF.
032180 3400-EXIT.
032185     EXIT.

032200 9999-TERMINATE.
032300     CLOSE TICKET-FILE.
032400     IF WS-SQLACT-AVAILABLE
032700     IF WS-OWNER-AVAILABLE
032800         CLOSE OWNER-FILE
032900     END-IF.
032910     IF WS-INCID-AVAILABLE
032920         CLOSE INCID-FILE
032930     END-IF.
033000     MOVE WS-RECORDS-READ    TO WC-RECORDS-READ.
033100     MOVE WS-EVENTS-SELECTED TO WC-EVENTS-SELECTED.
033200     MOVE WS-TICKETS-WRITTEN TO WC-TICKETS-WRITTEN.
033210     MOVE WS-WINDOW-SKIPPED  TO WC-WINDOW-SKIPPED.
033220     MOVE WS-PROBLEM-UPDATES TO WC-PROBLEM-UPDATES.
033300     DISPLAY WS-COUNT-LINE.
033400 9999-EXIT.
033500     EXIT.
