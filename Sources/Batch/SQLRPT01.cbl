004550*                  BUSINESS DAY (VIA SQLDAT01), SO THE DAILY      *
004560*                  RUN NO LONGER RE-COUNTS THE WHOLE RETAINED     *
004570*                  LOG AND YESTERDAY'S ACTIVITY STANDS OUT.       *
004574*  2026-10-15 DBA  ERRORS LOGGED INSIDE A PLANNED-MAINTENANCE    *
004578*                  BLACKOUT WINDOW (EL-IN-MAINT-WINDOW, SEE      *
004582*                  SQLBLK01) ARE KEPT OUT OF THE APPLICATION     *
004586*                  SECTIONS AND PRINTED LAST IN THEIR OWN        *
004590*                  'DURING PLANNED MAINTENANCE' SECTION, SO THEY *
004594*                  ARE NOT COUNTED AGAINST ANY TEAM.             *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
010100 SD  SORT2-FILE.
010200 01  S2-SUMMARY-RECORD.
010300     05  S2-APPL                   PIC X(04).
010310         88  S2-MAINT-WINDOW           VALUE HIGH-VALUES.
010400     05  S2-TEAM                   PIC X(20).
010500     05  S2-PROGRAM                PIC X(08).
010600     05  S2-JOB                    PIC X(08).
012600 77  WS-RECORDS-READ               PIC S9(09) COMP VALUE ZERO.
012700 77  WS-LINES-PRINTED              PIC S9(09) COMP VALUE ZERO.
012710 77  WS-RECORDS-SELECTED           PIC S9(09) COMP VALUE ZERO.
012720 77  WS-MAINT-SELECTED             PIC S9(09) COMP VALUE ZERO.

012800 01  WS-HOLD-SUMMARY.
012900     05  WS-HOLD-APPL              PIC X(04).
014899     05  WC-RECORDS-READ           PIC ZZZ,ZZZ,ZZ9.
014910     05  FILLER                    PIC X(11) VALUE ' SELECTED='.
014920     05  WC-RECORDS-SELECTED       PIC ZZZ,ZZZ,ZZ9.
014923     05  FILLER                    PIC X(07) VALUE ' MAINT='.
014926     05  WC-MAINT-SELECTED         PIC ZZZ,ZZZ,ZZ9.
014930     05  FILLER                    PIC X(09) VALUE ' LINES='.
014940     05  WC-LINES-PRINTED          PIC ZZZ,ZZZ,ZZ9.

016000     05  FILLER                    PIC X(08) VALUE '  TEAM: '.
016100     05  WS-SEC-TEAM               PIC X(20).

016110 01  WS-MAINT-SECTION-LINE.
016120     05  FILLER                    PIC X(41)
016130             VALUE 'ERRORS DURING PLANNED MAINTENANCE WINDOWS'.
016140     05  FILLER                    PIC X(40)
016150             VALUE ' - NOT COUNTED AGAINST ANY TEAM'.

016200 01  WS-DETAIL-LINE.
016300     05  DL-PROGRAM                PIC X(10).
016400     05  DL-JOB                    PIC X(10).
021340         GO TO 2100-READ-NEXT
021350     END-IF.
021360     ADD 1 TO WS-RECORDS-SELECTED.
021370     IF EL-IN-MAINT-WINDOW
021380         ADD 1 TO WS-MAINT-SELECTED
021390         MOVE HIGH-VALUES TO S1-APPL
021400         MOVE SPACES      TO S1-TEAM
021410     ELSE
021420         PERFORM 2400-LOOKUP-OWNER THRU 2400-EXIT
021430         MOVE WS-OWNER-APPL TO S1-APPL
021440         MOVE WS-OWNER-TEAM TO S1-TEAM
021450     END-IF.
021700     MOVE EL-SQLERRP    TO S1-PROGRAM.
021800     MOVE EL-JOB-NAME   TO S1-JOB.
021900     MOVE EL-SQLCODE    TO S1-SQLCODE.
032400     MOVE S2-TEAM TO WS-SEC-TEAM.
032500     MOVE SPACES TO PRT-RECORD.
032600     WRITE PRT-RECORD.
032610     IF S2-MAINT-WINDOW
032620         WRITE PRT-RECORD FROM WS-MAINT-SECTION-LINE
032630     ELSE
032640         WRITE PRT-RECORD FROM WS-SECTION-LINE
032650     END-IF.
032800     WRITE PRT-RECORD FROM WS-HEADING-3.
032900 4200-EXIT.
033000     EXIT.
033300     CLOSE OWNER-FILE.
033310     MOVE WS-RECORDS-READ     TO WC-RECORDS-READ.
033320     MOVE WS-RECORDS-SELECTED TO WC-RECORDS-SELECTED.
033325     MOVE WS-MAINT-SELECTED   TO WC-MAINT-SELECTED.
033330     MOVE WS-LINES-PRINTED    TO WC-LINES-PRINTED.
033340     DISPLAY WS-COUNT-LINE.
033400 9999-EXIT.
