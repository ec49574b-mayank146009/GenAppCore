000808*                  RUN MONTHS LATER UNDER THE SAME JOB NAME      *
000812*                  CANNOT SILENTLY SKIP INPUT.  HOUSEKEEPING OF  *
000816*                  OLD CHKPT RECORDS IS THE NEW SQLCHK01 JOB.    *
000817*  2026-10-15 DBA  PLANNED-MAINTENANCE BLACKOUT WINDOWS (DDNAME  *
000818*                  SQLBLK, MAINTAINED BY SQLBLK01): A NON-ZERO   *
000819*                  SQLCODE RAISED INSIDE A MATCHING WINDOW IS    *
000820*                  STILL LOGGED, WITH '*MW*' AND THE WINDOW ID   *
000821*                  IN EL-INCIDENT-ID, BUT OPENS NO SQLINC        *
000822*                  INCIDENT AND IS NOT PAGED.  WINDOWS ARE       *
000823*                  LOADED ONCE PER RUN UNIT; NO SQLBLK DD MEANS  *
000824*                  NO WINDOWS.                                   *
000825*  2026-10-15 DBA  KNOWN-PROBLEM REGISTER (DDNAME SQLPRB,        *
000826*                  MAINTAINED BY SQLPRB01): WHEN AN OPEN PROBLEM *
000827*                  IS ON FILE FOR THE PROGRAM AND SQLCODE (FOR   *
000828*                  THE JOB, ELSE FOR ALL JOBS) ITS NUMBER IS     *
000829*                  STAMPED ON THE NEW SQLINC INCIDENT            *
000830*                  (IN-PROBLEM-ID) AND A FOURTH CONSOLE ALERT    *
000831*                  LINE GIVES THE PROBLEM NUMBER AND WORKAROUND. *
000832*                  NO SQLPRB DD MEANS NO PROBLEMS.               *
000833*  2026-10-15 DBA  INCIDENT STATUS HISTORY (DDNAME SQLHST, SEE   *
000834*                  SQLHSTR): AN OPEN EVENT IS WRITTEN FOR EVERY  *
000835*                  SQLINC INCIDENT WRITTEN, WITH THE LOG DATE    *
000836*                  AND TIME.  NO SQLHST DD MEANS NO HISTORY.     *
000837*  2026-10-15 DBA  JOB-RUN HISTORY (DDNAME SQLRUNH, SEE          *
000838*                  SQLRUNR): AT EOJ A RECORD IS APPENDED WITH    *
000839*                  THE RUN START AND END TIMES, THE              *
000840*                  RECONCILIATION COUNTS, THE RESTART FLAG AND   *
000841*                  THE NUMBER OF CHECKPOINTS TAKEN.  NO SQLRUNH  *
000842*                  DD MEANS NO HISTORY.                          *
000843*  2026-10-15 DBA  HOST-VARIABLE MASKING: EVERY HOST-VARIABLE    *
000844*                  VALUE IS PASSED THROUGH SQLHVM01 BEFORE IT    *
000845*                  REACHES THE SQLDUMP RECORD, SO ACCOUNT, CARD  *
000846*                  AND OTHER CUSTOMER VALUES MATCHED BY THE      *
000847*                  MASKING RULES (DDNAME SQLMSK, MAINTAINED BY   *
000848*                  SQLMSK01) ARE WRITTEN MASKED OR AS A ONE-WAY  *
000849*                  TOKEN.  WITH NO SQLMSK DD EVERY VALUE IS      *
000850*                  WRITTEN FULLY MASKED RATHER THAN IN THE       *
000851*                  CLEAR.                                        *
000852*  2026-10-15 DBA  EVERY SQLDUMP RECORD FOR AN EVENT WITH AN     *
000853*                  INCIDENT NUMBER IS ALSO WRITTEN TO THE KEYED  *
000854*                  DUMP FILE (DDNAME SQLDMPX, SEE SQLDMPXR) SO   *
000855*                  THE ONLINE INCIDENT INQUIRY CAN SHOW IT.  NO  *
000856*                  SQLDMPX DD MEANS NO KEYED COPY.               *
000857*  2026-10-15 DBA  A STORM SUMMARY RECORD NOW CARRIES THE        *
000858*                  '*MW*' WINDOW TAG WHEN EVERY OCCURRENCE IT    *
000859*                  COUNTS WAS RAISED INSIDE A BLACKOUT WINDOW,   *
000860*                  SO A PLANNED OUTAGE'S STORM IS NOT CHARGED    *
000861*                  TO THE OWNING TEAM.                           *
000862******************************************************************
000883 ENVIRONMENT DIVISION.
000886 CONFIGURATION SECTION.
000889 SOURCE-COMPUTER.   IBM-Z15.
000964     SELECT PARM-FILE    ASSIGN TO SQLEPARM
000967            ORGANIZATION IS SEQUENTIAL
000970            FILE STATUS  IS WS-PARM-STATUS.
000971     SELECT PROBLEM-FILE ASSIGN TO SQLPRB
000972            ORGANIZATION IS INDEXED
000973            ACCESS MODE  IS DYNAMIC
000974            RECORD KEY   IS PB-PROBLEM-KEY
000975            FILE STATUS  IS WS-PROBLEM-STATUS.
000980     SELECT INCID-FILE   ASSIGN TO SQLINC
000990            ORGANIZATION IS INDEXED
001000            ACCESS MODE  IS DYNAMIC
001005            RECORD KEY   IS IN-INCIDENT-KEY
001010            FILE STATUS  IS WS-INCID-STATUS.
001011     SELECT BLKOUT-FILE  ASSIGN TO SQLBLK
001012            ORGANIZATION IS INDEXED
001013            ACCESS MODE  IS DYNAMIC
001014            RECORD KEY   IS BW-WINDOW-ID
001015            FILE STATUS  IS WS-BLKOUT-STATUS.
001016     SELECT HIST-FILE    ASSIGN TO SQLHST
001017            ORGANIZATION IS INDEXED
001018            ACCESS MODE  IS DYNAMIC
001019            RECORD KEY   IS IH-HISTORY-KEY
001020            FILE STATUS  IS WS-HIST-STATUS.
001021     SELECT RUNHIST-FILE ASSIGN TO SQLRUNH
001022            ORGANIZATION IS SEQUENTIAL
001023            FILE STATUS  IS WS-RUNH-STATUS.
001024     SELECT DUMPX-FILE   ASSIGN TO SQLDMPX
001025            ORGANIZATION IS INDEXED
001026            ACCESS MODE  IS DYNAMIC
001027            RECORD KEY   IS DX-DUMP-KEY
001028            FILE STATUS  IS WS-DUMPX-STATUS.
001029
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  ERRLOG-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY ERRLOGR.
001090
001091 FD  RUNHIST-FILE
001092     RECORDING MODE IS F
001093     LABEL RECORDS ARE STANDARD.
001094     COPY SQLRUNR.
001095
001096 FD  DUMPX-FILE
001097     LABEL RECORDS ARE STANDARD.
001098     COPY SQLDMPXR.
001099
001100 FD  CHKPT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY CHKPTR.
001130
001132 FD  PROBLEM-FILE
001134     LABEL RECORDS ARE STANDARD.
001136     COPY SQLPRBR.
001138
001140 FD  SQLACT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY SQLACTR.
001224     LABEL RECORDS ARE STANDARD.
001226     COPY SQLINCR.
001228
001229 FD  BLKOUT-FILE
001230     LABEL RECORDS ARE STANDARD.
001231     COPY SQLBLKR.
001232
001233 FD  HIST-FILE
001234     LABEL RECORDS ARE STANDARD.
001235     COPY SQLHSTR.

001236 WORKING-STORAGE SECTION.
001240 01  WS-SWITCHES.
001250     05  WS-FILE-OPEN-SW           PIC X(01) VALUE 'N'.
001260         88  WS-FILE-IS-OPEN           VALUE 'Y'.
001262     05  WS-DUMPX-OPEN-SW          PIC X(01) VALUE 'N'.
001264         88  WS-DUMPX-IS-OPEN          VALUE 'Y'.
001266     05  WS-DUMPX-AVAIL-SW         PIC X(01) VALUE 'Y'.
001268         88  WS-DUMPX-AVAILABLE        VALUE 'Y'.
001270     05  WS-EOJ-DONE-SW            PIC X(01) VALUE 'N'.
001280         88  WS-EOJ-ALREADY-DONE      VALUE 'Y'.
001290     05  WS-CHKPT-OPEN-SW          PIC X(01) VALUE 'N'.
001300         88  WS-CHKPT-IS-OPEN          VALUE 'Y'.
001310     05  WS-CHKPT-AVAIL-SW         PIC X(01) VALUE 'Y'.
001320         88  WS-CHKPT-AVAILABLE        VALUE 'Y'.
001322     05  WS-PROBLEM-OPEN-SW        PIC X(01) VALUE 'N'.
001324         88  WS-PROBLEM-IS-OPEN        VALUE 'Y'.
001326     05  WS-PROBLEM-AVAIL-SW       PIC X(01) VALUE 'Y'.
001328         88  WS-PROBLEM-AVAILABLE      VALUE 'Y'.
001330     05  WS-SQLACT-OPEN-SW         PIC X(01) VALUE 'N'.
001340         88  WS-SQLACT-IS-OPEN         VALUE 'Y'.
001350     05  WS-SQLACT-AVAIL-SW        PIC X(01) VALUE 'Y'.
001384         88  WS-STORM-ACTIVE           VALUE 'Y'.
001386     05  WS-INCID-WRITTEN-SW       PIC X(01) VALUE 'N'.
001388         88  WS-INCID-WRITTEN          VALUE 'Y'.
001389     05  WS-WINDOW-DONE-SW         PIC X(01) VALUE 'N'.
001390         88  WS-WINDOW-DONE            VALUE 'Y'.
001391     05  WS-BLKOUT-EOF-SW          PIC X(01) VALUE 'N'.
001392         88  WS-BLKOUT-EOF             VALUE 'Y'.
001393     05  WS-IN-WINDOW-SW           PIC X(01) VALUE 'N'.
001394         88  WS-IN-WINDOW              VALUE 'Y'.
001395     05  WS-CODE-MATCH-SW          PIC X(01) VALUE 'N'.
001396         88  WS-CODE-MATCHES           VALUE 'Y'.
001397     05  WS-MASK-SW                PIC X(01) VALUE 'N'.
001398         88  WS-MASK-MATCHES           VALUE 'Y'.
001399     05  WS-HIST-OPEN-SW           PIC X(01) VALUE 'N'.
001400         88  WS-HIST-IS-OPEN           VALUE 'Y'.
001401     05  WS-HIST-AVAIL-SW          PIC X(01) VALUE 'Y'.
001402         88  WS-HIST-AVAILABLE         VALUE 'Y'.
001403 77  WS-ERRLOG-STATUS              PIC X(02) VALUE SPACES.
001404 77  WS-CHKPT-STATUS               PIC X(02) VALUE SPACES.
001410 77  WS-SQLACT-STATUS              PIC X(02) VALUE SPACES.
001412 77  WS-OWNER-STATUS               PIC X(02) VALUE SPACES.
001415 77  WS-INCID-STATUS               PIC X(02) VALUE SPACES.
001420 77  WS-DUMP-STATUS                PIC X(02) VALUE SPACES.
001421 77  WS-DUMPX-STATUS               PIC X(02) VALUE SPACES.
001422 77  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
001426 77  WS-BLKOUT-STATUS              PIC X(02) VALUE SPACES.
001428 77  WS-PROBLEM-STATUS             PIC X(02) VALUE SPACES.
001429 77  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
001430 77  WS-HV-IDX                     PIC S9(04) COMP VALUE ZERO.
001440 77  WS-HV-MAX                     PIC S9(04) COMP VALUE ZERO.
001445 77  WS-DUMPX-SEQ                  PIC 9(04)      VALUE ZERO.
001450 77  WS-HV-TABLE-MAX               PIC S9(04) COMP VALUE 10.
001452 77  WS-LAST-CHKPT-COUNT           PIC S9(09) COMP VALUE ZERO.
001454 77  WS-CHKPT-INTERVAL             PIC S9(09) COMP VALUE ZERO.
001528     05  WK-ACT-ACTION             PIC X(20).
001538     05  FILLER                    PIC X(02) VALUE '  '.
001548     05  WK-ACT-SQLERRMC           PIC X(70).
001549 01  WS-NOW-STAMP.
001550     05  WS-NOW-DATE               PIC 9(08).
001551     05  WS-NOW-TIME               PIC 9(04).
001552 01  WS-MASK-PATTERN               PIC X(08).
001553 01  WS-MASK-VALUE                 PIC X(08).
001554 01  WS-RES-PATTERN                PIC X(20).
001555 77  WS-MASK-SUB                   PIC S9(04) COMP VALUE ZERO.
001556 77  WS-RES-LEN                    PIC S9(04) COMP VALUE ZERO.
001557 77  WS-RES-POS                    PIC S9(04) COMP VALUE ZERO.
001558 77  WS-RES-LAST                   PIC S9(04) COMP VALUE ZERO.
001559 77  WS-WIN-SUB                    PIC S9(04) COMP VALUE ZERO.
001560 77  WS-WIN-CODE-SUB               PIC S9(04) COMP VALUE ZERO.
001561 77  WS-WINDOW-MAX                 PIC S9(04) COMP VALUE 50.
001562 01  WS-WINDOW-TABLE.
001563     05  WS-WINDOW-COUNT           PIC S9(04) COMP VALUE ZERO.
001564     05  WS-WINDOW-ENTRY           OCCURS 50 TIMES.
001565         10  WS-WIN-ID             PIC X(08).
001566         10  WS-WIN-START          PIC X(12).
001567         10  WS-WIN-END            PIC X(12).
001568         10  WS-WIN-PGM-MASK       PIC X(08).
001569         10  WS-WIN-JOB-MASK       PIC X(08).
001570         10  WS-WIN-RES-MASK       PIC X(20).
001571         10  WS-WIN-CODE-COUNT     PIC S9(04) COMP.
001572         10  WS-WIN-CODE           PIC S9(09) COMP
001573                                   OCCURS 5 TIMES.
001574 01  WS-SYS-DATE                   PIC 9(08).
001575 01  WS-SYS-TIME                   PIC 9(08).
001576 01  WS-RECONCILE-COUNTS.
001580     05  WS-ROWS-READ              PIC S9(09) COMP VALUE ZERO.
001590     05  WS-ROWS-FOUND             PIC S9(09) COMP VALUE ZERO.
001600     05  WS-ROWS-NOTFOUND          PIC S9(09) COMP VALUE ZERO.
001610     05  WS-HARD-ERRORS            PIC S9(09) COMP VALUE ZERO.
001611 01  WS-RUN-START.
001612     05  WS-RUN-START-DATE         PIC 9(08) VALUE ZERO.
001613     05  WS-RUN-START-TIME         PIC 9(08) VALUE ZERO.
001614 77  WS-CHKPTS-TAKEN               PIC S9(09) COMP VALUE ZERO.
001615 01  WS-RESTART-SW                 PIC X(01) VALUE 'N'.
001616     88  WS-RUN-RESTARTED              VALUE 'Y'.
001617 77  WS-RUNH-STATUS                PIC X(02) VALUE SPACES.
001620 01  WS-RECONCILE-LINE.
001630     05  FILLER                    PIC X(22)
001640             VALUE 'SQLERR01 RECONCILE - '.
001748 01  WS-INCIDENT-ID.
001751     05  WS-INC-TIME               PIC 9(08).
001754     05  WS-INC-SEQ                PIC 9(04).
001755 01  WS-MAINT-WINDOW-TAG REDEFINES WS-INCIDENT-ID.
001756     05  WS-MW-TAG                 PIC X(04).
001757     05  WS-MW-WINDOW-ID           PIC X(08).
001758 77  WS-ACT-RETRY-LIMIT            PIC S9(04) COMP VALUE ZERO.
001760 77  WS-ACT-RETRY-DELAY            PIC S9(04) COMP VALUE ZERO.
001763 01  WS-STORM-CONTROL.
001766     05  WS-STORM-PGM              PIC X(08) VALUE SPACES.
001772     05  WS-STORM-COUNT            PIC S9(09) COMP VALUE ZERO.
001775     05  WS-STORM-SUPPRESSED       PIC S9(09) COMP VALUE ZERO.
001778     05  WS-STORM-THRESHOLD        PIC S9(09) COMP VALUE 100.
001779     05  WS-STORM-WINDOW-TAG       PIC X(12) VALUE SPACES.

001780 01  WS-CRITICAL-CODE-VALUES.
001790     05  FILLER                    PIC S9(09) COMP VALUE -904.
001830                           INDEXED BY WS-CRIT-IDX
001840                           PIC S9(09) COMP.

001841 01  WS-PROBLEM-ID                 PIC X(08) VALUE SPACES.
001842 01  WS-ALERT-LINE-4.
001843     05  FILLER                    PIC X(05) VALUE 'PRB: '.
001844     05  WA-PROBLEM-ID             PIC X(08).
001845     05  FILLER                    PIC X(14)
001846             VALUE '  WORKAROUND: '.
001847     05  WA-WORKAROUND             PIC X(60).

001850 01  WS-ALERT-LINE-1.
001860     05  FILLER                    PIC X(23)
001870             VALUE '**CRITICAL SQL ALERT** '.
001980     05  WK-STALE-DATE             PIC X(08).
001982
001984     COPY SQLD01C.
001985     COPY SQLM01C.

001986 LINKAGE SECTION.
001988     COPY SQLE01C.
002200             CLOSE ERRLOG-FILE
002210             OPEN EXTEND ERRLOG-FILE
002220         END-IF
002223         ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002226         ACCEPT WS-RUN-START-TIME FROM TIME
002230         SET WS-FILE-IS-OPEN TO TRUE
002240     END-IF.
002242     IF NOT WS-DUMPX-IS-OPEN
002243         OPEN I-O DUMPX-FILE
002244         IF WS-DUMPX-STATUS NOT = '00'
002245             MOVE 'N' TO WS-DUMPX-AVAIL-SW
002246         END-IF
002247         SET WS-DUMPX-IS-OPEN TO TRUE
002248     END-IF.
002250     IF NOT WS-CHKPT-IS-OPEN
002260         OPEN I-O CHKPT-FILE
002270         IF WS-CHKPT-STATUS NOT = '00'
002444         PERFORM 1100-LOAD-STORM-PARM THRU 1100-EXIT
002448         SET WS-PARM-DONE TO TRUE
002452     END-IF.
002457     IF NOT WS-WINDOW-DONE
002462         PERFORM 7000-LOAD-WINDOWS THRU 7000-EXIT
002467         SET WS-WINDOW-DONE TO TRUE
002472     END-IF.
002473     IF NOT WS-PROBLEM-IS-OPEN
002474         OPEN INPUT PROBLEM-FILE
002475         IF WS-PROBLEM-STATUS NOT = '00'
002476             MOVE 'N' TO WS-PROBLEM-AVAIL-SW
002477         END-IF
002478         SET WS-PROBLEM-IS-OPEN TO TRUE
002479     END-IF.
002480     IF NOT WS-HIST-IS-OPEN
002481         OPEN I-O HIST-FILE
002482         IF WS-HIST-STATUS NOT = '00'
002483             MOVE 'N' TO WS-HIST-AVAIL-SW
002484         END-IF
002485         SET WS-HIST-IS-OPEN TO TRUE
002486     END-IF.
002487 1000-EXIT.
002490     EXIT.
002491
002492 1100-LOAD-STORM-PARM.
002512 2000-CHECK-SQLCODE.
002520     SET SQE-RC-OK TO TRUE.
002525     MOVE SPACES TO WS-INCIDENT-ID SQE-INCIDENT-ID.
002527     MOVE SPACES TO WS-PROBLEM-ID.
002530     ADD 1 TO WS-ROWS-READ.
002540     EVALUATE TRUE
002550         WHEN SQLCODE = ZERO
002575             MOVE ZERO TO SQE-RETRY-COUNT
002580             ADD 1 TO WS-ROWS-NOTFOUND
002582             PERFORM 2010-TRACK-STORM THRU 2010-EXIT
002586             PERFORM 7100-CHECK-MAINT-WINDOW THRU 7100-EXIT
002590             IF NOT WS-STORM-ACTIVE
002592                 PERFORM 2100-WRITE-ERROR-LOG THRU 2100-EXIT
002594             END-IF
002600             SET SQE-RC-WARNING TO TRUE
002610         WHEN OTHER
002612             PERFORM 2010-TRACK-STORM THRU 2010-EXIT
002613             PERFORM 7100-CHECK-MAINT-WINDOW THRU 7100-EXIT
002614             IF SQLCODE < ZERO
002615                AND NOT WS-IN-WINDOW
002616                 PERFORM 2050-ASSIGN-INCIDENT THRU 2050-EXIT
002617                 PERFORM 7300-WRITE-HISTORY THRU 7300-EXIT
002618             END-IF
002620             IF NOT WS-STORM-ACTIVE
002622                 PERFORM 2100-WRITE-ERROR-LOG THRU 2100-EXIT
002710                 PERFORM 2400-TAKE-CHECKPOINT THRU 2400-EXIT
002720             END-IF
002725             IF NOT WS-STORM-ACTIVE
002727                AND NOT WS-IN-WINDOW
002730                 PERFORM 2500-CHECK-CRITICAL THRU 2500-EXIT
002735             END-IF
002740     END-EVALUATE.
002820     MOVE WS-STORM-MSG        TO EL-SQLERRMC.
002822     MOVE ZERO                TO EL-SQLERRD3.
002823     MOVE SQE-JOB-NAME        TO EL-JOB-NAME.
002824     MOVE WS-STORM-WINDOW-TAG TO EL-INCIDENT-ID.
002826     WRITE EL-ERROR-RECORD.
002828     MOVE WS-STORM-PGM        TO WK-STORM-PGM.
002830     MOVE WS-STORM-CODE       TO WK-STORM-CODE.
002834     DISPLAY WS-STORM-LINE UPON CONSOLE.
002836     MOVE ZERO TO WS-STORM-SUPPRESSED.
002838     MOVE 'N'  TO WS-STORM-ACTIVE-SW.
002839     MOVE SPACES TO WS-STORM-WINDOW-TAG.
002840 2020-EXIT.
002842     EXIT.
002843
002845 2050-ASSIGN-INCIDENT.
002849     PERFORM 7200-LOOKUP-PROBLEM THRU 7200-EXIT.
002854     ADD 1 TO WS-INCIDENT-SEQ.
002857     MOVE WS-SYS-TIME     TO WS-INC-TIME.
002860     MOVE WS-INCIDENT-SEQ TO WS-INC-SEQ.
002901     SET  IN-STATUS-OPEN    TO TRUE.
002902     MOVE WS-SYS-DATE       TO IN-STATUS-DATE.
002903     MOVE SPACES            TO IN-STATUS-INITIALS.
002904     MOVE WS-PROBLEM-ID     TO IN-PROBLEM-ID.
002905     WRITE IN-INCIDENT-RECORD
002906         INVALID KEY
002907             ADD 1 TO WS-INCIDENT-SEQ
002908             MOVE WS-INCIDENT-SEQ TO WS-INC-SEQ
002909             MOVE WS-INCIDENT-ID  TO SQE-INCIDENT-ID
002910         NOT INVALID KEY
002911             SET WS-INCID-WRITTEN TO TRUE
002912     END-WRITE.
002913 2070-EXIT.
002914     EXIT.
002915
002916 2100-WRITE-ERROR-LOG.
002917     MOVE WS-SYS-DATE  TO EL-LOG-DATE.
002918     MOVE WS-SYS-TIME  TO EL-LOG-TIME.
002919     MOVE SQLCAID      TO EL-SQLCAID.
002920     MOVE SQLCODE      TO EL-SQLCODE.
002921     MOVE SQLERRP      TO EL-SQLERRP.
002922     MOVE SQLERRMC     TO EL-SQLERRMC.
002923     MOVE SQLERRD (3)  TO EL-SQLERRD3.
002924     MOVE SQE-JOB-NAME TO EL-JOB-NAME.
002925     MOVE WS-INCIDENT-ID TO EL-INCIDENT-ID.
002926     WRITE EL-ERROR-RECORD.
002927     PERFORM 2700-LOOKUP-ACTION THRU 2700-EXIT.
002928 2100-EXIT.
002929     EXIT.
002930
002940 2400-TAKE-CHECKPOINT.
002950     IF WS-CHKPT-AVAILABLE
002960         MOVE SQE-JOB-NAME      TO CK-JOB-NAME
003030             INVALID KEY
003040                 REWRITE CK-CHECKPOINT-RECORD
003050         END-WRITE
003055         ADD 1 TO WS-CHKPTS-TAKEN
003060     END-IF.
003070 2400-EXIT.
003080     EXIT.
003232     DISPLAY WS-ALERT-LINE-1 UPON CONSOLE.
003234     DISPLAY WS-ALERT-LINE-2 UPON CONSOLE.
003236     DISPLAY WS-ALERT-LINE-3 UPON CONSOLE.
003238     IF WS-PROBLEM-ID NOT = SPACES
003240         MOVE WS-PROBLEM-ID TO WA-PROBLEM-ID
003242         DISPLAY WS-ALERT-LINE-4 UPON CONSOLE
003244     END-IF.
003250 2510-EXIT.
003260     EXIT.

003370     MOVE SQE-SQL-TEXT      TO DP-SQL-TEXT.
003375     MOVE WS-INCIDENT-ID    TO DP-INCIDENT-ID.
003380     WRITE DP-DUMP-RECORD.
003382     MOVE ZERO              TO WS-DUMPX-SEQ.
003384     PERFORM 7500-WRITE-DUMP-INDEX THRU 7500-EXIT.
003390     IF SQE-HOST-VAR-COUNT > WS-HV-TABLE-MAX
003400         MOVE WS-HV-TABLE-MAX    TO WS-HV-MAX
003410     ELSE
003550     MOVE SQLCODE           TO DP-SQLCODE.
003560     MOVE SQLERRP           TO DP-SQLERRP.
003570     MOVE SQE-HV-NAME (WS-HV-IDX)  TO DP-HOST-VAR-NAME.
003575     PERFORM 2620-MASK-HOST-VAR THRU 2620-EXIT.
003580     MOVE SQM-VALUE         TO DP-HOST-VAR-VALUE.
003585     MOVE WS-INCIDENT-ID    TO DP-INCIDENT-ID.
003590     WRITE DP-DUMP-RECORD.
003592     MOVE WS-HV-IDX         TO WS-DUMPX-SEQ.
003594     PERFORM 7500-WRITE-DUMP-INDEX THRU 7500-EXIT.
003600 2610-EXIT.
003610     EXIT.
003611
003612******************************************************************
003613*  THE VALUE IS MASKED UNDER THE SQLMSK RULES BEFORE IT IS       *
003614*  WRITTEN.  IF THE RULES CANNOT BE READ THE VALUE IS NOT KNOWN  *
003615*  TO BE SAFE, SO IT IS WRITTEN FULLY MASKED.                    *
003616******************************************************************
003617 2620-MASK-HOST-VAR.
003618     SET SQM-FN-MASK        TO TRUE.
003619     MOVE SQLERRP           TO SQM-PROGRAM.
003620     MOVE SQE-HV-NAME (WS-HV-IDX)  TO SQM-VAR-NAME.
003621     MOVE SQE-HV-VALUE (WS-HV-IDX) TO SQM-VALUE.
003622     CALL 'SQLHVM01' USING SQM-CONTROL-AREA.
003623     IF SQM-RC-NO-RULES-FILE
003624        AND SQM-VALUE NOT = SPACES
003625         MOVE ALL '*'       TO SQM-VALUE
003626     END-IF.
003627 2620-EXIT.
003628     EXIT.

003629 2700-LOOKUP-ACTION.
003630     MOVE SQLCODE      TO WK-ACT-SQLCODE.
003640     MOVE SQLERRMC     TO WK-ACT-SQLERRMC.
003650     IF WS-SQLACT-AVAILABLE
004054     ELSE
004056         MOVE CK-LAST-COMMIT-COUNT TO SQE-RESTART-ROW-COUNT
004058         SET SQE-RC-RESTARTED TO TRUE
004059         SET WS-RUN-RESTARTED TO TRUE
004060     END-IF.
004062 5050-EXIT.
004064     EXIT.
004142         INVALID KEY
004144             REWRITE CK-CHECKPOINT-RECORD
004146     END-WRITE.
004147     ADD 1 TO WS-CHKPTS-TAKEN.
004148     MOVE SQE-COMMIT-ROW-COUNT TO WS-LAST-CHKPT-COUNT.
004150 5200-EXIT.
004152     EXIT.
004260             TO WR-ROWS-NOTFOUND SQE-ROWS-NOTFOUND
004270         MOVE WS-HARD-ERRORS   TO WR-HARD-ERRORS SQE-HARD-ERRORS
004280         DISPLAY WS-RECONCILE-LINE UPON CONSOLE
004285         PERFORM 7400-WRITE-RUN-HISTORY THRU 7400-EXIT
004290         SET WS-EOJ-ALREADY-DONE TO TRUE
004300     END-IF.
004310     SET SQE-RC-OK TO TRUE.
004320 6000-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*  THE BLACKOUT WINDOWS STILL OPEN AT THE FIRST CALL ARE HELD IN *
004370*  A TABLE FOR THE LIFE OF THE RUN UNIT SO THE FILE IS NOT READ  *
004380*  ON EVERY ERROR.  THE FILE IS CLOSED AGAIN STRAIGHT AWAY; A    *
004390*  MISSING SQLBLK DD SIMPLY LEAVES THE TABLE EMPTY.              *
004400******************************************************************
004410 7000-LOAD-WINDOWS.
004420     MOVE ZERO TO WS-WINDOW-COUNT.
004430     OPEN INPUT BLKOUT-FILE.
004440     IF WS-BLKOUT-STATUS NOT = '00'
004450         GO TO 7000-EXIT
004460     END-IF.
004470     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004480     ACCEPT WS-SYS-TIME FROM TIME.
004490     MOVE WS-SYS-DATE       TO WS-NOW-DATE.
004500     MOVE WS-SYS-TIME (1:4) TO WS-NOW-TIME.
004510     MOVE 'N' TO WS-BLKOUT-EOF-SW.
004520     PERFORM 7010-LOAD-ONE-WINDOW THRU 7010-EXIT
004530         UNTIL WS-BLKOUT-EOF
004540            OR WS-WINDOW-COUNT NOT < WS-WINDOW-MAX.
004550     CLOSE BLKOUT-FILE.
004560 7000-EXIT.
004570     EXIT.
004580
004590 7010-LOAD-ONE-WINDOW.
004600     READ BLKOUT-FILE NEXT RECORD
004610         AT END
004620             SET WS-BLKOUT-EOF TO TRUE
004630             GO TO 7010-EXIT
004640     END-READ.
004650     IF BW-END-STAMP < WS-NOW-STAMP
004660         GO TO 7010-EXIT
004670     END-IF.
004680     ADD 1 TO WS-WINDOW-COUNT.
004690     MOVE BW-WINDOW-ID     TO WS-WIN-ID (WS-WINDOW-COUNT).
004700     MOVE BW-START-STAMP   TO WS-WIN-START (WS-WINDOW-COUNT).
004710     MOVE BW-END-STAMP     TO WS-WIN-END (WS-WINDOW-COUNT).
004720     MOVE BW-PROGRAM-MASK  TO WS-WIN-PGM-MASK (WS-WINDOW-COUNT).
004730     MOVE BW-JOB-MASK      TO WS-WIN-JOB-MASK (WS-WINDOW-COUNT).
004740     MOVE BW-RESOURCE-MASK TO WS-WIN-RES-MASK (WS-WINDOW-COUNT).
004750     MOVE BW-SQLCODE-COUNT
004760         TO WS-WIN-CODE-COUNT (WS-WINDOW-COUNT).
004770     PERFORM 7020-LOAD-WINDOW-CODE THRU 7020-EXIT
004780         VARYING WS-WIN-CODE-SUB FROM 1 BY 1
004790         UNTIL WS-WIN-CODE-SUB > 5.
004800 7010-EXIT.
004810     EXIT.
004820
004830 7020-LOAD-WINDOW-CODE.
004840     MOVE BW-SQLCODE (WS-WIN-CODE-SUB)
004850         TO WS-WIN-CODE (WS-WINDOW-COUNT, WS-WIN-CODE-SUB).
004860 7020-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*  AN ERROR IS INSIDE A BLACKOUT WINDOW WHEN THE CURRENT DATE    *
004910*  AND TIME FALL BETWEEN THE WINDOW'S START AND END, THE SQLCODE *
004920*  IS ONE OF THE WINDOW'S EXPECTED CODES, AND THE PROGRAM        *
004930*  (SQLERRP), JOB AND SQLERRMC ALL MATCH THE WINDOW'S MASKS.     *
004940*  THE FIRST MATCHING WINDOW WINS.  NO INCIDENT IS OPENED FOR    *
004950*  SUCH AN ERROR, SO THE INCIDENT-ID FIELD CARRIES '*MW*' AND    *
004960*  THE WINDOW ID INSTEAD, AND THE LOG AND DUMP RECORDS SHOW      *
004970*  WHICH PLANNED OUTAGE COVERED IT.  THE CALLER GETS THE TAG     *
004975*  IN SQE-INCIDENT-ID ONLY FOR A HARD (NEGATIVE) SQLCODE, AS     *
004977*  FOR A REAL INCIDENT NUMBER.  DURING A STORM THE SUMMARY       *
004978*  KEEPS THE FIRST SUPPRESSED ERROR'S WINDOW TAG, DROPPED AS     *
004979*  SOON AS ONE SUPPRESSED ERROR FALLS OUTSIDE EVERY WINDOW.      *
004980******************************************************************
004990 7100-CHECK-MAINT-WINDOW.
005000     MOVE 'N' TO WS-IN-WINDOW-SW.
005010     IF WS-WINDOW-COUNT = ZERO
005020         GO TO 7100-EXIT
005030     END-IF.
005040     MOVE WS-SYS-DATE       TO WS-NOW-DATE.
005050     MOVE WS-SYS-TIME (1:4) TO WS-NOW-TIME.
005060     PERFORM 7110-MATCH-ONE-WINDOW THRU 7110-EXIT
005070         VARYING WS-WIN-SUB FROM 1 BY 1
005080         UNTIL WS-WIN-SUB > WS-WINDOW-COUNT
005090            OR WS-IN-WINDOW.
005091     IF WS-STORM-ACTIVE
005092        AND WS-STORM-SUPPRESSED = 1
005093        AND WS-IN-WINDOW
005094         MOVE WS-MAINT-WINDOW-TAG TO WS-STORM-WINDOW-TAG
005095     END-IF.
005096     IF NOT WS-IN-WINDOW
005097         MOVE SPACES              TO WS-STORM-WINDOW-TAG
005098     END-IF.
005100 7100-EXIT.
005110     EXIT.
005120
005130 7110-MATCH-ONE-WINDOW.
005140     IF WS-NOW-STAMP < WS-WIN-START (WS-WIN-SUB)
005150        OR WS-NOW-STAMP > WS-WIN-END (WS-WIN-SUB)
005160         GO TO 7110-EXIT
005170     END-IF.
005180     MOVE 'N' TO WS-CODE-MATCH-SW.
005190     PERFORM 7120-MATCH-WINDOW-CODE THRU 7120-EXIT
005200         VARYING WS-WIN-CODE-SUB FROM 1 BY 1
005210         UNTIL WS-WIN-CODE-SUB > WS-WIN-CODE-COUNT (WS-WIN-SUB)
005220            OR WS-CODE-MATCHES.
005230     IF NOT WS-CODE-MATCHES
005240         GO TO 7110-EXIT
005250     END-IF.
005260     MOVE WS-WIN-PGM-MASK (WS-WIN-SUB) TO WS-MASK-PATTERN.
005270     MOVE SQLERRP                      TO WS-MASK-VALUE.
005280     PERFORM 7130-MATCH-MASK THRU 7130-EXIT.
005290     IF NOT WS-MASK-MATCHES
005300         GO TO 7110-EXIT
005310     END-IF.
005320     MOVE WS-WIN-JOB-MASK (WS-WIN-SUB) TO WS-MASK-PATTERN.
005330     MOVE SQE-JOB-NAME                 TO WS-MASK-VALUE.
005340     PERFORM 7130-MATCH-MASK THRU 7130-EXIT.
005350     IF NOT WS-MASK-MATCHES
005360         GO TO 7110-EXIT
005370     END-IF.
005380     PERFORM 7150-MATCH-RESOURCE THRU 7150-EXIT.
005390     IF NOT WS-MASK-MATCHES
005400         GO TO 7110-EXIT
005410     END-IF.
005420     SET WS-IN-WINDOW TO TRUE.
005430     MOVE '*MW*'                 TO WS-MW-TAG.
005440     MOVE WS-WIN-ID (WS-WIN-SUB) TO WS-MW-WINDOW-ID.
005450     IF SQLCODE < ZERO
005452         MOVE WS-INCIDENT-ID     TO SQE-INCIDENT-ID
005454     END-IF.
005460 7110-EXIT.
005470     EXIT.
005480
005490 7120-MATCH-WINDOW-CODE.
005500     IF WS-WIN-CODE (WS-WIN-SUB, WS-WIN-CODE-SUB) = SQLCODE
005510         SET WS-CODE-MATCHES TO TRUE
005520     END-IF.
005530 7120-EXIT.
005540     EXIT.
005550
005560 7130-MATCH-MASK.
005570     MOVE 'Y' TO WS-MASK-SW.
005580     IF WS-MASK-PATTERN = SPACES
005590         GO TO 7130-EXIT
005600     END-IF.
005610     MOVE 1   TO WS-MASK-SUB.
005620     PERFORM 7140-MATCH-MASK-CHAR THRU 7140-EXIT
005630         UNTIL WS-MASK-SUB > 8
005640            OR NOT WS-MASK-MATCHES.
005650 7130-EXIT.
005660     EXIT.
005670
005680 7140-MATCH-MASK-CHAR.
005690     EVALUATE TRUE
005700         WHEN WS-MASK-PATTERN (WS-MASK-SUB:1) = '*'
005710             MOVE 9 TO WS-MASK-SUB
005720         WHEN WS-MASK-PATTERN (WS-MASK-SUB:1)
005730                 = WS-MASK-VALUE (WS-MASK-SUB:1)
005740             ADD 1 TO WS-MASK-SUB
005750         WHEN OTHER
005760             MOVE 'N' TO WS-MASK-SW
005770     END-EVALUATE.
005780 7140-EXIT.
005790     EXIT.
005800
005810******************************************************************
005817*  THE RESOURCE MASK UP TO ITS FIRST '*' OR SPACE IS SEARCHED    *
005824*  FOR ANYWHERE IN SQLERRMC; A BLANK MASK (OR A LONE '*')        *
005831*  MATCHES.                                                      *
005840******************************************************************
005850 7150-MATCH-RESOURCE.
005860     MOVE 'Y' TO WS-MASK-SW.
005870     MOVE WS-WIN-RES-MASK (WS-WIN-SUB) TO WS-RES-PATTERN.
005880     INSPECT WS-RES-PATTERN REPLACING ALL '*' BY SPACE.
005890     MOVE ZERO TO WS-RES-LEN.
005900     INSPECT WS-RES-PATTERN TALLYING WS-RES-LEN
005910         FOR CHARACTERS BEFORE INITIAL SPACE.
005920     IF WS-RES-LEN = ZERO
005930         GO TO 7150-EXIT
005940     END-IF.
005950     MOVE 'N' TO WS-MASK-SW.
005960     COMPUTE WS-RES-LAST = 71 - WS-RES-LEN.
005970     PERFORM 7160-SCAN-RESOURCE THRU 7160-EXIT
005980         VARYING WS-RES-POS FROM 1 BY 1
005990         UNTIL WS-RES-POS > WS-RES-LAST
006000            OR WS-MASK-MATCHES.
006010 7150-EXIT.
006020     EXIT.
006030
006040 7160-SCAN-RESOURCE.
006050     IF SQLERRMC (WS-RES-POS:WS-RES-LEN)
006060             = WS-RES-PATTERN (1:WS-RES-LEN)
006070         SET WS-MASK-MATCHES TO TRUE
006080     END-IF.
006090 7160-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*  AN OPEN KNOWN PROBLEM FOR THIS PROGRAM, SQLCODE AND JOB IS    *
006140*  LOOKED FOR FIRST, THEN ONE FOR THE PROGRAM AND SQLCODE UNDER  *
006150*  ANY JOB (JOB NAME OF SPACES).  A CLOSED PROBLEM IS IGNORED,   *
006160*  SO A FIX THAT DID NOT HOLD OPENS A FRESH INCIDENT CHAIN.      *
006170******************************************************************
006180 7200-LOOKUP-PROBLEM.
006190     MOVE SPACES TO WS-PROBLEM-ID.
006200     IF NOT WS-PROBLEM-AVAILABLE
006210         GO TO 7200-EXIT
006220     END-IF.
006230     MOVE SQE-JOB-NAME TO PB-JOB-NAME.
006240     PERFORM 7210-READ-PROBLEM THRU 7210-EXIT.
006250     IF WS-PROBLEM-ID = SPACES
006260        AND SQE-JOB-NAME NOT = SPACES
006270         MOVE SPACES TO PB-JOB-NAME
006280         PERFORM 7210-READ-PROBLEM THRU 7210-EXIT
006290     END-IF.
006300 7200-EXIT.
006310     EXIT.
006320
006330 7210-READ-PROBLEM.
006340     MOVE SQLERRP TO PB-PROGRAM.
006350     MOVE SQLCODE TO PB-SQLCODE.
006360     READ PROBLEM-FILE KEY IS PB-PROBLEM-KEY
006370         INVALID KEY
006380             CONTINUE
006390         NOT INVALID KEY
006400             IF PB-STATUS-OPEN
006410                 MOVE PB-PROBLEM-ID TO WS-PROBLEM-ID
006420                 MOVE PB-WORKAROUND TO WA-WORKAROUND
006430             END-IF
006440     END-READ.
006450 7210-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*  THE OPEN EVENT FOR THE INCIDENT 2050 JUST WROTE TO SQLINC.    *
006500*  NONE IS WRITTEN DURING A STORM (NO INCIDENT IS WRITTEN THEN)  *
006510*  OR WHEN THE SQLINC WRITE FAILED.  THE EVENT CARRIES THE SAME  *
006520*  DATE AND TIME AS THE INCIDENT RECORD, SO THE SLA CLOCK STARTS *
006530*  WHEN THE ERROR WAS LOGGED.  A DUPLICATE KEY CANNOT ARISE FOR  *
006540*  A NEW INCIDENT NUMBER AND IS IGNORED.                         *
006550******************************************************************
006560 7300-WRITE-HISTORY.
006570     IF WS-STORM-ACTIVE
006580        OR NOT WS-INCID-WRITTEN
006590        OR NOT WS-HIST-AVAILABLE
006600         GO TO 7300-EXIT
006610     END-IF.
006620     MOVE SPACES             TO IH-HISTORY-RECORD.
006630     MOVE IN-INCIDENT-KEY    TO IH-INCIDENT-KEY.
006640     MOVE IN-LOG-DATE        TO IH-EVENT-DATE.
006650     MOVE IN-LOG-TIME        TO IH-EVENT-TIME.
006660     SET  IH-EVENT-OPEN      TO TRUE.
006670     SET  IH-SET-BY-SQLERR01 TO TRUE.
006680     MOVE IN-PROGRAM         TO IH-PROGRAM.
006690     MOVE IN-SQLCODE         TO IH-SQLCODE.
006700     MOVE IN-JOB-NAME        TO IH-JOB-NAME.
006710     WRITE IH-HISTORY-RECORD
006720         INVALID KEY
006730             CONTINUE
006740     END-WRITE.
006750 7300-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790*  ONE RUN-HISTORY RECORD PER EOJ CALL, CARRYING THE SAME COUNTS *
006800*  AS THE RECONCILE LINE, THE TIME OF THE FIRST CALL IN THE RUN  *
006810*  UNIT AS THE START TIME, WHETHER A CHECKPOINT WAS RETURNED ON  *
006820*  THE RESTART CALL AND HOW MANY CHECKPOINTS WERE WRITTEN.  THE  *
006830*  FILE IS ONLY OPENED HERE, ONCE PER RUN, AND A MISSING SQLRUNH *
006840*  DD SIMPLY MEANS NO RECORD.                                    *
006850******************************************************************
006860 7400-WRITE-RUN-HISTORY.
006870     OPEN EXTEND RUNHIST-FILE.
006880     IF WS-RUNH-STATUS = '35'
006890         OPEN OUTPUT RUNHIST-FILE
006900         CLOSE RUNHIST-FILE
006910         OPEN EXTEND RUNHIST-FILE
006920     END-IF.
006930     IF WS-RUNH-STATUS NOT = '00'
006940         GO TO 7400-EXIT
006950     END-IF.
006960     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
006970     ACCEPT WS-SYS-TIME FROM TIME.
006980     MOVE SPACES             TO JR-RUN-RECORD.
006990     MOVE SQE-JOB-NAME       TO JR-JOB-NAME.
007000     MOVE SQE-CALLING-PGM    TO JR-PROGRAM.
007010     MOVE WS-RUN-START-DATE  TO JR-START-DATE.
007020     MOVE WS-RUN-START-TIME  TO JR-START-TIME.
007030     MOVE WS-SYS-DATE        TO JR-END-DATE.
007040     MOVE WS-SYS-TIME        TO JR-END-TIME.
007050     MOVE WS-ROWS-READ       TO JR-ROWS-READ.
007060     MOVE WS-ROWS-FOUND      TO JR-ROWS-FOUND.
007070     MOVE WS-ROWS-NOTFOUND   TO JR-ROWS-NOTFOUND.
007080     MOVE WS-HARD-ERRORS     TO JR-HARD-ERRORS.
007090     IF WS-RUN-RESTARTED
007100         MOVE 'Y' TO JR-RESTART-FLAG
007110     ELSE
007120         MOVE 'N' TO JR-RESTART-FLAG
007130     END-IF.
007140     MOVE WS-CHKPTS-TAKEN    TO JR-CHECKPOINTS.
007150     WRITE JR-RUN-RECORD.
007160     CLOSE RUNHIST-FILE.
007170 7400-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210*  THE DUMP RECORD JUST WRITTEN TO SQLDUMP IS COPIED TO THE      *
007220*  KEYED DUMP FILE UNDER ITS INCIDENT KEY AND SEQUENCE NUMBER    *
007230*  (ZERO FOR THE HEADER, THE HOST-VARIABLE NUMBER FOR A DETAIL)  *
007240*  FOR THE ONLINE INCIDENT INQUIRY.  AN EVENT WITHOUT AN         *
007250*  INCIDENT NUMBER CANNOT BE LOOKED UP ONLINE AND IS NOT COPIED; *
007255*  NEITHER IS ONE INSIDE A BLACKOUT WINDOW, WHOSE '*MW*' AND     *
007257*  WINDOW ID IS THE SAME FOR EVERY ERROR THE WINDOW COVERS.      *
007260*  A DUPLICATE KEY (THE SAME INCIDENT DUMPED TWICE) KEEPS THE    *
007270*  FIRST COPY; SQLDUMP STILL HOLDS BOTH.                         *
007280******************************************************************
007290 7500-WRITE-DUMP-INDEX.
007300     IF NOT WS-DUMPX-AVAILABLE
007310        OR DP-INCIDENT-ID = SPACES
007315        OR WS-IN-WINDOW
007320         GO TO 7500-EXIT
007330     END-IF.
007340     MOVE DP-LOG-DATE        TO DX-LOG-DATE.
007350     MOVE DP-INCIDENT-ID     TO DX-INCIDENT-ID.
007360     MOVE WS-DUMPX-SEQ       TO DX-SEQUENCE.
007370     MOVE DP-DUMP-RECORD     TO DX-DUMP-DATA.
007380     WRITE DX-DUMP-INDEX-RECORD
007390         INVALID KEY
007400             CONTINUE
007410     END-WRITE.
007420 7500-EXIT.
007430     EXIT.
