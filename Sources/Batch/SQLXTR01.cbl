001800*                                                                *
001900*  EXTRACT LAYOUT, ONE RECORD PER LOG RECORD:                    *
002000*    D|YYYY-MM-DD|HH:MM:SS|JOB|PROGRAM|SQLCODE|ROWS|INCIDENT|    *
002100*    MESSAGE|OBJECT                                              *
002110*  WHERE OBJECT IS THE DB2 OBJECT NAMED IN SQLERRMC, AS PARSED   *
002120*  BY SQLTOK01 UNDER THE SQLOBJ RULES (SPACES WHEN THE SQLCODE   *
002130*  HAS NO RULE), SO THE PLATFORM CAN GROUP EVENTS BY OBJECT.     *
002200*  PLUS ONE TRAILER SO THE RECEIVING SIDE CAN VERIFY             *
002300*  COMPLETENESS AND DETECT A SKIPPED CYCLE:                      *
002400*    T|RECORD COUNT|FEED SEQUENCE|RUN DATE|RUN TIME              *
002950*                  CARRIES THE FEED SEQUENCE SO THE COLLECTOR     *
002960*                  CAN DETECT A SKIPPED CYCLE, AND A MISSED       *
002970*                  NIGHT IS CAUGHT UP IN ONE FILE.                *
002974*  2026-10-15 DBA  ADDED THE DB2 OBJECT NAME PARSED FROM         *
002978*                  SQLERRMC BY SQLTOK01 AS A NEW LAST FIELD ON   *
002982*                  THE DETAIL RECORD SO THE MONITORING PLATFORM  *
002986*                  CAN GROUP EVENTS BY OBJECT.  THE RUN NOW      *
002990*                  NEEDS THE SQLOBJ RULES DD; WITHOUT IT THE     *
002994*                  FIELD IS SPACES.                              *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
007100     05  WS-RT-TT                  PIC X(02).

007200 01  WS-CLEAN-MESSAGE              PIC X(70).
007210 01  WS-CLEAN-OBJECT               PIC X(40).
007220     COPY SQLT01C.

007300 01  WS-DETAIL-FEED.
007400     05  FILLER                    PIC X(02) VALUE 'D|'.
009900     05  XF-INCIDENT-ID            PIC X(12).
010000     05  FILLER                    PIC X(01) VALUE '|'.
010100     05  XF-SQLERRMC               PIC X(70).
010110     05  FILLER                    PIC X(01) VALUE '|'.
010120     05  XF-OBJECT-NAME            PIC X(40).

010200 01  WS-TRAILER-FEED.
010300     05  FILLER                    PIC X(02) VALUE 'T|'.
016100     INSPECT WS-CLEAN-MESSAGE
016200         REPLACING ALL '|' BY SPACE.
016300     MOVE WS-CLEAN-MESSAGE TO XF-SQLERRMC.
016310     PERFORM 2100-PARSE-OBJECT     THRU 2100-EXIT.
016400     MOVE SPACES TO XT-FEED-RECORD.
016500     WRITE XT-FEED-RECORD FROM WS-DETAIL-FEED.
016600     ADD 1 TO WS-RECORDS-WRITTEN.
017000 2000-EXIT.
017100     EXIT.

017105 2100-PARSE-OBJECT.
017110     MOVE SPACES TO XF-OBJECT-NAME.
017115     IF EL-SQLCAID = SPACES
017120         GO TO 2100-EXIT
017125     END-IF.
017130     SET SQT-FN-PARSE TO TRUE.
017135     MOVE EL-SQLCODE  TO SQT-SQLCODE.
017140     MOVE EL-SQLERRMC TO SQT-SQLERRMC.
017145     CALL 'SQLTOK01' USING SQT-CONTROL-AREA.
017150     IF NOT SQT-RC-OK
017155         GO TO 2100-EXIT
017160     END-IF.
017165     MOVE SQT-OBJECT-NAME TO WS-CLEAN-OBJECT.
017170     INSPECT WS-CLEAN-OBJECT
017175         REPLACING ALL '|' BY SPACE.
017180     MOVE WS-CLEAN-OBJECT TO XF-OBJECT-NAME.
017185 2100-EXIT.
017190     EXIT.

017200 3000-WRITE-TRAILER.
017300     MOVE WS-RECORDS-WRITTEN TO XT-RECORD-COUNT.
017350     MOVE WS-FEED-SEQUENCE   TO XT-FEED-SEQ.
018500 9999-TERMINATE.
018600     CLOSE ERRLOG-FILE.
018700     CLOSE FEED-FILE.
018710     SET SQT-FN-CLOSE TO TRUE.
018720     CALL 'SQLTOK01' USING SQT-CONTROL-AREA.
018750     PERFORM 9100-SAVE-RUN-CONTROL THRU 9100-EXIT.
018800     MOVE WS-RECORDS-READ    TO WC-RECORDS-READ.
018900     MOVE WS-RECORDS-WRITTEN TO WC-RECORDS-WRITTEN.
