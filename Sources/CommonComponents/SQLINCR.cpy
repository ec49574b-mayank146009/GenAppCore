001300*  (WITH INITIALS) THROUGH THE MAINTENANCE STEP SQLINC01; THE    *
001400*  DAILY AGING REPORT SQLINC02 LISTS EVERY INCIDENT NOT YET      *
001500*  CLOSED, OLDEST FIRST, WITH THE OWNING TEAM FROM SQLOWN.       *
001510*                                                                *
001520*  IN-PROBLEM-ID IS THE KNOWN-PROBLEM NUMBER (SEE SQLPRBR) THAT  *
001530*  WAS OPEN FOR THE PROGRAM/SQLCODE WHEN THE INCIDENT WAS        *
001540*  RAISED, OR SPACES.  IT TOOK 8 BYTES OF THE TRAILING FILLER    *
001550*  WHILE THE RECORD WAS STILL 140 BYTES.                         *
001555*                                                                *
001560*  IN-TICKET-ID IS THE SERVICE-DESK TICKET NUMBER, RECORDED BY   *
001565*  SQLTKT02 FROM THE INBOUND STATUS FEED.  IN-STATUS-SOURCE      *
001570*  SAYS WHO SET THE CURRENT STATUS: THE DUTY OPERATOR THROUGH    *
001575*  SQLINC01 OR THE SERVICE DESK THROUGH SQLTKT02 (SPACES WHILE   *
001580*  THE INCIDENT IS STILL OPEN).  THESE TWO FIELDS TOOK THE       *
001585*  RECORD FROM 140 TO 160 BYTES; EXISTING CLUSTERS ARE           *
001590*  CONVERTED ONCE WITH THE SQLVCNV3 JOB.                         *
001600******************************************************************
001700 01  IN-INCIDENT-RECORD.
001800     05  IN-INCIDENT-KEY.
002900         88  IN-STATUS-CLOSED          VALUE 'C'.
003000     05  IN-STATUS-DATE            PIC X(08).
003100     05  IN-STATUS-INITIALS        PIC X(03).
003110     05  IN-PROBLEM-ID             PIC X(08).
003120     05  IN-TICKET-ID              PIC X(12).
003130     05  IN-STATUS-SOURCE          PIC X(01).
003140         88  IN-SET-BY-OPERATOR        VALUE 'M'.
003150         88  IN-SET-BY-SERVICE-DESK    VALUE 'S'.
003200     05  FILLER                    PIC X(09).
