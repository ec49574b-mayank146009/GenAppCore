000100******************************************************************
000200*  SQLIQCA  --  ONLINE INCIDENT INQUIRY COMMUNICATION AREA       *
000300*                                                                *
000400*  PASSED BETWEEN THE THREE PSEUDO-CONVERSATIONAL PROGRAMS OF    *
000500*  THE ONLINE INCIDENT INQUIRY -- SQLINQ01 (INQUIRY, TRANSACTION *
000600*  SQIQ), SQLINQ02 (BROWSE, SQIB) AND SQLINQ03 (DISPOSITION,     *
000700*  SQID) -- ON EVERY RETURN TRANSID AND XCTL.  EACH PROGRAM      *
000800*  KEEPS THE OTHERS' FIELDS INTACT, SO THE OPERATOR CAN GO FROM  *
000900*  A BROWSE PAGE TO AN INCIDENT AND BACK AND FIND THE SAME       *
001000*  FILTERS AND THE SAME PAGE.                                    *
001100*                                                                *
001200*  IQ-LAST-PROGRAM IS THE PROGRAM THAT SENT THE SCREEN NOW ON    *
001300*  THE TERMINAL.  A PROGRAM FINDING ITS OWN NAME THERE RECEIVES  *
001400*  ITS MAP; ANY OTHER VALUE MEANS IT WAS JUST ENTERED BY XCTL    *
001500*  AND SENDS ITS FIRST SCREEN FOR IQ-INCIDENT-KEY (OR THE        *
001600*  BROWSE POSITION).  IQ-MESSAGE CARRIES A MESSAGE FROM THE      *
001700*  PROGRAM THAT DID THE XCTL FOR THE NEXT SCREEN SENT.           *
001800*                                                                *
001900*  IQ-BR-PAGE-KEY HOLDS THE FIRST SQLINC KEY READ FOR EACH PAGE  *
002000*  SHOWN SO FAR, SO PF7 CAN GO BACK A PAGE UNDER THE SAME        *
002100*  FILTERS; PAST FIFTY PAGES THE OLDEST ENTRY IS DROPPED.        *
002200*  IQ-BR-NEXT-KEY IS WHERE THE NEXT PAGE STARTS.  IQ-BR-LINE-KEY *
002210*  IS THE SQLINC KEY OF EACH LINE ON THE PAGE NOW SHOWN, SO A    *
002220*  SELECTION CAN BE TURNED BACK INTO AN INCIDENT.                *
002300******************************************************************
002400 01  IQ-COMMAREA.
002500     05  IQ-LAST-PROGRAM           PIC X(08).
002600     05  IQ-INCIDENT-KEY.
002700         10  IQ-LOG-DATE           PIC X(08).
002800         10  IQ-INCIDENT-ID        PIC X(12).
002900     05  IQ-HV-FIRST               PIC 9(04).
003000     05  IQ-HV-COUNT               PIC 9(04).
003100     05  IQ-MESSAGE                PIC X(78).
003200     05  IQ-BROWSE-AREA.
003300         10  IQ-BR-ACTIVE-SW       PIC X(01).
003400             88  IQ-BR-ACTIVE          VALUE 'Y'.
003500         10  IQ-BR-STATUS          PIC X(01).
003600             88  IQ-BR-NOT-CLOSED      VALUE SPACE.
003700             88  IQ-BR-OPEN            VALUE 'O'.
003800             88  IQ-BR-ACKNOWLEDGED    VALUE 'A'.
003900             88  IQ-BR-CLOSED          VALUE 'C'.
004000             88  IQ-BR-ALL             VALUE '*'.
004100         10  IQ-BR-TEAM            PIC X(20).
004200         10  IQ-BR-PROGRAM         PIC X(08).
004300         10  IQ-BR-MORE-SW         PIC X(01).
004400             88  IQ-BR-MORE            VALUE 'Y'.
004500         10  IQ-BR-NEXT-KEY        PIC X(20).
004600         10  IQ-BR-PAGE-NO         PIC 9(04).
004700         10  IQ-BR-PAGE-KEY        PIC X(20)
004800                                   OCCURS 50 TIMES.
004900         10  IQ-BR-LINE-KEYS.
005000             15  IQ-BR-LINE-KEY    PIC X(20)
005100                                   OCCURS 12 TIMES.
