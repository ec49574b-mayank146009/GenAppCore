001010*  DP-INCIDENT-ID CARRIES THE SAME INCIDENT NUMBER STAMPED ON    *
001020*  THE ERRLOG RECORD AND THE CONSOLE ALERT FOR THE EVENT, SO     *
001030*  SUPPORT CAN PULL EVERY ARTIFACT FOR ONE PROBLEM TICKET.       *
001040*  DP-HOST-VAR-VALUE IS WRITTEN MASKED OR AS A ONE-WAY TOKEN     *
001050*  WHEN THE HOST-VARIABLE NAME MATCHES A MASKING RULE (SEE       *
001060*  SQLMSKR AND SQLHVM01), SO THE FILE HOLDS NO CUSTOMER DATA IN  *
001070*  THE CLEAR.                                                    *
001100******************************************************************
001200 01  DP-DUMP-RECORD.
001300     05  DP-RECORD-TYPE            PIC X(01).
