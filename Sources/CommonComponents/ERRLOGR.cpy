000760*  LOG RECORD TO THE SQLDUMP RECORDS AND THE CONSOLE ALERT FOR   *
000770*  THE SAME HARD-ERROR EVENT; IT IS SPACES ON +100/WARNING       *
000780*  RECORDS AND ON THE STORM SUPPRESSION SUMMARY.                 *
000782*                                                                *
000784*  AN ERROR RAISED INSIDE A PLANNED-MAINTENANCE BLACKOUT WINDOW  *
000786*  (SQLBLKR) OPENS NO INCIDENT, SO EL-INCIDENT-ID INSTEAD        *
000788*  CARRIES THE TAG '*MW*' AND THE WINDOW ID (EL-MAINT-WINDOW).   *
000790*  A REAL INCIDENT NUMBER IS ALWAYS NUMERIC, SO THE TAG CANNOT   *
000792*  BE MISTAKEN FOR ONE AND THE RECORD LENGTH IS UNCHANGED.       *
000800******************************************************************
000900 01  EL-ERROR-RECORD.
001000     05  EL-LOG-DATE               PIC X(08).
001600     05  EL-SQLERRD3               PIC S9(09) COMP.
001650     05  EL-JOB-NAME               PIC X(08).
001700     05  EL-INCIDENT-ID            PIC X(12).
001800     05  EL-MAINT-WINDOW REDEFINES EL-INCIDENT-ID.
001900         10  EL-MW-TAG             PIC X(04).
002000             88  EL-IN-MAINT-WINDOW    VALUE '*MW*'.
002100         10  EL-MW-WINDOW-ID       PIC X(08).
