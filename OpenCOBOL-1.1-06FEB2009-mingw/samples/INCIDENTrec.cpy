      ******************************************************************
      ** INCIDENTrec.cpy                                               **
      **                                                                **
      ** Record layout for "INCIDENT.MDX", the INDEXED incident        **
      ** register: one record per stopping failure, keyed on an        **
      ** ascending incident number, carrying what broke (job table,    **
      ** step, program, return code and the operator alert it         **
      ** raised), who is working it, and what was done about it.      **
      ** The INCOPEN subroutine (INCOPEN.cbl) opens incidents; the     **
      ** INCCON console assigns, annotates and closes them; AMPREP     **
      ** and EODSUMM count the ones still open.                        **
      **                                                                **
      ** IN-Status moves OPEN -> WORKING (assigned) -> RESOLVED (the   **
      ** fix is in) -> CLOSED.  IN-Alert-Key is the AUDITCHN key of    **
      ** the alert's OPERALRT.LOG line - the key ALRTCON acknowledges  **
      ** under - or zero when the alert fell below the shop's alert    **
      ** threshold and was never logged.  Each IN-Note line is         **
      ** stamped "yyyy-mm-dd hh:mm operator text".                     **
      **                                                                **
      ** Every program touching the register COPYs this layout and     **
      ** declares the file as:                                          **
      **                                                                **
      **     SELECT ... ASSIGN TO "INCIDENT.MDX"                        **
      **         ORGANIZATION INDEXED                                   **
      **         ACCESS MODE DYNAMIC                                    **
      **         RECORD KEY IN-Number.                                  **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                   **
      **               CutlerGL@gmail.com                               **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                      **
      ** ====== ==================================================== **
      ** GC1045 Initial coding                                        **
      ******************************************************************
       01  Incident-Record.
           05 IN-Number                 PIC 9(6).
           05 IN-Opened                 PIC X(19).
           05 IN-Source                 PIC X(8).
           05 IN-Job-Table              PIC X(64).
           05 IN-Step                   PIC 9(3).
           05 IN-Program                PIC X(9).
           05 IN-Return-Code            PIC S9(9).
           05 IN-Alert-Key              PIC 9(10).
           05 IN-Alert-Text             PIC X(100).
           05 IN-Status                 PIC X(8).
              88 IN-Status-Open         VALUE 'OPEN'.
              88 IN-Status-Working      VALUE 'WORKING'.
              88 IN-Status-Resolved     VALUE 'RESOLVED'.
              88 IN-Status-Closed       VALUE 'CLOSED'.
           05 IN-Assigned               PIC X(8).
           05 IN-Last-Update            PIC X(19).
           05 IN-Closed                 PIC X(19).
           05 IN-Note-Count             PIC 9(2).
           05 IN-Note                   OCCURS 10 TIMES
                                        PIC X(80).
