      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1028 Initial coding                                       **
      ** GC1045 Open an incident in the INCIDENT.MDX register         **
      **        (through INCOPEN) when any pair is out of balance,   **
      **        linked to the first pair's SEVERE alert and to the   **
      **        JOBDRV job table and step CTLBAL ran as              **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  Alert-Message-Text             PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.

       COPY INCOPENcb.

       01  Incident-Alert-Text            PIC X(100) VALUE SPACES.
       01  Job-Step-Text                  PIC X(80).
       01  Job-Step-Length                USAGE BINARY-LONG.

       LINKAGE SECTION.
       01  Bal-Parm                       PIC X ANY LENGTH.

               USING Audit-Source, "control-totals balance",
                     Bal-Return-Code
           END-CALL
           IF Out-Of-Balance > 0
               PERFORM 200-Open-Incident
           END-IF
           MOVE Bal-Return-Code TO RETURN-CODE
           GOBACK
           .
               USING Audit-Source, Alert-Message-Text,
                     Alert-Severity
           END-CALL
           IF Incident-Alert-Text = SPACES
               MOVE Alert-Message-Text TO Incident-Alert-Text
           END-IF
           .
      *****************************************************************
      ** One incident per out-of-balance run, linked to the first   **
      ** pair's alert.  Run as a JOBDRV step, JOBDRV_STEP says which **
      ** job table and step ("table:nnn") - and when JOBDRV then     **
      ** stops on this step, INCOPEN adds JOBDRV's failure to the    **
      ** same incident instead of opening a second one.              **
      *****************************************************************
       200-Open-Incident.
           INITIALIZE Incopen-CB
           MOVE Audit-Source        TO ICB-Source
           MOVE "CTLBAL"            TO ICB-Program
           MOVE Bal-Return-Code     TO ICB-Step-Return-Code
           MOVE Incident-Alert-Text TO ICB-Alert-Text
           MOVE SPACES TO Job-Step-Text
           ACCEPT Job-Step-Text FROM ENVIRONMENT "JOBDRV_STEP"
           IF Job-Step-Text = LOW-VALUES
               MOVE SPACES TO Job-Step-Text
           END-IF
           MOVE LENGTH(TRIM(Job-Step-Text, TRAILING))
             TO Job-Step-Length
      *> the step number is the last three characters, after the
      *> last colon (the table name itself may carry a drive colon)
           IF  Job-Step-Length > 4
           AND Job-Step-Text (Job-Step-Length - 3:1) = ':'
           AND Job-Step-Text (Job-Step-Length - 2:3) NUMERIC
               MOVE Job-Step-Text (1:Job-Step-Length - 4)
                 TO ICB-Job-Table
               MOVE Job-Step-Text (Job-Step-Length - 2:3)
                 TO ICB-Step
           END-IF
           CALL "INCOPEN" USING Incopen-CB
           END-CALL
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
