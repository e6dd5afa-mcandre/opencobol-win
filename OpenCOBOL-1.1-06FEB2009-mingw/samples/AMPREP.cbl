      **     stopped partway, and at which JOBSTEPS.DAT step it      **
      **     would resume (a leftover JOBGRP.RST means it stopped    **
      **     inside a parallel group)                                **
      **   - when it stopped on a failure (JOBDRV.STA says FAILED),  **
      **     the failed step's entry from the shop runbook           **
      **     "RUNBOOK.DAT" (through RUNBOOK - see RUNBEDIT): what    **
      **     the return code means, the recovery action, and who to  **
      **     call                                                    **
      **   - how many inbound manifest records sit at QUARANTINED    **
      **     or OPEN FAILED, awaiting action (see INBOUND.cbl)       **
      **   - how many incidents in the INCIDENT.MDX register are     **
      **     not yet CLOSED (see INCCON.cbl)                         **
      **   - how many non-zero audit trail entries accumulated       **
      **     since yesterday's close (AUDITARC empties the trail     **
      **     nightly, so AUDITLOG.LOG holds exactly the overnight    **
      **        would skip a step-1 AMPREP there as already complete **
      ** GC1010 Widened the resume-step program name to 9            **
      **        characters to match JOBDRV's widened field           **
      ** GC1045 Report how many incidents in the INCIDENT.MDX         **
      **        register are not yet CLOSED (a warning, like         **
      **        quarantined files - not a NO-GO by itself)           **
      ** GC1054 Print the failed step's runbook entry (see           **
      **        RUNBOOK.cbl) when last night stopped on a failure    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Job-Table-File ASSIGN TO "JOBSTEPS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Status-File ASSIGN TO "JOBDRV.STA"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Manifest-File ASSIGN TO "INBOUND.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MX-Filename.
           SELECT Audit-File ASSIGN TO "AUDITLOG.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Incident-File ASSIGN TO "INCIDENT.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IN-Number.
       DATA DIVISION.
       FILE SECTION.
       FD  Tempchk-Report-File.
       FD  Job-Table-File.
       01  Job-Table-Record               PIC X(160).

       FD  Status-File.
       01  Status-Record                  PIC X(80).

       FD  Manifest-File.
       COPY INBMFTrec.

       FD  Audit-File.
       01  Audit-Record                   PIC X(210).

       FD  Incident-File.
       COPY INCIDENTrec.

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.


       COPY AUDITLOGrec.

       COPY JOBDRVsta.

       COPY RUNBOOKcb.

       01  File-Details.
           05 FD-File-Size              PIC X(8) COMP-X.
           05 FD-File-Date.
           88 Stopped-Partway             VALUE 'Y'.
       01  Table-Step-Number              PIC 9(3).

       01  Failed-Status-Switch           PIC X VALUE 'N'.
           88 Failed-Status-Present       VALUE 'Y'.
       01  Failed-RC-Display              PIC -(8)9.

       01  Manifest-EOF-Switch            PIC X VALUE 'N'.
           88 Manifest-EOF                VALUE 'Y'.
       01  Waiting-File-Count             PIC 9(4) VALUE 0.
           88 Audit-EOF                   VALUE 'Y'.
       01  Overnight-Failure-Count        PIC 9(4) VALUE 0.

       01  Incident-EOF-Switch            PIC X VALUE 'N'.
           88 Incident-EOF                VALUE 'Y'.
       01  Open-Incident-Count            PIC 9(4) VALUE 0.

       01  No-Go-Switch                   PIC X VALUE 'N'.
           88 No-Go                       VALUE 'Y'.

           PERFORM 200-Check-Restart-State
           PERFORM 300-Check-Waiting-Inbound-Files
           PERFORM 400-Count-Overnight-Failures
           PERFORM 500-Count-Open-Incidents
           PERFORM 900-Write-Readiness-Report
           CALL "AUDITLOG"
               USING Audit-Source, Report-Line,
           END-IF
           IF Stopped-Partway OR Group-Restart-Present
               MOVE 'Y' TO No-Go-Switch
               PERFORM 230-Find-Runbook-Entry
           END-IF
           .
       210-Find-Resume-Step.
               END-IF
           END-IF
           .
      *****************************************************************
      ** A night that stopped on a failure left JOBDRV.STA at FAILED,**
      ** naming the step (for a group, the member) that failed and   **
      ** its return code - the key to the runbook entry.             **
      *****************************************************************
       230-Find-Runbook-Entry.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBDRV.STA"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Status-File
               READ Status-File INTO Job-Status-Line
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JS-State = 'FAILED'
                           MOVE 'Y' TO Failed-Status-Switch
                       END-IF
               END-READ
               CLOSE Status-File
           END-IF
           IF Failed-Status-Present
               INITIALIZE Runbook-CB
               MOVE "JOBSTEPS.DAT"  TO RBB-Job-Table
               MOVE JS-Step-Number  TO RBB-Step-Number
               MOVE JS-Step-Program TO RBB-Program
               MOVE NUMVAL(JS-Return-Code) TO RBB-Return-Code
               CALL "RUNBOOK" USING Runbook-CB
               END-CALL
           END-IF
           .
       300-Check-Waiting-Inbound-Files.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INBOUND.MDX"
               END-IF
           END-IF
           .
       500-Count-Open-Incidents.
           MOVE 0 TO Open-Incident-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INCIDENT.MDX"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Incident-File
               MOVE 0 TO IN-Number
               START Incident-File KEY NOT < IN-Number
                   INVALID KEY
                       MOVE 'Y' TO Incident-EOF-Switch
                   NOT INVALID KEY
                       MOVE 'N' TO Incident-EOF-Switch
               END-START
               PERFORM 510-Scan-One-Incident
                   UNTIL Incident-EOF
               CLOSE Incident-File
           END-IF
           .
       510-Scan-One-Incident.
           READ Incident-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Incident-EOF-Switch
           END-READ
           IF NOT Incident-EOF
               IF NOT IN-Status-Closed
                   ADD 1 TO Open-Incident-Count
               END-IF
           END-IF
           .
       900-Write-Readiness-Report.
           INITIALIZE Rptwrit-CB
           MOVE "AMPREP.RPT" TO RWB-Filename
                     TO Report-Line
           END-EVALUATE
           PERFORM 990-Write-One-Line
           IF Failed-Status-Present
               PERFORM 910-Write-Runbook-Entry
           END-IF
           MOVE SPACES TO Report-Line
           STRING "Inbound files waiting....: "
                  Waiting-File-Count
           END-IF
           PERFORM 990-Write-One-Line
           MOVE SPACES TO Report-Line
           STRING "Open incidents...........: "
                  Open-Incident-Count
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           IF Open-Incident-Count > 0
               MOVE Report-Line TO Work-Line
               MOVE SPACES TO Report-Line
               STRING TRIM(Work-Line, TRAILING)
                      "  ** WARNING - work them in INCCON **"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 990-Write-One-Line
           MOVE SPACES TO Report-Line
           PERFORM 990-Write-One-Line
           MOVE SPACES TO Report-Line
           IF No-Go
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           .
       910-Write-Runbook-Entry.
           MOVE RBB-Return-Code TO Failed-RC-Display
           MOVE SPACES TO Report-Line
           STRING "Failed step..............: "
                  RBB-Step-Number " ("
                  TRIM(RBB-Program, TRAILING)
                  ") RC=" TRIM(Failed-RC-Display)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 990-Write-One-Line
           IF RBB-Found
               MOVE SPACES TO Report-Line
               STRING "Runbook meaning..........: " RBB-Meaning
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 990-Write-One-Line
               MOVE SPACES TO Report-Line
               STRING "Recovery action..........: " RBB-Action
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 990-Write-One-Line
               MOVE SPACES TO Report-Line
               STRING "Who to call..............: " RBB-Contact
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 990-Write-One-Line
           ELSE
               MOVE "Recovery action..........: no runbook entry "
                    & "- see RUNBEDIT"
                 TO Report-Line
               PERFORM 990-Write-One-Line
           END-IF
           .
       990-Write-One-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
