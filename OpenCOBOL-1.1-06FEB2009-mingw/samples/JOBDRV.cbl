      ** consumed, per the JCL convention, so "X&DATE..LOG" becomes  **
      ** "X2026-08-23.LOG".                                          **
      **                                                             **
      ** Once the symbols are in, "&GDG(group,rel)" names a         **
      ** generation of a generation data group defined in           **
      ** "GDGDEF.DAT" (see GDGCAT.cbl): &GDG(EXTRACT,+1) is a new    **
      ** generation the step will write, &GDG(EXTRACT,0) the latest  **
      ** cataloged one and &GDG(EXTRACT,-1) the one before it.  A    **
      ** new generation is cataloged only when its step ends with    **
      ** RC 0; until then it stays pending, so a restart of the      **
      ** failed step writes the very same file again.  Generations   **
      ** beyond the group's limit are rolled off (deleted) as each   **
      ** new one is cataloged.  The reference holds a comma, so the  **
      ** job table's parameter field must be quoted, e.g.            **
      ** 010,EXTRACT,"&GDG(EXTRACT,+1)",S,Nightly extract            **
      **                                                             **
      ** Every step's outcome is also recorded to the shop audit     **
      ** trail via the AUDITLOG subroutine.                          **
      **                                                             **
      ** Before each step (or group member) starts, the environment  **
      ** variable JOBDRV_STEP is set to "<job-table>:<step>", e.g.   **
      ** "JOBSTEPS.DAT:004", so a step can say which job step it ran **
      ** under (TXNAPPLY records it in its change journal), and      **
      ** JOBDRV_DATE to the yyyymmdd date &YYYYMMDD stands for, so a **
      ** step naming files with the same symbols (FILESPLT) names    **
      ** them for the same day - the business date in a catch-up.    **
      **                                                             **
      ** To re-run a job from the very beginning, simply delete      **
      ** "JOBDRV.RST" before starting JOBDRV.                        **
      **                                                             **
      ** triggered job's completion (or failure - watch the          **
      ** RETURN-CODE).                                               **
      **                                                             **
      ** The table name may be followed by a comma and a business    **
      ** date, yyyymmdd ("cobcrun JOBDRV ACMEJOB.DAT,20261012", or   **
      ** ",20261012" for JOBSTEPS.DAT).  That makes the run a CATCH- **
      ** UP of a night missed during an outage - JOBSCHED CATCHUP    **
      ** replays them this way: Step-Frequency is evaluated, and     **
      ** &YYYYMMDD / &DATE are set, for the business date instead of **
      ** the real clock (&HHMMSS / &TIME stay real), the run is      **
      ** audited as a catch-up, and every accounting row it writes   **
      ** carries two extra columns, "CATCHUP,<yyyy-mm-dd>", so       **
      ** JOBTREND, JOBSTATM and JOBCAST keep replayed runs out of    **
      ** their norms.                                                **
      **                                                             **
      ** A failed step's alert carries the recovery action from the  **
      ** shop runbook "RUNBOOK.DAT" (looked up through RUNBOOK for   **
      ** the job table, step, program and return code - see         **
      ** RUNBEDIT), and the runbook's meaning and contact are shown  **
      ** on the job log.  When a group failure stops the job, the    **
      ** FAILED status names the member that stopped it, so JOBMON  **
      ** finds that member's runbook entry.                          **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      ** GC1027 Record a CONSUMED chain-of-custody event (see        **
      **        CUSTODY.cbl) for any step whose substituted         **
      **        parameters carry the routed file's &INFILE path     **
      ** GC1037 The closing DONE status carries the run's highest   **
      **        step return code and the time the table finished,  **
      **        so JOBSCHED can release the job tables that depend **
      **        on this one (see JOBNET.DAT)                        **
      ** GC1040 Set JOBDRV_STEP to the job table and step number     **
      **        before every step and group member, for the         **
      **        TXNAPPLY change journal                             **
      ** GC1045 Open an incident in the INCIDENT.MDX register         **
      **        (through INCOPEN) whenever a step or group failure   **
      **        stops the job, linked to the CRITICAL alert it       **
      **        raised                                               **
      ** GC1053 Accept an optional business date after the table     **
      **        name for a catch-up replay of a missed run (calendar **
      **        and date symbols evaluated for that date), flagging  **
      **        its accounting rows CATCHUP; widened the accounting  **
      **        record for the extra columns                         **
      ** GC1054 Failure alerts carry the runbook's recovery action   **
      **        (see RUNBOOK.cbl); a group failure's FAILED status    **
      **        names the member that stopped the job                **
      ** GC1057 Resolve &GDG(group,rel) generation references in    **
      **        step parameters and catalog a step's new generations **
      **        when it ends cleanly (see GDGCAT.cbl)                **
      ** GC1062 Set JOBDRV_DATE to the date the date symbols stand   **
      **        for before every step, alongside JOBDRV_STEP         **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  Status-Record                   PIC X(80).

       FD  Accounting-File.
       01  Accounting-Record               PIC X(120).

       FD  Group-Restart-File.
       01  Group-Restart-Record            PIC 9(3).
       01  Cond-Skip-Reason                PIC X(40).

       01  Step-Return-Code                USAGE BINARY-LONG.
       01  Run-Highest-RC                  USAGE BINARY-LONG VALUE 0.

       01  Audit-Source                    PIC X(8) VALUE 'JOBDRV'.

       01  Subst-Overflow-Switch           PIC X VALUE 'N'.
           88 Subst-Overflowed             VALUE 'Y'.

       COPY GDGCATcb.

       01  Generation-Date                 PIC X(8).
       01  Generation-Ref-Count            USAGE BINARY-LONG.
       01  Generation-Step                 PIC 9(3).

       01  Calendar-EOF-Switch             PIC X VALUE 'N'.
           88 Calendar-EOF                 VALUE 'Y'.

       01  Zero-Return-Code                USAGE BINARY-LONG VALUE 0.

       01  Alert-Message-Text              PIC X(100).
       01  Runbook-Alert-Text              PIC X(100).
       01  Alert-Severity                  USAGE BINARY-LONG.

       COPY INCOPENcb.

       COPY RUNBOOKcb.

       COPY CSVPARSEcb.

       01  Member-RC-Filename              PIC X(70).
       01  RC-File-Prefix                  PIC X(60)
                                           VALUE "JOBGRP".
       01  Table-Base-Name                 PIC X(60).
       01  Step-Identity-Text              PIC X(80).
       01  Identity-Step-Number            PIC 9(3).
       01  Argument-Count                  USAGE BINARY-LONG.
       01  Parm-Size                       USAGE BINARY-LONG.
       01  Job-Parm-Text                   PIC X(80) VALUE SPACES.
       01  Business-Date-Text              PIC X(8) VALUE SPACES.
       01  Business-Date-Number            PIC 9(8).
       01  Business-Date-Split             REDEFINES
                                           Business-Date-Number.
           05 BD-Year                      PIC 9(4).
           05 BD-Month                     PIC 9(2).
           05 BD-Day                       PIC 9(2).
       01  Catch-Up-Switch                 PIC X VALUE 'N'.
           88 Catch-Up-Run                 VALUE 'Y'.
       01  Catch-Up-Detail-Text            PIC X(80).

       01  Pending-Step-Switch             PIC X VALUE 'N'.
           88 Pending-Step                 VALUE 'Y'.
           88 Group-Failed-Stop            VALUE 'Y'.
       01  Group-Max-Number                PIC 9(3).
       01  Group-First-Fail-RC             USAGE BINARY-LONG.
       01  Group-Stop-Sub                  PIC 9(2).

       01  Completed-Member-Table.
           05 Completed-Member             OCCURS 10 TIMES PIC 9(3).
           05 ACC-Elapsed                  PIC 9(7).
           05 FILLER                       PIC X VALUE ','.
           05 ACC-Return-Code              PIC -(9)9.
           05 ACC-Run-Suffix.
              10 ACC-Run-Comma             PIC X.
              10 ACC-Run-Type              PIC X(7).
              10 ACC-Business-Comma        PIC X.
              10 ACC-Business-Date         PIC X(10).

       01  Step-Start-Day-Integer          USAGE BINARY-LONG.
       01  Step-Start-Seconds              USAGE BINARY-LONG.
       PROCEDURE DIVISION USING OPTIONAL Job-Table-Parm.
       000-MAIN.
           PERFORM 005-Resolve-Job-Table
           IF Catch-Up-Run
               MOVE SPACES TO Catch-Up-Detail-Text
               STRING "catch-up run of "
                      TRIM(Job-Table-Name, TRAILING)
                      " for business date " ACC-Business-Date
                   DELIMITED BY SIZE INTO Catch-Up-Detail-Text
               END-STRING
               CALL "AUDITLOG"
                   USING Audit-Source, Catch-Up-Detail-Text,
                         Zero-Return-Code
               END-CALL
           END-IF
           PERFORM 010-Read-Restart-Point
           PERFORM 011-Read-Group-Restart
           PERFORM 012-Load-Calendar
           PERFORM 100-Process-One-Step
               UNTIL Job-Table-EOF
           CLOSE Job-Table-File
      *> DONE is stamped with the finish time and the highest step
      *> return code of the run - JOBSCHED's job-network test
           MOVE 'DONE' TO JS-State
           PERFORM 136-Set-Status-Timestamp
           MOVE Run-Highest-RC TO JS-Return-Code
           PERFORM 135-Write-Status
           MOVE 0 TO RETURN-CODE
           GOBACK
           END-IF
           IF  Parm-Size > 0
           AND Job-Table-Parm NOT = SPACES AND LOW-VALUES
               MOVE Job-Table-Parm TO Job-Parm-Text
           ELSE
               ACCEPT Argument-Count FROM ARGUMENT-NUMBER
               IF Argument-Count > 0
                   ACCEPT Job-Parm-Text FROM ARGUMENT-VALUE
               END-IF
           END-IF
      *> "<table>[,<yyyymmdd>]" - a business date makes this a
      *> catch-up replay of a missed night (see JOBSCHED CATCHUP)
           IF Job-Parm-Text NOT = SPACES AND LOW-VALUES
               MOVE SPACES TO Job-Table-Name
               UNSTRING Job-Parm-Text DELIMITED BY ','
                   INTO Job-Table-Name, Business-Date-Text
               END-UNSTRING
               IF Job-Table-Name = SPACES
                   MOVE "JOBSTEPS.DAT" TO Job-Table-Name
               END-IF
           END-IF
           MOVE SPACES TO ACC-Run-Suffix
           IF Business-Date-Text NOT = SPACES
               IF  Business-Date-Text NUMERIC
               AND TEST-DATE-YYYYMMDD(NUMVAL(Business-Date-Text))
                       = 0
                   MOVE Business-Date-Text TO Business-Date-Number
                   MOVE 'Y' TO Catch-Up-Switch
                   MOVE ','       TO ACC-Run-Comma
                   MOVE 'CATCHUP' TO ACC-Run-Type
                   MOVE ','       TO ACC-Business-Comma
                   STRING BD-Year "-" BD-Month "-" BD-Day
                       DELIMITED BY SIZE INTO ACC-Business-Date
                   END-STRING
               ELSE
                   DISPLAY 'JOBDRV: business date "'
                       TRIM(Business-Date-Text)
                       '" is not a valid yyyymmdd - running for today'
                       UPON SYSERR
               END-IF
           END-IF
           IF Job-Table-Name NOT = "JOBSTEPS.DAT"
      ** gives the day of the week as 1=Monday ... 7=Sunday.        **
      *****************************************************************
       013-Evaluate-Today.
           IF Catch-Up-Run
               MOVE Business-Date-Number TO Today-Number
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO Today-Number
           END-IF
           COMPUTE Today-Integer = INTEGER-OF-DATE(Today-Number)
           COMPUTE Today-DOW = MOD(Today-Integer - 1, 7) + 1
           MOVE Today-Number TO Candidate-Date
           .
       015-Load-Builtin-Symbols.
           MOVE FUNCTION CURRENT-DATE TO Now-Fields
      *> a catch-up run's date symbols name the business date it
      *> is replaying; the time symbols stay on the real clock
           IF Catch-Up-Run
               MOVE Business-Date-Number TO NF-Date
           END-IF
           MOVE NF-Date TO Generation-Date
           MOVE 0 TO Symbol-Count
           MOVE 'YYYYMMDD' TO Symbol-Name-Text
           MOVE NF-Date    TO Symbol-Value-Text
               MOVE CPB-Field (9) (1:40) TO Step-Resources
           END-IF
           PERFORM 114-Substitute-Symbols
           PERFORM 114A-Resolve-Generations
           .
      *****************************************************************
      ** Replace every &symbol in Step-Parameters with its value.    **
           END-IF
           MOVE Subst-Output TO Step-Parameters
           .
      *****************************************************************
      ** Replace every &GDG(group,rel) in the substituted parameters **
      ** with the generation's filename (see GDGCAT.cbl) - after the **
      ** symbols, so a group name may itself be built from symbols.  **
      *****************************************************************
       114A-Resolve-Generations.
           MOVE 0 TO Generation-Ref-Count
           INSPECT Step-Parameters TALLYING
               Generation-Ref-Count FOR ALL '&GDG(' ALL '&gdg('
           IF Generation-Ref-Count > 0
               INITIALIZE Gdgcat-CB
               MOVE 'R' TO GCB-Function
               MOVE Job-Table-Name TO GCB-Job-Table
               MOVE Step-Number TO GCB-Step-Number
               MOVE Generation-Date TO GCB-Business-Date
               MOVE Step-Parameters TO GCB-Text
               CALL "GDGCAT" USING Gdgcat-CB
               END-CALL
               MOVE GCB-Text TO Step-Parameters
               IF GCB-Error-Count > 0
                   DISPLAY 'JOBDRV: step ' Step-Number ' - '
                       TRIM(GCB-Error-Text) UPON SYSERR
               END-IF
               IF GCB-Overflowed
                   DISPLAY 'JOBDRV: parameters for step '
                       Step-Number ' exceed 80 characters once '
                       'generations are resolved - truncated'
                       UPON SYSERR
               END-IF
           END-IF
           .
       115-Match-Longest-Symbol.
           MOVE 0 TO Subst-Best-Sub
           MOVE 0 TO Subst-Best-Len
               MOVE 'Y' TO SRC-Recorded (Step-Number)
               MOVE Step-Return-Code TO SRC-Value (Step-Number)
           END-IF
           IF Step-Return-Code > Run-Highest-RC
               MOVE Step-Return-Code TO Run-Highest-RC
           END-IF
           .
      *****************************************************************
      ** Generation data groups (see GDGCAT.cbl): a step's new       **
      ** generations are held as pending just before it runs,       **
      ** cataloged when it ends cleanly, and dropped when the job    **
      ** moves past the step without it (on-failure CONTINUE, an     **
      ** operator SKIP) - a pending generation is left only for the  **
      ** step a restart will run again.  Generation-Step names the   **
      ** step.                                                       **
      *****************************************************************
       119C-Hold-Generations.
           INITIALIZE Gdgcat-CB
           MOVE 'H' TO GCB-Function
           MOVE Job-Table-Name TO GCB-Job-Table
           MOVE Generation-Step TO GCB-Step-Number
           CALL "GDGCAT" USING Gdgcat-CB
           END-CALL
           .
       119D-Catalog-Generations.
           INITIALIZE Gdgcat-CB
           MOVE 'C' TO GCB-Function
           MOVE Job-Table-Name TO GCB-Job-Table
           MOVE Generation-Step TO GCB-Step-Number
           CALL "GDGCAT" USING Gdgcat-CB
           END-CALL
           IF GCB-Cataloged-Count > 0
               DISPLAY 'JOBDRV: step ' Generation-Step ' cataloged '
                   GCB-Cataloged-Count ' generation(s), rolled off '
                   GCB-Rolled-Off-Count UPON SYSERR
           END-IF
           .
       119E-Drop-Generations.
           INITIALIZE Gdgcat-CB
           MOVE 'D' TO GCB-Function
           MOVE Job-Table-Name TO GCB-Job-Table
           MOVE Generation-Step TO GCB-Step-Number
           CALL "GDGCAT" USING Gdgcat-CB
           END-CALL
           .
      *****************************************************************
      ** Enqueue every resource in Resource-List (set up by the      **
           END-CALL
           MOVE 0 TO Step-Return-Code
           PERFORM 119B-Record-Step-RC
           MOVE Step-Number TO Generation-Step
           PERFORM 119E-Drop-Generations
           MOVE Step-Number TO Last-Completed-Step
           PERFORM 130-Write-Restart-Point
           .
           END-CALL
           MOVE 0 TO Step-Return-Code
           PERFORM 119B-Record-Step-RC
           MOVE Step-Number TO Generation-Step
           PERFORM 119E-Drop-Generations
           PERFORM 172-Record-Member-Complete
           .
       143-Apply-One-Command.
                       END-IF
                   END-IF
           END-EVALUATE
      *> a member that will be dispatched holds its new generations
      *> now, while its parameters are the ones last resolved
           IF  GM-Waiting (Group-Count)
           AND Generation-Ref-Count > 0
               MOVE Step-Number TO Generation-Step
               PERFORM 119C-Hold-Generations
           END-IF
           .
       163-Check-Member-Already-Done.
           MOVE 'N' TO Member-Already-Done-Switch
           END-IF
           .
       167-Start-One-Member.
           MOVE GM-Number (Group-Sub) TO Identity-Step-Number
           PERFORM 121-Publish-Step-Identity
           MOVE SPACES TO GM-Log-Name (Group-Sub)
           IF Capture-Step-Logs
               STRING "STEPLOG-" Timestamp-Date-Number "-"
               END-CALL
               IF GM-Return-Code (Group-Sub) = 0
                   MOVE 'C' TO GM-State (Group-Sub)
                   MOVE GM-Number (Group-Sub) TO Generation-Step
                   PERFORM 119D-Catalog-Generations
                   PERFORM 172-Record-Member-Complete
               ELSE
                   MOVE 'F' TO GM-State (Group-Sub)
           MOVE 'N' TO Group-Failed-Stop-Switch
           MOVE 0 TO Group-First-Fail-RC
           MOVE 0 TO Group-Max-Number
           MOVE 0 TO Group-Stop-Sub
           PERFORM VARYING Group-Sub FROM 1 BY 1
                     UNTIL Group-Sub > Group-Count
               IF GM-Number (Group-Sub) > Group-Max-Number
                   END-IF
                   IF NOT GM-On-Failure-Continue (Group-Sub)
                       MOVE 'Y' TO Group-Failed-Stop-Switch
                       IF Group-Stop-Sub = 0
                           MOVE Group-Sub TO Group-Stop-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE Group-Max-Number TO JS-Step-Number
           MOVE Group-First-Fail-RC TO JS-Return-Code
           IF Group-Failed-Stop
      *> the FAILED status names the member that stopped the job, so
      *> JOBMON can show that member's runbook entry
               MOVE GM-Number (Group-Stop-Sub)  TO JS-Step-Number
               MOVE GM-Program (Group-Stop-Sub) TO JS-Step-Program
               MOVE GM-Return-Code (Group-Stop-Sub) TO JS-Return-Code
               MOVE 'FAILED' TO JS-State
               MOVE Group-Max-Number TO JS-Last-Failure-Step
               MOVE JS-Start-Timestamp TO JS-Last-Failure-Time
                      " failed - job stopped"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               MOVE GM-Number (Group-Stop-Sub)  TO RBB-Step-Number
               MOVE GM-Program (Group-Stop-Sub) TO RBB-Program
               MOVE GM-Return-Code (Group-Stop-Sub)
                 TO RBB-Return-Code
               PERFORM 139B-Add-Runbook-Action
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               END-CALL
      *> the incident names the first member whose failure stopped
      *> the group
               MOVE GM-Number (Group-Stop-Sub)      TO ICB-Step
               MOVE GM-Program (Group-Stop-Sub)     TO ICB-Program
               MOVE GM-Return-Code (Group-Stop-Sub)
                 TO ICB-Step-Return-Code
               PERFORM 139A-Open-Incident
               CLOSE Job-Table-File
               MOVE Group-First-Fail-RC TO RETURN-CODE
               GOBACK
           ELSE
               MOVE 'ENDED-OK' TO JS-State
               PERFORM 135-Write-Status
      *> the job carries on past a member that failed with CONTINUE,
      *> so its new generations will never be cataloged
               PERFORM VARYING Group-Sub FROM 1 BY 1
                         UNTIL Group-Sub > Group-Count
                   IF GM-Failed (Group-Sub)
                       MOVE GM-Number (Group-Sub) TO Generation-Step
                       PERFORM 119E-Drop-Generations
                   END-IF
               END-PERFORM
      *> a group sitting BEFORE the restart point (all members were
      *> already complete) must never pull the restart point back
               IF Group-Max-Number > Last-Completed-Step
               ST-Hours * 3600 + ST-Minutes * 60 + ST-Seconds
           MOVE 0 TO JS-Return-Code
           PERFORM 135-Write-Status
           MOVE Step-Number TO Identity-Step-Number
           PERFORM 121-Publish-Step-Identity
           IF Generation-Ref-Count > 0
               MOVE Step-Number TO Generation-Step
               PERFORM 119C-Hold-Generations
           END-IF
           MOVE Step-Resources TO Resource-List
           MOVE SPACES TO Lock-Owner-Text
           STRING "JOBDRV-" Step-Number
               MOVE JS-Start-Timestamp TO JS-Last-Failure-Time
           END-IF
           PERFORM 135-Write-Status
           MOVE Step-Number TO Generation-Step
           IF Step-Return-Code = 0
               PERFORM 119D-Catalog-Generations
               MOVE Step-Number TO Last-Completed-Step
               PERFORM 130-Write-Restart-Point
           ELSE
                      TRIM(Step-Program, TRAILING) ") failed"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               MOVE Step-Number      TO RBB-Step-Number
               MOVE Step-Program     TO RBB-Program
               MOVE Step-Return-Code TO RBB-Return-Code
               PERFORM 139B-Add-Runbook-Action
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               IF Step-On-Failure-Continue
                   DISPLAY 'JOBDRV: on-failure action is CONTINUE - '
                       'proceeding to the next step' UPON SYSERR
                   PERFORM 119E-Drop-Generations
                   MOVE Step-Number TO Last-Completed-Step
                   PERFORM 130-Write-Restart-Point
               ELSE
                   MOVE Step-Number      TO ICB-Step
                   MOVE Step-Program     TO ICB-Program
                   MOVE Step-Return-Code TO ICB-Step-Return-Code
                   PERFORM 139A-Open-Incident
                   CLOSE Job-Table-File
                   MOVE Step-Return-Code TO RETURN-CODE
                   GOBACK
           END-IF
           .
      *****************************************************************
      ** A step run in process sees the variable directly, and one   **
      ** started through RUNSTEP inherits it from JOBDRV.            **
      *****************************************************************
       121-Publish-Step-Identity.
           MOVE SPACES TO Step-Identity-Text
           STRING TRIM(Job-Table-Name, TRAILING) ":"
                  Identity-Step-Number
               DELIMITED BY SIZE INTO Step-Identity-Text
           END-STRING
           DISPLAY "JOBDRV_STEP" UPON ENVIRONMENT-NAME
           DISPLAY Step-Identity-Text UPON ENVIRONMENT-VALUE
           DISPLAY "JOBDRV_DATE" UPON ENVIRONMENT-NAME
           DISPLAY Generation-Date UPON ENVIRONMENT-VALUE
           .
      *****************************************************************
      ** Run the step out of process through RUNSTEP so its console **
      ** output can be redirected into its own log.  The redirect   **
      ** is embedded in the command (the capture-file parameter     **
               END-IF
           END-IF
           .
      *****************************************************************
      ** A failure that stops the job opens an incident, linked to   **
      ** the alert just raised, so the next shift has one record of  **
      ** what broke, who is working it and what was done.            **
      *****************************************************************
       139A-Open-Incident.
           MOVE Audit-Source       TO ICB-Source
           MOVE Job-Table-Name     TO ICB-Job-Table
           MOVE Alert-Message-Text TO ICB-Alert-Text
           CALL "INCOPEN" USING Incopen-CB
           END-CALL
           IF ICB-Return-Code NOT = 8
               DISPLAY 'JOBDRV: incident ' ICB-Incident-Number
                   ' records this failure (see INCCON)' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** A failure's alert carries the runbook's one-line recovery   **
      ** action, so the operator paged at night knows what to do;   **
      ** the meaning and who to call go to the job log.              **
      *****************************************************************
       139B-Add-Runbook-Action.
           MOVE Job-Table-Name TO RBB-Job-Table
           CALL "RUNBOOK" USING Runbook-CB
           END-CALL
           IF RBB-Found
               MOVE Alert-Message-Text TO Runbook-Alert-Text
               MOVE SPACES TO Alert-Message-Text
               STRING TRIM(Runbook-Alert-Text, TRAILING) " - "
                      TRIM(RBB-Action, TRAILING)
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               DISPLAY 'JOBDRV: runbook - ' TRIM(RBB-Meaning)
                   UPON SYSERR
               DISPLAY 'JOBDRV: runbook action - ' TRIM(RBB-Action)
                   UPON SYSERR
               IF RBB-Contact NOT = SPACES
                   DISPLAY 'JOBDRV: runbook contact - '
                       TRIM(RBB-Contact) UPON SYSERR
               END-IF
           END-IF
           .
       130-Write-Restart-Point.
           OPEN OUTPUT Restart-File
           MOVE Last-Completed-Step TO Restart-Record
               OPEN OUTPUT Accounting-File
               MOVE 'JobDate,StepNumber,StepProgram,' &
                    'StartTimestamp,EndTimestamp,' &
                    'ElapsedSeconds,ReturnCode,RunType,BusinessDate'
                 TO Accounting-Record
               WRITE Accounting-Record
           END-IF
