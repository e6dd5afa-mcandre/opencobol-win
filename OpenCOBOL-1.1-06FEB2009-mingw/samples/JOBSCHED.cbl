      ** and its launch time has arrived, the mapped table is        **
      ** started as its own process ("start /B cobcrun JOBDRV        **
      ** <table>", via WINSYSTEM) and the launch is recorded both    **
      ** in the audit trail and in "JOBSCHED.HST", one line per      **
      ** table -                                                     **
      **                                                             **
      **   jobtable,last-launch,business-date,run-type               **
      **                                                             **
      ** (run-type blank for a normal launch, CATCHUP for a replay;  **
      ** a line without the last two columns is taken as a normal    **
      ** launch for the date it was made), which is how a restarted  **
      ** scheduler knows what already ran today.  A table's line     **
      ** only ever moves FORWARD: a launch for a business date older **
      ** than the one it already shows (a catch-up replayed after    **
      ** tonight's run, say) is audited but leaves the line alone.   **
      **                                                             **
      ** A launch window missed because the machine (or JOBSCHED)    **
      ** was down at start time is CAUGHT UP, not silently skipped:  **
      ** broken PATH would re-page the operator every cycle.         **
      ** Restarting JOBSCHED clears the mark and retries.            **
      **                                                             **
      ** A whole NIGHT missed during an outage is a different        **
      ** matter: once the date has rolled over, the normal cycle     **
      ** only ever looks at today.  At startup JOBSCHED therefore    **
      ** compares the schedule and SHOPCAL.DAT against JOBSCHED.HST  **
      ** and lists every run that should have happened since each   **
      ** table's last business date (looking back at most            **
      ** Max-Catch-Up-Days) but did not, raising ONE WARNING alert   **
      ** when there are any.  Tables with no history are not        **
      ** guessed at.  The missed runs are kept in JOBSCHED.HST as    **
      ** pending lines -                                             **
      **                                                             **
      **   jobtable,,business-date,MISSED,hh:mm                      **
      **                                                             **
      ** - so they are still owed after the next launch moves the    **
      ** table's business date on, until CATCHUP replays them.  To   **
      ** replay them, stop the resident scheduler and, BEFORE        **
      ** restarting it, run                                          **
      **                                                             **
      **   cobcrun JOBSCHED CATCHUP                                  **
      **                                                             **
      ** which refuses (return code 8) while JOBSCHED.HBT shows the  **
      ** resident scheduler RUNNING with a beat in the last          **
      ** Resident-Fresh-Seconds, then lists the missed runs in       **
      ** business-date (then start time) order, refuses to go on     **
      ** while any of those tables shows a run that did not reach    **
      ** DONE (finish or restart it first), asks the operator at the **
      ** console to confirm, and then replays them ONE AT A TIME,    **
      ** waiting for each, as "cobcrun JOBDRV <table>,<yyyymmdd>" -  **
      ** JOBDRV evaluates Step-Frequency and sets &YYYYMMDD / &DATE  **
      ** for that business date and flags its accounting rows        **
      ** CATCHUP.  Each replay starts from the top (the table's      **
      ** restart files left by its last DONE run are removed first), **
      ** is audited, is taken off the pending list, and is recorded  **
      ** in JOBSCHED.HST with its business date and run type         **
      ** CATCHUP, so tonight's normal run still fires and a          **
      ** catch-up's DONE never releases tonight's dependents.  A     **
      ** replay that does not reach DONE stops the catch-up with a   **
      ** SEVERE alert; finish that run by re-running the JOBDRV      **
      ** command shown, then run JOBSCHED CATCHUP again for the      **
      ** rest.  CATCHUP ends with return code 0 when everything was  **
      ** replayed, 4 when the operator declined, 8 when the resident **
      ** scheduler was running, a table was not at rest or a replay  **
      ** stopped.                                                    **
      **                                                             **
      ** Every cycle rewrites the status file "JOBSCHED.STA", one    **
      ** line per schedule entry -                                   **
      **                                                             **
      **   jobtable,hh:mm,state,last-launch                          **
      **                                                             **
      ** with state NOT-TODAY, PENDING, WAITING-ON, LAUNCHED or      **
      ** OVERDUE - so JOBMON-style tooling can see at a glance what  **
      ** is pending, held, launched, or late.  A WAITING-ON line     **
      ** carries a fifth column naming the predecessor it is held    **
      ** for.                                                        **
      **                                                             **
      ** The job network lives in "JOBNET.DAT", one comma-separated  **
      ** line per dependency:                                        **
      **                                                             **
      **   jobtable,predecessor,max-rc,deadline                      **
      **                                                             **
      **   jobtable     the dependent table, as named in SCHEDTBL    **
      **   predecessor  a job table that must have reached DONE      **
      **                today before jobtable may start              **
      **   max-rc       the highest acceptable return code for the   **
      **                predecessor's run (blank = 0 only)           **
      **   deadline     hh:mm by which the predecessor must be DONE  **
      **                (blank = no deadline)                        **
      **                                                             **
      ** A due entry whose predecessors are not all satisfied is     **
      ** held as WAITING-ON instead of launched, and launched on the **
      ** first cycle after the last of them finishes - without the   **
      ** late-launch WARNING, since the delay was the job network's, **
      ** not a missed window.  The hold remembers the business date  **
      ** the entry became due, so a hold that outlives midnight      **
      ** keeps the entry due for THAT date (whatever the new day's   **
      ** frequency says) until it is launched, as "cobcrun JOBDRV    **
      ** <table>,<yyyymmdd>" so JOBDRV runs it for that business     **
      ** date; the new day's own run then follows in the normal way. **
      ** A predecessor is satisfied when its JOBDRV status file      **
      ** (JOBDRV.STA for JOBSTEPS.DAT, <table>.STA otherwise) shows  **
      ** DONE with a return code (the highest step return code of    **
      ** the run) not above max-rc, stamped on or after the          **
      ** dependent's business date - and, when JOBSCHED launched the **
      ** predecessor itself for that date, stamped after that        **
      ** launch, so last night's DONE never releases tonight's       **
      ** dependent.  A predecessor still not satisfied once its      **
      ** deadline has passed (or DONE with too high a return code)   **
      ** raises ONE SEVERE alert per dependency per business date.   **
      ** JOBNET.DAT is re-read every cycle, like the schedule.       **
      **                                                             **
      ** To stop the scheduler cleanly, create the stop file         **
      ** "JOBSCHED.STP" (e.g. "echo stop> JOBSCHED.STP"); JOBSCHED   **
      ** finishes the cycle in progress, removes the stop file, and  **
      ** ends with return code 0.                                    **
      **                                                             **
      ** The resident scheduler keeps the heartbeat file             **
      ** "JOBSCHED.HBT" (through HEARTBT), rewritten at start-up and **
      ** at the end of every cycle with the cycle count and the      **
      ** time it last launched a job, and marked STOPPED at a clean  **
      ** stop - list JOBSCHED in WATCHDOG.DAT so a dead or hung      **
      ** scheduler pages somebody (see WATCHDOG.cbl).  CATCHUP mode  **
      ** is not resident and keeps no heartbeat.                     **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1014 Initial coding                                       **
      ** GC1037 Hold a due entry as WAITING-ON until the job tables  **
      **        it depends on (the new JOBNET.DAT job network) have  **
      **        reached DONE today with an acceptable return code,   **
      **        and alert once when a predecessor misses its stated  **
      **        deadline                                             **
      ** GC1053 Detect scheduled runs missed during an outage and    **
      **        replay them in business-date order (CATCHUP mode,   **
      **        operator-confirmed) as JOBDRV catch-up runs; added  **
      **        the business date and run type to JOBSCHED.HST      **
      ** GC1055 Keep the JOBSCHED.HBT heartbeat every cycle for the  **
      **        WATCHDOG (see HEARTBT.cbl)                           **
      ** GC1063 Keep a held entry due for the business date it was   **
      **        held on across midnight, without the late-launch     **
      **        WARNING; keep missed runs pending in JOBSCHED.HST    **
      **        until CATCHUP replays them; refuse CATCHUP while     **
      **        the resident scheduler's heartbeat is fresh; only    **
      **        move a table's JOBSCHED.HST line forward             **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Status-File ASSIGN TO "JOBSCHED.STA"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Network-File ASSIGN TO "JOBNET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Predecessor-Status-File
               ASSIGN TO Predecessor-Status-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Heartbeat-File ASSIGN TO "JOBSCHED.HBT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Schedule-File.
       01  Calendar-Record                PIC X(60).

       FD  History-File.
       01  History-Record                 PIC X(80).

       FD  Status-File.
       01  Status-Record                  PIC X(80).

       FD  Network-File.
       01  Network-Record                 PIC X(80).

       FD  Predecessor-Status-File.
       01  Predecessor-Status-Record      PIC X(80).

       FD  Heartbeat-File.
       01  Heartbeat-Record               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

       COPY HEARTBTcb.

       COPY HEARTBTrec.

       01  File-Details.
           05 FD-File-Size              PIC X(8) COMP-X.
           05 FD-File-Date.
              10 SCH-Job-Table            PIC X(20).
              10 SCH-Start-Time           PIC X(5).
              10 SCH-Frequency            PIC X(3).
              10 SCH-State                PIC X(10).
              10 SCH-Last-Launch          PIC X(19).
              10 SCH-Business-Date        PIC X(10).
              10 SCH-Waiting-On           PIC X(20).
       01  Schedule-Count                 PIC 9(2) VALUE 0.
       01  Schedule-Sub                   PIC 9(2).

           05 History-Entry               OCCURS 50 TIMES.
              10 HST-Job-Table            PIC X(20).
              10 HST-Last-Launch          PIC X(19).
              10 HST-Business-Date        PIC X(10).
              10 HST-Run-Type             PIC X(7).
       01  History-Count                  PIC 9(2) VALUE 0.
       01  History-Sub                    PIC 9(2).
       01  Matched-History                PIC 9(2).
       01  Pending-Loaded-Count           PIC 9(3).

       01  History-EOF-Switch             PIC X.
           88 History-EOF                 VALUE 'Y'.

      *> what 230-Record-Launch-History is to record
       01  Record-Job-Table               PIC X(20).
       01  Record-Business-Date           PIC X(10).
       01  Record-Run-Type                PIC X(7).

      *> entries whose start command failed today - kept in memory
      *> so the SEVERE alert fires once per entry per day, and a
      *> restart deliberately forgets them and tries again
       01  Failed-Today-Switch            PIC X.
           88 Failed-Today                VALUE 'Y'.

      *> entries held WAITING-ON, with the business date each became
      *> due - a hold outlives midnight, so the entry stays due for
      *> that date until it is launched
       01  Held-Table.
           05 Held-Entry                  OCCURS 50 TIMES.
              10 HLD-Job-Table            PIC X(20).
              10 HLD-Start-Time           PIC X(5).
              10 HLD-Due-Date             PIC X(10).
       01  Held-Count                     PIC 9(2) VALUE 0.
       01  Held-Sub                       PIC 9(2).
       01  Matched-Held                   PIC 9(2).
       01  Entry-Due-Date                 PIC X(10).
       01  Entry-Due-Number               PIC 9(8).
       01  Held-Over-Switch               PIC X.
           88 Held-Over                   VALUE 'Y'.

       01  Network-Table.
           05 Network-Entry               OCCURS 100 TIMES.
              10 NET-Job-Table            PIC X(20).
              10 NET-Predecessor          PIC X(20).
              10 NET-Max-RC               USAGE BINARY-LONG.
              10 NET-Deadline             PIC X(5).
       01  Network-Count                  PIC 9(3) VALUE 0.
       01  Network-Sub                    PIC 9(3).

       01  Network-EOF-Switch             PIC X.
           88 Network-EOF                 VALUE 'Y'.

       01  Predecessors-Met-Switch        PIC X.
           88 Predecessors-Met            VALUE 'Y'.
       01  Predecessor-Satisfied-Switch   PIC X.
           88 Predecessor-Satisfied       VALUE 'Y'.
       01  Predecessor-Status-Filename    PIC X(64).
       01  Status-Table-Name              PIC X(20).
       01  Predecessor-Base-Name          PIC X(60).
       01  Predecessor-Found-Switch       PIC X.
           88 Predecessor-Found           VALUE 'Y'.
       01  Predecessor-Floor              PIC X(19).
       01  Predecessor-RC                 USAGE BINARY-LONG.
       01  Predecessor-RC-Display         PIC -(9)9.
       01  Max-RC-Display                 PIC -(9)9.
       01  Deadline-Seconds-Of-Day        USAGE BINARY-LONG.

       COPY JOBDRVsta.

      *> dependencies already alerted today - like the launch
      *> failures, kept in memory so each one pages only once a day
       01  Network-Alert-Table.
           05 Network-Alert-Entry         OCCURS 50 TIMES.
              10 NA-Job-Table             PIC X(20).
              10 NA-Predecessor           PIC X(20).
              10 NA-Date                  PIC X(10).
       01  Network-Alert-Count            PIC 9(2) VALUE 0.
       01  Alert-Sub                      PIC 9(2).
       01  Alerted-Today-Switch           PIC X.
           88 Alerted-Today               VALUE 'Y'.

       01  Calendar-EOF-Switch            PIC X.
           88 Calendar-EOF                VALUE 'Y'.

       01  Launch-Command                 PIC X(256).
       01  Launch-Exit-Status             USAGE BINARY-LONG.
       01  Launch-Detail-Text             PIC X(120).
       01  Launch-Ptr                     USAGE BINARY-LONG.

       01  Status-Line                    PIC X(80).

       01  Alert-Message-Text             PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.

       01  Sched-Parm-Text                PIC X(16) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Catch-Up-Mode-Switch           PIC X VALUE 'N'.
           88 Catch-Up-Mode               VALUE 'Y'.

      *> runs missed during an outage, kept in business-date then
      *> start-time order - the order CATCHUP replays them in
       01  Max-Catch-Up-Days              USAGE BINARY-LONG VALUE 31.
       01  Catch-Up-Days-Display          PIC ZZ9.
       01  Missed-Run-Table.
           05 Missed-Run-Entry            OCCURS 200 TIMES.
              10 MR-Sort-Key.
                 15 MR-Business-Date      PIC 9(8).
                 15 MR-Start-Time         PIC X(5).
              10 MR-Job-Table             PIC X(20).
              10 MR-Replayed-Switch       PIC X.
                 88 MR-Replayed           VALUE 'Y'.
       01  Missed-Run-Count               PIC 9(3) VALUE 0.
       01  Missed-Sub                     PIC 9(3).
       01  Insert-Sub                     PIC 9(3).
       01  Missed-Overflow-Switch         PIC X VALUE 'N'.
           88 Missed-Overflowed           VALUE 'Y'.
       01  Missed-Display-Count           PIC ZZ9.
       01  New-Missed-Run.
           05 NMR-Sort-Key.
              10 NMR-Business-Date        PIC 9(8).
              10 NMR-Start-Time           PIC X(5).
           05 NMR-Job-Table               PIC X(20).
           05 NMR-Replayed-Switch         PIC X VALUE 'N'.
       01  Duplicate-Run-Switch           PIC X.
           88 Duplicate-Run               VALUE 'Y'.
       01  Slot-Found-Switch              PIC X.
           88 Slot-Found                  VALUE 'Y'.

       01  Real-Today-Integer             USAGE BINARY-LONG.
       01  Scan-Integer                   USAGE BINARY-LONG.
       01  Scan-Floor-Integer             USAGE BINARY-LONG.
       01  Last-Business-Number           PIC 9(8).
       01  Last-Business-Split            REDEFINES
                                          Last-Business-Number.
           05 LB-Year                     PIC 9(4).
           05 LB-Month                    PIC 9(2).
           05 LB-Day                      PIC 9(2).
       01  Missed-Date-Number             PIC 9(8).
       01  Missed-Date-Split              REDEFINES
                                          Missed-Date-Number.
           05 MD-Year                     PIC 9(4).
           05 MD-Month                    PIC 9(2).
           05 MD-Day                      PIC 9(2).
       01  Missed-Date-Text               PIC X(10).
       01  Pending-Sub                    PIC 9(3).
       01  Pending-Date-Number            PIC 9(8).
       01  Pending-Date-Split             REDEFINES
                                          Pending-Date-Number.
           05 PD-Year                     PIC 9(4).
           05 PD-Month                    PIC 9(2).
           05 PD-Day                      PIC 9(2).

       01  Confirm-Reply                  PIC X(1).
       01  Catch-Up-Failed-Switch         PIC X VALUE 'N'.
           88 Catch-Up-Failed             VALUE 'Y'.
       01  Table-At-Rest-Switch           PIC X.
           88 Table-At-Rest               VALUE 'Y'.
       01  Blocked-Table-Count            PIC 9(3).
       01  Replayed-Count                 PIC 9(3).
       01  Catch-Up-Return-Code           USAGE BINARY-LONG VALUE 0.
       01  Replay-Start-Timestamp         PIC X(19).
       01  Restart-Filename               PIC X(64).
       01  Group-Restart-Filename         PIC X(64).
       01  Restart-Base-Name              PIC X(60).

      *> CATCHUP must not race the resident scheduler: a RUNNING
      *> heartbeat younger than this means it is still up
       01  Resident-Fresh-Seconds         USAGE BINARY-LONG VALUE 600.
       01  Heartbeat-Age-Seconds          USAGE BINARY-LONG.
       01  Beat-Date-Number               PIC 9(8).
       01  Beat-Date-Split                REDEFINES Beat-Date-Number.
           05 BD-Year                     PIC 9(4).
           05 BD-Month                    PIC 9(2).
           05 BD-Day                      PIC 9(2).
       01  Scheduler-Running-Switch       PIC X VALUE 'N'.
           88 Scheduler-Running           VALUE 'Y'.

       LINKAGE SECTION.
       01  Sched-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Sched-Parm.
       000-MAIN.
           PERFORM 005-Parse-Parameters
           PERFORM 020-Load-History
           IF Catch-Up-Mode
               PERFORM 500-Run-Catch-Up
               MOVE Catch-Up-Return-Code TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'JOBSCHED: scheduler started' UPON SYSERR
           INITIALIZE Heartbt-CB
           MOVE 'JOBSCHED' TO HBB-Program
           MOVE 'O' TO HBB-Function
           CALL "HEARTBT" USING Heartbt-CB
           END-CALL
           PERFORM 400-Find-Missed-Runs
           IF Missed-Run-Count > 0
               PERFORM 410-Warn-Missed-Runs
           END-IF
           PERFORM 100-Run-One-Cycle
               UNTIL Stop-Requested
           CALL "CBL_DELETE_FILE" USING "JOBSCHED.STP"
           END-CALL
           MOVE 'C' TO HBB-Function
           CALL "HEARTBT" USING Heartbt-CB
           END-CALL
           CALL "AUDITLOG"
               USING Audit-Source, "scheduler stopped by operator", 0
           END-CALL
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
       005-Parse-Parameters.
      *> a command-line parameter arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
           END-IF
           IF Parm-Size > 0
               MOVE Sched-Parm TO Sched-Parm-Text
           ELSE
               ACCEPT Argument-Count FROM ARGUMENT-NUMBER
               IF Argument-Count > 0
                   ACCEPT Sched-Parm-Text FROM ARGUMENT-VALUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN Sched-Parm-Text = SPACES OR LOW-VALUES
                   CONTINUE
               WHEN UPPER-CASE(TRIM(Sched-Parm-Text)) = 'CATCHUP'
                   MOVE 'Y' TO Catch-Up-Mode-Switch
               WHEN OTHER
                   DISPLAY 'JOBSCHED: parameter "'
                       TRIM(Sched-Parm-Text)
                       '" not recognized - starting the scheduler'
                       UPON SYSERR
           END-EVALUATE
           .
       100-Run-One-Cycle.
           PERFORM 110-Get-Now
           IF Today-Number NOT = Evaluated-Date
               MOVE Today-Number TO Evaluated-Date
           END-IF
           PERFORM 010-Load-Schedule
           PERFORM 050-Load-Network
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                     UNTIL Schedule-Sub > Schedule-Count
               PERFORM 200-Check-One-Entry
           END-PERFORM
           PERFORM 300-Write-Status
           MOVE 'B' TO HBB-Function
           CALL "HEARTBT" USING Heartbt-CB
           END-CALL
           PERFORM 120-Check-Stop-File
           IF NOT Stop-Requested
               CALL "C$SLEEP" USING Cycle-Seconds
                     TO SCH-Frequency (Schedule-Count)
                   MOVE SPACES
                     TO SCH-State (Schedule-Count)
                   MOVE SPACES
                     TO SCH-Waiting-On (Schedule-Count)
                   PERFORM 012-Find-Last-Launch
               END-IF
           END-IF
           .
       012-Find-Last-Launch.
           MOVE SPACES TO SCH-Last-Launch (Schedule-Count)
           MOVE SPACES TO SCH-Business-Date (Schedule-Count)
           PERFORM VARYING History-Sub FROM 1 BY 1
                     UNTIL History-Sub > History-Count
               IF HST-Job-Table (History-Sub)
                      = SCH-Job-Table (Schedule-Count)
                   MOVE HST-Last-Launch (History-Sub)
                     TO SCH-Last-Launch (Schedule-Count)
                   MOVE HST-Business-Date (History-Sub)
                     TO SCH-Business-Date (Schedule-Count)
               END-IF
           END-PERFORM
           .
       020-Load-History.
           MOVE 0 TO History-Count
           MOVE 0 TO Missed-Run-Count
           MOVE 'N' TO Missed-Overflow-Switch
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBSCHED.HST"
                     File-Details
                   UNTIL History-EOF
               CLOSE History-File
           END-IF
           MOVE Missed-Run-Count TO Pending-Loaded-Count
           .
       021-Load-One-History-Line.
           READ History-File
               AT END
                   MOVE 'Y' TO History-EOF-Switch
           END-READ
           IF NOT History-EOF AND History-Record NOT = SPACES
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, History-Record
               END-CALL
               IF  CPB-Field-Count >= 4
               AND CPB-Field (4) = 'MISSED'
                   PERFORM 022-Load-Pending-Missed-Run
               ELSE
                   PERFORM 023-Load-Table-History
               END-IF
           END-IF
           .
      *> a run found missed at an earlier start-up and not yet
      *> replayed - "jobtable,,business-date,MISSED,hh:mm"
       022-Load-Pending-Missed-Run.
           IF  CPB-Field (3) (5:1) = '-'
           AND CPB-Field (3) (8:1) = '-'
           AND CPB-Field (3) (1:4) NUMERIC
           AND CPB-Field (3) (6:2) NUMERIC
           AND CPB-Field (3) (9:2) NUMERIC
               MOVE CPB-Field (3) (1:4) TO MD-Year
               MOVE CPB-Field (3) (6:2) TO MD-Month
               MOVE CPB-Field (3) (9:2) TO MD-Day
               MOVE Missed-Date-Number TO NMR-Business-Date
               MOVE CPB-Field (5) (1:5) TO NMR-Start-Time
               MOVE CPB-Field (1) (1:20) TO NMR-Job-Table
               PERFORM 403-Add-Missed-Run
           ELSE
               DISPLAY 'JOBSCHED: bad pending line "'
                   TRIM(History-Record) '" in JOBSCHED.HST ignored'
                   UPON SYSERR
           END-IF
           .
       023-Load-Table-History.
           IF History-Count < 50
               ADD 1 TO History-Count
               MOVE CPB-Field (1) (1:20)
                 TO HST-Job-Table (History-Count)
               MOVE CPB-Field (2) (1:19)
                 TO HST-Last-Launch (History-Count)
      *> a line written before business dates were kept is a
      *> normal launch for the day it was made
               MOVE HST-Last-Launch (History-Count) (1:10)
                 TO HST-Business-Date (History-Count)
               MOVE SPACES TO HST-Run-Type (History-Count)
               IF  CPB-Field-Count >= 3
               AND CPB-Field (3) NOT = SPACES
                   MOVE CPB-Field (3) (1:10)
                     TO HST-Business-Date (History-Count)
               END-IF
               IF CPB-Field-Count >= 4
                   MOVE CPB-Field (4) (1:7)
                     TO HST-Run-Type (History-Count)
               END-IF
           END-IF
           .
               END-IF
           END-IF
           .
       050-Load-Network.
           MOVE 0 TO Network-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBNET.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Network-File
               MOVE 'N' TO Network-EOF-Switch
               PERFORM 051-Load-One-Dependency
                   UNTIL Network-EOF
               CLOSE Network-File
           END-IF
           .
       051-Load-One-Dependency.
           READ Network-File
               AT END
                   MOVE 'Y' TO Network-EOF-Switch
           END-READ
           IF NOT Network-EOF
               IF  Network-Record NOT = SPACES
               AND Network-Count < 100
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Network-Record
                   END-CALL
                   IF  CPB-Field-Count >= 2
                   AND CPB-Field (1) NOT = SPACES
                   AND CPB-Field (2) NOT = SPACES
                       ADD 1 TO Network-Count
                       MOVE CPB-Field (1) (1:20)
                         TO NET-Job-Table (Network-Count)
                       MOVE CPB-Field (2) (1:20)
                         TO NET-Predecessor (Network-Count)
                       MOVE 0 TO NET-Max-RC (Network-Count)
                       IF  CPB-Field-Count >= 3
                       AND CPB-Field (3) NOT = SPACES
                       AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                           MOVE NUMVAL(CPB-Field (3))
                             TO NET-Max-RC (Network-Count)
                       END-IF
                       MOVE SPACES TO NET-Deadline (Network-Count)
                       IF CPB-Field-Count >= 4
                           MOVE CPB-Field (4) (1:5)
                             TO NET-Deadline (Network-Count)
                       END-IF
                   ELSE
                       DISPLAY 'JOBSCHED: incomplete JOBNET.DAT line "'
                           TRIM(Network-Record) '" ignored'
                           UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** Work out whether today is a working day and whether it is  **
      ** the last working day of the month, exactly the way JOBDRV  **
      ** does before evaluating Step-Frequency codes.  "Today" is   **
      ** whatever date Today-Number / Today-Integer / Today-DOW     **
      ** hold, so the missed-run search evaluates past dates here   **
      ** too.                                                        **
      *****************************************************************
       040-Evaluate-Today.
           MOVE Today-Number TO Candidate-Date
           .
      *****************************************************************
      ** Decide one entry's state this cycle and launch it when its  **
      ** moment has arrived.  An entry already launched for its      **
      ** business date (per JOBSCHED.HST) is left alone until        **
      ** tomorrow; a catch-up replay of an earlier date made today   **
      ** does not count.  An entry held WAITING-ON since an earlier  **
      ** day stays due for the business date it was held on - its    **
      ** start time long past - whatever today's frequency says.     **
      *****************************************************************
       200-Check-One-Entry.
           PERFORM 250-Find-Held-Entry
           MOVE 'N' TO Held-Over-Switch
           MOVE Now-Date-Text TO Entry-Due-Date
           IF Matched-Held > 0
               MOVE HLD-Due-Date (Matched-Held) TO Entry-Due-Date
           END-IF
           IF Entry-Due-Date < Now-Date-Text
               MOVE 'Y' TO Held-Over-Switch
               MOVE 'Y' TO Entry-Due-Switch
           ELSE
               PERFORM 210-Evaluate-Entry-Frequency
           END-IF
           PERFORM 215-Check-Failed-Today
           EVALUATE TRUE
               WHEN NOT Entry-Due-Today
                   MOVE 'NOT-TODAY' TO SCH-State (Schedule-Sub)
                   PERFORM 252-Release-Hold
               WHEN SCH-Business-Date (Schedule-Sub) >= Entry-Due-Date
                   MOVE 'LAUNCHED' TO SCH-State (Schedule-Sub)
                   PERFORM 252-Release-Hold
               WHEN Failed-Today
                   MOVE 'OVERDUE' TO SCH-State (Schedule-Sub)
               WHEN SCH-Start-Time (Schedule-Sub) (3:1) NOT = ':'
                       TRIM(SCH-Job-Table (Schedule-Sub))
                       UPON SYSERR
                   MOVE 'NOT-TODAY' TO SCH-State (Schedule-Sub)
                   PERFORM 252-Release-Hold
               WHEN OTHER
                   COMPUTE Start-Seconds-Of-Day =
                       NUMVAL(SCH-Start-Time (Schedule-Sub) (1:2))
                           * 3600
                       + NUMVAL(SCH-Start-Time (Schedule-Sub) (4:2))
                           * 60
      *> predecessors are checked even before the launch time, so a
      *> deadline earlier than the dependent's start still alerts
                   PERFORM 240-Check-Predecessors
                   EVALUATE TRUE
                       WHEN NOT Held-Over
                        AND Now-Seconds-Of-Day < Start-Seconds-Of-Day
                           MOVE 'PENDING' TO SCH-State (Schedule-Sub)
                       WHEN NOT Predecessors-Met
                           MOVE 'WAITING-ON'
                             TO SCH-State (Schedule-Sub)
                           PERFORM 251-Hold-Entry
                       WHEN OTHER
                           PERFORM 220-Launch-One-Entry
                   END-EVALUATE
           END-EVALUATE
           .
       210-Evaluate-Entry-Frequency.
      ** the machine was down).  Start JOBDRV against the table in   **
      ** its own process; a launch made more than Grace-Seconds      **
      ** past its start time also raises a WARNING alert so the      **
      ** operator knows the window was caught up, not hit - unless   **
      ** the entry was held WAITING-ON, when the delay was the job   **
      ** network's and the audit says it was released instead.  A    **
      ** hold carried over from an earlier day is launched for the   **
      ** business date it was held on.                               **
      *****************************************************************
       220-Launch-One-Entry.
           COMPUTE Seconds-Late =
               Now-Seconds-Of-Day - Start-Seconds-Of-Day
           MOVE SPACES TO Launch-Command
           MOVE 1 TO Launch-Ptr
           STRING "start " QUOTE QUOTE " /B cobcrun JOBDRV "
                  TRIM(SCH-Job-Table (Schedule-Sub), TRAILING)
               DELIMITED BY SIZE INTO Launch-Command
               WITH POINTER Launch-Ptr
           END-STRING
           IF Held-Over
               MOVE Entry-Due-Date (1:4) TO Entry-Due-Number (1:4)
               MOVE Entry-Due-Date (6:2) TO Entry-Due-Number (5:2)
               MOVE Entry-Due-Date (9:2) TO Entry-Due-Number (7:2)
               STRING "," Entry-Due-Number
                   DELIMITED BY SIZE INTO Launch-Command
                   WITH POINTER Launch-Ptr
               END-STRING
           END-IF
           DISPLAY 'JOBSCHED: launching '
               TRIM(SCH-Job-Table (Schedule-Sub)) UPON SYSERR
           CALL "WINSYSTEM"
               USING Launch-Command, Launch-Exit-Status
           END-CALL
           MOVE SPACES TO Launch-Detail-Text
           MOVE 1 TO Launch-Ptr
           STRING "launched "
                  TRIM(SCH-Job-Table (Schedule-Sub), TRAILING)
                  " (scheduled "
                  SCH-Start-Time (Schedule-Sub) ")"
               DELIMITED BY SIZE INTO Launch-Detail-Text
               WITH POINTER Launch-Ptr
           END-STRING
           IF Matched-Held > 0
               STRING " released after predecessor"
                   DELIMITED BY SIZE INTO Launch-Detail-Text
                   WITH POINTER Launch-Ptr
               END-STRING
           END-IF
           IF Held-Over
               STRING " for business date " Entry-Due-Date
                   DELIMITED BY SIZE INTO Launch-Detail-Text
                   WITH POINTER Launch-Ptr
               END-STRING
           END-IF
           CALL "AUDITLOG"
               USING Audit-Source, Launch-Detail-Text,
                     Launch-Exit-Status
           END-CALL
           IF Launch-Exit-Status = 0
               MOVE 'Y' TO HBB-Work-Done-Switch
               MOVE 'LAUNCHED' TO SCH-State (Schedule-Sub)
               MOVE Now-Timestamp
                 TO SCH-Last-Launch (Schedule-Sub)
               MOVE Entry-Due-Date
                 TO SCH-Business-Date (Schedule-Sub)
               MOVE SCH-Job-Table (Schedule-Sub) TO Record-Job-Table
               MOVE Entry-Due-Date TO Record-Business-Date
               MOVE SPACES TO Record-Run-Type
               PERFORM 230-Record-Launch-History
               PERFORM 252-Release-Hold
               IF  Seconds-Late > Grace-Seconds
               AND Matched-Held = 0
                   MOVE 2 TO Alert-Severity
                   MOVE SPACES TO Alert-Message-Text
                   STRING "late launch of "
                   CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      ** Test every JOBNET.DAT dependency of the entry.  The first   **
      ** predecessor not yet satisfied is named in SCH-Waiting-On    **
      ** for the status file; each one past its deadline alerts.     **
      *****************************************************************
       240-Check-Predecessors.
           MOVE 'Y' TO Predecessors-Met-Switch
           MOVE SPACES TO SCH-Waiting-On (Schedule-Sub)
           PERFORM VARYING Network-Sub FROM 1 BY 1
                     UNTIL Network-Sub > Network-Count
               IF NET-Job-Table (Network-Sub)
                      = SCH-Job-Table (Schedule-Sub)
                   PERFORM 241-Check-One-Predecessor
               END-IF
           END-PERFORM
           .
       241-Check-One-Predecessor.
           MOVE NET-Predecessor (Network-Sub) TO Status-Table-Name
           PERFORM 242-Read-Predecessor-Status
      *> a DONE stamped before the dependent's business date (or
      *> before the launch JOBSCHED made of the predecessor for that
      *> date) is an earlier night's run, and so is one from a launch
      *> made on or after that date for an EARLIER business date (a
      *> catch-up, or a hold released after midnight) - only the
      *> predecessor's own run for the date can release it then
           MOVE SPACES TO Predecessor-Floor
           STRING Entry-Due-Date " 00:00:00"
               DELIMITED BY SIZE INTO Predecessor-Floor
           END-STRING
           PERFORM VARYING History-Sub FROM 1 BY 1
                     UNTIL History-Sub > History-Count
               IF HST-Job-Table (History-Sub)
                      = NET-Predecessor (Network-Sub)
                   EVALUATE TRUE
                       WHEN HST-Business-Date (History-Sub)
                                = Entry-Due-Date
                           MOVE HST-Last-Launch (History-Sub)
                             TO Predecessor-Floor
                       WHEN HST-Last-Launch (History-Sub) (1:10)
                                >= Entry-Due-Date
                           MOVE HIGH-VALUES TO Predecessor-Floor
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 'N' TO Predecessor-Satisfied-Switch
           MOVE 0 TO Predecessor-RC
           IF Predecessor-Found
               MOVE NUMVAL(JS-Return-Code) TO Predecessor-RC
           END-IF
           IF  Predecessor-Found
           AND JS-State = 'DONE'
           AND JS-Start-Timestamp >= Predecessor-Floor
           AND Predecessor-RC <= NET-Max-RC (Network-Sub)
               MOVE 'Y' TO Predecessor-Satisfied-Switch
           END-IF
           IF NOT Predecessor-Satisfied
               MOVE 'N' TO Predecessors-Met-Switch
               IF SCH-Waiting-On (Schedule-Sub) = SPACES
                   MOVE NET-Predecessor (Network-Sub)
                     TO SCH-Waiting-On (Schedule-Sub)
               END-IF
               PERFORM 243-Check-Predecessor-Deadline
           END-IF
           .
      *> reads the JOBDRV status file of the table named in
      *> Status-Table-Name into Job-Status-Line
       242-Read-Predecessor-Status.
           IF Status-Table-Name = "JOBSTEPS.DAT"
               MOVE "JOBDRV.STA" TO Predecessor-Status-Filename
           ELSE
               MOVE SPACES TO Predecessor-Base-Name
               UNSTRING Status-Table-Name
                   DELIMITED BY '.'
                   INTO Predecessor-Base-Name
               END-UNSTRING
               MOVE SPACES TO Predecessor-Status-Filename
               STRING TRIM(Predecessor-Base-Name, TRAILING) ".STA"
                   DELIMITED BY SIZE INTO Predecessor-Status-Filename
               END-STRING
           END-IF
           MOVE 'N' TO Predecessor-Found-Switch
           CALL "CBL_CHECK_FILE_EXIST"
               USING Predecessor-Status-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Predecessor-Status-File
               READ Predecessor-Status-File INTO Job-Status-Line
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO Predecessor-Found-Switch
               END-READ
               CLOSE Predecessor-Status-File
           END-IF
           .
      *****************************************************************
      ** A predecessor that is still not satisfied once its deadline **
      ** has passed - or that finished today with a return code      **
      ** above the limit, and so never will be - raises a SEVERE     **
      ** alert, once per dependency per business date.  A hold       **
      ** carried over from an earlier day is past every deadline.    **
      *****************************************************************
       243-Check-Predecessor-Deadline.
           MOVE -1 TO Deadline-Seconds-Of-Day
           IF  NET-Deadline (Network-Sub) (3:1) = ':'
           AND NET-Deadline (Network-Sub) (1:2) NUMERIC
           AND NET-Deadline (Network-Sub) (4:2) NUMERIC
               COMPUTE Deadline-Seconds-Of-Day =
                   NUMVAL(NET-Deadline (Network-Sub) (1:2)) * 3600
                 + NUMVAL(NET-Deadline (Network-Sub) (4:2)) * 60
           END-IF
           MOVE SPACES TO Alert-Message-Text
           EVALUATE TRUE
               WHEN Predecessor-Found
                AND JS-State = 'DONE'
                AND JS-Start-Timestamp >= Predecessor-Floor
                   MOVE Predecessor-RC TO Predecessor-RC-Display
                   MOVE NET-Max-RC (Network-Sub) TO Max-RC-Display
                   STRING TRIM(NET-Predecessor (Network-Sub), TRAILING)
                          " ended RC "
                          TRIM(Predecessor-RC-Display)
                          " (limit " TRIM(Max-RC-Display) ") - "
                          TRIM(SCH-Job-Table (Schedule-Sub), TRAILING)
                          " held"
                       DELIMITED BY SIZE INTO Alert-Message-Text
                   END-STRING
               WHEN Deadline-Seconds-Of-Day >= 0
                AND (Held-Over
                     OR Now-Seconds-Of-Day >= Deadline-Seconds-Of-Day)
                   STRING TRIM(NET-Predecessor (Network-Sub), TRAILING)
                          " not DONE by "
                          NET-Deadline (Network-Sub) " - "
                          TRIM(SCH-Job-Table (Schedule-Sub), TRAILING)
                          " still waiting"
                       DELIMITED BY SIZE INTO Alert-Message-Text
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Alert-Message-Text NOT = SPACES
               PERFORM 244-Check-Alerted-Today
               IF NOT Alerted-Today
                   PERFORM 245-Record-Network-Alert
                   MOVE 3 TO Alert-Severity
                   CALL "ALERTER"
                       USING Audit-Source, Alert-Message-Text,
                             Alert-Severity
                   END-CALL
               END-IF
           END-IF
           .
       244-Check-Alerted-Today.
           MOVE 'N' TO Alerted-Today-Switch
           PERFORM VARYING Alert-Sub FROM 1 BY 1
                     UNTIL Alert-Sub > Network-Alert-Count
               IF  NA-Job-Table (Alert-Sub)
                       = SCH-Job-Table (Schedule-Sub)
               AND NA-Predecessor (Alert-Sub)
                       = NET-Predecessor (Network-Sub)
               AND NA-Date (Alert-Sub) = Entry-Due-Date
                   MOVE 'Y' TO Alerted-Today-Switch
               END-IF
           END-PERFORM
           .
       245-Record-Network-Alert.
           MOVE 0 TO Reuse-Slot
           PERFORM VARYING Alert-Sub FROM 1 BY 1
                     UNTIL Alert-Sub > Network-Alert-Count
               IF  Reuse-Slot = 0
               AND NA-Date (Alert-Sub) < Entry-Due-Date
                   MOVE Alert-Sub TO Reuse-Slot
               END-IF
           END-PERFORM
           IF Reuse-Slot = 0
           AND Network-Alert-Count < 50
               ADD 1 TO Network-Alert-Count
               MOVE Network-Alert-Count TO Reuse-Slot
           END-IF
           IF Reuse-Slot > 0
               MOVE SCH-Job-Table (Schedule-Sub)
                 TO NA-Job-Table (Reuse-Slot)
               MOVE NET-Predecessor (Network-Sub)
                 TO NA-Predecessor (Reuse-Slot)
               MOVE Entry-Due-Date TO NA-Date (Reuse-Slot)
           END-IF
           .
       250-Find-Held-Entry.
           MOVE 0 TO Matched-Held
           PERFORM VARYING Held-Sub FROM 1 BY 1
                     UNTIL Held-Sub > Held-Count
               IF  HLD-Job-Table (Held-Sub)
                       = SCH-Job-Table (Schedule-Sub)
               AND HLD-Start-Time (Held-Sub)
                       = SCH-Start-Time (Schedule-Sub)
                   MOVE Held-Sub TO Matched-Held
               END-IF
           END-PERFORM
           .
      *> the first cycle an entry is held remembers its business
      *> date; later cycles leave it be.  Released slots are reused.
       251-Hold-Entry.
           IF Matched-Held = 0
               PERFORM VARYING Held-Sub FROM 1 BY 1
                         UNTIL Held-Sub > Held-Count
                   IF  Matched-Held = 0
                   AND HLD-Job-Table (Held-Sub) = SPACES
                       MOVE Held-Sub TO Matched-Held
                   END-IF
               END-PERFORM
               IF  Matched-Held = 0
               AND Held-Count < 50
                   ADD 1 TO Held-Count
                   MOVE Held-Count TO Matched-Held
               END-IF
               IF Matched-Held > 0
                   MOVE SCH-Job-Table (Schedule-Sub)
                     TO HLD-Job-Table (Matched-Held)
                   MOVE SCH-Start-Time (Schedule-Sub)
                     TO HLD-Start-Time (Matched-Held)
                   MOVE Entry-Due-Date TO HLD-Due-Date (Matched-Held)
               END-IF
           END-IF
           .
      *> Matched-Held is left set, so the caller still knows the
      *> entry had been held
       252-Release-Hold.
           IF Matched-Held > 0
               MOVE SPACES TO Held-Entry (Matched-Held)
           END-IF
           .
      *****************************************************************
      ** Record a launch of Record-Job-Table, made now, for business **
      ** date Record-Business-Date (run type Record-Run-Type), and   **
      ** rewrite JOBSCHED.HST.  The table's line only moves forward: **
      ** a launch for an older business date than it already shows   **
      ** (a catch-up replayed after tonight's run) leaves it alone,  **
      ** or tonight's run would look missed and be run again.        **
      *****************************************************************
       230-Record-Launch-History.
           MOVE 0 TO Matched-History
           PERFORM VARYING History-Sub FROM 1 BY 1
                     UNTIL History-Sub > History-Count
               IF HST-Job-Table (History-Sub) = Record-Job-Table
                   MOVE History-Sub TO Matched-History
               END-IF
           END-PERFORM
               IF History-Count < 50
                   ADD 1 TO History-Count
                   MOVE History-Count TO Matched-History
                   MOVE SPACES TO History-Entry (Matched-History)
                   MOVE Record-Job-Table
                     TO HST-Job-Table (Matched-History)
               END-IF
           END-IF
           IF  Matched-History > 0
           AND Record-Business-Date
                   >= HST-Business-Date (Matched-History)
               MOVE Now-Timestamp
                 TO HST-Last-Launch (Matched-History)
               MOVE Record-Business-Date
                 TO HST-Business-Date (Matched-History)
               MOVE Record-Run-Type
                 TO HST-Run-Type (Matched-History)
           END-IF
           PERFORM 231-Write-History
           .
      *> one line per table, then the missed runs still owed
       231-Write-History.
           OPEN OUTPUT History-File
           PERFORM VARYING History-Sub FROM 1 BY 1
                     UNTIL History-Sub > History-Count
               MOVE SPACES TO History-Record
               STRING TRIM(HST-Job-Table (History-Sub), TRAILING)
                      "," HST-Last-Launch (History-Sub)
                      "," HST-Business-Date (History-Sub)
                      "," TRIM(HST-Run-Type (History-Sub), TRAILING)
                   DELIMITED BY SIZE INTO History-Record
               END-STRING
               WRITE History-Record
           END-PERFORM
      *> (its own subscript - CATCHUP gets here in mid-replay loop)
           PERFORM VARYING Pending-Sub FROM 1 BY 1
                     UNTIL Pending-Sub > Missed-Run-Count
               IF NOT MR-Replayed (Pending-Sub)
                   MOVE MR-Business-Date (Pending-Sub)
                     TO Pending-Date-Number
                   MOVE SPACES TO History-Record
                   STRING TRIM(MR-Job-Table (Pending-Sub), TRAILING)
                          ",," PD-Year "-" PD-Month "-" PD-Day
                          ",MISSED," MR-Start-Time (Pending-Sub)
                       DELIMITED BY SIZE INTO History-Record
                   END-STRING
                   WRITE History-Record
               END-IF
           END-PERFORM
           CLOSE History-File
           .
       300-Write-Status.
                      "," SCH-Last-Launch (Schedule-Sub)
                   DELIMITED BY SIZE INTO Status-Line
               END-STRING
               IF SCH-State (Schedule-Sub) = 'WAITING-ON'
                   MOVE SPACES TO Status-Line
                   STRING TRIM(SCH-Job-Table (Schedule-Sub), TRAILING)
                          "," SCH-Start-Time (Schedule-Sub)
                          "," TRIM(SCH-State (Schedule-Sub), TRAILING)
                          "," SCH-Last-Launch (Schedule-Sub)
                          "," TRIM(SCH-Waiting-On (Schedule-Sub),
                                   TRAILING)
                       DELIMITED BY SIZE INTO Status-Line
                   END-STRING
               END-IF
               MOVE Status-Line TO Status-Record
               WRITE Status-Record
           END-PERFORM
           CLOSE Status-File
           .
      *****************************************************************
      ** Find the runs missed during an outage: for every entry with **
      ** history, each date after its table's last business date up  **
      ** to yesterday on which the entry's frequency is due (looking **
      ** back at most Max-Catch-Up-Days).  Today is left to the      **
      ** normal cycle, which already catches up a late window.  They **
      ** join the runs still pending from earlier start-ups, and any **
      ** new ones are written to JOBSCHED.HST at once, so the next   **
      ** launch moving the table's business date on cannot lose      **
      ** them.                                                       **
      *****************************************************************
       400-Find-Missed-Runs.
           PERFORM 110-Get-Now
           PERFORM 030-Load-Calendar
           PERFORM 010-Load-Schedule
           MOVE Today-Integer TO Real-Today-Integer
           COMPUTE Scan-Floor-Integer =
               Real-Today-Integer - Max-Catch-Up-Days
           MOVE Max-Catch-Up-Days TO Catch-Up-Days-Display
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                     UNTIL Schedule-Sub > Schedule-Count
               PERFORM 401-Find-Entry-Missed-Runs
           END-PERFORM
           IF Missed-Overflowed
               DISPLAY 'JOBSCHED: more than 200 missed runs - only '
                   'the first 200 are listed' UPON SYSERR
           END-IF
           IF Missed-Run-Count > Pending-Loaded-Count
               PERFORM 231-Write-History
               MOVE Missed-Run-Count TO Pending-Loaded-Count
           END-IF
      *> put the real today back for the normal cycle
           PERFORM 110-Get-Now
           PERFORM 040-Evaluate-Today
           MOVE Today-Number TO Evaluated-Date
           .
       401-Find-Entry-Missed-Runs.
           IF  SCH-Business-Date (Schedule-Sub) (5:1) = '-'
           AND SCH-Business-Date (Schedule-Sub) (8:1) = '-'
           AND SCH-Business-Date (Schedule-Sub) (1:4) NUMERIC
           AND SCH-Business-Date (Schedule-Sub) (6:2) NUMERIC
           AND SCH-Business-Date (Schedule-Sub) (9:2) NUMERIC
           AND SCH-Start-Time (Schedule-Sub) (3:1) = ':'
           AND SCH-Start-Time (Schedule-Sub) (1:2) NUMERIC
           AND SCH-Start-Time (Schedule-Sub) (4:2) NUMERIC
               MOVE SCH-Business-Date (Schedule-Sub) (1:4) TO LB-Year
               MOVE SCH-Business-Date (Schedule-Sub) (6:2) TO LB-Month
               MOVE SCH-Business-Date (Schedule-Sub) (9:2) TO LB-Day
               COMPUTE Scan-Integer =
                   INTEGER-OF-DATE(Last-Business-Number) + 1
               IF Scan-Integer < Scan-Floor-Integer
                   DISPLAY 'JOBSCHED: '
                       TRIM(SCH-Job-Table (Schedule-Sub))
                       ' last ran for ' SCH-Business-Date (Schedule-Sub)
                       ' - only the last '
                       TRIM(Catch-Up-Days-Display)
                       ' days are considered' UPON SYSERR
                   MOVE Scan-Floor-Integer TO Scan-Integer
               END-IF
               PERFORM 402-Test-One-Past-Date
                   UNTIL Scan-Integer >= Real-Today-Integer
           END-IF
           .
       402-Test-One-Past-Date.
           COMPUTE Today-Number = DATE-OF-INTEGER(Scan-Integer)
           MOVE Scan-Integer TO Today-Integer
           COMPUTE Today-DOW = MOD(Today-Integer - 1, 7) + 1
           PERFORM 040-Evaluate-Today
           PERFORM 210-Evaluate-Entry-Frequency
           IF Entry-Due-Today
               MOVE Today-Number TO NMR-Business-Date
               MOVE SCH-Start-Time (Schedule-Sub) TO NMR-Start-Time
               MOVE SCH-Job-Table (Schedule-Sub) TO NMR-Job-Table
               PERFORM 403-Add-Missed-Run
           END-IF
           ADD 1 TO Scan-Integer
           .
      *> a table scheduled by two entries is replayed once per date;
      *> the rest are inserted in business-date / start-time order
       403-Add-Missed-Run.
           MOVE 'N' TO Duplicate-Run-Switch
           PERFORM VARYING Missed-Sub FROM 1 BY 1
                     UNTIL Missed-Sub > Missed-Run-Count
               IF  MR-Job-Table (Missed-Sub) = NMR-Job-Table
               AND MR-Business-Date (Missed-Sub) = NMR-Business-Date
                   MOVE 'Y' TO Duplicate-Run-Switch
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN Duplicate-Run
                   CONTINUE
               WHEN Missed-Run-Count >= 200
                   MOVE 'Y' TO Missed-Overflow-Switch
               WHEN OTHER
                   MOVE Missed-Run-Count TO Missed-Sub
                   MOVE 'N' TO Slot-Found-Switch
                   PERFORM UNTIL Missed-Sub = 0 OR Slot-Found
                       IF MR-Sort-Key (Missed-Sub) > NMR-Sort-Key
                           MOVE Missed-Run-Entry (Missed-Sub)
                             TO Missed-Run-Entry (Missed-Sub + 1)
                           SUBTRACT 1 FROM Missed-Sub
                       ELSE
                           MOVE 'Y' TO Slot-Found-Switch
                       END-IF
                   END-PERFORM
                   COMPUTE Insert-Sub = Missed-Sub + 1
                   MOVE New-Missed-Run TO Missed-Run-Entry (Insert-Sub)
                   ADD 1 TO Missed-Run-Count
           END-EVALUATE
           .
       405-Format-Missed-Date.
           MOVE MR-Business-Date (Missed-Sub) TO Missed-Date-Number
           MOVE SPACES TO Missed-Date-Text
           STRING MD-Year "-" MD-Month "-" MD-Day
               DELIMITED BY SIZE INTO Missed-Date-Text
           END-STRING
           .
      *****************************************************************
      ** The resident scheduler only reports missed runs - replaying **
      ** a night is the operator's call (JOBSCHED CATCHUP).          **
      *****************************************************************
       410-Warn-Missed-Runs.
           PERFORM VARYING Missed-Sub FROM 1 BY 1
                     UNTIL Missed-Sub > Missed-Run-Count
               PERFORM 405-Format-Missed-Date
               DISPLAY 'JOBSCHED: missed run ' Missed-Date-Text ' '
                   MR-Start-Time (Missed-Sub) ' '
                   TRIM(MR-Job-Table (Missed-Sub)) UPON SYSERR
           END-PERFORM
           MOVE Missed-Run-Count TO Missed-Display-Count
           MOVE 2 TO Alert-Severity
           MOVE SPACES TO Alert-Message-Text
           STRING TRIM(Missed-Display-Count) " scheduled run(s) "
                  "missed during an outage - replay them with "
                  "cobcrun JOBSCHED CATCHUP"
               DELIMITED BY SIZE INTO Alert-Message-Text
           END-STRING
           CALL "ALERTER"
               USING Audit-Source, Alert-Message-Text,
                     Alert-Severity
           END-CALL
           .
      *****************************************************************
      ** CATCHUP mode: make sure the resident scheduler is not up,   **
      ** list the missed runs, make sure every table involved is at  **
      ** rest, get the operator's go-ahead, then replay the runs one **
      ** at a time in business-date order.                           **
      *****************************************************************
       500-Run-Catch-Up.
           PERFORM 505-Check-Scheduler-Running
           IF Scheduler-Running
               DISPLAY 'JOBSCHED: catch-up refused - the resident '
                   'scheduler is RUNNING (last beat ' HB-Last-Beat
                   '); stop it first ("echo stop> JOBSCHED.STP")'
                   UPON CONSOLE
               CALL "AUDITLOG"
                   USING Audit-Source,
                         "catch-up refused - scheduler running", 8
               END-CALL
               MOVE 8 TO Catch-Up-Return-Code
           ELSE
               PERFORM 502-Offer-Catch-Up
           END-IF
           .
       502-Offer-Catch-Up.
           PERFORM 400-Find-Missed-Runs
           IF Missed-Run-Count = 0
               DISPLAY 'JOBSCHED: no missed scheduled runs - nothing '
                   'to catch up' UPON CONSOLE
               MOVE 0 TO Catch-Up-Return-Code
           ELSE
               DISPLAY 'JOBSCHED: scheduled runs missed during the '
                   'outage, in replay order:' UPON CONSOLE
               PERFORM VARYING Missed-Sub FROM 1 BY 1
                         UNTIL Missed-Sub > Missed-Run-Count
                   PERFORM 405-Format-Missed-Date
                   DISPLAY '  ' Missed-Sub '  ' Missed-Date-Text '  '
                       MR-Start-Time (Missed-Sub) '  '
                       TRIM(MR-Job-Table (Missed-Sub)) UPON CONSOLE
               END-PERFORM
               PERFORM 510-Check-Tables-At-Rest
               EVALUATE TRUE
                   WHEN Blocked-Table-Count > 0
                       DISPLAY 'JOBSCHED: catch-up refused - finish '
                           'or restart the run(s) above first'
                           UPON CONSOLE
                       MOVE 8 TO Catch-Up-Return-Code
                   WHEN OTHER
                       DISPLAY 'Replay these runs now, in this order '
                           '(Y/N)? ' UPON CONSOLE
                       MOVE SPACES TO Confirm-Reply
                       ACCEPT Confirm-Reply FROM CONSOLE
                       IF Confirm-Reply = 'Y' OR 'y'
                           PERFORM 520-Replay-Missed-Runs
                       ELSE
                           DISPLAY 'JOBSCHED: catch-up declined - '
                               'nothing replayed' UPON CONSOLE
                           CALL "AUDITLOG"
                               USING Audit-Source,
                                     "catch-up declined by operator",
                                     0
                           END-CALL
                           MOVE 4 TO Catch-Up-Return-Code
                       END-IF
               END-EVALUATE
           END-IF
           .
      *> a RUNNING heartbeat that is still fresh means the resident
      *> scheduler is up and would launch alongside the replays; a
      *> STOPPED one, or one gone stale (the scheduler died), does not
       505-Check-Scheduler-Running.
           MOVE 'N' TO Scheduler-Running-Switch
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBSCHED.HBT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Heartbeat-File
               READ Heartbeat-File INTO Heartbeat-Line
                   AT END
                       MOVE SPACES TO HB-State
               END-READ
               CLOSE Heartbeat-File
               IF  HB-State = 'RUNNING'
               AND HB-Last-Beat (1:4) NUMERIC
               AND HB-Last-Beat (6:2) NUMERIC
               AND HB-Last-Beat (9:2) NUMERIC
               AND HB-Last-Beat (12:2) NUMERIC
               AND HB-Last-Beat (15:2) NUMERIC
               AND HB-Last-Beat (18:2) NUMERIC
                   PERFORM 110-Get-Now
                   MOVE HB-Last-Beat (1:4) TO BD-Year
                   MOVE HB-Last-Beat (6:2) TO BD-Month
                   MOVE HB-Last-Beat (9:2) TO BD-Day
                   COMPUTE Heartbeat-Age-Seconds =
                       (Today-Integer
                        - INTEGER-OF-DATE(Beat-Date-Number)) * 86400
                     + Now-Seconds-Of-Day
                     - (NUMVAL(HB-Last-Beat (12:2)) * 3600
                        + NUMVAL(HB-Last-Beat (15:2)) * 60
                        + NUMVAL(HB-Last-Beat (18:2)))
                   END-COMPUTE
                   IF Heartbeat-Age-Seconds <= Resident-Fresh-Seconds
                       MOVE 'Y' TO Scheduler-Running-Switch
                   END-IF
               END-IF
           END-IF
           .
      *> a table whose last run did not reach DONE would resume that
      *> run from its restart point instead of replaying a night
       510-Check-Tables-At-Rest.
           MOVE 0 TO Blocked-Table-Count
           PERFORM VARYING Missed-Sub FROM 1 BY 1
                     UNTIL Missed-Sub > Missed-Run-Count
               MOVE MR-Job-Table (Missed-Sub) TO Status-Table-Name
               PERFORM 511-Test-Table-At-Rest
               IF NOT Table-At-Rest
                   ADD 1 TO Blocked-Table-Count
                   DISPLAY 'JOBSCHED: ' TRIM(Status-Table-Name)
                       ' is ' TRIM(JS-State) ' (step ' JS-Step-Number
                       '), not DONE' UPON CONSOLE
               END-IF
           END-PERFORM
           .
       511-Test-Table-At-Rest.
           PERFORM 242-Read-Predecessor-Status
           IF Predecessor-Found AND JS-State NOT = 'DONE'
               MOVE 'N' TO Table-At-Rest-Switch
           ELSE
               MOVE 'Y' TO Table-At-Rest-Switch
           END-IF
           .
       520-Replay-Missed-Runs.
           MOVE Missed-Run-Count TO Missed-Display-Count
           MOVE SPACES TO Launch-Detail-Text
           STRING "catch-up started: " TRIM(Missed-Display-Count)
                  " missed run(s) confirmed by the operator"
               DELIMITED BY SIZE INTO Launch-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Launch-Detail-Text, 0
           END-CALL
           MOVE 0 TO Replayed-Count
           MOVE 'N' TO Catch-Up-Failed-Switch
           PERFORM VARYING Missed-Sub FROM 1 BY 1
                     UNTIL Missed-Sub > Missed-Run-Count
                        OR Catch-Up-Failed
               PERFORM 530-Replay-One-Run
           END-PERFORM
           MOVE Replayed-Count TO Missed-Display-Count
           MOVE SPACES TO Launch-Detail-Text
           IF Catch-Up-Failed
               MOVE 8 TO Catch-Up-Return-Code
               STRING "catch-up stopped after "
                      TRIM(Missed-Display-Count) " replay(s)"
                   DELIMITED BY SIZE INTO Launch-Detail-Text
               END-STRING
           ELSE
               MOVE 0 TO Catch-Up-Return-Code
               STRING "catch-up complete: "
                      TRIM(Missed-Display-Count) " run(s) replayed"
                   DELIMITED BY SIZE INTO Launch-Detail-Text
               END-STRING
           END-IF
           DISPLAY 'JOBSCHED: ' TRIM(Launch-Detail-Text) UPON CONSOLE
           CALL "AUDITLOG"
               USING Audit-Source, Launch-Detail-Text,
                     Catch-Up-Return-Code
           END-CALL
           .
      *****************************************************************
      ** Replay one missed run and wait for it.  The run is recorded **
      ** in JOBSCHED.HST, and taken off its pending list, whether or **
      ** not it reaches DONE - a stopped replay is finished by       **
      ** restarting it, never replayed again.                        **
      *****************************************************************
       530-Replay-One-Run.
           PERFORM 405-Format-Missed-Date
           MOVE MR-Job-Table (Missed-Sub) TO Status-Table-Name
           PERFORM 511-Test-Table-At-Rest
           IF Table-At-Rest
               PERFORM 535-Clear-Restart-Files
           END-IF
           MOVE SPACES TO Launch-Command
           STRING "cobcrun JOBDRV "
                  TRIM(MR-Job-Table (Missed-Sub), TRAILING) ","
                  MR-Business-Date (Missed-Sub)
               DELIMITED BY SIZE INTO Launch-Command
           END-STRING
           DISPLAY 'JOBSCHED: replaying '
               TRIM(MR-Job-Table (Missed-Sub)) ' for business date '
               Missed-Date-Text UPON CONSOLE
           PERFORM 110-Get-Now
           MOVE Now-Timestamp TO Replay-Start-Timestamp
           CALL "WINSYSTEM"
               USING Launch-Command, Launch-Exit-Status
           END-CALL
           MOVE MR-Job-Table (Missed-Sub) TO Record-Job-Table
           MOVE Missed-Date-Text TO Record-Business-Date
           MOVE 'CATCHUP' TO Record-Run-Type
           MOVE 'Y' TO MR-Replayed-Switch (Missed-Sub)
           PERFORM 230-Record-Launch-History
           PERFORM 242-Read-Predecessor-Status
           MOVE 0 TO Predecessor-RC
           IF Predecessor-Found
               MOVE NUMVAL(JS-Return-Code) TO Predecessor-RC
           END-IF
           MOVE SPACES TO Launch-Detail-Text
           STRING "catch-up replay of "
                  TRIM(MR-Job-Table (Missed-Sub), TRAILING)
                  " for business date " Missed-Date-Text
               DELIMITED BY SIZE INTO Launch-Detail-Text
           END-STRING
           IF  Predecessor-Found
           AND JS-State = 'DONE'
           AND JS-Start-Timestamp >= Replay-Start-Timestamp
               ADD 1 TO Replayed-Count
               CALL "AUDITLOG"
                   USING Audit-Source, Launch-Detail-Text,
                         Predecessor-RC
               END-CALL
           ELSE
               MOVE 'Y' TO Catch-Up-Failed-Switch
               IF Launch-Exit-Status NOT = 0
                   MOVE Launch-Exit-Status TO Predecessor-RC
               END-IF
               IF Predecessor-RC = 0
                   MOVE 16 TO Predecessor-RC
               END-IF
               CALL "AUDITLOG"
                   USING Audit-Source, Launch-Detail-Text,
                         Predecessor-RC
               END-CALL
               DISPLAY 'JOBSCHED: the replay did not reach DONE - '
                   'finish it with "' TRIM(Launch-Command)
                   '", then run JOBSCHED CATCHUP again' UPON CONSOLE
               MOVE 3 TO Alert-Severity
               MOVE SPACES TO Alert-Message-Text
               STRING "catch-up of "
                      TRIM(MR-Job-Table (Missed-Sub), TRAILING)
                      " for " Missed-Date-Text
                      " did not finish - catch-up stopped"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               END-CALL
           END-IF
           .
      *> the restart files a DONE run leaves behind would make the
      *> replay skip every step, so each replay starts from the top
       535-Clear-Restart-Files.
           IF MR-Job-Table (Missed-Sub) = "JOBSTEPS.DAT"
               MOVE "JOBDRV.RST" TO Restart-Filename
               MOVE "JOBGRP.RST" TO Group-Restart-Filename
           ELSE
               MOVE SPACES TO Restart-Base-Name
               UNSTRING MR-Job-Table (Missed-Sub) DELIMITED BY '.'
                   INTO Restart-Base-Name
               END-UNSTRING
               MOVE SPACES TO Restart-Filename
               STRING TRIM(Restart-Base-Name, TRAILING) ".RST"
                   DELIMITED BY SIZE INTO Restart-Filename
               END-STRING
               MOVE SPACES TO Group-Restart-Filename
               STRING TRIM(Restart-Base-Name, TRAILING) ".GRS"
                   DELIMITED BY SIZE INTO Group-Restart-Filename
               END-STRING
           END-IF
           CALL "CBL_DELETE_FILE" USING Restart-Filename
           END-CALL
           CALL "CBL_DELETE_FILE" USING Group-Restart-Filename
           END-CALL
           .
