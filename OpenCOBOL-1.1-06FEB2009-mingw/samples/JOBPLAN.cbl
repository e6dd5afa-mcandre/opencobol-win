      ** resolved at launch; the plan shows the current time for     **
      ** them.)  Group and resource columns are shown so parallel    **
      ** dispatch and serialization are visible in the plan too.     **
      ** &GDG(group,rel) generation references are resolved too (see **
      ** GDGCAT.cbl), each step planned to RUN counting as having    **
      ** cataloged its new generations, so a later step's           **
      ** &GDG(x,0) shows the file the earlier step will write.  A    **
      ** reference that cannot be resolved is flagged under the      **
      ** step.                                                       **
      **                                                             **
      ** Ahead of the steps the plan shows the table's place in the  **
      ** job network (JOBNET.DAT - see JOBSCHED.cbl): every table it **
      ** waits on, level by level back up the chain, and every table **
      ** that waits on it, each with its acceptable return code,     **
      ** deadline, SCHEDTBL launch time and current JOBDRV status,   **
      ** so the month-end walkthrough sees the whole network.  A     **
      ** chain that leads back to the planned table is flagged as    **
      ** circular - JOBSCHED would hold it forever.                  **
      **                                                             **
      ** The plan is written to "JOBPLAN.RPT" through RPTWRIT.       **
      ** RETURN-CODE is 0, or 2 when the job table cannot be read.   **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1016 Initial coding                                       **
      ** GC1037 Show the job-network dependency chain (JOBNET.DAT)   **
      **        upstream and downstream of the planned table         **
      ** GC1057 Resolve &GDG(group,rel) generation references in the **
      **        planned step parameters                              **
      ** GC1063 Show a network job's status return code in full      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Calendar-File ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Network-File ASSIGN TO "JOBNET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Schedule-File ASSIGN TO "SCHEDTBL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Net-Status-File ASSIGN TO Net-Status-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Job-Table-File.
       FD  Calendar-File.
       01  Calendar-Record                PIC X(60).

       FD  Network-File.
       01  Network-Record                 PIC X(80).

       FD  Schedule-File.
       01  Schedule-Record                PIC X(80).

       FD  Net-Status-File.
       01  Net-Status-Record              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

       COPY RPTWRITcb.

       COPY GDGCATcb.

       COPY SHOPPARMrec.

       01  File-Details.
       01  Subst-Overflow-Switch          PIC X VALUE 'N'.
           88 Subst-Overflowed            VALUE 'Y'.

       01  Generation-Ref-Count           USAGE BINARY-LONG.
       01  Generation-Error-Text          PIC X(80).

       01  Calendar-EOF-Switch            PIC X VALUE 'N'.
           88 Calendar-EOF                VALUE 'Y'.


       01  Plan-Return-Code               USAGE BINARY-LONG VALUE 0.

       01  Network-Table.
           05 Network-Entry               OCCURS 100 TIMES.
              10 NET-Job-Table            PIC X(20).
              10 NET-Predecessor          PIC X(20).
              10 NET-Max-RC               PIC 9(4).
              10 NET-Deadline             PIC X(5).
       01  Network-Count                  PIC 9(3) VALUE 0.
       01  Network-Sub                    PIC 9(3).
       01  Network-EOF-Switch             PIC X.
           88 Network-EOF                 VALUE 'Y'.

       01  Schedule-Table.
           05 Schedule-Entry              OCCURS 50 TIMES.
              10 SCH-Job-Table            PIC X(20).
              10 SCH-Start-Time           PIC X(5).
              10 SCH-Frequency            PIC X(3).
       01  Schedule-Count                 PIC 9(2) VALUE 0.
       01  Schedule-Sub                   PIC 9(2).
       01  Schedule-EOF-Switch            PIC X.
           88 Schedule-EOF                VALUE 'Y'.

      *> tables reached while walking the network, with the level
      *> (1 = direct) at which each was first met
       01  Chain-Table.
           05 Chain-Entry                 OCCURS 50 TIMES.
              10 CH-Job-Table             PIC X(20).
              10 CH-Level                 PIC 9(2).
       01  Chain-Count                    PIC 9(2).
       01  Chain-Sub                      PIC 9(2).
       01  Chain-Search-Sub               PIC 9(2).
       01  Chain-Known-Switch             PIC X.
           88 Chain-Known                 VALUE 'Y'.
       01  Chain-Direction                PIC X.
           88 Chain-Upstream              VALUE 'U'.
           88 Chain-Downstream            VALUE 'D'.
       01  Chain-Lines-Written            PIC 9(3).
       01  Plan-Table-Short               PIC X(20).

       01  Net-From-Table                 PIC X(20).
       01  Net-To-Table                   PIC X(20).
       01  Net-Schedule-Text              PIC X(12).
       01  Net-Status-Text                PIC X(40).
       01  Net-Status-Filename            PIC X(64).
       01  Net-Base-Name                  PIC X(60).
       01  Net-RC-Display                 PIC -(5)9.

       COPY JOBDRVsta.

       01  Network-Detail-Line.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 NL-Level                   PIC Z9.
           05 FILLER                     PIC X VALUE SPACE.
           05 NL-Table                   PIC X(20).
           05 NL-Verb                    PIC X(10).
           05 NL-Other                   PIC X(20).
           05 FILLER                     PIC X VALUE SPACE.
           05 NL-Max-RC                  PIC ZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 NL-Deadline                PIC X(5).
           05 FILLER                     PIC X VALUE SPACE.
           05 NL-Schedule                PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 NL-Status                  PIC X(40).

       01  Audit-Source                   PIC X(8) VALUE 'JOBPLAN'.

       LINKAGE SECTION.
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM 300-Plan-Job-Network
           MOVE "Stp Program   Verdict          Group    "
              & "Description"
             TO Report-Line
               MOVE CPB-Field (9) (1:40) TO Step-Resources
           END-IF
           PERFORM 150-Substitute-Symbols
           PERFORM 153-Resolve-Generations
           .
       130-Judge-One-Step.
           ADD 1 TO Steps-Planned
                   MOVE 'RUN' TO Plan-Verdict
                   ADD 1 TO Steps-To-Run
           END-EVALUATE
      *> a step planned to run has written its new generations by the
      *> time the steps after it start
           IF  Plan-Verdict (1:3) = 'RUN'
           AND GCB-New-Count > 0
               MOVE 'P' TO GCB-Function
               CALL "GDGCAT" USING Gdgcat-CB
               END-CALL
           END-IF
           .
       135-Check-Member-Already-Done.
           MOVE 'N' TO Member-Already-Done-Switch
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           IF Generation-Error-Text NOT = SPACES
               MOVE SPACES TO Report-Line
               STRING "      *** "
                      TRIM(Generation-Error-Text, TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           IF Step-Resources NOT = SPACES
               MOVE SPACES TO Report-Line
               STRING "      resources: "
               ADD 1 TO Subst-In-Ptr
           END-IF
           .
      *****************************************************************
      ** Resolve &GDG(group,rel) the way JOBDRV's 114A does, against **
      ** the live catalog plus the new generations of the steps      **
      ** planned ahead of this one (see GDGCAT.cbl).                 **
      *****************************************************************
       153-Resolve-Generations.
           INITIALIZE Gdgcat-CB
           MOVE SPACES TO Generation-Error-Text
           MOVE 0 TO Generation-Ref-Count
           INSPECT Step-Parameters TALLYING
               Generation-Ref-Count FOR ALL '&GDG(' ALL '&gdg('
           IF Generation-Ref-Count > 0
               MOVE 'R' TO GCB-Function
               MOVE Job-Table-Name TO GCB-Job-Table
               MOVE Step-Number TO GCB-Step-Number
               MOVE As-Of-Text TO GCB-Business-Date
               MOVE Step-Parameters TO GCB-Text
               CALL "GDGCAT" USING Gdgcat-CB
               END-CALL
               MOVE GCB-Text TO Step-Parameters
               IF GCB-Error-Count > 0
                   MOVE GCB-Error-Text TO Generation-Error-Text
               END-IF
           END-IF
           .
       160-Evaluate-Frequency.
           MOVE 'Y' TO Step-Runs-Today-Switch
           EVALUATE TRUE
                   CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      ** The planned table's place in the JOBNET.DAT job network:    **
      ** walk the dependencies breadth-first, upstream (what it      **
      ** waits on) and then downstream (what waits on it), showing  **
      ** each table once at the level where it is first reached.    **
      *****************************************************************
       300-Plan-Job-Network.
           PERFORM 310-Load-Network
           IF Network-Count > 0
               PERFORM 315-Load-Schedule
               MOVE Job-Table-Name TO Plan-Table-Short
               MOVE "Job network (JOBNET.DAT):" TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE "  Lv Table               Relation  Table"
                  & "                MxRC Due   Scheduled    "
                  & "Current status"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE 'U' TO Chain-Direction
               PERFORM 320-Walk-Network
               MOVE 'D' TO Chain-Direction
               PERFORM 320-Walk-Network
               MOVE SPACES TO Report-Line
               PERFORM 290-Write-Report-Line
           END-IF
           .
       310-Load-Network.
           MOVE 0 TO Network-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBNET.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Network-File
               MOVE 'N' TO Network-EOF-Switch
               PERFORM 311-Load-One-Dependency
                   UNTIL Network-EOF
               CLOSE Network-File
           END-IF
           .
       311-Load-One-Dependency.
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
                   END-IF
               END-IF
           END-IF
           .
       315-Load-Schedule.
           MOVE 0 TO Schedule-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SCHEDTBL.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Schedule-File
               MOVE 'N' TO Schedule-EOF-Switch
               PERFORM 316-Load-One-Schedule-Entry
                   UNTIL Schedule-EOF
               CLOSE Schedule-File
           END-IF
           .
       316-Load-One-Schedule-Entry.
           READ Schedule-File
               AT END
                   MOVE 'Y' TO Schedule-EOF-Switch
           END-READ
           IF NOT Schedule-EOF
               IF  Schedule-Record NOT = SPACES
               AND Schedule-Count < 50
                   ADD 1 TO Schedule-Count
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Schedule-Record
                   END-CALL
                   MOVE CPB-Field (1) (1:20)
                     TO SCH-Job-Table (Schedule-Count)
                   MOVE CPB-Field (2) (1:5)
                     TO SCH-Start-Time (Schedule-Count)
                   MOVE CPB-Field (3) (1:3)
                     TO SCH-Frequency (Schedule-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** Breadth-first: Chain-Table starts with the planned table at **
      ** level 0, and every table it holds is expanded in turn,      **
      ** appending the tables one dependency further away.           **
      *****************************************************************
       320-Walk-Network.
           MOVE 1 TO Chain-Count
           MOVE Plan-Table-Short TO CH-Job-Table (1)
           MOVE 0 TO CH-Level (1)
           MOVE 0 TO Chain-Lines-Written
           MOVE SPACES TO Report-Line
           IF Chain-Upstream
               MOVE "  Waits on (upstream):" TO Report-Line
           ELSE
               MOVE "  Waited on by (downstream):" TO Report-Line
           END-IF
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Chain-Sub FROM 1 BY 1
                     UNTIL Chain-Sub > Chain-Count
               PERFORM VARYING Network-Sub FROM 1 BY 1
                         UNTIL Network-Sub > Network-Count
                   PERFORM 330-Follow-One-Dependency
               END-PERFORM
           END-PERFORM
           IF Chain-Lines-Written = 0
               MOVE "     (none)" TO Report-Line
               PERFORM 290-Write-Report-Line
           END-IF
           .
       330-Follow-One-Dependency.
           MOVE SPACES TO Net-From-Table
           MOVE SPACES TO Net-To-Table
           IF  Chain-Upstream
           AND NET-Job-Table (Network-Sub) = CH-Job-Table (Chain-Sub)
               MOVE NET-Job-Table (Network-Sub)   TO Net-From-Table
               MOVE NET-Predecessor (Network-Sub) TO Net-To-Table
           END-IF
           IF  Chain-Downstream
           AND NET-Predecessor (Network-Sub) = CH-Job-Table (Chain-Sub)
               MOVE NET-Predecessor (Network-Sub) TO Net-From-Table
               MOVE NET-Job-Table (Network-Sub)   TO Net-To-Table
           END-IF
           IF Net-To-Table NOT = SPACES
               PERFORM 340-Report-One-Dependency
               MOVE 'N' TO Chain-Known-Switch
               PERFORM VARYING Chain-Search-Sub FROM 1 BY 1
                         UNTIL Chain-Search-Sub > Chain-Count
                   IF CH-Job-Table (Chain-Search-Sub) = Net-To-Table
                       MOVE 'Y' TO Chain-Known-Switch
                   END-IF
               END-PERFORM
               IF  NOT Chain-Known
               AND Chain-Count < 50
                   ADD 1 TO Chain-Count
                   MOVE Net-To-Table TO CH-Job-Table (Chain-Count)
                   COMPUTE CH-Level (Chain-Count) =
                       CH-Level (Chain-Sub) + 1
               END-IF
           END-IF
           .
       340-Report-One-Dependency.
           MOVE SPACES TO Network-Detail-Line
           COMPUTE NL-Level = CH-Level (Chain-Sub) + 1
           MOVE Net-From-Table TO NL-Table
           IF Chain-Upstream
               MOVE "waits on" TO NL-Verb
           ELSE
               MOVE "releases" TO NL-Verb
           END-IF
           MOVE Net-To-Table TO NL-Other
           MOVE NET-Max-RC (Network-Sub) TO NL-Max-RC
           MOVE NET-Deadline (Network-Sub) TO NL-Deadline
      *> the scheduling and status columns describe the table at the
      *> far end of the dependency - the one being waited on upstream
           MOVE Net-To-Table TO Net-Base-Name
           PERFORM 350-Find-Schedule-Text
           PERFORM 360-Read-Net-Status
           MOVE Net-Schedule-Text TO NL-Schedule
           MOVE Net-Status-Text TO NL-Status
           IF Net-To-Table = Plan-Table-Short
               MOVE "*** CIRCULAR - would never start ***"
                 TO NL-Status
           END-IF
           MOVE Network-Detail-Line TO Report-Line
           PERFORM 290-Write-Report-Line
           ADD 1 TO Chain-Lines-Written
           .
       350-Find-Schedule-Text.
           MOVE "unscheduled" TO Net-Schedule-Text
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                     UNTIL Schedule-Sub > Schedule-Count
               IF SCH-Job-Table (Schedule-Sub) = Net-Base-Name (1:20)
                   MOVE SPACES TO Net-Schedule-Text
                   STRING SCH-Start-Time (Schedule-Sub) " "
                          SCH-Frequency (Schedule-Sub)
                       DELIMITED BY SIZE INTO Net-Schedule-Text
                   END-STRING
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** What the table's JOBDRV status file says right now - the   **
      ** same file JOBSCHED tests before releasing a dependent.     **
      *****************************************************************
       360-Read-Net-Status.
           IF Net-Base-Name (1:20) = "JOBSTEPS.DAT"
               MOVE "JOBDRV.STA" TO Net-Status-Filename
           ELSE
               MOVE SPACES TO Net-Status-Filename
               UNSTRING Net-Base-Name DELIMITED BY '.'
                   INTO Net-Status-Filename
               END-UNSTRING
               MOVE SPACES TO Net-Base-Name
               STRING TRIM(Net-Status-Filename, TRAILING) ".STA"
                   DELIMITED BY SIZE INTO Net-Base-Name
               END-STRING
               MOVE Net-Base-Name TO Net-Status-Filename
           END-IF
           MOVE "no status file" TO Net-Status-Text
           CALL "CBL_CHECK_FILE_EXIST"
               USING Net-Status-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Net-Status-File
               READ Net-Status-File INTO Job-Status-Line
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NUMVAL(JS-Return-Code) TO Net-RC-Display
                       MOVE SPACES TO Net-Status-Text
                       STRING TRIM(JS-State, TRAILING) " RC "
                              TRIM(Net-RC-Display) " "
                              JS-Start-Timestamp
                           DELIMITED BY SIZE INTO Net-Status-Text
                       END-STRING
               END-READ
               CLOSE Net-Status-File
           END-IF
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
