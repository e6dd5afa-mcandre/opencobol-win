       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDOG.
      *****************************************************************
      ** This is the heartbeat watchdog for the shop's resident      **
      ** programs - JOBSCHED and INBOUND's POLL watch mode.  Each    **
      ** rewrites its heartbeat file "<program>.HBT" every cycle     **
      ** (see HEARTBT.cbl); if one dies (killed window, reboot,      **
      ** runtime abend) or hangs, its heartbeat stops moving.  Run   **
      ** WATCHDOG as a Windows scheduled task every few minutes, in  **
      ** the directory the resident programs run in and quite apart  **
      ** from JOBSCHED ("cobcrun WATCHDOG") - it makes one pass and  **
      ** ends.                                                       **
      **                                                             **
      ** What to watch lives in "WATCHDOG.DAT", one comma-separated  **
      ** line per resident program:                                  **
      **                                                             **
      **   program,max-age,restarts,restart-command                  **
      **                                                             **
      **   program   the resident program, e.g. JOBSCHED - its      **
      **             heartbeat file is JOBSCHED.HBT                  **
      **   max-age   how many minutes old the last beat may be      **
      **             before the program counts as dead (blank = 10) **
      **             - allow for the longest cycle the program can  **
      **             legitimately have                               **
      **   restarts  the most restarts allowed in any one hour      **
      **             (blank = 3)                                     **
      **   restart-command  optional: the command that restarts the **
      **             program, run through WINSYSTEM - e.g.          **
      **             start "" /B cobcrun INBOUND POLL,30             **
      **             (the rest of the line, so it may hold commas); **
      **             for a hang it may first end the stuck process.  **
      **             Blank = alert only                              **
      **                                                             **
      ** A heartbeat older than max-age - or no heartbeat file at   **
      ** all - raises a CRITICAL operator alert through ALERTER      **
      ** every pass until the program is back.  When a restart      **
      ** command is set, WATCHDOG also runs it and audits the       **
      ** restart, unless the program has already been restarted    **
      ** "restarts" times within the last hour (per the restart log **
      ** "WATCHDOG.LOG", one "timestamp,program,exit-status" line   **
      ** per restart): a crash-looping program then pages a human   **
      ** instead of being restarted forever, and the refusal is     **
      ** audited too.  A heartbeat in state STOPPED (the program    **
      ** ended cleanly through its stop file) is never stale.       **
      **                                                             **
      ** The findings go to the report "WATCHDOG.RPT".  The return  **
      ** code is 0 when every watched program is alive or cleanly  **
      ** stopped, 8 when any heartbeat was stale.                    **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1055 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Watch-File ASSIGN TO "WATCHDOG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Heartbeat-File ASSIGN TO Heartbeat-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Restart-Log-File ASSIGN TO "WATCHDOG.LOG"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Watch-File.
       01  Watch-Record                   PIC X(300).

       FD  Heartbeat-File.
       01  Heartbeat-Record               PIC X(100).

       FD  Restart-Log-File.
       01  Restart-Log-Record             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.

       COPY HEARTBTrec.

       01  File-Details.
           05 FD-File-Size              PIC X(8) COMP-X.
           05 FD-File-Date.
              10 FD-File-Day            PIC X COMP-X.
              10 FD-File-Month          PIC X COMP-X.
              10 FD-File-Year           PIC X(2) COMP-X.
           05 FD-File-Time.
              10 FD-File-Hours          PIC X COMP-X.
              10 FD-File-Minutes        PIC X COMP-X.
              10 FD-File-Seconds        PIC X COMP-X.
              10 FD-File-Hundredths     PIC X COMP-X.

       01  Watch-EOF-Switch               PIC X VALUE 'N'.
           88 Watch-EOF                   VALUE 'Y'.
       01  Watch-Program                  PIC X(8).
       01  Watch-Max-Age-Text             PIC X(8).
       01  Watch-Restarts-Text            PIC X(8).
       01  Watch-Command                  PIC X(256).
       01  Watch-Pointer                  USAGE BINARY-LONG.
       01  Watch-Max-Age                  USAGE BINARY-LONG.
       01  Watch-Max-Restarts             USAGE BINARY-LONG.
       01  Watch-Count                    USAGE BINARY-LONG VALUE 0.
       01  Stale-Count                    USAGE BINARY-LONG VALUE 0.

       01  Heartbeat-Filename             PIC X(64).
       01  Heartbeat-Found-Switch         PIC X.
           88 Heartbeat-Found             VALUE 'Y'.
       01  Heartbeat-Stale-Switch         PIC X.
           88 Heartbeat-Stale             VALUE 'Y'.
       01  Heartbeat-Age-Minutes          USAGE BINARY-LONG.
       01  Age-Display                    PIC Z(5)9.
       01  Cycle-Display                  PIC Z(8)9.
       01  Restart-Count-Display          PIC Z9.
       01  Max-Restarts-Display           PIC Z9.

       01  Restart-Log-EOF-Switch         PIC X.
           88 Restart-Log-EOF             VALUE 'Y'.
       01  Log-Timestamp                  PIC X(19).
       01  Log-Program                    PIC X(8).
       01  Recent-Restart-Count           USAGE BINARY-LONG.
       01  Restart-Exit-Status            USAGE BINARY-LONG.
       01  Exit-Status-Display            PIC -(8)9.

       01  Timestamp-Fields.
           05 TF-Date.
              10 TF-Year                PIC 9(4).
              10 TF-Month               PIC 9(2).
              10 TF-Day                 PIC 9(2).
           05 TF-Time.
              10 TF-Hours               PIC 9(2).
              10 TF-Minutes             PIC 9(2).
              10 TF-Seconds             PIC 9(2).
              10 FILLER                 PIC 9(2).
           05 TF-Offset                 PIC X(9).
       01  Now-Timestamp                  PIC X(19).
       01  Now-Seconds                    PIC 9(12).

       01  Convert-Timestamp              PIC X(19).
       01  Convert-Seconds                PIC 9(12).
       01  Convert-Date-Number            PIC 9(8).

       01  Report-Line                    PIC X(120).
       01  Verdict-Text                   PIC X(60).

       01  Alert-Severity                 USAGE BINARY-LONG VALUE 4.
       01  Alert-Message-Text             PIC X(100).
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Return-Code              USAGE BINARY-LONG.

       01  Audit-Source                   PIC X(8) VALUE 'WATCHDOG'.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Fields
           MOVE SPACES TO Now-Timestamp
           STRING TF-Year "-" TF-Month "-" TF-Day " "
                  TF-Hours ":" TF-Minutes ":" TF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           MOVE Now-Timestamp TO Convert-Timestamp
           PERFORM 900-Timestamp-To-Seconds
           MOVE Convert-Seconds TO Now-Seconds
           INITIALIZE Rptwrit-CB
           MOVE "WATCHDOG.RPT" TO RWB-Filename
           MOVE "RESIDENT PROGRAM HEARTBEATS" TO RWB-Title
           MOVE "WATCHDOG" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           CALL "CBL_CHECK_FILE_EXIST"
               USING "WATCHDOG.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Watch-File
               MOVE 'N' TO Watch-EOF-Switch
               PERFORM 100-Check-One-Program
                   UNTIL Watch-EOF
               CLOSE Watch-File
           END-IF
           IF Watch-Count = 0
               MOVE "No resident programs listed in WATCHDOG.DAT"
                 TO Report-Line
               PERFORM 990-Write-One-Line
               DISPLAY 'WATCHDOG: nothing to watch - no WATCHDOG.DAT'
                   ' entries' UPON SYSERR
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Stale-Count > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .
       100-Check-One-Program.
           READ Watch-File
               AT END
                   MOVE 'Y' TO Watch-EOF-Switch
           END-READ
           IF NOT Watch-EOF
               IF Watch-Record NOT = SPACES
                   PERFORM 110-Parse-Watch-Entry
                   IF Watch-Program NOT = SPACES
                       ADD 1 TO Watch-Count
                       PERFORM 200-Read-Heartbeat
                       PERFORM 300-Judge-Heartbeat
                       IF Heartbeat-Stale
                           ADD 1 TO Stale-Count
                           PERFORM 400-Handle-Stale-Program
                       END-IF
                       PERFORM 500-Report-One-Program
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** The restart command is the rest of the line after the      **
      ** third comma, so it may hold commas of its own.              **
      *****************************************************************
       110-Parse-Watch-Entry.
           MOVE SPACES TO Watch-Program
           MOVE SPACES TO Watch-Max-Age-Text
           MOVE SPACES TO Watch-Restarts-Text
           MOVE SPACES TO Watch-Command
           MOVE 1 TO Watch-Pointer
           UNSTRING Watch-Record DELIMITED BY ','
               INTO Watch-Program, Watch-Max-Age-Text,
                    Watch-Restarts-Text
               WITH POINTER Watch-Pointer
           END-UNSTRING
           IF Watch-Pointer <= LENGTH(Watch-Record)
               MOVE Watch-Record (Watch-Pointer:) TO Watch-Command
           END-IF
           MOVE UPPER-CASE(TRIM(Watch-Program)) TO Watch-Program
           MOVE TRIM(Watch-Command) TO Watch-Command
           IF  Watch-Max-Age-Text NOT = SPACES
           AND TEST-NUMVAL(TRIM(Watch-Max-Age-Text)) = 0
           AND NUMVAL(Watch-Max-Age-Text) > 0
               MOVE NUMVAL(Watch-Max-Age-Text) TO Watch-Max-Age
           ELSE
               MOVE 10 TO Watch-Max-Age
           END-IF
           IF  Watch-Restarts-Text NOT = SPACES
           AND TEST-NUMVAL(TRIM(Watch-Restarts-Text)) = 0
           AND NUMVAL(Watch-Restarts-Text) >= 0
               MOVE NUMVAL(Watch-Restarts-Text) TO Watch-Max-Restarts
           ELSE
               MOVE 3 TO Watch-Max-Restarts
           END-IF
           .
       200-Read-Heartbeat.
           MOVE 'N' TO Heartbeat-Found-Switch
           MOVE SPACES TO Heartbeat-Filename
           STRING TRIM(Watch-Program, TRAILING) ".HBT"
               DELIMITED BY SIZE INTO Heartbeat-Filename
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING Heartbeat-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Heartbeat-File
               READ Heartbeat-File INTO Heartbeat-Line
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO Heartbeat-Found-Switch
               END-READ
               CLOSE Heartbeat-File
           END-IF
           .
      *****************************************************************
      ** No heartbeat at all counts as dead (never started after a  **
      ** reboot, or its file was cleaned away); a cleanly STOPPED   **
      ** program never does.                                         **
      *****************************************************************
       300-Judge-Heartbeat.
           MOVE 'N' TO Heartbeat-Stale-Switch
           MOVE 0 TO Heartbeat-Age-Minutes
           EVALUATE TRUE
               WHEN NOT Heartbeat-Found
                   MOVE 'Y' TO Heartbeat-Stale-Switch
                   MOVE SPACES TO Alert-Message-Text
                   STRING TRIM(Watch-Program, TRAILING)
                          " has no heartbeat file - not running"
                       DELIMITED BY SIZE INTO Alert-Message-Text
                   END-STRING
               WHEN HB-State = 'STOPPED'
                   CONTINUE
               WHEN OTHER
                   MOVE HB-Last-Beat TO Convert-Timestamp
                   PERFORM 900-Timestamp-To-Seconds
                   IF Convert-Seconds < Now-Seconds
                       COMPUTE Heartbeat-Age-Minutes =
                           (Now-Seconds - Convert-Seconds) / 60
                       END-COMPUTE
                   END-IF
                   IF Heartbeat-Age-Minutes > Watch-Max-Age
                       MOVE 'Y' TO Heartbeat-Stale-Switch
                       MOVE Heartbeat-Age-Minutes TO Age-Display
                       MOVE SPACES TO Alert-Message-Text
                       STRING TRIM(Watch-Program, TRAILING)
                              " heartbeat stale - last beat "
                              TRIM(Age-Display) " min ago"
                           DELIMITED BY SIZE INTO Alert-Message-Text
                       END-STRING
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      ** A stale program always pages; with a restart command it is  **
      ** also restarted, up to its hourly cap.                       **
      *****************************************************************
       400-Handle-Stale-Program.
           MOVE Alert-Message-Text TO Verdict-Text
           IF Watch-Command NOT = SPACES
               PERFORM 410-Count-Recent-Restarts
               MOVE Watch-Max-Restarts TO Max-Restarts-Display
               IF Recent-Restart-Count < Watch-Max-Restarts
                   PERFORM 420-Restart-Program
               ELSE
                   MOVE SPACES TO Alert-Message-Text
                   STRING TRIM(Verdict-Text, TRAILING)
                          " - restart cap "
                          TRIM(Max-Restarts-Display)
                          "/hr reached, NOT restarted"
                       DELIMITED BY SIZE INTO Alert-Message-Text
                   END-STRING
                   MOVE SPACES TO Audit-Detail-Text
                   STRING "restart of "
                          TRIM(Watch-Program, TRAILING)
                          " refused - already restarted "
                          TRIM(Max-Restarts-Display)
                          " times in the last hour"
                       DELIMITED BY SIZE INTO Audit-Detail-Text
                   END-STRING
                   MOVE 8 TO Audit-Return-Code
                   CALL "AUDITLOG"
                       USING Audit-Source, Audit-Detail-Text,
                             Audit-Return-Code
                   END-CALL
               END-IF
           END-IF
           CALL "ALERTER"
               USING Audit-Source, Alert-Message-Text,
                     Alert-Severity
           END-CALL
           .
       410-Count-Recent-Restarts.
           MOVE 0 TO Recent-Restart-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "WATCHDOG.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Restart-Log-File
               MOVE 'N' TO Restart-Log-EOF-Switch
               PERFORM 411-Check-One-Restart
                   UNTIL Restart-Log-EOF
               CLOSE Restart-Log-File
           END-IF
           .
       411-Check-One-Restart.
           READ Restart-Log-File
               AT END
                   MOVE 'Y' TO Restart-Log-EOF-Switch
           END-READ
           IF NOT Restart-Log-EOF
               MOVE SPACES TO Log-Timestamp
               MOVE SPACES TO Log-Program
               UNSTRING Restart-Log-Record DELIMITED BY ','
                   INTO Log-Timestamp, Log-Program
               END-UNSTRING
               IF Log-Program = Watch-Program
                   MOVE Log-Timestamp TO Convert-Timestamp
                   PERFORM 900-Timestamp-To-Seconds
                   IF  Convert-Seconds > 0
                   AND Convert-Seconds + 3600 > Now-Seconds
                       ADD 1 TO Recent-Restart-Count
                   END-IF
               END-IF
           END-IF
           .
       420-Restart-Program.
           DISPLAY 'WATCHDOG: restarting ' TRIM(Watch-Program)
               ' - ' TRIM(Watch-Command) UPON SYSERR
           CALL "WINSYSTEM"
               USING Watch-Command, Restart-Exit-Status
           END-CALL
           MOVE Restart-Exit-Status TO Exit-Status-Display
           CALL "CBL_CHECK_FILE_EXIST"
               USING "WATCHDOG.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN EXTEND Restart-Log-File
           ELSE
               OPEN OUTPUT Restart-Log-File
           END-IF
           MOVE SPACES TO Restart-Log-Record
           STRING Now-Timestamp ","
                  TRIM(Watch-Program, TRAILING) ","
                  TRIM(Exit-Status-Display)
               DELIMITED BY SIZE INTO Restart-Log-Record
           END-STRING
           WRITE Restart-Log-Record
           CLOSE Restart-Log-File
           ADD 1 TO Recent-Restart-Count
           MOVE Recent-Restart-Count TO Restart-Count-Display
           MOVE SPACES TO Alert-Message-Text
           STRING TRIM(Verdict-Text, TRAILING)
                  " - restarted ("
                  TRIM(Restart-Count-Display) " of "
                  TRIM(Max-Restarts-Display) " this hour)"
               DELIMITED BY SIZE INTO Alert-Message-Text
           END-STRING
           MOVE SPACES TO Audit-Detail-Text
           STRING "restarted "
                  TRIM(Watch-Program, TRAILING)
                  " (restart "
                  TRIM(Restart-Count-Display) " of "
                  TRIM(Max-Restarts-Display) " this hour): "
                  TRIM(Watch-Command, TRAILING)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text,
                     Restart-Exit-Status
           END-CALL
           .
       500-Report-One-Program.
           MOVE SPACES TO Report-Line
           EVALUATE TRUE
               WHEN NOT Heartbeat-Found
                   STRING Watch-Program "  NO HEARTBEAT FILE"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
               WHEN OTHER
                   MOVE HB-Cycle-Count TO Cycle-Display
                   STRING Watch-Program "  " HB-State
                          "  last beat " HB-Last-Beat
                          "  cycles " Cycle-Display
                          "  last work "
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   IF HB-Last-Work = SPACES
                       MOVE '(none yet)' TO Report-Line (79:10)
                   ELSE
                       MOVE HB-Last-Work TO Report-Line (79:19)
                   END-IF
           END-EVALUATE
           PERFORM 990-Write-One-Line
           MOVE SPACES TO Report-Line
           IF Heartbeat-Stale
               STRING "          ** STALE ** "
                      TRIM(Alert-Message-Text, TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               IF HB-State = 'STOPPED'
                   MOVE "          stopped cleanly by its stop file"
                     TO Report-Line
               ELSE
                   MOVE Heartbeat-Age-Minutes TO Age-Display
                   MOVE Watch-Max-Age TO Cycle-Display
                   STRING "          alive - last beat "
                          TRIM(Age-Display) " min ago (limit "
                          TRIM(Cycle-Display) " min)"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
               END-IF
           END-IF
           PERFORM 990-Write-One-Line
           DISPLAY 'WATCHDOG: ' TRIM(Report-Line) UPON SYSERR
           .
      *****************************************************************
      ** yyyy-mm-dd hh:mm:ss to seconds since the start of the      **
      ** calendar, so ages cross midnight safely; zero when the     **
      ** text is not a timestamp.                                    **
      *****************************************************************
       900-Timestamp-To-Seconds.
           MOVE 0 TO Convert-Seconds
           IF  Convert-Timestamp (1:4) NUMERIC
           AND Convert-Timestamp (6:2) NUMERIC
           AND Convert-Timestamp (9:2) NUMERIC
           AND Convert-Timestamp (12:2) NUMERIC
           AND Convert-Timestamp (15:2) NUMERIC
           AND Convert-Timestamp (18:2) NUMERIC
               COMPUTE Convert-Date-Number =
                     NUMVAL(Convert-Timestamp (1:4)) * 10000
                   + NUMVAL(Convert-Timestamp (6:2)) * 100
                   + NUMVAL(Convert-Timestamp (9:2))
               IF TEST-DATE-YYYYMMDD(Convert-Date-Number) = 0
                   COMPUTE Convert-Seconds =
                         INTEGER-OF-DATE(Convert-Date-Number) * 86400
                       + NUMVAL(Convert-Timestamp (12:2)) * 3600
                       + NUMVAL(Convert-Timestamp (15:2)) * 60
                       + NUMVAL(Convert-Timestamp (18:2))
               END-IF
           END-IF
           .
       990-Write-One-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
