       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HEARTBT.
      *****************************************************************
      ** This subroutine keeps a resident program's heartbeat file   **
      ** "<program>.HBT" (see HEARTBTrec.cpy) - the proof of life    **
      ** the WATCHDOG checks.  JOBSCHED and INBOUND's POLL watch     **
      ** mode loop for hours; if either dies (killed window, reboot, **
      ** runtime abend) or hangs mid-cycle, its heartbeat stops      **
      ** moving and the WATCHDOG notices instead of the morning:     **
      **                                                             **
      ** CALL "HEARTBT" USING <heartbt-cb>                           **
      **                                                             **
      ** (see HEARTBTcb.cpy).  'O' at start-up stamps the start time **
      ** and writes a first beat (state RUNNING, no cycles yet); 'B' **
      ** at the end of every cycle counts the cycle, stamps the beat **
      ** (and the last useful work, when the caller says the cycle   **
      ** did some) and rewrites the file; 'C' at a clean stop writes **
      ** state STOPPED, so a deliberately stopped program is not     **
      ** reported dead.                                              **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
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
           SELECT Heartbeat-File ASSIGN TO Heartbeat-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Heartbeat-File.
       01  Heartbeat-Record               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY HEARTBTrec.

       01  Heartbeat-Filename             PIC X(64).

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

       LINKAGE SECTION.
       COPY HEARTBTcb.

       PROCEDURE DIVISION USING Heartbt-CB.
       000-HEARTBT.
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Fields
           MOVE SPACES TO Now-Timestamp
           STRING TF-Year "-" TF-Month "-" TF-Day " "
                  TF-Hours ":" TF-Minutes ":" TF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           EVALUATE TRUE
               WHEN Heartbt-FUNC-OPEN
                   MOVE Now-Timestamp TO HBB-Started
                   MOVE 0 TO HBB-Cycle-Count
                   MOVE SPACES TO HBB-Last-Work
                   MOVE 'RUNNING' TO HB-State
               WHEN Heartbt-FUNC-BEAT
                   ADD 1 TO HBB-Cycle-Count
                   IF HBB-Work-Done
                       MOVE Now-Timestamp TO HBB-Last-Work
                   END-IF
                   MOVE 'RUNNING' TO HB-State
               WHEN Heartbt-FUNC-CLOSE
                   MOVE 'STOPPED' TO HB-State
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           MOVE 'N' TO HBB-Work-Done-Switch
           MOVE HBB-Program     TO HB-Program
           MOVE HBB-Started     TO HB-Started
           MOVE Now-Timestamp   TO HB-Last-Beat
           MOVE HBB-Cycle-Count TO HB-Cycle-Count
           MOVE HBB-Last-Work   TO HB-Last-Work
           MOVE SPACES TO Heartbeat-Filename
           STRING TRIM(HBB-Program, TRAILING) ".HBT"
               DELIMITED BY SIZE INTO Heartbeat-Filename
           END-STRING
           OPEN OUTPUT Heartbeat-File
           MOVE Heartbeat-Line TO Heartbeat-Record
           WRITE Heartbeat-Record
           CLOSE Heartbeat-File
           GOBACK
           .
