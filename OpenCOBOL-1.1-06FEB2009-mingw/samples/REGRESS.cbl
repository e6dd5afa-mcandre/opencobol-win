       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRESS.
      *****************************************************************
      ** This is the parallel-run regression harness.  A change to a **
      ** job table, a layout file or a step program is proved here,  **
      ** against a frozen night's work, before it goes live: the job **
      ** table is run in a sandbox directory of its own, every       **
      ** output is compared with a saved baseline and every step's   **
      ** return code with the one expected, and each difference is   **
      ** listed in the report "REGRESS.RPT" (through RPTWRIT) under  **
      ** a PASSED or FAILED verdict.                                 **
      **                                                             **
      ** The one CALL argument (e.g. a JOBDRV Step-Parameters value) **
      ** is                                                          **
      **                                                             **
      **   <suite>[,ACCEPT]                                          **
      **                                                             **
      ** A suite is described by its lines in "REGRESS.DAT", one     **
      ** comma-separated line each:                                  **
      **                                                             **
      **   suite,J,job-table[,business-date]                         **
      **            the job table to run (copied into the sandbox    **
      **            from the current directory), optionally as a     **
      **            catch-up for a fixed yyyymmdd business date so   **
      **            &DATE and the calendar give the same answer on   **
      **            every run                                        **
      **   suite,C,file                                              **
      **            a control file copied into the sandbox from the  **
      **            current directory (SHOPCAL.DAT, GDGDEF.DAT, a    **
      **            layout file, SYMBOLS.DAT ...) - the very files   **
      **            the change is about                              **
      **   suite,I,file                                              **
      **            a frozen input file, copied into the sandbox     **
      **            from the suite's INPUT directory (a SYMBOLS.DAT  **
      **            kept there gives the suite symbols of its own)   **
      **   suite,O,file[,layout[,max-differences]]                   **
      **            an output to compare with its baseline copy -    **
      **            byte for byte through FILECOMP, or field by      **
      **            field through RECDUMP when a RECDUMP layout file **
      **            is named; up to max-differences (10 when not     **
      **            given) are listed                                **
      **   suite,R,step,return-code                                  **
      **            the return code a step must end with, whatever   **
      **            the baseline says                                **
      **                                                             **
      ** Each suite lives in its own directory under the regression  **
      ** directory - the REGRESS environment variable, or REGRESS in **
      ** the current directory when it is not set:                   **
      **                                                             **
      **   <suite>/INPUT     the frozen input files                  **
      **   <suite>/BASELINE  the accepted outputs, and STEPRC.DAT    **
      **                     (step,program,return-code per step)     **
      **   <suite>/RUN       the sandbox, emptied before every run   **
      **                                                             **
      ** The job runs as "cobcrun JOBDRV <job-table>" inside RUN,    **
      ** with OUTBOUND, INBOUND and TEMP pointed at RUN's own        **
      ** outbound, inbound and temp directories, so its manifests,   **
      ** audit trail, restart files and outbound staging all stay in **
      ** the sandbox (the step modules must be reachable through     **
      ** COB_LIBRARY_PATH, as for any other cobcrun).  Step return   **
      ** codes are taken from the sandbox's JOBSTAT.CSV.             **
      **                                                             **
      ** Once the differences have been reviewed and the change is   **
      ** approved, ACCEPT promotes the last run's outputs and step   **
      ** return codes to be the suite's new baseline; it does not    **
      ** run the job again.  Runs and acceptances are audited.       **
      **                                                             **
      ** RETURN-CODE is 0 when the run PASSED (or the baseline was   **
      ** accepted), 4 when it FAILED on differences, and 8 when the  **
      ** suite could not be run or accepted at all.                  **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1060 Initial coding                                       **
      ** GC1063 Leave the live FILECOMP.RPT and RECDUMP.RPT as they  **
      **        were; keep a failed compare's report in RUN          **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Definition-File ASSIGN TO "REGRESS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Step-File ASSIGN TO Step-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Compare-Report-File ASSIGN TO "FILECOMP.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Listing-A-File ASSIGN TO "REGRESS.RDA"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Listing-B-File ASSIGN TO "REGRESS.RDB"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Script-File ASSIGN TO Script-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Definition-File.
       01  Definition-Record              PIC X(250).

       FD  Step-File.
       01  Step-Record                    PIC X(120).

       FD  Compare-Report-File.
       01  Compare-Report-Record          PIC X(132).

       FD  Listing-A-File.
       01  Listing-A-Record               PIC X(132).

       FD  Listing-B-File.
       01  Listing-B-Record               PIC X(132).

       FD  Script-File.
       01  Script-Record                  PIC X(300).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

       COPY STREAMIOcb.

       COPY RPTWRITcb.

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

       01  Regress-Parm-Text              PIC X(200) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Suite-Name                     PIC X(20).
       01  Mode-Text                      PIC X(10).
       01  Accept-Switch                  PIC X VALUE 'N'.
           88 Accept-Mode                 VALUE 'Y'.

       01  Env-Regress                    PIC X(256).
       01  Home-Dir                       PIC X(256).
       01  Slash                          PIC X(1).
       01  Suite-Dir                      PIC X(256).
       01  Input-Dir                      PIC X(256).
       01  Baseline-Dir                   PIC X(256).
       01  Run-Dir                        PIC X(256).

       01  Definition-EOF-Switch          PIC X.
           88 Definition-EOF              VALUE 'Y'.
       01  Definition-Kind                PIC X(1).
       01  Job-Table-Name                 PIC X(64) VALUE SPACES.
       01  Business-Date                  PIC X(8) VALUE SPACES.

       01  Copy-Table.
           05 Copy-Entry                  OCCURS 50 TIMES.
              10 CP-Kind                  PIC X(1).
                 88 CP-Control            VALUE 'C'.
                 88 CP-Input              VALUE 'I'.
              10 CP-Name                  PIC X(64).
       01  Copy-Count                     PIC 9(2) VALUE 0.
       01  Copy-Sub                       PIC 9(2).

       01  Output-Table.
           05 Output-Entry                OCCURS 50 TIMES.
              10 OT-Name                  PIC X(64).
              10 OT-Layout                PIC X(64).
              10 OT-Max                   PIC 9(4).
       01  Output-Count                   PIC 9(2) VALUE 0.
       01  Output-Sub                     PIC 9(2).

       01  Pin-Table.
           05 Pin-Entry                   OCCURS 50 TIMES.
              10 PN-Step                  PIC 9(3).
              10 PN-RC                    USAGE BINARY-LONG.
       01  Pin-Count                      PIC 9(2) VALUE 0.
       01  Pin-Sub                        PIC 9(2).

       01  Run-Step-Table.
           05 Run-Step-Entry              OCCURS 200 TIMES.
              10 RS-Step                  PIC 9(3).
              10 RS-Program               PIC X(9).
              10 RS-RC                    USAGE BINARY-LONG.
              10 RS-Expected-Switch       PIC X(1).
                 88 RS-Expected           VALUE 'Y'.
       01  Run-Step-Count                 PIC 9(3) VALUE 0.
       01  Run-Step-Sub                   PIC 9(3).

       01  Expected-Table.
           05 Expected-Entry              OCCURS 200 TIMES.
              10 EX-Step                  PIC 9(3).
              10 EX-Program               PIC X(9).
              10 EX-RC                    USAGE BINARY-LONG.
              10 EX-Pinned-Switch         PIC X(1).
                 88 EX-Pinned             VALUE 'Y'.
       01  Expected-Count                 PIC 9(3) VALUE 0.
       01  Expected-Sub                   PIC 9(3).
       01  Baseline-Found-Switch          PIC X VALUE 'N'.
           88 Baseline-Found              VALUE 'Y'.

       01  Step-Filename                  PIC X(256).
       01  Step-EOF-Switch                PIC X.
           88 Step-EOF                    VALUE 'Y'.
       01  Step-Fields.
           05 SF-Job-Date                 PIC X(10).
           05 SF-Step                     PIC X(3).
           05 SF-Program                  PIC X(9).
           05 SF-Start                    PIC X(19).
           05 SF-End                      PIC X(19).
           05 SF-Elapsed                  PIC X(10).
           05 SF-RC-Text                  PIC X(12).
       01  Step-Number-Work               PIC 9(3).
       01  Step-RC-Work                   USAGE BINARY-LONG.
       01  Step-Matched-Sub               PIC 9(3).

       01  Copy-From                      PIC X(256).
       01  Copy-To                        PIC X(256).
       01  Copy-RC-Display                PIC -(4)9.
       01  Setup-Failed-Switch            PIC X VALUE 'N'.
           88 Setup-Failed                VALUE 'Y'.

       01  Shell-Command                  PIC X(600).
       01  Script-Filename                PIC X(256).
       01  Job-Argument                   PIC X(80).
       01  Shell-Exit-Status              USAGE BINARY-LONG.
       01  Job-Exit-Status                USAGE BINARY-LONG VALUE 0.
       01  Status-Display                 PIC -(4)9.

       01  Actual-Path                    PIC X(256).
       01  Baseline-Path                  PIC X(256).
       01  Flat-Name                      PIC X(64).
       01  Compare-Parm                   PIC X(200).
       01  Max-Display                    PIC 9(4).
       01  Tool-Return-Code               USAGE BINARY-LONG.
       01  Filecomp-Saved-Switch          PIC X VALUE 'N'.
           88 Filecomp-Saved              VALUE 'Y'.
       01  Recdump-Saved-Switch           PIC X VALUE 'N'.
           88 Recdump-Saved               VALUE 'Y'.
       01  Compare-Report-EOF-Switch      PIC X.
           88 Compare-Report-EOF          VALUE 'Y'.

       01  Listing-A-EOF-Switch           PIC X.
           88 Listing-A-EOF               VALUE 'Y'.
       01  Listing-B-EOF-Switch           PIC X.
           88 Listing-B-EOF               VALUE 'Y'.
       01  Listing-A-Line                 PIC X(132).
       01  Listing-B-Line                 PIC X(132).
       01  Listing-Title                  PIC X(60)
                               VALUE 'FIELD-LEVEL RECORD LISTING'.
       01  Current-Record-Label           PIC X(20).
       01  Listing-Usable-Switch          PIC X.
           88 Listing-Usable              VALUE 'Y'.

       01  Output-Difference-Count        USAGE BINARY-LONG.
       01  Output-Shown-Count             USAGE BINARY-LONG.
       01  Difference-Count               USAGE BINARY-LONG VALUE 0.
       01  Difference-Display             PIC Z(5)9.
       01  RC-Display-A                   PIC -(4)9.
       01  RC-Display-B                   PIC -(4)9.

       01  Report-Table.
           05 Report-Table-Line           PIC X(132) OCCURS 1000 TIMES.
       01  Report-Table-Count             PIC 9(4) VALUE 0.
       01  Report-Table-Sub               PIC 9(4).
       01  Summary-Sub                    PIC 9(4).
       01  Report-Line                    PIC X(132).

       01  Verdict-Text                   PIC X(60).
       01  Regress-Detail-Text            PIC X(152).
       01  Regress-Return-Code            USAGE BINARY-LONG VALUE 0.
       01  Audit-Source                   PIC X(8) VALUE 'REGRESS'.

       LINKAGE SECTION.
       01  Regress-Parm                   PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Regress-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Regress-Return-Code = 0
               PERFORM 020-Identify-Directories
               PERFORM 030-Load-Definition
           END-IF
           IF Regress-Return-Code = 0
               IF Accept-Mode
                   PERFORM 400-Accept-Baseline
               ELSE
                   PERFORM 100-Prepare-Sandbox
                   IF NOT Setup-Failed
                       PERFORM 200-Run-The-Job
                       PERFORM 300-Compare-Return-Codes
                       PERFORM 350-Compare-Outputs
                   END-IF
               END-IF
           END-IF
           PERFORM 900-Write-Verdict
           PERFORM 950-Write-Report
           CALL "AUDITLOG"
               USING Audit-Source, Regress-Detail-Text,
                     Regress-Return-Code
           END-CALL
           MOVE Regress-Return-Code TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> command-line parameters arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Regress-Parm TO Regress-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Regress-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Suite-Name
           MOVE SPACES TO Mode-Text
           UNSTRING Regress-Parm-Text DELIMITED BY ','
               INTO Suite-Name, Mode-Text
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(Suite-Name)) TO Suite-Name
           MOVE UPPER-CASE(TRIM(Mode-Text)) TO Mode-Text
           EVALUATE TRUE
               WHEN Suite-Name = SPACES
                   DISPLAY 'REGRESS: a suite name is required'
                       UPON SYSERR
                   MOVE 8 TO Regress-Return-Code
               WHEN Mode-Text = 'ACCEPT'
                   MOVE 'Y' TO Accept-Switch
               WHEN Mode-Text NOT = SPACES
                   DISPLAY 'REGRESS: unknown mode ' TRIM(Mode-Text)
                       ' - use ACCEPT or leave it blank' UPON SYSERR
                   MOVE 8 TO Regress-Return-Code
           END-EVALUATE
           .
      *****************************************************************
      ** The job runs in another directory, so every path it is      **
      ** handed is made absolute from the current directory.         **
      *****************************************************************
       020-Identify-Directories.
           MOVE SPACES TO Home-Dir
           CALL "CBL_GET_CURRENT_DIR"
               USING BY VALUE 0,
                     BY VALUE LENGTH OF Home-Dir,
                     BY REFERENCE Home-Dir
           END-CALL
           INSPECT Home-Dir REPLACING ALL LOW-VALUE BY SPACE
           ACCEPT Env-Regress FROM ENVIRONMENT "REGRESS"
           EVALUATE TRUE
               WHEN Env-Regress (1:1) = "/"
                   MOVE "/"         TO Slash
               WHEN Env-Regress (2:1) = ":"
                   MOVE "\"         TO Slash
               WHEN Home-Dir (2:1) = ":"
                   MOVE "\"         TO Slash
                   MOVE SPACES TO Env-Regress
                   STRING TRIM(Home-Dir, TRAILING) Slash "REGRESS"
                       DELIMITED BY SIZE INTO Env-Regress
                   END-STRING
               WHEN OTHER
                   MOVE "/"         TO Slash
                   MOVE SPACES TO Env-Regress
                   STRING TRIM(Home-Dir, TRAILING) Slash "REGRESS"
                       DELIMITED BY SIZE INTO Env-Regress
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO Suite-Dir
           STRING TRIM(Env-Regress, TRAILING) Slash
                  TRIM(Suite-Name, TRAILING)
               DELIMITED BY SIZE INTO Suite-Dir
           END-STRING
           MOVE SPACES TO Input-Dir
           STRING TRIM(Suite-Dir, TRAILING) Slash "INPUT"
               DELIMITED BY SIZE INTO Input-Dir
           END-STRING
           MOVE SPACES TO Baseline-Dir
           STRING TRIM(Suite-Dir, TRAILING) Slash "BASELINE"
               DELIMITED BY SIZE INTO Baseline-Dir
           END-STRING
           MOVE SPACES TO Run-Dir
           STRING TRIM(Suite-Dir, TRAILING) Slash "RUN"
               DELIMITED BY SIZE INTO Run-Dir
           END-STRING
           .
       030-Load-Definition.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "REGRESS.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Definition-File
               MOVE 'N' TO Definition-EOF-Switch
               PERFORM 031-Load-One-Definition
                   UNTIL Definition-EOF
               CLOSE Definition-File
           END-IF
           IF Job-Table-Name = SPACES
               DISPLAY 'REGRESS: suite ' TRIM(Suite-Name)
                   ' has no job table (J line) in REGRESS.DAT'
                   UPON SYSERR
               MOVE 8 TO Regress-Return-Code
               MOVE SPACES TO Report-Line
               STRING "Suite " TRIM(Suite-Name, TRAILING)
                      " has no job table (J line) in REGRESS.DAT"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 890-Add-Report-Line
           END-IF
           .
       031-Load-One-Definition.
           READ Definition-File
               AT END
                   MOVE 'Y' TO Definition-EOF-Switch
           END-READ
           IF  NOT Definition-EOF
           AND Definition-Record NOT = SPACES
           AND Definition-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Definition-Record
               END-CALL
               IF  CPB-Field-Count >= 3
               AND UPPER-CASE(CPB-Field (1)) = Suite-Name
                   MOVE UPPER-CASE(CPB-Field (2) (1:1))
                     TO Definition-Kind
                   PERFORM 032-Add-One-Definition
               END-IF
           END-IF
           .
       032-Add-One-Definition.
           EVALUATE Definition-Kind
               WHEN 'J'
                   MOVE CPB-Field (3) TO Job-Table-Name
                   IF CPB-Field-Count >= 4
                       MOVE CPB-Field (4) (1:8) TO Business-Date
                   END-IF
               WHEN 'C'
               WHEN 'I'
                   IF Copy-Count < 50
                       ADD 1 TO Copy-Count
                       MOVE Definition-Kind TO CP-Kind (Copy-Count)
                       MOVE CPB-Field (3) TO CP-Name (Copy-Count)
                   END-IF
               WHEN 'O'
                   IF Output-Count < 50
                       ADD 1 TO Output-Count
                       MOVE CPB-Field (3) TO OT-Name (Output-Count)
                       MOVE SPACES TO OT-Layout (Output-Count)
                       MOVE 10 TO OT-Max (Output-Count)
                       IF CPB-Field-Count >= 4
                           MOVE CPB-Field (4)
                             TO OT-Layout (Output-Count)
                       END-IF
                       IF  CPB-Field-Count >= 5
                       AND TEST-NUMVAL(TRIM(CPB-Field (5))) = 0
                       AND NUMVAL(CPB-Field (5)) > 0
                           MOVE NUMVAL(CPB-Field (5))
                             TO OT-Max (Output-Count)
                       END-IF
                   END-IF
               WHEN 'R'
                   IF  CPB-Field-Count >= 4
                   AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                   AND TEST-NUMVAL(TRIM(CPB-Field (4))) = 0
                   AND Pin-Count < 50
                       ADD 1 TO Pin-Count
                       MOVE NUMVAL(CPB-Field (3)) TO PN-Step (Pin-Count)
                       MOVE NUMVAL(CPB-Field (4)) TO PN-RC (Pin-Count)
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGRESS: unknown line type in '
                       'REGRESS.DAT ignored: ' TRIM(Definition-Record)
                       UPON SYSERR
           END-EVALUATE
           .
      *****************************************************************
      ** Empty the sandbox and stock it: the job table and control   **
      ** files as they stand now, the frozen inputs as they were     **
      ** saved.  Nothing is run unless every copy made it.           **
      *****************************************************************
       100-Prepare-Sandbox.
           MOVE SPACES TO Shell-Command
           STRING "rmdir /s /q " QUOTE TRIM(Run-Dir, TRAILING) QUOTE
                  " 2>NUL"
               DELIMITED BY SIZE INTO Shell-Command
           END-STRING
           CALL "WINSYSTEM" USING Shell-Command, Shell-Exit-Status
           END-CALL
           MOVE Env-Regress TO Copy-To
           PERFORM 105-Make-Directory
           MOVE Suite-Dir TO Copy-To
           PERFORM 105-Make-Directory
           MOVE Run-Dir TO Copy-To
           PERFORM 105-Make-Directory
           MOVE SPACES TO Copy-To
           STRING TRIM(Run-Dir, TRAILING) Slash "outbound"
               DELIMITED BY SIZE INTO Copy-To
           END-STRING
           PERFORM 105-Make-Directory
           MOVE SPACES TO Copy-To
           STRING TRIM(Run-Dir, TRAILING) Slash "inbound"
               DELIMITED BY SIZE INTO Copy-To
           END-STRING
           PERFORM 105-Make-Directory
           MOVE SPACES TO Copy-To
           STRING TRIM(Run-Dir, TRAILING) Slash "temp"
               DELIMITED BY SIZE INTO Copy-To
           END-STRING
           PERFORM 105-Make-Directory
           MOVE Job-Table-Name TO Copy-From
           MOVE SPACES TO Copy-To
           STRING TRIM(Run-Dir, TRAILING) Slash
                  TRIM(Job-Table-Name, TRAILING)
               DELIMITED BY SIZE INTO Copy-To
           END-STRING
           PERFORM 110-Copy-One-File
           PERFORM VARYING Copy-Sub FROM 1 BY 1
                     UNTIL Copy-Sub > Copy-Count
               MOVE SPACES TO Copy-From
               IF CP-Input (Copy-Sub)
                   STRING TRIM(Input-Dir, TRAILING) Slash
                          TRIM(CP-Name (Copy-Sub), TRAILING)
                       DELIMITED BY SIZE INTO Copy-From
                   END-STRING
               ELSE
                   MOVE CP-Name (Copy-Sub) TO Copy-From
               END-IF
               MOVE SPACES TO Copy-To
               STRING TRIM(Run-Dir, TRAILING) Slash
                      TRIM(CP-Name (Copy-Sub), TRAILING)
                   DELIMITED BY SIZE INTO Copy-To
               END-STRING
               PERFORM 110-Copy-One-File
           END-PERFORM
           IF Setup-Failed
               MOVE 8 TO Regress-Return-Code
           END-IF
           .
       105-Make-Directory.
           MOVE SPACES TO Shell-Command
           STRING "mkdir " QUOTE TRIM(Copy-To, TRAILING) QUOTE
                  " 2>NUL"
               DELIMITED BY SIZE INTO Shell-Command
           END-STRING
           CALL "WINSYSTEM" USING Shell-Command, Shell-Exit-Status
           END-CALL
           .
       110-Copy-One-File.
           INITIALIZE Streamio-CB
           MOVE Copy-From TO SCB-Filename
           MOVE Copy-To   TO SCB-Dest-Filename
           MOVE 'CP'      TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
               MOVE 'Y' TO Setup-Failed-Switch
               MOVE SCB-Return-Code TO Copy-RC-Display
               MOVE SPACES TO Report-Line
               STRING "*** could not copy " TRIM(Copy-From, TRAILING)
                      " into the sandbox, RC=" TRIM(Copy-RC-Display)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 890-Add-Report-Line
           END-IF
           .
      *****************************************************************
      ** Run the job table inside the sandbox, the way JOBSCHED and  **
      ** INBOUND start a job, with the staging directories pointed   **
      ** into the sandbox as well.  The directory change and the     **
      ** SETs go in a command script of their own in RUN, so they    **
      ** hold for the JOBDRV run and for nothing else.               **
      *****************************************************************
       200-Run-The-Job.
           MOVE Job-Table-Name TO Job-Argument
           IF Business-Date NOT = SPACES
               MOVE SPACES TO Job-Argument
               STRING TRIM(Job-Table-Name, TRAILING) "," Business-Date
                   DELIMITED BY SIZE INTO Job-Argument
               END-STRING
           END-IF
           MOVE SPACES TO Script-Filename
           STRING TRIM(Run-Dir, TRAILING) Slash "REGRESS.CMD"
               DELIMITED BY SIZE INTO Script-Filename
           END-STRING
           OPEN OUTPUT Script-File
           MOVE SPACES TO Script-Record
           STRING "cd /d " QUOTE TRIM(Run-Dir, TRAILING) QUOTE
               DELIMITED BY SIZE INTO Script-Record
           END-STRING
           WRITE Script-Record
           MOVE SPACES TO Script-Record
           STRING "set " QUOTE "OUTBOUND="
                  TRIM(Run-Dir, TRAILING) Slash "outbound" QUOTE
               DELIMITED BY SIZE INTO Script-Record
           END-STRING
           WRITE Script-Record
           MOVE SPACES TO Script-Record
           STRING "set " QUOTE "INBOUND="
                  TRIM(Run-Dir, TRAILING) Slash "inbound" QUOTE
               DELIMITED BY SIZE INTO Script-Record
           END-STRING
           WRITE Script-Record
           MOVE SPACES TO Script-Record
           STRING "set " QUOTE "TEMP="
                  TRIM(Run-Dir, TRAILING) Slash "temp" QUOTE
               DELIMITED BY SIZE INTO Script-Record
           END-STRING
           WRITE Script-Record
           MOVE SPACES TO Script-Record
           STRING "cobcrun JOBDRV " TRIM(Job-Argument, TRAILING)
               DELIMITED BY SIZE INTO Script-Record
           END-STRING
           WRITE Script-Record
           MOVE "exit /b %ERRORLEVEL%" TO Script-Record
           WRITE Script-Record
           CLOSE Script-File
           MOVE SPACES TO Shell-Command
           STRING QUOTE TRIM(Script-Filename, TRAILING) QUOTE
               DELIMITED BY SIZE INTO Shell-Command
           END-STRING
           DISPLAY 'REGRESS: running ' TRIM(Job-Table-Name)
               ' for suite ' TRIM(Suite-Name) UPON SYSERR
           CALL "WINSYSTEM" USING Shell-Command, Job-Exit-Status
           END-CALL
           MOVE Job-Exit-Status TO Status-Display
           MOVE SPACES TO Report-Line
           STRING "Job table " TRIM(Job-Table-Name, TRAILING)
                  " run in " TRIM(Run-Dir, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Add-Report-Line
           MOVE SPACES TO Report-Line
           IF Business-Date NOT = SPACES
               STRING "  as business date " Business-Date
                      ", JOBDRV ended with status "
                      TRIM(Status-Display)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "  JOBDRV ended with status "
                      TRIM(Status-Display)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 890-Add-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 890-Add-Report-Line
           .
      *****************************************************************
      ** Each step's return code against the baseline's (or the one  **
      ** an R line pins it to).  A step missing from either side is  **
      ** a difference too.                                           **
      *****************************************************************
       300-Compare-Return-Codes.
           MOVE "Step return codes" TO Report-Line
           PERFORM 890-Add-Report-Line
           MOVE SPACES TO Step-Filename
           STRING TRIM(Run-Dir, TRAILING) Slash "JOBSTAT.CSV"
               DELIMITED BY SIZE INTO Step-Filename
           END-STRING
           PERFORM 310-Load-Run-Steps
           PERFORM 320-Load-Expected-Steps
           IF NOT Baseline-Found
               ADD 1 TO Difference-Count
               MOVE "  *** no accepted baseline - review the run, then"
                 TO Report-Line
               MOVE "ACCEPT it" TO Report-Line (51:)
               PERFORM 890-Add-Report-Line
           END-IF
           PERFORM VARYING Expected-Sub FROM 1 BY 1
                     UNTIL Expected-Sub > Expected-Count
               PERFORM 330-Check-One-Expected-Step
           END-PERFORM
           IF NOT Baseline-Found
               PERFORM VARYING Run-Step-Sub FROM 1 BY 1
                         UNTIL Run-Step-Sub > Run-Step-Count
                   MOVE RS-RC (Run-Step-Sub) TO RC-Display-B
                   MOVE SPACES TO Report-Line
                   STRING "      step " RS-Step (Run-Step-Sub)
                          " " RS-Program (Run-Step-Sub)
                          " ended RC " TRIM(RC-Display-B)
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   PERFORM 890-Add-Report-Line
               END-PERFORM
           END-IF
           IF Baseline-Found
               PERFORM VARYING Run-Step-Sub FROM 1 BY 1
                         UNTIL Run-Step-Sub > Run-Step-Count
                   IF NOT RS-Expected (Run-Step-Sub)
                       ADD 1 TO Difference-Count
                       MOVE RS-RC (Run-Step-Sub) TO RC-Display-B
                       MOVE SPACES TO Report-Line
                       STRING "  *** step " RS-Step (Run-Step-Sub)
                              " " RS-Program (Run-Step-Sub)
                              " ran (RC " TRIM(RC-Display-B)
                              ") but is not in the baseline"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                       PERFORM 890-Add-Report-Line
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 890-Add-Report-Line
           .
      *> the last accounting row for a step is the one that counts
       310-Load-Run-Steps.
           MOVE 0 TO Run-Step-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING Step-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Step-File
               MOVE 'N' TO Step-EOF-Switch
               PERFORM 311-Load-One-Run-Step
                   UNTIL Step-EOF
               CLOSE Step-File
           END-IF
           .
       311-Load-One-Run-Step.
           READ Step-File
               AT END
                   MOVE 'Y' TO Step-EOF-Switch
           END-READ
           IF  NOT Step-EOF
           AND Step-Record NOT = SPACES
               INITIALIZE Step-Fields
               UNSTRING Step-Record DELIMITED BY ','
                   INTO SF-Job-Date, SF-Step, SF-Program, SF-Start,
                        SF-End, SF-Elapsed, SF-RC-Text
               END-UNSTRING
               IF  SF-Step IS NUMERIC
               AND TEST-NUMVAL(TRIM(SF-RC-Text)) = 0
                   MOVE SF-Step TO Step-Number-Work
                   MOVE NUMVAL(SF-RC-Text) TO Step-RC-Work
                   MOVE 0 TO Step-Matched-Sub
                   PERFORM VARYING Run-Step-Sub FROM 1 BY 1
                             UNTIL Run-Step-Sub > Run-Step-Count
                       IF RS-Step (Run-Step-Sub) = Step-Number-Work
                           MOVE Run-Step-Sub TO Step-Matched-Sub
                       END-IF
                   END-PERFORM
                   IF  Step-Matched-Sub = 0
                   AND Run-Step-Count < 200
                       ADD 1 TO Run-Step-Count
                       MOVE Run-Step-Count TO Step-Matched-Sub
                   END-IF
                   IF Step-Matched-Sub > 0
                       MOVE Step-Number-Work
                         TO RS-Step (Step-Matched-Sub)
                       MOVE SF-Program
                         TO RS-Program (Step-Matched-Sub)
                       MOVE Step-RC-Work TO RS-RC (Step-Matched-Sub)
                       MOVE 'N'
                         TO RS-Expected-Switch (Step-Matched-Sub)
                   END-IF
               END-IF
           END-IF
           .
      *> the baseline's STEPRC.DAT, then the R lines on top of it
       320-Load-Expected-Steps.
           MOVE 0 TO Expected-Count
           MOVE 'N' TO Baseline-Found-Switch
           MOVE SPACES TO Step-Filename
           STRING TRIM(Baseline-Dir, TRAILING) Slash "STEPRC.DAT"
               DELIMITED BY SIZE INTO Step-Filename
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING Step-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'Y' TO Baseline-Found-Switch
               OPEN INPUT Step-File
               MOVE 'N' TO Step-EOF-Switch
               PERFORM 321-Load-One-Expected-Step
                   UNTIL Step-EOF
               CLOSE Step-File
           END-IF
           PERFORM VARYING Pin-Sub FROM 1 BY 1
                     UNTIL Pin-Sub > Pin-Count
               MOVE PN-Step (Pin-Sub) TO Step-Number-Work
               MOVE PN-RC (Pin-Sub) TO Step-RC-Work
               MOVE SPACES TO SF-Program
               PERFORM 322-Set-Expected-Step
               IF Step-Matched-Sub > 0
                   MOVE 'Y' TO EX-Pinned-Switch (Step-Matched-Sub)
               END-IF
           END-PERFORM
           .
       321-Load-One-Expected-Step.
           READ Step-File
               AT END
                   MOVE 'Y' TO Step-EOF-Switch
           END-READ
           IF  NOT Step-EOF
           AND Step-Record NOT = SPACES
               INITIALIZE Step-Fields
               UNSTRING Step-Record DELIMITED BY ','
                   INTO SF-Step, SF-Program, SF-RC-Text
               END-UNSTRING
               IF  SF-Step IS NUMERIC
               AND TEST-NUMVAL(TRIM(SF-RC-Text)) = 0
                   MOVE SF-Step TO Step-Number-Work
                   MOVE NUMVAL(SF-RC-Text) TO Step-RC-Work
                   PERFORM 322-Set-Expected-Step
               END-IF
           END-IF
           .
       322-Set-Expected-Step.
           MOVE 0 TO Step-Matched-Sub
           PERFORM VARYING Expected-Sub FROM 1 BY 1
                     UNTIL Expected-Sub > Expected-Count
               IF EX-Step (Expected-Sub) = Step-Number-Work
                   MOVE Expected-Sub TO Step-Matched-Sub
               END-IF
           END-PERFORM
           IF  Step-Matched-Sub = 0
           AND Expected-Count < 200
               ADD 1 TO Expected-Count
               MOVE Expected-Count TO Step-Matched-Sub
               MOVE Step-Number-Work TO EX-Step (Step-Matched-Sub)
               MOVE SF-Program TO EX-Program (Step-Matched-Sub)
               MOVE 'N' TO EX-Pinned-Switch (Step-Matched-Sub)
           END-IF
           IF Step-Matched-Sub > 0
               MOVE Step-RC-Work TO EX-RC (Step-Matched-Sub)
           END-IF
           .
       330-Check-One-Expected-Step.
           MOVE 0 TO Step-Matched-Sub
           PERFORM VARYING Run-Step-Sub FROM 1 BY 1
                     UNTIL Run-Step-Sub > Run-Step-Count
               IF RS-Step (Run-Step-Sub) = EX-Step (Expected-Sub)
                   MOVE Run-Step-Sub TO Step-Matched-Sub
                   MOVE 'Y' TO RS-Expected-Switch (Run-Step-Sub)
               END-IF
           END-PERFORM
           IF EX-Program (Expected-Sub) = SPACES
           AND Step-Matched-Sub > 0
               MOVE RS-Program (Step-Matched-Sub)
                 TO EX-Program (Expected-Sub)
           END-IF
           MOVE EX-RC (Expected-Sub) TO RC-Display-A
           MOVE SPACES TO Report-Line
           EVALUATE TRUE
               WHEN Step-Matched-Sub = 0
                   ADD 1 TO Difference-Count
                   STRING "  *** step " EX-Step (Expected-Sub) " "
                          EX-Program (Expected-Sub)
                          " did not run (expected RC "
                          TRIM(RC-Display-A) ")"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
               WHEN RS-RC (Step-Matched-Sub) NOT = EX-RC (Expected-Sub)
                   ADD 1 TO Difference-Count
                   MOVE RS-RC (Step-Matched-Sub) TO RC-Display-B
                   STRING "  *** step " EX-Step (Expected-Sub) " "
                          EX-Program (Expected-Sub)
                          " ended RC " TRIM(RC-Display-B)
                          ", expected RC " TRIM(RC-Display-A)
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
               WHEN OTHER
                   STRING "      step " EX-Step (Expected-Sub) " "
                          EX-Program (Expected-Sub)
                          " ended RC " TRIM(RC-Display-A)
                          " as expected"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
           END-EVALUATE
           IF EX-Pinned (Expected-Sub)
               MOVE SPACES TO Report-Line (100:)
               MOVE "(pinned in REGRESS.DAT)" TO Report-Line (100:)
           END-IF
           PERFORM 890-Add-Report-Line
           .
      *****************************************************************
      ** Every output against its baseline copy.  FILECOMP and       **
      ** RECDUMP write their own reports through RPTWRIT, so their   **
      ** findings are gathered here and REGRESS.RPT is only written  **
      ** once all the comparisons are done.  Those reports go to the **
      ** current directory, so the live FILECOMP.RPT and RECDUMP.RPT **
      ** are set aside first and put back afterwards.                **
      *****************************************************************
       350-Compare-Outputs.
           MOVE "Outputs" TO Report-Line
           PERFORM 890-Add-Report-Line
           PERFORM 351-Save-Live-Reports
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
               PERFORM 355-Compare-One-Output
           END-PERFORM
           PERFORM 352-Restore-Live-Reports
           .
       351-Save-Live-Reports.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "FILECOMP.RPT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING "REGRESS.FCS"
               END-CALL
               CALL "CBL_RENAME_FILE"
                   USING "FILECOMP.RPT", "REGRESS.FCS"
               END-CALL
               IF RETURN-CODE = 0
                   MOVE 'Y' TO Filecomp-Saved-Switch
               END-IF
           END-IF
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RECDUMP.RPT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING "REGRESS.RDS"
               END-CALL
               CALL "CBL_RENAME_FILE"
                   USING "RECDUMP.RPT", "REGRESS.RDS"
               END-CALL
               IF RETURN-CODE = 0
                   MOVE 'Y' TO Recdump-Saved-Switch
               END-IF
           END-IF
           .
       352-Restore-Live-Reports.
           CALL "CBL_DELETE_FILE" USING "FILECOMP.RPT"
           END-CALL
           IF Filecomp-Saved
               CALL "CBL_RENAME_FILE"
                   USING "REGRESS.FCS", "FILECOMP.RPT"
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING "RECDUMP.RPT"
           END-CALL
           IF Recdump-Saved
               CALL "CBL_RENAME_FILE"
                   USING "REGRESS.RDS", "RECDUMP.RPT"
               END-CALL
           END-IF
           .
       355-Compare-One-Output.
           MOVE SPACES TO Actual-Path
           STRING TRIM(Run-Dir, TRAILING) Slash
                  TRIM(OT-Name (Output-Sub), TRAILING)
               DELIMITED BY SIZE INTO Actual-Path
           END-STRING
           PERFORM 356-Build-Baseline-Path
           MOVE 0 TO Output-Difference-Count
           MOVE 0 TO Output-Shown-Count
           MOVE SPACES TO Report-Line
           STRING "  " TRIM(OT-Name (Output-Sub), TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING Actual-Path
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               ADD 1 TO Difference-Count
               MOVE "*** was not produced by the run"
                 TO Report-Line (40:)
               PERFORM 890-Add-Report-Line
           ELSE
               CALL "CBL_CHECK_FILE_EXIST"
                   USING Baseline-Path
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   ADD 1 TO Difference-Count
                   MOVE "*** has no baseline copy"
                     TO Report-Line (40:)
                   PERFORM 890-Add-Report-Line
               ELSE
                   IF OT-Layout (Output-Sub) = SPACES
                       PERFORM 360-Compare-Bytes
                   ELSE
                       PERFORM 370-Compare-Fields
                   END-IF
               END-IF
           END-IF
           .
      *> a baseline copy is kept flat, even for an output written
      *> into one of the sandbox's subdirectories
       356-Build-Baseline-Path.
           MOVE OT-Name (Output-Sub) TO Flat-Name
           INSPECT Flat-Name REPLACING ALL '/' BY '-'
                                       ALL '\' BY '-'
           MOVE SPACES TO Baseline-Path
           STRING TRIM(Baseline-Dir, TRAILING) Slash
                  TRIM(Flat-Name, TRAILING)
               DELIMITED BY SIZE INTO Baseline-Path
           END-STRING
           .
       360-Compare-Bytes.
           MOVE OT-Max (Output-Sub) TO Max-Display
           MOVE SPACES TO Compare-Parm
           STRING TRIM(Baseline-Path, TRAILING) ","
                  TRIM(Actual-Path, TRAILING) "," Max-Display
               DELIMITED BY SIZE INTO Compare-Parm
           END-STRING
           CALL "FILECOMP" USING Compare-Parm
           END-CALL
           MOVE RETURN-CODE TO Tool-Return-Code
           CANCEL "FILECOMP"
           EVALUATE Tool-Return-Code
               WHEN 0
                   MOVE "identical (byte compare)"
                     TO Report-Line (40:)
                   PERFORM 890-Add-Report-Line
               WHEN 1
                   ADD 1 TO Difference-Count
                   MOVE "*** DIFFERENT (byte compare; A=baseline)"
                     TO Report-Line (40:)
                   PERFORM 890-Add-Report-Line
                   PERFORM 365-Gather-Byte-Differences
               WHEN OTHER
                   ADD 1 TO Difference-Count
                   MOVE SPACES TO Report-Line (40:)
                   STRING "*** could not be compared - see "
                          "RUN/FILECOMP.RPT"
                       DELIMITED BY SIZE INTO Report-Line (40:)
                   END-STRING
                   PERFORM 890-Add-Report-Line
                   PERFORM 366-Keep-Compare-Report
           END-EVALUATE
           .
       365-Gather-Byte-Differences.
           OPEN INPUT Compare-Report-File
           MOVE 'N' TO Compare-Report-EOF-Switch
           PERFORM UNTIL Compare-Report-EOF
               READ Compare-Report-File
                   AT END
                       MOVE 'Y' TO Compare-Report-EOF-Switch
               END-READ
               IF NOT Compare-Report-EOF
                   IF Compare-Report-Record (1:5) = 'Byte '
                   OR Compare-Report-Record (1:13) = 'Files differ '
                       MOVE SPACES TO Report-Line
                       STRING "      "
                              TRIM(Compare-Report-Record, TRAILING)
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                       PERFORM 890-Add-Report-Line
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Compare-Report-File
           .
      *> FILECOMP's own report says why it could not compare; it is
      *> kept in the sandbox, where the live one cannot be touched
       366-Keep-Compare-Report.
           MOVE "FILECOMP.RPT" TO Copy-From
           MOVE SPACES TO Copy-To
           STRING TRIM(Run-Dir, TRAILING) Slash "FILECOMP.RPT"
               DELIMITED BY SIZE INTO Copy-To
           END-STRING
           INITIALIZE Streamio-CB
           MOVE Copy-From TO SCB-Filename
           MOVE Copy-To   TO SCB-Dest-Filename
           MOVE 'CP'      TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           .
      *****************************************************************
      ** Field by field: RECDUMP lists the baseline and the new      **
      ** output through the same layout, and the two listings are    **
      ** read side by side with RPTWRIT's page headings skipped.     **
      *****************************************************************
       370-Compare-Fields.
           MOVE SPACES TO Compare-Parm
           STRING TRIM(OT-Layout (Output-Sub), TRAILING) ","
                  TRIM(Baseline-Path, TRAILING)
               DELIMITED BY SIZE INTO Compare-Parm
           END-STRING
           CALL "RECDUMP" USING Compare-Parm
           END-CALL
           MOVE RETURN-CODE TO Tool-Return-Code
           CANCEL "RECDUMP"
           CALL "CBL_DELETE_FILE" USING "REGRESS.RDA"
           END-CALL
           CALL "CBL_RENAME_FILE" USING "RECDUMP.RPT", "REGRESS.RDA"
           END-CALL
           IF Tool-Return-Code = 0
               MOVE SPACES TO Compare-Parm
               STRING TRIM(OT-Layout (Output-Sub), TRAILING) ","
                      TRIM(Actual-Path, TRAILING)
                   DELIMITED BY SIZE INTO Compare-Parm
               END-STRING
               CALL "RECDUMP" USING Compare-Parm
               END-CALL
               MOVE RETURN-CODE TO Tool-Return-Code
               CANCEL "RECDUMP"
               CALL "CBL_DELETE_FILE" USING "REGRESS.RDB"
               END-CALL
               CALL "CBL_RENAME_FILE"
                   USING "RECDUMP.RPT", "REGRESS.RDB"
               END-CALL
           END-IF
           IF Tool-Return-Code NOT = 0
               ADD 1 TO Difference-Count
               MOVE SPACES TO Report-Line (40:)
               STRING "*** could not be listed through "
                      TRIM(OT-Layout (Output-Sub), TRAILING)
                   DELIMITED BY SIZE INTO Report-Line (40:)
               END-STRING
               PERFORM 890-Add-Report-Line
           ELSE
               PERFORM 375-Compare-Listings
           END-IF
           CALL "CBL_DELETE_FILE" USING "REGRESS.RDA"
           END-CALL
           CALL "CBL_DELETE_FILE" USING "REGRESS.RDB"
           END-CALL
           .
       375-Compare-Listings.
           MOVE "*** DIFFERENT (field compare)" TO Report-Line (40:)
           PERFORM 890-Add-Report-Line
           MOVE Report-Table-Count TO Summary-Sub
           MOVE SPACES TO Current-Record-Label
           OPEN INPUT Listing-A-File
           OPEN INPUT Listing-B-File
           MOVE 'N' TO Listing-A-EOF-Switch
           MOVE 'N' TO Listing-B-EOF-Switch
           PERFORM 376-Next-Listing-A-Line
           PERFORM 377-Next-Listing-B-Line
           PERFORM UNTIL Listing-A-EOF OR Listing-B-EOF
               IF Listing-A-Line (1:7) = 'Record '
                   MOVE Listing-A-Line TO Current-Record-Label
               END-IF
               IF Listing-A-Line NOT = Listing-B-Line
                   ADD 1 TO Output-Difference-Count
                   IF Output-Shown-Count < OT-Max (Output-Sub)
                       PERFORM 378-Report-Field-Difference
                   END-IF
               END-IF
               PERFORM 376-Next-Listing-A-Line
               PERFORM 377-Next-Listing-B-Line
           END-PERFORM
           IF NOT Listing-A-EOF OR NOT Listing-B-EOF
               ADD 1 TO Output-Difference-Count
               IF Listing-A-EOF
                   MOVE "      more records than the baseline"
                     TO Report-Line
               ELSE
                   MOVE "      fewer records than the baseline"
                     TO Report-Line
               END-IF
               PERFORM 890-Add-Report-Line
           END-IF
           CLOSE Listing-A-File
           CLOSE Listing-B-File
           IF Output-Difference-Count = 0
               MOVE SPACES TO Report-Table-Line (Summary-Sub) (40:)
               MOVE "identical (field compare)"
                 TO Report-Table-Line (Summary-Sub) (40:)
           ELSE
               ADD 1 TO Difference-Count
           END-IF
           .
       376-Next-Listing-A-Line.
           MOVE 'N' TO Listing-Usable-Switch
           PERFORM UNTIL Listing-Usable OR Listing-A-EOF
               READ Listing-A-File
                   AT END
                       MOVE 'Y' TO Listing-A-EOF-Switch
               END-READ
               IF NOT Listing-A-EOF
                   MOVE Listing-A-Record TO Listing-A-Line
                   IF  Listing-A-Line NOT = SPACES
                   AND Listing-A-Line NOT = Listing-Title
                   AND Listing-A-Line (1:9) NOT = 'Program: '
                       MOVE 'Y' TO Listing-Usable-Switch
                   END-IF
               END-IF
           END-PERFORM
           .
       377-Next-Listing-B-Line.
           MOVE 'N' TO Listing-Usable-Switch
           PERFORM UNTIL Listing-Usable OR Listing-B-EOF
               READ Listing-B-File
                   AT END
                       MOVE 'Y' TO Listing-B-EOF-Switch
               END-READ
               IF NOT Listing-B-EOF
                   MOVE Listing-B-Record TO Listing-B-Line
                   IF  Listing-B-Line NOT = SPACES
                   AND Listing-B-Line NOT = Listing-Title
                   AND Listing-B-Line (1:9) NOT = 'Program: '
                       MOVE 'Y' TO Listing-Usable-Switch
                   END-IF
               END-IF
           END-PERFORM
           .
      *> the differing line from each listing, under the record
      *> it belongs to
       378-Report-Field-Difference.
           ADD 1 TO Output-Shown-Count
           MOVE SPACES TO Report-Line
           STRING "      " TRIM(Current-Record-Label, TRAILING)
                  " was: " TRIM(Listing-A-Line)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Add-Report-Line
           MOVE SPACES TO Report-Line
           STRING "      " TRIM(Current-Record-Label, TRAILING)
                  " now: " TRIM(Listing-B-Line)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Add-Report-Line
           .
      *****************************************************************
      ** Promote the last run: every output's sandbox copy becomes   **
      ** its baseline copy, and the run's step return codes become   **
      ** STEPRC.DAT.  The run is not repeated.                       **
      *****************************************************************
       400-Accept-Baseline.
           MOVE SPACES TO Step-Filename
           STRING TRIM(Run-Dir, TRAILING) Slash "JOBSTAT.CSV"
               DELIMITED BY SIZE INTO Step-Filename
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING Step-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO Setup-Failed-Switch
               MOVE SPACES TO Report-Line
               STRING "*** suite " TRIM(Suite-Name, TRAILING)
                      " has no run to accept - run it first"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 890-Add-Report-Line
           ELSE
               PERFORM 310-Load-Run-Steps
               MOVE Baseline-Dir TO Copy-To
               PERFORM 105-Make-Directory
               PERFORM VARYING Output-Sub FROM 1 BY 1
                         UNTIL Output-Sub > Output-Count
                   PERFORM 410-Accept-One-Output
               END-PERFORM
               IF NOT Setup-Failed
                   PERFORM 420-Write-Step-Baseline
               END-IF
           END-IF
           IF Setup-Failed
               MOVE 8 TO Regress-Return-Code
           END-IF
           .
       410-Accept-One-Output.
           MOVE SPACES TO Copy-From
           STRING TRIM(Run-Dir, TRAILING) Slash
                  TRIM(OT-Name (Output-Sub), TRAILING)
               DELIMITED BY SIZE INTO Copy-From
           END-STRING
           PERFORM 356-Build-Baseline-Path
           CALL "CBL_CHECK_FILE_EXIST"
               USING Copy-From
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Report-Line
               STRING "  " TRIM(OT-Name (Output-Sub), TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               MOVE "not produced by the run - no baseline copy"
                 TO Report-Line (40:)
               PERFORM 890-Add-Report-Line
               CALL "CBL_DELETE_FILE" USING Baseline-Path
               END-CALL
           ELSE
               MOVE Baseline-Path TO Copy-To
               PERFORM 110-Copy-One-File
               IF SCB-Return-Code = 0
                   MOVE SPACES TO Report-Line
                   STRING "  " TRIM(OT-Name (Output-Sub), TRAILING)
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   MOVE "accepted as the baseline" TO Report-Line (40:)
                   PERFORM 890-Add-Report-Line
               END-IF
           END-IF
           .
       420-Write-Step-Baseline.
           MOVE SPACES TO Step-Filename
           STRING TRIM(Baseline-Dir, TRAILING) Slash "STEPRC.DAT"
               DELIMITED BY SIZE INTO Step-Filename
           END-STRING
           OPEN OUTPUT Step-File
           PERFORM VARYING Run-Step-Sub FROM 1 BY 1
                     UNTIL Run-Step-Sub > Run-Step-Count
               MOVE RS-RC (Run-Step-Sub) TO RC-Display-B
               MOVE SPACES TO Step-Record
               STRING RS-Step (Run-Step-Sub) ","
                      TRIM(RS-Program (Run-Step-Sub), TRAILING) ","
                      TRIM(RC-Display-B)
                   DELIMITED BY SIZE INTO Step-Record
               END-STRING
               WRITE Step-Record
               MOVE SPACES TO Report-Line
               STRING "      step " RS-Step (Run-Step-Sub) " "
                      RS-Program (Run-Step-Sub)
                      " RC " TRIM(RC-Display-B)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               MOVE "accepted as the baseline" TO Report-Line (40:)
               PERFORM 890-Add-Report-Line
           END-PERFORM
           CLOSE Step-File
           .
       890-Add-Report-Line.
           IF Report-Table-Count < 1000
               ADD 1 TO Report-Table-Count
               MOVE Report-Line
                 TO Report-Table-Line (Report-Table-Count)
           END-IF
           MOVE SPACES TO Report-Line
           .
       900-Write-Verdict.
           MOVE Difference-Count TO Difference-Display
           MOVE SPACES TO Verdict-Text
           EVALUATE TRUE
               WHEN Regress-Return-Code NOT = 0
               AND  Accept-Mode
                   MOVE "BASELINE NOT ACCEPTED" TO Verdict-Text
               WHEN Regress-Return-Code NOT = 0
                   MOVE "SUITE COULD NOT BE RUN" TO Verdict-Text
               WHEN Accept-Mode
                   MOVE "BASELINE ACCEPTED" TO Verdict-Text
               WHEN Difference-Count = 0
                   MOVE "REGRESSION PASSED" TO Verdict-Text
               WHEN OTHER
                   STRING "REGRESSION FAILED - "
                          TRIM(Difference-Display) " difference(s)"
                       DELIMITED BY SIZE INTO Verdict-Text
                   END-STRING
                   MOVE 4 TO Regress-Return-Code
           END-EVALUATE
           MOVE SPACES TO Report-Line
           PERFORM 890-Add-Report-Line
           MOVE Verdict-Text TO Report-Line
           PERFORM 890-Add-Report-Line
           DISPLAY 'REGRESS: ' TRIM(Suite-Name) ' - '
               TRIM(Verdict-Text) UPON SYSERR
           MOVE SPACES TO Regress-Detail-Text
           STRING "regression suite " TRIM(Suite-Name, TRAILING)
                  ": " TRIM(Verdict-Text, TRAILING)
               DELIMITED BY SIZE INTO Regress-Detail-Text
           END-STRING
           .
       950-Write-Report.
           INITIALIZE Rptwrit-CB
           MOVE "REGRESS.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           STRING "REGRESSION RUN - SUITE " TRIM(Suite-Name, TRAILING)
               DELIMITED BY SIZE INTO RWB-Title
           END-STRING
           MOVE "REGRESS" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE 'W' TO RWB-Function
           PERFORM VARYING Report-Table-Sub FROM 1 BY 1
                     UNTIL Report-Table-Sub > Report-Table-Count
               CALL "RPTWRIT"
                   USING Rptwrit-CB,
                         Report-Table-Line (Report-Table-Sub)
               END-CALL
           END-PERFORM
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           .
