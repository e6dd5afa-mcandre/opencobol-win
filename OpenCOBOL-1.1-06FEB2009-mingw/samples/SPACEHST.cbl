       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPACEHST.
      *****************************************************************
      ** This is the daily disk-space history step.  TEMPCHK looks   **
      ** at TEMP once, at the start of a run; meanwhile the drop     **
      ** directory, its quarantine, the outbound staging and sent    **
      ** directories, the report spool and the audit and accounting  **
      ** archives grow quietly until a night fails with a full disk. **
      ** This step measures them every day and says when each one   **
      ** will fill at its current rate.                               **
      **                                                             **
      ** The directories watched are listed in "SPACEDEF.DAT", one   **
      ** comma-separated line each:                                  **
      **                                                             **
      **   name,directory[,pattern]                                  **
      **                                                             **
      **   name       a short label for the report and the history   **
      **   directory  the directory to total                         **
      **   pattern    only files matching it (MATCHPAT semantics,    **
      **              at most one '*'), e.g. AUDIT-*.LOG             **
      **                                                             **
      ** Without a SPACEDEF.DAT the shop's usual suspects are         **
      ** watched: INBOUND (the drop directory named by the INBOUND   **
      ** environment variable, as INBOUND.cbl resolves it), QUARANTN **
      ** (its quarantine subdirectory), OUTBOUND and SENT (the       **
      ** staging directory named by OUTBOUND, and its sent           **
      ** subdirectory), SPOOL (RPTSPOOL's spool directory), AUDITARC **
      ** (the AUDIT-yyyymmdd.LOG archives) and JOBSTATM (the         **
      ** JOBSTAT-yyyymm.CSV archives).                               **
      **                                                             **
      ** Each directory's file count and total bytes are taken with  **
      ** DIRSCAN, and the free space left on its volume is read from **
      ** a "dir" listing the same way TEMPCHK reads it.  One line    **
      ** per directory is appended to the history "SPACEHST.DAT":    **
      **                                                             **
      **   yyyymmdd,name,files,bytes,free-bytes                      **
      **                                                             **
      ** The trend report "SPACEHST.RPT" shows, for each directory,  **
      ** today's totals, the daily growth rate since the oldest      **
      ** history line of the last 30 days, the volume's free space   **
      ** and the projected "full on" date at that rate.  When any    **
      ** directory is projected to fill within the warning horizon - **
      ** the one CALL argument, in days (default 14) - a WARNING     **
      ** operator alert is raised through ALERTER for it, so there   **
      ** is time to clean up or add disk before the night fails.     **
      ** Directories sharing a volume are each projected against    **
      ** the whole of its free space, so read a busy volume's dates  **
      ** as the latest it could last.                                 **
      **                                                             **
      ** RETURN-CODE is 0, or 4 when any directory is projected to   **
      ** fill within the horizon.                                     **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1048 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Space-Def-File ASSIGN TO "SPACEDEF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT History-File ASSIGN TO "SPACEHST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Dir-List-File ASSIGN TO "SPACEHST.DIR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Space-Def-File.
       01  Space-Def-Record               PIC X(256).

       FD  History-File.
       01  History-Record                 PIC X(100).

       FD  Dir-List-File.
       01  Dir-List-Record                PIC X(256).

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.

       COPY CSVPARSEcb.

       COPY DIRSCANcb.

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

       01  Space-Parm-Text                PIC X(20) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Horizon-Days                   PIC 9(4) VALUE 14.
       01  Window-Days                    PIC 9(4) VALUE 30.

       01  Today-Fields.
           05 TD-Date                   PIC 9(8).
           05 TD-Date-R REDEFINES TD-Date.
              10 TD-Year                PIC 9(4).
              10 TD-Month               PIC 9(2).
              10 TD-Day                 PIC 9(2).
           05 FILLER                    PIC X(13).
       01  Today-Integer                  USAGE BINARY-LONG.
       01  Window-Start-Date              PIC 9(8).

       01  Env-Inbound                    PIC X(256).
       01  Env-Outbound                   PIC X(256).
       01  Slash                          PIC X(1).

       01  Watch-Table.
           05 Watch-Entry               OCCURS 20 TIMES.
              10 WT-Name                PIC X(16).
              10 WT-Directory           PIC X(256).
              10 WT-Pattern             PIC X(128).
              10 WT-Scanned-Switch      PIC X(1).
                 88 WT-Scanned          VALUE 'Y'.
              10 WT-Files               PIC 9(9).
              10 WT-Bytes               PIC 9(15).
              10 WT-Free-Known-Switch   PIC X(1).
                 88 WT-Free-Known       VALUE 'Y'.
              10 WT-Free-Bytes          PIC 9(15).
              10 WT-Base-Date           PIC 9(8).
              10 WT-Base-Bytes          PIC 9(15).
              10 WT-Growth-Known-Switch PIC X(1).
                 88 WT-Growth-Known     VALUE 'Y'.
              10 WT-Growth              PIC S9(15).
              10 WT-Days-To-Full        PIC 9(7).
              10 WT-Full-Date           PIC 9(8).
              10 WT-At-Risk-Switch      PIC X(1).
                 88 WT-At-Risk          VALUE 'Y'.
       01  Watch-Count                    USAGE BINARY-LONG VALUE 0.
       01  Watch-Sub                      USAGE BINARY-LONG.

       01  Def-EOF-Switch                 PIC X.
           88 Def-EOF                     VALUE 'Y'.
       01  History-EOF-Switch             PIC X.
           88 History-EOF                 VALUE 'Y'.
       01  History-Present-Switch         PIC X VALUE 'N'.
           88 History-Present             VALUE 'Y'.

       01  History-Fields.
           05 HF-Date                   PIC 9(8).
           05 HF-Name                   PIC X(16).
           05 HF-Bytes                  PIC 9(15).
       01  History-Line.
           05 HL-Date                   PIC 9(8).
           05 FILLER                    PIC X VALUE ','.
           05 HL-Name                   PIC X(16).
           05 FILLER                    PIC X VALUE ','.
           05 HL-Files                  PIC 9(9).
           05 FILLER                    PIC X VALUE ','.
           05 HL-Bytes                  PIC 9(15).
           05 FILLER                    PIC X VALUE ','.
           05 HL-Free-Bytes             PIC 9(15).

      *****************************************************************
      ** Free-space listing fields, as TEMPCHK parses them.          **
      *****************************************************************
       01  Dir-Command                    PIC X(256).
       01  Capture-Filename               PIC X(256).
       01  Dir-Exit-Status                USAGE BINARY-LONG.
       01  Zero-Timeout                   USAGE BINARY-LONG VALUE 0.
       01  Dir-List-EOF-Switch            PIC X VALUE 'N'.
           88 Dir-List-EOF                VALUE 'Y'.
       01  Dir-Line                       PIC X(256).
       01  Last-Dir-Line                  PIC X(256) VALUE SPACES.
       01  Bytes-Free-Tally               PIC 9(3).
       01  Junk-Text                      PIC X(256).
       01  Free-Bytes-Text                PIC X(40).
       01  Free-Bytes-Seg-1               PIC X(20) VALUE SPACES.
       01  Free-Bytes-Seg-2               PIC X(20) VALUE SPACES.
       01  Free-Bytes-Seg-3               PIC X(20) VALUE SPACES.
       01  Free-Bytes-Seg-4               PIC X(20) VALUE SPACES.
       01  Free-Bytes-Seg-5               PIC X(20) VALUE SPACES.
       01  Free-Bytes-Combined            PIC X(40).

       01  Days-Elapsed                   USAGE BINARY-LONG.
       01  Full-Integer                   USAGE BINARY-LONG.
       01  Directories-At-Risk            USAGE BINARY-LONG VALUE 0.

       01  Detail-Line.
           05 DL-Name                   PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Files                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Bytes                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Growth                 PIC ----,---,---,--9.
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Free                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-Full-On                PIC X(10).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Note                   PIC X(40).
       01  Date-Display                   PIC X(10).
       01  Count-Display                  PIC Z(6)9.
       01  Risk-Display                   PIC Z(6)9.
       01  Horizon-Display                PIC Z(3)9.

       01  Report-Line                    PIC X(132).

       01  Audit-Source                   PIC X(8) VALUE 'SPACEHST'.
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Return-Code              USAGE BINARY-LONG VALUE 0.
       01  Alert-Severity                 USAGE BINARY-LONG VALUE 2.
       01  Alert-Message-Text             PIC X(100).

       LINKAGE SECTION.
       01  Space-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Space-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           MOVE CURRENT-DATE TO Today-Fields
           COMPUTE Today-Integer = INTEGER-OF-DATE(TD-Date)
           COMPUTE Window-Start-Date =
               DATE-OF-INTEGER(Today-Integer - Window-Days)
           PERFORM 020-Load-Watch-List
           PERFORM VARYING Watch-Sub FROM 1 BY 1
                     UNTIL Watch-Sub > Watch-Count
               PERFORM 100-Measure-Directory
           END-PERFORM
           PERFORM 200-Read-History
           PERFORM 250-Append-History
           PERFORM VARYING Watch-Sub FROM 1 BY 1
                     UNTIL Watch-Sub > Watch-Count
               PERFORM 300-Project-Fill-Date
           END-PERFORM
           PERFORM 400-Write-Report
           MOVE Watch-Count TO Count-Display
           MOVE Directories-At-Risk TO Risk-Display
           MOVE Horizon-Days TO Horizon-Display
           MOVE SPACES TO Audit-Detail-Text
           STRING "space history: " TRIM(Count-Display)
                  " directories recorded, " TRIM(Risk-Display)
                  " projected to fill within "
                  TRIM(Horizon-Display) " days"
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           IF Directories-At-Risk > 0
               MOVE 4 TO Audit-Return-Code
           END-IF
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text,
                     Audit-Return-Code
           END-CALL
      *> set last - the audit and alert calls reset RETURN-CODE
           MOVE Audit-Return-Code TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> a command-line parameter arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Space-Parm TO Space-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Space-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF  Space-Parm-Text NOT = SPACES AND LOW-VALUES
           AND TEST-NUMVAL(TRIM(Space-Parm-Text)) = 0
           AND NUMVAL(Space-Parm-Text) > 0
               MOVE NUMVAL(Space-Parm-Text) TO Horizon-Days
           END-IF
           .
      *****************************************************************
      ** The directories to watch: SPACEDEF.DAT, or the defaults.    **
      *****************************************************************
       020-Load-Watch-List.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SPACEDEF.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Space-Def-File
               MOVE 'N' TO Def-EOF-Switch
               PERFORM 025-Load-One-Definition
                   UNTIL Def-EOF
               CLOSE Space-Def-File
           ELSE
               PERFORM 030-Load-Default-Watch-List
           END-IF
           .
       025-Load-One-Definition.
           READ Space-Def-File
               AT END
                   MOVE 'Y' TO Def-EOF-Switch
           END-READ
           IF  NOT Def-EOF
           AND Space-Def-Record NOT = SPACES
           AND Space-Def-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Space-Def-Record
               END-CALL
               IF  CPB-Field (1) NOT = SPACES
               AND CPB-Field (2) NOT = SPACES
               AND Watch-Count < 20
                   ADD 1 TO Watch-Count
                   INITIALIZE Watch-Entry (Watch-Count)
                   MOVE UPPER-CASE(CPB-Field (1))
                     TO WT-Name (Watch-Count)
                   MOVE CPB-Field (2) TO WT-Directory (Watch-Count)
                   MOVE CPB-Field (3) TO WT-Pattern (Watch-Count)
               END-IF
           END-IF
           .
       030-Load-Default-Watch-List.
           ACCEPT Env-Inbound FROM ENVIRONMENT "INBOUND"
           EVALUATE TRUE
               WHEN Env-Inbound (1:1) = "/"
                   MOVE "/"         TO Slash
               WHEN Env-Inbound (2:1) = ":"
                   MOVE "\"         TO Slash
               WHEN OTHER
                   MOVE "/inbound"  TO Env-Inbound
                   MOVE "/"         TO Slash
           END-EVALUATE
           MOVE 'INBOUND' TO WT-Name (1)
           MOVE Env-Inbound TO WT-Directory (1)
           MOVE 'QUARANTN' TO WT-Name (2)
           STRING TRIM(Env-Inbound, TRAILING) Slash "quarantine"
               DELIMITED BY SIZE INTO WT-Directory (2)
           END-STRING
           ACCEPT Env-Outbound FROM ENVIRONMENT "OUTBOUND"
           EVALUATE TRUE
               WHEN Env-Outbound (1:1) = "/"
                   MOVE "/"         TO Slash
               WHEN Env-Outbound (2:1) = ":"
                   MOVE "\"         TO Slash
               WHEN OTHER
                   MOVE "/outbound" TO Env-Outbound
                   MOVE "/"         TO Slash
           END-EVALUATE
           MOVE 'OUTBOUND' TO WT-Name (3)
           MOVE Env-Outbound TO WT-Directory (3)
           MOVE 'SENT' TO WT-Name (4)
           STRING TRIM(Env-Outbound, TRAILING) Slash "sent"
               DELIMITED BY SIZE INTO WT-Directory (4)
           END-STRING
           MOVE 'SPOOL' TO WT-Name (5)
           MOVE 'spool' TO WT-Directory (5)
           MOVE 'AUDITARC' TO WT-Name (6)
           MOVE '.' TO WT-Directory (6)
           MOVE 'AUDIT-*.LOG' TO WT-Pattern (6)
           MOVE 'JOBSTATM' TO WT-Name (7)
           MOVE '.' TO WT-Directory (7)
           MOVE 'JOBSTAT-*.CSV' TO WT-Pattern (7)
           MOVE 7 TO Watch-Count
           .
      *****************************************************************
      ** Total one directory with DIRSCAN and read its volume's free **
      ** space.                                                      **
      *****************************************************************
       100-Measure-Directory.
           MOVE 0 TO WT-Files (Watch-Sub)
           MOVE 0 TO WT-Bytes (Watch-Sub)
           MOVE 'N' TO WT-Scanned-Switch (Watch-Sub)
           INITIALIZE Dirscan-CB
           MOVE WT-Directory (Watch-Sub) TO DSB-Directory
           MOVE WT-Pattern (Watch-Sub) TO DSB-Pattern
           MOVE 'O' TO DSB-Function
           CALL "DIRSCAN" USING Dirscan-CB
           END-CALL
           IF DSB-Return-Code = 0
               MOVE 'Y' TO WT-Scanned-Switch (Watch-Sub)
               MOVE 'N' TO DSB-Function
               CALL "DIRSCAN" USING Dirscan-CB
               END-CALL
               PERFORM UNTIL DSB-Return-Code NOT = 0
                   ADD 1 TO WT-Files (Watch-Sub)
                   ADD DSB-Entry-Size TO WT-Bytes (Watch-Sub)
                   CALL "DIRSCAN" USING Dirscan-CB
                   END-CALL
               END-PERFORM
               MOVE 'C' TO DSB-Function
               CALL "DIRSCAN" USING Dirscan-CB
               END-CALL
           END-IF
           PERFORM 110-Read-Free-Space
           .
       110-Read-Free-Space.
           MOVE 'N' TO WT-Free-Known-Switch (Watch-Sub)
           MOVE 0 TO WT-Free-Bytes (Watch-Sub)
           MOVE SPACES TO Dir-Command
           STRING "dir "
                  QUOTE
                  TRIM(WT-Directory (Watch-Sub), TRAILING)
                  QUOTE
                  INTO Dir-Command
           END-STRING
           MOVE "SPACEHST.DIR" TO Capture-Filename
           CALL "WINSYSTEM"
               USING Dir-Command, Dir-Exit-Status,
                     Zero-Timeout, Capture-Filename
           END-CALL
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SPACEHST.DIR"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE SPACES TO Last-Dir-Line
               OPEN INPUT Dir-List-File
               MOVE 'N' TO Dir-List-EOF-Switch
               PERFORM 111-Scan-One-Dir-Line
                   UNTIL Dir-List-EOF
               CLOSE Dir-List-File
               CALL "CBL_DELETE_FILE" USING "SPACEHST.DIR"
               END-CALL
               IF Last-Dir-Line NOT = SPACES
                   PERFORM 112-Parse-Free-Bytes
               END-IF
           END-IF
           .
       111-Scan-One-Dir-Line.
           READ Dir-List-File INTO Dir-Line
               AT END
                   MOVE 'Y' TO Dir-List-EOF-Switch
           END-READ
           IF NOT Dir-List-EOF
               MOVE 0 TO Bytes-Free-Tally
               INSPECT Dir-Line TALLYING Bytes-Free-Tally
                   FOR ALL "bytes free"
               IF Bytes-Free-Tally > 0
                   MOVE Dir-Line TO Last-Dir-Line
               END-IF
           END-IF
           .
       112-Parse-Free-Bytes.
           MOVE SPACES TO Junk-Text Free-Bytes-Text
           UNSTRING Last-Dir-Line DELIMITED BY "Dir(s)"
               INTO Junk-Text, Free-Bytes-Text
           END-UNSTRING
           MOVE SPACES TO Free-Bytes-Seg-1
           MOVE SPACES TO Free-Bytes-Seg-2
           MOVE SPACES TO Free-Bytes-Seg-3
           MOVE SPACES TO Free-Bytes-Seg-4
           MOVE SPACES TO Free-Bytes-Seg-5
           UNSTRING Free-Bytes-Text DELIMITED BY ALL ","
               INTO Free-Bytes-Seg-1, Free-Bytes-Seg-2,
                    Free-Bytes-Seg-3, Free-Bytes-Seg-4,
                    Free-Bytes-Seg-5
           END-UNSTRING
           MOVE SPACES TO Free-Bytes-Combined
           STRING TRIM(Free-Bytes-Seg-1, LEADING)
                  TRIM(Free-Bytes-Seg-2)
                  TRIM(Free-Bytes-Seg-3)
                  TRIM(Free-Bytes-Seg-4)
                  TRIM(Free-Bytes-Seg-5)
                  DELIMITED BY SIZE
                  INTO Free-Bytes-Combined
           END-STRING
           IF TRIM(Free-Bytes-Combined) NOT = SPACES
               MOVE NUMVAL(TRIM(Free-Bytes-Combined))
                 TO WT-Free-Bytes (Watch-Sub)
               MOVE 'Y' TO WT-Free-Known-Switch (Watch-Sub)
           END-IF
           .
      *****************************************************************
      ** Find each directory's oldest history line inside the trend  **
      ** window - the base its growth rate is measured from.         **
      *****************************************************************
       200-Read-History.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SPACEHST.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'Y' TO History-Present-Switch
               OPEN INPUT History-File
               MOVE 'N' TO History-EOF-Switch
               PERFORM 210-Read-One-History-Line
                   UNTIL History-EOF
               CLOSE History-File
           END-IF
           .
       210-Read-One-History-Line.
           READ History-File
               AT END
                   MOVE 'Y' TO History-EOF-Switch
           END-READ
           IF  NOT History-EOF
           AND History-Record (1:8) IS NUMERIC
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, History-Record
               END-CALL
               MOVE History-Record (1:8) TO HF-Date
               MOVE CPB-Field (2) TO HF-Name
               IF TEST-NUMVAL(TRIM(CPB-Field (4))) = 0
                   MOVE NUMVAL(CPB-Field (4)) TO HF-Bytes
               ELSE
                   MOVE 0 TO HF-Bytes
               END-IF
               IF  HF-Date >= Window-Start-Date
               AND HF-Date <  TD-Date
                   PERFORM VARYING Watch-Sub FROM 1 BY 1
                             UNTIL Watch-Sub > Watch-Count
                       IF  WT-Name (Watch-Sub) = HF-Name
                       AND (WT-Base-Date (Watch-Sub) = 0
                            OR HF-Date < WT-Base-Date (Watch-Sub))
                           MOVE HF-Date  TO WT-Base-Date (Watch-Sub)
                           MOVE HF-Bytes TO WT-Base-Bytes (Watch-Sub)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
       250-Append-History.
           IF History-Present
               OPEN EXTEND History-File
           ELSE
               OPEN OUTPUT History-File
           END-IF
           PERFORM VARYING Watch-Sub FROM 1 BY 1
                     UNTIL Watch-Sub > Watch-Count
               IF WT-Scanned (Watch-Sub)
                   MOVE TD-Date                  TO HL-Date
                   MOVE WT-Name (Watch-Sub)       TO HL-Name
                   MOVE WT-Files (Watch-Sub)      TO HL-Files
                   MOVE WT-Bytes (Watch-Sub)      TO HL-Bytes
                   MOVE WT-Free-Bytes (Watch-Sub) TO HL-Free-Bytes
                   MOVE SPACES TO History-Record
                   STRING HL-Date ","
                          TRIM(HL-Name) ","
                          HL-Files ","
                          HL-Bytes ","
                          HL-Free-Bytes
                       DELIMITED BY SIZE INTO History-Record
                   END-STRING
                   WRITE History-Record
               END-IF
           END-PERFORM
           CLOSE History-File
           .
      *****************************************************************
      ** Growth per day since the base line, and the day the free    **
      ** space runs out at that rate.                                **
      *****************************************************************
       300-Project-Fill-Date.
           MOVE 'N' TO WT-Growth-Known-Switch (Watch-Sub)
           MOVE 'N' TO WT-At-Risk-Switch (Watch-Sub)
           MOVE 0 TO WT-Growth (Watch-Sub)
           MOVE 0 TO WT-Days-To-Full (Watch-Sub)
           MOVE 0 TO WT-Full-Date (Watch-Sub)
           IF  WT-Scanned (Watch-Sub)
           AND WT-Base-Date (Watch-Sub) > 0
               COMPUTE Days-Elapsed = Today-Integer
                   - INTEGER-OF-DATE(WT-Base-Date (Watch-Sub))
               IF Days-Elapsed > 0
                   MOVE 'Y' TO WT-Growth-Known-Switch (Watch-Sub)
                   COMPUTE WT-Growth (Watch-Sub) ROUNDED =
                       (WT-Bytes (Watch-Sub)
                        - WT-Base-Bytes (Watch-Sub)) / Days-Elapsed
               END-IF
           END-IF
           IF  WT-Growth-Known (Watch-Sub)
           AND WT-Growth (Watch-Sub) > 0
           AND WT-Free-Known (Watch-Sub)
      *> a slow grower can be more than 9999999 days from full -
      *> hold it at the ceiling, which no horizon reaches
               COMPUTE WT-Days-To-Full (Watch-Sub) =
                   WT-Free-Bytes (Watch-Sub) / WT-Growth (Watch-Sub)
                   ON SIZE ERROR
                       MOVE 9999999 TO WT-Days-To-Full (Watch-Sub)
               END-COMPUTE
               IF WT-Days-To-Full (Watch-Sub) < 9999999
                   COMPUTE Full-Integer = Today-Integer
                       + WT-Days-To-Full (Watch-Sub)
                   IF Full-Integer > INTEGER-OF-DATE(99991231)
                       MOVE 99991231 TO WT-Full-Date (Watch-Sub)
                   ELSE
                       COMPUTE WT-Full-Date (Watch-Sub) =
                           DATE-OF-INTEGER(Full-Integer)
                   END-IF
               END-IF
               IF WT-Days-To-Full (Watch-Sub) <= Horizon-Days
                   MOVE 'Y' TO WT-At-Risk-Switch (Watch-Sub)
                   ADD 1 TO Directories-At-Risk
                   PERFORM 310-Raise-Space-Alert
               END-IF
           END-IF
           .
       310-Raise-Space-Alert.
           PERFORM 420-Format-Full-Date
           MOVE WT-Days-To-Full (Watch-Sub) TO Count-Display
           MOVE SPACES TO Alert-Message-Text
           STRING "disk holding " TRIM(WT-Name (Watch-Sub))
                  " projected full on " Date-Display " ("
                  TRIM(Count-Display) " days) - "
                  TRIM(WT-Directory (Watch-Sub))
               DELIMITED BY SIZE INTO Alert-Message-Text
           END-STRING
           CALL "ALERTER"
               USING Audit-Source, Alert-Message-Text, Alert-Severity
           END-CALL
           .
       400-Write-Report.
           INITIALIZE Rptwrit-CB
           MOVE "SPACEHST.RPT" TO RWB-Filename
           MOVE "DISK SPACE TREND" TO RWB-Title
           MOVE "SPACEHST" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE Horizon-Days TO Horizon-Display
           MOVE Window-Days TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Growth measured over the last "
                  TRIM(Count-Display) " days; warning horizon "
                  TRIM(Horizon-Display) " days"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 490-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 490-Write-Report-Line
           MOVE "Name       Files                Bytes    Growth/day"
              & "     Free on volume  Full on"
             TO Report-Line
           PERFORM 490-Write-Report-Line
           MOVE "-------- ------- ------------------- ----------------"
              & " -------------------  ----------"
             TO Report-Line
           PERFORM 490-Write-Report-Line
           PERFORM VARYING Watch-Sub FROM 1 BY 1
                     UNTIL Watch-Sub > Watch-Count
               PERFORM 410-Write-Directory-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 490-Write-Report-Line
           MOVE Directories-At-Risk TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Directories projected to fill within the horizon: "
                  TRIM(Count-Display)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 490-Write-Report-Line
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           .
       410-Write-Directory-Line.
           MOVE SPACES TO Detail-Line
           MOVE WT-Name (Watch-Sub) TO DL-Name
           MOVE SPACES TO DL-Full-On DL-Note
           IF NOT WT-Scanned (Watch-Sub)
               MOVE "directory could not be scanned" TO DL-Note
           ELSE
               MOVE WT-Files (Watch-Sub) TO DL-Files
               MOVE WT-Bytes (Watch-Sub) TO DL-Bytes
               IF WT-Growth-Known (Watch-Sub)
                   MOVE WT-Growth (Watch-Sub) TO DL-Growth
               ELSE
                   MOVE "no history yet" TO DL-Note
               END-IF
               IF WT-Free-Known (Watch-Sub)
                   MOVE WT-Free-Bytes (Watch-Sub) TO DL-Free
               ELSE
                   MOVE "free space unknown" TO DL-Note
               END-IF
               IF WT-Full-Date (Watch-Sub) > 0
                   PERFORM 420-Format-Full-Date
                   MOVE Date-Display TO DL-Full-On
               ELSE
                   IF  WT-Growth-Known (Watch-Sub)
                   AND WT-Free-Known (Watch-Sub)
                       MOVE "not growing" TO DL-Full-On
                   END-IF
               END-IF
               IF WT-At-Risk (Watch-Sub)
                   MOVE "*** fills within the horizon ***" TO DL-Note
               END-IF
           END-IF
           MOVE Detail-Line TO Report-Line
           PERFORM 490-Write-Report-Line
           MOVE SPACES TO Report-Line
           IF WT-Pattern (Watch-Sub) = SPACES
               STRING "         " TRIM(WT-Directory (Watch-Sub))
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "         " TRIM(WT-Directory (Watch-Sub))
                      " (" TRIM(WT-Pattern (Watch-Sub)) ")"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 490-Write-Report-Line
           .
       420-Format-Full-Date.
           MOVE SPACES TO Date-Display
           STRING WT-Full-Date (Watch-Sub) (1:4) "-"
                  WT-Full-Date (Watch-Sub) (5:2) "-"
                  WT-Full-Date (Watch-Sub) (7:2)
               DELIMITED BY SIZE INTO Date-Display
           END-STRING
           .
       490-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
