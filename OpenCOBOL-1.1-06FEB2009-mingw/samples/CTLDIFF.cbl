       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLDIFF.
      *****************************************************************
      ** This is the "what changed" report for the shop control      **
      ** files.  BACKUP.CAT tells us JOBSTEPS.DAT's checksum moved;  **
      ** this says WHICH step moved and which of its columns.  It    **
      ** compares two versions of every control file, record by      **
      ** record and column by column, and writes what was added,     **
      ** removed or changed to "CTLDIFF.RPT" through RPTWRIT.        **
      **                                                             **
      ** The one CALL argument names the two sides, old first:       **
      **                                                             **
      **   old[,new]                                                 **
      **                                                             **
      **   yyyymmdd  a backup set written by BACKUP.cbl (the newest  **
      **             catalog line for a file in that set wins, as    **
      **             at restore time)                                **
      **   LIVE      the live control files                          **
      **   BAK       the .BAK copies SAFESAVE keeps of the last      **
      **             table a maintenance screen replaced - so        **
      **             "BAK,LIVE" is "what did the last save change"   **
      **                                                             **
      ** new defaults to LIVE; with no argument at all the newest    **
      ** backup set is compared with the live files.                 **
      **                                                             **
      ** Each control table is parsed with CSVPARSE (so a quoted     **
      ** comma never shifts the columns) and its records are matched **
      ** on the table's natural key - step number for JOBSTEPS.DAT,  **
      ** vendor for VENDPROF.DAT, date for SHOPCAL.DAT, operator id  **
      ** for OPERATOR.DAT, table, step, program and return-code      **
      ** range for RUNBOOK.DAT, and so on (see 005-Load-Profiles);   **
      ** when a key appears twice in one file the later line wins,   **
      ** as it does for GETCOLOR.  SHOPPARM.DAT and AUDITEXP.DAT,    **
      ** single records, are matched by line.  A password checksum   **
      ** in OPERATOR.DAT is reported only as "password changed" -    **
      ** its values are never printed, not even for an added or      **
      ** removed operator.                                           **
      **                                                             **
      ** A file whose two versions have the same FILECRC checksum is **
      ** listed as unchanged without being read.  Files in a backup  **
      ** set that are not tables (the INBOUND manifest, the restart  **
      ** file, the audit log, journaled masters) are compared by     **
      ** checksum only.  A backup whose checksum no longer matches   **
      ** its catalog line is flagged, but still compared.            **
      **                                                             **
      ** RETURN-CODE is 0 when nothing changed, 4 when something     **
      ** did, and 8 when a named backup set is not in BACKUP.CAT.    **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1047 Initial coding                                       **
      ** GC1051 Named VENDPROF.DAT's new volume-check columns        **
      ** GC1063 Compare the runbook, report-distribution, GDG,       **
      **        retention, space-watch, watchdog and audit-export    **
      **        tables too; allowed keys of up to six columns and    **
      **        showed 40 characters of each key                     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "BACKUP.CAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Table-File ASSIGN TO Table-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
       01  Catalog-Record                 PIC X(132).

       FD  Table-File.
       01  Table-Record                   PIC X(256).

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.

       COPY CSVPARSEcb.

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

       01  Diff-Parm-Text                 PIC X(80) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

      *****************************************************************
      ** One profile per control table: the key columns (up to six   **
      ** digits, "0" = match by line), the column holding a secret   **
      ** (0 = none) and the column names, comma-separated.           **
      *****************************************************************
       01  Profile-Table.
           05 Profile-Entry             OCCURS 30 TIMES.
              10 PR-Filename            PIC X(16).
              10 PR-Key-Columns         PIC X(6).
              10 PR-Secret-Column       PIC 9(2).
              10 PR-Column-Names        PIC X(120).
       01  Profile-Count                  USAGE BINARY-LONG VALUE 0.
       01  Profile-Sub                    USAGE BINARY-LONG.

       01  Column-Name-Table.
           05 Column-Name               OCCURS 20 TIMES PIC X(16).
       01  Column-Sub                     USAGE BINARY-LONG.
       01  Column-Count                   USAGE BINARY-LONG.
       01  Column-Label                   PIC X(16).
       01  Column-Number-Display          PIC Z9.

      *****************************************************************
      ** The two sides being compared, old (1) and new (2), and the  **
      ** records of the current file on each.                        **
      *****************************************************************
       01  Side-Table.
           05 Side-Entry                OCCURS 2 TIMES.
              10 SD-Spec                PIC X(8).
                 88 SD-Live             VALUE 'LIVE'.
                 88 SD-Bak              VALUE 'BAK'.
              10 SD-Label               PIC X(16).
              10 SD-Filename            PIC X(256).
              10 SD-Present-Switch      PIC X(1).
                 88 SD-Present          VALUE 'Y'.
              10 SD-Damaged-Switch      PIC X(1).
                 88 SD-Damaged          VALUE 'Y'.
              10 SD-CRC                 USAGE BINARY-LONG.
              10 SD-Catalog-CRC         PIC X(10).
              10 SD-Overflow-Switch     PIC X(1).
                 88 SD-Overflow         VALUE 'Y'.
              10 SD-Record-Count        USAGE BINARY-LONG.
              10 SD-Record              OCCURS 500 TIMES.
                 15 SD-Key              PIC X(80).
                 15 SD-Text             PIC X(256).
                 15 SD-Matched          PIC X(1).
       01  Side-Sub                       USAGE BINARY-LONG.
       01  Other-Side-Sub                 USAGE BINARY-LONG.
       01  Record-Sub                     USAGE BINARY-LONG.
       01  Match-Sub                      USAGE BINARY-LONG.
       01  Line-Number                    USAGE BINARY-LONG.
       01  Line-Number-Display            PIC Z(3)9.

       01  Compare-Name                   PIC X(128).
       01  Table-Filename                 PIC X(256).
       01  Record-Key                     PIC X(80).
       01  Key-Sub                        USAGE BINARY-LONG.
       01  Key-Column                     PIC 9(1).

       01  Old-Field-Table.
           05 Old-Field                 OCCURS 20 TIMES PIC X(80).
       01  Old-Field-Count                USAGE BINARY-LONG.
       01  Shown-Record                   PIC X(256).
       01  Shown-Pointer                  USAGE BINARY-LONG.
       01  Shown-Verb                     PIC X(8).

       01  Catalog-Fields.
           05 CAT-Date                  PIC X(8).
           05 CAT-Name                  PIC X(128).
           05 CAT-Backup                PIC X(128).
           05 CAT-CRC                   PIC X(10).
       01  Catalog-EOF-Switch             PIC X.
           88 Catalog-EOF                 VALUE 'Y'.
       01  Catalog-Present-Switch         PIC X VALUE 'N'.
           88 Catalog-Present             VALUE 'Y'.
       01  Newest-Set                     PIC X(8) VALUE SPACES.
       01  Set-Found-Switch               PIC X.
           88 Set-Found                   VALUE 'Y'.

       01  Table-EOF-Switch               PIC X.
           88 Table-EOF                   VALUE 'Y'.

       01  Other-File-Table.
           05 Other-File                OCCURS 50 TIMES PIC X(128).
       01  Other-Count                    USAGE BINARY-LONG VALUE 0.
       01  Other-Sub                      USAGE BINARY-LONG.
       01  Known-Switch                   PIC X.
           88 Known-File                  VALUE 'Y'.

       01  CRC-Filename                   PIC X(256).
       01  CRC-Value                      USAGE BINARY-LONG.
       01  CRC-Return-Code                USAGE BINARY-LONG.
       01  CRC-Display                    PIC 9(10).

       01  Column-Changed-Switch          PIC X.
           88 Column-Changed              VALUE 'Y'.
       01  File-Changed-Switch            PIC X.
           88 File-Changed                VALUE 'Y'.
       01  Files-Compared                 USAGE BINARY-LONG VALUE 0.
       01  Files-Changed                  USAGE BINARY-LONG VALUE 0.
       01  Records-Added                  USAGE BINARY-LONG VALUE 0.
       01  Records-Removed                USAGE BINARY-LONG VALUE 0.
       01  Records-Changed                USAGE BINARY-LONG VALUE 0.
       01  Count-Display                  PIC Z(6)9.
       01  Count-Display-2                PIC Z(6)9.
       01  Count-Display-3                PIC Z(6)9.
       01  Count-Display-4                PIC Z(6)9.

       01  Diff-Return-Code               USAGE BINARY-LONG VALUE 0.

       01  Report-Line                    PIC X(132).

       LINKAGE SECTION.
       01  Diff-Parm                      PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Diff-Parm.
       000-MAIN.
           PERFORM 005-Load-Profiles
           PERFORM 010-Parse-Parameters
           PERFORM 020-Check-Sides
           IF Diff-Return-Code > 0
               MOVE Diff-Return-Code TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE Rptwrit-CB
           MOVE "CTLDIFF.RPT" TO RWB-Filename
           MOVE "CONTROL FILE CHANGES" TO RWB-Title
           MOVE "CTLDIFF" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE SPACES TO Report-Line
           STRING "Comparing " TRIM(SD-Label (1))
                  " (old) with " TRIM(SD-Label (2)) " (new)"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Profile-Sub FROM 1 BY 1
                     UNTIL Profile-Sub > Profile-Count
               MOVE SPACES TO Compare-Name
               MOVE PR-Filename (Profile-Sub) TO Compare-Name
               PERFORM 100-Compare-Table-File
           END-PERFORM
           IF  NOT SD-Live (1) AND NOT SD-Bak (1)
           OR  NOT SD-Live (2) AND NOT SD-Bak (2)
               PERFORM 200-Compare-Other-Files
           END-IF
           PERFORM 280-Write-Totals
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Files-Changed > 0
               MOVE 4 TO Diff-Return-Code
           END-IF
           MOVE Files-Changed TO Count-Display
           MOVE Files-Compared TO Count-Display-2
           DISPLAY 'CTLDIFF: ' TRIM(Count-Display) ' of '
               TRIM(Count-Display-2)
               ' files changed - see CTLDIFF.RPT' UPON SYSERR
           MOVE Diff-Return-Code TO RETURN-CODE
           GOBACK
           .
      *****************************************************************
      ** The control tables and their natural keys.  Keep this in   **
      ** step with the files BACKUP.cbl backs up.                    **
      *****************************************************************
       005-Load-Profiles.
           MOVE 'SHOPPARM.DAT' TO PR-Filename (1)
           MOVE '0'            TO PR-Key-Columns (1)
           MOVE 'TEMP-Override,WINSYSTEM-Timeout,WINSYSTEM-Retries,'
              & 'Scratch-Days,CRC-Default,Fixed-Length,'
              & 'Alert-Threshold,Notify-Cmd,Step-Log-Capture,'
              & 'Notify-Cmd2'
             TO PR-Column-Names (1)
           MOVE 'JOBSTEPS.DAT' TO PR-Filename (2)
           MOVE '1'            TO PR-Key-Columns (2)
           MOVE 'Step,Program,Parameters,On-Failure,Description,'
              & 'Frequency,Group,Condition,Resources'
             TO PR-Column-Names (2)
           MOVE 'COLORPARM.DAT' TO PR-Filename (3)
           MOVE '1'             TO PR-Key-Columns (3)
           MOVE 'Element,Foreground,Background,Highlight,Blink,'
              & 'Reverse'
             TO PR-Column-Names (3)
           MOVE 'SHOPCAL.DAT'  TO PR-Filename (4)
           MOVE '1'            TO PR-Key-Columns (4)
           MOVE 'Date,Type,Description'
             TO PR-Column-Names (4)
           MOVE 'SYMBOLS.DAT'  TO PR-Filename (5)
           MOVE '1'            TO PR-Key-Columns (5)
           MOVE 'Name,Value'
             TO PR-Column-Names (5)
           MOVE 'VENDPROF.DAT' TO PR-Filename (6)
           MOVE '1'            TO PR-Key-Columns (6)
           MOVE 'Vendor,Pattern,Days,Cutoff,Contact,Calendar,'
              & 'Amount-Column,Volume-Band'
             TO PR-Column-Names (6)
           MOVE 'ROUTETBL.DAT' TO PR-Filename (7)
           MOVE '1'            TO PR-Key-Columns (7)
           MOVE 'Pattern,Job-Table'
             TO PR-Column-Names (7)
           MOVE 'OUTDEST.DAT'  TO PR-Filename (8)
           MOVE '1'            TO PR-Key-Columns (8)
           MOVE 'Pattern,Destination,Command,Retries'
             TO PR-Column-Names (8)
           MOVE 'OPERATOR.DAT' TO PR-Filename (9)
           MOVE '1'            TO PR-Key-Columns (9)
           MOVE 2              TO PR-Secret-Column (9)
           MOVE 'Id,Password,Level,Name'
             TO PR-Column-Names (9)
           MOVE 'SCHEDTBL.DAT' TO PR-Filename (10)
           MOVE '12'           TO PR-Key-Columns (10)
           MOVE 'Job-Table,Time,Frequency'
             TO PR-Column-Names (10)
           MOVE 'JOBNET.DAT'   TO PR-Filename (11)
           MOVE '12'           TO PR-Key-Columns (11)
           MOVE 'Job-Table,Predecessor,Max-RC,Deadline'
             TO PR-Column-Names (11)
           MOVE 'VALPROF.DAT'  TO PR-Filename (12)
           MOVE '1'            TO PR-Key-Columns (12)
           MOVE 'Pattern,Rules-File'
             TO PR-Column-Names (12)
           MOVE 'DUPOKAY.DAT'  TO PR-Filename (13)
           MOVE '1'            TO PR-Key-Columns (13)
           MOVE 'Filename'
             TO PR-Column-Names (13)
           MOVE 'CHGCAL.DAT'   TO PR-Filename (14)
           MOVE '12'           TO PR-Key-Columns (14)
           MOVE 'From,To,Reason'
             TO PR-Column-Names (14)
           MOVE 'RUNBOOK.DAT'  TO PR-Filename (15)
           MOVE '12345'        TO PR-Key-Columns (15)
           MOVE 'Table,Step,Program,RC-From,RC-To,Action,Contact,'
              & 'Meaning'
             TO PR-Column-Names (15)
           MOVE 'RPTDIST.DAT'  TO PR-Filename (16)
           MOVE '12'           TO PR-Key-Columns (16)
           MOVE 'Report,Recipient,Route,Target,Condition,Producer'
             TO PR-Column-Names (16)
           MOVE 'GDGDEF.DAT'   TO PR-Filename (17)
           MOVE '1'            TO PR-Key-Columns (17)
           MOVE 'Group,Base,Limit,Extension'
             TO PR-Column-Names (17)
           MOVE 'GDGCAT.DAT'   TO PR-Filename (18)
           MOVE '12'           TO PR-Key-Columns (18)
           MOVE 'Group,Generation,Filename,Cataloged,Job-Table,Step'
             TO PR-Column-Names (18)
           MOVE 'RETAIN.DAT'   TO PR-Filename (19)
           MOVE '12'           TO PR-Key-Columns (19)
           MOVE 'Directory,Pattern,Archive-Days,Purge-Days'
             TO PR-Column-Names (19)
           MOVE 'SPACEDEF.DAT' TO PR-Filename (20)
           MOVE '1'            TO PR-Key-Columns (20)
           MOVE 'Name,Directory,Pattern'
             TO PR-Column-Names (20)
           MOVE 'WATCHDOG.DAT' TO PR-Filename (21)
           MOVE '1'            TO PR-Key-Columns (21)
           MOVE 'Program,Max-Age,Restarts,Restart-Command'
             TO PR-Column-Names (21)
           MOVE 'AUDITEXP.DAT' TO PR-Filename (22)
           MOVE '0'            TO PR-Key-Columns (22)
           MOVE 'Host,Failure-Limit,Transmit-Command'
             TO PR-Column-Names (22)
           MOVE 22 TO Profile-Count
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
                   MOVE Diff-Parm TO Diff-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Diff-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF Diff-Parm-Text = LOW-VALUES
               MOVE SPACES TO Diff-Parm-Text
           END-IF
           MOVE SPACES TO SD-Spec (1) SD-Spec (2)
           UNSTRING UPPER-CASE(Diff-Parm-Text) DELIMITED BY ','
               INTO SD-Spec (1), SD-Spec (2)
           END-UNSTRING
           IF SD-Spec (2) = SPACES
               MOVE 'LIVE' TO SD-Spec (2)
           END-IF
           .
      *****************************************************************
      ** Find the newest set when none was named, and make sure     **
      ** every named set is in the catalog.                          **
      *****************************************************************
       020-Check-Sides.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "BACKUP.CAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'Y' TO Catalog-Present-Switch
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 025-Note-Newest-Set
                   UNTIL Catalog-EOF
               CLOSE Catalog-File
           END-IF
           IF SD-Spec (1) = SPACES
               MOVE Newest-Set TO SD-Spec (1)
           END-IF
           PERFORM VARYING Side-Sub FROM 1 BY 1
                     UNTIL Side-Sub > 2
               EVALUATE TRUE
                   WHEN SD-Live (Side-Sub)
                       MOVE 'the live files' TO SD-Label (Side-Sub)
                   WHEN SD-Bak (Side-Sub)
                       MOVE 'the .BAK copies' TO SD-Label (Side-Sub)
                   WHEN SD-Spec (Side-Sub) = SPACES
                       DISPLAY 'CTLDIFF: there are no backup sets '
                           'in BACKUP.CAT to compare' UPON SYSERR
                       MOVE 8 TO Diff-Return-Code
                   WHEN OTHER
                       MOVE SPACES TO SD-Label (Side-Sub)
                       STRING "set " SD-Spec (Side-Sub)
                           DELIMITED BY SIZE INTO SD-Label (Side-Sub)
                       END-STRING
                       PERFORM 030-Find-Set
                       IF NOT Set-Found
                           DISPLAY 'CTLDIFF: backup set '
                               TRIM(SD-Spec (Side-Sub))
                               ' is not in BACKUP.CAT' UPON SYSERR
                           MOVE 8 TO Diff-Return-Code
                       END-IF
               END-EVALUATE
           END-PERFORM
           .
       025-Note-Newest-Set.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF  NOT Catalog-EOF
           AND Catalog-Record (1:8) IS NUMERIC
           AND Catalog-Record (1:8) > Newest-Set
               MOVE Catalog-Record (1:8) TO Newest-Set
           END-IF
           .
       030-Find-Set.
           MOVE 'N' TO Set-Found-Switch
           IF Catalog-Present
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM UNTIL Catalog-EOF
                   READ Catalog-File
                       AT END
                           MOVE 'Y' TO Catalog-EOF-Switch
                       NOT AT END
                           IF Catalog-Record (1:8)
                                  = SD-Spec (Side-Sub)
                               MOVE 'Y' TO Set-Found-Switch
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalog-File
           END-IF
           .
      *****************************************************************
      ** Compare one control table between the two sides.           **
      *****************************************************************
       100-Compare-Table-File.
           PERFORM VARYING Side-Sub FROM 1 BY 1
                     UNTIL Side-Sub > 2
               PERFORM 300-Resolve-Side
           END-PERFORM
           IF SD-Present (1) OR SD-Present (2)
               ADD 1 TO Files-Compared
               MOVE 'N' TO File-Changed-Switch
               MOVE SPACES TO Report-Line
               PERFORM 290-Write-Report-Line
               PERFORM 120-Write-File-Heading
               IF  SD-Present (1) AND SD-Present (2)
               AND SD-CRC (1) = SD-CRC (2)
                   MOVE "    unchanged" TO Report-Line
                   PERFORM 290-Write-Report-Line
               ELSE
                   PERFORM 130-Load-Column-Names
                   PERFORM VARYING Side-Sub FROM 1 BY 1
                             UNTIL Side-Sub > 2
                       PERFORM 400-Load-Side
                   END-PERFORM
                   PERFORM 500-Diff-Tables
                   IF NOT File-Changed
                       MOVE "    no record differences (the files "
                          & "differ only in layout or line order)"
                         TO Report-Line
                       PERFORM 290-Write-Report-Line
                   END-IF
               END-IF
               IF File-Changed
                   ADD 1 TO Files-Changed
               END-IF
           END-IF
           .
       120-Write-File-Heading.
           MOVE SPACES TO Report-Line
           STRING TRIM(Compare-Name)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Side-Sub FROM 1 BY 1
                     UNTIL Side-Sub > 2
               IF NOT SD-Present (Side-Sub)
                   MOVE SPACES TO Report-Line
                   STRING "    not in " TRIM(SD-Label (Side-Sub))
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   PERFORM 290-Write-Report-Line
                   MOVE 'Y' TO File-Changed-Switch
               END-IF
               IF SD-Damaged (Side-Sub)
                   MOVE SPACES TO Report-Line
                   STRING "    *** the copy in "
                          TRIM(SD-Label (Side-Sub))
                          " no longer matches its BACKUP.CAT "
                          "checksum ***"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   PERFORM 290-Write-Report-Line
               END-IF
           END-PERFORM
           .
       130-Load-Column-Names.
           MOVE SPACES TO Column-Name-Table
           INITIALIZE Csvparse-CB
           CALL "CSVPARSE"
               USING Csvparse-CB, PR-Column-Names (Profile-Sub)
           END-CALL
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > CPB-Field-Count
               MOVE CPB-Field (Column-Sub) TO Column-Name (Column-Sub)
           END-PERFORM
           .
      *****************************************************************
      ** Files in a backup set that are not control tables: compare  **
      ** their checksums only.                                       **
      *****************************************************************
       200-Compare-Other-Files.
           IF Catalog-Present
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 210-Note-Other-File
                   UNTIL Catalog-EOF
               CLOSE Catalog-File
           END-IF
           PERFORM VARYING Other-Sub FROM 1 BY 1
                     UNTIL Other-Sub > Other-Count
               MOVE Other-File (Other-Sub) TO Compare-Name
               PERFORM VARYING Side-Sub FROM 1 BY 1
                         UNTIL Side-Sub > 2
                   PERFORM 300-Resolve-Side
               END-PERFORM
               IF SD-Present (1) OR SD-Present (2)
                   ADD 1 TO Files-Compared
                   MOVE 'N' TO File-Changed-Switch
                   MOVE SPACES TO Report-Line
                   PERFORM 290-Write-Report-Line
                   PERFORM 120-Write-File-Heading
                   IF  SD-Present (1) AND SD-Present (2)
                       IF SD-CRC (1) = SD-CRC (2)
                           MOVE "    unchanged" TO Report-Line
                       ELSE
                           MOVE "    changed (not a control table - "
                              & "compared by checksum only)"
                             TO Report-Line
                           MOVE 'Y' TO File-Changed-Switch
                       END-IF
                       PERFORM 290-Write-Report-Line
                   END-IF
                   IF File-Changed
                       ADD 1 TO Files-Changed
                   END-IF
               END-IF
           END-PERFORM
           .
       210-Note-Other-File.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF  NOT Catalog-EOF
           AND (Catalog-Record (1:8) = SD-Spec (1)
                OR Catalog-Record (1:8) = SD-Spec (2))
               PERFORM 320-Split-Catalog-Line
               MOVE 'N' TO Known-Switch
               PERFORM VARYING Profile-Sub FROM 1 BY 1
                         UNTIL Profile-Sub > Profile-Count
                   IF CAT-Name = PR-Filename (Profile-Sub)
                       MOVE 'Y' TO Known-Switch
                   END-IF
               END-PERFORM
               PERFORM VARYING Other-Sub FROM 1 BY 1
                         UNTIL Other-Sub > Other-Count
                   IF CAT-Name = Other-File (Other-Sub)
                       MOVE 'Y' TO Known-Switch
                   END-IF
               END-PERFORM
               IF NOT Known-File AND Other-Count < 50
                   ADD 1 TO Other-Count
                   MOVE CAT-Name TO Other-File (Other-Count)
               END-IF
           END-IF
           .
       280-Write-Totals.
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Files-Compared  TO Count-Display
           MOVE Files-Changed   TO Count-Display-2
           MOVE SPACES TO Report-Line
           STRING "Files compared: " TRIM(Count-Display)
                  "  changed: " TRIM(Count-Display-2)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Records-Added   TO Count-Display
           MOVE Records-Removed TO Count-Display-2
           MOVE Records-Changed TO Count-Display-3
           MOVE SPACES TO Report-Line
           STRING "Records added: " TRIM(Count-Display)
                  "  removed: " TRIM(Count-Display-2)
                  "  changed: " TRIM(Count-Display-3)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
      *****************************************************************
      ** Work out which file stands for Compare-Name on side         **
      ** Side-Sub, whether it is there, and its checksum.            **
      *****************************************************************
       300-Resolve-Side.
           MOVE 'N' TO SD-Present-Switch (Side-Sub)
           MOVE 'N' TO SD-Damaged-Switch (Side-Sub)
           MOVE SPACES TO SD-Catalog-CRC (Side-Sub)
           MOVE SPACES TO SD-Filename (Side-Sub)
           EVALUATE TRUE
               WHEN SD-Live (Side-Sub)
                   MOVE Compare-Name TO SD-Filename (Side-Sub)
               WHEN SD-Bak (Side-Sub)
                   STRING TRIM(Compare-Name, TRAILING) ".BAK"
                       DELIMITED BY SIZE INTO SD-Filename (Side-Sub)
                   END-STRING
               WHEN OTHER
                   PERFORM 310-Find-Backup-File
           END-EVALUATE
           IF SD-Filename (Side-Sub) NOT = SPACES
               CALL "CBL_CHECK_FILE_EXIST"
                   USING TRIM(SD-Filename (Side-Sub), TRAILING)
                         File-Details
               END-CALL
               IF RETURN-CODE = 0
                   MOVE 'Y' TO SD-Present-Switch (Side-Sub)
                   MOVE SD-Filename (Side-Sub) TO CRC-Filename
                   CALL "FILECRC"
                       USING CRC-Filename, CRC-Value, CRC-Return-Code
                   END-CALL
                   MOVE CRC-Value TO SD-CRC (Side-Sub)
                   MOVE CRC-Value TO CRC-Display
                   IF  SD-Catalog-CRC (Side-Sub) NOT = SPACES
                   AND CRC-Display NOT = SD-Catalog-CRC (Side-Sub)
                       MOVE 'Y' TO SD-Damaged-Switch (Side-Sub)
                   END-IF
               END-IF
           END-IF
           .
       310-Find-Backup-File.
           IF Catalog-Present
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM UNTIL Catalog-EOF
                   READ Catalog-File
                       AT END
                           MOVE 'Y' TO Catalog-EOF-Switch
                       NOT AT END
                           IF Catalog-Record (1:8)
                                  = SD-Spec (Side-Sub)
                               PERFORM 320-Split-Catalog-Line
                               IF CAT-Name = Compare-Name
                                   MOVE CAT-Backup
                                     TO SD-Filename (Side-Sub)
                                   MOVE CAT-CRC
                                     TO SD-Catalog-CRC (Side-Sub)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalog-File
           END-IF
           .
       320-Split-Catalog-Line.
           MOVE SPACES TO Catalog-Fields
           UNSTRING Catalog-Record DELIMITED BY ','
               INTO CAT-Date, CAT-Name, CAT-Backup, CAT-CRC
           END-UNSTRING
           .
      *****************************************************************
      ** Load side Side-Sub of the current table, keyed by the       **
      ** profile's key columns; a key seen again replaces the        **
      ** earlier line.                                               **
      *****************************************************************
       400-Load-Side.
           MOVE 0 TO SD-Record-Count (Side-Sub)
           MOVE 'N' TO SD-Overflow-Switch (Side-Sub)
           IF SD-Present (Side-Sub)
               MOVE SD-Filename (Side-Sub) TO Table-Filename
               MOVE 0 TO Line-Number
               OPEN INPUT Table-File
               MOVE 'N' TO Table-EOF-Switch
               PERFORM 410-Load-One-Record
                   UNTIL Table-EOF
               CLOSE Table-File
           END-IF
           IF SD-Overflow (Side-Sub)
               MOVE SPACES TO Report-Line
               STRING "    *** more than 500 records in "
                      TRIM(SD-Label (Side-Sub))
                      " - the comparison is incomplete ***"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           .
       410-Load-One-Record.
           READ Table-File
               AT END
                   MOVE 'Y' TO Table-EOF-Switch
           END-READ
           IF  NOT Table-EOF
           AND Table-Record NOT = SPACES
               ADD 1 TO Line-Number
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Table-Record
               END-CALL
               PERFORM 420-Build-Key
               MOVE 0 TO Match-Sub
               PERFORM VARYING Record-Sub FROM 1 BY 1
                         UNTIL Record-Sub > SD-Record-Count (Side-Sub)
                   IF SD-Key (Side-Sub, Record-Sub) = Record-Key
                       MOVE Record-Sub TO Match-Sub
                   END-IF
               END-PERFORM
               IF Match-Sub = 0
                   IF SD-Record-Count (Side-Sub) < 500
                       ADD 1 TO SD-Record-Count (Side-Sub)
                       MOVE SD-Record-Count (Side-Sub) TO Match-Sub
                   ELSE
                       MOVE 'Y' TO SD-Overflow-Switch (Side-Sub)
                   END-IF
               END-IF
               IF Match-Sub > 0
                   MOVE Record-Key
                     TO SD-Key (Side-Sub, Match-Sub)
                   MOVE Table-Record
                     TO SD-Text (Side-Sub, Match-Sub)
                   MOVE 'N' TO SD-Matched (Side-Sub, Match-Sub)
               END-IF
           END-IF
           .
       420-Build-Key.
           MOVE SPACES TO Record-Key
           IF PR-Key-Columns (Profile-Sub) = '0'
               MOVE Line-Number TO Line-Number-Display
               STRING "line " TRIM(Line-Number-Display)
                   DELIMITED BY SIZE INTO Record-Key
               END-STRING
           ELSE
               PERFORM VARYING Key-Sub FROM 1 BY 1
                         UNTIL Key-Sub > LENGTH OF PR-Key-Columns
                   IF PR-Key-Columns (Profile-Sub) (Key-Sub:1)
                          IS NUMERIC
                       MOVE PR-Key-Columns (Profile-Sub) (Key-Sub:1)
                         TO Key-Column
                       IF Key-Sub = 1
                           MOVE TRIM(CPB-Field (Key-Column))
                             TO Record-Key
                       ELSE
                           STRING TRIM(Record-Key, TRAILING) ","
                                  TRIM(CPB-Field (Key-Column))
                               DELIMITED BY SIZE INTO Record-Key
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      ** Match the old side's records with the new side's by key.    **
      *****************************************************************
       500-Diff-Tables.
           PERFORM VARYING Record-Sub FROM 1 BY 1
                     UNTIL Record-Sub > SD-Record-Count (1)
               MOVE 0 TO Match-Sub
               PERFORM VARYING Other-Side-Sub FROM 1 BY 1
                         UNTIL Other-Side-Sub > SD-Record-Count (2)
                            OR Match-Sub > 0
                   IF SD-Key (2, Other-Side-Sub)
                          = SD-Key (1, Record-Sub)
                       MOVE Other-Side-Sub TO Match-Sub
                   END-IF
               END-PERFORM
               IF Match-Sub = 0
                   MOVE 'REMOVED' TO Shown-Verb
                   MOVE 1 TO Side-Sub
                   PERFORM 520-Show-Whole-Record
                   ADD 1 TO Records-Removed
               ELSE
                   MOVE 'Y' TO SD-Matched (2, Match-Sub)
                   IF SD-Text (1, Record-Sub)
                          NOT = SD-Text (2, Match-Sub)
                       PERFORM 510-Diff-Columns
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING Record-Sub FROM 1 BY 1
                     UNTIL Record-Sub > SD-Record-Count (2)
               IF SD-Matched (2, Record-Sub) NOT = 'Y'
                   MOVE 'ADDED' TO Shown-Verb
                   MOVE 2 TO Side-Sub
                   PERFORM 520-Show-Whole-Record
                   ADD 1 TO Records-Added
               END-IF
           END-PERFORM
           .
       510-Diff-Columns.
           INITIALIZE Csvparse-CB
           CALL "CSVPARSE"
               USING Csvparse-CB, SD-Text (1, Record-Sub)
           END-CALL
           MOVE SPACES TO Old-Field-Table
           MOVE CPB-Field-Count TO Old-Field-Count
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > CPB-Field-Count
               MOVE CPB-Field (Column-Sub) TO Old-Field (Column-Sub)
           END-PERFORM
           INITIALIZE Csvparse-CB
           CALL "CSVPARSE"
               USING Csvparse-CB, SD-Text (2, Match-Sub)
           END-CALL
           MOVE CPB-Field-Count TO Column-Count
           IF Old-Field-Count > Column-Count
               MOVE Old-Field-Count TO Column-Count
           END-IF
           MOVE 'N' TO Column-Changed-Switch
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               IF Old-Field (Column-Sub) NOT = CPB-Field (Column-Sub)
                   MOVE 'Y' TO Column-Changed-Switch
                   PERFORM 515-Show-Changed-Column
               END-IF
           END-PERFORM
           IF Column-Changed
               ADD 1 TO Records-Changed
               MOVE 'Y' TO File-Changed-Switch
           END-IF
           .
       515-Show-Changed-Column.
           MOVE Column-Name (Column-Sub) TO Column-Label
           IF Column-Label = SPACES
               MOVE Column-Sub TO Column-Number-Display
               MOVE SPACES TO Column-Label
               STRING "column " TRIM(Column-Number-Display)
                   DELIMITED BY SIZE INTO Column-Label
               END-STRING
           END-IF
           MOVE SPACES TO Report-Line
           IF Column-Sub = PR-Secret-Column (Profile-Sub)
               STRING "    CHANGED  " SD-Key (1, Record-Sub) (1:40)
                      " " TRIM(Column-Label) " changed"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "    CHANGED  " SD-Key (1, Record-Sub) (1:40)
                      " " TRIM(Column-Label) ': "'
                      TRIM(Old-Field (Column-Sub), TRAILING)
                      '" -> "'
                      TRIM(CPB-Field (Column-Sub), TRAILING) '"'
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Show an added or removed record, with any secret column     **
      ** blotted out.                                                **
      *****************************************************************
       520-Show-Whole-Record.
           MOVE 'Y' TO File-Changed-Switch
           MOVE SD-Text (Side-Sub, Record-Sub) TO Shown-Record
           IF PR-Secret-Column (Profile-Sub) > 0
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, SD-Text (Side-Sub, Record-Sub)
               END-CALL
               MOVE SPACES TO Shown-Record
               MOVE 1 TO Shown-Pointer
               PERFORM VARYING Column-Sub FROM 1 BY 1
                         UNTIL Column-Sub > CPB-Field-Count
                   IF Column-Sub > 1
                       STRING "," DELIMITED BY SIZE
                           INTO Shown-Record
                           WITH POINTER Shown-Pointer
                       END-STRING
                   END-IF
                   IF Column-Sub = PR-Secret-Column (Profile-Sub)
                       STRING "********" DELIMITED BY SIZE
                           INTO Shown-Record
                           WITH POINTER Shown-Pointer
                       END-STRING
                   ELSE
                       STRING TRIM(CPB-Field (Column-Sub))
                           DELIMITED BY SIZE
                           INTO Shown-Record
                           WITH POINTER Shown-Pointer
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Report-Line
           STRING "    " Shown-Verb " " SD-Key (Side-Sub, Record-Sub)
                  (1:40) " " TRIM(Shown-Record, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
