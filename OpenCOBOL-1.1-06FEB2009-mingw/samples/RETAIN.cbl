       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
      *****************************************************************
      ** This is the retention lifecycle step for the shop's         **
      ** business data files.  OUTBOUND moves every transmitted file **
      ** into its "sent" subdirectory and INBOUND leaves processed    **
      ** vendor files where they landed, and nothing ever aged them  **
      ** out; AUDITARC, RPTSPOOL and SCRTCHPRG each look after their  **
      ** own kind of file, but not the data itself.                  **
      **                                                             **
      ** The policy table "RETAIN.DAT" holds one comma-separated     **
      ** line per kind of file:                                      **
      **                                                             **
      **   directory,pattern,days-to-archive,days-to-purge           **
      **                                                             **
      **   directory        where the files live                     **
      **   pattern          which of them the policy covers          **
      **                    (MATCHPAT semantics, at most one '*')    **
      **   days-to-archive  a file this many days old (by its last-  **
      **                    modified date) is moved into a dated     **
      **                    archive folder under the directory -     **
      **                    <directory>/archive/<yyyymmdd>, the day  **
      **                    it was archived                          **
      **   days-to-purge    an archived file this many days old is   **
      **                    deleted (0 or blank = keep for ever)     **
      **                                                             **
      ** Every archived file is recorded in the archive catalog      **
      ** "ARCHIVE.CAT", one line each:                               **
      **                                                             **
      **   archived,file-date,name,directory,archive-path,crc,       **
      **   status,status-date                                        **
      **                                                             **
      ** with its FILECRC checksum taken before the move and status  **
      ** ARCHIVED, PURGED or MISSING (the archived copy had gone     **
      ** before its purge date).  A file is purged only when its     **
      ** archived copy still matches the cataloged checksum; one     **
      ** that does not is kept and reported as a failure, because    **
      ** something has changed a file that should be at rest.        **
      **                                                             **
      ** Each move and each purge adds an ARCHIVED or PURGED event   **
      ** to the custody file CUSTODY.MDX (through CUSTODY), so       **
      ** CUSTQRY can still say where a file went after it left the   **
      ** directory it was delivered to, and each is recorded in the  **
      ** audit trail.                                                **
      **                                                             **
      ** A file INBOUND still holds - manifest status QUARANTINED,   **
      ** OPEN FAILED, DUPLICATE, VALIDATE FAILED, VOLUME SUSPECT or  **
      ** ROUTE FAILED, the statuses QUARMGR and REROUTE release      **
      ** from - is never touched, however old it is; it is listed    **
      ** as PROTECTED.                                               **
      ** The archive, quarantine and sent subdirectories themselves  **
      ** are never treated as files.                                 **
      **                                                             **
      ** Passing DRYRUN as the one CALL argument lists what WOULD be **
      ** archived and purged without moving or deleting anything.    **
      ** Every action is listed in "RETAIN.RPT"; RETURN-CODE is the  **
      ** number of files that could not be archived or purged, or    **
      ** 2 when there is no RETAIN.DAT.                              **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1049 Initial coding                                       **
      ** GC1051 Protect VOLUME SUSPECT files as well                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Policy-File ASSIGN TO "RETAIN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Catalog-File ASSIGN TO "ARCHIVE.CAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT New-Catalog-File ASSIGN TO "ARCHIVE.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Manifest-File ASSIGN TO "INBOUND.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MX-Filename.
       DATA DIVISION.
       FILE SECTION.
       FD  Policy-File.
       01  Policy-Record                  PIC X(400).

       FD  Catalog-File.
       01  Catalog-Record                 PIC X(700).

       FD  New-Catalog-File.
       01  New-Catalog-Record             PIC X(700).

       FD  Manifest-File.
       COPY INBMFTrec.

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.

       COPY DIRSCANcb.

       COPY STREAMIOcb.

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

       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Retain-Option                  PIC X(8) VALUE SPACES.
       01  Dry-Run-Switch                 PIC X VALUE 'N'.
           88 Dry-Run                     VALUE 'Y'.

       01  Today-Fields.
           05 TD-Date                   PIC 9(8).
           05 FILLER                    PIC X(13).
       01  Today-Integer                  USAGE BINARY-LONG.
       01  Age-Days                       USAGE BINARY-LONG.
       01  File-Date                      PIC X(8).
       01  File-Date-Num REDEFINES File-Date
                                          PIC 9(8).

       01  Policy-Table.
           05 Policy-Entry              OCCURS 30 TIMES.
              10 PL-Directory           PIC X(256).
              10 PL-Pattern             PIC X(128).
              10 PL-Archive-Days        PIC 9(5).
              10 PL-Purge-Days          PIC 9(5).
              10 PL-Slash               PIC X(1).
       01  Policy-Count                   USAGE BINARY-LONG VALUE 0.
       01  Policy-Sub                     USAGE BINARY-LONG.
       01  Matched-Policy                 USAGE BINARY-LONG.
       01  Policy-Fields.
           05 PF-Directory              PIC X(256).
           05 PF-Pattern                PIC X(128).
           05 PF-Archive-Days           PIC X(8).
           05 PF-Purge-Days             PIC X(8).

       01  Policy-EOF-Switch              PIC X.
           88 Policy-EOF                  VALUE 'Y'.
       01  Catalog-EOF-Switch             PIC X.
           88 Catalog-EOF                 VALUE 'Y'.
       01  Manifest-Open-Switch           PIC X VALUE 'N'.
           88 Manifest-Open               VALUE 'Y'.
       01  Archive-Dir-Made-Switch        PIC X.
           88 Archive-Dir-Made            VALUE 'Y'.
       01  Catalog-Changed-Switch         PIC X VALUE 'N'.
           88 Catalog-Changed             VALUE 'Y'.

       01  Catalog-Fields.
           05 CF-Archived-Date          PIC X(8).
           05 CF-File-Date              PIC X(8).
           05 CF-Filename               PIC X(128).
           05 CF-Directory              PIC X(256).
           05 CF-Archive-Path           PIC X(256).
           05 CF-CRC                    PIC X(10).
           05 CF-Status                 PIC X(8).
           05 CF-Status-Date            PIC X(8).

       01  Entry-Name                     PIC X(128).
       01  Source-Path                    PIC X(256).
       01  Archive-Dir                    PIC X(256).
       01  Archive-Path                   PIC X(256).
       01  Mkdir-Command                  PIC X(300).
       01  Match-Flag                     PIC X(1).

       01  Protected-Switch               PIC X.
           88 File-Protected              VALUE 'Y'.
       01  Protected-Status               PIC X(16).

       01  CRC-Filename                   PIC X(256).
       01  CRC-Value                      USAGE BINARY-LONG.
       01  CRC-Return-Code                USAGE BINARY-LONG.
       01  CRC-Display                    PIC 9(10).

       01  Custody-Filename               PIC X(128).
       01  Custody-Event-Text             PIC X(12).
       01  Custody-Detail-Arg             PIC X(64).
       01  Path-Length                    USAGE BINARY-LONG.

       01  Files-Archived                 USAGE BINARY-LONG VALUE 0.
       01  Files-Purged                   USAGE BINARY-LONG VALUE 0.
       01  Files-Protected                USAGE BINARY-LONG VALUE 0.
       01  Failures                       USAGE BINARY-LONG VALUE 0.
       01  Count-Display                  PIC Z(6)9.
       01  Count-Display-2                PIC Z(6)9.
       01  Count-Display-3                PIC Z(6)9.
       01  Count-Display-4                PIC Z(6)9.

       01  Action-Text                    PIC X(11).
       01  Report-Line                    PIC X(132).

       01  Audit-Source                   PIC X(8) VALUE 'RETAIN'.
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Return-Code              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  Retain-Parm                    PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Retain-Parm.
       000-MAIN.
      *> a command-line DRYRUN option arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Retain-Parm TO Retain-Option
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Retain-Option FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF Retain-Option (1:6) = 'DRYRUN' OR 'dryrun'
               MOVE 'Y' TO Dry-Run-Switch
           END-IF
           MOVE CURRENT-DATE TO Today-Fields
           COMPUTE Today-Integer = INTEGER-OF-DATE(TD-Date)
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RETAIN.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'RETAIN: no RETAIN.DAT - nothing to do'
                   UPON SYSERR
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 020-Load-Policies
           PERFORM 030-Open-Manifest
           INITIALIZE Rptwrit-CB
           MOVE "RETAIN.RPT" TO RWB-Filename
           IF Dry-Run
               MOVE "DATA RETENTION LIFECYCLE (DRY RUN)" TO RWB-Title
           ELSE
               MOVE "DATA RETENTION LIFECYCLE" TO RWB-Title
           END-IF
           MOVE "RETAIN" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 100-Purge-Pass
           PERFORM VARYING Policy-Sub FROM 1 BY 1
                     UNTIL Policy-Sub > Policy-Count
               PERFORM 200-Archive-Pass
           END-PERFORM
           IF Manifest-Open
               CLOSE Manifest-File
           END-IF
           PERFORM 900-Write-Totals
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE Failures TO Audit-Return-Code
           IF NOT Dry-Run
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Audit-Return-Code
               END-CALL
           END-IF
      *> set last - the audit call resets RETURN-CODE
           MOVE Failures TO RETURN-CODE
           GOBACK
           .
       020-Load-Policies.
           OPEN INPUT Policy-File
           MOVE 'N' TO Policy-EOF-Switch
           PERFORM 025-Load-One-Policy
               UNTIL Policy-EOF
           CLOSE Policy-File
           .
       025-Load-One-Policy.
           READ Policy-File
               AT END
                   MOVE 'Y' TO Policy-EOF-Switch
           END-READ
           IF  NOT Policy-EOF
           AND Policy-Record NOT = SPACES
           AND Policy-Record (1:1) NOT = '*'
               MOVE SPACES TO Policy-Fields
               UNSTRING Policy-Record DELIMITED BY ','
                   INTO PF-Directory, PF-Pattern,
                        PF-Archive-Days, PF-Purge-Days
               END-UNSTRING
               IF  PF-Directory NOT = SPACES
               AND TEST-NUMVAL(TRIM(PF-Archive-Days)) = 0
               AND Policy-Count < 30
                   ADD 1 TO Policy-Count
                   MOVE PF-Directory TO PL-Directory (Policy-Count)
                   MOVE PF-Pattern TO PL-Pattern (Policy-Count)
                   MOVE NUMVAL(PF-Archive-Days)
                     TO PL-Archive-Days (Policy-Count)
                   IF  PF-Purge-Days NOT = SPACES
                   AND TEST-NUMVAL(TRIM(PF-Purge-Days)) = 0
                       MOVE NUMVAL(PF-Purge-Days)
                         TO PL-Purge-Days (Policy-Count)
                   ELSE
                       MOVE 0 TO PL-Purge-Days (Policy-Count)
                   END-IF
                   IF  PL-Directory (Policy-Count) (2:1) = ':'
                   OR  PL-Directory (Policy-Count) (1:1) = '\'
                       MOVE '\' TO PL-Slash (Policy-Count)
                   ELSE
                       MOVE '/' TO PL-Slash (Policy-Count)
                   END-IF
               ELSE
                   DISPLAY 'RETAIN: unusable RETAIN.DAT line "'
                       TRIM(Policy-Record) '" - ignored' UPON SYSERR
               END-IF
           END-IF
           .
       030-Open-Manifest.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INBOUND.MDX"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Manifest-File
               MOVE 'Y' TO Manifest-Open-Switch
           END-IF
           .
      *****************************************************************
      ** Purge the archived files past retention, rewriting the      **
      ** catalog (through ARCHIVE.NEW) with their new status.        **
      *****************************************************************
       100-Purge-Pass.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "ARCHIVE.CAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Catalog-File
               OPEN OUTPUT New-Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 110-Consider-Catalog-Line
                   UNTIL Catalog-EOF
               CLOSE Catalog-File
               CLOSE New-Catalog-File
               IF Catalog-Changed AND NOT Dry-Run
                   CALL "CBL_DELETE_FILE" USING "ARCHIVE.CAT"
                   END-CALL
                   CALL "CBL_RENAME_FILE"
                       USING "ARCHIVE.NEW", "ARCHIVE.CAT"
                   END-CALL
               ELSE
                   CALL "CBL_DELETE_FILE" USING "ARCHIVE.NEW"
                   END-CALL
               END-IF
           END-IF
           .
       110-Consider-Catalog-Line.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF NOT Catalog-EOF
               IF Catalog-Record NOT = SPACES
                   MOVE SPACES TO Catalog-Fields
                   UNSTRING Catalog-Record DELIMITED BY ','
                       INTO CF-Archived-Date, CF-File-Date,
                            CF-Filename, CF-Directory,
                            CF-Archive-Path, CF-CRC,
                            CF-Status, CF-Status-Date
                   END-UNSTRING
                   IF  CF-Status = 'ARCHIVED'
                   AND CF-File-Date IS NUMERIC
                       PERFORM 120-Find-Catalog-Policy
                       IF Matched-Policy > 0
                           COMPUTE Age-Days = Today-Integer
                               - INTEGER-OF-DATE(NUMVAL(CF-File-Date))
                           IF  PL-Purge-Days (Matched-Policy) > 0
                           AND Age-Days >=
                                   PL-Purge-Days (Matched-Policy)
                               PERFORM 130-Purge-One-File
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE Catalog-Record TO New-Catalog-Record
               WRITE New-Catalog-Record
           END-IF
           .
       120-Find-Catalog-Policy.
           MOVE 0 TO Matched-Policy
           PERFORM VARYING Policy-Sub FROM 1 BY 1
                     UNTIL Policy-Sub > Policy-Count
                        OR Matched-Policy > 0
               IF CF-Directory = PL-Directory (Policy-Sub)
                   CALL "MATCHPAT"
                       USING PL-Pattern (Policy-Sub), CF-Filename,
                             Match-Flag
                   END-CALL
                   IF Match-Flag = 'Y'
                       MOVE Policy-Sub TO Matched-Policy
                   END-IF
               END-IF
           END-PERFORM
           .
       130-Purge-One-File.
           MOVE CF-Filename TO Entry-Name
           PERFORM 300-Check-Protected
           IF File-Protected
               MOVE 'PROTECTED' TO Action-Text
               PERFORM 320-Write-Protected-Line
           ELSE
               CALL "CBL_CHECK_FILE_EXIST"
                   USING TRIM(CF-Archive-Path, TRAILING)
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE 'MISSING' TO CF-Status
                   MOVE TD-Date TO CF-Status-Date
                   PERFORM 140-Rebuild-Catalog-Line
                   MOVE 'MISSING' TO Action-Text
                   PERFORM 310-Write-Action-Line
               ELSE
                   MOVE CF-Archive-Path TO CRC-Filename
                   CALL "FILECRC"
                       USING CRC-Filename, CRC-Value, CRC-Return-Code
                   END-CALL
                   MOVE CRC-Value TO CRC-Display
                   IF CRC-Display NOT = CF-CRC
                       ADD 1 TO Failures
                       MOVE 'KEPT' TO Action-Text
                       PERFORM 310-Write-Action-Line
                       MOVE "          checksum no longer matches the "
                          & "catalog - not purged"
                         TO Report-Line
                       PERFORM 890-Write-Report-Line
                   ELSE
                       IF Dry-Run
                           MOVE 'WOULD PURGE' TO Action-Text
                           PERFORM 310-Write-Action-Line
                       ELSE
                           PERFORM 150-Delete-Archived-File
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       140-Rebuild-Catalog-Line.
           MOVE 'Y' TO Catalog-Changed-Switch
           MOVE SPACES TO Catalog-Record
           STRING CF-Archived-Date ","
                  CF-File-Date ","
                  TRIM(CF-Filename, TRAILING) ","
                  TRIM(CF-Directory, TRAILING) ","
                  TRIM(CF-Archive-Path, TRAILING) ","
                  CF-CRC ","
                  TRIM(CF-Status, TRAILING) ","
                  CF-Status-Date
               DELIMITED BY SIZE INTO Catalog-Record
           END-STRING
           .
       150-Delete-Archived-File.
           INITIALIZE Streamio-CB
           MOVE CF-Archive-Path TO SCB-Filename
           MOVE 'D '            TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
               ADD 1 TO Failures
               MOVE 'FAILED' TO Action-Text
               PERFORM 310-Write-Action-Line
           ELSE
               ADD 1 TO Files-Purged
               MOVE 'PURGED' TO CF-Status
               MOVE TD-Date TO CF-Status-Date
               PERFORM 140-Rebuild-Catalog-Line
               MOVE 'PURGED' TO Action-Text
               PERFORM 310-Write-Action-Line
               MOVE CF-Filename TO Custody-Filename
               MOVE 'PURGED' TO Custody-Event-Text
               MOVE CF-Archive-Path TO Archive-Path
               PERFORM 330-Set-Custody-Detail
               CALL "CUSTODY"
                   USING Custody-Filename, Custody-Event-Text,
                         Custody-Detail-Arg, CRC-Value
               END-CALL
               MOVE SPACES TO Audit-Detail-Text
               STRING "purged " TRIM(CF-Archive-Path)
                   DELIMITED BY SIZE INTO Audit-Detail-Text
               END-STRING
               MOVE 0 TO Audit-Return-Code
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Audit-Return-Code
               END-CALL
           END-IF
           .
      *****************************************************************
      ** Move one policy's aging files into today's archive folder.  **
      *****************************************************************
       200-Archive-Pass.
           MOVE 'N' TO Archive-Dir-Made-Switch
           MOVE SPACES TO Archive-Dir
           STRING TRIM(PL-Directory (Policy-Sub), TRAILING)
                  PL-Slash (Policy-Sub) "archive"
                  PL-Slash (Policy-Sub) TD-Date
               DELIMITED BY SIZE INTO Archive-Dir
           END-STRING
           INITIALIZE Dirscan-CB
           MOVE PL-Directory (Policy-Sub) TO DSB-Directory
           MOVE PL-Pattern (Policy-Sub) TO DSB-Pattern
           MOVE 'O' TO DSB-Function
           CALL "DIRSCAN" USING Dirscan-CB
           END-CALL
           IF DSB-Return-Code = 0
               MOVE 'N' TO DSB-Function
               CALL "DIRSCAN" USING Dirscan-CB
               END-CALL
               PERFORM UNTIL DSB-Return-Code NOT = 0
                   PERFORM 210-Consider-File
                   MOVE 'N' TO DSB-Function
                   CALL "DIRSCAN" USING Dirscan-CB
                   END-CALL
               END-PERFORM
               MOVE 'C' TO DSB-Function
               CALL "DIRSCAN" USING Dirscan-CB
               END-CALL
           END-IF
           .
       210-Consider-File.
           MOVE DSB-Entry-Name TO Entry-Name
           IF  Entry-Name NOT = 'archive'
           AND Entry-Name NOT = 'quarantine'
           AND Entry-Name NOT = 'sent'
           AND DSB-Entry-Timestamp (1:4) IS NUMERIC
               MOVE SPACES TO Source-Path
               STRING TRIM(PL-Directory (Policy-Sub), TRAILING)
                      PL-Slash (Policy-Sub)
                      TRIM(Entry-Name, TRAILING)
                   DELIMITED BY SIZE INTO Source-Path
               END-STRING
               STRING DSB-Entry-Timestamp (1:4)
                      DSB-Entry-Timestamp (6:2)
                      DSB-Entry-Timestamp (9:2)
                   DELIMITED BY SIZE INTO File-Date
               END-STRING
               COMPUTE Age-Days = Today-Integer
                   - INTEGER-OF-DATE(File-Date-Num)
               IF Age-Days >= PL-Archive-Days (Policy-Sub)
                   PERFORM 300-Check-Protected
                   EVALUATE TRUE
                       WHEN File-Protected
                           MOVE 'PROTECTED' TO Action-Text
                           PERFORM 320-Write-Protected-Line
                       WHEN Dry-Run
                           MOVE 'WOULD ARCH' TO Action-Text
                           MOVE Source-Path TO CF-Archive-Path
                           PERFORM 310-Write-Action-Line
                       WHEN OTHER
                           PERFORM 220-Archive-One-File
                   END-EVALUATE
               END-IF
           END-IF
           .
       220-Archive-One-File.
           IF NOT Archive-Dir-Made
               MOVE SPACES TO Mkdir-Command
               STRING "mkdir " QUOTE TRIM(Archive-Dir, TRAILING) QUOTE
                      " 2>NUL"
                   DELIMITED BY SIZE INTO Mkdir-Command
               END-STRING
               CALL "WINSYSTEM" USING Mkdir-Command
               END-CALL
               MOVE 'Y' TO Archive-Dir-Made-Switch
           END-IF
           MOVE SPACES TO Archive-Path
           STRING TRIM(Archive-Dir, TRAILING)
                  PL-Slash (Policy-Sub)
                  TRIM(Entry-Name, TRAILING)
               DELIMITED BY SIZE INTO Archive-Path
           END-STRING
           MOVE Source-Path TO CRC-Filename
           CALL "FILECRC"
               USING CRC-Filename, CRC-Value, CRC-Return-Code
           END-CALL
           MOVE Archive-Path TO CF-Archive-Path
           CALL "CBL_RENAME_FILE"
               USING TRIM(Source-Path, TRAILING)
                     TRIM(Archive-Path, TRAILING)
           END-CALL
           IF RETURN-CODE NOT = 0
               ADD 1 TO Failures
               MOVE 'FAILED' TO Action-Text
               PERFORM 310-Write-Action-Line
           ELSE
               ADD 1 TO Files-Archived
               MOVE CRC-Value TO CRC-Display
               PERFORM 230-Append-Catalog-Line
               MOVE 'ARCHIVED' TO Action-Text
               PERFORM 310-Write-Action-Line
               MOVE Entry-Name TO Custody-Filename
               MOVE 'ARCHIVED' TO Custody-Event-Text
               PERFORM 330-Set-Custody-Detail
               CALL "CUSTODY"
                   USING Custody-Filename, Custody-Event-Text,
                         Custody-Detail-Arg, CRC-Value
               END-CALL
               MOVE SPACES TO Audit-Detail-Text
               STRING "archived " TRIM(Source-Path)
                      " to " TRIM(Archive-Path)
                   DELIMITED BY SIZE INTO Audit-Detail-Text
               END-STRING
               MOVE 0 TO Audit-Return-Code
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Audit-Return-Code
               END-CALL
           END-IF
           .
       230-Append-Catalog-Line.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "ARCHIVE.CAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN EXTEND Catalog-File
           ELSE
               OPEN OUTPUT Catalog-File
           END-IF
           MOVE SPACES TO Catalog-Record
           STRING TD-Date ","
                  File-Date ","
                  TRIM(Entry-Name, TRAILING) ","
                  TRIM(PL-Directory (Policy-Sub), TRAILING) ","
                  TRIM(Archive-Path, TRAILING) ","
                  CRC-Display ","
                  "ARCHIVED,"
               DELIMITED BY SIZE INTO Catalog-Record
           END-STRING
           WRITE Catalog-Record
           CLOSE Catalog-File
           .
      *****************************************************************
      ** A file INBOUND is still holding must not be touched.        **
      *****************************************************************
       300-Check-Protected.
           MOVE 'N' TO Protected-Switch
           MOVE SPACES TO Protected-Status
           IF Manifest-Open
               MOVE Entry-Name TO MX-Filename
               READ Manifest-File
                   KEY IS MX-Filename
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MX-Status (1:11) = 'QUARANTINED'
                       OR MX-Status (1:11) = 'OPEN FAILED'
                       OR MX-Status (1:9)  = 'DUPLICATE'
                       OR MX-Status (1:15) = 'VALIDATE FAILED'
                       OR MX-Status (1:14) = 'VOLUME SUSPECT'
                       OR MX-Status (1:12) = 'ROUTE FAILED'
                           MOVE 'Y' TO Protected-Switch
                           MOVE MX-Status TO Protected-Status
                       END-IF
               END-READ
           END-IF
           .
       310-Write-Action-Line.
           MOVE SPACES TO Report-Line
           STRING Action-Text " " TRIM(Entry-Name)
                  " -> " TRIM(CF-Archive-Path)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Write-Report-Line
           .
       320-Write-Protected-Line.
           ADD 1 TO Files-Protected
           MOVE SPACES TO Report-Line
           STRING Action-Text " " TRIM(Entry-Name)
                  " - inbound status " TRIM(Protected-Status)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Write-Report-Line
           .
      *> the custody detail holds 64 characters; keep the end of a
      *> long archive path, which is the part that says where
       330-Set-Custody-Detail.
           MOVE SPACES TO Custody-Detail-Arg
           COMPUTE Path-Length =
               LENGTH(TRIM(Archive-Path, TRAILING))
           IF Path-Length > 64
               MOVE Archive-Path (Path-Length - 63:64)
                 TO Custody-Detail-Arg
           ELSE
               MOVE Archive-Path TO Custody-Detail-Arg
           END-IF
           .
       890-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
       900-Write-Totals.
           MOVE SPACES TO Report-Line
           PERFORM 890-Write-Report-Line
           MOVE Files-Archived  TO Count-Display
           MOVE Files-Purged    TO Count-Display-2
           MOVE Files-Protected TO Count-Display-3
           MOVE Failures        TO Count-Display-4
           MOVE SPACES TO Report-Line
           STRING "Archived: " TRIM(Count-Display)
                  "  Purged: " TRIM(Count-Display-2)
                  "  Protected: " TRIM(Count-Display-3)
                  "  Failed: " TRIM(Count-Display-4)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 890-Write-Report-Line
           MOVE SPACES TO Audit-Detail-Text
           STRING "retention: " TRIM(Report-Line)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           .
