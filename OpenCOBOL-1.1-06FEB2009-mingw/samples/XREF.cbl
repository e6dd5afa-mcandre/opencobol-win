       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF.
      *****************************************************************
      ** This is the "what uses this" report for the shop control    **
      ** tables.  Before a program is retired, a vendor pattern      **
      ** renamed or a file moved, XREF walks every control table     **
      ** and lists every program, file, pattern, job table, report,  **
      ** destination and symbol it finds, with WHERE each one is     **
      ** referenced - the table, the step (job tables) or line       **
      ** (everything else), and the column.  The tables walked are:  **
      **                                                             **
      **   JOBSTEPS.DAT, MONTHEND.DAT, DAYJOB.DAT and every job      **
      **     table named by ROUTETBL.DAT, SCHEDTBL.DAT or JOBNET.DAT **
      **     (step program; file-looking tokens in the parameters,   **
      **     AFTER symbol substitution; the symbols used)            **
      **   ROUTETBL.DAT  pattern, job table                          **
      **   SCHEDTBL.DAT  job table                                   **
      **   JOBNET.DAT    job table, predecessor                      **
      **   VENDPROF.DAT  pattern, holiday calendar file              **
      **   VALPROF.DAT   pattern, rules file                         **
      **   OUTDEST.DAT   pattern, destination                        **
      **   ACKRULES.DAT  destination, ack pattern                    **
      **   SPOOLDEF.DAT  report                                      **
      **   RPTDIST.DAT   report, producer program                    **
      **   SYMBOLS.DAT   symbol, file-looking value                  **
      **   GDGDEF.DAT    generation group, base                      **
      **                                                             **
      ** Symbols are substituted with JOBPLAN's longest-match rule,  **
      ** but always as of today (JOBPLAN takes an as-of date):       **
      ** &YYYYMMDD and &DATE are today's, &TEMP is resolved the way  **
      ** STREAMIO resolves it, and the SYMBOLS.DAT names are used; a **
      ** symbol set only at run time (&INFILE) is left as written.   **
      ** An &GDG(group,rel) generation reference is taken whole: it  **
      ** is listed against its group (flagged when GDGDEF.DAT does   **
      ** not define the group) and, when GDGCAT can resolve it for   **
      ** today, as the generation's file too.  Any other parameter   **
      ** token is taken as a file when it contains a '.', '/' or '\' **
      ** and is not a number, and as a pattern when it contains a    **
      ** '*'.                                                        **
      **                                                             **
      ** Dangling references are flagged in the report's last        **
      ** column and listed again at the end:                         **
      **                                                             **
      **   - a step program with no compiled module (<PROGRAM>.dll   **
      **     or <PROGRAM>.so) in the working directory or in any     **
      **     COB_LIBRARY_PATH directory (the runtime's own CBL_,     **
      **     C$ and SYSTEM routines excepted)                        **
      **   - a job table named by ROUTETBL, SCHEDTBL or JOBNET that  **
      **     does not exist                                          **
      **   - a SPOOLDEF report that no step program writes (no step  **
      **     runs a program of the report's base name or names the   **
      **     report in its parameters) and that is not on disk       **
      **   - an RPTDIST report that SPOOLDEF.DAT does not spool, or  **
      **     an RPTDIST producer with no compiled module             **
      **   - an ACKRULES destination OUTDEST.DAT does not define     **
      **   - a VENDPROF calendar or VALPROF rules file that does     **
      **     not exist                                               **
      **   - an &GDG generation group that GDGDEF.DAT does not       **
      **     define                                                  **
      **                                                             **
      ** The one optional CALL (or command-line) argument narrows    **
      ** the report to the names matching a MATCHPAT wildcard        **
      ** (compared in upper case) - "XREF ACME-*" answers "what      **
      ** uses the ACME files"; a pattern reference is also listed    **
      ** when it would match the argument itself, so "XREF           **
      ** ACME-20260823.CSV" shows the routes and profiles that would **
      ** pick that file up.                                          **
      **                                                             **
      ** The report is written to "XREF.RPT" through RPTWRIT.  Run   **
      ** it on demand, and weekly as a JOBDRV step, e.g.             **
      **                                                             **
      **   900,XREF,,C,Weekly control-table cross-reference,W7       **
      **                                                             **
      ** RETURN-CODE is 0, or 4 when any dangling reference was      **
      ** found (so the weekly step shows up in JOBDRV's report).     **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1056 Initial coding                                       **
      ** GC1058 Walk the RPTDIST.DAT report distribution table       **
      ** GC1062 Take &GDG(group,rel) references whole, listing them  **
      **        against the group and the generation's file, and     **
      **        walk the GDGDEF.DAT generation group definitions     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Control-File ASSIGN TO Control-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Symbols-File ASSIGN TO "SYMBOLS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Control-File.
       01  Control-Record                 PIC X(200).
       FD  Symbols-File.
       01  Symbols-Record                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

       COPY RPTWRITcb.

       COPY SHOPPARMrec.

       COPY GDGCATcb.

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

       01  Xref-Parm-Text                 PIC X(128) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Filter-Text                    PIC X(128) VALUE SPACES.
       01  Match-Name-Text                PIC X(128).
       01  Filter-Match-Switch            PIC X.

       01  Control-Filename               PIC X(64).
       01  Control-Short-Name             PIC X(20).
       01  Control-EOF-Switch             PIC X.
           88 Control-EOF                 VALUE 'Y'.
       01  Control-Line-Number            PIC 9(3).
       01  Control-Table-Code             PIC X(2).
           88 Walking-Job-Table           VALUE 'JT'.
           88 Walking-Route-Table         VALUE 'RT'.
           88 Walking-Schedule-Table      VALUE 'ST'.
           88 Walking-Network-Table       VALUE 'NT'.
           88 Walking-Vendor-Profiles     VALUE 'VP'.
           88 Walking-Validation-Profiles VALUE 'VA'.
           88 Walking-Out-Destinations    VALUE 'OD'.
           88 Walking-Ack-Rules           VALUE 'AR'.
           88 Walking-Spool-Definitions   VALUE 'SD'.
           88 Walking-Symbols             VALUE 'SY'.
           88 Walking-Distribution        VALUE 'RD'.
           88 Walking-Generation-Groups   VALUE 'GD'.

       01  Job-Table-List.
           05 JTL-Entry                   OCCURS 40 TIMES.
              10 JTL-Name                 PIC X(64).
              10 JTL-Upper-Name           PIC X(64).
       01  Job-Table-Count                PIC 9(2) VALUE 0.
       01  Job-Table-Sub                  PIC 9(2).
       01  Job-Table-Text                 PIC X(64).
       01  Job-Table-Known-Switch         PIC X.
           88 Job-Table-Known             VALUE 'Y'.

       01  Step-Number                    PIC 9(3).
       01  Step-Program                   PIC X(9).
       01  Step-Parameters                PIC X(80).

       01  Parm-Token                     PIC X(80).
       01  Parm-Token-Ptr                 USAGE BINARY-LONG.
       01  Parm-Token-Dots                USAGE BINARY-LONG.
       01  Parm-Token-Stars               USAGE BINARY-LONG.

       01  Step-Module-Name               PIC X(9).
       01  Module-Filename                PIC X(256).
       01  Module-Found-Switch            PIC X.
           88 Module-Found                VALUE 'Y'.
       01  Library-Path                   PIC X(1024).
       01  Library-Path-Ptr               USAGE BINARY-LONG.
       01  Library-Path-Len               USAGE BINARY-LONG.
       01  Library-Path-Semis             USAGE BINARY-LONG.
       01  Library-Delimiter              PIC X.
       01  Library-Dir                    PIC X(240).

       01  Destination-Table.
           05 DST-Name                    PIC X(40) OCCURS 100 TIMES.
       01  Destination-Count              PIC 9(3) VALUE 0.
       01  Destination-Sub                PIC 9(3).
       01  Destination-Known-Switch       PIC X.
           88 Destination-Known           VALUE 'Y'.

       01  Spooled-Report-Table.
           05 SRP-Name                    PIC X(40) OCCURS 100 TIMES.
       01  Spooled-Report-Count           PIC 9(3) VALUE 0.
       01  Spooled-Report-Sub             PIC 9(3).
       01  Spooled-Report-Known-Switch    PIC X.
           88 Spooled-Report-Known        VALUE 'Y'.

       01  Generation-Group-Table.
           05 GGT-Name                    PIC X(16) OCCURS 50 TIMES.
       01  Generation-Group-Count         PIC 9(2) VALUE 0.
       01  Generation-Group-Sub           PIC 9(2).
       01  Generation-Group-Known-Switch  PIC X.
           88 Generation-Group-Known      VALUE 'Y'.

       01  Generation-Ptr                 USAGE BINARY-LONG.
       01  Generation-Ref-Len             USAGE BINARY-LONG.
       01  Generation-Ref-Text            PIC X(80).
       01  Generation-Group               PIC X(16).
       01  Generation-Relative            PIC X(8).

       01  Report-Base-Name               PIC X(64).
       01  Report-Written-Switch          PIC X.
           88 Report-Written              VALUE 'Y'.

       01  Symbols-EOF-Switch             PIC X VALUE 'N'.
           88 Symbols-EOF                 VALUE 'Y'.

       01  Symbol-Table.
           05 Symbol-Entry                OCCURS 50 TIMES.
              10 SYM-Name                 PIC X(16).
              10 SYM-Name-Len             USAGE BINARY-LONG.
              10 SYM-Value                PIC X(64).
              10 SYM-Value-Len            USAGE BINARY-LONG.
       01  Symbol-Count                   PIC 9(3) VALUE 0.
       01  Symbol-Sub                     PIC 9(3).

       01  Symbol-Name-Text               PIC X(16).
       01  Symbol-Value-Text              PIC X(64).

       01  Env-TEMP                       PIC X(256).

       01  Now-Fields.
           05 NF-Date.
              10 NF-Year                  PIC 9(4).
              10 NF-Month                 PIC 9(2).
              10 NF-Day                   PIC 9(2).
           05 NF-Time.
              10 NF-Hours                 PIC 9(2).
              10 NF-Minutes               PIC 9(2).
              10 NF-Seconds               PIC 9(2).
              10 FILLER                   PIC 9(2).
           05 NF-Offset                   PIC X(9).

       01  Subst-Input                    PIC X(80).
       01  Subst-Output                   PIC X(80).
       01  Subst-In-Ptr                   USAGE BINARY-LONG.
       01  Subst-In-Len                   USAGE BINARY-LONG.
       01  Subst-Out-Ptr                  USAGE BINARY-LONG.
       01  Subst-Best-Sub                 USAGE BINARY-LONG.
       01  Subst-Best-Len                 USAGE BINARY-LONG.
       01  Subst-Overflow-Switch          PIC X VALUE 'N'.
           88 Subst-Overflowed            VALUE 'Y'.

      *> the reference table is kept in kind/name order as it is
      *> built, so the report needs no sort; equal keys stay in the
      *> order the tables were walked
       01  Reference-Table.
           05 REF-Entry                   OCCURS 1000 TIMES.
              10 REF-Key                  PIC X(72).
              10 REF-Kind                 PIC X(8).
              10 REF-Name                 PIC X(64).
              10 REF-Table                PIC X(20).
              10 REF-Where                PIC X(8).
              10 REF-Column               PIC X(14).
              10 REF-Note                 PIC X(40).
       01  Reference-Count                PIC 9(4) VALUE 0.
       01  Reference-Sub                  PIC 9(4).
       01  References-Dropped             PIC 9(4) VALUE 0.
       01  Insert-Point-Switch            PIC X.
           88 Insert-Point-Found          VALUE 'Y'.

       01  New-Reference.
           05 NR-Key                      PIC X(72).
           05 NR-Kind                     PIC X(8).
           05 NR-Name                     PIC X(64).
           05 NR-Table                    PIC X(20).
           05 NR-Where                    PIC X(8).
           05 NR-Column                   PIC X(14).
           05 NR-Note                     PIC X(40).

       01  Previous-Key                   PIC X(72).
       01  Distinct-Names                 PIC 9(4) VALUE 0.
       01  Dangling-Count                 PIC 9(4) VALUE 0.

       01  Report-Line                    PIC X(132).

       01  Xref-Heading-Line.
           05 FILLER                      PIC X(8)  VALUE 'KIND'.
           05 FILLER                      PIC X     VALUE SPACE.
           05 FILLER                      PIC X(40) VALUE 'NAME'.
           05 FILLER                      PIC X     VALUE SPACE.
           05 FILLER                      PIC X(14) VALUE 'TABLE'.
           05 FILLER                      PIC X     VALUE SPACE.
           05 FILLER                      PIC X(8)  VALUE 'WHERE'.
           05 FILLER                      PIC X     VALUE SPACE.
           05 FILLER                      PIC X(14) VALUE 'COLUMN'.
           05 FILLER                      PIC X     VALUE SPACE.
           05 FILLER                      PIC X(43) VALUE 'DANGLING'.

       01  Xref-Detail-Line.
           05 XL-Kind                     PIC X(8).
           05 FILLER                      PIC X     VALUE SPACE.
           05 XL-Name                     PIC X(40).
           05 FILLER                      PIC X     VALUE SPACE.
           05 XL-Table                    PIC X(14).
           05 FILLER                      PIC X     VALUE SPACE.
           05 XL-Where                    PIC X(8).
           05 FILLER                      PIC X     VALUE SPACE.
           05 XL-Column                   PIC X(14).
           05 FILLER                      PIC X     VALUE SPACE.
           05 XL-Note                     PIC X(43).

       01  Xref-Return-Code               USAGE BINARY-LONG VALUE 0.

       01  Audit-Source                   PIC X(8) VALUE 'XREF'.
       01  Audit-Text                     PIC X(80).

       LINKAGE SECTION.
       01  Xref-Parm                      PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Xref-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           PERFORM 015-Load-Builtin-Symbols
           PERFORM 017-Load-Named-Symbols
           INITIALIZE Rptwrit-CB
           MOVE "XREF.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           IF Filter-Text = SPACES
               MOVE "CONTROL TABLE CROSS-REFERENCE" TO RWB-Title
           ELSE
               STRING "CONTROL TABLE CROSS-REFERENCE - "
                      TRIM(Filter-Text, TRAILING)
                   DELIMITED BY SIZE INTO RWB-Title
               END-STRING
           END-IF
           MOVE "XREF" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 100-Collect-Job-Tables
           PERFORM 200-Walk-Job-Tables
           PERFORM 300-Walk-Other-Tables
           PERFORM 700-Report-References
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Dangling-Count > 0
               MOVE 4 TO Xref-Return-Code
           END-IF
           MOVE SPACES TO Audit-Text
           STRING Reference-Count " references, "
                  Dangling-Count " dangling"
               DELIMITED BY SIZE INTO Audit-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Text, Xref-Return-Code
           END-CALL
           MOVE Xref-Return-Code TO RETURN-CODE
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
                   MOVE Xref-Parm TO Xref-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Xref-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF Xref-Parm-Text NOT = SPACES AND LOW-VALUES
               MOVE UPPER-CASE(TRIM(Xref-Parm-Text)) TO Filter-Text
           END-IF
           .
      *****************************************************************
      ** The same symbols JOBPLAN loads, as of today.                **
      *****************************************************************
       015-Load-Builtin-Symbols.
           MOVE FUNCTION CURRENT-DATE TO Now-Fields
           MOVE 0 TO Symbol-Count
           MOVE 'YYYYMMDD' TO Symbol-Name-Text
           MOVE NF-Date TO Symbol-Value-Text
           PERFORM 019-Add-One-Symbol
           MOVE 'DATE' TO Symbol-Name-Text
           MOVE SPACES TO Symbol-Value-Text
           STRING NF-Year "-" NF-Month "-" NF-Day
               DELIMITED BY SIZE INTO Symbol-Value-Text
           END-STRING
           PERFORM 019-Add-One-Symbol
           MOVE 'HHMMSS' TO Symbol-Name-Text
           MOVE NF-Time (1:6) TO Symbol-Value-Text
           PERFORM 019-Add-One-Symbol
           MOVE 'TIME' TO Symbol-Name-Text
           MOVE SPACES TO Symbol-Value-Text
           STRING NF-Hours ":" NF-Minutes ":" NF-Seconds
               DELIMITED BY SIZE INTO Symbol-Value-Text
           END-STRING
           PERFORM 019-Add-One-Symbol
           MOVE 'TEMP' TO Symbol-Name-Text
           PERFORM 016-Identify-TEMP
           MOVE Env-TEMP TO Symbol-Value-Text
           PERFORM 019-Add-One-Symbol
           .
       016-Identify-TEMP.
           CALL "GETPARM" USING Shop-Parm-Line
           END-CALL
           IF SPL-TEMP-Override NOT = SPACES AND LOW-VALUES
               MOVE SPL-TEMP-Override TO Env-TEMP
           ELSE
               ACCEPT Env-TEMP FROM ENVIRONMENT "TEMP"
           END-IF
           EVALUATE TRUE
               WHEN Env-TEMP (1:1) = "/"
                   CONTINUE
               WHEN Env-TEMP (2:1) = ":"
                   CONTINUE
               WHEN OTHER
                   MOVE "/tmp" TO Env-TEMP
           END-EVALUATE
           .
       017-Load-Named-Symbols.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SYMBOLS.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Symbols-File
               MOVE 'N' TO Symbols-EOF-Switch
               PERFORM 018-Load-One-Symbol
                   UNTIL Symbols-EOF
               CLOSE Symbols-File
           END-IF
           .
       018-Load-One-Symbol.
           READ Symbols-File
               AT END
                   MOVE 'Y' TO Symbols-EOF-Switch
           END-READ
           IF NOT Symbols-EOF
               IF Symbols-Record NOT = SPACES
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Symbols-Record
                   END-CALL
                   MOVE SPACES TO Symbol-Name-Text
                   MOVE SPACES TO Symbol-Value-Text
                   MOVE CPB-Field (1) (1:16) TO Symbol-Name-Text
                   IF CPB-Field-Count >= 2
                       MOVE CPB-Field (2) (1:64)
                         TO Symbol-Value-Text
                   END-IF
                   PERFORM 019-Add-One-Symbol
               END-IF
           END-IF
           .
       019-Add-One-Symbol.
           IF Symbol-Count < 50
               ADD 1 TO Symbol-Count
               MOVE Symbol-Name-Text
                   TO SYM-Name (Symbol-Count)
               MOVE LENGTH(TRIM(Symbol-Name-Text, TRAILING))
                   TO SYM-Name-Len (Symbol-Count)
               MOVE Symbol-Value-Text
                   TO SYM-Value (Symbol-Count)
               IF Symbol-Value-Text = SPACES
                   MOVE 0 TO SYM-Value-Len (Symbol-Count)
               ELSE
                   MOVE LENGTH(TRIM(Symbol-Value-Text, TRAILING))
                       TO SYM-Value-Len (Symbol-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** Gather the job tables to walk: the three standing tables,   **
      ** then every table the routing, schedule and network tables   **
      ** name (each of those references is recorded as it is found). **
      *****************************************************************
       100-Collect-Job-Tables.
           MOVE 0 TO Job-Table-Count
           MOVE "JOBSTEPS.DAT" TO Job-Table-Text
           PERFORM 110-Note-Job-Table
           MOVE "MONTHEND.DAT" TO Job-Table-Text
           PERFORM 110-Note-Job-Table
           MOVE "DAYJOB.DAT" TO Job-Table-Text
           PERFORM 110-Note-Job-Table
           MOVE "ROUTETBL.DAT" TO Control-Filename
           MOVE 'RT' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "SCHEDTBL.DAT" TO Control-Filename
           MOVE 'ST' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "JOBNET.DAT" TO Control-Filename
           MOVE 'NT' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           .
       110-Note-Job-Table.
           MOVE 'N' TO Job-Table-Known-Switch
           PERFORM VARYING Job-Table-Sub FROM 1 BY 1
                     UNTIL Job-Table-Sub > Job-Table-Count
               IF JTL-Upper-Name (Job-Table-Sub)
                  = UPPER-CASE(Job-Table-Text)
                   MOVE 'Y' TO Job-Table-Known-Switch
               END-IF
           END-PERFORM
           IF NOT Job-Table-Known
           AND Job-Table-Count < 40
               ADD 1 TO Job-Table-Count
               MOVE Job-Table-Text TO JTL-Name (Job-Table-Count)
               MOVE UPPER-CASE(Job-Table-Text)
                 TO JTL-Upper-Name (Job-Table-Count)
           END-IF
           .
      *****************************************************************
      ** A job table named by another table: reference it, flag it   **
      ** when it does not exist, and queue it to be walked.          **
      *****************************************************************
       120-Reference-Job-Table.
           IF Job-Table-Text NOT = SPACES
               MOVE 'JOBTABLE' TO NR-Kind
               MOVE Job-Table-Text TO NR-Name
               MOVE SPACES TO NR-Note
               CALL "CBL_CHECK_FILE_EXIST"
                   USING Job-Table-Text
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "job table does not exist" TO NR-Note
               END-IF
               PERFORM 500-Add-Reference
               PERFORM 110-Note-Job-Table
           END-IF
           .
      *****************************************************************
      ** GDGDEF.DAT goes first, so a step's &GDG references can be   **
      ** checked against the groups it defines.                      **
      *****************************************************************
       200-Walk-Job-Tables.
           MOVE "GDGDEF.DAT" TO Control-Filename
           MOVE 'GD' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE 'JT' TO Control-Table-Code
           PERFORM VARYING Job-Table-Sub FROM 1 BY 1
                     UNTIL Job-Table-Sub > Job-Table-Count
               MOVE JTL-Name (Job-Table-Sub) TO Control-Filename
               PERFORM 400-Walk-Control-File
           END-PERFORM
           .
      *****************************************************************
      ** OUTDEST.DAT goes before ACKRULES.DAT so an ack rule's       **
      ** destination can be checked, and SPOOLDEF.DAT after the job  **
      ** tables so its reports can be matched to the step programs   **
      ** (and before RPTDIST.DAT, whose reports it must spool).      **
      *****************************************************************
       300-Walk-Other-Tables.
           MOVE "OUTDEST.DAT" TO Control-Filename
           MOVE 'OD' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "ACKRULES.DAT" TO Control-Filename
           MOVE 'AR' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "VENDPROF.DAT" TO Control-Filename
           MOVE 'VP' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "VALPROF.DAT" TO Control-Filename
           MOVE 'VA' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "SPOOLDEF.DAT" TO Control-Filename
           MOVE 'SD' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "RPTDIST.DAT" TO Control-Filename
           MOVE 'RD' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           MOVE "SYMBOLS.DAT" TO Control-Filename
           MOVE 'SY' TO Control-Table-Code
           PERFORM 400-Walk-Control-File
           .
      *****************************************************************
      ** Read one control table (a missing one simply has nothing to **
      ** contribute) and hand each line, parsed by CSVPARSE, to the  **
      ** paragraph that knows that table's columns.                  **
      *****************************************************************
       400-Walk-Control-File.
           CALL "CBL_CHECK_FILE_EXIST"
               USING Control-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE Control-Filename TO Control-Short-Name
               MOVE 0 TO Control-Line-Number
               OPEN INPUT Control-File
               MOVE 'N' TO Control-EOF-Switch
               PERFORM 410-Walk-One-Line
                   UNTIL Control-EOF
               CLOSE Control-File
           END-IF
           .
       410-Walk-One-Line.
           READ Control-File
               AT END
                   MOVE 'Y' TO Control-EOF-Switch
           END-READ
           IF NOT Control-EOF
               ADD 1 TO Control-Line-Number
               IF Control-Record NOT = SPACES
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Control-Record
                   END-CALL
                   MOVE Control-Short-Name TO NR-Table
                   MOVE SPACES TO NR-Where
                   STRING "line " Control-Line-Number
                       DELIMITED BY SIZE INTO NR-Where
                   END-STRING
                   EVALUATE TRUE
                       WHEN Walking-Job-Table
                           PERFORM 420-Walk-Job-Step
                       WHEN Walking-Route-Table
                           PERFORM 430-Walk-Route
                       WHEN Walking-Schedule-Table
                           PERFORM 431-Walk-Schedule
                       WHEN Walking-Network-Table
                           PERFORM 432-Walk-Network
                       WHEN Walking-Out-Destinations
                           PERFORM 440-Walk-Out-Destination
                       WHEN Walking-Ack-Rules
                           PERFORM 441-Walk-Ack-Rule
                       WHEN Walking-Vendor-Profiles
                           PERFORM 450-Walk-Vendor-Profile
                       WHEN Walking-Validation-Profiles
                           PERFORM 451-Walk-Validation-Profile
                       WHEN Walking-Spool-Definitions
                           PERFORM 460-Walk-Spool-Definition
                       WHEN Walking-Symbols
                           PERFORM 470-Walk-Symbol
                       WHEN Walking-Distribution
                           PERFORM 465-Walk-Distribution
                       WHEN Walking-Generation-Groups
                           PERFORM 475-Walk-Generation-Group
                   END-EVALUATE
               END-IF
           END-IF
           .
      *****************************************************************
      ** A job step: its program, and every file or pattern in its   **
      ** parameters once symbols are substituted.                    **
      *****************************************************************
       420-Walk-Job-Step.
           MOVE 0 TO Step-Number
           IF CPB-Field (1) NOT = SPACES
               IF TEST-NUMVAL(TRIM(CPB-Field (1))) = 0
                   MOVE NUMVAL(CPB-Field (1)) TO Step-Number
               END-IF
           END-IF
           MOVE SPACES TO NR-Where
           STRING "step " Step-Number
               DELIMITED BY SIZE INTO NR-Where
           END-STRING
           MOVE SPACES TO Step-Program
           MOVE SPACES TO Step-Parameters
           IF CPB-Field-Count >= 2
               MOVE UPPER-CASE(CPB-Field (2) (1:9)) TO Step-Program
           END-IF
           IF CPB-Field-Count >= 3
               MOVE CPB-Field (3) TO Step-Parameters
           END-IF
           IF Step-Program NOT = SPACES
               MOVE 'PROGRAM' TO NR-Kind
               MOVE Step-Program TO NR-Name
               MOVE '2 Program' TO NR-Column
               MOVE Step-Program TO Step-Module-Name
               PERFORM 520-Find-Module
               MOVE SPACES TO NR-Note
               IF NOT Module-Found
                   MOVE "no compiled module found" TO NR-Note
               END-IF
               PERFORM 500-Add-Reference
           END-IF
           IF Step-Parameters NOT = SPACES
               MOVE '3 Parameters' TO NR-Column
               PERFORM 150-Substitute-Symbols
               PERFORM 426-Reference-Generations
               MOVE 1 TO Parm-Token-Ptr
               PERFORM 425-Reference-One-Token
                   UNTIL Parm-Token-Ptr > 80
           END-IF
           .
       425-Reference-One-Token.
           MOVE SPACES TO Parm-Token
           UNSTRING Step-Parameters DELIMITED BY ',' OR ' ' OR '='
               INTO Parm-Token
               WITH POINTER Parm-Token-Ptr
           END-UNSTRING
           IF Parm-Token NOT = SPACES
               MOVE 0 TO Parm-Token-Dots
               MOVE 0 TO Parm-Token-Stars
               INSPECT Parm-Token TALLYING
                   Parm-Token-Dots FOR ALL '.' ALL '/' ALL '\'
               INSPECT Parm-Token TALLYING
                   Parm-Token-Stars FOR ALL '*'
               MOVE SPACES TO NR-Note
               MOVE Parm-Token TO NR-Name
               EVALUATE TRUE
                   WHEN Parm-Token-Stars > 0
                       MOVE 'PATTERN' TO NR-Kind
                       PERFORM 500-Add-Reference
                   WHEN Parm-Token-Dots = 0
                       CONTINUE
                   WHEN TEST-NUMVAL(TRIM(Parm-Token)) = 0
                       CONTINUE
                   WHEN OTHER
                       MOVE 'FILE' TO NR-Kind
                       PERFORM 500-Add-Reference
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Each &GDG(group,rel) is referenced whole and then blanked,  **
      ** so its comma does not split it into two meaningless tokens  **
      ** (a period right after it is consumed, as GDGCAT does).      **
      *****************************************************************
       426-Reference-Generations.
           PERFORM VARYING Generation-Ptr FROM 1 BY 1
                     UNTIL Generation-Ptr > 76
               IF UPPER-CASE(Step-Parameters (Generation-Ptr:5))
                  = '&GDG('
                   MOVE 0 TO Generation-Ref-Len
                   INSPECT Step-Parameters (Generation-Ptr:)
                       TALLYING Generation-Ref-Len
                       FOR CHARACTERS BEFORE ')'
                   IF Generation-Ptr + Generation-Ref-Len <= 80
                       PERFORM 427-Reference-One-Generation
                   END-IF
               END-IF
           END-PERFORM
           .
       427-Reference-One-Generation.
           ADD 1 TO Generation-Ref-Len
           MOVE Step-Parameters (Generation-Ptr:Generation-Ref-Len)
             TO Generation-Ref-Text
           MOVE SPACES TO Generation-Group
           MOVE SPACES TO Generation-Relative
           UNSTRING Generation-Ref-Text (6:Generation-Ref-Len - 6)
               DELIMITED BY ','
               INTO Generation-Group, Generation-Relative
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(Generation-Group)) TO Generation-Group
           MOVE 'N' TO Generation-Group-Known-Switch
           PERFORM VARYING Generation-Group-Sub FROM 1 BY 1
                     UNTIL Generation-Group-Sub > Generation-Group-Count
               IF GGT-Name (Generation-Group-Sub) = Generation-Group
                   MOVE 'Y' TO Generation-Group-Known-Switch
               END-IF
           END-PERFORM
           MOVE 'GDG' TO NR-Kind
           MOVE Generation-Group TO NR-Name
           MOVE SPACES TO NR-Note
           IF NOT Generation-Group-Known
               MOVE "group not in GDGDEF.DAT" TO NR-Note
           END-IF
           PERFORM 500-Add-Reference
           IF Generation-Group-Known
               INITIALIZE Gdgcat-CB
               MOVE 'R' TO GCB-Function
               MOVE Control-Filename TO GCB-Job-Table
               MOVE Step-Number TO GCB-Step-Number
               MOVE NF-Date TO GCB-Business-Date
               MOVE Generation-Ref-Text TO GCB-Text
               CALL "GDGCAT" USING Gdgcat-CB
               END-CALL
               IF  GCB-Error-Count = 0
               AND GCB-Text NOT = Generation-Ref-Text
                   MOVE 'FILE' TO NR-Kind
                   MOVE GCB-Text TO NR-Name
                   PERFORM 500-Add-Reference
               END-IF
           END-IF
           IF  Generation-Ptr + Generation-Ref-Len <= 80
           AND Step-Parameters (Generation-Ptr + Generation-Ref-Len:1)
               = '.'
               ADD 1 TO Generation-Ref-Len
           END-IF
           MOVE SPACES
             TO Step-Parameters (Generation-Ptr:Generation-Ref-Len)
           .
      *****************************************************************
      ** ROUTETBL.DAT  pattern,jobtable                              **
      *****************************************************************
       430-Walk-Route.
           MOVE 'PATTERN' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Pattern' TO NR-Column
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           MOVE SPACES TO Job-Table-Text
           IF CPB-Field-Count >= 2
               MOVE CPB-Field (2) TO Job-Table-Text
           END-IF
           MOVE '2 Job-Table' TO NR-Column
           PERFORM 120-Reference-Job-Table
           .
      *****************************************************************
      ** SCHEDTBL.DAT  jobtable,hh:mm,frequency                      **
      *****************************************************************
       431-Walk-Schedule.
           MOVE CPB-Field (1) TO Job-Table-Text
           MOVE '1 Job-Table' TO NR-Column
           PERFORM 120-Reference-Job-Table
           .
      *****************************************************************
      ** JOBNET.DAT  jobtable,predecessor,max-rc,deadline            **
      *****************************************************************
       432-Walk-Network.
           MOVE CPB-Field (1) TO Job-Table-Text
           MOVE '1 Job-Table' TO NR-Column
           PERFORM 120-Reference-Job-Table
           MOVE SPACES TO Job-Table-Text
           IF CPB-Field-Count >= 2
               MOVE CPB-Field (2) TO Job-Table-Text
           END-IF
           MOVE '2 Predecessor' TO NR-Column
           PERFORM 120-Reference-Job-Table
           .
      *****************************************************************
      ** OUTDEST.DAT  pattern,destination,command,retries            **
      *****************************************************************
       440-Walk-Out-Destination.
           MOVE 'PATTERN' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Pattern' TO NR-Column
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           IF CPB-Field-Count >= 2
           AND CPB-Field (2) NOT = SPACES
               MOVE 'DEST' TO NR-Kind
               MOVE CPB-Field (2) TO NR-Name
               MOVE '2 Destination' TO NR-Column
               PERFORM 500-Add-Reference
               IF Destination-Count < 100
                   ADD 1 TO Destination-Count
                   MOVE UPPER-CASE(CPB-Field (2))
                     TO DST-Name (Destination-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** ACKRULES.DAT  destination,ack-pattern,deadline-hours        **
      *****************************************************************
       441-Walk-Ack-Rule.
           MOVE 'N' TO Destination-Known-Switch
           PERFORM VARYING Destination-Sub FROM 1 BY 1
                     UNTIL Destination-Sub > Destination-Count
               IF DST-Name (Destination-Sub)
                  = UPPER-CASE(CPB-Field (1))
                   MOVE 'Y' TO Destination-Known-Switch
               END-IF
           END-PERFORM
           MOVE 'DEST' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Destination' TO NR-Column
           MOVE SPACES TO NR-Note
           IF NOT Destination-Known
               MOVE "destination not in OUTDEST.DAT" TO NR-Note
           END-IF
           PERFORM 500-Add-Reference
           IF CPB-Field-Count >= 2
               MOVE 'PATTERN' TO NR-Kind
               MOVE CPB-Field (2) TO NR-Name
               MOVE '2 Ack-Pattern' TO NR-Column
               MOVE SPACES TO NR-Note
               PERFORM 500-Add-Reference
           END-IF
           .
      *****************************************************************
      ** VENDPROF.DAT  vendor,pattern,days,cutoff,contact,calendar,   **
      **               amount,band                                   **
      *****************************************************************
       450-Walk-Vendor-Profile.
           MOVE SPACES TO NR-Note
           IF CPB-Field-Count >= 2
               MOVE 'PATTERN' TO NR-Kind
               MOVE CPB-Field (2) TO NR-Name
               MOVE '2 Pattern' TO NR-Column
               PERFORM 500-Add-Reference
           END-IF
           IF CPB-Field-Count >= 6
           AND CPB-Field (6) NOT = SPACES
               MOVE 'FILE' TO NR-Kind
               MOVE CPB-Field (6) TO NR-Name
               MOVE '6 Calendar' TO NR-Column
               CALL "CBL_CHECK_FILE_EXIST"
                   USING CPB-Field (6)
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "calendar file does not exist" TO NR-Note
               END-IF
               PERFORM 500-Add-Reference
           END-IF
           .
      *****************************************************************
      ** VALPROF.DAT  pattern,rules-file                             **
      *****************************************************************
       451-Walk-Validation-Profile.
           MOVE 'PATTERN' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Pattern' TO NR-Column
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           IF CPB-Field-Count >= 2
           AND CPB-Field (2) NOT = SPACES
               MOVE 'FILE' TO NR-Kind
               MOVE CPB-Field (2) TO NR-Name
               MOVE '2 Rules-File' TO NR-Column
               CALL "CBL_CHECK_FILE_EXIST"
                   USING CPB-Field (2)
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "rules file does not exist" TO NR-Note
               END-IF
               PERFORM 500-Add-Reference
           END-IF
           .
      *****************************************************************
      ** SPOOLDEF.DAT  report-name,retention.  A report is written   **
      ** when a step runs the program of the report's base name      **
      ** (AMPREP.RPT - AMPREP), when a step names the report in its  **
      ** parameters, or - for a producer outside the job tables -    **
      ** when the report is on disk.                                 **
      *****************************************************************
       460-Walk-Spool-Definition.
           MOVE SPACES TO Report-Base-Name
           UNSTRING CPB-Field (1) DELIMITED BY '.'
               INTO Report-Base-Name
           END-UNSTRING
           MOVE 'N' TO Report-Written-Switch
           PERFORM VARYING Reference-Sub FROM 1 BY 1
                     UNTIL Reference-Sub > Reference-Count
               IF  REF-Kind (Reference-Sub) = 'PROGRAM'
               AND REF-Key (Reference-Sub) (9:64)
                   = UPPER-CASE(Report-Base-Name)
                   MOVE 'Y' TO Report-Written-Switch
               END-IF
               IF  REF-Kind (Reference-Sub) = 'FILE'
               AND REF-Column (Reference-Sub) = '3 Parameters'
               AND REF-Key (Reference-Sub) (9:64)
                   = UPPER-CASE(CPB-Field (1))
                   MOVE 'Y' TO Report-Written-Switch
               END-IF
           END-PERFORM
           IF NOT Report-Written
               CALL "CBL_CHECK_FILE_EXIST"
                   USING CPB-Field (1)
                         File-Details
               END-CALL
               IF RETURN-CODE = 0
                   MOVE 'Y' TO Report-Written-Switch
               END-IF
           END-IF
           MOVE 'REPORT' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Report' TO NR-Column
           MOVE SPACES TO NR-Note
           IF NOT Report-Written
               MOVE "no step program writes this report"
                 TO NR-Note
           END-IF
           PERFORM 500-Add-Reference
           IF Spooled-Report-Count < 100
               ADD 1 TO Spooled-Report-Count
               MOVE UPPER-CASE(CPB-Field (1))
                 TO SRP-Name (Spooled-Report-Count)
           END-IF
           .
      *****************************************************************
      ** RPTDIST.DAT  report,recipient,route,target,condition,       **
      **              producer                                       **
      *****************************************************************
       465-Walk-Distribution.
           MOVE 'N' TO Spooled-Report-Known-Switch
           PERFORM VARYING Spooled-Report-Sub FROM 1 BY 1
                     UNTIL Spooled-Report-Sub > Spooled-Report-Count
               IF SRP-Name (Spooled-Report-Sub)
                  = UPPER-CASE(CPB-Field (1))
                   MOVE 'Y' TO Spooled-Report-Known-Switch
               END-IF
           END-PERFORM
           MOVE 'REPORT' TO NR-Kind
           MOVE CPB-Field (1) TO NR-Name
           MOVE '1 Report' TO NR-Column
           MOVE SPACES TO NR-Note
           IF NOT Spooled-Report-Known
               MOVE "report not in SPOOLDEF.DAT" TO NR-Note
           END-IF
           PERFORM 500-Add-Reference
           IF CPB-Field-Count >= 6
           AND CPB-Field (6) NOT = SPACES
               MOVE 'PROGRAM' TO NR-Kind
               MOVE UPPER-CASE(CPB-Field (6) (1:9)) TO NR-Name
               MOVE '6 Producer' TO NR-Column
               MOVE NR-Name TO Step-Module-Name
               PERFORM 520-Find-Module
               MOVE SPACES TO NR-Note
               IF NOT Module-Found
                   MOVE "no compiled module found" TO NR-Note
               END-IF
               PERFORM 500-Add-Reference
           END-IF
           .
      *****************************************************************
      ** SYMBOLS.DAT  name,value - the value is referenced when it   **
      ** looks like a file.                                          **
      *****************************************************************
       470-Walk-Symbol.
           MOVE 'SYMBOL' TO NR-Kind
           MOVE SPACES TO NR-Name
           STRING "&" TRIM(CPB-Field (1))
               DELIMITED BY SIZE INTO NR-Name
           END-STRING
           MOVE '1 Name' TO NR-Column
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           IF CPB-Field-Count >= 2
               MOVE CPB-Field (2) TO Step-Parameters
               MOVE '2 Value' TO NR-Column
               MOVE 1 TO Parm-Token-Ptr
               PERFORM 425-Reference-One-Token
                   UNTIL Parm-Token-Ptr > 80
           END-IF
           .
      *****************************************************************
      ** GDGDEF.DAT  group,base,limit,extension - the base is        **
      ** referenced as a file once its symbols are substituted.      **
      *****************************************************************
       475-Walk-Generation-Group.
           MOVE 'GDG' TO NR-Kind
           MOVE UPPER-CASE(TRIM(CPB-Field (1))) TO NR-Name
           MOVE '1 Group' TO NR-Column
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           IF Generation-Group-Count < 50
               ADD 1 TO Generation-Group-Count
               MOVE UPPER-CASE(TRIM(CPB-Field (1)))
                 TO GGT-Name (Generation-Group-Count)
           END-IF
           IF CPB-Field-Count >= 2
           AND CPB-Field (2) NOT = SPACES
               MOVE CPB-Field (2) TO Step-Parameters
               MOVE '2 Base' TO NR-Column
               PERFORM 150-Substitute-Symbols
               MOVE 'FILE' TO NR-Kind
               MOVE Step-Parameters TO NR-Name
               MOVE SPACES TO NR-Note
               PERFORM 500-Add-Reference
           END-IF
           .
      *****************************************************************
      ** The same longest-match substitution JOBDRV's 114 performs;  **
      ** every symbol substituted is also referenced.                **
      *****************************************************************
       150-Substitute-Symbols.
           MOVE Step-Parameters TO Subst-Input
           MOVE SPACES TO Subst-Output
           IF Subst-Input = SPACES
               MOVE 0 TO Subst-In-Len
           ELSE
               MOVE LENGTH(TRIM(Subst-Input, TRAILING))
                 TO Subst-In-Len
           END-IF
           MOVE 1 TO Subst-In-Ptr
           MOVE 1 TO Subst-Out-Ptr
           MOVE 'N' TO Subst-Overflow-Switch
           PERFORM UNTIL Subst-In-Ptr > Subst-In-Len
               IF Subst-Input (Subst-In-Ptr:1) = '&'
                   PERFORM 151-Match-Longest-Symbol
               ELSE
                   MOVE 0 TO Subst-Best-Sub
               END-IF
               IF Subst-Best-Sub > 0
                   PERFORM 153-Reference-Symbol
                   PERFORM 152-Copy-Symbol-Value
               ELSE
                   IF Subst-Out-Ptr <= 80
                       MOVE Subst-Input (Subst-In-Ptr:1)
                         TO Subst-Output (Subst-Out-Ptr:1)
                       ADD 1 TO Subst-Out-Ptr
                   ELSE
                       MOVE 'Y' TO Subst-Overflow-Switch
                   END-IF
                   ADD 1 TO Subst-In-Ptr
               END-IF
           END-PERFORM
           MOVE Subst-Output TO Step-Parameters
           .
       151-Match-Longest-Symbol.
           MOVE 0 TO Subst-Best-Sub
           MOVE 0 TO Subst-Best-Len
           PERFORM VARYING Symbol-Sub FROM 1 BY 1
                     UNTIL Symbol-Sub > Symbol-Count
               IF  SYM-Name-Len (Symbol-Sub) > Subst-Best-Len
               AND Subst-In-Ptr + SYM-Name-Len (Symbol-Sub) <= 80
                   IF Subst-Input
                        (Subst-In-Ptr + 1:SYM-Name-Len (Symbol-Sub))
                      = SYM-Name (Symbol-Sub)
                            (1:SYM-Name-Len (Symbol-Sub))
                       MOVE Symbol-Sub
                         TO Subst-Best-Sub
                       MOVE SYM-Name-Len (Symbol-Sub)
                         TO Subst-Best-Len
                   END-IF
               END-IF
           END-PERFORM
           .
       152-Copy-Symbol-Value.
           IF SYM-Value-Len (Subst-Best-Sub) > 0
               IF Subst-Out-Ptr + SYM-Value-Len (Subst-Best-Sub) - 1
                      <= 80
                   MOVE SYM-Value (Subst-Best-Sub)
                          (1:SYM-Value-Len (Subst-Best-Sub))
                     TO Subst-Output (Subst-Out-Ptr:
                          SYM-Value-Len (Subst-Best-Sub))
                   ADD SYM-Value-Len (Subst-Best-Sub)
                     TO Subst-Out-Ptr
               ELSE
                   MOVE 'Y' TO Subst-Overflow-Switch
               END-IF
           END-IF
           COMPUTE Subst-In-Ptr =
               Subst-In-Ptr + 1 + Subst-Best-Len
           IF Subst-In-Ptr <= 80
           AND Subst-Input (Subst-In-Ptr:1) = '.'
               ADD 1 TO Subst-In-Ptr
           END-IF
           .
       153-Reference-Symbol.
           MOVE 'SYMBOL' TO NR-Kind
           MOVE SPACES TO NR-Name
           STRING "&" SYM-Name (Subst-Best-Sub)
                        (1:SYM-Name-Len (Subst-Best-Sub))
               DELIMITED BY SIZE INTO NR-Name
           END-STRING
           MOVE SPACES TO NR-Note
           PERFORM 500-Add-Reference
           .
      *****************************************************************
      ** Add one reference (NR-...) in kind/name order, after any    **
      ** already held for the same name - unless a name argument was **
      ** given and this reference does not match it.                 **
      *****************************************************************
       500-Add-Reference.
           IF NR-Name NOT = SPACES
               PERFORM 510-Apply-Filter
               IF Filter-Match-Switch = 'Y'
                   IF Reference-Count < 1000
                       PERFORM 505-Insert-Reference
                   ELSE
                       ADD 1 TO References-Dropped
                   END-IF
               END-IF
           END-IF
           .
       505-Insert-Reference.
           MOVE NR-Kind TO NR-Key (1:8)
           MOVE UPPER-CASE(NR-Name) TO NR-Key (9:64)
           MOVE Reference-Count TO Reference-Sub
           MOVE 'N' TO Insert-Point-Switch
           PERFORM UNTIL Insert-Point-Found
               IF Reference-Sub = 0
                   MOVE 'Y' TO Insert-Point-Switch
               ELSE
                   IF REF-Key (Reference-Sub) > NR-Key
                       MOVE REF-Entry (Reference-Sub)
                         TO REF-Entry (Reference-Sub + 1)
                       SUBTRACT 1 FROM Reference-Sub
                   ELSE
                       MOVE 'Y' TO Insert-Point-Switch
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO Reference-Sub
           MOVE New-Reference TO REF-Entry (Reference-Sub)
           ADD 1 TO Reference-Count
           IF NR-Note NOT = SPACES
               ADD 1 TO Dangling-Count
           END-IF
           .
       510-Apply-Filter.
           MOVE 'Y' TO Filter-Match-Switch
           IF Filter-Text NOT = SPACES
               MOVE UPPER-CASE(NR-Name) TO Match-Name-Text
               CALL "MATCHPAT"
                   USING Filter-Text, Match-Name-Text,
                         Filter-Match-Switch
               END-CALL
               IF  Filter-Match-Switch NOT = 'Y'
               AND NR-Kind = 'PATTERN'
                   CALL "MATCHPAT"
                       USING Match-Name-Text, Filter-Text,
                             Filter-Match-Switch
                   END-CALL
               END-IF
           END-IF
           .
      *****************************************************************
      ** Is there a compiled module for Step-Module-Name in the      **
      ** working directory or along COB_LIBRARY_PATH (';'-separated, **
      ** or ':'-separated when it holds no ';' and starts with '/')? **
      *****************************************************************
       520-Find-Module.
           MOVE 'N' TO Module-Found-Switch
           IF Step-Module-Name (1:4) = 'CBL_'
           OR Step-Module-Name (1:2) = 'C$'
           OR Step-Module-Name = 'SYSTEM'
               MOVE 'Y' TO Module-Found-Switch
           ELSE
               MOVE SPACES TO Library-Dir
               PERFORM 525-Check-One-Directory
               MOVE SPACES TO Library-Path
               ACCEPT Library-Path
                   FROM ENVIRONMENT "COB_LIBRARY_PATH"
               END-ACCEPT
               IF Library-Path = SPACES OR LOW-VALUES
                   MOVE 0 TO Library-Path-Len
               ELSE
                   MOVE LENGTH(TRIM(Library-Path, TRAILING))
                     TO Library-Path-Len
               END-IF
               MOVE 0 TO Library-Path-Semis
               INSPECT Library-Path TALLYING
                   Library-Path-Semis FOR ALL ';'
               MOVE ';' TO Library-Delimiter
               IF  Library-Path-Semis = 0
               AND Library-Path (1:1) = '/'
                   MOVE ':' TO Library-Delimiter
               END-IF
               MOVE 1 TO Library-Path-Ptr
               PERFORM UNTIL Module-Found
                          OR Library-Path-Ptr > Library-Path-Len
                   MOVE SPACES TO Library-Dir
                   UNSTRING Library-Path
                       DELIMITED BY Library-Delimiter
                       INTO Library-Dir
                       WITH POINTER Library-Path-Ptr
                   END-UNSTRING
                   IF Library-Dir NOT = SPACES
                       PERFORM 525-Check-One-Directory
                   END-IF
               END-PERFORM
           END-IF
           .
       525-Check-One-Directory.
           MOVE SPACES TO Module-Filename
           IF Library-Dir = SPACES
               STRING TRIM(Step-Module-Name, TRAILING) ".dll"
                   DELIMITED BY SIZE INTO Module-Filename
               END-STRING
           ELSE
               STRING TRIM(Library-Dir, TRAILING) "/"
                      TRIM(Step-Module-Name, TRAILING) ".dll"
                   DELIMITED BY SIZE INTO Module-Filename
               END-STRING
           END-IF
           CALL "CBL_CHECK_FILE_EXIST"
               USING Module-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'Y' TO Module-Found-Switch
           ELSE
               MOVE SPACES TO Module-Filename
               IF Library-Dir = SPACES
                   STRING TRIM(Step-Module-Name, TRAILING) ".so"
                       DELIMITED BY SIZE INTO Module-Filename
                   END-STRING
               ELSE
                   STRING TRIM(Library-Dir, TRAILING) "/"
                          TRIM(Step-Module-Name, TRAILING) ".so"
                       DELIMITED BY SIZE INTO Module-Filename
                   END-STRING
               END-IF
               CALL "CBL_CHECK_FILE_EXIST"
                   USING Module-Filename
                         File-Details
               END-CALL
               IF RETURN-CODE = 0
                   MOVE 'Y' TO Module-Found-Switch
               END-IF
           END-IF
           .
      *****************************************************************
      ** The cross-reference proper (a name is printed only on its   **
      ** first line), the totals, then the dangling references again **
      ** so the weekly reader need not hunt for them.                **
      *****************************************************************
       700-Report-References.
           MOVE Xref-Heading-Line TO Report-Line
           PERFORM 990-Write-Report-Line
           MOVE ALL '-' TO Report-Line
           PERFORM 990-Write-Report-Line
           MOVE SPACES TO Previous-Key
           MOVE 0 TO Distinct-Names
           PERFORM VARYING Reference-Sub FROM 1 BY 1
                     UNTIL Reference-Sub > Reference-Count
               PERFORM 710-Report-One-Reference
           END-PERFORM
           IF Reference-Count = 0
               MOVE "No references found" TO Report-Line
               PERFORM 990-Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 990-Write-Report-Line
           MOVE SPACES TO Report-Line
           STRING "References: " Reference-Count
                  "   Names: " Distinct-Names
                  "   Job tables named: " Job-Table-Count
                  "   Dangling: " Dangling-Count
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 990-Write-Report-Line
           IF References-Dropped > 0
               MOVE SPACES TO Report-Line
               STRING "*** " References-Dropped
                      " references beyond the 1000 the report holds"
                      " were not listed - narrow it with a name"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 990-Write-Report-Line
           END-IF
           IF Dangling-Count > 0
               MOVE SPACES TO Report-Line
               PERFORM 990-Write-Report-Line
               MOVE "DANGLING REFERENCES" TO Report-Line
               PERFORM 990-Write-Report-Line
               MOVE ALL '-' TO Report-Line
               PERFORM 990-Write-Report-Line
               PERFORM VARYING Reference-Sub FROM 1 BY 1
                         UNTIL Reference-Sub > Reference-Count
                   IF REF-Note (Reference-Sub) NOT = SPACES
                       PERFORM 720-Format-Reference
                       MOVE Xref-Detail-Line TO Report-Line
                       PERFORM 990-Write-Report-Line
                   END-IF
               END-PERFORM
           END-IF
           .
       710-Report-One-Reference.
           PERFORM 720-Format-Reference
           IF REF-Key (Reference-Sub) = Previous-Key
               MOVE SPACES TO XL-Kind
               MOVE SPACES TO XL-Name
           ELSE
               ADD 1 TO Distinct-Names
               MOVE REF-Key (Reference-Sub) TO Previous-Key
           END-IF
           MOVE Xref-Detail-Line TO Report-Line
           PERFORM 990-Write-Report-Line
           .
       720-Format-Reference.
           MOVE REF-Kind (Reference-Sub)   TO XL-Kind
           MOVE REF-Name (Reference-Sub)   TO XL-Name
           MOVE REF-Table (Reference-Sub)  TO XL-Table
           MOVE REF-Where (Reference-Sub)  TO XL-Where
           MOVE REF-Column (Reference-Sub) TO XL-Column
           MOVE REF-Note (Reference-Sub)   TO XL-Note
           .
       990-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
