       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GDGCAT.
      *****************************************************************
      ** This subroutine keeps the shop's generation data groups -   **
      ** mainframe-style numbered generations of a job-step data     **
      ** file, so a night's extract is no longer overwritten by the  **
      ** next night's and a bad night can be rerun from its own      **
      ** input:                                                      **
      **                                                             **
      ** CALL "GDGCAT" USING <gdgcat-cb>                             **
      **                                                             **
      ** (see GDGCATcb.cpy).  Each group is defined by one comma-    **
      ** separated line of "GDGDEF.DAT":                             **
      **                                                             **
      **   group,base,limit[,extension]                              **
      **                                                             **
      **   group      the name the job tables use, e.g. DAILY        **
      **   base       the path every generation's name starts with,  **
      **              e.g. &TEMP/DAILY (&TEMP is resolved the way    **
      **              STREAMIO resolves it)                          **
      **   limit      how many generations to keep (default 7)       **
      **   extension  appended to every generation's name, e.g. .DAT **
      **                                                             **
      ** A generation is named <base>-<yyyymmdd>-G<nnnn><extension>, **
      ** the date being the business date of the run that created    **
      ** it - &TEMP/DAILY,7,.DAT gives /tmp/DAILY-20261015-G0012.DAT **
      ** for generation 12.  Cataloged generations are listed in     **
      ** "GDGCAT.DAT", one line each:                                **
      **                                                             **
      **   group,generation,filename,cataloged,job-table,step        **
      **                                                             **
      ** In a step's parameters, &GDG(group,+1) names a NEW          **
      ** generation (one past the newest), &GDG(group,0) the newest  **
      ** cataloged one and &GDG(group,-1), -2 ... those before it.   **
      ** As with symbols, a period right after the closing          **
      ** parenthesis is consumed.  A new generation is cataloged     **
      ** ONLY when its step ends cleanly, so a failed producer never **
      ** becomes generation 0; until then it is held as PENDING in   **
      ** the job table's pending file (JOBDRV.GDP for JOBSTEPS.DAT,  **
      ** <table>.GDP for any other table, beside its restart file),  **
      ** and a restart of the step reuses the pending name instead   **
      ** of creating another generation.  Relative numbers are taken **
      ** as each step starts, so a step after the producer in the    **
      ** same run sees the new generation as 0.  Generations beyond  **
      ** the group's limit are rolled off, oldest first, deleting    **
      ** the file through STREAMIO.  Cataloging and roll-off are     **
      ** recorded to the audit trail.                                **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1057 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Definition-File ASSIGN TO "GDGDEF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Catalog-File ASSIGN TO "GDGCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT New-Catalog-File ASSIGN TO "GDGCAT.NEW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Pending-File ASSIGN TO Pending-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Definition-File.
       01  Definition-Record              PIC X(200).
       FD  Catalog-File.
       01  Catalog-Record                 PIC X(250).
       FD  New-Catalog-File.
       01  New-Catalog-Record             PIC X(250).
       FD  Pending-File.
       01  Pending-Record                 PIC X(200).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

       COPY STREAMIOcb.

       COPY SHOPPARMrec.

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

       01  Pending-Filename               PIC X(64).
       01  Table-Base-Name                PIC X(60).

       01  File-EOF-Switch                PIC X.
           88 File-EOF                    VALUE 'Y'.

       01  Definition-Table.
           05 Definition-Entry            OCCURS 50 TIMES.
              10 DEF-Group                PIC X(16).
              10 DEF-Base                 PIC X(80).
              10 DEF-Limit                PIC 9(3).
              10 DEF-Extension            PIC X(16).
       01  Definition-Count               PIC 9(2) VALUE 0.
       01  Definition-Sub                 PIC 9(2).

      *> a catalog or pending entry is dropped by blanking its group
       01  Catalog-Table.
           05 Catalog-Entry               OCCURS 500 TIMES.
              10 CAT-Group                PIC X(16).
              10 CAT-Generation           PIC 9(4).
              10 CAT-Filename             PIC X(80).
              10 CAT-Cataloged            PIC X(19).
              10 CAT-Job-Table            PIC X(64).
              10 CAT-Step                 PIC 9(3).
       01  Catalog-Count                  PIC 9(3) VALUE 0.
       01  Catalog-Sub                    PIC 9(3).

       01  Pending-Table.
           05 Pending-Entry               OCCURS 100 TIMES.
              10 PND-Step                 PIC 9(3).
              10 PND-Group                PIC X(16).
              10 PND-Generation           PIC 9(4).
              10 PND-Filename             PIC X(80).
       01  Pending-Count                  PIC 9(3) VALUE 0.
       01  Pending-Sub                    PIC 9(3).
       01  Pending-Live-Count             PIC 9(3).

      *> the new generations named by the last resolve, for the
      *> hold (or, in a dry run, the plan) that follows it
       01  Resolved-New-Table.
           05 Resolved-New-Entry          OCCURS 10 TIMES.
              10 RN-Group                 PIC X(16).
              10 RN-Generation            PIC 9(4).
              10 RN-Filename              PIC X(80).
       01  Resolved-New-Count             PIC 9(2) VALUE 0.
       01  Resolved-New-Sub               PIC 9(2).
       01  Resolved-Step                  PIC 9(3) VALUE 0.
       01  Resolved-Job-Table             PIC X(64) VALUE SPACES.

      *> generations a dry run has assumed cataloged - kept from
      *> call to call for the rest of the plan
       01  Planned-Table.
           05 Planned-Entry               OCCURS 200 TIMES.
              10 PLN-Group                PIC X(16).
              10 PLN-Generation           PIC 9(4).
              10 PLN-Filename             PIC X(80).
       01  Planned-Count                  PIC 9(3) VALUE 0.
       01  Planned-Sub                    PIC 9(3).

       01  Resolve-Input                  PIC X(80).
       01  Resolve-Output                 PIC X(80).
       01  Resolve-In-Ptr                 USAGE BINARY-LONG.
       01  Resolve-In-Len                 USAGE BINARY-LONG.
       01  Resolve-Out-Ptr                USAGE BINARY-LONG.
       01  Close-Ptr                      USAGE BINARY-LONG.
       01  Reference-Text                 PIC X(40).
       01  Reference-Group                PIC X(16).
       01  Reference-Relative             PIC X(8).
       01  Back-Count                     USAGE BINARY-LONG.
       01  Back-Sub                       USAGE BINARY-LONG.
       01  Reference-Resolved-Switch      PIC X.
           88 Reference-Resolved          VALUE 'Y'.

       01  Generation-Ceiling             PIC 9(5).
       01  Generation-Best                PIC 9(4).
       01  Generation-Number              PIC 9(4).
       01  Generation-Filename            PIC X(80).
       01  Generation-Name-Len            USAGE BINARY-LONG.

       01  Roll-Group                     PIC X(16).
       01  Roll-Limit                     PIC 9(3).
       01  Roll-Live-Count                PIC 9(3).
       01  Roll-Oldest-Sub                PIC 9(3).

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
       01  Now-Timestamp                  PIC X(19).

       01  Output-Line                    PIC X(250).

       01  Audit-Source                   PIC X(8) VALUE 'GDGCAT'.
       01  Audit-Detail-Text              PIC X(150).
       01  Zero-Return-Code               USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       COPY GDGCATcb.

       PROCEDURE DIVISION USING Gdgcat-CB.
       000-GDGCAT.
           MOVE 0 TO GCB-Cataloged-Count
           MOVE 0 TO GCB-Rolled-Off-Count
           PERFORM 010-Name-Pending-File
           EVALUATE TRUE
               WHEN Gdgcat-FUNC-RESOLVE
                   PERFORM 100-Resolve-Text
               WHEN Gdgcat-FUNC-HOLD
                   PERFORM 200-Hold-New-Generations
               WHEN Gdgcat-FUNC-CATALOG
                   PERFORM 300-Catalog-Step
               WHEN Gdgcat-FUNC-DROP
                   PERFORM 400-Drop-Step
               WHEN Gdgcat-FUNC-PLAN
                   PERFORM 500-Plan-New-Generations
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
      *****************************************************************
      ** The pending file sits beside the table's restart file.      **
      *****************************************************************
       010-Name-Pending-File.
           IF GCB-Job-Table = SPACES
           OR UPPER-CASE(GCB-Job-Table) = "JOBSTEPS.DAT"
               MOVE "JOBDRV.GDP" TO Pending-Filename
           ELSE
               MOVE SPACES TO Table-Base-Name
               UNSTRING GCB-Job-Table DELIMITED BY '.'
                   INTO Table-Base-Name
               END-UNSTRING
               MOVE SPACES TO Pending-Filename
               STRING TRIM(Table-Base-Name, TRAILING) ".GDP"
                   DELIMITED BY SIZE INTO Pending-Filename
               END-STRING
           END-IF
           .
       020-Load-Definitions.
           MOVE 0 TO Definition-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "GDGDEF.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               PERFORM 025-Identify-TEMP
               OPEN INPUT Definition-File
               MOVE 'N' TO File-EOF-Switch
               PERFORM 021-Load-One-Definition
                   UNTIL File-EOF
               CLOSE Definition-File
           END-IF
           .
       021-Load-One-Definition.
           READ Definition-File
               AT END
                   MOVE 'Y' TO File-EOF-Switch
           END-READ
           IF NOT File-EOF
           AND Definition-Record NOT = SPACES
           AND Definition-Count < 50
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Definition-Record
               END-CALL
               ADD 1 TO Definition-Count
               MOVE UPPER-CASE(TRIM(CPB-Field (1)))
                 TO DEF-Group (Definition-Count)
               MOVE CPB-Field (2) TO DEF-Base (Definition-Count)
               IF DEF-Base (Definition-Count) (1:5) = '&TEMP'
                   MOVE SPACES TO DEF-Base (Definition-Count)
                   STRING TRIM(Env-TEMP, TRAILING)
                          CPB-Field (2) (6:75)
                       DELIMITED BY SIZE
                       INTO DEF-Base (Definition-Count)
                   END-STRING
               END-IF
               MOVE 7 TO DEF-Limit (Definition-Count)
               IF CPB-Field-Count >= 3
               AND CPB-Field (3) NOT = SPACES
                   IF TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                       IF NUMVAL(CPB-Field (3)) > 0
                           MOVE NUMVAL(CPB-Field (3))
                             TO DEF-Limit (Definition-Count)
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO DEF-Extension (Definition-Count)
               IF CPB-Field-Count >= 4
                   MOVE CPB-Field (4) (1:16)
                     TO DEF-Extension (Definition-Count)
               END-IF
           END-IF
           .
       025-Identify-TEMP.
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
       030-Load-Catalog.
           MOVE 0 TO Catalog-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "GDGCAT.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Catalog-File
               MOVE 'N' TO File-EOF-Switch
               PERFORM 031-Load-One-Generation
                   UNTIL File-EOF
               CLOSE Catalog-File
           END-IF
           .
       031-Load-One-Generation.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO File-EOF-Switch
           END-READ
           IF NOT File-EOF
           AND Catalog-Record NOT = SPACES
           AND Catalog-Count < 500
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Catalog-Record
               END-CALL
               IF  CPB-Field-Count >= 3
               AND TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                   ADD 1 TO Catalog-Count
                   MOVE UPPER-CASE(TRIM(CPB-Field (1)))
                     TO CAT-Group (Catalog-Count)
                   MOVE NUMVAL(CPB-Field (2))
                     TO CAT-Generation (Catalog-Count)
                   MOVE CPB-Field (3) TO CAT-Filename (Catalog-Count)
                   MOVE CPB-Field (4) (1:19)
                     TO CAT-Cataloged (Catalog-Count)
                   MOVE CPB-Field (5) (1:64)
                     TO CAT-Job-Table (Catalog-Count)
                   MOVE 0 TO CAT-Step (Catalog-Count)
                   IF TEST-NUMVAL(TRIM(CPB-Field (6))) = 0
                       MOVE NUMVAL(CPB-Field (6))
                         TO CAT-Step (Catalog-Count)
                   END-IF
               END-IF
           END-IF
           .
       040-Load-Pending.
           MOVE 0 TO Pending-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING Pending-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Pending-File
               MOVE 'N' TO File-EOF-Switch
               PERFORM 041-Load-One-Pending
                   UNTIL File-EOF
               CLOSE Pending-File
           END-IF
           .
       041-Load-One-Pending.
           READ Pending-File
               AT END
                   MOVE 'Y' TO File-EOF-Switch
           END-READ
           IF NOT File-EOF
           AND Pending-Record NOT = SPACES
           AND Pending-Count < 100
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Pending-Record
               END-CALL
               IF  CPB-Field-Count >= 4
               AND TEST-NUMVAL(TRIM(CPB-Field (1))) = 0
               AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                   ADD 1 TO Pending-Count
                   MOVE NUMVAL(CPB-Field (1))
                     TO PND-Step (Pending-Count)
                   MOVE UPPER-CASE(TRIM(CPB-Field (2)))
                     TO PND-Group (Pending-Count)
                   MOVE NUMVAL(CPB-Field (3))
                     TO PND-Generation (Pending-Count)
                   MOVE CPB-Field (4) TO PND-Filename (Pending-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** Replace every &GDG(group,rel) in GCB-Text.  A reference      **
      ** that cannot be resolved is copied through unchanged and     **
      ** reported in GCB-Error-Count/-Text.                          **
      *****************************************************************
       100-Resolve-Text.
           MOVE 0 TO GCB-New-Count
           MOVE 0 TO GCB-Error-Count
           MOVE SPACES TO GCB-Error-Text
           MOVE 'N' TO GCB-Overflow-Switch
           MOVE 0 TO Resolved-New-Count
           MOVE GCB-Step-Number TO Resolved-Step
           MOVE GCB-Job-Table TO Resolved-Job-Table
           PERFORM 020-Load-Definitions
           PERFORM 030-Load-Catalog
           PERFORM 040-Load-Pending
           MOVE GCB-Text TO Resolve-Input
           MOVE SPACES TO Resolve-Output
           IF Resolve-Input = SPACES
               MOVE 0 TO Resolve-In-Len
           ELSE
               MOVE LENGTH(TRIM(Resolve-Input, TRAILING))
                 TO Resolve-In-Len
           END-IF
           MOVE 1 TO Resolve-In-Ptr
           MOVE 1 TO Resolve-Out-Ptr
           PERFORM UNTIL Resolve-In-Ptr > Resolve-In-Len
               MOVE 'N' TO Reference-Resolved-Switch
               IF  Resolve-In-Ptr + 4 <= Resolve-In-Len
               AND UPPER-CASE(Resolve-Input (Resolve-In-Ptr:5))
                   = '&GDG('
                   PERFORM 110-Resolve-One-Reference
               END-IF
               IF Reference-Resolved
                   PERFORM 120-Copy-Generation-Name
               ELSE
                   IF Resolve-Out-Ptr <= 80
                       MOVE Resolve-Input (Resolve-In-Ptr:1)
                         TO Resolve-Output (Resolve-Out-Ptr:1)
                       ADD 1 TO Resolve-Out-Ptr
                   ELSE
                       MOVE 'Y' TO GCB-Overflow-Switch
                   END-IF
                   ADD 1 TO Resolve-In-Ptr
               END-IF
           END-PERFORM
           MOVE Resolve-Output TO GCB-Text
           MOVE Resolved-New-Count TO GCB-New-Count
           .
       110-Resolve-One-Reference.
           COMPUTE Close-Ptr = Resolve-In-Ptr + 5
           PERFORM UNTIL Close-Ptr > Resolve-In-Len
                      OR Resolve-Input (Close-Ptr:1) = ')'
               ADD 1 TO Close-Ptr
           END-PERFORM
           MOVE SPACES TO Reference-Group
           MOVE SPACES TO Reference-Relative
           IF  Close-Ptr <= Resolve-In-Len
           AND Close-Ptr > Resolve-In-Ptr + 5
           AND Close-Ptr - Resolve-In-Ptr - 5 <= 40
               MOVE SPACES TO Reference-Text
               MOVE Resolve-Input (Resolve-In-Ptr + 5:
                                   Close-Ptr - Resolve-In-Ptr - 5)
                 TO Reference-Text
               UNSTRING Reference-Text DELIMITED BY ','
                   INTO Reference-Group, Reference-Relative
               END-UNSTRING
               MOVE UPPER-CASE(TRIM(Reference-Group))
                 TO Reference-Group
               MOVE TRIM(Reference-Relative) TO Reference-Relative
           END-IF
           MOVE 0 TO Definition-Sub
           IF Reference-Group NOT = SPACES
               PERFORM VARYING Back-Sub FROM 1 BY 1
                         UNTIL Back-Sub > Definition-Count
                   IF DEF-Group (Back-Sub) = Reference-Group
                       MOVE Back-Sub TO Definition-Sub
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN Reference-Group = SPACES
                   MOVE "malformed &GDG( reference - expected "
                      & "&GDG(group,rel)" TO GCB-Error-Text
                   ADD 1 TO GCB-Error-Count
               WHEN Definition-Sub = 0
                   MOVE SPACES TO GCB-Error-Text
                   STRING "GDG group " TRIM(Reference-Group)
                          " is not defined in GDGDEF.DAT"
                       DELIMITED BY SIZE INTO GCB-Error-Text
                   END-STRING
                   ADD 1 TO GCB-Error-Count
               WHEN Reference-Relative = '+1'
                   PERFORM 130-Resolve-New-Generation
                   MOVE 'Y' TO Reference-Resolved-Switch
               WHEN Reference-Relative = SPACES
                   PERFORM 190-Bad-Relative-Number
               WHEN TEST-NUMVAL(TRIM(Reference-Relative)) NOT = 0
                   PERFORM 190-Bad-Relative-Number
               WHEN NUMVAL(Reference-Relative) > 0
               OR   NUMVAL(Reference-Relative)
                    NOT = INTEGER(NUMVAL(Reference-Relative))
                   PERFORM 190-Bad-Relative-Number
               WHEN OTHER
                   COMPUTE Back-Count =
                       0 - NUMVAL(Reference-Relative)
                   PERFORM 140-Resolve-Old-Generation
           END-EVALUATE
           .
      *****************************************************************
      ** +1: the generation already chosen for this step (earlier in **
      ** the same parameters, or pending from a run that failed), or **
      ** one past the newest cataloged, pending or planned.          **
      *****************************************************************
       130-Resolve-New-Generation.
           MOVE SPACES TO Generation-Filename
           PERFORM VARYING Resolved-New-Sub FROM 1 BY 1
                     UNTIL Resolved-New-Sub > Resolved-New-Count
               IF RN-Group (Resolved-New-Sub) = Reference-Group
                   MOVE RN-Filename (Resolved-New-Sub)
                     TO Generation-Filename
               END-IF
           END-PERFORM
           IF Generation-Filename = SPACES
               MOVE 0 TO Generation-Number
               PERFORM VARYING Pending-Sub FROM 1 BY 1
                         UNTIL Pending-Sub > Pending-Count
                   IF  PND-Step (Pending-Sub) = GCB-Step-Number
                   AND PND-Group (Pending-Sub) = Reference-Group
                       MOVE PND-Generation (Pending-Sub)
                         TO Generation-Number
                       MOVE PND-Filename (Pending-Sub)
                         TO Generation-Filename
                   END-IF
               END-PERFORM
               IF Generation-Filename = SPACES
                   PERFORM 135-Name-Next-Generation
               END-IF
               IF Resolved-New-Count < 10
                   ADD 1 TO Resolved-New-Count
                   MOVE Reference-Group
                     TO RN-Group (Resolved-New-Count)
                   MOVE Generation-Number
                     TO RN-Generation (Resolved-New-Count)
                   MOVE Generation-Filename
                     TO RN-Filename (Resolved-New-Count)
               END-IF
           END-IF
           .
       135-Name-Next-Generation.
           MOVE 0 TO Generation-Best
           PERFORM VARYING Catalog-Sub FROM 1 BY 1
                     UNTIL Catalog-Sub > Catalog-Count
               IF  CAT-Group (Catalog-Sub) = Reference-Group
               AND CAT-Generation (Catalog-Sub) > Generation-Best
                   MOVE CAT-Generation (Catalog-Sub)
                     TO Generation-Best
               END-IF
           END-PERFORM
           PERFORM VARYING Pending-Sub FROM 1 BY 1
                     UNTIL Pending-Sub > Pending-Count
               IF  PND-Group (Pending-Sub) = Reference-Group
               AND PND-Generation (Pending-Sub) > Generation-Best
                   MOVE PND-Generation (Pending-Sub)
                     TO Generation-Best
               END-IF
           END-PERFORM
           PERFORM VARYING Planned-Sub FROM 1 BY 1
                     UNTIL Planned-Sub > Planned-Count
               IF  PLN-Group (Planned-Sub) = Reference-Group
               AND PLN-Generation (Planned-Sub) > Generation-Best
                   MOVE PLN-Generation (Planned-Sub)
                     TO Generation-Best
               END-IF
           END-PERFORM
           IF Generation-Best >= 9999
               MOVE 1 TO Generation-Number
           ELSE
               COMPUTE Generation-Number = Generation-Best + 1
           END-IF
           MOVE SPACES TO Generation-Filename
           STRING TRIM(DEF-Base (Definition-Sub), TRAILING)
                  "-" GCB-Business-Date "-G" Generation-Number
                  TRIM(DEF-Extension (Definition-Sub), TRAILING)
               DELIMITED BY SIZE INTO Generation-Filename
           END-STRING
           .
      *****************************************************************
      ** 0, -1, -2 ...: walk down from the newest cataloged (or, in  **
      ** a dry run, planned) generation.                             **
      *****************************************************************
       140-Resolve-Old-Generation.
           MOVE 10000 TO Generation-Ceiling
           MOVE SPACES TO Generation-Filename
           MOVE 'Y' TO Reference-Resolved-Switch
           PERFORM VARYING Back-Sub FROM 0 BY 1
                     UNTIL Back-Sub > Back-Count
                        OR NOT Reference-Resolved
               MOVE 0 TO Generation-Best
               PERFORM VARYING Catalog-Sub FROM 1 BY 1
                         UNTIL Catalog-Sub > Catalog-Count
                   IF  CAT-Group (Catalog-Sub) = Reference-Group
                   AND CAT-Generation (Catalog-Sub) > Generation-Best
                   AND CAT-Generation (Catalog-Sub)
                       < Generation-Ceiling
                       MOVE CAT-Generation (Catalog-Sub)
                         TO Generation-Best
                       MOVE CAT-Filename (Catalog-Sub)
                         TO Generation-Filename
                   END-IF
               END-PERFORM
               PERFORM VARYING Planned-Sub FROM 1 BY 1
                         UNTIL Planned-Sub > Planned-Count
                   IF  PLN-Group (Planned-Sub) = Reference-Group
                   AND PLN-Generation (Planned-Sub) > Generation-Best
                   AND PLN-Generation (Planned-Sub)
                       < Generation-Ceiling
                       MOVE PLN-Generation (Planned-Sub)
                         TO Generation-Best
                       MOVE PLN-Filename (Planned-Sub)
                         TO Generation-Filename
                   END-IF
               END-PERFORM
               IF Generation-Best = 0
                   MOVE 'N' TO Reference-Resolved-Switch
               ELSE
                   MOVE Generation-Best TO Generation-Ceiling
               END-IF
           END-PERFORM
           IF NOT Reference-Resolved
               MOVE SPACES TO GCB-Error-Text
               STRING "no generation " TRIM(Reference-Relative)
                      " of GDG group " TRIM(Reference-Group)
                      " is cataloged"
                   DELIMITED BY SIZE INTO GCB-Error-Text
               END-STRING
               ADD 1 TO GCB-Error-Count
           END-IF
           .
       120-Copy-Generation-Name.
           MOVE LENGTH(TRIM(Generation-Filename, TRAILING))
             TO Generation-Name-Len
           IF Resolve-Out-Ptr + Generation-Name-Len - 1 <= 80
               MOVE Generation-Filename (1:Generation-Name-Len)
                 TO Resolve-Output (Resolve-Out-Ptr:
                                    Generation-Name-Len)
               ADD Generation-Name-Len TO Resolve-Out-Ptr
           ELSE
               MOVE 'Y' TO GCB-Overflow-Switch
           END-IF
           COMPUTE Resolve-In-Ptr = Close-Ptr + 1
           IF Resolve-In-Ptr <= 80
           AND Resolve-Input (Resolve-In-Ptr:1) = '.'
               ADD 1 TO Resolve-In-Ptr
           END-IF
           .
       190-Bad-Relative-Number.
           MOVE SPACES TO GCB-Error-Text
           STRING "relative generation '" TRIM(Reference-Relative)
                  "' of GDG group " TRIM(Reference-Group)
                  " must be +1, 0 or negative"
               DELIMITED BY SIZE INTO GCB-Error-Text
           END-STRING
           ADD 1 TO GCB-Error-Count
           .
      *****************************************************************
      ** Record the last resolve's new generations as pending for    **
      ** the step, unless they already are (a restart).              **
      *****************************************************************
       200-Hold-New-Generations.
           IF  Resolved-New-Count > 0
           AND Resolved-Step = GCB-Step-Number
           AND Resolved-Job-Table = GCB-Job-Table
               PERFORM 040-Load-Pending
               PERFORM VARYING Resolved-New-Sub FROM 1 BY 1
                         UNTIL Resolved-New-Sub > Resolved-New-Count
                   MOVE 'N' TO Reference-Resolved-Switch
                   PERFORM VARYING Pending-Sub FROM 1 BY 1
                             UNTIL Pending-Sub > Pending-Count
                       IF  PND-Step (Pending-Sub) = GCB-Step-Number
                       AND PND-Group (Pending-Sub)
                           = RN-Group (Resolved-New-Sub)
                           MOVE 'Y' TO Reference-Resolved-Switch
                       END-IF
                   END-PERFORM
                   IF  NOT Reference-Resolved
                   AND Pending-Count < 100
                       ADD 1 TO Pending-Count
                       MOVE GCB-Step-Number
                         TO PND-Step (Pending-Count)
                       MOVE RN-Group (Resolved-New-Sub)
                         TO PND-Group (Pending-Count)
                       MOVE RN-Generation (Resolved-New-Sub)
                         TO PND-Generation (Pending-Count)
                       MOVE RN-Filename (Resolved-New-Sub)
                         TO PND-Filename (Pending-Count)
                   END-IF
               END-PERFORM
               PERFORM 210-Write-Pending
           END-IF
           .
       210-Write-Pending.
           MOVE 0 TO Pending-Live-Count
           PERFORM VARYING Pending-Sub FROM 1 BY 1
                     UNTIL Pending-Sub > Pending-Count
               IF PND-Group (Pending-Sub) NOT = SPACES
                   ADD 1 TO Pending-Live-Count
               END-IF
           END-PERFORM
           IF Pending-Live-Count = 0
               CALL "CBL_DELETE_FILE"
                   USING TRIM(Pending-Filename, TRAILING)
               END-CALL
           ELSE
               OPEN OUTPUT Pending-File
               PERFORM VARYING Pending-Sub FROM 1 BY 1
                         UNTIL Pending-Sub > Pending-Count
                   IF PND-Group (Pending-Sub) NOT = SPACES
                       MOVE SPACES TO Pending-Record
                       STRING PND-Step (Pending-Sub) ","
                              TRIM(PND-Group (Pending-Sub)) ","
                              PND-Generation (Pending-Sub) ","
                              TRIM(PND-Filename (Pending-Sub))
                           DELIMITED BY SIZE INTO Pending-Record
                       END-STRING
                       WRITE Pending-Record
                   END-IF
               END-PERFORM
               CLOSE Pending-File
           END-IF
           .
      *****************************************************************
      ** The step ended cleanly: its pending generations join the    **
      ** catalog, and each group they belong to is trimmed back to   **
      ** its limit.  The catalog is re-read here, not trusted from   **
      ** the resolve, so a triggered job cataloging meanwhile is not **
      ** lost.                                                       **
      *****************************************************************
       300-Catalog-Step.
           CALL "CBL_CHECK_FILE_EXIST"
               USING Pending-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               PERFORM 040-Load-Pending
               PERFORM 020-Load-Definitions
               PERFORM 030-Load-Catalog
               MOVE FUNCTION CURRENT-DATE TO Now-Fields
               MOVE SPACES TO Now-Timestamp
               STRING NF-Year "-" NF-Month "-" NF-Day " "
                      NF-Hours ":" NF-Minutes ":" NF-Seconds
                   DELIMITED BY SIZE INTO Now-Timestamp
               END-STRING
               PERFORM VARYING Pending-Sub FROM 1 BY 1
                         UNTIL Pending-Sub > Pending-Count
                   IF  PND-Step (Pending-Sub) = GCB-Step-Number
                   AND PND-Group (Pending-Sub) NOT = SPACES
                       PERFORM 310-Catalog-One-Generation
                   END-IF
               END-PERFORM
               IF GCB-Cataloged-Count > 0
                   PERFORM 330-Write-Catalog
               END-IF
               PERFORM 210-Write-Pending
           END-IF
           .
       310-Catalog-One-Generation.
           IF Catalog-Count < 500
               ADD 1 TO Catalog-Count
               MOVE PND-Group (Pending-Sub)
                 TO CAT-Group (Catalog-Count)
               MOVE PND-Generation (Pending-Sub)
                 TO CAT-Generation (Catalog-Count)
               MOVE PND-Filename (Pending-Sub)
                 TO CAT-Filename (Catalog-Count)
               MOVE Now-Timestamp TO CAT-Cataloged (Catalog-Count)
               MOVE GCB-Job-Table TO CAT-Job-Table (Catalog-Count)
               MOVE GCB-Step-Number TO CAT-Step (Catalog-Count)
               ADD 1 TO GCB-Cataloged-Count
               MOVE SPACES TO Audit-Detail-Text
               STRING "cataloged " TRIM(PND-Group (Pending-Sub))
                      " G" PND-Generation (Pending-Sub) " "
                      TRIM(PND-Filename (Pending-Sub))
                      " (" TRIM(GCB-Job-Table) " step "
                      GCB-Step-Number ")"
                   DELIMITED BY SIZE INTO Audit-Detail-Text
               END-STRING
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Zero-Return-Code
               END-CALL
               MOVE PND-Group (Pending-Sub) TO Roll-Group
               PERFORM 320-Roll-Off-Group
           END-IF
           MOVE SPACES TO PND-Group (Pending-Sub)
           .
       320-Roll-Off-Group.
           MOVE 7 TO Roll-Limit
           PERFORM VARYING Definition-Sub FROM 1 BY 1
                     UNTIL Definition-Sub > Definition-Count
               IF DEF-Group (Definition-Sub) = Roll-Group
                   MOVE DEF-Limit (Definition-Sub) TO Roll-Limit
               END-IF
           END-PERFORM
           MOVE 0 TO Roll-Live-Count
           PERFORM VARYING Catalog-Sub FROM 1 BY 1
                     UNTIL Catalog-Sub > Catalog-Count
               IF CAT-Group (Catalog-Sub) = Roll-Group
                   ADD 1 TO Roll-Live-Count
               END-IF
           END-PERFORM
           PERFORM UNTIL Roll-Live-Count <= Roll-Limit
               MOVE 0 TO Roll-Oldest-Sub
               PERFORM VARYING Catalog-Sub FROM 1 BY 1
                         UNTIL Catalog-Sub > Catalog-Count
                   IF CAT-Group (Catalog-Sub) = Roll-Group
                       IF Roll-Oldest-Sub = 0
                           MOVE Catalog-Sub TO Roll-Oldest-Sub
                       ELSE
                           IF CAT-Generation (Catalog-Sub)
                              < CAT-Generation (Roll-Oldest-Sub)
                               MOVE Catalog-Sub TO Roll-Oldest-Sub
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               INITIALIZE Streamio-CB
               MOVE CAT-Filename (Roll-Oldest-Sub) TO SCB-Filename
               MOVE 'D ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               MOVE SPACES TO Audit-Detail-Text
               STRING "rolled off " TRIM(Roll-Group)
                      " G" CAT-Generation (Roll-Oldest-Sub) " "
                      TRIM(CAT-Filename (Roll-Oldest-Sub))
                   DELIMITED BY SIZE INTO Audit-Detail-Text
               END-STRING
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Zero-Return-Code
               END-CALL
               MOVE SPACES TO CAT-Group (Roll-Oldest-Sub)
               SUBTRACT 1 FROM Roll-Live-Count
               ADD 1 TO GCB-Rolled-Off-Count
           END-PERFORM
           .
       330-Write-Catalog.
           OPEN OUTPUT New-Catalog-File
           PERFORM VARYING Catalog-Sub FROM 1 BY 1
                     UNTIL Catalog-Sub > Catalog-Count
               IF CAT-Group (Catalog-Sub) NOT = SPACES
                   MOVE SPACES TO Output-Line
                   STRING TRIM(CAT-Group (Catalog-Sub)) ","
                          CAT-Generation (Catalog-Sub) ","
                          TRIM(CAT-Filename (Catalog-Sub)) ","
                          CAT-Cataloged (Catalog-Sub) ","
                          TRIM(CAT-Job-Table (Catalog-Sub)) ","
                          CAT-Step (Catalog-Sub)
                       DELIMITED BY SIZE INTO Output-Line
                   END-STRING
                   WRITE New-Catalog-Record FROM Output-Line
               END-IF
           END-PERFORM
           CLOSE New-Catalog-File
           CALL "CBL_DELETE_FILE" USING "GDGCAT.DAT"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "GDGCAT.NEW", "GDGCAT.DAT"
           END-CALL
           .
       400-Drop-Step.
           CALL "CBL_CHECK_FILE_EXIST"
               USING Pending-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               PERFORM 040-Load-Pending
               PERFORM VARYING Pending-Sub FROM 1 BY 1
                         UNTIL Pending-Sub > Pending-Count
                   IF PND-Step (Pending-Sub) = GCB-Step-Number
                       MOVE SPACES TO PND-Group (Pending-Sub)
                   END-IF
               END-PERFORM
               PERFORM 210-Write-Pending
           END-IF
           .
       500-Plan-New-Generations.
           IF  Resolved-Step = GCB-Step-Number
           AND Resolved-Job-Table = GCB-Job-Table
               PERFORM VARYING Resolved-New-Sub FROM 1 BY 1
                         UNTIL Resolved-New-Sub > Resolved-New-Count
                   IF Planned-Count < 200
                       ADD 1 TO Planned-Count
                       MOVE RN-Group (Resolved-New-Sub)
                         TO PLN-Group (Planned-Count)
                       MOVE RN-Generation (Resolved-New-Sub)
                         TO PLN-Generation (Planned-Count)
                       MOVE RN-Filename (Resolved-New-Sub)
                         TO PLN-Filename (Planned-Count)
                   END-IF
               END-PERFORM
           END-IF
           .
