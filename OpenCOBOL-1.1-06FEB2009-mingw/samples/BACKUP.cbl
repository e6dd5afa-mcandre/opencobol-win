      ** FUNC-COPY) to "BACKUP-yyyymmdd-<name>", and one line per    **
      ** file is appended to the backup catalog "BACKUP.CAT":        **
      **                                                             **
      **     yyyymmdd,<name>,<backup-name>,<checksum>,<taken>        **
      **                                                             **
      ** <taken> is the moment the copy was made (yyyymmddhhmmsscc,  **
      ** the TXNJRNLrec.cpy timestamp form); TXNRECOV rolls a        **
      ** master's journal forward from exactly that point.           **
      **                                                             **
      ** Besides the fixed control files, every master named in      **
      ** "TXNJRNL.MST" - the masters TXNAPPLY has journaled changes  **
      ** to - joins the set, so a master can be restored and rolled  **
      ** forward from its journal.                                   **
      **                                                             **
      ** The checksum is the file's FILECRC value, computed before   **
      ** the copy; RESTORE.cbl verifies a backup file still matches  **
      **        BINARY-LONG item its linkage expects - the DISPLAY   **
      **        counter was arriving as a huge non-zero value, so    **
      **        every clean backup logged as an overnight failure    **
      ** GC1040 Back up the journaled masters listed in TXNJRNL.MST  **
      **        too, and record the time each copy was taken as a    **
      **        fifth catalog column for TXNRECOV's roll-forward     **
      ** GC1047 Back up the operator, schedule, job-network,         **
      **        validation-profile, duplicate-override and change-   **
      **        freeze tables too, so every table a screen or the    **
      **        scheduler maintains can be compared set to set       **
      **        (see CTLDIFF.cbl)                                    **
      ** GC1063 Back up the runbook, report-distribution, GDG        **
      **        definition and catalog, retention, space-watch,      **
      **        watchdog and audit-export tables too                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "BACKUP.CAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Journaled-Master-File ASSIGN TO "TXNJRNL.MST"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
       01  Catalog-Record                 PIC X(132).

       FD  Journaled-Master-File.
       01  Journaled-Master-Record        PIC X(128).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

                  VALUE 'AUDITARC.CAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'AUDITLOG.LOG'.
           05 FILLER                     PIC X(16)
                  VALUE 'OPERATOR.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'SCHEDTBL.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'JOBNET.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'VALPROF.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'DUPOKAY.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'CHGCAL.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'RUNBOOK.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'RPTDIST.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'GDGDEF.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'GDGCAT.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'RETAIN.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'SPACEDEF.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'WATCHDOG.DAT'.
           05 FILLER                     PIC X(16)
                  VALUE 'AUDITEXP.DAT'.
       01  Control-File-Table REDEFINES Control-File-Names.
           05 Control-File               OCCURS 26 TIMES PIC X(16).
       01  Control-Sub                    PIC 9(2).

       01  Today-Fields.
           05 FILLER                    PIC X(13).

       01  Set-Date-Text                  PIC 9(8).
       01  Copy-Taken-Timestamp           PIC X(16).

       01  Journaled-EOF-Switch           PIC X VALUE 'N'.
           88 Journaled-EOF               VALUE 'Y'.

       01  Source-Filename                PIC X(256).
       01  Backup-Filename                PIC X(64).
           MOVE FUNCTION CURRENT-DATE TO Today-Fields
           MOVE TD-Date TO Set-Date-Text
           PERFORM VARYING Control-Sub FROM 1 BY 1
                     UNTIL Control-Sub > 26
               MOVE SPACES TO Source-Filename
               MOVE Control-File (Control-Sub) TO Source-Filename
               PERFORM 100-Back-Up-One-File
           END-PERFORM
           PERFORM 050-Back-Up-Journaled-Masters
           DISPLAY 'BACKUP: ' Files-Backed-Up ' backed up, '
               Files-Skipped ' absent, '
               Copy-Failures ' failures' UPON SYSERR
           MOVE Copy-Failures TO RETURN-CODE
           GOBACK
           .
       050-Back-Up-Journaled-Masters.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "TXNJRNL.MST"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Journaled-Master-File
               MOVE 'N' TO Journaled-EOF-Switch
               PERFORM 060-Back-Up-One-Master
                   UNTIL Journaled-EOF
               CLOSE Journaled-Master-File
           END-IF
           .
       060-Back-Up-One-Master.
           READ Journaled-Master-File
               AT END
                   MOVE 'Y' TO Journaled-EOF-Switch
           END-READ
           IF  NOT Journaled-EOF
           AND Journaled-Master-Record NOT = SPACES
               MOVE SPACES TO Source-Filename
               MOVE Journaled-Master-Record TO Source-Filename
               PERFORM 100-Back-Up-One-File
           END-IF
           .
       100-Back-Up-One-File.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Source-Filename, TRAILING)
                     File-Details
                      TRIM(Source-Filename, TRAILING)
                   DELIMITED BY SIZE INTO Backup-Filename
               END-STRING
               MOVE FUNCTION CURRENT-DATE (1:16)
                 TO Copy-Taken-Timestamp
               INITIALIZE Streamio-CB
               MOVE Source-Filename TO SCB-Filename
               MOVE Backup-Filename TO SCB-Dest-Filename
           STRING Set-Date-Text ","
                  TRIM(Source-Filename, TRAILING) ","
                  TRIM(Backup-Filename, TRAILING) ","
                  CRC-Display ","
                  Copy-Taken-Timestamp
               DELIMITED BY SIZE INTO Catalog-Record
           END-STRING
           WRITE Catalog-Record
