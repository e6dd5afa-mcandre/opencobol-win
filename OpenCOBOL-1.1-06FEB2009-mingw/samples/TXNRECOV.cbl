       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNRECOV.
      *****************************************************************
      ** This is the recovery side of the TXNAPPLY change journal    **
      ** (see TXNJRNLrec.cpy).  Before the journal, the only answer  **
      ** to a bad transaction file or a damaged master was to        **
      ** restore last night's backup and re-key the day by hand.     **
      ** The one CALL (or command-line) argument is comma-separated  **
      ** and chooses one of two modes:                               **
      **                                                             **
      **   FORWARD,<master-file>,<set-date>[,<until>]                **
      **   BACKOUT,<master-file>,<txn-file>[,<journal-date>]         **
      **                                                             **
      ** FORWARD restores <master-file> from BACKUP set <set-date>   **
      ** (yyyymmdd) - the backup's FILECRC checksum is verified      **
      ** against BACKUP.CAT first, exactly as RESTORE does, and a    **
      ** mismatch stops the run - and then rolls the journal         **
      ** forward: every journal entry for that master made after the **
      ** backup copy was taken is re-applied from its after image,   **
      ** journal by journal ("TXNJRNL-yyyymmdd.JNL") from the set    **
      ** date up to today.  <until> (yyyymmdd[hhmm[ss]]) stops the   **
      ** roll-forward at that point in time instead of the end of    **
      ** the journal.  Replay is by image (the after image replaces  **
      ** whatever is there; a delete removes the key if present), so **
      ** re-applying an entry already in the backup is harmless.     **
      ** After a point-in-time recovery, take a fresh BACKUP before  **
      ** applying anything new - a later roll-forward from the old   **
      ** set would otherwise replay the entries left out.            **
      **                                                             **
      ** BACKOUT reverses the changes one transaction file made to   **
      ** the master, newest first, from the before images in the     **
      ** journal for <journal-date> (default today): an add is       **
      ** deleted, a change has its before image rewritten, a delete  **
      ** has its record written back.  A record that has changed     **
      ** again since (its current contents no longer match the       **
      ** journal's after image) is NOT touched - it is reported as a **
      ** conflict for a human to resolve.  Each reversal is itself   **
      ** journaled, under the transaction file name "BACKOUT:<txn-  **
      ** file>", so a later roll-forward reproduces the back-out.    **
      **                                                             **
      ** Every entry re-applied, backed out or in conflict gets a    **
      ** line in "TXNRECOV.RPT" (through RPTWRIT), and the run is    **
      ** audited.  RETURN-CODE is the number of journal entries that **
      ** could not be re-applied or backed out, or 99 when the       **
      ** parameters, backup or files cannot be used at all.          **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1040 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "BACKUP.CAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Master-File ASSIGN TO Master-Filename
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY Master-Key.
       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
       01  Catalog-Record                 PIC X(132).

       FD  Master-File.
       01  Master-Record.
           05 Master-Key                PIC X(64).
           05 Master-Data               PIC X(448).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SCBJ==
                                 LEADING ==Streamio== BY
                                         ==Streamio-J==.

       COPY TXNJRNLrec.

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

       01  Recov-Parm-Text                PIC X(256) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Recov-Mode                     PIC X(8).
           88 Mode-Forward                VALUE 'FORWARD'.
           88 Mode-Backout                VALUE 'BACKOUT'.
       01  Master-Filename                PIC X(128).
       01  Third-Parm                     PIC X(128).
       01  Fourth-Parm                    PIC X(16).

       01  Txn-Filename                   PIC X(128).
       01  Backout-Txn-Filename           PIC X(128).

       01  Today-Fields.
           05 TD-Date                   PIC 9(8).
           05 FILLER                    PIC X(13).

       01  Set-Date                       PIC 9(8).
       01  Journal-Date                   PIC 9(8).
       01  Last-Journal-Date              PIC 9(8).
       01  Journal-Day-Integer            USAGE BINARY-LONG.
       01  Last-Day-Integer               USAGE BINARY-LONG.

       01  From-Timestamp                 PIC X(16).
       01  Until-Timestamp                PIC X(16).

       01  Journal-Filename               PIC X(64).
       01  Journal-Job-Step               PIC X(64).
       01  Journal-Out-Switch             PIC X VALUE 'N'.
           88 Journal-Out-Open            VALUE 'Y'.

      *****************************************************************
      ** The set's catalog line for the master - the newest one wins **
      ** when the backup was re-run that day, as in RESTORE.         **
      *****************************************************************
       01  Line-Set-Date                  PIC X(8).
       01  Line-Source                    PIC X(128).
       01  Line-Backup                    PIC X(128).
       01  Line-CRC                       PIC X(10).
       01  Line-Taken                     PIC X(16).
       01  Backup-Filename                PIC X(128).
       01  Backup-CRC                     PIC X(10).
       01  Backup-Taken                   PIC X(16).
       01  Catalog-EOF-Switch             PIC X VALUE 'N'.
           88 Catalog-EOF                 VALUE 'Y'.

       01  CRC-Filename                   PIC X(256).
       01  CRC-Value                      USAGE BINARY-LONG.
       01  CRC-Return-Code                USAGE BINARY-LONG.
       01  CRC-Display                    PIC 9(10).

      *****************************************************************
      ** BACKOUT first collects the journal positions of the file's  **
      ** entries, then reads them back by offset, newest first.      **
      *****************************************************************
       01  Backout-Table.
           05 Backout-Position            OCCURS 5000 TIMES
                                          USAGE BINARY-LONG.
       01  Backout-Count                  USAGE BINARY-LONG VALUE 0.
       01  Backout-Sub                    USAGE BINARY-LONG.
       01  Journal-Position               USAGE BINARY-LONG.

       01  Entry-Action                   PIC X(1).
       01  Entry-Key                      PIC X(64).
       01  Entry-Txn-Number               PIC 9(7).
       01  Entry-Timestamp                PIC X(16).
       01  Entry-Before-Image             PIC X(512).
       01  Entry-After-Image              PIC X(512).
       01  New-Before-Image               PIC X(512).
       01  New-Action                     PIC X(1).

       01  Record-Found-Switch            PIC X.
           88 Record-Found                VALUE 'Y'.
       01  Entry-Outcome                  PIC X(40).

       01  Applied-Count                  USAGE BINARY-LONG VALUE 0.
       01  Failed-Count                   USAGE BINARY-LONG VALUE 0.
       01  Applied-Display                PIC 9(7).
       01  Failed-Display                 PIC 9(7).

       01  Report-Line                    PIC X(132).

       01  Recov-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Recov-Detail-Text              PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'TXNRECOV'.

       COPY RPTWRITcb.

       LINKAGE SECTION.
       01  Recov-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Recov-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           INITIALIZE Rptwrit-CB
           MOVE "TXNRECOV.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           STRING "JOURNAL RECOVERY - "
                  TRIM(Master-Filename, TRAILING)
               DELIMITED BY SIZE INTO RWB-Title
           END-STRING
           MOVE "TXNRECOV" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           EVALUATE TRUE
               WHEN Recov-Return-Code NOT = 0
                   MOVE "Parameters could not be used"
                     TO Report-Line
                   PERFORM 290-Write-Report-Line
               WHEN Mode-Forward
                   PERFORM 100-Roll-Forward
               WHEN OTHER
                   PERFORM 200-Back-Out
           END-EVALUATE
           MOVE Applied-Count TO Applied-Display
           MOVE Failed-Count TO Failed-Display
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           IF Mode-Forward
               STRING "Re-applied: " Applied-Display
                      "  Not applied: " Failed-Display
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "Backed out: " Applied-Display
                      "  Conflicts: " Failed-Display
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Recov-Return-Code = 0
               MOVE Failed-Count TO Recov-Return-Code
           END-IF
           MOVE SPACES TO Recov-Detail-Text
           IF Mode-Forward
               STRING "rolled " TRIM(Master-Filename, TRAILING)
                      " forward from set " Set-Date
                      " until " Until-Timestamp
                   DELIMITED BY SIZE INTO Recov-Detail-Text
               END-STRING
           ELSE
               STRING "backed out " TRIM(Txn-Filename, TRAILING)
                      " from " TRIM(Master-Filename, TRAILING)
                   DELIMITED BY SIZE INTO Recov-Detail-Text
               END-STRING
           END-IF
           CALL "AUDITLOG"
               USING Audit-Source, Recov-Detail-Text,
                     Recov-Return-Code
           END-CALL
           MOVE Recov-Return-Code TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> command-line parameters arrive as a zero-length CALL
      *> parameter; their text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Recov-Parm TO Recov-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Recov-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Recov-Mode
           MOVE SPACES TO Master-Filename
           MOVE SPACES TO Third-Parm
           MOVE SPACES TO Fourth-Parm
           UNSTRING Recov-Parm-Text DELIMITED BY ','
               INTO Recov-Mode, Master-Filename,
                    Third-Parm, Fourth-Parm
           END-UNSTRING
           MOVE UPPER-CASE(Recov-Mode) TO Recov-Mode
           MOVE FUNCTION CURRENT-DATE TO Today-Fields
           EVALUATE TRUE
               WHEN Master-Filename = SPACES
                 OR Third-Parm = SPACES
                 OR NOT (Mode-Forward OR Mode-Backout)
                   DISPLAY 'TXNRECOV: usage: FORWARD,master,'
                       'set-date[,until] or BACKOUT,master,'
                       'txnfile[,journal-date]' UPON SYSERR
                   MOVE 99 TO Recov-Return-Code
               WHEN Mode-Forward
                   PERFORM 020-Check-Forward-Parms
               WHEN OTHER
                   PERFORM 030-Check-Backout-Parms
           END-EVALUATE
           .
      *****************************************************************
      ** <until> may stop at a day, a minute or a second; the part   **
      ** left off is filled with nines so that whole day, minute or  **
      ** second is still included.                                   **
      *****************************************************************
       020-Check-Forward-Parms.
           IF  Third-Parm (1:8) IS NUMERIC
           AND Third-Parm (9:) = SPACES
           AND TEST-DATE-YYYYMMDD(NUMVAL(Third-Parm (1:8))) = 0
               MOVE Third-Parm (1:8) TO Set-Date
           ELSE
               DISPLAY 'TXNRECOV: set date must be yyyymmdd'
                   UPON SYSERR
               MOVE 99 TO Recov-Return-Code
           END-IF
           IF Fourth-Parm = SPACES
               MOVE ALL '9' TO Until-Timestamp
               MOVE TD-Date TO Last-Journal-Date
           ELSE
               MOVE Fourth-Parm TO Until-Timestamp
               INSPECT Until-Timestamp REPLACING ALL SPACE BY '9'
               IF  Until-Timestamp IS NUMERIC
               AND TEST-DATE-YYYYMMDD(NUMVAL(Until-Timestamp (1:8)))
                     = 0
                   MOVE Until-Timestamp (1:8) TO Last-Journal-Date
               ELSE
                   DISPLAY 'TXNRECOV: until must be '
                       'yyyymmdd[hhmm[ss]]' UPON SYSERR
                   MOVE 99 TO Recov-Return-Code
               END-IF
           END-IF
           IF Recov-Return-Code = 0
               IF Last-Journal-Date > TD-Date
                   MOVE TD-Date TO Last-Journal-Date
               END-IF
               IF Last-Journal-Date < Set-Date
                   DISPLAY 'TXNRECOV: until is before the set date'
                       UPON SYSERR
                   MOVE 99 TO Recov-Return-Code
               END-IF
           END-IF
           .
       030-Check-Backout-Parms.
           MOVE Third-Parm TO Txn-Filename
           MOVE SPACES TO Backout-Txn-Filename
           STRING "BACKOUT:" TRIM(Txn-Filename, TRAILING)
               DELIMITED BY SIZE INTO Backout-Txn-Filename
           END-STRING
           IF Fourth-Parm = SPACES
               MOVE TD-Date TO Journal-Date
           ELSE
               IF  Fourth-Parm (1:8) IS NUMERIC
               AND Fourth-Parm (9:) = SPACES
               AND TEST-DATE-YYYYMMDD(NUMVAL(Fourth-Parm (1:8))) = 0
                   MOVE Fourth-Parm (1:8) TO Journal-Date
               ELSE
                   DISPLAY 'TXNRECOV: journal date must be yyyymmdd'
                       UPON SYSERR
                   MOVE 99 TO Recov-Return-Code
               END-IF
           END-IF
           .
      *****************************************************************
      ** FORWARD: restore the verified backup over the master, then  **
      ** replay each day's journal from the set date on.             **
      *****************************************************************
       100-Roll-Forward.
           PERFORM 110-Find-Backup
           IF Recov-Return-Code = 0
               PERFORM 120-Restore-Backup
           END-IF
           IF Recov-Return-Code = 0
               MOVE Backup-Taken TO From-Timestamp
               MOVE SPACES TO Report-Line
               STRING "Restored " TRIM(Master-Filename, TRAILING)
                      " from " TRIM(Backup-Filename, TRAILING)
                      " taken " From-Timestamp
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               OPEN I-O Master-File
               MOVE Set-Date TO Journal-Date
               COMPUTE Journal-Day-Integer =
                   INTEGER-OF-DATE(Journal-Date)
               COMPUTE Last-Day-Integer =
                   INTEGER-OF-DATE(Last-Journal-Date)
               PERFORM 130-Replay-One-Journal
                   UNTIL Journal-Day-Integer > Last-Day-Integer
               CLOSE Master-File
           END-IF
           .
       110-Find-Backup.
           MOVE SPACES TO Backup-Filename
           CALL "CBL_CHECK_FILE_EXIST"
               USING "BACKUP.CAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 115-Check-One-Catalog-Line
                   UNTIL Catalog-EOF
               CLOSE Catalog-File
           END-IF
           IF Backup-Filename = SPACES
               DISPLAY 'TXNRECOV: ' TRIM(Master-Filename)
                   ' is not in backup set ' Set-Date UPON SYSERR
               MOVE SPACES TO Report-Line
               STRING "No backup of "
                      TRIM(Master-Filename, TRAILING)
                      " in set " Set-Date
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               MOVE 99 TO Recov-Return-Code
           END-IF
           .
      *> a catalog line written before the backup time was recorded
      *> has no fifth column - replaying that whole day is safe
      *> because replay is by image
       115-Check-One-Catalog-Line.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF NOT Catalog-EOF
               MOVE SPACES TO Line-Set-Date
               MOVE SPACES TO Line-Taken
               UNSTRING Catalog-Record DELIMITED BY ','
                   INTO Line-Set-Date, Line-Source,
                        Line-Backup, Line-CRC, Line-Taken
               END-UNSTRING
               IF  Line-Set-Date = Set-Date
               AND Line-Source = Master-Filename
                   MOVE Line-Backup TO Backup-Filename
                   MOVE Line-CRC    TO Backup-CRC
                   IF Line-Taken = SPACES
                       MOVE SPACES TO Backup-Taken
                       STRING Line-Set-Date "00000000"
                           DELIMITED BY SIZE INTO Backup-Taken
                       END-STRING
                   ELSE
                       MOVE Line-Taken TO Backup-Taken
                   END-IF
               END-IF
           END-IF
           .
       120-Restore-Backup.
           MOVE SPACES TO CRC-Filename
           MOVE Backup-Filename TO CRC-Filename
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(CRC-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Report-Line
               STRING "Backup file " TRIM(CRC-Filename, TRAILING)
                      " is missing - nothing restored"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               MOVE 99 TO Recov-Return-Code
           ELSE
               CALL "FILECRC"
                   USING CRC-Filename, CRC-Value, CRC-Return-Code
               END-CALL
               MOVE CRC-Value TO CRC-Display
               IF CRC-Display NOT = Backup-CRC
                   MOVE SPACES TO Report-Line
                   STRING "Checksum mismatch on "
                          TRIM(CRC-Filename, TRAILING)
                          " - NOT restored"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   PERFORM 290-Write-Report-Line
                   MOVE 99 TO Recov-Return-Code
               ELSE
                   INITIALIZE Streamio-CB
                   MOVE Backup-Filename TO SCB-Filename
                   MOVE Master-Filename TO SCB-Dest-Filename
                   MOVE 'CP' TO SCB-Function
                   CALL "STREAMIO" USING Streamio-CB
                   END-CALL
                   IF SCB-Return-Code NOT = 0
                       MOVE SPACES TO Report-Line
                       STRING "Copy back of "
                              TRIM(Master-Filename, TRAILING)
                              " failed"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                       PERFORM 290-Write-Report-Line
                       MOVE 99 TO Recov-Return-Code
                   END-IF
               END-IF
           END-IF
           .
       130-Replay-One-Journal.
           COMPUTE Journal-Date =
               DATE-OF-INTEGER(Journal-Day-Integer)
           PERFORM 150-Name-Journal
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Journal-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               PERFORM 160-Open-Journal-Input
               IF SCB-Return-Code = 0
                   PERFORM 140-Replay-One-Entry
                       WITH TEST AFTER
                       UNTIL SCB-Return-Code NOT = 0
                   MOVE 'C ' TO SCB-Function
                   CALL "STREAMIO" USING Streamio-CB
                   END-CALL
               END-IF
           END-IF
           ADD 1 TO Journal-Day-Integer
           .
       140-Replay-One-Entry.
           MOVE 'RF' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Txn-Journal-Record
           END-CALL
           IF  SCB-Return-Code = 0
           AND TJR-Master-Filename = Master-Filename
           AND TJR-Timestamp > From-Timestamp
           AND TJR-Timestamp NOT > Until-Timestamp
               PERFORM 170-Save-Entry
               MOVE SPACES TO Master-Record
               MOVE Entry-Key TO Master-Key
               PERFORM 180-Read-Current
               MOVE SPACES TO Entry-Outcome
               IF Entry-Action = 'D'
                   IF Record-Found
                       DELETE Master-File
                           INVALID KEY
                               MOVE 'delete refused by the file'
                                 TO Entry-Outcome
                       END-DELETE
                   END-IF
               ELSE
                   MOVE Entry-After-Image TO Master-Record
                   IF Record-Found
                       REWRITE Master-Record
                           INVALID KEY
                               MOVE 'rewrite refused by the file'
                                 TO Entry-Outcome
                       END-REWRITE
                   ELSE
                       WRITE Master-Record
                           INVALID KEY
                               MOVE 'write refused by the file'
                                 TO Entry-Outcome
                       END-WRITE
                   END-IF
               END-IF
               IF Entry-Outcome = SPACES
                   ADD 1 TO Applied-Count
                   MOVE 'RE-APPLIED' TO Entry-Outcome
               ELSE
                   ADD 1 TO Failed-Count
               END-IF
               PERFORM 280-Report-Entry
           END-IF
           .
       150-Name-Journal.
           MOVE SPACES TO Journal-Filename
           STRING "TXNJRNL-" Journal-Date ".JNL"
               DELIMITED BY SIZE INTO Journal-Filename
           END-STRING
           .
       160-Open-Journal-Input.
           INITIALIZE Streamio-CB
           MOVE Journal-Filename TO SCB-Filename
           MOVE 'I'  TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code = 0
               MOVE LENGTH OF Txn-Journal-Record
                 TO SCB-Record-Length
           ELSE
               DISPLAY 'TXNRECOV: cannot open '
                   TRIM(Journal-Filename) UPON SYSERR
           END-IF
           .
       170-Save-Entry.
           MOVE TJR-Action        TO Entry-Action
           MOVE TJR-Key           TO Entry-Key
           MOVE TJR-Txn-Number    TO Entry-Txn-Number
           MOVE TJR-Timestamp     TO Entry-Timestamp
           MOVE TJR-Before-Image  TO Entry-Before-Image
           MOVE TJR-After-Image   TO Entry-After-Image
           .
       180-Read-Current.
           MOVE 'Y' TO Record-Found-Switch
           READ Master-File
               INVALID KEY
                   MOVE 'N' TO Record-Found-Switch
           END-READ
           .
      *****************************************************************
      ** BACKOUT: find the transaction file's entries in the day's   **
      ** journal, then reverse them newest first.                    **
      *****************************************************************
       200-Back-Out.
           PERFORM 150-Name-Journal
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Journal-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Report-Line
               STRING "Journal " TRIM(Journal-Filename, TRAILING)
                      " does not exist"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               MOVE 99 TO Recov-Return-Code
           ELSE
               PERFORM 160-Open-Journal-Input
               IF SCB-Return-Code NOT = 0
                   MOVE 99 TO Recov-Return-Code
               ELSE
                   MOVE 0 TO Journal-Position
                   PERFORM 210-Collect-One-Entry
                       WITH TEST AFTER
                       UNTIL SCB-Return-Code NOT = 0
                   PERFORM 220-Reverse-Collected
                   MOVE 'C ' TO SCB-Function
                   CALL "STREAMIO" USING Streamio-CB
                   END-CALL
               END-IF
           END-IF
           .
       210-Collect-One-Entry.
           MOVE 'RF' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Txn-Journal-Record
           END-CALL
           IF SCB-Return-Code = 0
               ADD 1 TO Journal-Position
               IF  TJR-Master-Filename = Master-Filename
               AND TJR-Txn-Filename = Txn-Filename
                   IF Backout-Count < 5000
                       ADD 1 TO Backout-Count
                       MOVE Journal-Position
                         TO Backout-Position (Backout-Count)
                   ELSE
                       DISPLAY 'TXNRECOV: more than 5000 entries - '
                           'run the back-out again for the rest'
                           UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
       220-Reverse-Collected.
           IF Backout-Count = 0
               MOVE SPACES TO Report-Line
               STRING "No journal entries for "
                      TRIM(Txn-Filename, TRAILING)
                      " in " TRIM(Journal-Filename, TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           ELSE
               PERFORM 240-Open-Journal-Output
               IF NOT Journal-Out-Open
                   MOVE SPACES TO Report-Line
                   STRING "Journal " TRIM(Journal-Filename, TRAILING)
                          " cannot be written - nothing backed out"
                       DELIMITED BY SIZE INTO Report-Line
                   END-STRING
                   PERFORM 290-Write-Report-Line
                   MOVE 99 TO Recov-Return-Code
               ELSE
                   OPEN I-O Master-File
                   PERFORM VARYING Backout-Sub FROM Backout-Count
                             BY -1 UNTIL Backout-Sub < 1
                       PERFORM 230-Reverse-One-Entry
                   END-PERFORM
                   CLOSE Master-File
                   MOVE 'C ' TO SCBJ-Function
                   CALL "STREAMIO" USING Streamio-J-CB
                   END-CALL
               END-IF
           END-IF
           .
      *****************************************************************
      ** A reversal only goes ahead when the master still holds the  **
      ** journal's after image (or, for a delete, still lacks the    **
      ** key) - anything else means a later change would be lost.    **
      *****************************************************************
       230-Reverse-One-Entry.
           COMPUTE SCB-Offset = (Backout-Position (Backout-Sub) - 1)
                              * LENGTH OF Txn-Journal-Record
           MOVE 'RF' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Txn-Journal-Record
           END-CALL
           PERFORM 170-Save-Entry
           MOVE SPACES TO Master-Record
           MOVE Entry-Key TO Master-Key
           PERFORM 180-Read-Current
           MOVE SPACES TO Entry-Outcome
           EVALUATE TRUE
               WHEN SCB-Return-Code NOT = 0
                   MOVE 'journal entry could not be re-read'
                     TO Entry-Outcome
               WHEN Entry-Action = 'D'
                   IF Record-Found
                       MOVE 'CONFLICT - key was added again'
                         TO Entry-Outcome
                   ELSE
                       MOVE Entry-Before-Image TO Master-Record
                       WRITE Master-Record
                           INVALID KEY
                               MOVE 'write refused by the file'
                                 TO Entry-Outcome
                       END-WRITE
                       MOVE SPACES TO New-Before-Image
                       MOVE 'A' TO New-Action
                   END-IF
               WHEN NOT Record-Found
                   MOVE 'CONFLICT - key has since been deleted'
                     TO Entry-Outcome
               WHEN Master-Record NOT = Entry-After-Image
                   MOVE 'CONFLICT - record changed since'
                     TO Entry-Outcome
               WHEN Entry-Action = 'A'
                   DELETE Master-File
                       INVALID KEY
                           MOVE 'delete refused by the file'
                             TO Entry-Outcome
                   END-DELETE
                   MOVE Entry-After-Image TO New-Before-Image
                   MOVE SPACES TO Master-Record
                   MOVE 'D' TO New-Action
               WHEN OTHER
                   MOVE Entry-Before-Image TO Master-Record
                   REWRITE Master-Record
                       INVALID KEY
                           MOVE 'rewrite refused by the file'
                             TO Entry-Outcome
                   END-REWRITE
                   MOVE Entry-After-Image TO New-Before-Image
                   MOVE 'C' TO New-Action
           END-EVALUATE
           IF Entry-Outcome = SPACES
               ADD 1 TO Applied-Count
               MOVE 'BACKED OUT' TO Entry-Outcome
               PERFORM 250-Journal-Reversal
           ELSE
               ADD 1 TO Failed-Count
           END-IF
           PERFORM 280-Report-Entry
           .
      *> the back-out is journaled in today's journal, which may be
      *> the very journal being read - the positions were collected
      *> before the first reversal was appended
       240-Open-Journal-Output.
           MOVE SPACES TO Journal-Job-Step
           ACCEPT Journal-Job-Step FROM ENVIRONMENT "JOBDRV_STEP"
           IF Journal-Job-Step = SPACES OR LOW-VALUES
               MOVE "MANUAL" TO Journal-Job-Step
           END-IF
           INITIALIZE Streamio-J-CB
           STRING "TXNJRNL-" TD-Date ".JNL"
               DELIMITED BY SIZE INTO SCBJ-Filename
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(SCBJ-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'A' TO SCBJ-Mode
           ELSE
               MOVE 'O' TO SCBJ-Mode
           END-IF
           MOVE 'O ' TO SCBJ-Function
           CALL "STREAMIO" USING Streamio-J-CB
           END-CALL
           IF SCBJ-Return-Code = 0
               MOVE 'Y' TO Journal-Out-Switch
               MOVE LENGTH OF Txn-Journal-Record
                 TO SCBJ-Record-Length
           END-IF
           .
      *> Master-Record holds the record as it now is (spaces once
      *> deleted) and New-Before-Image what it held before
       250-Journal-Reversal.
           MOVE SPACES TO Txn-Journal-Record
           MOVE FUNCTION CURRENT-DATE (1:16) TO TJR-Timestamp
           MOVE Journal-Job-Step     TO TJR-Job-Step
           MOVE Master-Filename      TO TJR-Master-Filename
           MOVE Backout-Txn-Filename TO TJR-Txn-Filename
           MOVE Entry-Txn-Number     TO TJR-Txn-Number
           MOVE New-Action           TO TJR-Action
           MOVE Entry-Key            TO TJR-Key
           MOVE New-Before-Image     TO TJR-Before-Image
           MOVE Master-Record        TO TJR-After-Image
           MOVE 'WF' TO SCBJ-Function
           CALL "STREAMIO" USING Streamio-J-CB, Txn-Journal-Record
           END-CALL
           IF SCBJ-Return-Code NOT = 0
               DISPLAY 'TXNRECOV: journal write failed for key '
                   TRIM(Entry-Key) ', RC=' SCBJ-Return-Code
                   UPON SYSERR
           END-IF
           .
       280-Report-Entry.
           MOVE SPACES TO Report-Line
           STRING Entry-Timestamp (1:14) " txn " Entry-Txn-Number
                  " " Entry-Action " "
                  TRIM(Entry-Key, TRAILING) ": "
                  TRIM(Entry-Outcome, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
