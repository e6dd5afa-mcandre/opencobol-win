      ** RETURN-CODE is the number of rejected transactions, or 99   **
      ** when the parameters/layout/files cannot be used at all.     **
      **                                                             **
      ** Every change actually made is journaled, with its before    **
      ** and after images, the transaction file, the JOBDRV job step **
      ** (JOBDRV_STEP) and a timestamp, to the day's journal         **
      ** "TXNJRNL-yyyymmdd.JNL" (see TXNJRNLrec.cpy).  The master is **
      ** also registered in "TXNJRNL.MST", the list of journaled     **
      ** masters BACKUP.cbl adds to every backup set, so TXNRECOV    **
      ** can restore a set and roll the journal forward, or back out **
      ** one transaction file.  A journal that cannot be opened      **
      ** stops the run (return code 99) before anything is applied - **
      ** an unjournaled change could never be recovered.             **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1030 Initial coding                                       **
      ** GC1040 Journal every applied change (before/after images,   **
      **        transaction file, job step, timestamp) to the dated  **
      **        TXNJRNL journal and register the master in           **
      **        TXNJRNL.MST for BACKUP and TXNRECOV                  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY Master-Key.
           SELECT Journaled-Master-File ASSIGN TO "TXNJRNL.MST"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Layout-File.
           05 Master-Key                PIC X(64).
           05 Master-Data               PIC X(448).

       FD  Journaled-Master-File.
       01  Journaled-Master-Record        PIC X(128).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SCBJ==
                                 LEADING ==Streamio== BY
                                         ==Streamio-J==.

       COPY TXNJRNLrec.

       COPY CSVPARSEcb.

       01  File-Details.

       01  Apply-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Journal-Filename               PIC X(64).
       01  Journal-Job-Step               PIC X(64).
       01  Journal-Open-Switch            PIC X VALUE 'N'.
           88 Journal-Open                VALUE 'Y'.
       01  Journal-Today.
           05 JT-Date                   PIC 9(8).
           05 FILLER                    PIC X(13).

       01  Journaled-EOF-Switch           PIC X.
           88 Journaled-EOF               VALUE 'Y'.
       01  Master-Registered-Switch       PIC X.
           88 Master-Registered           VALUE 'Y'.

       01  Apply-Detail-Text              PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'TXNAPPLY'.
       01  Alert-Message-Text             PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.

       COPY RPTWRITcb.

               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           PERFORM 160-Open-Journal
           IF NOT Journal-Open
               MOVE SPACES TO Report-Line
               STRING "Journal "
                      TRIM(Journal-Filename, TRAILING)
                      " cannot be opened - nothing applied"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               MOVE 99 TO Apply-Return-Code
           ELSE
               PERFORM 170-Register-Master
               PERFORM 105-Apply-Journaled
               MOVE 'C ' TO SCBJ-Function
               CALL "STREAMIO" USING Streamio-J-CB
               END-CALL
           END-IF
           .
       105-Apply-Journaled.
           OPEN I-O Master-File
           INITIALIZE Streamio-CB
           MOVE Txn-Filename TO SCB-Filename
                     TO Reject-Reason
               NOT INVALID KEY
                   PERFORM 210-Report-One-Apply
                   MOVE SPACES TO Before-Image
                   PERFORM 240-Journal-Change
           END-WRITE
           .
       130-Apply-Change.
                       NOT INVALID KEY
                           PERFORM 210-Report-One-Apply
                           PERFORM 220-Report-Images
                           PERFORM 240-Journal-Change
                   END-REWRITE
           END-READ
           .
                       NOT INVALID KEY
                           PERFORM 210-Report-One-Apply
                           PERFORM 230-Report-Before-Only
                           MOVE SPACES TO Master-Record
                           PERFORM 240-Journal-Change
                   END-DELETE
           END-READ
           .
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** The journal is the day's "TXNJRNL-yyyymmdd.JNL", appended   **
      ** to when it already exists.  The job step comes from the     **
      ** JOBDRV_STEP variable JOBDRV sets before every step it runs. **
      *****************************************************************
       160-Open-Journal.
           MOVE FUNCTION CURRENT-DATE TO Journal-Today
           MOVE SPACES TO Journal-Filename
           STRING "TXNJRNL-" JT-Date ".JNL"
               DELIMITED BY SIZE INTO Journal-Filename
           END-STRING
           MOVE SPACES TO Journal-Job-Step
           ACCEPT Journal-Job-Step FROM ENVIRONMENT "JOBDRV_STEP"
           IF Journal-Job-Step = SPACES OR LOW-VALUES
               MOVE "MANUAL" TO Journal-Job-Step
           END-IF
           INITIALIZE Streamio-J-CB
           MOVE Journal-Filename TO SCBJ-Filename
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Journal-Filename, TRAILING)
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
               MOVE 'Y' TO Journal-Open-Switch
               MOVE LENGTH OF Txn-Journal-Record
                 TO SCBJ-Record-Length
           ELSE
               DISPLAY 'TXNAPPLY: cannot open journal '
                   TRIM(Journal-Filename) UPON SYSERR
           END-IF
           .
       170-Register-Master.
           MOVE 'N' TO Master-Registered-Switch
           CALL "CBL_CHECK_FILE_EXIST"
               USING "TXNJRNL.MST"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Journaled-Master-File
               MOVE 'N' TO Journaled-EOF-Switch
               PERFORM 175-Check-One-Registration
                   UNTIL Journaled-EOF OR Master-Registered
               CLOSE Journaled-Master-File
               IF NOT Master-Registered
                   OPEN EXTEND Journaled-Master-File
               END-IF
           ELSE
               OPEN OUTPUT Journaled-Master-File
           END-IF
           IF NOT Master-Registered
               MOVE Master-Filename TO Journaled-Master-Record
               WRITE Journaled-Master-Record
               CLOSE Journaled-Master-File
           END-IF
           .
       175-Check-One-Registration.
           READ Journaled-Master-File
               AT END
                   MOVE 'Y' TO Journaled-EOF-Switch
           END-READ
           IF NOT Journaled-EOF
               IF Journaled-Master-Record = Master-Filename
                   MOVE 'Y' TO Master-Registered-Switch
               END-IF
           END-IF
           .
       200-Report-Rejection.
           MOVE SPACES TO Report-Line
           STRING "Txn " Txn-Number " " Txn-Action " "
           END-STRING
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Before-Image holds the record as it was (spaces for an add) **
      ** and Master-Record as it now is (spaces after a delete).     **
      *****************************************************************
       240-Journal-Change.
           MOVE SPACES TO Txn-Journal-Record
           MOVE FUNCTION CURRENT-DATE (1:16) TO TJR-Timestamp
           MOVE Journal-Job-Step TO TJR-Job-Step
           MOVE Master-Filename  TO TJR-Master-Filename
           MOVE Txn-Filename     TO TJR-Txn-Filename
           MOVE Txn-Number       TO TJR-Txn-Number
           MOVE Txn-Action       TO TJR-Action
           MOVE Txn-Key-Text     TO TJR-Key
           MOVE Before-Image     TO TJR-Before-Image
           MOVE Master-Record    TO TJR-After-Image
           MOVE 'WF' TO SCBJ-Function
           CALL "STREAMIO" USING Streamio-J-CB, Txn-Journal-Record
           END-CALL
           IF SCBJ-Return-Code NOT = 0
               DISPLAY 'TXNAPPLY: journal write failed for txn '
                   Txn-Number ', RC=' SCBJ-Return-Code UPON SYSERR
               MOVE SPACES TO Alert-Message-Text
               STRING "journal write failed - "
                      TRIM(Master-Filename, TRAILING)
                      " change is not recoverable"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               MOVE 3 TO Alert-Severity
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               END-CALL
           END-IF
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
