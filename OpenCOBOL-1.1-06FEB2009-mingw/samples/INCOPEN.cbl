       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCOPEN.
      *****************************************************************
      ** This is the incident-opening subroutine.  When a night      **
      ** stopped, the story of what broke used to be spread across   **
      ** JOBDRV.STA, AUDITLOG.LOG, OPERALRT.LOG and the step log,    **
      ** and the next shift had no single record of what broke, who **
      ** was working it and what had been done.  Every stopping      **
      ** failure now opens an incident in the INDEXED register       **
      ** "INCIDENT.MDX" (see INCIDENTrec.cpy), worked from the       **
      ** INCCON console:                                             **
      **                                                             **
      ** CALL "INCOPEN" USING <control-block>                        **
      **                                                             **
      ** <control-block> is laid out by INCOPENcb.cpy.  The caller   **
      ** raises its ALERTER alert FIRST and passes the same source   **
      ** and message text: the subroutine finds that alert's line    **
      ** in OPERALRT.LOG and links the incident to it by the alert's **
      ** AUDITCHN key (zero when the alert fell below the shop's     **
      ** threshold and was never logged).                            **
      **                                                             **
      ** One failure, one incident: when an incident that is not yet **
      ** CLOSED already exists for the same program, job table and   **
      ** step - the step failed again after a restart, or CTLBAL     **
      ** opened it and JOBDRV then stopped the job on the same step  **
      ** - the new failure is added to it as a note instead of       **
      ** opening a second incident.  Every incident opened or        **
      ** updated is audited.  A register failure is reported to      **
      ** SYSERR but never takes the caller down.  Known callers:     **
      ** JOBDRV (stopping step and group failures), CTLBAL (out of   **
      ** balance).                                                   **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1045 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Incident-File ASSIGN TO "INCIDENT.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IN-Number.
           SELECT Alert-File ASSIGN TO "OPERALRT.LOG"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Incident-File.
       COPY INCIDENTrec.

       FD  Alert-File.
       01  Alert-Record                   PIC X(160).

       WORKING-STORAGE SECTION.
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

       01  Alert-Line.
           05 ALT-Timestamp             PIC X(19).
           05 FILLER                    PIC X.
           05 ALT-Severity              PIC X(8).
           05 FILLER                    PIC X.
           05 ALT-Source                PIC X(8).
           05 FILLER                    PIC X.
           05 ALT-Message               PIC X(100).

       01  Alert-EOF-Switch               PIC X.
           88 Alert-EOF                   VALUE 'Y'.
       01  Linked-Alert-Key               PIC 9(10) VALUE 0.
       01  Chain-Work-Record              PIC X(210).

       01  Scan-EOF-Switch                PIC X.
           88 Scan-EOF                    VALUE 'Y'.
       01  Highest-Number                 PIC 9(6).
       01  Matched-Number                 PIC 9(6).

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

       01  RC-Display                     PIC -(8)9.
       01  Step-Display                   PIC 9(3).
       01  Failure-Note                   PIC X(80).

       01  Audit-Source                   PIC X(8) VALUE 'INCOPEN'.
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Action-Text              PIC X(12).
       01  Audit-Return-Code              USAGE BINARY-LONG.

       LINKAGE SECTION.
       COPY INCOPENcb.

       PROCEDURE DIVISION USING Incopen-CB.
       000-INCOPEN.
           MOVE 0 TO ICB-Incident-Number
           MOVE 8 TO ICB-Return-Code
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Fields
           MOVE SPACES TO Now-Timestamp
           STRING TF-Year "-" TF-Month "-" TF-Day " "
                  TF-Hours ":" TF-Minutes ":" TF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           MOVE ICB-Step-Return-Code TO RC-Display
           MOVE ICB-Step TO Step-Display
           PERFORM 100-Find-Linked-Alert
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INCIDENT.MDX"
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               OPEN OUTPUT Incident-File
               CLOSE Incident-File
           END-IF
           OPEN I-O Incident-File
           PERFORM 200-Scan-Register
           IF Matched-Number > 0
               PERFORM 300-Note-Repeat-Failure
           ELSE
               PERFORM 400-Open-New-Incident
           END-IF
           CLOSE Incident-File
           IF ICB-Return-Code = 8
               DISPLAY 'INCOPEN: incident not recorded for '
                   TRIM(ICB-Program) ' - ' TRIM(ICB-Alert-Text)
                   UPON SYSERR
           ELSE
               IF ICB-Return-Code = 0
                   MOVE "opened"       TO Audit-Action-Text
               ELSE
                   MOVE "updated"      TO Audit-Action-Text
               END-IF
               MOVE SPACES TO Audit-Detail-Text
               STRING "incident " ICB-Incident-Number " "
                      TRIM(Audit-Action-Text, TRAILING) ": "
                      TRIM(ICB-Job-Table, TRAILING) " step "
                      Step-Display " ("
                      TRIM(ICB-Program, TRAILING) ") RC="
                      TRIM(RC-Display)
                   DELIMITED BY SIZE INTO Audit-Detail-Text
               END-STRING
               MOVE 0 TO Audit-Return-Code
               CALL "AUDITLOG"
                   USING Audit-Source, Audit-Detail-Text,
                         Audit-Return-Code
               END-CALL
           END-IF
           GOBACK
           .
      *****************************************************************
      ** The caller's alert is the LAST line from the same source    **
      ** with the same message; its key is the AUDITCHN checksum of  **
      ** that line, exactly as ALRTCON computes it.                  **
      *****************************************************************
       100-Find-Linked-Alert.
           MOVE 0 TO Linked-Alert-Key
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERALRT.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Alert-File
               MOVE 'N' TO Alert-EOF-Switch
               PERFORM 110-Check-One-Alert
                   UNTIL Alert-EOF
               CLOSE Alert-File
           END-IF
           .
       110-Check-One-Alert.
           READ Alert-File
               AT END
                   MOVE 'Y' TO Alert-EOF-Switch
           END-READ
           IF NOT Alert-EOF
               MOVE Alert-Record TO Alert-Line
               IF  ALT-Source  = ICB-Source
               AND ALT-Message = ICB-Alert-Text
                   MOVE SPACES TO Chain-Work-Record
                   MOVE Alert-Record TO Chain-Work-Record
                   CALL "AUDITCHN"
                       USING Chain-Work-Record, Linked-Alert-Key
                   END-CALL
               END-IF
           END-IF
           .
      *****************************************************************
      ** One pass over the register finds both the highest incident  **
      ** number (ours is the next) and any still-open incident for   **
      ** the same program, job table and step.                       **
      *****************************************************************
       200-Scan-Register.
           MOVE 0 TO Highest-Number
           MOVE 0 TO Matched-Number
           MOVE 0 TO IN-Number
           START Incident-File KEY NOT < IN-Number
               INVALID KEY
                   MOVE 'Y' TO Scan-EOF-Switch
               NOT INVALID KEY
                   MOVE 'N' TO Scan-EOF-Switch
           END-START
           PERFORM 210-Scan-One-Incident
               UNTIL Scan-EOF
           .
       210-Scan-One-Incident.
           READ Incident-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Scan-EOF-Switch
           END-READ
           IF NOT Scan-EOF
               MOVE IN-Number TO Highest-Number
               IF  NOT IN-Status-Closed
               AND IN-Program   = ICB-Program
               AND IN-Job-Table = ICB-Job-Table
               AND IN-Step      = ICB-Step
                   MOVE IN-Number TO Matched-Number
               END-IF
           END-IF
           .
       300-Note-Repeat-Failure.
           MOVE Matched-Number TO IN-Number
           READ Incident-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO Failure-Note
                   STRING Now-Timestamp (1:16) " "
                          TRIM(ICB-Source, TRAILING) " reports RC="
                          TRIM(RC-Display) ": "
                          TRIM(ICB-Alert-Text, TRAILING)
                       DELIMITED BY SIZE INTO Failure-Note
                   END-STRING
                   PERFORM 310-Append-Note
                   IF IN-Alert-Key = 0
                       MOVE Linked-Alert-Key TO IN-Alert-Key
                   END-IF
                   MOVE Now-Timestamp TO IN-Last-Update
                   REWRITE Incident-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IN-Number TO ICB-Incident-Number
                           MOVE 4 TO ICB-Return-Code
                   END-REWRITE
           END-READ
           .
      *> a full note list keeps its latest entries - the full
      *> history is in the audit trail
       310-Append-Note.
           IF IN-Note-Count NOT NUMERIC
               MOVE 0 TO IN-Note-Count
           END-IF
           IF IN-Note-Count < 10
               ADD 1 TO IN-Note-Count
           ELSE
               MOVE IN-Note (2)  TO IN-Note (1)
               MOVE IN-Note (3)  TO IN-Note (2)
               MOVE IN-Note (4)  TO IN-Note (3)
               MOVE IN-Note (5)  TO IN-Note (4)
               MOVE IN-Note (6)  TO IN-Note (5)
               MOVE IN-Note (7)  TO IN-Note (6)
               MOVE IN-Note (8)  TO IN-Note (7)
               MOVE IN-Note (9)  TO IN-Note (8)
               MOVE IN-Note (10) TO IN-Note (9)
           END-IF
           MOVE Failure-Note TO IN-Note (IN-Note-Count)
           .
       400-Open-New-Incident.
           MOVE SPACES TO Incident-Record
           COMPUTE IN-Number = Highest-Number + 1
           MOVE Now-Timestamp        TO IN-Opened
           MOVE ICB-Source           TO IN-Source
           MOVE ICB-Job-Table        TO IN-Job-Table
           MOVE ICB-Step             TO IN-Step
           MOVE ICB-Program          TO IN-Program
           MOVE ICB-Step-Return-Code TO IN-Return-Code
           MOVE Linked-Alert-Key     TO IN-Alert-Key
           MOVE ICB-Alert-Text       TO IN-Alert-Text
           MOVE 'OPEN'               TO IN-Status
           MOVE Now-Timestamp        TO IN-Last-Update
           MOVE 0                    TO IN-Note-Count
           WRITE Incident-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IN-Number TO ICB-Incident-Number
                   MOVE 0 TO ICB-Return-Code
           END-WRITE
           .
