       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTRESP.
      *****************************************************************
      ** This is the monthly alert response report - the answer to  **
      ** "how fast are we responding to CRITICAL alerts, and who is  **
      ** carrying the pager".  For a chosen month it lines up:       **
      **                                                             **
      **   - the alerts that fired (OPERALRT.LOG, from ALERTER)      **
      **   - who acknowledged each one and when (OPERALRT.ACK, from  **
      **     ALRTCON; the alert key is the AUDITCHN checksum of the  **
      **     alert's OPERALRT.LOG line, the same key ALRTCON and     **
      **     ALRTESC use)                                            **
      **   - the escalation stage each unacknowledged CRITICAL       **
      **     reached (OPERALRT.ESC, from ALRTESC)                    **
      **   - the operator names (OPERATOR.DAT, from OPEREDIT)        **
      **                                                             **
      ** The report, "ALRTRESP.RPT" (through RPTWRIT, so RPTSPOOL    **
      ** catalogs it), has five sections:                            **
      **                                                             **
      **   - every alert of the month with its time-to-acknowledge   **
      **     (alert time to the FIRST acknowledgment) and stage      **
      **   - count, acknowledged, average and worst time-to-ack,     **
      **     never acknowledged, and stage 1 / stage 2 escalations   **
      **     by severity                                             **
      **   - the same by source program                              **
      **   - acknowledgments per operator id with the OPERATOR.DAT   **
      **     name, average and worst time-to-ack                     **
      **   - the alerts never acknowledged at all                    **
      **                                                             **
      ** The one CALL (or command-line) argument is the month as     **
      ** yyyy-mm (as for VENDSCOR); default is the current month.    **
      ** Run it as a monthly JOBDRV step.  RETURN-CODE is 0, or 2    **
      ** when OPERALRT.LOG cannot be read.                           **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1044 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Alert-File ASSIGN TO "OPERALRT.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Ack-File ASSIGN TO "OPERALRT.ACK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Stage-File ASSIGN TO "OPERALRT.ESC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Operator-File ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Alert-File.
       01  Alert-Record                   PIC X(160).

       FD  Ack-File.
       01  Ack-Record                     PIC X(60).

       FD  Stage-File.
       01  Stage-Record                   PIC X(20).

       FD  Operator-File.
       01  Operator-Record                PIC X(80).

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

       01  Resp-Parm-Text                 PIC X(10) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Resp-Month                     PIC X(7).

       01  Now-Fields.
           05 NF-Date.
              10 NF-Year                  PIC 9(4).
              10 NF-Month                 PIC 9(2).
              10 NF-Day                   PIC 9(2).
           05 NF-Time                     PIC X(8).
           05 NF-Offset                   PIC X(9).

       01  Alert-EOF-Switch               PIC X.
           88 Alert-EOF                   VALUE 'Y'.
       01  Ack-EOF-Switch                 PIC X.
           88 Ack-EOF                     VALUE 'Y'.
       01  Stage-EOF-Switch               PIC X.
           88 Stage-EOF                   VALUE 'Y'.
       01  Operator-EOF-Switch            PIC X.
           88 Operator-EOF                VALUE 'Y'.

      *> the alert line as ALERTER writes it
       01  Alert-Line.
           05 ALT-Timestamp             PIC X(19).
           05 FILLER                    PIC X.
           05 ALT-Severity              PIC X(8).
           05 FILLER                    PIC X.
           05 ALT-Source                PIC X(8).
           05 FILLER                    PIC X.
           05 ALT-Message               PIC X(100).

       01  Chain-Work-Record              PIC X(210).
       01  Chain-Value                    PIC 9(10).

      *> the earliest acknowledgment of each alert key
       01  Ack-Table.
           05 Ack-Entry                   OCCURS 2000 TIMES.
              10 AK-Key                   PIC 9(10).
              10 AK-Operator              PIC X(8).
              10 AK-Timestamp             PIC X(19).
       01  Ack-Count                      USAGE BINARY-LONG VALUE 0.
       01  Ack-Sub                        USAGE BINARY-LONG.
       01  Matched-Ack                    USAGE BINARY-LONG.
       01  Ack-Key-Text                   PIC X(10).
       01  Ack-Operator-Text              PIC X(8).
       01  Ack-Timestamp-Text             PIC X(19).

       01  Stage-Table.
           05 Stage-Entry                 OCCURS 500 TIMES.
              10 ST-Key                   PIC 9(10).
              10 ST-Stage                 PIC 9(1).
       01  Stage-Count                    USAGE BINARY-LONG VALUE 0.
       01  Stage-Sub                      USAGE BINARY-LONG.
       01  Stage-Key-Text                 PIC X(10).
       01  Stage-Level-Text               PIC X(1).
       01  Alert-Stage                    PIC 9(1).

       01  Operator-Table.
           05 Operator-Entry              OCCURS 50 TIMES.
              10 OP-Id                    PIC X(8).
              10 OP-Name                  PIC X(30).
       01  Operator-Count                 USAGE BINARY-LONG VALUE 0.
       01  Operator-Sub                   USAGE BINARY-LONG.

      *****************************************************************
      ** The tallies.  Severity has its four fixed rows; sources and **
      ** acknowledging operators are added as they are met.          **
      *****************************************************************
       01  Severity-Names.
           05 FILLER                    PIC X(8) VALUE 'INFO'.
           05 FILLER                    PIC X(8) VALUE 'WARNING'.
           05 FILLER                    PIC X(8) VALUE 'SEVERE'.
           05 FILLER                    PIC X(8) VALUE 'CRITICAL'.
       01  Severity-Name-Table REDEFINES Severity-Names.
           05 Severity-Name             OCCURS 4 TIMES PIC X(8).

       01  Severity-Tally.
           05 Severity-Entry              OCCURS 4 TIMES.
              10 SV-Alerts                USAGE BINARY-LONG.
              10 SV-Acked                 USAGE BINARY-LONG.
              10 SV-Total-Seconds         USAGE BINARY-DOUBLE.
              10 SV-Worst-Seconds         USAGE BINARY-LONG.
              10 SV-Never                 USAGE BINARY-LONG.
              10 SV-Stage-1               USAGE BINARY-LONG.
              10 SV-Stage-2               USAGE BINARY-LONG.
       01  Severity-Sub                   USAGE BINARY-LONG.

       01  Source-Tally.
           05 Source-Entry                OCCURS 100 TIMES.
              10 SR-Source                PIC X(8).
              10 SR-Alerts                USAGE BINARY-LONG.
              10 SR-Acked                 USAGE BINARY-LONG.
              10 SR-Total-Seconds         USAGE BINARY-DOUBLE.
              10 SR-Worst-Seconds         USAGE BINARY-LONG.
              10 SR-Never                 USAGE BINARY-LONG.
              10 SR-Stage-1               USAGE BINARY-LONG.
              10 SR-Stage-2               USAGE BINARY-LONG.
       01  Source-Count                   USAGE BINARY-LONG VALUE 0.
       01  Source-Sub                     USAGE BINARY-LONG.

       01  Responder-Tally.
           05 Responder-Entry             OCCURS 50 TIMES.
              10 RS-Operator              PIC X(8).
              10 RS-Acks                  USAGE BINARY-LONG.
              10 RS-Total-Seconds         USAGE BINARY-DOUBLE.
              10 RS-Worst-Seconds         USAGE BINARY-LONG.
       01  Responder-Count                USAGE BINARY-LONG VALUE 0.
       01  Responder-Sub                  USAGE BINARY-LONG.

       01  Search-Sub                     USAGE BINARY-LONG.

       01  Month-Alerts                   USAGE BINARY-LONG VALUE 0.
       01  Month-Never                    USAGE BINARY-LONG VALUE 0.

      *> time arithmetic: a timestamp as seconds since day 1
       01  Stamp-Text                     PIC X(19).
       01  Stamp-Date-Number              PIC 9(8).
       01  Stamp-Seconds                  USAGE BINARY-DOUBLE.
       01  Alert-Stamp-Seconds            USAGE BINARY-DOUBLE.
       01  Ack-Seconds                    USAGE BINARY-LONG.
       01  Duration-Seconds               USAGE BINARY-LONG.
       01  Duration-Work                  USAGE BINARY-LONG.
       01  Duration-Hours                 PIC ZZZ9.
       01  Duration-Minutes               PIC 99.
       01  Duration-Secs                  PIC 99.
       01  Duration-Text                  PIC X(10).

       01  Report-Line                    PIC X(132).

       01  Alert-Detail-Line.
           05 AD-Timestamp               PIC X(19).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Severity                PIC X(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Source                  PIC X(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Acked-By                PIC X(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Time-To-Ack             PIC X(10).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Stage                   PIC X(3).
           05 FILLER                     PIC X VALUE SPACE.
           05 AD-Message                 PIC X(60).

       01  Tally-Detail-Line.
           05 TD-Name                    PIC X(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Alerts                  PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Acked                   PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Average                 PIC X(10).
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Worst                   PIC X(10).
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Never                   PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Stage-1                 PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TD-Stage-2                 PIC ZZZZ9.

       01  Responder-Detail-Line.
           05 RD-Operator                PIC X(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 RD-Name                    PIC X(30).
           05 FILLER                     PIC X VALUE SPACE.
           05 RD-Acks                    PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 RD-Average                 PIC X(10).
           05 FILLER                     PIC X VALUE SPACE.
           05 RD-Worst                   PIC X(10).

       01  Count-Display                  PIC Z(5)9.

       01  Resp-Return-Code               USAGE BINARY-LONG VALUE 0.

       01  Audit-Source                   PIC X(8) VALUE 'ALRTRESP'.

       LINKAGE SECTION.
       01  Resp-Parm                      PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Resp-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           PERFORM 020-Load-Acknowledgments
           PERFORM 030-Load-Stages
           PERFORM 040-Load-Operators
           INITIALIZE Severity-Tally
           INITIALIZE Rptwrit-CB
           MOVE "ALRTRESP.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           STRING "ALERT RESPONSE REPORT FOR " Resp-Month
               DELIMITED BY SIZE INTO RWB-Title
           END-STRING
           MOVE "ALRTRESP" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERALRT.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "OPERALRT.LOG could not be read" TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE 2 TO Resp-Return-Code
           ELSE
               PERFORM 100-Write-Alert-Section
               PERFORM 300-Write-Severity-Section
               PERFORM 400-Write-Source-Section
               PERFORM 500-Write-Operator-Section
               PERFORM 600-Write-Never-Acked-Section
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           CALL "AUDITLOG"
               USING Audit-Source, Resp-Month, Resp-Return-Code
           END-CALL
           MOVE Resp-Return-Code TO RETURN-CODE
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
                   MOVE Resp-Parm TO Resp-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Resp-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF  Resp-Parm-Text (1:4) NUMERIC
           AND Resp-Parm-Text (5:1) = '-'
           AND Resp-Parm-Text (6:2) NUMERIC
               MOVE Resp-Parm-Text (1:7) TO Resp-Month
           ELSE
               MOVE FUNCTION CURRENT-DATE TO Now-Fields
               MOVE SPACES TO Resp-Month
               STRING NF-Year "-" NF-Month
                   INTO Resp-Month
               END-STRING
           END-IF
           .
      *****************************************************************
      ** OPERALRT.ACK is append-only, so an alert acknowledged twice **
      ** (two consoles at once) has two lines - the first one is the **
      ** response time that counts.                                  **
      *****************************************************************
       020-Load-Acknowledgments.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERALRT.ACK"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Ack-File
               MOVE 'N' TO Ack-EOF-Switch
               PERFORM 021-Load-One-Ack
                   UNTIL Ack-EOF
               CLOSE Ack-File
           END-IF
           .
       021-Load-One-Ack.
           READ Ack-File
               AT END
                   MOVE 'Y' TO Ack-EOF-Switch
           END-READ
           IF  NOT Ack-EOF
           AND Ack-Record NOT = SPACES
               MOVE SPACES TO Ack-Key-Text
               MOVE SPACES TO Ack-Operator-Text
               MOVE SPACES TO Ack-Timestamp-Text
               UNSTRING Ack-Record DELIMITED BY ','
                   INTO Ack-Key-Text, Ack-Operator-Text,
                        Ack-Timestamp-Text
               END-UNSTRING
               IF Ack-Key-Text NUMERIC
                   MOVE Ack-Key-Text TO Chain-Value
                   PERFORM 150-Find-Acknowledgment
                   EVALUATE TRUE
                       WHEN Matched-Ack > 0
                           IF Ack-Timestamp-Text
                                < AK-Timestamp (Matched-Ack)
                               MOVE UPPER-CASE(Ack-Operator-Text)
                                 TO AK-Operator (Matched-Ack)
                               MOVE Ack-Timestamp-Text
                                 TO AK-Timestamp (Matched-Ack)
                           END-IF
                       WHEN Ack-Count < 2000
                           ADD 1 TO Ack-Count
                           MOVE Chain-Value TO AK-Key (Ack-Count)
                           MOVE UPPER-CASE(Ack-Operator-Text)
                             TO AK-Operator (Ack-Count)
                           MOVE Ack-Timestamp-Text
                             TO AK-Timestamp (Ack-Count)
                       WHEN OTHER
                           DISPLAY 'ALRTRESP: more than 2000 '
                               'acknowledgments - the rest are '
                               'not counted' UPON SYSERR
                           MOVE 'Y' TO Ack-EOF-Switch
                   END-EVALUATE
               END-IF
           END-IF
           .
       030-Load-Stages.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERALRT.ESC"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Stage-File
               MOVE 'N' TO Stage-EOF-Switch
               PERFORM 031-Load-One-Stage
                   UNTIL Stage-EOF
               CLOSE Stage-File
           END-IF
           .
       031-Load-One-Stage.
           READ Stage-File
               AT END
                   MOVE 'Y' TO Stage-EOF-Switch
           END-READ
           IF  NOT Stage-EOF
           AND Stage-Record NOT = SPACES
           AND Stage-Count < 500
               MOVE SPACES TO Stage-Key-Text
               MOVE SPACES TO Stage-Level-Text
               UNSTRING Stage-Record DELIMITED BY ','
                   INTO Stage-Key-Text, Stage-Level-Text
               END-UNSTRING
               IF  Stage-Key-Text NUMERIC
               AND Stage-Level-Text NUMERIC
                   ADD 1 TO Stage-Count
                   MOVE Stage-Key-Text TO ST-Key (Stage-Count)
                   MOVE Stage-Level-Text TO ST-Stage (Stage-Count)
               END-IF
           END-IF
           .
       040-Load-Operators.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERATOR.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Operator-File
               MOVE 'N' TO Operator-EOF-Switch
               PERFORM 041-Load-One-Operator
                   UNTIL Operator-EOF
               CLOSE Operator-File
           END-IF
           .
       041-Load-One-Operator.
           READ Operator-File
               AT END
                   MOVE 'Y' TO Operator-EOF-Switch
           END-READ
           IF  NOT Operator-EOF
           AND Operator-Record NOT = SPACES
           AND Operator-Count < 50
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Operator-Record
               END-CALL
               IF CPB-Field-Count >= 4
                   ADD 1 TO Operator-Count
                   MOVE UPPER-CASE(CPB-Field (1) (1:8))
                     TO OP-Id (Operator-Count)
                   MOVE CPB-Field (4) (1:30)
                     TO OP-Name (Operator-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** One pass over the month's alerts: each gets its detail line **
      ** and is credited to its severity, its source and (when it    **
      ** was acknowledged) its responder.                            **
      *****************************************************************
       100-Write-Alert-Section.
           MOVE "ALERTS RAISED" TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "Timestamp           Severity Source   Acked-by "
              & "Time-to-ack Esc Message"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "------------------- -------- -------- -------- "
              & "---------- --- ---------------------------------"
              & "---------------------------"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           OPEN INPUT Alert-File
           MOVE 'N' TO Alert-EOF-Switch
           PERFORM 110-Tally-One-Alert
               UNTIL Alert-EOF
           CLOSE Alert-File
           MOVE Month-Alerts TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Alerts in " Resp-Month ": " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       110-Tally-One-Alert.
           READ Alert-File
               AT END
                   MOVE 'Y' TO Alert-EOF-Switch
           END-READ
           IF NOT Alert-EOF
               MOVE Alert-Record TO Alert-Line
               IF  ALT-Timestamp (1:7) = Resp-Month
               AND ALT-Timestamp (1:4) NUMERIC
                   ADD 1 TO Month-Alerts
                   PERFORM 120-Identify-Alert
                   PERFORM 130-Credit-Severity
                   PERFORM 140-Credit-Source
                   IF Matched-Ack > 0
                       PERFORM 160-Credit-Responder
                   ELSE
                       ADD 1 TO Month-Never
                   END-IF
                   PERFORM 170-Write-Alert-Detail
               END-IF
           END-IF
           .
      *> key, acknowledgment, time-to-ack and stage of the alert
       120-Identify-Alert.
           MOVE SPACES TO Chain-Work-Record
           MOVE Alert-Record TO Chain-Work-Record
           CALL "AUDITCHN"
               USING Chain-Work-Record, Chain-Value
           END-CALL
           PERFORM 150-Find-Acknowledgment
           MOVE 0 TO Ack-Seconds
           IF Matched-Ack > 0
               MOVE ALT-Timestamp TO Stamp-Text
               PERFORM 900-Stamp-To-Seconds
               MOVE Stamp-Seconds TO Alert-Stamp-Seconds
               MOVE AK-Timestamp (Matched-Ack) TO Stamp-Text
               PERFORM 900-Stamp-To-Seconds
               IF Stamp-Seconds > Alert-Stamp-Seconds
                   COMPUTE Ack-Seconds =
                       Stamp-Seconds - Alert-Stamp-Seconds
               END-IF
           END-IF
           MOVE 0 TO Alert-Stage
           PERFORM VARYING Stage-Sub FROM 1 BY 1
                     UNTIL Stage-Sub > Stage-Count
               IF ST-Key (Stage-Sub) = Chain-Value
                   MOVE ST-Stage (Stage-Sub) TO Alert-Stage
               END-IF
           END-PERFORM
           .
       130-Credit-Severity.
           MOVE 0 TO Severity-Sub
           PERFORM VARYING Search-Sub FROM 1 BY 1
                     UNTIL Search-Sub > 4
               IF ALT-Severity = Severity-Name (Search-Sub)
                   MOVE Search-Sub TO Severity-Sub
               END-IF
           END-PERFORM
           IF Severity-Sub > 0
               ADD 1 TO SV-Alerts (Severity-Sub)
               IF Matched-Ack > 0
                   ADD 1 TO SV-Acked (Severity-Sub)
                   ADD Ack-Seconds TO SV-Total-Seconds (Severity-Sub)
                   IF Ack-Seconds > SV-Worst-Seconds (Severity-Sub)
                       MOVE Ack-Seconds
                         TO SV-Worst-Seconds (Severity-Sub)
                   END-IF
               ELSE
                   ADD 1 TO SV-Never (Severity-Sub)
               END-IF
               IF Alert-Stage >= 1
                   ADD 1 TO SV-Stage-1 (Severity-Sub)
               END-IF
               IF Alert-Stage >= 2
                   ADD 1 TO SV-Stage-2 (Severity-Sub)
               END-IF
           END-IF
           .
       140-Credit-Source.
           MOVE 0 TO Source-Sub
           PERFORM VARYING Search-Sub FROM 1 BY 1
                     UNTIL Search-Sub > Source-Count
               IF SR-Source (Search-Sub) = ALT-Source
                   MOVE Search-Sub TO Source-Sub
               END-IF
           END-PERFORM
           IF  Source-Sub = 0
           AND Source-Count < 100
               ADD 1 TO Source-Count
               MOVE Source-Count TO Source-Sub
               INITIALIZE Source-Entry (Source-Sub)
               MOVE ALT-Source TO SR-Source (Source-Sub)
           END-IF
           IF Source-Sub > 0
               ADD 1 TO SR-Alerts (Source-Sub)
               IF Matched-Ack > 0
                   ADD 1 TO SR-Acked (Source-Sub)
                   ADD Ack-Seconds TO SR-Total-Seconds (Source-Sub)
                   IF Ack-Seconds > SR-Worst-Seconds (Source-Sub)
                       MOVE Ack-Seconds
                         TO SR-Worst-Seconds (Source-Sub)
                   END-IF
               ELSE
                   ADD 1 TO SR-Never (Source-Sub)
               END-IF
               IF Alert-Stage >= 1
                   ADD 1 TO SR-Stage-1 (Source-Sub)
               END-IF
               IF Alert-Stage >= 2
                   ADD 1 TO SR-Stage-2 (Source-Sub)
               END-IF
           END-IF
           .
       150-Find-Acknowledgment.
           MOVE 0 TO Matched-Ack
           PERFORM VARYING Ack-Sub FROM 1 BY 1
                     UNTIL Ack-Sub > Ack-Count
                        OR Matched-Ack > 0
               IF AK-Key (Ack-Sub) = Chain-Value
                   MOVE Ack-Sub TO Matched-Ack
               END-IF
           END-PERFORM
           .
       160-Credit-Responder.
           MOVE 0 TO Responder-Sub
           PERFORM VARYING Search-Sub FROM 1 BY 1
                     UNTIL Search-Sub > Responder-Count
               IF RS-Operator (Search-Sub)
                    = AK-Operator (Matched-Ack)
                   MOVE Search-Sub TO Responder-Sub
               END-IF
           END-PERFORM
           IF  Responder-Sub = 0
           AND Responder-Count < 50
               ADD 1 TO Responder-Count
               MOVE Responder-Count TO Responder-Sub
               INITIALIZE Responder-Entry (Responder-Sub)
               MOVE AK-Operator (Matched-Ack)
                 TO RS-Operator (Responder-Sub)
           END-IF
           IF Responder-Sub > 0
               ADD 1 TO RS-Acks (Responder-Sub)
               ADD Ack-Seconds TO RS-Total-Seconds (Responder-Sub)
               IF Ack-Seconds > RS-Worst-Seconds (Responder-Sub)
                   MOVE Ack-Seconds TO RS-Worst-Seconds (Responder-Sub)
               END-IF
           END-IF
           .
       170-Write-Alert-Detail.
           MOVE ALT-Timestamp TO AD-Timestamp
           MOVE ALT-Severity  TO AD-Severity
           MOVE ALT-Source    TO AD-Source
           MOVE ALT-Message   TO AD-Message
           IF Matched-Ack > 0
               MOVE AK-Operator (Matched-Ack) TO AD-Acked-By
               MOVE Ack-Seconds TO Duration-Seconds
               PERFORM 910-Format-Duration
               MOVE Duration-Text TO AD-Time-To-Ack
           ELSE
               MOVE SPACES TO AD-Acked-By
               MOVE "NEVER"  TO AD-Time-To-Ack
           END-IF
           IF Alert-Stage > 0
               MOVE SPACES TO AD-Stage
               MOVE Alert-Stage TO AD-Stage (2:1)
           ELSE
               MOVE SPACES TO AD-Stage
           END-IF
           MOVE Alert-Detail-Line TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
       300-Write-Severity-Section.
           MOVE "RESPONSE BY SEVERITY" TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM 310-Write-Tally-Heading
           PERFORM VARYING Severity-Sub FROM 1 BY 1
                     UNTIL Severity-Sub > 4
               MOVE Severity-Name (Severity-Sub) TO TD-Name
               MOVE SV-Alerts (Severity-Sub)  TO TD-Alerts
               MOVE SV-Acked (Severity-Sub)   TO TD-Acked
               MOVE SV-Never (Severity-Sub)   TO TD-Never
               MOVE SV-Stage-1 (Severity-Sub) TO TD-Stage-1
               MOVE SV-Stage-2 (Severity-Sub) TO TD-Stage-2
               MOVE SPACES TO TD-Average
               MOVE SPACES TO TD-Worst
               IF SV-Acked (Severity-Sub) > 0
                   COMPUTE Duration-Seconds ROUNDED =
                       SV-Total-Seconds (Severity-Sub)
                       / SV-Acked (Severity-Sub)
                   PERFORM 910-Format-Duration
                   MOVE Duration-Text TO TD-Average
                   MOVE SV-Worst-Seconds (Severity-Sub)
                     TO Duration-Seconds
                   PERFORM 910-Format-Duration
                   MOVE Duration-Text TO TD-Worst
               END-IF
               MOVE Tally-Detail-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       310-Write-Tally-Heading.
           MOVE "         Alerts Acked    Average      Worst "
              & "Never Esc-1 Esc-2"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "-------- ----- ----- ---------- ---------- "
              & "----- ----- -----"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       400-Write-Source-Section.
           MOVE "RESPONSE BY SOURCE PROGRAM" TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM 310-Write-Tally-Heading
           PERFORM VARYING Source-Sub FROM 1 BY 1
                     UNTIL Source-Sub > Source-Count
               MOVE SR-Source (Source-Sub)  TO TD-Name
               MOVE SR-Alerts (Source-Sub)  TO TD-Alerts
               MOVE SR-Acked (Source-Sub)   TO TD-Acked
               MOVE SR-Never (Source-Sub)   TO TD-Never
               MOVE SR-Stage-1 (Source-Sub) TO TD-Stage-1
               MOVE SR-Stage-2 (Source-Sub) TO TD-Stage-2
               MOVE SPACES TO TD-Average
               MOVE SPACES TO TD-Worst
               IF SR-Acked (Source-Sub) > 0
                   COMPUTE Duration-Seconds ROUNDED =
                       SR-Total-Seconds (Source-Sub)
                       / SR-Acked (Source-Sub)
                   PERFORM 910-Format-Duration
                   MOVE Duration-Text TO TD-Average
                   MOVE SR-Worst-Seconds (Source-Sub)
                     TO Duration-Seconds
                   PERFORM 910-Format-Duration
                   MOVE Duration-Text TO TD-Worst
               END-IF
               MOVE Tally-Detail-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
      *> an id that is not (or no longer) in OPERATOR.DAT still
      *> gets its line - the acknowledgment happened
       500-Write-Operator-Section.
           MOVE "ACKNOWLEDGMENTS BY OPERATOR" TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "Operator Name                           Acks    "
              & "Average      Worst"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "-------- ------------------------------ ----- "
              & "---------- ----------"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Responder-Sub FROM 1 BY 1
                     UNTIL Responder-Sub > Responder-Count
               MOVE RS-Operator (Responder-Sub) TO RD-Operator
               MOVE "(not in OPERATOR.DAT)" TO RD-Name
               PERFORM VARYING Operator-Sub FROM 1 BY 1
                         UNTIL Operator-Sub > Operator-Count
                   IF OP-Id (Operator-Sub)
                        = RS-Operator (Responder-Sub)
                       MOVE OP-Name (Operator-Sub) TO RD-Name
                   END-IF
               END-PERFORM
               MOVE RS-Acks (Responder-Sub) TO RD-Acks
               COMPUTE Duration-Seconds ROUNDED =
                   RS-Total-Seconds (Responder-Sub)
                   / RS-Acks (Responder-Sub)
               PERFORM 910-Format-Duration
               MOVE Duration-Text TO RD-Average
               MOVE RS-Worst-Seconds (Responder-Sub)
                 TO Duration-Seconds
               PERFORM 910-Format-Duration
               MOVE Duration-Text TO RD-Worst
               MOVE Responder-Detail-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
      *> a second pass - the list is short, the log is not kept
       600-Write-Never-Acked-Section.
           MOVE "NEVER ACKNOWLEDGED" TO Report-Line
           PERFORM 290-Write-Report-Line
           IF Month-Never = 0
               MOVE "(none)" TO Report-Line
               PERFORM 290-Write-Report-Line
           ELSE
               OPEN INPUT Alert-File
               MOVE 'N' TO Alert-EOF-Switch
               PERFORM 610-List-One-Alert
                   UNTIL Alert-EOF
               CLOSE Alert-File
               MOVE Month-Never TO Count-Display
               MOVE SPACES TO Report-Line
               STRING "Never acknowledged: " Count-Display
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           .
       610-List-One-Alert.
           READ Alert-File
               AT END
                   MOVE 'Y' TO Alert-EOF-Switch
           END-READ
           IF NOT Alert-EOF
               MOVE Alert-Record TO Alert-Line
               IF  ALT-Timestamp (1:7) = Resp-Month
               AND ALT-Timestamp (1:4) NUMERIC
                   PERFORM 120-Identify-Alert
                   IF Matched-Ack = 0
                       PERFORM 170-Write-Alert-Detail
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** "yyyy-mm-dd hh:mm:ss" to seconds, so alert and ack times     **
      ** subtract across midnight and month ends.                    **
      *****************************************************************
       900-Stamp-To-Seconds.
           MOVE 0 TO Stamp-Seconds
           IF  Stamp-Text (1:4) NUMERIC
           AND Stamp-Text (6:2) NUMERIC
           AND Stamp-Text (9:2) NUMERIC
           AND Stamp-Text (12:2) NUMERIC
           AND Stamp-Text (15:2) NUMERIC
           AND Stamp-Text (18:2) NUMERIC
               COMPUTE Stamp-Date-Number =
                     NUMVAL(Stamp-Text (1:4)) * 10000
                   + NUMVAL(Stamp-Text (6:2)) * 100
                   + NUMVAL(Stamp-Text (9:2))
               COMPUTE Stamp-Seconds =
                     INTEGER-OF-DATE(Stamp-Date-Number) * 86400
                   + NUMVAL(Stamp-Text (12:2)) * 3600
                   + NUMVAL(Stamp-Text (15:2)) * 60
                   + NUMVAL(Stamp-Text (18:2))
           END-IF
           .
       910-Format-Duration.
           DIVIDE Duration-Seconds BY 3600
               GIVING Duration-Hours
               REMAINDER Duration-Work
           END-DIVIDE
           DIVIDE Duration-Work BY 60
               GIVING Duration-Minutes
               REMAINDER Duration-Secs
           END-DIVIDE
           MOVE SPACES TO Duration-Text
           STRING Duration-Hours ":" Duration-Minutes ":"
                  Duration-Secs
               DELIMITED BY SIZE INTO Duration-Text
           END-STRING
           .
