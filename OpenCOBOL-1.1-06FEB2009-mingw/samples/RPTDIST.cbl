       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
      *****************************************************************
      ** This is the report distribution step, run after RPTSPOOL.   **
      ** RPTSPOOL files every printing of EODSUMM.RPT, AMPREP.RPT,   **
      ** VENDSCOR.RPT and the rest as a generation in SPOOLCAT.DAT;  **
      ** RPTDIST gets each new generation to the people who need it  **
      ** instead of someone printing it for the binder and mailing   **
      ** it by hand.  The distribution table "RPTDIST.DAT" has one   **
      ** comma-separated line per report and recipient (a field      **
      ** holding a comma must be quoted - see CSVPARSE.cbl):         **
      **                                                             **
      **   report,recipient,route,target,condition,producer          **
      **                                                             **
      **   report     the report name as SPOOLDEF.DAT lists it,      **
      **              e.g. AMPREP.RPT                                **
      **   recipient  a short name for the log and the audit trail,  **
      **              e.g. TREASURY                                  **
      **   route      O (OUTBOUND) - a copy of the generation is     **
      **                staged in the OUTBOUND directory as          **
      **                <target>-<generation-file>, so OUTBOUND      **
      **                transmits it by whichever OUTDEST.DAT        **
      **                pattern matches that name (target defaults   **
      **                to the recipient)                            **
      **              N (NOTIFY) - the target is a command template; **
      **                every &FILE in it is replaced with the       **
      **                generation's filename (which is appended     **
      **                when there is no &FILE) and the command is   **
      **                run through WINSYSTEM                        **
      **   condition  A (or blank) always                            **
      **              R only when the producing step's return code   **
      **                was non-zero                                 **
      **              F only when the generation was written on the  **
      **                first working day of its month (SHOPCAL.DAT, **
      **                as JOBDRV's calendar sees it)                **
      **   producer   the program whose return code condition R      **
      **              tests, taken from its last JOBDRV accounting   **
      **              row (JOBSTAT.CSV) started no later than the    **
      **              generation was written; defaults to the        **
      **              report's name, e.g. AMPREP for AMPREP.RPT      **
      **                                                             **
      ** Every generation a recipient is due is delivered once: the  **
      ** delivery log "RPTDIST.LOG" gets one line per generation and **
      ** recipient,                                                  **
      **                                                             **
      **   report,generation,written,recipient,route,status,         **
      **   logged,detail                                             **
      **                                                             **
      ** with status DELIVERED, NOT DUE (its condition was not met)  **
      ** or FAILED.  A DELIVERED or NOT DUE generation is never      **
      ** looked at again for that recipient; a FAILED one is retried **
      ** on the next run.  A recipient new to the table starts with  **
      ** the report's newest generation rather than every generation **
      ** still in the spool.  RPTVIEW shows who received a given     **
      ** generation.  Deliveries and failures are audited.           **
      **                                                             **
      ** A typical JOBSTEPS.DAT line, right after the RPTSPOOL step: **
      **                                                             **
      **   910,RPTDIST,,C,Distribute spooled reports                 **
      **                                                             **
      ** RETURN-CODE is the number of deliveries that failed, or 2   **
      ** when RPTDIST.DAT is missing.                                **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1058 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dist-File ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Catalog-File ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Delivery-Log-File ASSIGN TO "RPTDIST.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Accounting-File ASSIGN TO "JOBSTAT.CSV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Calendar-File ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Dist-File.
       01  Dist-Record                    PIC X(250).

       FD  Catalog-File.
       01  Catalog-Record                 PIC X(160).

       FD  Delivery-Log-File.
       01  Delivery-Log-Record            PIC X(300).

       FD  Accounting-File.
       01  Accounting-Record              PIC X(120).

       FD  Calendar-File.
       01  Calendar-Record                PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CSVPARSEcb.

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

       01  Env-Outbound                   PIC X(256).
       01  Slash                          PIC X(1).
       01  Full-Path                      PIC X(256).
       01  Staged-Name                    PIC X(128).
       01  Generation-File-Name           PIC X(80).
       01  Name-Sub                       USAGE BINARY-LONG.

       01  Dist-EOF-Switch                PIC X.
           88 Dist-EOF                    VALUE 'Y'.

       01  Dist-Table.
           05 Dist-Entry                  OCCURS 100 TIMES.
              10 DT-Report                PIC X(40).
              10 DT-Recipient             PIC X(20).
              10 DT-Route                 PIC X(1).
                 88 DT-Route-Outbound     VALUE 'O', 'o'.
                 88 DT-Route-Notify       VALUE 'N', 'n'.
              10 DT-Target                PIC X(80).
              10 DT-Condition             PIC X(1).
                 88 DT-Condition-Always   VALUE 'A', 'a', ' '.
                 88 DT-Condition-Error    VALUE 'R', 'r'.
                 88 DT-Condition-First    VALUE 'F', 'f'.
              10 DT-Producer              PIC X(9).
              10 DT-Baseline              PIC X(19).
              10 DT-Logged-Switch         PIC X(1).
                 88 DT-Logged             VALUE 'Y'.
       01  Dist-Count                     PIC 9(3) VALUE 0.
       01  Dist-Sub                       PIC 9(3).

       01  Catalog-EOF-Switch             PIC X.
           88 Catalog-EOF                 VALUE 'Y'.

       01  Cat-Report                     PIC X(40).
       01  Cat-Generation                 PIC X(80).
       01  Cat-Timestamp                  PIC X(19).
       01  Cat-Size                       PIC X(10).

       01  Catalog-Table.
           05 Catalog-Entry               OCCURS 500 TIMES.
              10 CT-Report                PIC X(40).
              10 CT-Generation            PIC X(80).
              10 CT-Timestamp             PIC X(19).
       01  Catalog-Count                  PIC 9(3) VALUE 0.
       01  Catalog-Sub                    PIC 9(3).

       01  Log-EOF-Switch                 PIC X.
           88 Log-EOF                     VALUE 'Y'.

       01  Log-Fields.
           05 LG-Report                   PIC X(40).
           05 LG-Generation               PIC X(80).
           05 LG-Written                  PIC X(19).
           05 LG-Recipient                PIC X(20).
           05 LG-Route                    PIC X(8).
           05 LG-Status                   PIC X(9).
           05 LG-Logged                   PIC X(19).
           05 LG-Detail                   PIC X(100).

       01  Handled-Table.
           05 Handled-Entry               OCCURS 2000 TIMES.
              10 HD-Generation            PIC X(80).
              10 HD-Recipient             PIC X(20).
       01  Handled-Count                  PIC 9(4) VALUE 0.
       01  Handled-Sub                    PIC 9(4).
       01  Handled-Switch                 PIC X.
           88 Already-Handled             VALUE 'Y'.

       01  Accounting-EOF-Switch          PIC X.
           88 Accounting-EOF              VALUE 'Y'.

       01  Acct-Job-Date                  PIC X(10).
       01  Acct-Step                      PIC X(3).
       01  Acct-Program                   PIC X(9).
       01  Acct-Start                     PIC X(19).
       01  Acct-End                       PIC X(19).
       01  Acct-Elapsed                   PIC X(10).
       01  Acct-RC-Text                   PIC X(12).

       01  Producer-Name                  PIC X(9).
       01  Producer-RC                    USAGE BINARY-LONG.
       01  Producer-RC-Display            PIC -(4)9.
       01  Producer-Found-Switch          PIC X.
           88 Producer-Found              VALUE 'Y'.

       01  Calendar-EOF-Switch            PIC X VALUE 'N'.
           88 Calendar-EOF                VALUE 'Y'.

       01  Holiday-Table.
           05 Holiday-Date                PIC 9(8) OCCURS 200 TIMES.
       01  Holiday-Count                  PIC 9(3) VALUE 0.
       01  Holiday-Sub                    PIC 9(3).

       01  Calendar-Date-Text             PIC X(8).
       01  Calendar-Type-Text             PIC X(1).
       01  Calendar-Desc-Text             PIC X(40).

       01  Candidate-Date                 PIC 9(8).
       01  Candidate-Integer              USAGE BINARY-LONG.
       01  Candidate-DOW                  USAGE BINARY-LONG.
       01  Candidate-Working-Switch       PIC X.
           88 Candidate-Is-Working        VALUE 'Y'.

       01  Written-Date                   PIC 9(8).
       01  Written-Date-Split             REDEFINES Written-Date.
           05 WD-Year                     PIC 9(4).
           05 WD-Month                    PIC 9(2).
           05 WD-Day                      PIC 9(2).

       01  Condition-Due-Switch           PIC X.
           88 Condition-Due               VALUE 'Y'.

       01  Delivery-Status                PIC X(9).
       01  Delivery-Route-Name            PIC X(8).
       01  Delivery-Detail                PIC X(100).

       01  Notify-Command                 PIC X(256).
       01  Notify-Exit-Status             USAGE BINARY-LONG.
       01  Notify-Status-Display          PIC -(4)9.
       01  Build-Out-Ptr                  USAGE BINARY-LONG.
       01  Build-In-Ptr                   USAGE BINARY-LONG.
       01  Template-Length                USAGE BINARY-LONG.
       01  Path-Length                    USAGE BINARY-LONG.
       01  Build-Overflow-Switch          PIC X.
           88 Build-Overflowed            VALUE 'Y'.
       01  File-Token-Count               USAGE BINARY-LONG.

       01  Copy-RC-Display                PIC -(4)9.

       01  Now-Fields.
           05 NF-Date.
              10 NF-Year                PIC 9(4).
              10 NF-Month               PIC 9(2).
              10 NF-Day                 PIC 9(2).
           05 NF-Time.
              10 NF-Hours               PIC 9(2).
              10 NF-Minutes             PIC 9(2).
              10 NF-Seconds             PIC 9(2).
              10 FILLER                 PIC 9(2).
           05 NF-Offset                 PIC X(9).
       01  Now-Timestamp                  PIC X(19).

       01  Build-Line                     PIC X(300).

       01  Delivered-Count                USAGE BINARY-LONG VALUE 0.
       01  Not-Due-Count                  USAGE BINARY-LONG VALUE 0.
       01  Failed-Count                   USAGE BINARY-LONG VALUE 0.
       01  Delivered-Display              PIC 9(4).
       01  Not-Due-Display                PIC 9(4).
       01  Failed-Display                 PIC 9(4).

       01  Dist-Detail-Text               PIC X(152).
       01  Delivery-RC                    USAGE BINARY-LONG.
       01  Audit-Source                   PIC X(8) VALUE 'RPTDIST'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RPTDIST.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'RPTDIST: no RPTDIST.DAT - nothing to '
                   'distribute' UPON SYSERR
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 010-Identify-Outbound
           PERFORM 020-Load-Distribution
           PERFORM 030-Load-Catalog
           PERFORM 040-Load-Delivery-Log
           PERFORM 050-Set-Baselines
           PERFORM 060-Load-Calendar
           PERFORM VARYING Dist-Sub FROM 1 BY 1
                     UNTIL Dist-Sub > Dist-Count
               PERFORM 100-Distribute-One-Entry
           END-PERFORM
           MOVE Delivered-Count TO Delivered-Display
           MOVE Not-Due-Count TO Not-Due-Display
           MOVE Failed-Count TO Failed-Display
           DISPLAY 'RPTDIST: ' Delivered-Display ' delivered, '
               Not-Due-Display ' not due, ' Failed-Display
               ' failed' UPON SYSERR
           MOVE SPACES TO Dist-Detail-Text
           STRING "report distribution: " Delivered-Display
                  " delivered, " Not-Due-Display " not due, "
                  Failed-Display " failed"
               DELIMITED BY SIZE INTO Dist-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Dist-Detail-Text, Failed-Count
           END-CALL
           MOVE Failed-Count TO RETURN-CODE
           GOBACK
           .
       010-Identify-Outbound.
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
           .
       020-Load-Distribution.
           MOVE 0 TO Dist-Count
           OPEN INPUT Dist-File
           MOVE 'N' TO Dist-EOF-Switch
           PERFORM 021-Load-One-Distribution
               UNTIL Dist-EOF
           CLOSE Dist-File
           .
       021-Load-One-Distribution.
           READ Dist-File
               AT END
                   MOVE 'Y' TO Dist-EOF-Switch
           END-READ
           IF NOT Dist-EOF
               IF  Dist-Record NOT = SPACES
               AND Dist-Record (1:1) NOT = '*'
                   IF Dist-Count < 100
                       PERFORM 022-Add-One-Distribution
                   ELSE
                       DISPLAY 'RPTDIST: distribution table full - '
                           TRIM(Dist-Record) ' ignored' UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
       022-Add-One-Distribution.
           INITIALIZE Csvparse-CB
           CALL "CSVPARSE"
               USING Csvparse-CB, Dist-Record
           END-CALL
           IF CPB-Field-Count < 3
           OR CPB-Field (1) = SPACES
           OR CPB-Field (2) = SPACES
               DISPLAY 'RPTDIST: incomplete distribution line - '
                   TRIM(Dist-Record) ' ignored' UPON SYSERR
           ELSE
               ADD 1 TO Dist-Count
               MOVE CPB-Field (1) (1:40) TO DT-Report (Dist-Count)
               MOVE CPB-Field (2) (1:20)
                 TO DT-Recipient (Dist-Count)
               MOVE CPB-Field (3) (1:1) TO DT-Route (Dist-Count)
               MOVE SPACES TO DT-Target (Dist-Count)
               MOVE SPACES TO DT-Condition (Dist-Count)
               MOVE SPACES TO DT-Producer (Dist-Count)
               MOVE SPACES TO DT-Baseline (Dist-Count)
               MOVE 'N' TO DT-Logged-Switch (Dist-Count)
               IF CPB-Field-Count >= 4
                   MOVE CPB-Field (4) TO DT-Target (Dist-Count)
               END-IF
               IF CPB-Field-Count >= 5
                   MOVE CPB-Field (5) (1:1)
                     TO DT-Condition (Dist-Count)
               END-IF
               IF CPB-Field-Count >= 6
                   MOVE CPB-Field (6) (1:9)
                     TO DT-Producer (Dist-Count)
               END-IF
               IF DT-Producer (Dist-Count) = SPACES
                   UNSTRING DT-Report (Dist-Count) DELIMITED BY '.'
                       INTO DT-Producer (Dist-Count)
                   END-UNSTRING
               END-IF
               IF  DT-Route-Outbound (Dist-Count)
               AND DT-Target (Dist-Count) = SPACES
                   MOVE DT-Recipient (Dist-Count)
                     TO DT-Target (Dist-Count)
               END-IF
           END-IF
           .
       030-Load-Catalog.
           MOVE 0 TO Catalog-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SPOOLCAT.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 031-Load-One-Catalog-Line
                   UNTIL Catalog-EOF
               CLOSE Catalog-File
           END-IF
           .
       031-Load-One-Catalog-Line.
           READ Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF NOT Catalog-EOF
               MOVE SPACES TO Cat-Report
               MOVE SPACES TO Cat-Generation
               MOVE SPACES TO Cat-Timestamp
               MOVE SPACES TO Cat-Size
               UNSTRING Catalog-Record DELIMITED BY ','
                   INTO Cat-Report, Cat-Generation, Cat-Timestamp,
                        Cat-Size
               END-UNSTRING
               IF Cat-Generation NOT = SPACES
                   IF Catalog-Count < 500
                       ADD 1 TO Catalog-Count
                       MOVE Cat-Report
                         TO CT-Report (Catalog-Count)
                       MOVE Cat-Generation
                         TO CT-Generation (Catalog-Count)
                       MOVE Cat-Timestamp
                         TO CT-Timestamp (Catalog-Count)
                   ELSE
                       DISPLAY 'RPTDIST: catalog table full - '
                           TRIM(Cat-Generation) ' not distributed'
                           UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** Read the delivery log: remember which spooled generations   **
      ** each recipient has already been dealt with (DELIVERED or    **
      ** NOT DUE), and the oldest generation logged for each report  **
      ** and recipient - nothing older than that is ever new to them.**
      *****************************************************************
       040-Load-Delivery-Log.
           MOVE 0 TO Handled-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RPTDIST.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Delivery-Log-File
               MOVE 'N' TO Log-EOF-Switch
               PERFORM 041-Load-One-Log-Line
                   UNTIL Log-EOF
               CLOSE Delivery-Log-File
           END-IF
           .
       041-Load-One-Log-Line.
           READ Delivery-Log-File
               AT END
                   MOVE 'Y' TO Log-EOF-Switch
           END-READ
           IF NOT Log-EOF
               PERFORM 042-Parse-Log-Line
               PERFORM VARYING Dist-Sub FROM 1 BY 1
                         UNTIL Dist-Sub > Dist-Count
                   IF  DT-Report (Dist-Sub) = LG-Report
                   AND DT-Recipient (Dist-Sub) = LG-Recipient
                       IF NOT DT-Logged (Dist-Sub)
                       OR LG-Written < DT-Baseline (Dist-Sub)
                           MOVE LG-Written
                             TO DT-Baseline (Dist-Sub)
                       END-IF
                       MOVE 'Y' TO DT-Logged-Switch (Dist-Sub)
                   END-IF
               END-PERFORM
               IF LG-Status = 'DELIVERED' OR 'NOT DUE'
                   PERFORM 043-Remember-Handled
               END-IF
           END-IF
           .
       042-Parse-Log-Line.
           INITIALIZE Log-Fields
           UNSTRING Delivery-Log-Record DELIMITED BY ','
               INTO LG-Report, LG-Generation, LG-Written,
                    LG-Recipient, LG-Route, LG-Status,
                    LG-Logged, LG-Detail
           END-UNSTRING
           .
      *> only generations still in the spool catalog matter
       043-Remember-Handled.
           PERFORM VARYING Catalog-Sub FROM 1 BY 1
                     UNTIL Catalog-Sub > Catalog-Count
               IF CT-Generation (Catalog-Sub) = LG-Generation
                   IF Handled-Count < 2000
                       ADD 1 TO Handled-Count
                       MOVE LG-Generation
                         TO HD-Generation (Handled-Count)
                       MOVE LG-Recipient
                         TO HD-Recipient (Handled-Count)
                   END-IF
                   MOVE Catalog-Count TO Catalog-Sub
               END-IF
           END-PERFORM
           .
      *> a report and recipient never logged start at the report's
      *> newest generation, not at everything still in the spool
       050-Set-Baselines.
           PERFORM VARYING Dist-Sub FROM 1 BY 1
                     UNTIL Dist-Sub > Dist-Count
               IF NOT DT-Logged (Dist-Sub)
                   MOVE SPACES TO DT-Baseline (Dist-Sub)
                   PERFORM VARYING Catalog-Sub FROM 1 BY 1
                             UNTIL Catalog-Sub > Catalog-Count
                       IF  CT-Report (Catalog-Sub)
                               = DT-Report (Dist-Sub)
                       AND CT-Timestamp (Catalog-Sub)
                               > DT-Baseline (Dist-Sub)
                           MOVE CT-Timestamp (Catalog-Sub)
                             TO DT-Baseline (Dist-Sub)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       060-Load-Calendar.
           MOVE 0 TO Holiday-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SHOPCAL.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Calendar-File
               MOVE 'N' TO Calendar-EOF-Switch
               PERFORM 061-Load-One-Calendar-Line
                   UNTIL Calendar-EOF
               CLOSE Calendar-File
           END-IF
           .
       061-Load-One-Calendar-Line.
           READ Calendar-File
               AT END
                   MOVE 'Y' TO Calendar-EOF-Switch
           END-READ
           IF NOT Calendar-EOF
               IF Calendar-Record NOT = SPACES
                   MOVE SPACES TO Calendar-Date-Text
                   MOVE SPACES TO Calendar-Type-Text
                   UNSTRING Calendar-Record DELIMITED BY ','
                       INTO Calendar-Date-Text, Calendar-Type-Text,
                            Calendar-Desc-Text
                   END-UNSTRING
                   IF  Calendar-Date-Text NUMERIC
                   AND (Calendar-Type-Text = 'H' OR 'h')
                   AND Holiday-Count < 200
                       ADD 1 TO Holiday-Count
                       MOVE Calendar-Date-Text
                         TO Holiday-Date (Holiday-Count)
                   END-IF
               END-IF
           END-IF
           .
       100-Distribute-One-Entry.
           PERFORM VARYING Catalog-Sub FROM 1 BY 1
                     UNTIL Catalog-Sub > Catalog-Count
               IF  CT-Report (Catalog-Sub) = DT-Report (Dist-Sub)
               AND CT-Timestamp (Catalog-Sub)
                       NOT < DT-Baseline (Dist-Sub)
                   PERFORM 105-Check-Handled
                   IF NOT Already-Handled
                       PERFORM 110-Distribute-One-Generation
                   END-IF
               END-IF
           END-PERFORM
           .
       105-Check-Handled.
           MOVE 'N' TO Handled-Switch
           PERFORM VARYING Handled-Sub FROM 1 BY 1
                     UNTIL Handled-Sub > Handled-Count
                        OR Already-Handled
               IF  HD-Generation (Handled-Sub)
                       = CT-Generation (Catalog-Sub)
               AND HD-Recipient (Handled-Sub)
                       = DT-Recipient (Dist-Sub)
                   MOVE 'Y' TO Handled-Switch
               END-IF
           END-PERFORM
           .
       110-Distribute-One-Generation.
           MOVE SPACES TO Delivery-Detail
           PERFORM 120-Evaluate-Condition
           EVALUATE TRUE
               WHEN DT-Route-Outbound (Dist-Sub)
                   MOVE 'OUTBOUND' TO Delivery-Route-Name
               WHEN DT-Route-Notify (Dist-Sub)
                   MOVE 'NOTIFY' TO Delivery-Route-Name
               WHEN OTHER
                   MOVE DT-Route (Dist-Sub) TO Delivery-Route-Name
           END-EVALUATE
           IF NOT Condition-Due
               MOVE 'NOT DUE' TO Delivery-Status
               ADD 1 TO Not-Due-Count
           ELSE
               EVALUATE TRUE
                   WHEN DT-Route-Outbound (Dist-Sub)
                       PERFORM 130-Stage-For-Outbound
                   WHEN DT-Route-Notify (Dist-Sub)
                       PERFORM 140-Run-Notify-Command
                   WHEN OTHER
                       MOVE 'FAILED' TO Delivery-Status
                       MOVE 'route must be O (OUTBOUND) or N (NOTIFY)'
                         TO Delivery-Detail
               END-EVALUATE
               IF Delivery-Status = 'DELIVERED'
                   ADD 1 TO Delivered-Count
                   MOVE 0 TO Delivery-RC
               ELSE
                   ADD 1 TO Failed-Count
                   MOVE 8 TO Delivery-RC
                   DISPLAY 'RPTDIST: '
                       TRIM(CT-Generation (Catalog-Sub))
                       ' not delivered to '
                       TRIM(DT-Recipient (Dist-Sub)) ' - '
                       TRIM(Delivery-Detail) UPON SYSERR
               END-IF
               MOVE SPACES TO Dist-Detail-Text
               IF Delivery-RC = 0
                   STRING "delivered "
                          TRIM(CT-Generation (Catalog-Sub), TRAILING)
                          " to "
                          TRIM(DT-Recipient (Dist-Sub), TRAILING)
                          " by " TRIM(Delivery-Route-Name, TRAILING)
                          ": " TRIM(Delivery-Detail, TRAILING)
                       DELIMITED BY SIZE INTO Dist-Detail-Text
                   END-STRING
               ELSE
                   STRING "NOT delivered "
                          TRIM(CT-Generation (Catalog-Sub), TRAILING)
                          " to "
                          TRIM(DT-Recipient (Dist-Sub), TRAILING)
                          " by " TRIM(Delivery-Route-Name, TRAILING)
                          ": " TRIM(Delivery-Detail, TRAILING)
                       DELIMITED BY SIZE INTO Dist-Detail-Text
                   END-STRING
               END-IF
               CALL "AUDITLOG"
                   USING Audit-Source, Dist-Detail-Text, Delivery-RC
               END-CALL
           END-IF
           PERFORM 150-Write-Log-Line
           .
      *****************************************************************
      ** Is this generation due to this recipient?  The written date **
      ** is the one RPTSPOOL took from the report file.              **
      *****************************************************************
       120-Evaluate-Condition.
           MOVE 'Y' TO Condition-Due-Switch
           EVALUATE TRUE
               WHEN DT-Condition-Always (Dist-Sub)
                   CONTINUE
               WHEN DT-Condition-Error (Dist-Sub)
                   PERFORM 160-Find-Producer-RC
                   IF NOT Producer-Found
                       MOVE 'N' TO Condition-Due-Switch
                       MOVE SPACES TO Delivery-Detail
                       STRING "no JOBSTAT.CSV run of "
                              TRIM(Producer-Name, TRAILING)
                              " found for this generation"
                           DELIMITED BY SIZE INTO Delivery-Detail
                       END-STRING
                   ELSE
                       MOVE Producer-RC TO Producer-RC-Display
                       MOVE SPACES TO Delivery-Detail
                       STRING TRIM(Producer-Name, TRAILING)
                              " ended RC="
                              TRIM(Producer-RC-Display)
                           DELIMITED BY SIZE INTO Delivery-Detail
                       END-STRING
                       IF Producer-RC = 0
                           MOVE 'N' TO Condition-Due-Switch
                       END-IF
                   END-IF
               WHEN DT-Condition-First (Dist-Sub)
                   PERFORM 170-Find-First-Working-Day
                   IF Written-Date NOT = Candidate-Date
                       MOVE 'N' TO Condition-Due-Switch
                       MOVE SPACES TO Delivery-Detail
                       STRING "written " Written-Date
                              ", first working day was "
                              Candidate-Date
                           DELIMITED BY SIZE INTO Delivery-Detail
                       END-STRING
                   END-IF
               WHEN OTHER
                   DISPLAY 'RPTDIST: '
                       TRIM(DT-Report (Dist-Sub)) ' to '
                       TRIM(DT-Recipient (Dist-Sub))
                       ' has unrecognized condition "'
                       DT-Condition (Dist-Sub)
                       '" - delivering it' UPON SYSERR
           END-EVALUATE
           .
      *****************************************************************
      ** Copy the generation into the OUTBOUND staging directory     **
      ** under the recipient's name; OUTBOUND does the sending.      **
      *****************************************************************
       130-Stage-For-Outbound.
           PERFORM 135-Find-Generation-File-Name
           MOVE SPACES TO Staged-Name
           STRING TRIM(DT-Target (Dist-Sub), TRAILING) "-"
                  TRIM(Generation-File-Name, TRAILING)
               DELIMITED BY SIZE INTO Staged-Name
           END-STRING
           MOVE SPACES TO Full-Path
           STRING TRIM(Env-Outbound, TRAILING) Slash
                  TRIM(Staged-Name, TRAILING)
               DELIMITED BY SIZE INTO Full-Path
           END-STRING
           INITIALIZE Streamio-CB
           MOVE CT-Generation (Catalog-Sub) TO SCB-Filename
           MOVE Full-Path                   TO SCB-Dest-Filename
           MOVE 'CP'                        TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code = 0
               MOVE 'DELIVERED' TO Delivery-Status
               MOVE SPACES TO Delivery-Detail
               STRING "staged as " TRIM(Staged-Name, TRAILING)
                   DELIMITED BY SIZE INTO Delivery-Detail
               END-STRING
           ELSE
               MOVE 'FAILED' TO Delivery-Status
               MOVE SCB-Return-Code TO Copy-RC-Display
               MOVE SPACES TO Delivery-Detail
               STRING "could not stage as "
                      TRIM(Staged-Name, TRAILING)
                      " RC=" TRIM(Copy-RC-Display)
                   DELIMITED BY SIZE INTO Delivery-Detail
               END-STRING
           END-IF
           .
      *> the generation's name without the spool directory in front
       135-Find-Generation-File-Name.
           MOVE CT-Generation (Catalog-Sub) TO Generation-File-Name
           PERFORM VARYING Name-Sub FROM 80 BY -1
                     UNTIL Name-Sub < 1
               IF CT-Generation (Catalog-Sub) (Name-Sub:1)
                      = '/' OR '\'
                   MOVE CT-Generation (Catalog-Sub) (Name-Sub + 1:)
                     TO Generation-File-Name
                   MOVE 0 TO Name-Sub
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** Splice the generation's filename into the recipient's       **
      ** command template wherever &FILE appears (at the end when it **
      ** does not), the way OUTBOUND builds its send commands.       **
      *****************************************************************
       140-Run-Notify-Command.
           MOVE 0 TO File-Token-Count
           INSPECT DT-Target (Dist-Sub) TALLYING
               File-Token-Count FOR ALL "&FILE"
           MOVE SPACES TO Notify-Command
           MOVE LENGTH(TRIM(DT-Target (Dist-Sub), TRAILING))
             TO Template-Length
           MOVE LENGTH(TRIM(CT-Generation (Catalog-Sub), TRAILING))
             TO Path-Length
           MOVE 1 TO Build-In-Ptr
           MOVE 1 TO Build-Out-Ptr
           MOVE 'N' TO Build-Overflow-Switch
           PERFORM UNTIL Build-In-Ptr > Template-Length
               IF  Build-In-Ptr + 4 <= Template-Length
               AND DT-Target (Dist-Sub) (Build-In-Ptr:5) = "&FILE"
                   PERFORM 145-Append-Generation-Path
                   ADD 5 TO Build-In-Ptr
               ELSE
                   IF Build-Out-Ptr <= 256
                       MOVE DT-Target (Dist-Sub) (Build-In-Ptr:1)
                         TO Notify-Command (Build-Out-Ptr:1)
                       ADD 1 TO Build-Out-Ptr
                   ELSE
                       MOVE 'Y' TO Build-Overflow-Switch
                   END-IF
                   ADD 1 TO Build-In-Ptr
               END-IF
           END-PERFORM
           IF File-Token-Count = 0
               ADD 1 TO Build-Out-Ptr
               PERFORM 145-Append-Generation-Path
           END-IF
           IF Build-Overflowed
               DISPLAY 'RPTDIST: notify command for '
                   TRIM(DT-Recipient (Dist-Sub)) ' exceeds 256 '
                   'characters - truncated' UPON SYSERR
           END-IF
           CALL "WINSYSTEM"
               USING Notify-Command, Notify-Exit-Status
           END-CALL
           MOVE Notify-Exit-Status TO Notify-Status-Display
           MOVE SPACES TO Delivery-Detail
           STRING "notify command status "
                  TRIM(Notify-Status-Display)
               DELIMITED BY SIZE INTO Delivery-Detail
           END-STRING
           IF Notify-Exit-Status = 0
               MOVE 'DELIVERED' TO Delivery-Status
           ELSE
               MOVE 'FAILED' TO Delivery-Status
           END-IF
           .
       145-Append-Generation-Path.
           IF Build-Out-Ptr + Path-Length - 1 <= 256
               MOVE CT-Generation (Catalog-Sub) (1:Path-Length)
                 TO Notify-Command (Build-Out-Ptr:Path-Length)
               ADD Path-Length TO Build-Out-Ptr
           ELSE
               MOVE 'Y' TO Build-Overflow-Switch
           END-IF
           .
       150-Write-Log-Line.
           MOVE FUNCTION CURRENT-DATE TO Now-Fields
           MOVE SPACES TO Now-Timestamp
           STRING NF-Year "-" NF-Month "-" NF-Day " "
                  NF-Hours ":" NF-Minutes ":" NF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           INSPECT Delivery-Detail REPLACING ALL ',' BY ';'
           MOVE SPACES TO Build-Line
           STRING TRIM(DT-Report (Dist-Sub), TRAILING) ","
                  TRIM(CT-Generation (Catalog-Sub), TRAILING) ","
                  CT-Timestamp (Catalog-Sub) ","
                  TRIM(DT-Recipient (Dist-Sub), TRAILING) ","
                  TRIM(Delivery-Route-Name, TRAILING) ","
                  TRIM(Delivery-Status, TRAILING) ","
                  Now-Timestamp ","
                  TRIM(Delivery-Detail, TRAILING)
               DELIMITED BY SIZE INTO Build-Line
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RPTDIST.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN EXTEND Delivery-Log-File
           ELSE
               OPEN OUTPUT Delivery-Log-File
           END-IF
           MOVE Build-Line TO Delivery-Log-Record
           WRITE Delivery-Log-Record
           CLOSE Delivery-Log-File
           .
      *****************************************************************
      ** The producer's return code: its last JOBSTAT.CSV row that   **
      ** started no later than the generation was written.           **
      *****************************************************************
       160-Find-Producer-RC.
           MOVE UPPER-CASE(DT-Producer (Dist-Sub)) TO Producer-Name
           MOVE 'N' TO Producer-Found-Switch
           MOVE 0 TO Producer-RC
           CALL "CBL_CHECK_FILE_EXIST"
               USING "JOBSTAT.CSV"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Accounting-File
               MOVE 'N' TO Accounting-EOF-Switch
               PERFORM 161-Check-One-Accounting-Row
                   UNTIL Accounting-EOF
               CLOSE Accounting-File
           END-IF
           .
       161-Check-One-Accounting-Row.
           READ Accounting-File
               AT END
                   MOVE 'Y' TO Accounting-EOF-Switch
           END-READ
           IF NOT Accounting-EOF
               MOVE SPACES TO Acct-Program
               MOVE SPACES TO Acct-Start
               MOVE SPACES TO Acct-RC-Text
               UNSTRING Accounting-Record DELIMITED BY ','
                   INTO Acct-Job-Date, Acct-Step, Acct-Program,
                        Acct-Start, Acct-End, Acct-Elapsed,
                        Acct-RC-Text
               END-UNSTRING
               IF  UPPER-CASE(Acct-Program) = Producer-Name
               AND Acct-Start NOT > CT-Timestamp (Catalog-Sub)
               AND TEST-NUMVAL(TRIM(Acct-RC-Text)) = 0
                   MOVE NUMVAL(Acct-RC-Text) TO Producer-RC
                   MOVE 'Y' TO Producer-Found-Switch
               END-IF
           END-IF
           .
      *****************************************************************
      ** The first working day of the month the generation was       **
      ** written in, left in Candidate-Date.  Integer date 1 is      **
      ** Monday, so MOD(integer - 1, 7) + 1 is 1=Monday ... 7=Sunday.**
      *****************************************************************
       170-Find-First-Working-Day.
           MOVE CT-Timestamp (Catalog-Sub) (1:4) TO WD-Year
           MOVE CT-Timestamp (Catalog-Sub) (6:2) TO WD-Month
           MOVE CT-Timestamp (Catalog-Sub) (9:2) TO WD-Day
           COMPUTE Candidate-Date = WD-Year * 10000 + WD-Month * 100
                                  + 1
           COMPUTE Candidate-Integer = INTEGER-OF-DATE(Candidate-Date)
           MOVE 'N' TO Candidate-Working-Switch
           PERFORM UNTIL Candidate-Is-Working
               COMPUTE Candidate-Date =
                   DATE-OF-INTEGER(Candidate-Integer)
               COMPUTE Candidate-DOW =
                   MOD(Candidate-Integer - 1, 7) + 1
               PERFORM 171-Test-Candidate-Working
               ADD 1 TO Candidate-Integer
           END-PERFORM
           .
       171-Test-Candidate-Working.
           IF Candidate-DOW > 5
               MOVE 'N' TO Candidate-Working-Switch
           ELSE
               MOVE 'Y' TO Candidate-Working-Switch
               PERFORM VARYING Holiday-Sub FROM 1 BY 1
                         UNTIL Holiday-Sub > Holiday-Count
                   IF Holiday-Date (Holiday-Sub) = Candidate-Date
                       MOVE 'N' TO Candidate-Working-Switch
                   END-IF
               END-PERFORM
           END-IF
           .
