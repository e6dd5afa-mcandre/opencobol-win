      ** create the stop file "INBOUND.STP"; the loop finishes the   **
      ** scan in progress, removes the stop file, and ends - no      **
      ** arrival is ever left half-processed.                        **
      ** The watcher keeps the heartbeat file "INBOUND.HBT" (through **
      ** HEARTBT), rewritten at start-up and after every scan with   **
      ** the scan count and the time it last manifested an arrival, **
      ** and marked STOPPED at a clean stop - list INBOUND in        **
      ** WATCHDOG.DAT so a dead or hung watcher pages somebody       **
      ** before vendor files pile up unrouted (see WATCHDOG.cbl).    **
      **                                                             **
      ** The missing-file check is holiday-aware: a profile is not  **
      ** expected (and never reported missing) on a holiday listed   **
      ** our job".  A broken or missing rules file never holds a     **
      ** good arrival back - it is logged and the file is routed.    **
      **                                                             **
      ** Each arrival matching a vendor profile then has its VOLUME  **
      ** measured - the record count and, when the profile's         **
      ** seventh VENDPROF.DAT column names an amount column, that    **
      ** column's total - and compared with the vendor's own         **
      ** history in "VOLHIST.DAT" (one line per file:                **
      ** vendor,yyyymmdd,weekday,records,total,status,filename).     **
      ** The yardstick is the rolling average of the vendor's last   **
      ** eight accepted files on the same weekday (at least three    **
      ** are needed before anything is judged).  A count or total    **
      ** further from that average than the profile's band (eighth   **
      ** column, a percentage, default 50) is quarantined as VOLUME  **
      ** SUSPECT with a SEVERE alert instead of being routed - half  **
      ** a file, or last month's file twice over, is caught before   **
      ** it is posted.  An operator who confirms the file is genuine **
      ** releases it through QUARMGR, which lists the name in        **
      ** "VOLOKAY.DAT"; the re-ingest skips the band check, consumes **
      ** the name and records the file as RELEASED, so it counts in  **
      ** the vendor's history from then on.                          **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **        code and table) - an ingested file whose mapped job   **
      **        died was invisible; the REROUTE utility re-drives     **
      **        ROUTE FAILED entries once the problem is fixed        **
      ** GC1051 Hold arrivals whose record count or amount total is   **
      **        out of line with the vendor's same-weekday history    **
      **        as VOLUME SUSPECT (SEVERE alert), keeping that        **
      **        history in VOLHIST.DAT; QUARMGR releases genuine      **
      **        ones through the one-shot VOLOKAY.DAT list            **
      ** GC1055 Keep the INBOUND.HBT heartbeat every scan in POLL     **
      **        mode for the WATCHDOG (see HEARTBT.cbl)               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Calendar-File ASSIGN TO Calendar-Check-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Volume-History-File ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Volume-Override-File ASSIGN TO "VOLOKAY.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Manifest-File.
       FD  Calendar-File.
       01  Calendar-Record                PIC X(60).

       FD  Volume-History-File.
       01  Volume-History-Record          PIC X(200).

       FD  Volume-Override-File.
       01  Volume-Override-Record         PIC X(128).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY DIRSCANcb.

       COPY CSVPARSEcb.

       COPY HEARTBTcb.

       01  Dir-List-Record                PIC X(256).

       01  File-Details.
              10 VP-Cutoff                PIC X(5).
              10 VP-Contact               PIC X(30).
              10 VP-Calendar              PIC X(64).
              10 VP-Amount-Column-Text    PIC X(2).
              10 VP-Band-Text             PIC X(3).
              10 VP-Satisfied-Switch      PIC X.
                 88 VP-Satisfied          VALUE 'Y'.
              10 VP-Holiday-Switch        PIC X.
           88 Shop-Holiday-Today          VALUE 'Y'.
       01  Today-YYYYMMDD                 PIC X(8).

       01  Volume-Buffer                  PIC X(1024).
       01  Volume-Vendor-Sub              PIC 9(3).
       01  Volume-Amount-Column           PIC 9(2).
       01  Volume-Band                    PIC 9(3).
       01  Volume-Records                 USAGE BINARY-LONG.
       01  Volume-Total                   PIC S9(13)V99.
       01  Volume-Switch                  PIC X.
           88 Volume-Suspect              VALUE 'Y'.
       01  Volume-Status-Text             PIC X(8).
       01  Volume-Reason-Text             PIC X(6).
       01  Volume-History-EOF-Switch      PIC X.
           88 Volume-History-EOF          VALUE 'Y'.
       01  Volume-History-Fields.
           05 VH-Vendor                   PIC X(20).
           05 VH-Date                     PIC X(8).
           05 VH-Weekday                  PIC X(1).
           05 VH-Records                  PIC X(12).
           05 VH-Total                    PIC X(20).
           05 VH-Status                   PIC X(8).
       01  Volume-Sample-Table.
           05 Volume-Sample               OCCURS 8 TIMES.
              10 VSM-Records              USAGE BINARY-LONG.
              10 VSM-Total                PIC S9(13)V99.
       01  Volume-Sample-Count            USAGE BINARY-LONG.
       01  Volume-Sample-Next             USAGE BINARY-LONG.
       01  Volume-Sample-Sub              USAGE BINARY-LONG.
       01  Volume-Minimum-Samples         USAGE BINARY-LONG VALUE 3.
       01  Volume-Average-Records         PIC S9(11)V99.
       01  Volume-Average-Total           PIC S9(13)V99.
       01  Volume-Deviation               PIC S9(15)V99.
       01  Volume-Records-Display         PIC Z(8)9.
       01  Volume-Average-Display         PIC Z(8)9.
       01  Volume-Total-Display           PIC -(13)9.99.
       01  Volume-Band-Display            PIC ZZ9.
       01  Volume-Detail-Text             PIC X(120).

       01  Poll-Parm-Text                 PIC X(20) VALUE SPACES.
       01  Poll-Verb-Text                 PIC X(8).
       01  Poll-Interval-Text             PIC X(8).
           IF Poll-Mode
               DISPLAY 'INBOUND: watching drop directory every '
                   Poll-Interval ' seconds' UPON SYSERR
               INITIALIZE Heartbt-CB
               MOVE 'INBOUND' TO HBB-Program
               MOVE 'O' TO HBB-Function
               CALL "HEARTBT" USING Heartbt-CB
               END-CALL
               PERFORM 050-Run-One-Scan
                   UNTIL Stop-Requested
               CALL "CBL_DELETE_FILE" USING "INBOUND.STP"
               END-CALL
               MOVE 'C' TO HBB-Function
               CALL "HEARTBT" USING Heartbt-CB
               END-CALL
               CALL "AUDITLOG"
                   USING Audit-Source,
                         "watcher stopped by operator", 0
           END-IF
           PERFORM 055-Maybe-Write-Missing-Report
           IF Poll-Mode
               MOVE 'B' TO HBB-Function
               CALL "HEARTBT" USING Heartbt-CB
               END-CALL
               PERFORM 060-Check-Stop-File
               IF NOT Stop-Requested
                   CALL "C$SLEEP" USING Poll-Interval
                            VP-Days (Profile-Count),
                            VP-Cutoff (Profile-Count),
                            VP-Contact (Profile-Count),
                            VP-Calendar (Profile-Count),
                            VP-Amount-Column-Text (Profile-Count),
                            VP-Band-Text (Profile-Count)
                   END-UNSTRING
                   MOVE 'N'
                     TO VP-Satisfied-Switch (Profile-Count)
               MOVE 0 TO Ingest-CRC
               MOVE 'N' TO Duplicate-Switch
               MOVE 'N' TO Validation-Switch
               MOVE 'N' TO Volume-Switch
               IF SCB-Return-Code = 0
                   MOVE 'C ' TO SCB-Function
                   CALL "STREAMIO" USING Streamio-CB
                           MOVE 'VALIDATE FAILED'
                             TO Manifest-Status-Text
                       ELSE
                           PERFORM 292-Check-Volume
                           IF Volume-Suspect
                               PERFORM 290-Quarantine-File
                               MOVE 'VOLUME SUSPECT'
                                 TO Manifest-Status-Text
                           ELSE
                               MOVE 'INGESTED'
                                 TO Manifest-Status-Text
                           END-IF
                       END-IF
                   END-IF
               ELSE
                       PERFORM 287-Report-Duplicate
                   WHEN Validation-Failed
                       PERFORM 289-Report-Validation-Failure
                   WHEN Volume-Suspect
                       PERFORM 293-Report-Volume-Suspect
                   WHEN Ingest-Return-Code = 0
                       MOVE 'INGESTED' TO Custody-Event-Text
                       MOVE Env-Inbound (1:64)
                     Alert-Severity
           END-CALL
           .
      *****************************************************************
      ** Measure an arrival belonging to a vendor profile and judge  **
      ** it against that vendor's own same-weekday history.  Only a  **
      ** file the shop could measure and compare is ever held - no   **
      ** profile, an unreadable file or too little history all let   **
      ** it through.  Every measured file adds a VOLHIST.DAT line.   **
      *****************************************************************
       292-Check-Volume.
           MOVE 'N' TO Volume-Switch
           MOVE 0 TO Volume-Vendor-Sub
           PERFORM VARYING Profile-Sub FROM 1 BY 1
                     UNTIL Profile-Sub > Profile-Count
                        OR Volume-Vendor-Sub > 0
               MOVE VP-Pattern (Profile-Sub) TO Match-Pattern-Arg
               MOVE TRIM(Dir-List-Record, TRAILING)
                 TO Match-Filename-Arg
               CALL "MATCHPAT"
                   USING Match-Pattern-Arg, Match-Filename-Arg,
                         Match-Flag
               END-CALL
               IF Match-Flag = 'Y'
                   MOVE Profile-Sub TO Volume-Vendor-Sub
               END-IF
           END-PERFORM
           IF Volume-Vendor-Sub > 0
               PERFORM 292A-Set-Volume-Limits
               PERFORM 292B-Measure-Volume
           END-IF
           IF Volume-Vendor-Sub > 0
               PERFORM 294-Check-Volume-Override
               IF Override-Found
                   MOVE 'RELEASED' TO Volume-Status-Text
               ELSE
                   PERFORM 292D-Load-Volume-History
                   PERFORM 292F-Judge-Volume
               END-IF
               PERFORM 292G-Append-Volume-History
           END-IF
           .
       292A-Set-Volume-Limits.
      *> columns 7 and 8 of the profile are optional: no amount
      *> column means count-only, no band means the shop's 50%
           MOVE 0 TO Volume-Amount-Column
           IF VP-Amount-Column-Text (Volume-Vendor-Sub) NOT = SPACES
               IF TEST-NUMVAL(TRIM(VP-Amount-Column-Text
                                   (Volume-Vendor-Sub))) = 0
                   IF  NUMVAL(VP-Amount-Column-Text
                              (Volume-Vendor-Sub)) >= 1
                   AND NUMVAL(VP-Amount-Column-Text
                              (Volume-Vendor-Sub)) <= 20
                       MOVE NUMVAL(VP-Amount-Column-Text
                                   (Volume-Vendor-Sub))
                         TO Volume-Amount-Column
                   END-IF
               END-IF
           END-IF
           MOVE 50 TO Volume-Band
           IF VP-Band-Text (Volume-Vendor-Sub) NOT = SPACES
               IF TEST-NUMVAL(TRIM(VP-Band-Text
                                   (Volume-Vendor-Sub))) = 0
                   IF  NUMVAL(VP-Band-Text (Volume-Vendor-Sub)) >= 1
                   AND NUMVAL(VP-Band-Text (Volume-Vendor-Sub))
                           <= 999
                       MOVE NUMVAL(VP-Band-Text (Volume-Vendor-Sub))
                         TO Volume-Band
                   END-IF
               END-IF
           END-IF
           .
       292B-Measure-Volume.
           MOVE 0 TO Volume-Records
           MOVE 0 TO Volume-Total
           INITIALIZE Streamio-CB
           MOVE Full-Path TO SCB-Filename
           MOVE 'I'       TO SCB-Mode
           MOVE 'O '      TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
               DISPLAY 'INBOUND: could not measure '
                   TRIM(Full-Path) ', RC=' SCB-Return-Code
                   ' - volume not checked' UPON SYSERR
               MOVE 0 TO Volume-Vendor-Sub
           ELSE
               PERFORM 292C-Measure-One-Record
                   WITH TEST AFTER
                   UNTIL SCB-Return-Code NOT = 0
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
           END-IF
           .
       292C-Measure-One-Record.
           MOVE 'RD' TO SCB-Function
           MOVE SPACES TO Volume-Buffer
           CALL "STREAMIO" USING Streamio-CB, Volume-Buffer
           END-CALL
           IF  SCB-Return-Code = 0
           AND Volume-Buffer NOT = SPACES
               ADD 1 TO Volume-Records
               IF Volume-Amount-Column > 0
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE" USING Csvparse-CB, Volume-Buffer
                   END-CALL
      *> a heading line (or any non-numeric amount) adds nothing
                   IF  Volume-Amount-Column <= CPB-Field-Count
                   AND CPB-Field (Volume-Amount-Column) NOT = SPACES
                       IF TEST-NUMVAL(TRIM(CPB-Field
                                      (Volume-Amount-Column))) = 0
                           COMPUTE Volume-Total = Volume-Total
                               + NUMVAL(CPB-Field
                                        (Volume-Amount-Column))
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** The yardstick is the vendor's last eight accepted (OK or    **
      ** RELEASED) files that arrived on today's weekday - a Monday  **
      ** file carrying the weekend is not judged against Tuesdays.   **
      ** SUSPECT lines never feed the average.                       **
      *****************************************************************
       292D-Load-Volume-History.
           MOVE 0 TO Volume-Sample-Count
           MOVE 1 TO Volume-Sample-Next
           CALL "CBL_CHECK_FILE_EXIST"
               USING "VOLHIST.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Volume-History-File
               MOVE 'N' TO Volume-History-EOF-Switch
               PERFORM 292E-Load-One-History-Line
                   UNTIL Volume-History-EOF
               CLOSE Volume-History-File
           END-IF
           .
       292E-Load-One-History-Line.
           READ Volume-History-File
               AT END
                   MOVE 'Y' TO Volume-History-EOF-Switch
           END-READ
           IF NOT Volume-History-EOF
               MOVE SPACES TO Volume-History-Fields
               UNSTRING Volume-History-Record DELIMITED BY ','
                   INTO VH-Vendor, VH-Date, VH-Weekday,
                        VH-Records, VH-Total, VH-Status
               END-UNSTRING
               IF  VH-Vendor = VP-Vendor (Volume-Vendor-Sub)
               AND VH-Weekday = Today-DOW-Digit
               AND (VH-Status = 'OK' OR 'RELEASED')
               AND VH-Records NOT = SPACES
               AND VH-Total NOT = SPACES
                   IF  TEST-NUMVAL(TRIM(VH-Records)) = 0
                   AND TEST-NUMVAL(TRIM(VH-Total)) = 0
                       MOVE NUMVAL(VH-Records)
                         TO VSM-Records (Volume-Sample-Next)
                       MOVE NUMVAL(VH-Total)
                         TO VSM-Total (Volume-Sample-Next)
                       ADD 1 TO Volume-Sample-Next
                       IF Volume-Sample-Next > 8
                           MOVE 1 TO Volume-Sample-Next
                       END-IF
                       IF Volume-Sample-Count < 8
                           ADD 1 TO Volume-Sample-Count
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       292F-Judge-Volume.
           MOVE 'OK' TO Volume-Status-Text
           MOVE SPACES TO Volume-Reason-Text
           MOVE 0 TO Volume-Average-Records
           MOVE 0 TO Volume-Average-Total
           IF Volume-Sample-Count >= Volume-Minimum-Samples
               PERFORM VARYING Volume-Sample-Sub FROM 1 BY 1
                         UNTIL Volume-Sample-Sub > Volume-Sample-Count
                   ADD VSM-Records (Volume-Sample-Sub)
                     TO Volume-Average-Records
                   ADD VSM-Total (Volume-Sample-Sub)
                     TO Volume-Average-Total
               END-PERFORM
               COMPUTE Volume-Average-Records ROUNDED =
                   Volume-Average-Records / Volume-Sample-Count
               END-COMPUTE
               COMPUTE Volume-Average-Total ROUNDED =
                   Volume-Average-Total / Volume-Sample-Count
               END-COMPUTE
               IF Volume-Average-Records > 0
                   COMPUTE Volume-Deviation =
                       ABS(Volume-Records - Volume-Average-Records)
                   END-COMPUTE
                   IF Volume-Deviation * 100
                          > Volume-Average-Records * Volume-Band
                       MOVE 'Y' TO Volume-Switch
                       MOVE 'COUNT' TO Volume-Reason-Text
                   END-IF
               END-IF
               IF  Volume-Amount-Column > 0
               AND Volume-Average-Total NOT = 0
               AND NOT Volume-Suspect
                   COMPUTE Volume-Deviation =
                       ABS(Volume-Total - Volume-Average-Total)
                   END-COMPUTE
                   IF Volume-Deviation * 100
                          > ABS(Volume-Average-Total) * Volume-Band
                       MOVE 'Y' TO Volume-Switch
                       MOVE 'TOTAL' TO Volume-Reason-Text
                   END-IF
               END-IF
           END-IF
           IF Volume-Suspect
               MOVE 'SUSPECT' TO Volume-Status-Text
           END-IF
           .
       292G-Append-Volume-History.
           MOVE Volume-Records TO Volume-Records-Display
           MOVE Volume-Total   TO Volume-Total-Display
           MOVE SPACES TO Volume-History-Record
           STRING TRIM(VP-Vendor (Volume-Vendor-Sub), TRAILING) ","
                  Today-YYYYMMDD "," Today-DOW-Digit ","
                  TRIM(Volume-Records-Display) ","
                  TRIM(Volume-Total-Display) ","
                  TRIM(Volume-Status-Text) ","
                  TRIM(Dir-List-Record, TRAILING)
               DELIMITED BY SIZE INTO Volume-History-Record
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING "VOLHIST.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN EXTEND Volume-History-File
           ELSE
               OPEN OUTPUT Volume-History-File
           END-IF
           WRITE Volume-History-Record
           CLOSE Volume-History-File
      *> the existence checks overwrote the arrival's own details,
      *> which the manifest record still needs
           CALL "CBL_CHECK_FILE_EXIST"
               USING Full-Path
                     File-Details
           END-CALL
           .
       293-Report-Volume-Suspect.
           MOVE Volume-Records TO Volume-Records-Display
           MOVE Volume-Average-Records TO Volume-Average-Display
           MOVE Volume-Band TO Volume-Band-Display
           DISPLAY 'INBOUND: volume suspect - '
               TRIM(Ingest-Filename) ' ' TRIM(Volume-Reason-Text)
               ' outside the ' TRIM(Volume-Band-Display)
               '% band' UPON SYSERR
           MOVE SPACES TO Volume-Detail-Text
           STRING "volume suspect held: "
                  TRIM(Ingest-Filename, TRAILING)
                  " (" TRIM(Volume-Reason-Text) " outside "
                  TRIM(Volume-Band-Display) "% band; "
                  TRIM(Volume-Records-Display) " records, average "
                  TRIM(Volume-Average-Display) ")"
               DELIMITED BY SIZE INTO Volume-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Volume-Detail-Text, 0
           END-CALL
           MOVE 3 TO Alert-Severity
           MOVE SPACES TO Alert-Message-Text
           STRING "vendor file volume out of line, held: "
                  TRIM(Ingest-Filename, TRAILING)
               DELIMITED BY SIZE INTO Alert-Message-Text
           END-STRING
           CALL "ALERTER"
               USING Audit-Source, Alert-Message-Text,
                     Alert-Severity
           END-CALL
           .
      *****************************************************************
      ** VOLOKAY.DAT holds the names an operator has confirmed as    **
      ** genuine (through QUARMGR).  Like DUPOKAY.DAT it is one-     **
      ** shot: the name is removed as it is used.                    **
      *****************************************************************
       294-Check-Volume-Override.
           MOVE 'N' TO Override-Found-Switch
           MOVE 0 TO Override-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "VOLOKAY.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Volume-Override-File
               MOVE 'N' TO Override-EOF-Switch
               PERFORM 294A-Load-One-Volume-Override
                   UNTIL Override-EOF
               CLOSE Volume-Override-File
           END-IF
           IF Override-Found
               OPEN OUTPUT Volume-Override-File
               PERFORM VARYING Override-Sub FROM 1 BY 1
                         UNTIL Override-Sub > Override-Count
                   IF Override-Name (Override-Sub)
                          NOT = TRIM(Dir-List-Record, TRAILING)
                       MOVE Override-Name (Override-Sub)
                         TO Volume-Override-Record
                       WRITE Volume-Override-Record
                   END-IF
               END-PERFORM
               CLOSE Volume-Override-File
               CALL "AUDITLOG"
                   USING Audit-Source,
                         "volume-suspect release consumed", 0
               END-CALL
           END-IF
           .
       294A-Load-One-Volume-Override.
           READ Volume-Override-File
               AT END
                   MOVE 'Y' TO Override-EOF-Switch
           END-READ
           IF NOT Override-EOF
               IF  Volume-Override-Record NOT = SPACES
               AND Override-Count < 50
                   ADD 1 TO Override-Count
                   MOVE Volume-Override-Record
                     TO Override-Name (Override-Count)
                   IF Volume-Override-Record
                          = TRIM(Dir-List-Record, TRAILING)
                       MOVE 'Y' TO Override-Found-Switch
                   END-IF
               END-IF
           END-IF
           .
       287-Report-Duplicate.
           DISPLAY 'INBOUND: duplicate content - '
               TRIM(Ingest-Filename) ' matches '
           MOVE Ingest-CRC           TO MX-CRC
           MOVE SPACES               TO MX-Route-Table
           MOVE 0                    TO MX-Route-RC
           MOVE 'Y' TO HBB-Work-Done-Switch
           WRITE Manifest-Index-Record
               INVALID KEY
                   DISPLAY 'INBOUND: manifest write rejected for '
