      **     received per vendor, how many arrived by the cutoff     **
      **     (the on-time percentage), and how many ended            **
      **     QUARANTINED / OPEN FAILED / DUPLICATE / VALIDATE        **
      **     FAILED / VOLUME SUSPECT                                 **
      **   - the volume history INBOUND keeps (VOLHIST.DAT): each    **
      **     vendor's average records per accepted file this month   **
      **     against last month, the change and its direction (UP / **
      **     DOWN beyond 10%, else STEADY), files held as VOLUME     **
      **     SUSPECT, and the average amount total where the         **
      **     vendor's profile names an amount column                 **
      **   - the outbound manifest (OUTBOUND.MFT): files and bytes   **
      **     sent per destination, retries (attempts beyond the      **
      **     first), and sends that finally FAILED or had NO DEST    **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1024 Initial coding                                       **
      ** GC1051 Added the volume trend section from VOLHIST.DAT      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Profile-File ASSIGN TO "VENDPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Volume-History-File ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Manifest-File.
       FD  Profile-File.
       01  Profile-Record                 PIC X(200).

       FD  Volume-History-File.
       01  Volume-History-Record          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.


       01  On-Time-Percent                PIC 9(3).

       01  Trend-Table.
           05 Trend-Entry                 OCCURS 50 TIMES.
              10 TR-Files                 USAGE BINARY-LONG.
              10 TR-Records               USAGE BINARY-DOUBLE.
              10 TR-Total                 PIC S9(15)V99.
              10 TR-Suspect               USAGE BINARY-LONG.
              10 TR-Prior-Files           USAGE BINARY-LONG.
              10 TR-Prior-Records         USAGE BINARY-DOUBLE.

       01  Volume-History-EOF-Switch      PIC X.
           88 Volume-History-EOF          VALUE 'Y'.
       01  Volume-History-Fields.
           05 VH-Vendor                   PIC X(20).
           05 VH-Date                     PIC X(8).
           05 VH-Weekday                  PIC X(1).
           05 VH-Records                  PIC X(12).
           05 VH-Total                    PIC X(20).
           05 VH-Status                   PIC X(8).
       01  Score-YYYYMM                   PIC X(6).
       01  Prior-YYYYMM                   PIC X(6).
       01  Prior-Year                     PIC 9(4).
       01  Prior-Month                    PIC 9(2).
       01  Trend-Average                  PIC S9(9)V99.
       01  Trend-Prior-Average            PIC S9(9)V99.
       01  Trend-Change                   PIC S9(5).

       01  Report-Line                    PIC X(132).

       01  Vendor-Detail-Line.
           05 FILLER                     PIC X VALUE SPACE.
           05 DD-Failed                  PIC ZZZZ9.

       01  Trend-Detail-Line.
           05 TL-Vendor                  PIC X(20).
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Files                   PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Average                 PIC Z(8)9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Prior-Average           PIC Z(8)9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Change                  PIC -(4)9.
           05 TL-Percent                 PIC X VALUE '%'.
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Trend                   PIC X(7).
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Suspect                 PIC ZZZZ9.
           05 FILLER                     PIC X VALUE SPACE.
           05 TL-Average-Total           PIC -(12)9.99.

       01  Score-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Audit-Source                   PIC X(8) VALUE 'VENDSCOR'.
           PERFORM 100-Tally-Inbound
           PERFORM 200-Tally-Outbound
           PERFORM 300-Write-Vendor-Section
           PERFORM 350-Write-Volume-Trend
           PERFORM 400-Write-Destination-Section
           PERFORM 500-Write-Ranked-Summary
           MOVE 'C' TO RWB-Function
           MOVE Vendor-Detail-Line TO Report-Line
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Volume trend: the month's accepted files (OK or RELEASED in **
      ** VOLHIST.DAT) per vendor, their average record count against **
      ** the previous month's, and how many were held as SUSPECT -   **
      ** read before the ranking below reorders the vendor table.    **
      *****************************************************************
       350-Write-Volume-Trend.
           INITIALIZE Trend-Table
           MOVE Score-Month (1:4) TO Score-YYYYMM (1:4)
           MOVE Score-Month (6:2) TO Score-YYYYMM (5:2)
           MOVE Score-Month (1:4) TO Prior-Year
           MOVE Score-Month (6:2) TO Prior-Month
           IF Prior-Month = 1
               SUBTRACT 1 FROM Prior-Year
               MOVE 12 TO Prior-Month
           ELSE
               SUBTRACT 1 FROM Prior-Month
           END-IF
           MOVE Prior-Year  TO Prior-YYYYMM (1:4)
           MOVE Prior-Month TO Prior-YYYYMM (5:2)
           MOVE "VOLUME TREND (RECORDS PER ACCEPTED FILE)"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           CALL "CBL_CHECK_FILE_EXIST"
               USING "VOLHIST.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "No volume history (VOLHIST.DAT) yet"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
           ELSE
               OPEN INPUT Volume-History-File
               MOVE 'N' TO Volume-History-EOF-Switch
               PERFORM 360-Tally-One-History-Line
                   UNTIL Volume-History-EOF
               CLOSE Volume-History-File
               MOVE "Vendor               Files   AvgRecs  PriorAvg "
                  & "  Chg% Trend    Susp       Avg amount"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE "-------------------- ----- --------- --------- "
                  & "------ ------- ----- ----------------"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
               PERFORM VARYING Vendor-Sub FROM 1 BY 1
                         UNTIL Vendor-Sub > Vendor-Count
                   PERFORM 370-Write-One-Trend
               END-PERFORM
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       360-Tally-One-History-Line.
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
               MOVE 0 TO Matched-Dest
               PERFORM VARYING Vendor-Sub FROM 1 BY 1
                         UNTIL Vendor-Sub > Vendor-Count
                            OR Matched-Dest > 0
                   IF VS-Vendor (Vendor-Sub) = VH-Vendor
                       MOVE Vendor-Sub TO Matched-Dest
                   END-IF
               END-PERFORM
               IF  Matched-Dest > 0
               AND VH-Records NOT = SPACES
               AND VH-Total NOT = SPACES
                   IF  TEST-NUMVAL(TRIM(VH-Records)) = 0
                   AND TEST-NUMVAL(TRIM(VH-Total)) = 0
                       PERFORM 365-Credit-One-History-Line
                   END-IF
               END-IF
           END-IF
           .
       365-Credit-One-History-Line.
           MOVE Matched-Dest TO Vendor-Sub
           EVALUATE TRUE
               WHEN VH-Date (1:6) = Score-YYYYMM
                AND VH-Status = 'SUSPECT'
                   ADD 1 TO TR-Suspect (Vendor-Sub)
               WHEN VH-Date (1:6) = Score-YYYYMM
                AND (VH-Status = 'OK' OR 'RELEASED')
                   ADD 1 TO TR-Files (Vendor-Sub)
                   COMPUTE TR-Records (Vendor-Sub) =
                       TR-Records (Vendor-Sub) + NUMVAL(VH-Records)
                   END-COMPUTE
                   COMPUTE TR-Total (Vendor-Sub) =
                       TR-Total (Vendor-Sub) + NUMVAL(VH-Total)
                   END-COMPUTE
               WHEN VH-Date (1:6) = Prior-YYYYMM
                AND (VH-Status = 'OK' OR 'RELEASED')
                   ADD 1 TO TR-Prior-Files (Vendor-Sub)
                   COMPUTE TR-Prior-Records (Vendor-Sub) =
                       TR-Prior-Records (Vendor-Sub)
                       + NUMVAL(VH-Records)
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       370-Write-One-Trend.
           MOVE VS-Vendor (Vendor-Sub)  TO TL-Vendor
           MOVE TR-Files (Vendor-Sub)   TO TL-Files
           MOVE TR-Suspect (Vendor-Sub) TO TL-Suspect
           MOVE 0 TO Trend-Average
           MOVE 0 TO Trend-Prior-Average
           MOVE 0 TO TL-Average-Total
           IF TR-Files (Vendor-Sub) > 0
               COMPUTE Trend-Average ROUNDED =
                   TR-Records (Vendor-Sub) / TR-Files (Vendor-Sub)
               END-COMPUTE
               COMPUTE TL-Average-Total ROUNDED =
                   TR-Total (Vendor-Sub) / TR-Files (Vendor-Sub)
               END-COMPUTE
           END-IF
           IF TR-Prior-Files (Vendor-Sub) > 0
               COMPUTE Trend-Prior-Average ROUNDED =
                   TR-Prior-Records (Vendor-Sub)
                       / TR-Prior-Files (Vendor-Sub)
               END-COMPUTE
           END-IF
           MOVE Trend-Average       TO TL-Average
           MOVE Trend-Prior-Average TO TL-Prior-Average
           MOVE 0 TO TL-Change
           MOVE '%' TO TL-Percent
           EVALUATE TRUE
               WHEN TR-Files (Vendor-Sub) = 0
                   MOVE 'NONE' TO TL-Trend
                   MOVE SPACE TO TL-Percent
               WHEN Trend-Prior-Average = 0
                   MOVE 'NO BASE' TO TL-Trend
                   MOVE SPACE TO TL-Percent
               WHEN OTHER
                   COMPUTE Trend-Change ROUNDED =
                       (Trend-Average - Trend-Prior-Average) * 100
                           / Trend-Prior-Average
                   END-COMPUTE
                   MOVE Trend-Change TO TL-Change
                   EVALUATE TRUE
                       WHEN Trend-Change > 10
                           MOVE 'UP' TO TL-Trend
                       WHEN Trend-Change < -10
                           MOVE 'DOWN' TO TL-Trend
                       WHEN OTHER
                           MOVE 'STEADY' TO TL-Trend
                   END-EVALUATE
           END-EVALUATE
           MOVE Trend-Detail-Line TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       400-Write-Destination-Section.
           MOVE "OUTBOUND BY DESTINATION" TO Report-Line
           PERFORM 290-Write-Report-Line
