      **   C copy the generation back over the report's original     **
      **     name in the working directory (so anything that reads   **
      **     the live report file can be pointed at Tuesday's run)   **
      **   D show who the generation was sent to, from the RPTDIST   **
      **     delivery log (recipient, route, status, when, detail)   **
      **   R choose a different report name                          **
      **   X exit                                                    **
      **                                                             **
      ** restoring an old AMPREP over today's is exactly the kind    **
      ** of thing the morning crew should be able to see happened.   **
      **                                                             **
      ** Each generation also shows the recipients RPTDIST has       **
      ** delivered it to (see RPTDIST.cbl).                          **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1031 Initial coding                                       **
      ** GC1058 Show who received each generation (RPTDIST.LOG)      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Delivery-Log-File ASSIGN TO "RPTDIST.LOG"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
       01  Catalog-Record                 PIC X(160).

       FD  Delivery-Log-File.
       01  Delivery-Log-Record            PIC X(300).

       WORKING-STORAGE SECTION.
       COPY screenio.

       01  Cat-Timestamp                  PIC X(19).
       01  Cat-Size                       PIC X(10).

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

       01  Recipients-Ptr                 USAGE BINARY-LONG.
       01  Delivery-Line-Count            USAGE BINARY-LONG.
       01  Delivery-View-Line             PIC X(78).
       01  Show-Deliveries-Switch         PIC X.
           88 Show-Deliveries             VALUE 'Y'.

       01  Generation-Table.
           05 Generation-Entry            OCCURS 100 TIMES.
              10 GN-Generation            PIC X(80).
       01  Rptview-Generation             PIC X(60).
       01  Rptview-Timestamp              PIC X(19).
       01  Rptview-Size                   PIC X(10).
       01  Rptview-Recipients             PIC X(50).
       01  Rptview-Message                PIC X(60).
       01  Rptview-View-1                 PIC X(78).
       01  Rptview-View-2                 PIC X(78).
           05 LINE 07 COLUMN 01
                  VALUE 'Size (bytes)............: '.
           05 LINE 07 COLUMN 27 PIC X(10) FROM Rptview-Size.
           05 LINE 08 COLUMN 01
                  VALUE 'Delivered to............: '.
           05 LINE 08 COLUMN 27 PIC X(50)
                  FROM Rptview-Recipients.
           05 LINE 09 COLUMN 01 PIC X(78) FROM Rptview-View-1.
           05 LINE 10 COLUMN 01 PIC X(78) FROM Rptview-View-2.
           05 LINE 11 COLUMN 01 PIC X(78) FROM Rptview-View-3.
           05 LINE 14 COLUMN 01 PIC X(78) FROM Rptview-View-6.
           05 LINE 16 COLUMN 01 PIC X(60) FROM Rptview-Message.
           05 LINE 18 COLUMN 01
                  VALUE 'N=older P=newer V=view C=copy back D=sent'.
           05 LINE 19 COLUMN 01
                  VALUE 'R=new report X=exit.....: '.
           05 LINE 19 COLUMN 27 PIC X USING Rptview-Command.
                   PERFORM 300-View-Current
               WHEN Rptview-Command = 'C' OR 'c'
                   PERFORM 400-Copy-Back-Current
               WHEN Rptview-Command = 'D' OR 'd'
                   PERFORM 500-Show-Deliveries
               WHEN OTHER
                   MOVE 'Commands are N P V C D R X'
                     TO Rptview-Message
           END-EVALUATE
           MOVE SPACE TO Rptview-Command
                 TO Rptview-Timestamp
               MOVE GN-Size (Current-Sub) TO Rptview-Size
           END-IF
           MOVE 'N' TO Show-Deliveries-Switch
           PERFORM 510-Scan-Delivery-Log
           .
      *****************************************************************
      ** Pull the named report's generations from the catalog and    **
               END-CALL
           END-IF
           .
      *****************************************************************
      ** The RPTDIST delivery log, for the generation on screen:     **
      ** 510 lists the recipients it was DELIVERED to on the summary **
      ** line and, when the D command asked for them, shows every    **
      ** log line for the generation (up to six) in the view area.   **
      *****************************************************************
       500-Show-Deliveries.
           MOVE 'Y' TO Show-Deliveries-Switch
           MOVE SPACES TO Rptview-View-1
           MOVE SPACES TO Rptview-View-2
           MOVE SPACES TO Rptview-View-3
           MOVE SPACES TO Rptview-View-4
           MOVE SPACES TO Rptview-View-5
           MOVE SPACES TO Rptview-View-6
           PERFORM 510-Scan-Delivery-Log
           IF Delivery-Line-Count = 0
               MOVE 'No deliveries logged for this generation'
                 TO Rptview-Message
           ELSE
               MOVE 'Deliveries shown above' TO Rptview-Message
           END-IF
           .
       510-Scan-Delivery-Log.
           MOVE SPACES TO Rptview-Recipients
           MOVE 1 TO Recipients-Ptr
           MOVE 0 TO Delivery-Line-Count
           IF Generation-Count > 0
               CALL "CBL_CHECK_FILE_EXIST"
                   USING "RPTDIST.LOG"
                         File-Details
               END-CALL
               IF RETURN-CODE = 0
                   OPEN INPUT Delivery-Log-File
                   MOVE 'N' TO Log-EOF-Switch
                   PERFORM 520-Check-One-Log-Line
                       UNTIL Log-EOF
                   CLOSE Delivery-Log-File
               END-IF
           END-IF
           IF Rptview-Recipients = SPACES
               MOVE '(none)' TO Rptview-Recipients
           END-IF
           .
       520-Check-One-Log-Line.
           READ Delivery-Log-File
               AT END
                   MOVE 'Y' TO Log-EOF-Switch
           END-READ
           IF NOT Log-EOF
               INITIALIZE Log-Fields
               UNSTRING Delivery-Log-Record DELIMITED BY ','
                   INTO LG-Report, LG-Generation, LG-Written,
                        LG-Recipient, LG-Route, LG-Status,
                        LG-Logged, LG-Detail
               END-UNSTRING
               IF LG-Generation = GN-Generation (Current-Sub)
                   ADD 1 TO Delivery-Line-Count
                   IF LG-Status = 'DELIVERED'
                       IF Recipients-Ptr > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO Rptview-Recipients
                               WITH POINTER Recipients-Ptr
                           END-STRING
                       END-IF
                       STRING TRIM(LG-Recipient, TRAILING)
                           DELIMITED BY SIZE
                           INTO Rptview-Recipients
                           WITH POINTER Recipients-Ptr
                       END-STRING
                   END-IF
                   IF Show-Deliveries
                       PERFORM 530-Show-One-Delivery
                   END-IF
               END-IF
           END-IF
           .
       530-Show-One-Delivery.
           MOVE SPACES TO Delivery-View-Line
           STRING LG-Recipient (1:12) " " LG-Route " "
                  LG-Status " " LG-Logged " "
                  TRIM(LG-Detail, TRAILING)
               DELIMITED BY SIZE INTO Delivery-View-Line
           END-STRING
           EVALUATE Delivery-Line-Count
               WHEN 1
                   MOVE Delivery-View-Line TO Rptview-View-1
               WHEN 2
                   MOVE Delivery-View-Line TO Rptview-View-2
               WHEN 3
                   MOVE Delivery-View-Line TO Rptview-View-3
               WHEN 4
                   MOVE Delivery-View-Line TO Rptview-View-4
               WHEN 5
                   MOVE Delivery-View-Line TO Rptview-View-5
               WHEN 6
                   MOVE Delivery-View-Line TO Rptview-View-6
           END-EVALUATE
           .
