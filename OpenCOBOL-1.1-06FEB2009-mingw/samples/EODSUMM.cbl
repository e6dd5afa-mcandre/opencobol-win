      ** does not exist yet (e.g. the first run before anything has   **
      ** ever logged an entry), the report simply shows zero activity **
      ** instead of failing.                                          **
      **                                                              **
      ** The report ends with how many incidents in the INCIDENT.MDX  **
      ** register (see INCCON.cbl) are still not CLOSED, so the next  **
      ** shift knows what it inherits.                                **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      ** GC1010 End with GOBACK instead of STOP RUN - as a JOBDRV     **
      **        step, STOP RUN was taking the whole run unit down     **
      **        with it                                               **
      ** GC1045 Close the report with the count of incidents in the   **
      **        INCIDENT.MDX register not yet CLOSED                  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT Audit-File ASSIGN TO "AUDITLOG.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Incident-File ASSIGN TO "INCIDENT.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IN-Number.
       DATA DIVISION.
       FILE SECTION.
       FD  Audit-File.
       01  Audit-Record                  PIC X(210).

       FD  Incident-File.
       COPY INCIDENTrec.

       WORKING-STORAGE SECTION.
       COPY RPTWRITcb.


       01  Grand-Total                    PIC 9(6) VALUE 0.

       01  Incident-EOF-Switch            PIC X VALUE 'N'.
           88 Incident-EOF                VALUE 'Y'.
       01  Open-Incident-Count            PIC 9(4) VALUE 0.

       01  Report-Line                    PIC X(132).

       01  Report-Detail-Line.
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 020-Process-Audit-Log
           PERFORM 200-Count-Open-Incidents
           PERFORM 900-Write-Report
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
               MOVE Source-Count TO Matched-Sub
           END-IF
           .
       200-Count-Open-Incidents.
           MOVE 0 TO Open-Incident-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INCIDENT.MDX"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Incident-File
               MOVE 0 TO IN-Number
               START Incident-File KEY NOT < IN-Number
                   INVALID KEY
                       MOVE 'Y' TO Incident-EOF-Switch
                   NOT INVALID KEY
                       MOVE 'N' TO Incident-EOF-Switch
               END-START
               PERFORM 210-Scan-One-Incident
                   UNTIL Incident-EOF
               CLOSE Incident-File
           END-IF
           .
       210-Scan-One-Incident.
           READ Incident-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Incident-EOF-Switch
           END-READ
           IF NOT Incident-EOF
               IF NOT IN-Status-Closed
                   ADD 1 TO Open-Incident-Count
               END-IF
           END-IF
           .
       900-Write-Report.
           STRING "End-of-day operator summary for "
                  Today-Text
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           MOVE SPACES TO Report-Line
           STRING "Incidents still open:      " Open-Incident-Count
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
       910-Write-One-Source-Line.
           MOVE SRC-Name (Source-Sub) TO RD-Name
