      ** nothing nagged about them.                                  **
      **                                                             **
      ** QUARMGR lists every INBOUND.MDX entry whose status is       **
      ** QUARANTINED, OPEN FAILED, DUPLICATE, VALIDATE FAILED or     **
      ** VOLUME SUSPECT, one at a time, with its size, arrival time  **
      ** and age in days.  Commands:                                 **
      **                                                             **
      **   N next entry         P previous entry                     **
      **   R requeue the shown file (the REQUEUE utility moves it    **
      **     manifest line is rewritten DISCARDED, and the reason    **
      **     typed in the reason field is recorded in the audit      **
      **     trail (a blank reason is refused)                       **
      **   G confirm a VOLUME SUSPECT file is genuine: the name goes **
      **     into "VOLOKAY.DAT", the confirmation and its reason     **
      **     (again required) are audited, and the file is requeued  **
      **     - INBOUND's re-ingest then skips the volume check and   **
      **     records the file as RELEASED in the vendor's history    **
      **   V view the file's first records on the message lines      **
      **     (RECDUMP-style first look without leaving the console)  **
      **   X exit                                                    **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1026 Initial coding                                       **
      ** GC1051 List VOLUME SUSPECT arrivals too, and added the G     **
      **        command to release one the operator confirms is      **
      **        genuine (through the VOLOKAY.DAT list INBOUND reads)  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MX-Filename.
           SELECT Volume-Override-File ASSIGN TO "VOLOKAY.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Manifest-File.
       COPY INBMFTrec.

       FD  Volume-Override-File.
       01  Volume-Override-Record         PIC X(128).

       WORKING-STORAGE SECTION.
       COPY screenio.

       01  RC-Display                     PIC -(4)9.

       01  Discard-Detail-Text            PIC X(152).
       01  Genuine-Detail-Text            PIC X(152).

       01  Audit-Source                   PIC X(8) VALUE 'QUARMGR'.
       01  Alert-Message-Text             PIC X(100).
                  VALUE 'Age (days)..............: '.
           05 LINE 08 COLUMN 27 PIC ZZZ9 FROM Quarmgr-Age.
           05 LINE 09 COLUMN 01
                  VALUE 'Reason for D or G.......: '.
           05 LINE 09 COLUMN 27 PIC X(50) USING Quarmgr-Reason.
           05 LINE 11 COLUMN 01 PIC X(70) FROM Quarmgr-View-1.
           05 LINE 12 COLUMN 01 PIC X(70) FROM Quarmgr-View-2.
           05 LINE 15 COLUMN 01 PIC X(70) FROM Quarmgr-View-5.
           05 LINE 17 COLUMN 01 PIC X(70) FROM Quarmgr-Message.
           05 LINE 19 COLUMN 01
                  VALUE 'N=next P=prev R=requeue D=discard V=view '
                      & 'G=genuine'.
           05 LINE 20 COLUMN 01
                  VALUE 'X=exit..................: '.
           05 LINE 20 COLUMN 27 PIC X USING Quarmgr-Command.
               IF (MX-Status (1:11) = 'QUARANTINED'
                OR MX-Status (1:11) = 'OPEN FAILED'
                OR MX-Status (1:9)  = 'DUPLICATE'
                OR MX-Status (1:15) = 'VALIDATE FAILED'
                OR MX-Status (1:14) = 'VOLUME SUSPECT')
               AND Held-Count < 200
                   ADD 1 TO Held-Count
                   MOVE MX-Filename  TO HE-Filename (Held-Count)
                   PERFORM 300-Discard-Current
               WHEN Quarmgr-Command = 'V' OR 'v'
                   PERFORM 400-View-Current
               WHEN Quarmgr-Command = 'G' OR 'g'
                   PERFORM 600-Release-Genuine-Current
               WHEN OTHER
                   MOVE 'Commands are N P R D V G X'
                     TO Quarmgr-Message
           END-EVALUATE
           MOVE SPACE TO Quarmgr-Command
               MOVE Held-Count TO Current-Sub
           END-IF
           .
      *****************************************************************
      ** A VOLUME SUSPECT file is usually fine - a month-end spike,  **
      ** a new customer batch.  The operator who has checked it with **
      ** the vendor says so here: the name is listed in VOLOKAY.DAT  **
      ** (BEFORE the requeue, so a watching INBOUND can never pick   **
      ** the file up without it), the confirmation is audited with   **
      ** its reason, and the file is requeued.                       **
      *****************************************************************
       600-Release-Genuine-Current.
           EVALUATE TRUE
               WHEN HE-Status (Current-Sub) (1:14)
                        NOT = 'VOLUME SUSPECT'
                   MOVE 'G is only for VOLUME SUSPECT files'
                     TO Quarmgr-Message
               WHEN Quarmgr-Reason = SPACES
                   MOVE 'Say why it is genuine - type a reason first'
                     TO Quarmgr-Message
               WHEN OTHER
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING "VOLOKAY.DAT"
                             File-Details
                   END-CALL
                   IF RETURN-CODE = 0
                       OPEN EXTEND Volume-Override-File
                   ELSE
                       OPEN OUTPUT Volume-Override-File
                   END-IF
                   MOVE HE-Filename (Current-Sub)
                     TO Volume-Override-Record
                   WRITE Volume-Override-Record
                   CLOSE Volume-Override-File
                   MOVE SPACES TO Genuine-Detail-Text
                   STRING "volume confirmed genuine "
                          TRIM(HE-Filename (Current-Sub),
                               TRAILING)
                          ": " TRIM(Quarmgr-Reason, TRAILING)
                       DELIMITED BY SIZE
                       INTO Genuine-Detail-Text
                   END-STRING
                   CALL "AUDITLOG"
                       USING Audit-Source, Genuine-Detail-Text, 0
                   END-CALL
                   MOVE SPACES TO Quarmgr-Reason
                   PERFORM 200-Requeue-Current
           END-EVALUATE
           .
