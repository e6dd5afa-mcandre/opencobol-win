      ******************************************************************
      ** TXNJRNLrec.cpy                                                **
      **                                                                **
      ** Record layout for the transaction journal, one dated file per **
      ** day ("TXNJRNL-yyyymmdd.JNL"), holding one fixed-length record **
      ** for every change TXNAPPLY makes to a master.  The images are  **
      ** the raw 512-byte master records, so they may carry packed or  **
      ** binary bytes: the journal is written and read as fixed-length **
      ** records through STREAMIO (FUNC-WRITE-Fixed / FUNC-READ-Fixed  **
      ** with SCB-Record-Length = LENGTH OF Txn-Journal-Record), never **
      ** as a text file.                                                **
      **                                                                **
      ** TJR-Action is the action that was applied:                     **
      **                                                                **
      **   A  add     - before image spaces, after image the new record **
      **   C  change  - both images present                            **
      **   D  delete  - before image the deleted record, after spaces   **
      **                                                                **
      ** TJR-Timestamp is CURRENT-DATE (1:16), yyyymmddhhmmsscc, so     **
      ** journal entries compare directly against a backup time.       **
      ** TJR-Job-Step is "<job-table>:<step>" when the change was made  **
      ** under JOBDRV (see JOBDRV_STEP), otherwise "MANUAL".            **
      **                                                                **
      ** TXNAPPLY and TXNRECOV (which also journals its back-outs)     **
      ** write this layout; TXNRECOV reads it for recovery.             **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                   **
      **               CutlerGL@gmail.com                               **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                      **
      ** ====== ==================================================== **
      ** GC1040 Initial coding                                        **
      ******************************************************************
       01  Txn-Journal-Record.
           05 TJR-Timestamp             PIC X(16).
           05 TJR-Job-Step              PIC X(64).
           05 TJR-Master-Filename       PIC X(128).
           05 TJR-Txn-Filename          PIC X(128).
           05 TJR-Txn-Number            PIC 9(7).
           05 TJR-Action                PIC X(1).
           05 TJR-Key                   PIC X(64).
           05 TJR-Before-Image          PIC X(512).
           05 TJR-After-Image           PIC X(512).
