      **     via a side file renamed into place so a crash cannot    **
      **     leave a half-written history                            **
      **                                                             **
      ** Catch-up replays (rows JOBDRV flagged CATCHUP - see         **
      ** JOBSCHED CATCHUP) are archived and trimmed like any other   **
      ** row but never rolled up, so the summary holds normal        **
      ** nights only.                                                **
      **                                                             **
      ** JOBTREND computes its norms from JOBSTATM.CSV plus the      **
      ** remaining raw rows, so trimming the raw file loses no       **
      ** history - it just stops the batch window being spent        **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1019 Initial coding                                       **
      ** GC1053 Keep catch-up replays (rows flagged CATCHUP) out of  **
      **        the monthly rollup; widened the history records for **
      **        the flag columns                                     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  History-File.
       01  History-Record                 PIC X(120).

       FD  New-History-File.
       01  New-History-Record             PIC X(120).

       FD  Archive-File.
       01  Archive-Record                 PIC X(120).

       FD  Summary-File.
       01  Summary-Record                 PIC X(80).
       01  Row-End                        PIC X(19).
       01  Row-Elapsed                    PIC X(7).
       01  Row-Return-Code                PIC X(11).
       01  Row-Run-Type                   PIC X(7).

       01  Row-Step-Numeric               PIC 9(3).
       01  Row-Elapsed-Numeric            USAGE BINARY-LONG.
               MOVE SPACES TO Row-Job-Date
               MOVE SPACES TO Row-Step-Number
               MOVE SPACES TO Row-Elapsed
               MOVE SPACES TO Row-Run-Type
               UNSTRING History-Record DELIMITED BY ','
                   INTO Row-Job-Date, Row-Step-Number,
                        Row-Step-Program, Row-Start, Row-End,
                        Row-Elapsed, Row-Return-Code, Row-Run-Type
               END-UNSTRING
               EVALUATE TRUE
                   WHEN Row-Step-Number NOT NUMERIC
                       WRITE New-History-Record
                   WHEN Row-Job-Date < Cutoff-Date-Text
                       PERFORM 120-Archive-One-Row
                       IF Row-Run-Type NOT = 'CATCHUP'
                           PERFORM 130-Roll-Up-One-Row
                       END-IF
                       ADD 1 TO Rows-Archived
                   WHEN OTHER
                       MOVE History-Record TO New-History-Record
