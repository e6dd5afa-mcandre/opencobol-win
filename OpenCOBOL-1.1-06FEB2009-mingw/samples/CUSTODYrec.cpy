      **   STAGED       OUTBOUND found it in the staging directory     **
      **                (CU-CRC proves it left unaltered)              **
      **   TRANSMITTED  OUTBOUND sent it to a destination              **
      **   ARCHIVED     RETAIN moved it into a dated archive folder    **
      **                (CU-Detail ends with the archive path)         **
      **   PURGED       RETAIN deleted the archived copy at the end    **
      **                of its retention                               **
      **                                                                **
      ** Every program touching the custody file COPYs this layout     **
      ** and declares the file as:                                      **
      **  DATE  CHANGE DESCRIPTION                                      **
      ** ====== ==================================================== **
      ** GC1027 Initial coding                                        **
      ** GC1049 ARCHIVED and PURGED events from the RETAIN lifecycle  **
      ******************************************************************
       01  Custody-Record.
           05 CU-Key.
