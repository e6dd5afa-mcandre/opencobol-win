      ******************************************************************
      ** HEARTBTrec.cpy                                                **
      **                                                                **
      ** Record layout for a resident program's heartbeat file,        **
      ** "<program>.HBT" - one line, rewritten by the HEARTBT          **
      ** subroutine (HEARTBT.cbl) at start-up, at the end of every     **
      ** cycle and at a clean stop, and read by the WATCHDOG           **
      ** (WATCHDOG.cbl), so both COPY this layout.                     **
      **                                                                **
      ** HB-State is RUNNING while the program loops, or STOPPED once  **
      ** it has ended cleanly (stop file) - a STOPPED heartbeat is     **
      ** never stale.  HB-Last-Beat is when the last cycle completed;  **
      ** HB-Last-Work is when a cycle last did useful work (JOBSCHED   **
      ** launched a job, INBOUND manifested an arrival) - spaces if    **
      ** none has yet.  All timestamps are yyyy-mm-dd hh:mm:ss.       **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1055 Initial coding                                        **
      ******************************************************************
       01  Heartbeat-Line.
           05 HB-Program                PIC X(8).
           05 FILLER                    PIC X(1) VALUE ','.
           05 HB-State                  PIC X(7).
           05 FILLER                    PIC X(1) VALUE ','.
           05 HB-Started                PIC X(19).
           05 FILLER                    PIC X(1) VALUE ','.
           05 HB-Last-Beat              PIC X(19).
           05 FILLER                    PIC X(1) VALUE ','.
           05 HB-Cycle-Count            PIC 9(9).
           05 FILLER                    PIC X(1) VALUE ','.
           05 HB-Last-Work              PIC X(19).
