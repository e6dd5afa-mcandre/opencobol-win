      **                                                             **
      ** <filename> (PIC X(128)) is the file's bare name - the same  **
      ** key INBOUND.MDX uses.  <event> (PIC X(12)) is INGESTED,     **
      ** ROUTED, CONSUMED, STAGED, TRANSMITTED, ARCHIVED or PURGED   **
      ** (see the copybook).                                         **
      ** <detail> (PIC X(64)) says where to/by what (a job table, a  **
      ** step, a destination).  <crc> (BINARY-LONG) is the FILECRC   **
      ** checksum at this custody point, or zero when none was       **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1027 Initial coding                                       **
      ** GC1049 Documented the ARCHIVED and PURGED events             **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
