      **                                                             **
      ** The chain - INGESTED (with the FILECRC checksum), ROUTED    **
      ** to which job table, CONSUMED by which step, STAGED and      **
      ** TRANSMITTED to which destination, ARCHIVED to which folder  **
      ** and PURGED - goes to "CUSTQRY.RPT"                          **
      ** through RPTWRIT, one event per line in sequence order.      **
      ** Matching checksums at two custody points prove the file     **
      ** was not altered between them.  RETURN-CODE is 0, 1 when     **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1027 Initial coding                                       **
      ** GC1049 Mention the retention events in the chain            **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
