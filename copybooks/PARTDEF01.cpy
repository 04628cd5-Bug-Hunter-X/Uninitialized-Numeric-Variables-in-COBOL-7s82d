      *****************************************************************
      * PARTDEF01 - POSTING PARTITION DEFINITION RECORD
      *
      * ONE ENTRY PER ACCOUNT-RANGE PARTITION OF THE DAILY POSTING
      * RUN ON PARTDEF.DAT, IN PARTITION ORDER, NUMBERED FROM 1 WITH
      * NO GAPS AND AT MOST 8 OF THEM. EACH ENTRY GIVES ONLY THE
      * HIGHEST ACCOUNT KEY THE PARTITION TAKES, AND THE HIGH KEYS
      * MUST ASCEND: A PARTITION TAKES EVERY ACCOUNT ABOVE THE
      * PREVIOUS PARTITION'S HIGH KEY UP TO AND INCLUDING ITS OWN.
      * THE FIRST PARTITION HAS NO LOWER BOUND AND THE LAST NONE
      * ABOVE (ITS HIGH KEY IS NOT USED), SO THE PARTITIONS ALWAYS
      * COVER EVERY ACCOUNT EXACTLY ONCE. READ BY AMTPROC1 IN
      * PARTITION MODE AND BY THE AMTCONS1 CONSOLIDATION.
      *****************************************************************
           05  PD-PARTITION            PIC 9(1).
           05  PD-HIGH-KEY             PIC X(10).
