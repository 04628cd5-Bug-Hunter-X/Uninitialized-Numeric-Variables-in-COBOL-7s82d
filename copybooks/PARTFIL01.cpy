      *****************************************************************
      * PARTFIL01 - POSTING PARTITION WORK FILE NAMES
      *
      * THE FILES ONE PARTITION OF A PARTITIONED AMTPROC1 RUN WRITES
      * IN PLACE OF THE DAY'S SHARED FILES, SO PARTITIONS RUNNING AT
      * THE SAME TIME NEVER WRITE THE SAME FILE. EACH NAME CARRIES
      * THE PARTITION ID ("1" TO "8", OR "X" FOR THE TRANSFER
      * PARTITION) IN ITS -ID FIELD, WHICH THE PROGRAM SETS BEFORE
      * THE OPEN: CHKPT-P1.DAT, AMTRPT-PX.DAT, AND SO ON. AMTPROC1
      * WRITES THEM AND AMTCONS1 MERGES THEM BACK INTO THE SHARED
      * FILES, SO BOTH TAKE THE NAMES FROM HERE.
      *****************************************************************
           05  PF-CHKPT-NAME.
               10  FILLER              PIC X(7)  VALUE "CHKPT-P".
               10  PF-CHKPT-ID         PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-EXCEPTION-NAME.
               10  FILLER              PIC X(9)  VALUE "EXCPRPT-P".
               10  PF-EXCEPTION-ID     PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-REPORT-NAME.
               10  FILLER              PIC X(8)  VALUE "AMTRPT-P".
               10  PF-REPORT-ID        PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-AUDIT-NAME.
               10  FILLER              PIC X(8)  VALUE "AUDTRL-P".
               10  PF-AUDIT-ID         PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-GL-EXTRACT-NAME.
               10  FILLER              PIC X(8)  VALUE "GLEXTR-P".
               10  PF-GL-EXTRACT-ID    PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-RECENT-NAME.
               10  FILLER              PIC X(10) VALUE "RCNTPOST-P".
               10  PF-RECENT-ID        PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-WAREHOUSE-NAME.
               10  FILLER              PIC X(9)  VALUE "WAREHSE-P".
               10  PF-WAREHOUSE-ID     PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-EVENT-NAME.
               10  FILLER              PIC X(8)  VALUE "NTFEVT-P".
               10  PF-EVENT-ID         PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
           05  PF-PARTTOT-NAME.
               10  FILLER              PIC X(9)  VALUE "PARTTOT-P".
               10  PF-PARTTOT-ID       PIC X(1).
               10  FILLER              PIC X(4)  VALUE ".DAT".
