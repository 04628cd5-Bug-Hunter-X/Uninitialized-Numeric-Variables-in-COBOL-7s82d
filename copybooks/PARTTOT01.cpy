      *****************************************************************
      * PARTTOT01 - POSTING PARTITION TOTALS RECORD
      *
      * THE PARTIAL TOTALS ONE PARTITION OF A PARTITIONED AMTPROC1
      * RUN LEAVES ON ITS OWN PARTITION TOTALS FILE IN PLACE OF THE
      * RUN-CONTROL REGISTRY. THE FILE OPENS WITH ONE HEADER ("H")
      * RECORD, WRITTEN ACTIVE WHEN THE PARTITION STARTS AND
      * REPLACED WITH ITS FINAL COUNTS AND A COMPLETE STATUS ("C",
      * OR "E" WITH EXCEPTIONS) WHEN IT FINISHES, FOLLOWED AT THAT
      * POINT BY ONE BRANCH ("B") RECORD PER BRANCH THE PARTITION
      * POSTED FOR. AMTCONS1 MERGES THESE INTO THE SINGLE RUN-CONTROL
      * RECORD AND BRANCH SUBTOTALS FOR THE BUSINESS DATE.
      *
      * PT-LOW-KEY IS THE KEY THE PARTITION'S RANGE STARTS ABOVE AND
      * PT-HIGH-KEY THE LAST KEY IN IT; SPACES FOR AN OPEN END, AND
      * BOTH SPACES ON THE TRANSFER PARTITION ("X"). PT-RECENT-FLAG
      * IS "N" WHEN THE PARTITION COULD NOT LOAD THE RECENT-POSTINGS
      * FILE AND SO WROTE NO SHARE OF IT.
      *****************************************************************
           05  PT-REC-TYPE             PIC X(1).
               88  PT-HEADER                     VALUE "H".
               88  PT-BRANCH                     VALUE "B".
           05  PT-HEADER-DATA.
               10  PT-PARTITION        PIC X(1).
               10  PT-BUSINESS-DATE    PIC X(8).
               10  PT-RUN-ID           PIC X(8).
               10  PT-RUN-DATE         PIC X(8).
               10  PT-STATUS           PIC X(1).
                   88  PT-ACTIVE                 VALUE "A".
                   88  PT-FINISHED               VALUES "C" "E".
               10  PT-LOW-KEY          PIC X(10).
               10  PT-HIGH-KEY         PIC X(10).
               10  PT-RECORD-COUNT     PIC 9(7).
               10  PT-EXCEPTION-COUNT  PIC 9(7).
               10  PT-CONTROL-TOTAL    PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  PT-RECENT-FLAG      PIC X(1).
                   88  PT-RECENT-WRITTEN         VALUE "Y".
               10  PT-TIMESTAMP        PIC X(26).
           05  PT-BRANCH-DATA REDEFINES PT-HEADER-DATA.
               10  PT-BRANCH-ID        PIC X(10).
               10  PT-BR-REC-COUNT     PIC 9(7).
               10  PT-BR-TOTAL         PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X(70).
