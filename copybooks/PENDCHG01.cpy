      * OPERATOR WHO ENTERED THE ITEM. CARRIES THE FULL ORIGINAL
      * MAINTENANCE IMAGE SO THE APPROVED CHANGE APPLIES EXACTLY AS
      * ENTERED.
      *
      * AN APPROVED CLOSE DOES NOT CLOSE THE ACCOUNT AT ONCE: ACCTAPP1
      * QUEUES IT FOR THE CLSSET1 SETTLEMENT RUN ("Q"), WHICH ISSUES
      * A SETTLEMENT FOR THE BALANCE ("S") AND ONLY WHEN THAT HAS
      * POSTED CLOSES THE ACCOUNT AND MARKS THE ITEM APPROVED. WHILE
      * A CLOSE IS IN SETTLEMENT THE LIMIT FIELDS, WHICH A CLOSE DOES
      * NOT USE, CARRY THE DATE THE SETTLEMENT WAS FIRST ISSUED AND
      * THE TOTAL ISSUED SO FAR.
      *****************************************************************
           05  PEND-KEY.
               10  PEND-ENTRY-DATE     PIC X(8).
               88  PEND-WAITING                  VALUE "W".
               88  PEND-APPROVED                 VALUE "A".
               88  PEND-REJECTED                 VALUE "R".
               88  PEND-CLOSE-QUEUED             VALUE "Q".
               88  PEND-CLOSE-SETTLING           VALUE "S".
           05  PEND-ENTERED-BY         PIC X(8).
           05  PEND-APPROVED-BY        PIC X(8).
           05  PEND-MAINT-IMAGE.
               10  PEND-MNT-ACTION     PIC X(1).
               10  PEND-MNT-ACCOUNT    PIC X(10).
               10  PEND-MNT-NAME       PIC X(30).
               10  PEND-MNT-LIMITS.
                   15  PEND-MNT-TRAN-LIMIT
                                       PIC 9(7)V99.
                   15  PEND-MNT-DAILY-LIMIT
                                       PIC 9(9)V99.
               10  PEND-CLS-SETTLEMENT REDEFINES PEND-MNT-LIMITS.
                   15  PEND-CLS-ISSUE-DATE
                                       PIC X(8).
                   15  PEND-CLS-ISSUED-TOTAL
                                       PIC 9(10)V99.
