      *****************************************************************
      * NTFEVT01 - CUSTOMER NOTIFICATION EVENT RECORD
      *
      * ONE ENTRY PER THING A CUSTOMER SHOULD BE TOLD ABOUT, ON THE
      * COMMON NOTIFICATION EVENT FILE NTFEVT.DAT. EACH JOB THAT
      * RAISES EVENTS APPENDS TO THE FILE; THE DAILY NTFDLY1 JOB
      * TAKES EVERYTHING ON IT, DROPS DUPLICATES, NUMBERS THE REST
      * INTO THE CORRESPONDENCE FEED, AND EMPTIES IT. A PARTITION OF
      * A PARTITIONED AMTPROC1 RUN WRITES ITS OWN SHARE, WHICH
      * AMTCONS1 APPENDS WHEN IT CONSOLIDATES THE DATE.
      *
      * TWO EVENTS ARE THE SAME EVENT WHEN TYPE, ACCOUNT, EVENT
      * DATE, REFERENCE, AND AMOUNT ALL AGREE - A RESTARTED OR RERUN
      * JOB RAISES THE SAME EVENT AGAIN, AND THE CUSTOMER IS TOLD
      * ONCE. NE-REFERENCE IS WHATEVER IDENTIFIES THE EVENT AT ITS
      * SOURCE: THE POSTING'S TYPE AND RECORD KEY, THE PENDING
      * MAINTENANCE KEY, OR THE MONTH OF THE DORMANCY REVIEW. A
      * DORMANCY WARNING IS DATED THE FIRST OF ITS REVIEW MONTH, AND
      * NTFDLY1 SENDS AT MOST ONE PER ACCOUNT PER MONTH, WHICHEVER
      * DAY'S FEED THE REVIEW RUNS FALL IN.
      *
      *   TYPE  RAISED BY  NE-AMOUNT            NE-LIMIT-AMOUNT
      *   LP    AMTPROC1   TOTAL POSTED         NOTIFY THRESHOLD
      *   TL    AMTPROC1   TOTAL SUSPENDED      ACCT-TRAN-LIMIT
      *   DL    AMTPROC1   TOTAL SUSPENDED      ACCT-DAILY-LIMIT
      *   FZ    ACCTAPP1   BALANCE              ZERO
      *   DF    ACCTAPP1   BALANCE              ZERO
      *   RO    ACCTAPP1   BALANCE              ZERO
      *   CL    ACCTAPP1   BALANCE              ZERO
      *   LC    ACCTAPP1   NEW TRAN LIMIT       NEW DAILY LIMIT
      *   DW    DORMRV1    BALANCE              ZERO
      *****************************************************************
           05  NE-EVENT-TYPE           PIC X(2).
               88  NE-LARGE-POSTING              VALUE "LP".
               88  NE-TRAN-LIMIT-SUSPEND         VALUE "TL".
               88  NE-DAILY-LIMIT-SUSPEND        VALUE "DL".
               88  NE-FROZEN                     VALUE "FZ".
               88  NE-DORMANCY-FROZEN            VALUE "DF".
               88  NE-REOPENED                   VALUE "RO".
               88  NE-CLOSE-APPROVED             VALUE "CL".
               88  NE-LIMITS-CHANGED             VALUE "LC".
               88  NE-DORMANCY-WARNING           VALUE "DW".
           05  NE-ACCOUNT              PIC X(10).
           05  NE-ACCOUNT-NAME         PIC X(30).
           05  NE-EVENT-DATE           PIC X(8).
           05  NE-SOURCE-PGM           PIC X(8).
           05  NE-REFERENCE            PIC X(24).
           05  NE-AMOUNT               PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  NE-LIMIT-AMOUNT         PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           05  NE-DETAIL               PIC X(30).
           05  NE-TIMESTAMP            PIC X(26).
