      * EACH AMOUNT, DOUBLES THE VALID ONES, AND DISPLAYS THE COMPUTED
      * TOTAL FOR EVERY RECORD. RECORDS THAT FAIL VALIDATION ARE WRITTEN
      * TO AN EXCEPTIONS REPORT INSTEAD OF BEING TOTALED.
      *
      * AN INTER-ACCOUNT TRANSFER ("XF") NAMES A FROM-ACCOUNT AND A
      * TO-ACCOUNT AND POSTS AS TWO LEGS THAT GO TOGETHER OR NOT AT
      * ALL: BOTH LEGS ARE VETTED BEFORE EITHER POSTS, AND A TRANSFER
      * THAT CANNOT POST SUSPENDS AS A LINKED PAIR.
      *
      * A CLOSURE SETTLEMENT ("CS", GENERATED BY CLSSET1) TAKES THE
      * BALANCE OF AN ACCOUNT APPROVED FOR CLOSE OFF THE MASTER AT
      * FACE VALUE. IT IS NEVER RATED, DUPLICATE-CHECKED, OR LIMIT-
      * CHECKED, BUT IT IS REFUSED IF IT WOULD TAKE THE ACCOUNT
      * BELOW ZERO, AND IT CANNOT BE REVERSED.
      *
      * THE STANDING INSTRUCTION BATCH (BRANCH STNDINS, GENERATED BY
      * STNDGEN1) POSTS THROUGH THE NORMAL EDITS EXCEPT THE
      * DUPLICATE CHECK, SINCE A RECURRING INSTRUCTION REPEATS ITS
      * ACCOUNT, TYPE, AND AMOUNT BY DESIGN.
      *
      * TO FIT THE BATCH WINDOW THE RUN CAN BE SPLIT INTO ACCOUNT-
      * RANGE PARTITIONS (PARM "PART N", RANGES ON PARTDEF.DAT) THAT
      * RUN AT THE SAME TIME AGAINST THE SAME MASTER. EACH POSTS ONLY
      * THE ACCOUNTS IN ITS OWN RANGE, WITH ITS OWN CHECKPOINT, ITS
      * OWN SUSPENSE SEQUENCE RANGE, AND ITS OWN WORK FILES IN PLACE
      * OF THE REPORT, EXCEPTIONS, AUDIT TRAIL, GL EXTRACT, RECENT-
      * POSTINGS, AND WAREHOUSE FILES, AND IT LEAVES ITS PARTIAL
      * TOTALS ON A PARTITION TOTALS FILE INSTEAD OF THE RUN-CONTROL
      * REGISTRY. A TRANSFER, OR THE REVERSAL OF A TRANSFER LEG,
      * TOUCHES TWO ACCOUNTS THAT MAY LIE IN DIFFERENT PARTITIONS, SO
      * THOSE ARE LEFT TO THE TRANSFER PARTITION (PARM "PART X"),
      * WHICH RUNS ONCE EVERY RANGE PARTITION HAS FINISHED. AMTCONS1
      * THEN MERGES THE PARTITIONS INTO THE DAY'S FILES AND WRITES
      * THE RUN-CONTROL COMPLETION RECORD.
      *
      * A POSTING OF WS-NOTIFY-AMOUNT OR MORE, AND AN ITEM SUSPENDED
      * FOR BREACHING THE ACCOUNT'S OWN TRANSACTION OR DAILY LIMIT,
      * IS ALSO RAISED AS A CUSTOMER NOTIFICATION EVENT ON
      * NTFEVT.DAT FOR THE DAILY NTFDLY1 JOB.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

      *    THE EXCEPTION, REPORT, CHECKPOINT, AUDIT, GL EXTRACT,
      *    RECENT-POSTINGS, WAREHOUSE, AND NOTIFICATION EVENT FILES
      *    ARE NAMED AT RUN TIME: THE DAY'S SHARED FILES, OR A
      *    PARTITION'S OWN WORK FILES.
           SELECT EXCEPTION-FILE ASSIGN USING WS-EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT REPORT-FILE ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN USING WS-CHKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL NOTIFY-EVENT-FILE
               ASSIGN USING WS-EVENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT GL-EXTRACT-FILE
               ASSIGN USING WS-GL-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

      *    AT START OF RUN FOR DUPLICATE DETECTION AND REWRITTEN AT
      *    END OF JOB WITH AGED ENTRIES DROPPED AND TODAY'S POSTINGS
      *    ADDED.
           SELECT OPTIONAL RECENT-POST-FILE
               ASSIGN USING WS-RECENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECENT-STATUS.

      *    AFTER THE RUN'S BUSINESS DATE WAIT HERE, AND EACH RUN
      *    PULLS THE ONES WHOSE DATE HAS ARRIVED BACK INTO THE EDIT
      *    PASS ALONGSIDE THE DAILY FILE.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN USING WS-WAREHOUSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOOKUP-STATUS.

      *    ACCOUNT RANGE OF EACH PARTITION OF A PARTITIONED RUN.
           SELECT PARTITION-DEF-FILE ASSIGN TO "PARTDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTDEF-STATUS.

      *    PARTIAL TOTALS AND STATE OF ONE PARTITION, NAMED FOR THE
      *    PARTITION BEFORE EACH OPEN.
           SELECT OPTIONAL PARTITION-TOTALS-FILE
               ASSIGN USING WS-PARTTOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
               88  TRANS-REVERSAL                VALUE "RV".
               88  TRANS-HEADER-TYPE             VALUE "HD".
               88  TRANS-TRAILER-TYPE            VALUE "TR".
               88  TRANS-TRANSFER                VALUE "XF".
               88  TRANS-TRANSFER-OUT            VALUE "XO".
               88  TRANS-TRANSFER-IN             VALUE "XI".
               88  TRANS-TRANSFER-RESTORE        VALUE "XR".
               88  TRANS-SETTLEMENT              VALUE "CS".
               88  TRANS-REDUCES-BALANCE         VALUES "RV" "XO"
                                                        "CS".
               88  TRANS-CARRIES-REFERENCE       VALUES "RV" "XO" "XI"
                                                        "XR" "CS".
           05  TRANS-AMOUNT            PIC S9(5)V99
                                       SIGN IS TRAILING SEPARATE.
           05  TRANS-AMOUNT-X REDEFINES TRANS-AMOUNT
                                       PIC X(8).
      *    FOR A REVERSAL ("RV") THE REFERENCE NAMES THE RUN ID AND
      *    RECORD KEY OF THE ORIGINAL POSTING ON THE AUDIT TRAIL;
      *    FOR A TRANSFER ("XF") IT CARRIES THE TO-ACCOUNT IN ITS
      *    LAST TEN BYTES, TRANS-ACCOUNT BEING THE FROM-ACCOUNT;
      *    FOR A CLOSURE SETTLEMENT ("CS") IT IS THE SETTLEMENT
      *    REFERENCE, CARRIED THROUGH TO THE AUDIT TRAIL SO CLSSET1
      *    CAN SEE THE SETTLEMENT HAS POSTED; SPACES ON EVERY OTHER
      *    TRANSACTION TYPE.
           05  TRANS-REFERENCE.
               10  TRANS-REF-RUN-ID    PIC X(8).
               10  TRANS-REF-KEY       PIC X(10).
           05  TRANS-XFER-REFERENCE REDEFINES TRANS-REFERENCE.
               10  FILLER              PIC X(8).
               10  TRANS-XFER-TO-ACCOUNT
                                       PIC X(10).
      *    EFFECTIVE DATE OF THE ADJUSTMENT. SPACES (THE OLD RECORD
      *    LENGTH) OR A DATE AT OR BEFORE THE RUN'S BUSINESS DATE
      *    POSTS TONIGHT; A LATER DATE SENDS THE RECORD TO THE
       01  AUDIT-FILE-RECORD.
           COPY AUDREC01 IN "copybooks".

       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F.
       01  NOTIFY-EVENT-RECORD.
           COPY NTFEVT01 IN "copybooks".

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".
                         ==AUD-RUN-ID== BY ==ALK-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==ALK-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==ALK-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==ALK-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==ALK-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==ALK-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==ALK-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==ALK-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==ALK-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==ALK-ORIG-KEY==.

       FD  PARTITION-DEF-FILE
           RECORDING MODE IS F.
       01  PARTITION-DEF-RECORD.
           COPY PARTDEF01 IN "copybooks".

       FD  PARTITION-TOTALS-FILE
           RECORDING MODE IS F.
       01  PARTITION-TOTALS-RECORD.
           COPY PARTTOT01 IN "copybooks".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS         PIC X(2)  VALUE "00".
      *    OPTIONAL FILE - THE VERY FIRST RUN ON A NEW SYSTEM.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUES "00" "05".
           05  WS-EVENT-STATUS         PIC X(2)  VALUE "00".
               88  WS-EVENT-OK                    VALUES "00" "05".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
               88  WS-ACCOUNT-NEW-FILE            VALUE "35".
           05  WS-WAREHOUSE-STATUS     PIC X(2)  VALUE "00".
               88  WS-WAREHOUSE-OK                VALUES "00" "05".
               88  WS-WAREHOUSE-EOF               VALUE "10".
           05  WS-PARTDEF-STATUS       PIC X(2)  VALUE "00".
               88  WS-PARTDEF-OK                  VALUE "00".
               88  WS-PARTDEF-EOF                 VALUE "10".
           05  WS-PARTTOT-STATUS       PIC X(2)  VALUE "00".
               88  WS-PARTTOT-OK                  VALUES "00" "05".
               88  WS-PARTTOT-EOF                 VALUE "10".

       01  WS-FILE-NAMES.
           05  WS-EXCEPTION-FILE-NAME  PIC X(30) VALUE "EXCPRPT.DAT".
           05  WS-REPORT-FILE-NAME     PIC X(30) VALUE "AMTRPT.DAT".
           05  WS-CHKPT-FILE-NAME      PIC X(30) VALUE "CHKPT.DAT".
           05  WS-AUDIT-FILE-NAME      PIC X(30) VALUE "AUDTRL.DAT".
           05  WS-GL-EXTRACT-FILE-NAME PIC X(30) VALUE "GLEXTR.DAT".
           05  WS-RECENT-FILE-NAME     PIC X(30) VALUE "RCNTPOST.DAT".
           05  WS-WAREHOUSE-FILE-NAME  PIC X(30) VALUE "WAREHSE.DAT".
           05  WS-EVENT-FILE-NAME      PIC X(30) VALUE "NTFEVT.DAT".
           05  WS-PARTTOT-FILE-NAME    PIC X(30) VALUE SPACES.

       01  WS-PARTITION-FILE-NAMES.
           COPY PARTFIL01 IN "copybooks".

       01  WS-RUN-ID                   PIC X(8).

      *    GL EXTRACT, SUSPENSE, CHECKPOINT, AND RUN CONTROL ARE ALL
      *    LEFT EXACTLY AS FOUND.
               88  WS-MODE-TRIAL                 VALUE "T".
      *    ONE PARTITION OF A PARTITIONED RUN: A FULL BATCH RUN
      *    CONFINED TO THE PARTITION'S SHARE OF THE ITEMS.
               88  WS-MODE-PARTITION             VALUE "P".
           05  WS-LOOKUP-ACCOUNT       PIC X(10) VALUE SPACES.

       01  WS-RESTART-FIELDS.
                   ==CHKPT-EXCEPTION-COUNT==
                       BY ==WS-CHKPT-EXCEPTION-COUNT==
                   ==CHKPT-FLUSHED-COUNT==
                       BY ==WS-CHKPT-FLUSHED-COUNT==
                   ==CHKPT-XFER-SEQ==
                       BY ==WS-CHKPT-XFER-SEQ==.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORD-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-SUSP-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-SUSP-EOF                   VALUE "Y".

      *    EACH PARTITION NUMBERS ITS SUSPENSE ITEMS IN ITS OWN BAND
      *    (PARTITION N FROM N0001, THE TRANSFER PARTITION FROM
      *    90001), SO PARTITIONS STARTED IN THE SAME SECOND CANNOT
      *    WRITE THE SAME KEY; AN UNPARTITIONED RUN HAS THE WHOLE
      *    RANGE.
       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSP-SEQ             PIC 9(5)  VALUE ZEROES.
           05  WS-SUSP-SEQ-LIMIT       PIC 9(5)  VALUE 99999.

      *    ONE ENTRY PER REVERSAL REQUEST FOUND IN TODAY'S INPUT OR IN
      *    A CORRECTED SUSPENSE ITEM, RESOLVED AGAINST THE AUDIT TRAIL
           05  WS-RUN-REFUSED-SWITCH   PIC X(1)  VALUE "N".
               88  WS-RUN-REFUSED                VALUE "Y".

      *    PARTITIONED RUNNING. WS-PART-ID IS THE PARTITION NAMED ON
      *    THE PARM ("1" TO "8", OR "X" FOR THE TRANSFER PARTITION,
      *    WHICH TAKES NUMBER 9 INTERNALLY). THE RANGE PARTITIONS'
      *    HIGH KEYS ARE HELD FROM PARTDEF.DAT; THIS PARTITION TAKES
      *    THE ACCOUNTS ABOVE WS-PART-LOW-KEY (NO BOUND ON PARTITION
      *    1) UP TO AND INCLUDING WS-PART-HIGH-KEY (NO BOUND ON THE
      *    LAST). WS-ITEM-OURS IS THE OWNERSHIP TEST'S ANSWER FOR THE
      *    ITEM IN HAND, AND IS ALWAYS SET IN AN UNPARTITIONED RUN.
       01  WS-PARTITION-FIELDS.
           05  WS-PART-ID              PIC X(1)  VALUE SPACES.
               88  WS-PART-TRANSFER-STEP         VALUE "X".
           05  WS-PART-NUMBER          PIC 9(1)  VALUE ZEROES.
           05  WS-PART-COUNT           PIC 9(1)  VALUE ZEROES.
           05  WS-PART-IDX             PIC 9(1)  VALUE ZEROES.
           05  WS-PART-LOW-KEY         PIC X(10) VALUE SPACES.
           05  WS-PART-HIGH-KEY        PIC X(10) VALUE SPACES.
           05  WS-PART-TEST-ACCOUNT    PIC X(10) VALUE SPACES.
           05  WS-PART-CHECK-ID        PIC X(1)  VALUE SPACES.
           05  WS-PART-NEW-STATUS      PIC X(1)  VALUE SPACES.
           05  WS-PARTDEF-EOF-SWITCH   PIC X(1)  VALUE "N".
               88  WS-PARTDEF-DONE               VALUE "Y".
           05  WS-PART-FINISHED-SWITCH PIC X(1)  VALUE "N".
               88  WS-PART-STATE-FINISHED        VALUE "Y".
           05  WS-ITEM-OURS-SWITCH     PIC X(1)  VALUE "Y".
               88  WS-ITEM-OURS                  VALUE "Y".
           05  WS-TRANSFER-ITEM-SWITCH PIC X(1)  VALUE "N".
               88  WS-TRANSFER-ITEM              VALUE "Y".
           05  WS-PD-HIGH-KEY          PIC X(10) OCCURS 8 TIMES.

       01  WS-BRANCH-FIELDS.
           05  WS-CURRENT-BRANCH       PIC X(10) VALUE SPACES.
      *        THE STNDGEN1 STANDING INSTRUCTION BATCH. AN INSTRUCTION
      *        POSTS THE SAME ACCOUNT, TYPE, AND AMOUNT ON EVERY DUE
      *        DATE BY DESIGN, AND THE GENERATOR ITSELF NEVER ISSUES
      *        A DUE DATE TWICE, SO ITS DETAILS ARE NOT DUPLICATE-
      *        CHECKED; THEY STILL GO ON THE RECENT-POSTINGS FILE, SO
      *        A BRANCH KEYING THE SAME ADJUSTMENT BY HAND IS CAUGHT.
               88  WS-STANDING-INSTR-BATCH       VALUE "STNDINS".

      *    POSTED COUNT AND TOTAL PER BRANCH, ACCUMULATED DURING THE
      *    POSTING PASS FROM THE BRANCH ID CARRIED ON EACH SORTED
               88  WS-LIMIT-BREACHED             VALUE "Y".
           05  WS-POSTED-TOTAL         PIC S9(9)V99 VALUE ZEROES.
           05  WS-PENDING-SUSP-KEY     PIC X(21) VALUE SPACES.
      *    THE "XI" LEG'S KEY WHEN A CORRECTED TRANSFER PAIR COMES
      *    BACK OFF THE SUSPENSE FILE AS ONE TRANSFER.
           05  WS-PENDING-PARTNER-KEY  PIC X(21) VALUE SPACES.
           05  WS-POST-BRANCH-ID       PIC X(10) VALUE SPACES.
           05  WS-BUF-MAX              PIC 9(3)  VALUE 500.
      *    SET WHILE AN OVERSIZE ACCOUNT IS FLUSHED IN CHUNKS. A
      *    CHUNK FLUSH CHECKPOINTS WITH THE CUMULATIVE NUMBER OF THE
           05  WS-BUF-ENTRY OCCURS 500 TIMES.
               10  BUF-TYPE            PIC X(2).
                   88  BUF-REVERSAL              VALUE "RV".
                   88  BUF-SETTLEMENT            VALUE "CS".
               10  BUF-AMOUNT          PIC 9(5)V99.
               10  BUF-TOTAL           PIC 9(7)V99.
               10  BUF-BRANCH-ID       PIC X(10).
               10  REV-USED-FLAG       PIC X(1).
                   88  REV-USED                  VALUE "Y".
               10  REV-TOTAL           PIC 9(7)V99.
      *        WHEN THE ORIGINAL IS ONE LEG OF A TRANSFER, THE LEG
      *        TYPE AND TRANSFER REFERENCE FROM ITS AUDIT ROW, AND THE
      *        OTHER LEG'S ACCOUNT FOUND BY THE SECOND LOOKUP PASS.
               10  REV-LEG-TYPE        PIC X(2).
                   88  REV-TRANSFER-LEG          VALUES "XO" "XI".
                   88  REV-FROM-LEG              VALUE "XO".
               10  REV-XFER-REF        PIC X(18).
               10  REV-PARTNER-ACCOUNT PIC X(10).
           05  WS-REV-LEG-SWITCH       PIC X(1) VALUE "N".
               88  WS-REV-LEG-FOUND              VALUE "Y".

      *    TRANSFERS AND TRANSFER BACK-OUTS ACCEPTED BY THE EDIT PASS.
      *    THEY ARE NOT RELEASED TO THE SORT - THE TWO LEGS WOULD
      *    SORT APART AND POST INDEPENDENTLY - BUT HELD HERE AND
      *    POSTED BY 2800-POST-TRANSFERS ONCE EVERY ACCOUNT HAS
      *    FLUSHED, SO BOTH LEGS ARE VETTED AGAINST THE MASTER BEFORE
      *    EITHER ONE POSTS. THE TABLE IS REBUILT IN THE SAME ORDER
      *    ON A RESTART.
       01  WS-TRANSFER-FIELDS.
      *    EVERY ITEM THROUGH 2020-EDIT-TRANSACTION TAKES THE NEXT
      *    EDIT SEQUENCE. THE DAILY FILE AND MATURED WAREHOUSE ITEMS
      *    NUMBER THE SAME ON A RESTART, SO THE CHECKPOINT RECORDS
      *    THE SEQUENCE OF THE LAST TRANSFER DONE. A TRANSFER FROM
      *    THE SUSPENSE FILE IS RETIRED AS IT IS DONE AND SO DOES
      *    NOT COME BACK ON A RESTART AT ALL.
           05  WS-EDIT-SEQ             PIC 9(7)  VALUE ZEROES.
           05  WS-XF-DONE-SEQ          PIC 9(7)  VALUE ZEROES.
           05  WS-XF-COUNT             PIC 9(4)  VALUE ZEROES.
           05  WS-XF-IDX               PIC 9(4)  VALUE ZEROES.
           05  WS-XL-IDX               PIC 9(1)  VALUE ZEROES.
           05  WS-XF-VALID-SWITCH      PIC X(1)  VALUE "Y".
               88  WS-XF-LEGS-VALID              VALUE "Y".
           05  WS-PAIR-SWITCH          PIC X(1)  VALUE "Y".
               88  WS-PAIR-INTACT                VALUE "Y".
           05  WS-XF-BALANCE           PIC S9(13)V99 VALUE ZEROES.
           05  WS-XF-SAVE-IMAGE        PIC X(46) VALUE SPACES.
      *    REFERENCE SHARED BY BOTH LEGS OF A TRANSFER ON THE AUDIT
      *    TRAIL AND GL EXTRACT: RUN ID, "XF", AND THE TRANSFER'S
      *    EDIT SEQUENCE IN THE RUN.
           05  WS-XFER-REF-BUILD.
               10  WS-XRB-RUN-ID       PIC X(8).
               10  FILLER              PIC X(2)  VALUE "XF".
               10  WS-XRB-SEQ          PIC 9(8).
      *    SET ONLY WHILE A TRANSFER LEG IS WRITTEN TO THE GL EXTRACT.
           05  WS-XFER-GL-REF          PIC X(18) VALUE SPACES.
           05  WS-XF-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-XF-COUNT.
               10  XF-EDIT-SEQ         PIC 9(7).
               10  XF-KIND             PIC X(1).
                   88  XF-NEW-TRANSFER           VALUE "T".
                   88  XF-BACKOUT                VALUE "B".
               10  XF-FROM-ACCOUNT     PIC X(10).
               10  XF-TO-ACCOUNT       PIC X(10).
               10  XF-AMOUNT           PIC 9(5)V99.
               10  XF-TOTAL            PIC 9(7)V99.
               10  XF-BRANCH-ID        PIC X(10).
               10  XF-XFER-REF         PIC X(18).
      *        FOR A BACK-OUT, THE REVERSAL AS IT WAS KEYED - ITS OWN
      *        ACCOUNT AND THE REFERENCE IT NAMED - SO A BACK-OUT THAT
      *        CANNOT POST SUSPENDS AS THE SAME REVERSAL.
               10  XF-ORIG-REF.
                   15  XF-ORIG-RUN-ID  PIC X(8).
                   15  XF-ORIG-KEY     PIC X(10).
               10  XF-RV-ACCOUNT       PIC X(10).
               10  XF-SUSP-KEY         PIC X(21).
               10  XF-PARTNER-SUSP-KEY PIC X(21).

      *    THE TWO LEGS OF THE TRANSFER IN HAND, FROM-ACCOUNT FIRST.
       01  WS-TRANSFER-LEGS.
           05  WS-XL-ENTRY OCCURS 2 TIMES.
               10  XL-ACCOUNT          PIC X(10).
               10  XL-TYPE             PIC X(2).
               10  XL-ORIG-REF         PIC X(18).

       01  WS-MULTIPLIER               PIC 9V99 VALUE 1.00.

      *    FLAT CEILING, APPLIED IN THE POSTING PASS ONLY AS A
      *    BACKSTOP FOR ACCOUNTS WITH NO ACCT-TRAN-LIMIT SET.
           05  WS-MAX-AMOUNT           PIC 9(5)V99 VALUE 50000.00.
      *    A POSTED TOTAL OF THIS OR MORE IS NOTIFIED TO THE CUSTOMER.
           05  WS-NOTIFY-AMOUNT        PIC 9(7)V99 VALUE 10000.00.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(4)  VALUE "KEY=".
           IF WS-MODE-LOOKUP
               PERFORM 5000-LOOKUP-ACCOUNT
           ELSE
               IF WS-MODE-PARTITION
                   PERFORM 1050-SET-UP-PARTITION
               END-IF
               IF NOT WS-RUN-REFUSED
                   PERFORM 1000-INITIALIZE
               END-IF
               IF WS-PREEDIT-FAILED OR WS-RUN-REFUSED
                   PERFORM 3900-ABORT-RUN
               ELSE
      *    DISTINCT CONDITION CODES FOR THE SCHEDULER: 0 IS A CLEAN
      *    COMPLETION, 4 COMPLETED BUT SENT WORK TO THE EXCEPTION
      *    FILE, AND 16 POSTED NOTHING - THE INPUT WOULD NOT OPEN,
      *    THE PRE-EDIT REFUSED THE FILE, THE BUSINESS DATE HAD
      *    ALREADY RUN TO COMPLETION, OR A PARTITION WAS REFUSED.
       0090-SET-RETURN-CODE.
           IF WS-PREEDIT-FAILED OR WS-RUN-REFUSED
                   OR NOT (WS-TRANS-OK OR WS-TRANS-EOF)
               IF WS-PARM-LINE(1:5) = "TRIAL"
                   SET WS-MODE-TRIAL TO TRUE
               ELSE
                   IF WS-PARM-LINE(1:4) = "PART"
                       SET WS-MODE-PARTITION TO TRUE
                       MOVE WS-PARM-LINE(6:1) TO WS-PART-ID
                   ELSE
                       SET WS-MODE-BATCH TO TRUE
                   END-IF
               END-IF
           END-IF.

               CLOSE ACCOUNT-FILE
           END-IF.

      *    A PARTITION RUN TAKES ITS ACCOUNT RANGE FROM THE PARTITION
      *    DEFINITIONS, MOVES ITS SUSPENSE NUMBERING INTO ITS OWN
      *    BAND, AND POINTS EVERY FILE IT WRITES AT ITS OWN WORK
      *    FILES. THE RECENT-POSTINGS AND WAREHOUSE FILES ARE STILL
      *    LOADED FROM THE SHARED FILES AND ONLY WRITTEN TO THE
      *    PARTITION'S OWN AT END OF JOB. A PARTITION THAT IS NOT
      *    DEFINED, OR A DEFINITION FILE THAT DOES NOT HOLD TOGETHER,
      *    REFUSES THE RUN BEFORE ANY FILE IS TOUCHED.
       1050-SET-UP-PARTITION.
           PERFORM 1060-LOAD-PARTITION-TABLE
           IF NOT WS-RUN-REFUSED
               IF WS-PART-TRANSFER-STEP
                   MOVE 9 TO WS-PART-NUMBER
               ELSE
                   IF WS-PART-ID IS NUMERIC
                       MOVE WS-PART-ID TO WS-PART-NUMBER
                   END-IF
                   IF WS-PART-NUMBER = 0
                           OR WS-PART-NUMBER > WS-PART-COUNT
                       DISPLAY "AMTPROC1: PARTITION " WS-PART-ID
                           " IS NOT DEFINED, RUN REFUSED"
                       MOVE "Y" TO WS-RUN-REFUSED-SWITCH
                   ELSE
                       IF WS-PART-NUMBER > 1
                           COMPUTE WS-PART-IDX = WS-PART-NUMBER - 1
                           MOVE WS-PD-HIGH-KEY(WS-PART-IDX)
                               TO WS-PART-LOW-KEY
                       END-IF
                       IF WS-PART-NUMBER < WS-PART-COUNT
                           MOVE WS-PD-HIGH-KEY(WS-PART-NUMBER)
                               TO WS-PART-HIGH-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               COMPUTE WS-SUSP-SEQ = WS-PART-NUMBER * 10000
               COMPUTE WS-SUSP-SEQ-LIMIT = WS-SUSP-SEQ + 9999
               MOVE WS-PART-ID TO PF-CHKPT-ID
                                  PF-EXCEPTION-ID
                                  PF-REPORT-ID
                                  PF-AUDIT-ID
                                  PF-GL-EXTRACT-ID
                                  PF-RECENT-ID
                                  PF-WAREHOUSE-ID
                                  PF-EVENT-ID
                                  PF-PARTTOT-ID
               MOVE PF-CHKPT-NAME TO WS-CHKPT-FILE-NAME
               MOVE PF-EXCEPTION-NAME TO WS-EXCEPTION-FILE-NAME
               MOVE PF-REPORT-NAME TO WS-REPORT-FILE-NAME
               MOVE PF-AUDIT-NAME TO WS-AUDIT-FILE-NAME
               MOVE PF-GL-EXTRACT-NAME TO WS-GL-EXTRACT-FILE-NAME
               MOVE PF-EVENT-NAME TO WS-EVENT-FILE-NAME
               DISPLAY "AMTPROC1: PARTITION " WS-PART-ID
                   " ACCOUNTS ABOVE [" WS-PART-LOW-KEY
                   "] THROUGH [" WS-PART-HIGH-KEY "]"
           END-IF.

      *    THE DEFINITIONS MUST NUMBER THE PARTITIONS 1 UPWARD WITH
      *    NO GAPS, AT MOST 8 OF THEM, WITH HIGH KEYS IN ASCENDING
      *    ORDER; ANYTHING ELSE COULD LEAVE AN ACCOUNT IN TWO
      *    PARTITIONS OR IN NONE.
       1060-LOAD-PARTITION-TABLE.
           OPEN INPUT PARTITION-DEF-FILE
           IF NOT WS-PARTDEF-OK
               DISPLAY "AMTPROC1: ERROR OPENING PARTITION-DEF-FILE, "
                   "STATUS = " WS-PARTDEF-STATUS ", RUN REFUSED"
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
           ELSE
               PERFORM 1070-READ-PARTITION-DEF
               PERFORM UNTIL WS-PARTDEF-DONE
                   PERFORM 1080-CHECK-PARTITION-DEF
                   PERFORM 1070-READ-PARTITION-DEF
               END-PERFORM
               CLOSE PARTITION-DEF-FILE
               IF WS-PART-COUNT = 0 AND NOT WS-RUN-REFUSED
                   DISPLAY "AMTPROC1: NO PARTITIONS DEFINED, "
                       "RUN REFUSED"
                   MOVE "Y" TO WS-RUN-REFUSED-SWITCH
               END-IF
           END-IF.

       1070-READ-PARTITION-DEF.
           IF WS-RUN-REFUSED
               MOVE "Y" TO WS-PARTDEF-EOF-SWITCH
           ELSE
               READ PARTITION-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-PARTDEF-EOF-SWITCH
               END-READ
           END-IF.

       1080-CHECK-PARTITION-DEF.
           IF WS-PART-COUNT >= 8
               DISPLAY "AMTPROC1: MORE THAN 8 PARTITIONS DEFINED, "
                   "RUN REFUSED"
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
           ELSE
               IF PD-PARTITION NOT NUMERIC
                       OR PD-PARTITION NOT = WS-PART-COUNT + 1
                   DISPLAY "AMTPROC1: PARTITION DEFINITION "
                       PD-PARTITION " OUT OF SEQUENCE, RUN REFUSED"
                   MOVE "Y" TO WS-RUN-REFUSED-SWITCH
               ELSE
                   IF WS-PART-COUNT > 0
                       IF PD-HIGH-KEY NOT >
                               WS-PD-HIGH-KEY(WS-PART-COUNT)
                           DISPLAY "AMTPROC1: PARTITION "
                               PD-PARTITION " HIGH KEY NOT ABOVE "
                               "THE PREVIOUS ONE, RUN REFUSED"
                           MOVE "Y" TO WS-RUN-REFUSED-SWITCH
                       END-IF
                   END-IF
                   ADD 1 TO WS-PART-COUNT
                   MOVE PD-HIGH-KEY TO WS-PD-HIGH-KEY(WS-PART-COUNT)
               END-IF
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
                   END-IF
                   IF NOT WS-RUN-REFUSED
                       PERFORM 1500-OPEN-OUTPUT-FILES
                       IF NOT WS-MODE-PARTITION
                           PERFORM 1200-WRITE-REPORT-HEADERS
                       END-IF
                       PERFORM 1100-LOAD-RATE-TABLE
                       PERFORM 1900-LOAD-RECENT-POSTS
                   END-IF
      *    RECONCILIATION JOBS CONSUME, NEVER A DAILY SCRATCH FILE.
      *    A TRIAL RUN OPENS ONLY ITS TWO PRINT FILES: THE AUDIT
      *    TRAIL AND GL EXTRACT STAY CLOSED SO NOTHING CAN REACH
      *    THEM. A PARTITION'S AUDIT FILE IS ONLY ITS SHARE OF THE
      *    DAY, WHICH AMTCONS1 APPENDS TO THE TRAIL, SO IT STARTS
      *    EMPTY UNLESS THE PARTITION IS RESTARTING. THE NOTIFICATION
      *    EVENT FILE IS SHARED WITH THE OTHER JOBS THAT RAISE EVENTS
      *    AND IS ALWAYS APPENDED, EXCEPT FOR A PARTITION'S OWN SHARE,
      *    WHICH IS TREATED AS ITS AUDIT FILE IS.
       1500-OPEN-OUTPUT-FILES.
           IF WS-MODE-TRIAL
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT REPORT-FILE
           ELSE
               IF WS-MODE-PARTITION AND NOT WS-RESTART-MODE
                   OPEN OUTPUT AUDIT-FILE
                   OPEN OUTPUT NOTIFY-EVENT-FILE
               ELSE
                   OPEN EXTEND AUDIT-FILE
                   OPEN EXTEND NOTIFY-EVENT-FILE
               END-IF
               IF WS-RESTART-MODE
                   OPEN EXTEND EXCEPTION-FILE
                   OPEN EXTEND REPORT-FILE
                   DISPLAY "AMTPROC1: ERROR OPENING AUDIT-FILE, "
                       "STATUS = " WS-AUDIT-STATUS
               END-IF
               IF NOT WS-EVENT-OK
                   DISPLAY "AMTPROC1: ERROR OPENING NOTIFY-EVENT-FILE, "
                       "STATUS = " WS-EVENT-STATUS
               END-IF
               IF NOT WS-GL-EXTRACT-OK
                   DISPLAY "AMTPROC1: ERROR OPENING GL-EXTRACT-FILE, "
                       "STATUS = " WS-GL-EXTRACT-STATUS
                       SET REV-UNRESOLVED(REV-IDX) TO TRUE
                       MOVE "N" TO REV-USED-FLAG(REV-IDX)
                       MOVE ZEROES TO REV-TOTAL(REV-IDX)
                       MOVE SPACES TO REV-LEG-TYPE(REV-IDX)
                       MOVE SPACES TO REV-XFER-REF(REV-IDX)
                       MOVE SPACES TO REV-PARTNER-ACCOUNT(REV-IDX)
                   END-IF
               WHEN REV-REFERENCE(REV-IDX) = WS-REV-NEW-REF
                   CONTINUE
      *    EXISTING REVERSAL ROW NAMING THE SAME ORIGINAL MARKS IT
      *    ALREADY REVERSED SO IT CAN NEVER BE BACKED OUT TWICE.
      *    A REFERENCE STILL UNRESOLVED AFTER THE READ WAS NEVER
      *    POSTED, AND THE REVERSAL GOES TO THE EXCEPTION FILE. AN
      *    ORIGINAL THAT IS ONE LEG OF A TRANSFER NEEDS THE OTHER
      *    LEG TOO, WHICH MAY SIT EARLIER ON THE TRAIL, SO A SECOND
      *    READ PICKS UP EACH PARTNER LEG'S ACCOUNT.
       1700-RESOLVE-REVERSALS.
           IF WS-REV-COUNT > 0
               OPEN INPUT AUDIT-LOOKUP-FILE
                       PERFORM 1750-READ-AUDIT-LOOKUP
                   END-PERFORM
                   CLOSE AUDIT-LOOKUP-FILE
                   IF WS-REV-LEG-FOUND
                       PERFORM 1780-RESOLVE-PARTNER-LEGS
                   END-IF
               END-IF
           END-IF.

       1780-RESOLVE-PARTNER-LEGS.
           OPEN INPUT AUDIT-LOOKUP-FILE
           IF NOT WS-AUDIT-LOOKUP-OK
               DISPLAY "AMTPROC1: ERROR OPENING AUDIT TRAIL FOR "
                   "TRANSFER LOOKUP, STATUS = "
                   WS-AUDIT-LOOKUP-STATUS
           ELSE
               PERFORM 1750-READ-AUDIT-LOOKUP
               PERFORM UNTIL WS-AUDIT-LOOKUP-EOF
                   IF ALK-TRANSFER-LEG
                       PERFORM 1785-MATCH-PARTNER-LEG
                           VARYING REV-IDX FROM 1 BY 1
                           UNTIL REV-IDX > WS-REV-COUNT
                   END-IF
                   PERFORM 1750-READ-AUDIT-LOOKUP
               END-PERFORM
               CLOSE AUDIT-LOOKUP-FILE
           END-IF.

      *    BOTH LEGS CARRY THE SAME TRANSFER REFERENCE, WHICH BEGINS
      *    WITH THE RUN ID, SO THE PARTNER IS THE ROW WITH THAT
      *    REFERENCE AND THE OTHER LEG TYPE.
       1785-MATCH-PARTNER-LEG.
           IF REV-TRANSFER-LEG(REV-IDX)
                   AND REV-PARTNER-ACCOUNT(REV-IDX) = SPACES
                   AND REV-XFER-REF(REV-IDX) = ALK-ORIG-REF
                   AND REV-LEG-TYPE(REV-IDX) NOT = ALK-TRANS-TYPE
               MOVE ALK-REC-KEY TO REV-PARTNER-ACCOUNT(REV-IDX)
           END-IF.

       1750-READ-AUDIT-LOOKUP.
           READ AUDIT-LOOKUP-FILE
               AT END
               SET WS-AUDIT-LOOKUP-EOF TO TRUE
           END-IF.

      *    BOTH BACK-OUT ROWS OF A REVERSED TRANSFER ("RV" AND "XR")
      *    NAME THEIR OWN LEG, SO EITHER LEG READS ALREADY REVERSED.
      *    A CLOSURE SETTLEMENT ROW IS NEVER TAKEN AS AN ORIGINAL, SO
      *    A REVERSAL NAMING ONE STAYS UNRESOLVED AND SUSPENDS.
       1770-MATCH-AUDIT-ROW.
           IF ALK-BACKOUT
               SET REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   WHEN REV-REFERENCE(REV-IDX) = ALK-ORIG-REF
                       SET REV-ALREADY-REVERSED(REV-IDX) TO TRUE
               END-SEARCH
           ELSE
               IF NOT ALK-SETTLEMENT
                   SET REV-IDX TO 1
                   SEARCH WS-REV-ENTRY
                       WHEN REV-RUN-ID(REV-IDX) = ALK-RUN-ID
                               AND REV-KEY(REV-IDX) = ALK-REC-KEY
                           IF REV-UNRESOLVED(REV-IDX)
                               SET REV-FOUND(REV-IDX) TO TRUE
                               MOVE ALK-TOTAL-AFTER TO
                                   REV-TOTAL(REV-IDX)
                               IF ALK-TRANSFER-LEG
                                   MOVE ALK-TRANS-TYPE TO
                                       REV-LEG-TYPE(REV-IDX)
                                   MOVE ALK-ORIG-REF TO
                                       REV-XFER-REF(REV-IDX)
                                   SET WS-REV-LEG-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *    THE REGISTRY IS AN APPEND-ONLY LOG AND THE LAST RECORD FOR
      *    RECORD IS AN INTERRUPTED RUN AND MAY CONTINUE (THE
      *    CHECKPOINT SUPPLIES THE RESTART POINT). A RUN THAT IS
      *    ALLOWED TO PROCEED LOGS A NEW ACTIVE RECORD AT ONCE AND
      *    ITS FINAL RECORD AT END OF JOB. A PARTITION STILL HONOURS A
      *    COMPLETE DATE BUT LEAVES THE REGISTRY TO AMTCONS1, AND
      *    KEEPS ITS OWN STATE ON ITS PARTITION TOTALS FILE INSTEAD.
       1800-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
                   " ALREADY RAN TO COMPLETION, RUN REFUSED"
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
           ELSE
               IF WS-MODE-PARTITION
                   PERFORM 1860-CHECK-PARTITION-STATE
               ELSE
                   OPEN EXTEND RUN-CONTROL-FILE
                   IF NOT WS-RUNCTL-OK
                       DISPLAY "AMTPROC1: ERROR OPENING "
                           "RUN-CONTROL-FILE, STATUS = "
                           WS-RUNCTL-STATUS
                   END-IF
                   MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
                   MOVE WS-BATCH-ID TO RC-BATCH-ID
                   MOVE "A" TO RC-STATUS
                   MOVE ZEROES TO RC-RECORD-COUNT
                   MOVE ZEROES TO RC-CONTROL-TOTAL
                   MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
                   WRITE RUN-CONTROL-RECORD
                   IF NOT WS-RUNCTL-OK
                       DISPLAY "AMTPROC1: ERROR WRITING "
                           "RUN-CONTROL-FILE, STATUS = "
                           WS-RUNCTL-STATUS
                   END-IF
               END-IF
           END-IF.

      *    A PARTITION THAT HAS ALREADY FINISHED THIS BUSINESS DATE
      *    IS REFUSED. THE TRANSFER PARTITION IS ALSO REFUSED UNTIL
      *    EVERY RANGE PARTITION HAS FINISHED IT, SO ITS TRANSFERS ARE
      *    VETTED AGAINST BALANCES THAT ALREADY CARRY THE DAY'S OTHER
      *    POSTINGS, EXACTLY AS IN AN UNPARTITIONED RUN. A PARTITION
      *    THAT IS ALLOWED TO PROCEED MARKS ITSELF ACTIVE AT ONCE.
       1860-CHECK-PARTITION-STATE.
           MOVE WS-PART-ID TO WS-PART-CHECK-ID
           PERFORM 1870-READ-PARTITION-STATE
           IF WS-PART-STATE-FINISHED
               DISPLAY "AMTPROC1: PARTITION " WS-PART-ID
                   " ALREADY FINISHED BUSINESS DATE " WS-BUSINESS-DATE
                   ", RUN REFUSED"
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
           END-IF
           IF WS-PART-TRANSFER-STEP AND NOT WS-RUN-REFUSED
               PERFORM 1880-CHECK-RANGE-PARTITION
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE "A" TO WS-PART-NEW-STATUS
               PERFORM 1890-WRITE-PARTITION-HEADER
               CLOSE PARTITION-TOTALS-FILE
           END-IF.

      *    SETS WS-PART-STATE-FINISHED WHEN THE TOTALS FILE OF
      *    PARTITION WS-PART-CHECK-ID SHOWS THIS BUSINESS DATE
      *    COMPLETE. A MISSING FILE IS A PARTITION NOT YET RUN.
       1870-READ-PARTITION-STATE.
           MOVE "N" TO WS-PART-FINISHED-SWITCH
           MOVE WS-PART-CHECK-ID TO PF-PARTTOT-ID
           MOVE PF-PARTTOT-NAME TO WS-PARTTOT-FILE-NAME
           OPEN INPUT PARTITION-TOTALS-FILE
           IF WS-PARTTOT-OK
               READ PARTITION-TOTALS-FILE
                   AT END
                       SET WS-PARTTOT-EOF TO TRUE
               END-READ
               IF WS-PARTTOT-OK
                   IF PT-HEADER AND PT-FINISHED
                           AND PT-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-PART-FINISHED-SWITCH
                   END-IF
               END-IF
           END-IF
           CLOSE PARTITION-TOTALS-FILE.

       1880-CHECK-RANGE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-CHECK-ID
           PERFORM 1870-READ-PARTITION-STATE
           IF NOT WS-PART-STATE-FINISHED
               DISPLAY "AMTPROC1: PARTITION " WS-PART-CHECK-ID
                   " HAS NOT FINISHED BUSINESS DATE " WS-BUSINESS-DATE
                   ", TRANSFER PARTITION REFUSED"
               MOVE "Y" TO WS-RUN-REFUSED-SWITCH
           END-IF.

      *    REPLACES THIS PARTITION'S TOTALS FILE WITH A HEADER IN
      *    STATUS WS-PART-NEW-STATUS, LEAVING THE FILE OPEN FOR THE
      *    BRANCH RECORDS THAT FOLLOW IT AT END OF JOB.
       1890-WRITE-PARTITION-HEADER.
           MOVE WS-PART-ID TO PF-PARTTOT-ID
           MOVE PF-PARTTOT-NAME TO WS-PARTTOT-FILE-NAME
           OPEN OUTPUT PARTITION-TOTALS-FILE
           IF NOT WS-PARTTOT-OK
               DISPLAY "AMTPROC1: ERROR OPENING PARTITION-TOTALS-FILE, "
                   "STATUS = " WS-PARTTOT-STATUS
           END-IF
           MOVE SPACES TO PARTITION-TOTALS-RECORD
           SET PT-HEADER TO TRUE
           MOVE WS-PART-ID TO PT-PARTITION
           MOVE WS-BUSINESS-DATE TO PT-BUSINESS-DATE
           MOVE WS-RUN-ID TO PT-RUN-ID
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           MOVE WS-PART-NEW-STATUS TO PT-STATUS
           MOVE WS-PART-LOW-KEY TO PT-LOW-KEY
           MOVE WS-PART-HIGH-KEY TO PT-HIGH-KEY
           MOVE WS-RECORD-COUNT TO PT-RECORD-COUNT
           MOVE WS-EXCEPTION-COUNT TO PT-EXCEPTION-COUNT
           MOVE WS-CONTROL-TOTAL TO PT-CONTROL-TOTAL
           IF WS-RECENT-LOAD-FAILED
               MOVE "N" TO PT-RECENT-FLAG
           ELSE
               MOVE "Y" TO PT-RECENT-FLAG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PT-TIMESTAMP
           WRITE PARTITION-TOTALS-RECORD
           IF NOT WS-PARTTOT-OK
               DISPLAY "AMTPROC1: ERROR WRITING PARTITION-TOTALS-FILE, "
                   "STATUS = " WS-PARTTOT-STATUS
           END-IF.

       1850-READ-RUN-CONTROL.
           MOVE ZEROES TO WS-CHKPT-RUN-TOTAL
           MOVE ZEROES TO WS-CHKPT-EXCEPTION-COUNT
           MOVE ZEROES TO WS-CHKPT-FLUSHED-COUNT
           MOVE ZEROES TO WS-CHKPT-XFER-SEQ
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-OK
               PERFORM UNTIL WS-CHKPT-EOF
                               WS-CHKPT-EXCEPTION-COUNT
                           MOVE CHKPT-FLUSHED-COUNT TO
                               WS-CHKPT-FLUSHED-COUNT
                           IF CHKPT-XFER-SEQ NUMERIC
                               MOVE CHKPT-XFER-SEQ TO
                                   WS-CHKPT-XFER-SEQ
                           ELSE
                               MOVE ZEROES TO WS-CHKPT-XFER-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
                   MOVE SPACES TO WS-CURRENT-BRANCH
               ELSE
                   MOVE SPACES TO WS-PENDING-SUSP-KEY
                   PERFORM 2012-CHECK-ITEM-OWNER
                   IF WS-ITEM-OURS
                       IF TRANS-EFFECTIVE-DATE NUMERIC
                               AND TRANS-EFFECTIVE-DATE >
                                   WS-BUSINESS-DATE
                           PERFORM 2070-WAREHOUSE-TRANSACTION
                       ELSE
                           PERFORM 2020-EDIT-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-TRANS-FILE.

      *    IN A PARTITIONED RUN EVERY ITEM BELONGS TO EXACTLY ONE
      *    PARTITION, AND THE OTHERS PASS IT BY WITHOUT A TRACE. A
      *    TRANSFER (INCLUDING A SUSPENDED TRANSFER-OUT LEG, WHICH
      *    COMES BACK AS ONE), OR A REVERSAL WHOSE ORIGINAL WAS A
      *    TRANSFER LEG, BELONGS TO THE TRANSFER PARTITION; ANY OTHER
      *    ITEM BELONGS TO THE RANGE PARTITION HOLDING ITS ACCOUNT.
       2012-CHECK-ITEM-OWNER.
           MOVE "Y" TO WS-ITEM-OURS-SWITCH
           IF WS-MODE-PARTITION
               MOVE "N" TO WS-TRANSFER-ITEM-SWITCH
               IF TRANS-TRANSFER OR TRANS-TRANSFER-OUT
                   MOVE "Y" TO WS-TRANSFER-ITEM-SWITCH
               END-IF
               IF TRANS-REVERSAL
                   SET REV-IDX TO 1
                   SEARCH WS-REV-ENTRY
                       WHEN REV-REFERENCE(REV-IDX) = TRANS-REFERENCE
                           IF REV-TRANSFER-LEG(REV-IDX)
                               MOVE "Y" TO WS-TRANSFER-ITEM-SWITCH
                           END-IF
                   END-SEARCH
               END-IF
               IF WS-PART-TRANSFER-STEP
                   IF NOT WS-TRANSFER-ITEM
                       MOVE "N" TO WS-ITEM-OURS-SWITCH
                   END-IF
               ELSE
                   IF WS-TRANSFER-ITEM
                       MOVE "N" TO WS-ITEM-OURS-SWITCH
                   ELSE
                       MOVE TRANS-ACCOUNT TO WS-PART-TEST-ACCOUNT
                       PERFORM 2013-TEST-ACCOUNT-RANGE
                   END-IF
               END-IF
           END-IF.

      *    CLEARS WS-ITEM-OURS WHEN WS-PART-TEST-ACCOUNT LIES OUTSIDE
      *    THIS RANGE PARTITION'S ACCOUNT RANGE.
       2013-TEST-ACCOUNT-RANGE.
           IF WS-PART-NUMBER > 1
                   AND WS-PART-TEST-ACCOUNT NOT > WS-PART-LOW-KEY
               MOVE "N" TO WS-ITEM-OURS-SWITCH
           END-IF
           IF WS-PART-NUMBER < WS-PART-COUNT
                   AND WS-PART-TEST-ACCOUNT > WS-PART-HIGH-KEY
               MOVE "N" TO WS-ITEM-OURS-SWITCH
           END-IF.

       2070-WAREHOUSE-TRANSACTION.
           IF WS-WH-COUNT >= 2000
               MOVE TRANS-ACCOUNT TO AMT-REC-KEY
               MOVE "WAREHOUSE FULL" TO WS-REJECT-REASON
               IF NOT WS-RESTART-MODE
                   IF TRANS-TRANSFER
                       ADD 2 TO WS-RECORD-COUNT
                       PERFORM 2092-SUSPEND-TRANSFER-PAIR
                   ELSE
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2200-WRITE-EXCEPTION
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-WH-COUNT
      *    EACH WAREHOUSED ITEM WHOSE EFFECTIVE DATE HAS ARRIVED IS
      *    RELEASED THROUGH THE SAME EDIT / RATE / COMPUTE PATH AS A
      *    DAILY RECORD, UNDER THE BRANCH IT ARRIVED WITH; THE REST
      *    COMPACT DOWN AND STAY WAREHOUSED FOR A LATER RUN. A
      *    PARTITION KEEPS ONLY ITS OWN ITEMS: THE OTHERS ARE IN
      *    THEIR OWN PARTITIONS' SHARE OF THE WAREHOUSE.
       2040-RELEASE-MATURED-ITEMS.
           MOVE ZEROES TO WS-WH-KEPT
           PERFORM 2042-RELEASE-ONE-WH-ITEM

       2042-RELEASE-ONE-WH-ITEM.
           MOVE WH-TRANS-IMAGE(WS-WH-IDX) TO TRANS-RECORD
           PERFORM 2012-CHECK-ITEM-OWNER
           IF WS-ITEM-OURS
               IF TRANS-EFFECTIVE-DATE NUMERIC
                       AND TRANS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   ADD 1 TO WS-WH-KEPT
                   IF WS-WH-KEPT NOT = WS-WH-IDX
                       MOVE WS-WH-ENTRY(WS-WH-IDX) TO
                           WS-WH-ENTRY(WS-WH-KEPT)
                   END-IF
               ELSE
                   MOVE WH-BRANCH-ID(WS-WH-IDX) TO WS-CURRENT-BRANCH
                   MOVE SPACES TO WS-PENDING-SUSP-KEY
                   PERFORM 2020-EDIT-TRANSACTION
               END-IF
           END-IF.

       2030-START-BRANCH-GROUP.
           MOVE THR-BRANCH-ID TO WS-CURRENT-BRANCH.

      *    A TRANSFER, OR A REVERSAL WHOSE ORIGINAL WAS ONE LEG OF A
      *    TRANSFER, IS QUEUED FOR 2800-POST-TRANSFERS INSTEAD OF
      *    BEING RELEASED TO THE SORT. QUEUEING CAN STILL FAIL ON A
      *    FULL TABLE, SO THE EXCEPTION TEST COMES AFTER IT. A
      *    TRANSFER THAT FAILS SUSPENDS BOTH ITS LEGS.
       2020-EDIT-TRANSACTION.
           ADD 1 TO WS-EDIT-SEQ
           MOVE TRANS-ACCOUNT TO AMT-REC-KEY
           PERFORM 2015-EDIT-TRANSACTION-TYPE
           IF WS-AMOUNT-IS-VALID
               IF TRANS-REVERSAL
                   PERFORM 2080-EDIT-REVERSAL
               ELSE
                   IF TRANS-TRANSFER
                       PERFORM 2090-EDIT-TRANSFER
                   ELSE
                       PERFORM 2050-EDIT-AMOUNT
                       IF WS-AMOUNT-IS-VALID
                               AND WS-PENDING-SUSP-KEY = SPACES
                               AND NOT TRANS-SETTLEMENT
                               AND NOT WS-STANDING-INSTR-BATCH
                           PERFORM 2055-CHECK-DUPLICATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-AMOUNT-IS-VALID
               IF TRANS-TRANSFER
                   PERFORM 2094-QUEUE-TRANSFER
               ELSE
                   IF TRANS-REVERSAL
                       IF REV-TRANSFER-LEG(REV-IDX)
                           PERFORM 2096-QUEUE-TRANSFER-BACKOUT
                       ELSE
                           MOVE ZEROES TO WS-AMOUNT
                           MOVE WS-REV-POST-TOTAL TO TOTAL-AMOUNT
                           SET REV-USED(REV-IDX) TO TRUE
                           PERFORM 2095-RELEASE-COMPUTATION
                       END-IF
                   ELSE
                       MOVE TRANS-AMOUNT TO WS-AMOUNT
                       IF TRANS-SETTLEMENT
                           MOVE WS-AMOUNT TO TOTAL-AMOUNT
                       ELSE
                           PERFORM 2060-LOOKUP-MULTIPLIER
                           COMPUTE TOTAL-AMOUNT =
                               WS-AMOUNT * WS-MULTIPLIER
                       END-IF
                       PERFORM 2095-RELEASE-COMPUTATION
                   END-IF
               END-IF
           END-IF
           IF NOT WS-AMOUNT-IS-VALID
               IF NOT WS-RESTART-MODE
                   IF TRANS-TRANSFER
                       ADD 2 TO WS-RECORD-COUNT
                       PERFORM 2092-SUSPEND-TRANSFER-PAIR
                   ELSE
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2200-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    THE TRANSFER LEG AND BACK-OUT TYPES ("XO", "XI", "XR")
      *    ARE WRITTEN BY THIS PROGRAM ONLY AND NEVER COME IN AS
      *    INPUT: A SUSPENDED LEG PAIR COMES BACK FROM SUSPENSE AS ITS
      *    "XF" AND A LONE CORRECTED "XI" LEG IS PASSED OVER. A
      *    CLOSURE SETTLEMENT ("CS") IS TAKEN ONLY IN CLSSET1'S OWN
      *    BATCH, OR BACK FROM SUSPENSE, WHICH IT CAN ONLY HAVE
      *    REACHED FROM THAT BATCH. ANY OTHER SOURCE OF THESE TYPES
      *    WOULD POST PAST THE EDITS AND LIMITS THEY ARE EXEMPT FROM.
       2015-EDIT-TRANSACTION-TYPE.
           MOVE "Y" TO WS-AMOUNT-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF TRANS-TRANSFER-OUT OR TRANS-TRANSFER-IN
                   OR TRANS-TRANSFER-RESTORE
               MOVE "N" TO WS-AMOUNT-VALID
               MOVE "TRANSACTION TYPE NOT ALLOWED" TO WS-REJECT-REASON
           END-IF
           IF TRANS-SETTLEMENT
                   AND WS-CURRENT-BRANCH NOT = "CLSSET"
                   AND WS-PENDING-SUSP-KEY = SPACES
               MOVE "N" TO WS-AMOUNT-VALID
               MOVE "TRANSACTION TYPE NOT ALLOWED" TO WS-REJECT-REASON
           END-IF.

      *    THE TRANSFER'S OWN EDITS: AN AMOUNT LIKE ANY DETAIL, A
      *    TO-ACCOUNT THAT IS PRESENT AND NOT THE FROM-ACCOUNT, AND
      *    THE DUPLICATE CHECK, WHICH MATCHES EARLIER TRANSFERS ON
      *    FROM-ACCOUNT AND AMOUNT. THE MASTER-FILE EDITS ON BOTH
      *    ACCOUNTS ARE MADE WHEN THE TRANSFER POSTS.
       2090-EDIT-TRANSFER.
           PERFORM 2050-EDIT-AMOUNT
           IF WS-AMOUNT-IS-VALID
               IF TRANS-XFER-TO-ACCOUNT = SPACES
                   MOVE "N" TO WS-AMOUNT-VALID
                   MOVE "TRANSFER TO-ACCOUNT MISSING" TO
                       WS-REJECT-REASON
               ELSE
                   IF TRANS-XFER-TO-ACCOUNT = TRANS-ACCOUNT
                       MOVE "N" TO WS-AMOUNT-VALID
                       MOVE "TRANSFER TO SAME ACCOUNT" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-AMOUNT-IS-VALID
                   AND WS-PENDING-SUSP-KEY = SPACES
               PERFORM 2055-CHECK-DUPLICATE
           END-IF.

      *    A TRANSFER SUSPENDS AS A LINKED PAIR: THE FROM-ACCOUNT LEG
      *    ("XO") AND THEN THE TO-ACCOUNT LEG ("XI"), WHICH TAKE
      *    CONSECUTIVE SUSPENSE SEQUENCE NUMBERS. EACH LEG'S
      *    REFERENCE NAMES THE OTHER LEG'S ACCOUNT. THE "XF" IMAGE IN
      *    THE RECORD AREA IS PUT BACK AFTERWARDS FOR THE CALLER.
       2092-SUSPEND-TRANSFER-PAIR.
           MOVE TRANS-RECORD TO WS-XF-SAVE-IMAGE
           MOVE "XO" TO TRANS-TYPE
           MOVE SPACES TO TRANS-REF-RUN-ID
           MOVE TRANS-ACCOUNT TO AMT-REC-KEY
           PERFORM 2200-WRITE-EXCEPTION
           MOVE WS-XF-SAVE-IMAGE TO TRANS-RECORD
           MOVE "XI" TO TRANS-TYPE
           MOVE SPACES TO TRANS-REF-RUN-ID
           MOVE TRANS-XFER-TO-ACCOUNT TO TRANS-ACCOUNT
           MOVE TRANS-XFER-TO-ACCOUNT TO AMT-REC-KEY
           MOVE WS-XF-SAVE-IMAGE(1:10) TO TRANS-XFER-TO-ACCOUNT
           PERFORM 2200-WRITE-EXCEPTION
           MOVE WS-XF-SAVE-IMAGE TO TRANS-RECORD.

      *    A TRANSFER POSTS AT FACE VALUE: IT MOVES AN AMOUNT BETWEEN
      *    TWO ACCOUNTS, SO NO RATE MULTIPLIER APPLIES.
       2094-QUEUE-TRANSFER.
           IF WS-XF-COUNT >= 1000
               MOVE "N" TO WS-AMOUNT-VALID
               MOVE "TRANSFER TABLE FULL" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-XF-COUNT
               MOVE WS-EDIT-SEQ TO XF-EDIT-SEQ(WS-XF-COUNT)
               SET XF-NEW-TRANSFER(WS-XF-COUNT) TO TRUE
               MOVE TRANS-ACCOUNT TO XF-FROM-ACCOUNT(WS-XF-COUNT)
               MOVE TRANS-XFER-TO-ACCOUNT TO
                   XF-TO-ACCOUNT(WS-XF-COUNT)
               MOVE TRANS-AMOUNT TO XF-AMOUNT(WS-XF-COUNT)
               MOVE TRANS-AMOUNT TO XF-TOTAL(WS-XF-COUNT)
               MOVE WS-CURRENT-BRANCH TO XF-BRANCH-ID(WS-XF-COUNT)
               MOVE WS-RUN-ID TO WS-XRB-RUN-ID
               MOVE WS-EDIT-SEQ TO WS-XRB-SEQ
               MOVE WS-XFER-REF-BUILD TO XF-XFER-REF(WS-XF-COUNT)
               MOVE SPACES TO XF-ORIG-REF(WS-XF-COUNT)
               MOVE SPACES TO XF-RV-ACCOUNT(WS-XF-COUNT)
               MOVE WS-PENDING-SUSP-KEY TO XF-SUSP-KEY(WS-XF-COUNT)
               MOVE WS-PENDING-PARTNER-KEY TO
                   XF-PARTNER-SUSP-KEY(WS-XF-COUNT)
           END-IF.

      *    REVERSING EITHER LEG OF A TRANSFER BACKS OUT BOTH: THE
      *    FROM-ACCOUNT GETS ITS AMOUNT RESTORED ("XR") AND THE
      *    TO-ACCOUNT GIVES IT BACK ("RV"). THE PARTNER LEG'S OWN
      *    REFERENCE, IF ANOTHER REVERSAL IN THIS RUN NAMES IT, IS
      *    MARKED USED AS WELL SO THE PAIR CANNOT BE BACKED OUT TWICE.
       2096-QUEUE-TRANSFER-BACKOUT.
           IF WS-XF-COUNT >= 1000
               MOVE "N" TO WS-AMOUNT-VALID
               MOVE "TRANSFER TABLE FULL" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-XF-COUNT
               MOVE WS-EDIT-SEQ TO XF-EDIT-SEQ(WS-XF-COUNT)
               SET XF-BACKOUT(WS-XF-COUNT) TO TRUE
               IF REV-FROM-LEG(REV-IDX)
                   MOVE TRANS-ACCOUNT TO XF-FROM-ACCOUNT(WS-XF-COUNT)
                   MOVE REV-PARTNER-ACCOUNT(REV-IDX) TO
                       XF-TO-ACCOUNT(WS-XF-COUNT)
               ELSE
                   MOVE REV-PARTNER-ACCOUNT(REV-IDX) TO
                       XF-FROM-ACCOUNT(WS-XF-COUNT)
                   MOVE TRANS-ACCOUNT TO XF-TO-ACCOUNT(WS-XF-COUNT)
               END-IF
               MOVE ZEROES TO XF-AMOUNT(WS-XF-COUNT)
               MOVE REV-TOTAL(REV-IDX) TO XF-TOTAL(WS-XF-COUNT)
               MOVE WS-CURRENT-BRANCH TO XF-BRANCH-ID(WS-XF-COUNT)
               MOVE REV-XFER-REF(REV-IDX) TO XF-XFER-REF(WS-XF-COUNT)
               MOVE TRANS-REFERENCE TO XF-ORIG-REF(WS-XF-COUNT)
               MOVE TRANS-ACCOUNT TO XF-RV-ACCOUNT(WS-XF-COUNT)
               MOVE WS-PENDING-SUSP-KEY TO XF-SUSP-KEY(WS-XF-COUNT)
               MOVE SPACES TO XF-PARTNER-SUSP-KEY(WS-XF-COUNT)
               SET REV-USED(REV-IDX) TO TRUE
               MOVE REV-RUN-ID(REV-IDX) TO WS-REV-NEW-REF(1:8)
               MOVE REV-PARTNER-ACCOUNT(REV-IDX) TO
                   WS-REV-NEW-REF(9:10)
               SET REV-IDX TO 1
               SEARCH WS-REV-ENTRY
                   WHEN REV-REFERENCE(REV-IDX) = WS-REV-NEW-REF
                       SET REV-USED(REV-IDX) TO TRUE
               END-SEARCH
           END-IF.

       2095-RELEASE-COMPUTATION.
           MOVE WS-AMOUNT TO PST-AMOUNT
           MOVE TOTAL-AMOUNT TO PST-TOTAL
           MOVE WS-CURRENT-BRANCH TO PST-BRANCH-ID
           IF TRANS-REVERSAL OR TRANS-SETTLEMENT
               MOVE TRANS-REFERENCE TO PST-ORIG-REF
           ELSE
               MOVE SPACES TO PST-ORIG-REF
           IF WS-POST-ACCOUNT NOT = SPACES
               PERFORM 2085-FLUSH-ACCOUNT
           END-IF
           PERFORM 2800-POST-TRANSFERS
           IF NOT WS-MODE-PARTITION
               PERFORM 2045-PRINT-BRANCH-SUBTOTALS
           END-IF.

       2110-RETURN-SORTED-RECORD.
           RETURN POST-SORT-FILE
               PERFORM 2084-EXCEPT-LIMIT-BREACH
           ELSE
               IF BUF-REVERSAL(WS-BUF-IDX)
                       OR BUF-SETTLEMENT(WS-BUF-IDX)
                   SUBTRACT TOTAL-AMOUNT FROM WS-CONTROL-TOTAL
                   SUBTRACT TOTAL-AMOUNT FROM WS-POSTED-TOTAL
                   SUBTRACT TOTAL-AMOUNT FROM WS-ACCT-DAY-POSTED
                   ADD TOTAL-AMOUNT TO WS-POSTED-TOTAL
                   ADD TOTAL-AMOUNT TO WS-ACCT-DAY-POSTED
               END-IF
               MOVE BUF-BRANCH-ID(WS-BUF-IDX) TO WS-POST-BRANCH-ID
               PERFORM 2047-ADD-BRANCH-TOTAL
               DISPLAY TOTAL-AMOUNT
               PERFORM 2300-WRITE-DETAIL-LINE
                   PERFORM 2900-WRITE-GL-EXTRACT
                   PERFORM 2088-RETIRE-SUSPENSE-ITEM
                   IF NOT BUF-REVERSAL(WS-BUF-IDX)
                           AND NOT BUF-SETTLEMENT(WS-BUF-IDX)
                       PERFORM 2093-RECORD-RECENT-POST
                   END-IF
               END-IF
      *    A REASON NAMING THE LIMIT. THE FLAT WS-MAX-AMOUNT CEILING
      *    APPLIES ONLY AS A BACKSTOP WHEN NO PER-TRANSACTION LIMIT
      *    IS SET. REVERSALS ONLY EVER BACK A POSTING OUT, SO THEY
      *    ARE NEVER LIMIT-CHECKED. BOTH LEGS OF A TRANSFER COME
      *    THROUGH HERE TOO, BUT A TRANSFER-OUT LEG REDUCES THE DAY'S
      *    NET POSTED TOTAL AND SO CANNOT BREACH THE DAILY LIMIT.
      *    A CLOSURE SETTLEMENT PAYS OUT WHATEVER THE BALANCE IS, SO
      *    IT IS HELD ONLY TO THE BALANCE LEFT AFTER THE POSTINGS
      *    ALREADY MADE TO THE ACCOUNT IN THIS RUN.
      *    THE CALLER SETS TRANS-TYPE, TOTAL-AMOUNT, AND
      *    WS-ACCT-DAY-POSTED AND HAS THE MASTER RECORD IN HAND.
       2083-CHECK-ACCOUNT-LIMITS.
           MOVE "N" TO WS-LIMIT-SWITCH
           IF TRANS-SETTLEMENT
               IF ACCT-TOTAL-AMOUNT + WS-POSTED-TOTAL < TOTAL-AMOUNT
                   MOVE "Y" TO WS-LIMIT-SWITCH
                   MOVE "SETTLEMENT EXCEEDS BALANCE" TO
                       WS-REJECT-REASON
               END-IF
           END-IF
           IF NOT TRANS-REVERSAL AND NOT TRANS-SETTLEMENT
               IF ACCT-TRAN-LIMIT > ZEROES
                   IF TOTAL-AMOUNT > ACCT-TRAN-LIMIT
                       MOVE "Y" TO WS-LIMIT-SWITCH
                   END-IF
               END-IF
               IF NOT WS-LIMIT-BREACHED
                       AND NOT TRANS-TRANSFER-OUT
                       AND ACCT-DAILY-LIMIT > ZEROES
                   IF WS-ACCT-DAY-POSTED + TOTAL-AMOUNT >
                           ACCT-DAILY-LIMIT
               PERFORM 2088-RETIRE-SUSPENSE-ITEM
           END-IF.

      *    THE CALLER SETS WS-POST-BRANCH-ID AND TRANS-TYPE; A
      *    REVERSAL OR TRANSFER-OUT COUNTS AGAINST THE BRANCH TOTAL.
       2047-ADD-BRANCH-TOTAL.
           IF WS-POST-BRANCH-ID NOT = SPACES
               SET BR-IDX TO 1
               SEARCH WS-BR-ENTRY
                   AT END
                       IF WS-BR-COUNT < 100
                           ADD 1 TO WS-BR-COUNT
                           SET BR-IDX TO WS-BR-COUNT
                           MOVE WS-POST-BRANCH-ID TO BRT-ID(BR-IDX)
                           MOVE 1 TO BRT-REC-COUNT(BR-IDX)
                           IF TRANS-REDUCES-BALANCE
                               COMPUTE BRT-TOTAL(BR-IDX) =
                                   0 - TOTAL-AMOUNT
                           ELSE
                               MOVE TOTAL-AMOUNT TO BRT-TOTAL(BR-IDX)
                           END-IF
                       END-IF
                   WHEN BRT-ID(BR-IDX) = WS-POST-BRANCH-ID
                       ADD 1 TO BRT-REC-COUNT(BR-IDX)
                       IF TRANS-REDUCES-BALANCE
                           SUBTRACT TOTAL-AMOUNT FROM BRT-TOTAL(BR-IDX)
                       ELSE
                           ADD TOTAL-AMOUNT TO BRT-TOTAL(BR-IDX)
      *    REVERSAL - ON FILE OR EARLIER IN THIS RUN - HAS ALREADY
      *    BACKED OUT. REV-IDX IS LEFT POINTING AT THE ENTRY SO THE
      *    CALLER CAN MARK IT USED WHEN THE COMPUTATION IS RELEASED.
      *    AN ORIGINAL THAT WAS ONE LEG OF A TRANSFER IS VALID ONLY
      *    IF ITS PARTNER LEG WAS FOUND, SINCE BOTH MUST BACK OUT.
       2080-EDIT-REVERSAL.
           MOVE "Y" TO WS-AMOUNT-VALID
           MOVE SPACES TO WS-REJECT-REASON
                               MOVE "ORIGINAL NOT ON AUDIT TRAIL" TO
                                   WS-REJECT-REASON
                           ELSE
                               IF REV-TRANSFER-LEG(REV-IDX)
                                   AND REV-PARTNER-ACCOUNT(REV-IDX) =
                                       SPACES
                                   MOVE "N" TO WS-AMOUNT-VALID
                                   MOVE "TRANSFER PARTNER NOT FOUND"
                                       TO WS-REJECT-REASON
                               ELSE
                                   MOVE REV-TOTAL(REV-IDX) TO
                                       WS-REV-POST-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-SEARCH
           MOVE TOTAL-AMOUNT TO AUD-TOTAL-AFTER
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE TRANS-TYPE TO AUD-TRANS-TYPE
           IF TRANS-CARRIES-REFERENCE
               MOVE TRANS-REFERENCE TO AUD-ORIG-REF
           ELSE
               MOVE SPACES TO AUD-ORIG-REF
           IF NOT WS-AUDIT-OK
               DISPLAY "AMTPROC1: ERROR WRITING AUDIT-FILE, STATUS = "
                   WS-AUDIT-STATUS
           END-IF
           IF TOTAL-AMOUNT >= WS-NOTIFY-AMOUNT
               MOVE SPACES TO NOTIFY-EVENT-RECORD
               SET NE-LARGE-POSTING TO TRUE
               MOVE AMT-REC-KEY TO NE-ACCOUNT
               MOVE TOTAL-AMOUNT TO NE-AMOUNT
               MOVE WS-NOTIFY-AMOUNT TO NE-LIMIT-AMOUNT
               MOVE "LARGE ADJUSTMENT POSTED" TO NE-DETAIL
               PERFORM 2790-WRITE-NOTIFY-EVENT
           END-IF.

      *    THE CALLER SETS THE TYPE, ACCOUNT, AMOUNTS, AND DETAIL AND
      *    HAS THE ACCOUNT'S MASTER RECORD IN HAND. THE REFERENCE IS
      *    THE TRANSACTION TYPE, PARTITION, AND RECORD COUNT, WHICH
      *    A RESTART RESUMES FROM THE CHECKPOINT, SO AN EVENT RAISED
      *    AGAIN AFTER A RESTART CARRIES THE SAME REFERENCE AND IS
      *    DROPPED AS A DUPLICATE BY NTFDLY1.
       2790-WRITE-NOTIFY-EVENT.
           IF ACCT-KEY = NE-ACCOUNT
               MOVE ACCT-NAME TO NE-ACCOUNT-NAME
           END-IF
           MOVE WS-BUSINESS-DATE TO NE-EVENT-DATE
           MOVE "AMTPROC1" TO NE-SOURCE-PGM
           STRING TRANS-TYPE " " WS-PART-ID " " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO NE-REFERENCE
           MOVE FUNCTION CURRENT-DATE TO NE-TIMESTAMP
           WRITE NOTIFY-EVENT-RECORD
           IF NOT WS-EVENT-OK
               DISPLAY "AMTPROC1: ERROR WRITING NOTIFY-EVENT-FILE, "
                   "STATUS = " WS-EVENT-STATUS
           END-IF.

      *    TRIAL-MODE STAND-IN FOR THE MASTER UPDATE: THE BALANCE
           MOVE TOTAL-AMOUNT TO GL-TOTAL
           MOVE WS-RUN-DATE TO GL-EFFECTIVE-DATE
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           IF TRANS-REDUCES-BALANCE
               SET GL-CREDIT TO TRUE
           ELSE
               SET GL-DEBIT TO TRUE
           END-IF
           MOVE WS-XFER-GL-REF TO GL-XFER-REF
           MOVE TRANS-TYPE TO GL-TRANS-TYPE
           MOVE WS-POST-BRANCH-ID TO GL-BRANCH-ID
           WRITE GL-EXTRACT-RECORD
           IF NOT WS-GL-EXTRACT-OK
               DISPLAY
                   WS-GL-EXTRACT-STATUS
           END-IF.

      *    TRANSFER POSTING PASS, RUN ONCE THE LAST ACCOUNT OF THE
      *    SORTED PASS HAS FLUSHED. EACH QUEUED TRANSFER OR BACK-OUT
      *    HAS BOTH LEGS VETTED AGAINST THE MASTER FIRST; ONLY WHEN
      *    BOTH PASS DO BOTH POST, AND OTHERWISE THE WHOLE ITEM GOES
      *    TO SUSPENSE. A CHECKPOINT FOLLOWS EVERY ITEM, KEYED
      *    HIGH-VALUES SO A RESTART PASSES OVER THE WHOLE SORTED PASS,
      *    WITH THE ITEM'S EDIT SEQUENCE AS THE RESTART POINT.
       2800-POST-TRANSFERS.
           PERFORM 2810-POST-ONE-TRANSFER
               VARYING WS-XF-IDX FROM 1 BY 1
               UNTIL WS-XF-IDX > WS-XF-COUNT.

       2810-POST-ONE-TRANSFER.
           IF WS-RESTART-MODE
                   AND WS-CHKPT-LAST-KEY = HIGH-VALUES
                   AND XF-SUSP-KEY(WS-XF-IDX) = SPACES
                   AND XF-EDIT-SEQ(WS-XF-IDX) NOT > WS-CHKPT-XFER-SEQ
               CONTINUE
           ELSE
               PERFORM 2815-SET-TRANSFER-LEGS
               MOVE "Y" TO WS-XF-VALID-SWITCH
               PERFORM 2830-VET-TRANSFER-LEG
                   VARYING WS-XL-IDX FROM 1 BY 1
                   UNTIL WS-XL-IDX > 2 OR NOT WS-XF-LEGS-VALID
               IF WS-XF-LEGS-VALID
                   MOVE XF-XFER-REF(WS-XF-IDX) TO WS-XFER-GL-REF
                   PERFORM 2850-POST-TRANSFER-LEG
                       VARYING WS-XL-IDX FROM 1 BY 1
                       UNTIL WS-XL-IDX > 2
                   MOVE SPACES TO WS-XFER-GL-REF
                   IF XF-NEW-TRANSFER(WS-XF-IDX)
                           AND NOT WS-MODE-TRIAL
                       MOVE XF-FROM-ACCOUNT(WS-XF-IDX) TO
                           WS-POST-ACCOUNT
                       MOVE "XF" TO TRANS-TYPE
                       MOVE XF-AMOUNT(WS-XF-IDX) TO WS-AMOUNT
                       PERFORM 2093-RECORD-RECENT-POST
                   END-IF
               ELSE
                   PERFORM 2860-SUSPEND-TRANSFER
               END-IF
               IF NOT WS-MODE-TRIAL
                   PERFORM 2870-RETIRE-TRANSFER-ITEMS
                   MOVE HIGH-VALUES TO AMT-REC-KEY
                   MOVE ZEROES TO WS-FLUSHED-THIS-ACCT
                   MOVE XF-EDIT-SEQ(WS-XF-IDX) TO WS-XF-DONE-SEQ
                   PERFORM 2500-WRITE-CHECKPOINT
               END-IF
           END-IF.

      *    A TRANSFER TAKES THE AMOUNT OFF THE FROM-ACCOUNT ("XO") AND
      *    ADDS IT TO THE TO-ACCOUNT ("XI"), BOTH LEGS CARRYING THE
      *    TRANSFER REFERENCE. A BACK-OUT RESTORES THE FROM-ACCOUNT
      *    ("XR") AND TAKES IT BACK OFF THE TO-ACCOUNT ("RV"), EACH
      *    LEG NAMING THE ORIGINAL LEG ON ITS OWN ACCOUNT.
       2815-SET-TRANSFER-LEGS.
           MOVE XF-FROM-ACCOUNT(WS-XF-IDX) TO XL-ACCOUNT(1)
           MOVE XF-TO-ACCOUNT(WS-XF-IDX) TO XL-ACCOUNT(2)
           IF XF-NEW-TRANSFER(WS-XF-IDX)
               MOVE "XO" TO XL-TYPE(1)
               MOVE "XI" TO XL-TYPE(2)
               MOVE XF-XFER-REF(WS-XF-IDX) TO XL-ORIG-REF(1)
               MOVE XF-XFER-REF(WS-XF-IDX) TO XL-ORIG-REF(2)
           ELSE
               MOVE "XR" TO XL-TYPE(1)
               MOVE "RV" TO XL-TYPE(2)
               MOVE XF-ORIG-RUN-ID(WS-XF-IDX) TO XL-ORIG-REF(1)(1:8)
               MOVE XF-FROM-ACCOUNT(WS-XF-IDX) TO
                   XL-ORIG-REF(1)(9:10)
               MOVE XF-ORIG-RUN-ID(WS-XF-IDX) TO XL-ORIG-REF(2)(1:8)
               MOVE XF-TO-ACCOUNT(WS-XF-IDX) TO XL-ORIG-REF(2)(9:10)
           END-IF.

      *    THE SAME MASTER EDITS AS 2065-START-ACCOUNT, PLUS: A LEG
      *    THAT TAKES VALUE OFF AN ACCOUNT NEEDS THE BALANCE TO COVER
      *    IT, AND BOTH LEGS OF A NEW TRANSFER MUST CLEAR
      *    2083-CHECK-ACCOUNT-LIMITS. THE DAY'S POSTED TOTAL AND THE
      *    BALANCE ALREADY INCLUDE TONIGHT'S SORTED PASS - FROM THE
      *    MASTER, OR IN A TRIAL RUN FROM THE PROJECTION TABLE.
       2830-VET-TRANSFER-LEG.
           MOVE XL-ACCOUNT(WS-XL-IDX) TO ACCT-KEY
           MOVE XL-ACCOUNT(WS-XL-IDX) TO AMT-REC-KEY
           MOVE XL-TYPE(WS-XL-IDX) TO TRANS-TYPE
           MOVE XF-TOTAL(WS-XF-IDX) TO TOTAL-AMOUNT
           MOVE ZEROES TO WS-ACCT-DAY-POSTED
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-XF-VALID-SWITCH
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 2835-CHECK-TRANSFER-ACCOUNT
           END-READ.

       2835-CHECK-TRANSFER-ACCOUNT.
           IF ACCT-CLOSED
               MOVE "N" TO WS-XF-VALID-SWITCH
               MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
           END-IF
           IF ACCT-FROZEN
               MOVE "N" TO WS-XF-VALID-SWITCH
               MOVE "ACCOUNT IS FROZEN" TO WS-REJECT-REASON
           END-IF
           IF WS-XF-LEGS-VALID
               IF ACCT-LAST-ACT-DATE = WS-RUN-DATE
                   COMPUTE WS-ACCT-DAY-POSTED =
                       ACCT-TOTAL-AMOUNT - ACCT-PRIOR-TOTAL
               END-IF
               MOVE ACCT-TOTAL-AMOUNT TO WS-XF-BALANCE
               IF WS-MODE-TRIAL
                   PERFORM 2740-FIND-PROJ-ENTRY
                   IF WS-PROJ-ENTRY-OK
                       MOVE PJ-PROJECTED-TOTAL(PROJ-IDX) TO
                           WS-XF-BALANCE
                       COMPUTE WS-ACCT-DAY-POSTED =
                           WS-ACCT-DAY-POSTED
                           + PJ-PROJECTED-TOTAL(PROJ-IDX)
                           - PJ-CURRENT-TOTAL(PROJ-IDX)
                   END-IF
               END-IF
               IF TRANS-REDUCES-BALANCE
                       AND WS-XF-BALANCE < TOTAL-AMOUNT
                   MOVE "N" TO WS-XF-VALID-SWITCH
                   MOVE "INSUFFICIENT BALANCE FOR TRANSFER" TO
                       WS-REJECT-REASON
               ELSE
                   IF TRANS-TRANSFER-OUT OR TRANS-TRANSFER-IN
                       PERFORM 2083-CHECK-ACCOUNT-LIMITS
                       IF WS-LIMIT-BREACHED
                           MOVE "N" TO WS-XF-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    EACH LEG POSTS AS ITS OWN DETAIL LINE, AUDIT ROW, GL ROW,
      *    AND MASTER REWRITE; THE RECORD IS READ AGAIN BECAUSE
      *    VETTING THE OTHER LEG HAS SINCE REPLACED IT.
       2850-POST-TRANSFER-LEG.
           ADD 1 TO WS-RECORD-COUNT
           MOVE XL-ACCOUNT(WS-XL-IDX) TO AMT-REC-KEY
           MOVE XL-TYPE(WS-XL-IDX) TO TRANS-TYPE
           MOVE XL-ORIG-REF(WS-XL-IDX) TO TRANS-REFERENCE
           MOVE XF-AMOUNT(WS-XF-IDX) TO WS-AMOUNT
           MOVE XF-TOTAL(WS-XF-IDX) TO TOTAL-AMOUNT
           IF TRANS-REDUCES-BALANCE
               SUBTRACT TOTAL-AMOUNT FROM WS-CONTROL-TOTAL
               COMPUTE WS-POSTED-TOTAL = 0 - TOTAL-AMOUNT
           ELSE
               ADD TOTAL-AMOUNT TO WS-CONTROL-TOTAL
               MOVE TOTAL-AMOUNT TO WS-POSTED-TOTAL
           END-IF
           MOVE XF-BRANCH-ID(WS-XF-IDX) TO WS-POST-BRANCH-ID
           PERFORM 2047-ADD-BRANCH-TOTAL
           DISPLAY TOTAL-AMOUNT
           PERFORM 2300-WRITE-DETAIL-LINE
           IF WS-MODE-TRIAL
               PERFORM 2740-FIND-PROJ-ENTRY
               IF WS-PROJ-ENTRY-OK
                   ADD WS-POSTED-TOTAL TO PJ-PROJECTED-TOTAL(PROJ-IDX)
               END-IF
           ELSE
               MOVE XL-ACCOUNT(WS-XL-IDX) TO ACCT-KEY
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "AMTPROC1: ACCOUNT " ACCT-KEY
                           " NOT FOUND FOR TRANSFER POSTING"
                   NOT INVALID KEY
                       PERFORM 2087-APPLY-ACCOUNT-MASTER
               END-READ
               PERFORM 2700-WRITE-AUDIT-RECORD
               PERFORM 2900-WRITE-GL-EXTRACT
           END-IF.

      *    A TRANSFER THAT CANNOT POST SUSPENDS BOTH ITS LEGS; A
      *    BACK-OUT THAT CANNOT POST SUSPENDS AS THE REVERSAL THAT WAS
      *    KEYED. EITHER WAY THE REASON IS THE ONE THE FAILING LEG
      *    GAVE, AND THE IMAGE IS REBUILT FROM THE QUEUED ENTRY.
       2860-SUSPEND-TRANSFER.
           MOVE SPACES TO TRANS-RECORD
           IF XF-NEW-TRANSFER(WS-XF-IDX)
               MOVE XF-FROM-ACCOUNT(WS-XF-IDX) TO TRANS-ACCOUNT
               MOVE "XF" TO TRANS-TYPE
               MOVE XF-AMOUNT(WS-XF-IDX) TO TRANS-AMOUNT
               MOVE XF-TO-ACCOUNT(WS-XF-IDX) TO TRANS-XFER-TO-ACCOUNT
               ADD 2 TO WS-RECORD-COUNT
               PERFORM 2092-SUSPEND-TRANSFER-PAIR
           ELSE
               MOVE XF-RV-ACCOUNT(WS-XF-IDX) TO TRANS-ACCOUNT
               MOVE XF-RV-ACCOUNT(WS-XF-IDX) TO AMT-REC-KEY
               MOVE "RV" TO TRANS-TYPE
               MOVE XF-AMOUNT(WS-XF-IDX) TO TRANS-AMOUNT
               MOVE XF-ORIG-REF(WS-XF-IDX) TO TRANS-REFERENCE
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2200-WRITE-EXCEPTION
           END-IF.

      *    AN ITEM THAT CAME OFF THE SUSPENSE FILE - ONE KEY, OR TWO
      *    FOR A CORRECTED TRANSFER PAIR - IS MARKED RESUBMITTED ONCE
      *    IT HAS POSTED OR SUSPENDED AGAIN.
       2870-RETIRE-TRANSFER-ITEMS.
           IF XF-SUSP-KEY(WS-XF-IDX) NOT = SPACES
               MOVE XF-SUSP-KEY(WS-XF-IDX) TO WS-PENDING-SUSP-KEY
               MOVE XF-PARTNER-SUSP-KEY(WS-XF-IDX) TO
                   WS-PENDING-PARTNER-KEY
               PERFORM 2630-RETIRE-FAILED-ITEM
               MOVE SPACES TO WS-PENDING-SUSP-KEY
               MOVE SPACES TO WS-PENDING-PARTNER-KEY
           END-IF.

       2500-WRITE-CHECKPOINT.
           MOVE AMT-REC-KEY TO CHKPT-LAST-KEY
           MOVE WS-RECORD-COUNT TO CHKPT-RUN-COUNT
           MOVE WS-CONTROL-TOTAL TO CHKPT-RUN-TOTAL
           MOVE WS-EXCEPTION-COUNT TO CHKPT-EXCEPTION-COUNT
           MOVE WS-FLUSHED-THIS-ACCT TO CHKPT-FLUSHED-COUNT
           MOVE WS-XF-DONE-SEQ TO CHKPT-XFER-SEQ
           WRITE CHECKPOINT-FILE-RECORD
           IF NOT WS-CHKPT-OK
               DISPLAY "AMTPROC1: ERROR WRITING CHECKPOINT-FILE, "
               END-IF
           END-IF.

      *    A PARTITION'S REPORT IS BARE DETAIL LINES: AMTCONS1 PAGES
      *    AND HEADS THE CONSOLIDATED REPORT.
       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   AND NOT WS-MODE-PARTITION
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE AMT-REC-KEY TO DL-KEY
      *    ITEM CAN BE RESUBMITTED BY SUSPCOR1 / THE NEXT RUN WITHOUT
      *    RE-KEYING INTO TRANIN. THE PRINTED EXCEPTION LINE ABOVE IS
      *    THE HUMAN-READABLE VIEW ONLY.
      *    THE ITEM STILL REACHES THE EXCEPTION REPORT WHEN THE RUN'S
      *    SUSPENSE SEQUENCE BAND IS USED UP; ONLY THE SUSPENSE COPY
      *    FOR CORRECTION IS LOST.
       2250-WRITE-SUSPENSE.
           IF WS-SUSP-SEQ >= WS-SUSP-SEQ-LIMIT
               DISPLAY "AMTPROC1: SUSPENSE SEQUENCE RANGE USED UP, "
                   "ACCOUNT " TRANS-ACCOUNT " NOT SUSPENDED"
           ELSE
               ADD 1 TO WS-SUSP-SEQ
               MOVE WS-RUN-DATE TO SUSP-REJECT-DATE
               MOVE WS-RUN-ID TO SUSP-RUN-ID
               MOVE WS-SUSP-SEQ TO SUSP-SEQ
               SET SUSP-SUSPENDED TO TRUE
               MOVE WS-REJECT-REASON TO SUSP-REJECT-REASON
               MOVE TRANS-RECORD TO SUSP-TRANS-IMAGE
               WRITE SUSPENSE-RECORD
               IF NOT WS-SUSPENSE-OK
                   DISPLAY "AMTPROC1: ERROR WRITING SUSPENSE-FILE, "
                       "STATUS = " WS-SUSPENSE-STATUS
               ELSE
                   IF WS-REJECT-REASON = "EXCEEDS ACCOUNT TRAN LIMIT"
                           OR WS-REJECT-REASON =
                               "EXCEEDS ACCOUNT DAILY LIMIT"
                       PERFORM 2260-RAISE-LIMIT-EVENT
                   END-IF
               END-IF
           END-IF.

      *    THE LIMIT CHECK HAD THE BREACHING ACCOUNT'S MASTER RECORD
      *    IN HAND. A TRANSFER SUSPENDS BOTH LEGS WITH THE ONE REASON,
      *    BUT ONLY THE LEG WHOSE OWN LIMIT WAS BREACHED IS NOTIFIED.
       2260-RAISE-LIMIT-EVENT.
           IF ACCT-KEY = TRANS-ACCOUNT
               MOVE SPACES TO NOTIFY-EVENT-RECORD
               IF WS-REJECT-REASON = "EXCEEDS ACCOUNT TRAN LIMIT"
                   SET NE-TRAN-LIMIT-SUSPEND TO TRUE
                   MOVE ACCT-TRAN-LIMIT TO NE-LIMIT-AMOUNT
               ELSE
                   SET NE-DAILY-LIMIT-SUSPEND TO TRUE
                   MOVE ACCT-DAILY-LIMIT TO NE-LIMIT-AMOUNT
               END-IF
               MOVE TRANS-ACCOUNT TO NE-ACCOUNT
               MOVE TOTAL-AMOUNT TO NE-AMOUNT
               MOVE WS-REJECT-REASON TO NE-DETAIL
               PERFORM 2790-WRITE-NOTIFY-EVENT
           END-IF.

      *    CORRECTED SUSPENSE ITEMS (STATUS "C", SET BY SUSPCOR1) ARE
      *    THEIR SUSPENSE KEY SO THE POSTING PASS CAN MARK THEM
      *    RESUBMITTED ONLY ONCE THEIR ACCOUNT ACTUALLY POSTS. AN
      *    ITEM THAT FAILS ITS EDITS AGAIN IS RETIRED HERE AND
      *    SUSPENDS AGAIN UNDER TODAY'S DATE. A CORRECTED TRANSFER-IN
      *    LEG IS PASSED OVER: IT COMES BACK WITH ITS TRANSFER-OUT
      *    LEG, THE TWO REJOINED AS ONE TRANSFER.
       2600-PROCESS-SUSPENSE.
           IF WS-TRANS-OK OR WS-TRANS-EOF
               MOVE SPACES TO WS-CURRENT-BRANCH
               END-START
               PERFORM 2650-READ-SUSPENSE-NEXT
               PERFORM UNTIL WS-SUSP-EOF
                   IF SUSP-CORRECTED AND SUSP-TRANS-TYPE NOT = "XI"
                       PERFORM 2610-RESUBMIT-CORRECTED-ITEM
                   END-IF
                   PERFORM 2650-READ-SUSPENSE-NEXT
               END-PERFORM
           END-IF.

       2610-RESUBMIT-CORRECTED-ITEM.
           MOVE SUSP-KEY TO WS-PENDING-SUSP-KEY
           MOVE SUSP-TRANS-IMAGE TO TRANS-RECORD
           MOVE "Y" TO WS-PAIR-SWITCH
           PERFORM 2012-CHECK-ITEM-OWNER
           IF TRANS-TRANSFER-OUT AND WS-ITEM-OURS
               PERFORM 2620-JOIN-TRANSFER-PAIR
           END-IF
           IF WS-PAIR-INTACT AND WS-ITEM-OURS
      *        A CORRECTED ITEM STILL EFFECTIVE IN THE FUTURE GOES TO
      *        THE WAREHOUSE, NOT THE EDIT PASS - AN OPERATOR'S
      *        CORRECTION MUST NOT BECOME THE EARLY POSTING THE
      *        WAREHOUSE EXISTS TO STOP. THE SUSPENSE ITEM IS RETIRED
      *        EITHER WAY; THE WAREHOUSE OWNS IT NOW.
               IF TRANS-EFFECTIVE-DATE NUMERIC
                       AND TRANS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   PERFORM 2070-WAREHOUSE-TRANSACTION
                   IF NOT WS-MODE-TRIAL
                       PERFORM 2630-RETIRE-FAILED-ITEM
                   END-IF
               ELSE
                   PERFORM 2020-EDIT-TRANSACTION
                   IF NOT WS-AMOUNT-IS-VALID
                           AND NOT WS-MODE-TRIAL
                       PERFORM 2630-RETIRE-FAILED-ITEM
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-PENDING-SUSP-KEY
           MOVE SPACES TO WS-PENDING-PARTNER-KEY.

      *    A CORRECTED TRANSFER-OUT LEG IS REJOINED WITH ITS
      *    TRANSFER-IN LEG AT THE NEXT SEQUENCE, WHICH MUST ALSO BE
      *    CORRECTED AND MUST POINT BACK AT IT, AND THE PAIR GOES
      *    THROUGH THE EDIT PASS AS THE ORIGINAL "XF" TRANSFER. A
      *    LEG WITHOUT ITS PARTNER IS LEFT ON SUSPENSE FOR SUSPCOR1
      *    TO SORT OUT. THE LEG ITSELF IS READ AGAIN LAST TO RESTORE
      *    THE POSITION FOR THE READ NEXT SEQUENCE DRIVING THE SCAN.
       2620-JOIN-TRANSFER-PAIR.
           ADD 1 TO SUSP-SEQ
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAIR-SWITCH
               NOT INVALID KEY
                   IF SUSP-TRANS-TYPE NOT = "XI"
                           OR NOT SUSP-CORRECTED
                           OR SUSP-TRANS-REFERENCE(9:10) NOT =
                               TRANS-ACCOUNT
                           OR SUSP-TRANS-ACCOUNT NOT =
                               TRANS-XFER-TO-ACCOUNT
                           OR SUSP-TRANS-AMOUNT-X NOT =
                               TRANS-AMOUNT-X
                       MOVE "N" TO WS-PAIR-SWITCH
                   ELSE
                       MOVE SUSP-KEY TO WS-PENDING-PARTNER-KEY
                   END-IF
           END-READ
           IF WS-PAIR-INTACT
               MOVE "XF" TO TRANS-TYPE
           ELSE
               DISPLAY "AMTPROC1: TRANSFER LEG " WS-PENDING-SUSP-KEY
                   " HAS NO CORRECTED PARTNER, LEFT ON SUSPENSE"
               MOVE SPACES TO WS-PENDING-PARTNER-KEY
           END-IF
           MOVE WS-PENDING-SUSP-KEY TO SUSP-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "AMTPROC1: SUSPENSE ITEM " SUSP-KEY
                       " NOT FOUND ON RE-READ"
           END-READ.

      *    THE EXCEPTION PATH HAS ALREADY RE-SUSPENDED THE ITEM UNDER
      *    TODAY'S DATE, WHICH OVERWROTE THE RECORD AREA - SO THE
      *    ORIGINAL ITEM IS RE-READ BY KEY BEFORE BEING MARKED. THE
      *    RANDOM READ ALSO RESTORES THE POSITION FOR THE READ NEXT
      *    SEQUENCE DRIVING THE SCAN; A TRANSFER PAIR'S "XI" LEG IS
      *    THE NEXT KEY AFTER ITS "XO" LEG, SO READING IT LAST STILL
      *    LEAVES THE SCAN WHERE IT SHOULD BE.
       2630-RETIRE-FAILED-ITEM.
           MOVE WS-PENDING-SUSP-KEY TO SUSP-KEY
           PERFORM 2635-MARK-RESUBMITTED
           IF WS-PENDING-PARTNER-KEY NOT = SPACES
               MOVE WS-PENDING-PARTNER-KEY TO SUSP-KEY
               PERFORM 2635-MARK-RESUBMITTED
           END-IF.

       2635-MARK-RESUBMITTED.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "AMTPROC1: SUSPENSE ITEM " SUSP-KEY
      *    TODAY'S FINISHED RUN FOR AN INTERRUPTED ONE TO RESUME.
       3000-TERMINATE.
           IF WS-TRANS-OK OR WS-TRANS-EOF
               IF NOT WS-MODE-PARTITION
                   PERFORM 2400-WRITE-TRAILER
               END-IF
               IF WS-MODE-TRIAL
                   PERFORM 3300-PRINT-PROJECTED-BALANCES
                   CLOSE TRANS-FILE
                   CLOSE REPORT-FILE
                   CLOSE CHECKPOINT-FILE
                   CLOSE AUDIT-FILE
                   CLOSE NOTIFY-EVENT-FILE
                   CLOSE ACCOUNT-FILE
                   CLOSE GL-EXTRACT-FILE
                   CLOSE SUSPENSE-FILE
                   PERFORM 3400-REWRITE-RECENT-POSTS
                   PERFORM 3500-REWRITE-WAREHOUSE
                   IF WS-MODE-PARTITION
                       PERFORM 3250-FINALIZE-PARTITION
                   ELSE
                       PERFORM 3200-FINALIZE-RUN-CONTROL
                   END-IF
                   PERFORM 3100-CLEAR-CHECKPOINT
               END-IF
           END-IF.
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *    A PARTITION'S FINAL STATE REPLACES ITS ACTIVE HEADER, AND
      *    ITS BRANCH SUBTOTALS FOLLOW FOR AMTCONS1 TO MERGE. LIKE THE
      *    REGISTRY RECORD, IT GOES OUT BEFORE THE CHECKPOINT CLEARS.
       3250-FINALIZE-PARTITION.
           IF WS-EXCEPTION-COUNT > 0
               MOVE "E" TO WS-PART-NEW-STATUS
           ELSE
               MOVE "C" TO WS-PART-NEW-STATUS
           END-IF
           PERFORM 1890-WRITE-PARTITION-HEADER
           PERFORM 3260-WRITE-PARTITION-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT
           CLOSE PARTITION-TOTALS-FILE.

       3260-WRITE-PARTITION-BRANCH.
           MOVE SPACES TO PARTITION-TOTALS-RECORD
           SET PT-BRANCH TO TRUE
           MOVE BRT-ID(BR-IDX) TO PT-BRANCH-ID
           MOVE BRT-REC-COUNT(BR-IDX) TO PT-BR-REC-COUNT
           MOVE BRT-TOTAL(BR-IDX) TO PT-BR-TOTAL
           WRITE PARTITION-TOTALS-RECORD
           IF NOT WS-PARTTOT-OK
               DISPLAY "AMTPROC1: ERROR WRITING PARTITION-TOTALS-FILE, "
                   "STATUS = " WS-PARTTOT-STATUS
           END-IF.

      *    THE ROLLING FILE IS REPLACED, NOT APPENDED: THE TABLE
      *    ALREADY HOLDS EVERY ENTRY STILL INSIDE THE WINDOW PLUS
      *    THIS RUN'S POSTINGS, SO AGED ENTRIES FALL AWAY HERE. A
      *    LOAD THAT DID NOT COMPLETE SKIPS THE REPLACE ENTIRELY -
      *    REWRITING FROM A PARTIAL TABLE WOULD COLLAPSE THE
      *    DUPLICATE WINDOW TO TONIGHT'S POSTINGS ALONE. A PARTITION
      *    WRITES ITS OWN SHARE OF THE TABLE TO ITS OWN FILE: THE
      *    TRANSFER PARTITION THE TRANSFER ENTRIES, A RANGE PARTITION
      *    THE OTHER ENTRIES FOR ACCOUNTS IN ITS RANGE.
       3400-REWRITE-RECENT-POSTS.
           IF WS-RECENT-LOAD-FAILED
               DISPLAY "AMTPROC1: RECENT-POST LOAD INCOMPLETE, "
           END-IF.

       3420-REPLACE-RECENT-POSTS.
           IF WS-MODE-PARTITION
               MOVE PF-RECENT-NAME TO WS-RECENT-FILE-NAME
           END-IF
           OPEN OUTPUT RECENT-POST-FILE
           IF NOT WS-RECENT-OK
               DISPLAY "AMTPROC1: ERROR REWRITING RECENT-POST-FILE, "
           END-IF.

       3450-WRITE-ONE-RECENT-POST.
           MOVE "Y" TO WS-ITEM-OURS-SWITCH
           IF WS-MODE-PARTITION
               PERFORM 3460-CHECK-RECENT-OWNER
           END-IF
           IF WS-ITEM-OURS
               MOVE DUP-ACCOUNT(DUP-IDX) TO RCP-ACCOUNT
               MOVE DUP-TRANS-TYPE(DUP-IDX) TO RCP-TRANS-TYPE
               MOVE DUP-AMOUNT(DUP-IDX) TO RCP-AMOUNT
               MOVE DUP-BUSINESS-DATE(DUP-IDX) TO RCP-BUSINESS-DATE
               WRITE RECENT-POST-RECORD
               IF NOT WS-RECENT-OK
                   DISPLAY "AMTPROC1: ERROR WRITING RECENT-POST-FILE, "
                       "STATUS = " WS-RECENT-STATUS
               END-IF
           END-IF.

       3460-CHECK-RECENT-OWNER.
           IF WS-PART-TRANSFER-STEP
               IF DUP-TRANS-TYPE(DUP-IDX) NOT = "XF"
                   MOVE "N" TO WS-ITEM-OURS-SWITCH
               END-IF
           ELSE
               IF DUP-TRANS-TYPE(DUP-IDX) = "XF"
                   MOVE "N" TO WS-ITEM-OURS-SWITCH
               ELSE
                   MOVE DUP-ACCOUNT(DUP-IDX) TO WS-PART-TEST-ACCOUNT
                   PERFORM 2013-TEST-ACCOUNT-RANGE
               END-IF
           END-IF.

       3500-REWRITE-WAREHOUSE.
           IF WS-MODE-PARTITION
               MOVE PF-WAREHOUSE-NAME TO WS-WAREHOUSE-FILE-NAME
           END-IF
           OPEN OUTPUT WAREHOUSE-FILE
           IF NOT WS-WAREHOUSE-OK
               DISPLAY "AMTPROC1: ERROR REWRITING WAREHOUSE-FILE, "
