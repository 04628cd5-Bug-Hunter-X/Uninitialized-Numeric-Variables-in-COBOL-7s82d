       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTENQ1.
      *****************************************************************
      * ACCTENQ1 - SINGLE-ACCOUNT ENQUIRY
      *
      * PRINTS ONE COMBINED VIEW OF AN ACCOUNT FOR A CUSTOMER OR
      * BRANCH ENQUIRY, SO THE OPERATOR DOES NOT HAVE TO RUN THE
      * RETRIEVAL, AGEING, TREND, AND APPROVAL JOBS SEPARATELY:
      *
      *   THE ACCOUNT MASTER, INCLUDING BOTH POSTING LIMITS AND THE
      *   PRIOR TOTAL, WITH THE PER-TRANSACTION LIMIT THE DAILY RUN
      *   WILL APPLY AND THE ROOM LEFT UNDER TODAY'S DAILY LIMIT,
      *   WORKED OUT THE WAY 2065-START-ACCOUNT AND
      *   2083-CHECK-ACCOUNT-LIMITS IN AMTPROC1 WORK THEM OUT;
      *   THE LATEST MONTH-END SNAPSHOTS FROM BALHIST.DAT;
      *   THE LATEST POSTINGS AND REVERSALS ON THE ONLINE AUDIT TRAIL;
      *   SUSPENSE ITEMS NOT YET RESUBMITTED;
      *   FUTURE-DATED ITEMS WAITING IN THE WAREHOUSE, INCLUDING A
      *   TRANSFER THAT NAMES THE ACCOUNT AS ITS TO-ACCOUNT;
      *   MAINTENANCE STILL WAITING FOR APPROVAL ON PENDCHG.DAT,
      *   AND AN APPROVED CLOSE STILL WAITING TO SETTLE.
      *
      * EVERY FILE IS OPENED FOR INPUT ONLY. A FILE THAT WILL NOT
      * OPEN IS NAMED IN ITS SECTION OF THE REPORT AND THE REST OF
      * THE ENQUIRY STILL PRINTS.
      *
      * PARM: "ACCT XXXXXXXXXX" NAMES THE ACCOUNT.
      * COMPLETION CODE 0 MEANS THE ACCOUNT WAS FOUND; 4 MEANS IT IS
      * NOT ON THE MASTER (ANY ITEMS FOUND ELSEWHERE STILL PRINT); 16
      * MEANS NO ACCOUNT WAS NAMED OR THE MASTER WOULD NOT OPEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ENQRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY BALHIST01 IN "copybooks".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD.
           COPY AUDREC01 IN "copybooks".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC01 IN "copybooks".

      *    THE WAREHOUSE CARRIES THE BRANCH AND THE FULL TRANSACTION
      *    IMAGE AS AMTPROC1 WROTE THEM; THE IMAGE IS BROKEN OUT HERE
      *    IN THE TRANIN.DAT LAYOUT.
       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
       01  WAREHOUSE-RECORD.
           05  WHR-BRANCH-ID           PIC X(10).
           05  WHR-TRANS-IMAGE.
               10  WHR-ACCOUNT         PIC X(10).
               10  WHR-TYPE            PIC X(2).
                   88  WHR-TRANSFER              VALUE "XF".
               10  WHR-AMOUNT          PIC S9(5)V99
                                       SIGN IS TRAILING SEPARATE.
               10  WHR-AMOUNT-X REDEFINES WHR-AMOUNT
                                       PIC X(8).
               10  WHR-REFERENCE.
                   15  FILLER          PIC X(8).
                   15  WHR-XFER-TO-ACCOUNT
                                       PIC X(10).
               10  WHR-EFFECTIVE-DATE  PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDCHG01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-HISTORY-STATUS       PIC X(2)  VALUE "00".
               88  WS-HISTORY-OK                  VALUES "00" "05".
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUES "00" "05".
           05  WS-SUSPENSE-STATUS      PIC X(2)  VALUE "00".
               88  WS-SUSPENSE-OK                 VALUE "00".
           05  WS-WAREHOUSE-STATUS     PIC X(2)  VALUE "00".
               88  WS-WAREHOUSE-OK                VALUES "00" "05".
           05  WS-PENDING-STATUS       PIC X(2)  VALUE "00".
               88  WS-PENDING-OK                  VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.
           05  WS-ENQ-ACCOUNT          PIC X(10) VALUE SPACES.

      *    THE DAILY RUN'S FLAT PER-TRANSACTION CEILING, KEPT IN STEP
      *    WITH WS-MAX-AMOUNT IN AMTPROC1.
       01  WS-LIMIT-FIELDS.
           05  WS-MAX-AMOUNT           PIC 9(5)V99   VALUE 50000.00.
           05  WS-DAY-POSTED           PIC S9(11)V99 VALUE ZEROES.
           05  WS-DAILY-ROOM           PIC S9(11)V99 VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-FOUND-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ACCOUNT-FOUND              VALUE "Y".
           05  WS-MASTER-SWITCH        PIC X(1)  VALUE "N".
               88  WS-MASTER-FAILED              VALUE "Y".

      *    THE LATEST MONTH-END SNAPSHOTS. THE HISTORY FILE IS
      *    APPEND-ONLY IN PERIOD ORDER, SO KEEPING THE LAST
      *    WS-HIST-MAX FOUND KEEPS THE LATEST PERIODS.
       01  WS-HISTORY-TABLE-FIELDS.
           05  WS-HIST-MAX             PIC 9(3)  VALUE 12.
           05  WS-HIST-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-HIST-IDX             PIC 9(3)  VALUE ZEROES.
           05  WS-HIST-ENTRY OCCURS 12 TIMES.
               10  HT-PERIOD           PIC X(6).
               10  HT-CLOSING-BALANCE  PIC 9(11)V99.
               10  HT-POSTED-COUNT     PIC 9(7).
               10  HT-NET-MOVEMENT     PIC S9(11)V99.

      *    THE LATEST AUDIT ROWS FOR THE ACCOUNT, KEPT THE SAME WAY.
       01  WS-RECENT-TABLE-FIELDS.
           05  WS-RECENT-MAX           PIC 9(3)  VALUE 20.
           05  WS-RECENT-COUNT         PIC 9(3)  VALUE ZEROES.
           05  WS-RECENT-IDX           PIC 9(3)  VALUE ZEROES.
           05  WS-RECENT-ENTRY OCCURS 20 TIMES.
               10  RT-AUDIT-ROW        PIC X(80).

       01  WS-CONTROL-TOTALS.
           05  WS-HIST-FOUND           PIC 9(7)  VALUE ZEROES.
           05  WS-AUDIT-FOUND          PIC 9(7)  VALUE ZEROES.
           05  WS-SUSP-FOUND           PIC 9(7)  VALUE ZEROES.
           05  WS-WAREHOUSE-FOUND      PIC 9(7)  VALUE ZEROES.
           05  WS-PENDING-FOUND        PIC 9(7)  VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "ACCTENQ1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT: ".
           05  RH1-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "ACCOUNT ENQUIRY".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(4)  VALUE "*** ".
           05  SL-TITLE                PIC X(40).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  NL-TEXT                 PIC X(60).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-MASTER-LINE-1.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "ACCOUNT:".
           05  ML1-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "NAME:".
           05  ML1-NAME                PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "STATUS:".
           05  ML1-STATUS              PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ML1-STATUS-TEXT         PIC X(16).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-MASTER-LINE-2.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "OPENED:".
           05  ML2-OPEN-DATE           PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "LAST ACTIVITY:".
           05  ML2-LAST-ACT-DATE       PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "LAST AMOUNT:".
           05  ML2-LAST-AMOUNT         PIC Z(4)9.99.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-MASTER-LINE-3.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "CURRENT TOTAL:".
           05  ML3-TOTAL               PIC Z(10)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "PRIOR TOTAL:".
           05  ML3-PRIOR-TOTAL         PIC Z(10)9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-MASTER-LINE-4.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "TRAN LIMIT:".
           05  ML4-TRAN-LIMIT          PIC Z(6)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "DAILY LIMIT:".
           05  ML4-DAILY-LIMIT         PIC Z(8)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "LIMIT APPLIED:".
           05  ML4-APPLIED-LIMIT       PIC Z(6)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  ML4-APPLIED-TEXT        PIC X(14).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-MASTER-LINE-5.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "POSTED TODAY:".
           05  ML5-DAY-POSTED          PIC -(10)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "DAILY ROOM:".
           05  ML5-DAILY-ROOM          PIC Z(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ML5-ROOM-TEXT           PIC X(24).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-HISTORY-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PERIOD".
           05  FILLER                  PIC X(18)
               VALUE "CLOSING BALANCE".
           05  FILLER                  PIC X(12) VALUE "POSTINGS".
           05  FILLER                  PIC X(88) VALUE "NET MOVEMENT".

       01  WS-HISTORY-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  HL-PERIOD               PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  HL-CLOSING-BALANCE      PIC Z(10)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  HL-POSTED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  HL-NET-MOVEMENT         PIC -(10)9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-AUDIT-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE "TIMESTAMP".
           05  FILLER                  PIC X(10) VALUE "RUN ID".
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "AMOUNT".
           05  FILLER                  PIC X(14) VALUE "TOTAL".
           05  FILLER                  PIC X(58) VALUE "ORIGINAL REF".

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  AL-TIMESTAMP            PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-TYPE                 PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-AMOUNT               PIC Z(4)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-TOTAL                PIC Z(6)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-ORIG-REF             PIC X(18).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-SUSPENSE-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE "SUSPENSE KEY".
           05  FILLER                  PIC X(8)  VALUE "STATUS".
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "AMOUNT".
           05  FILLER                  PIC X(76) VALUE "REASON".

       01  WS-SUSPENSE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPL-SUSP-KEY            PIC X(23).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SPL-STATUS              PIC X(1).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  SPL-TYPE                PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPL-AMOUNT              PIC -(5)9.99.
           05  SPL-AMOUNT-X REDEFINES SPL-AMOUNT
                                       PIC X(9).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SPL-REASON              PIC X(30).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-WAREHOUSE-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(12) VALUE "BRANCH".
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "AMOUNT".
           05  FILLER                  PIC X(86) VALUE "REFERENCE".

       01  WS-WAREHOUSE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WHL-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WHL-BRANCH-ID           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WHL-TYPE                PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WHL-AMOUNT              PIC -(5)9.99.
           05  WHL-AMOUNT-X REDEFINES WHL-AMOUNT
                                       PIC X(9).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WHL-REFERENCE           PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WHL-NOTE                PIC X(28).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE "PENDING KEY".
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "ENTERED".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(13) VALUE "TRAN LIMIT".
           05  FILLER                  PIC X(39) VALUE "DAILY LIMIT".

       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PDL-PEND-KEY            PIC X(23).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PDL-ACTION              PIC X(1).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  PDL-ENTERED-BY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PDL-NAME                PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PDL-TRAN-LIMIT          PIC Z(6)9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PDL-DAILY-LIMIT         PIC Z(8)9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE "SNAPSHOTS:".
           05  TL-HIST-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "AUDIT ROWS:".
           05  TL-AUDIT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SUSPENSE:".
           05  TL-SUSP-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "WAREHOUSE:".
           05  TL-WAREHOUSE-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "PENDING:".
           05  TL-PENDING-COUNT        PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PROCESS.
           MOVE LK-PARM-TEXT TO WS-PARM-LINE
           PERFORM 1000-INITIALIZE
           IF WS-ENQ-ACCOUNT NOT = SPACES
               PERFORM 2000-SHOW-MASTER
               PERFORM 2200-SHOW-HISTORY
               PERFORM 2400-SHOW-AUDIT-ROWS
               PERFORM 2600-SHOW-SUSPENSE
               PERFORM 2700-SHOW-WAREHOUSE
               PERFORM 2800-SHOW-PENDING
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-ENQ-ACCOUNT = SPACES OR WS-MASTER-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ACCOUNT-FOUND
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-PARM-LINE(1:4) = "ACCT"
               MOVE WS-PARM-LINE(6:10) TO WS-ENQ-ACCOUNT
           END-IF
           IF WS-ENQ-ACCOUNT = SPACES
               DISPLAY "ACCTENQ1: PARM MUST BE ACCT XXXXXXXXXX, "
                   "NOTHING PRINTED"
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "ACCTENQ1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-ENQ-ACCOUNT TO RH1-ACCOUNT
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTENQ1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    THE LIMIT APPLIED AND THE DAILY ROOM FOLLOW AMTPROC1: THE
      *    ACCOUNT'S OWN TRANSACTION LIMIT WHEN SET, ELSE THE FLAT
      *    CEILING; THE DAY'S NET POSTED TOTAL COUNTS ONLY WHEN THE
      *    LAST POSTING WAS TODAY, AND ZERO DAILY LIMIT MEANS NONE.
       2000-SHOW-MASTER.
           MOVE "ACCOUNT MASTER" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "ACCTENQ1: ERROR OPENING ACCOUNT-FILE, "
                   "STATUS = " WS-ACCOUNT-STATUS
               SET WS-MASTER-FAILED TO TRUE
               MOVE "ACCOUNT MASTER NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               MOVE WS-ENQ-ACCOUNT TO ACCT-KEY
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER" TO NL-TEXT
                       PERFORM 2960-WRITE-NOTE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-FOUND TO TRUE
                       PERFORM 2050-FORMAT-MASTER
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

       2050-FORMAT-MASTER.
           MOVE ACCT-KEY TO ML1-ACCOUNT
           MOVE ACCT-NAME TO ML1-NAME
           MOVE ACCT-STATUS TO ML1-STATUS
           EVALUATE TRUE
               WHEN ACCT-OPEN
                   MOVE "OPEN" TO ML1-STATUS-TEXT
               WHEN ACCT-CLOSED
                   MOVE "CLOSED" TO ML1-STATUS-TEXT
               WHEN ACCT-OPER-FROZEN
                   MOVE "FROZEN" TO ML1-STATUS-TEXT
               WHEN ACCT-DORMANT
                   MOVE "DORMANT FREEZE" TO ML1-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO ML1-STATUS-TEXT
           END-EVALUATE
           MOVE WS-MASTER-LINE-1 TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE ACCT-OPEN-DATE TO ML2-OPEN-DATE
           MOVE ACCT-LAST-ACT-DATE TO ML2-LAST-ACT-DATE
           MOVE ACCT-LAST-AMOUNT TO ML2-LAST-AMOUNT
           MOVE WS-MASTER-LINE-2 TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE ACCT-TOTAL-AMOUNT TO ML3-TOTAL
           MOVE ACCT-PRIOR-TOTAL TO ML3-PRIOR-TOTAL
           MOVE WS-MASTER-LINE-3 TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE ACCT-TRAN-LIMIT TO ML4-TRAN-LIMIT
           MOVE ACCT-DAILY-LIMIT TO ML4-DAILY-LIMIT
           IF ACCT-TRAN-LIMIT > ZEROES
               MOVE ACCT-TRAN-LIMIT TO ML4-APPLIED-LIMIT
               MOVE "ACCOUNT LIMIT" TO ML4-APPLIED-TEXT
           ELSE
               MOVE WS-MAX-AMOUNT TO ML4-APPLIED-LIMIT
               MOVE "FLAT CEILING" TO ML4-APPLIED-TEXT
           END-IF
           MOVE WS-MASTER-LINE-4 TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE ZEROES TO WS-DAY-POSTED
           IF ACCT-LAST-ACT-DATE = WS-RUN-DATE
               COMPUTE WS-DAY-POSTED =
                   ACCT-TOTAL-AMOUNT - ACCT-PRIOR-TOTAL
           END-IF
           MOVE WS-DAY-POSTED TO ML5-DAY-POSTED
           IF ACCT-DAILY-LIMIT > ZEROES
               COMPUTE WS-DAILY-ROOM =
                   ACCT-DAILY-LIMIT - WS-DAY-POSTED
               IF WS-DAILY-ROOM < ZEROES
                   MOVE ZEROES TO WS-DAILY-ROOM
               END-IF
               MOVE WS-DAILY-ROOM TO ML5-DAILY-ROOM
               IF WS-DAILY-ROOM = ZEROES
                   MOVE "DAILY LIMIT REACHED" TO ML5-ROOM-TEXT
               ELSE
                   MOVE SPACES TO ML5-ROOM-TEXT
               END-IF
           ELSE
               MOVE ZEROES TO ML5-DAILY-ROOM
               MOVE "NO DAILY LIMIT SET" TO ML5-ROOM-TEXT
           END-IF
           MOVE WS-MASTER-LINE-5 TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2200-SHOW-HISTORY.
           MOVE "MONTH-END BALANCE HISTORY" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "ACCTENQ1: ERROR OPENING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-STATUS
               MOVE "BALANCE HISTORY NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               PERFORM 2210-READ-HISTORY
               PERFORM UNTIL WS-EOF
                   IF BH-ACCOUNT = WS-ENQ-ACCOUNT
                       ADD 1 TO WS-HIST-FOUND
                       PERFORM 2220-KEEP-SNAPSHOT
                   END-IF
                   PERFORM 2210-READ-HISTORY
               END-PERFORM
               CLOSE HISTORY-FILE
               IF WS-HIST-COUNT = ZEROES
                   MOVE "NO MONTH-END SNAPSHOTS" TO NL-TEXT
                   PERFORM 2960-WRITE-NOTE
               ELSE
                   MOVE WS-HISTORY-HEADING TO REPORT-LINE
                   PERFORM 2900-WRITE-REPORT-LINE
                   PERFORM 2230-PRINT-SNAPSHOT
                       VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT
               END-IF
           END-IF.

       2210-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-HISTORY-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      *    ONCE THE TABLE IS FULL THE OLDEST ENTRY DROPS OFF THE TOP.
       2220-KEEP-SNAPSHOT.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               PERFORM 2225-SHIFT-SNAPSHOT
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX >= WS-HIST-MAX
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF
           MOVE BH-PERIOD TO HT-PERIOD(WS-HIST-COUNT)
           MOVE BH-CLOSING-BALANCE TO HT-CLOSING-BALANCE(WS-HIST-COUNT)
           MOVE BH-POSTED-COUNT TO HT-POSTED-COUNT(WS-HIST-COUNT)
           MOVE BH-NET-MOVEMENT TO HT-NET-MOVEMENT(WS-HIST-COUNT).

       2225-SHIFT-SNAPSHOT.
           MOVE WS-HIST-ENTRY(WS-HIST-IDX + 1)
               TO WS-HIST-ENTRY(WS-HIST-IDX).

       2230-PRINT-SNAPSHOT.
           MOVE HT-PERIOD(WS-HIST-IDX) TO HL-PERIOD
           MOVE HT-CLOSING-BALANCE(WS-HIST-IDX) TO HL-CLOSING-BALANCE
           MOVE HT-POSTED-COUNT(WS-HIST-IDX) TO HL-POSTED-COUNT
           MOVE HT-NET-MOVEMENT(WS-HIST-IDX) TO HL-NET-MOVEMENT
           MOVE WS-HISTORY-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *    THE ONLINE TRAIL ONLY; OLDER ACTIVITY IS FOR AUDRETR1.
       2400-SHOW-AUDIT-ROWS.
           MOVE "RECENT POSTINGS AND REVERSALS" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ACCTENQ1: ERROR OPENING AUDIT-FILE, "
                   "STATUS = " WS-AUDIT-STATUS
               MOVE "AUDIT TRAIL NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               PERFORM 2410-READ-AUDIT
               PERFORM UNTIL WS-EOF
                   IF AUD-REC-KEY = WS-ENQ-ACCOUNT
                       ADD 1 TO WS-AUDIT-FOUND
                       PERFORM 2420-KEEP-AUDIT-ROW
                   END-IF
                   PERFORM 2410-READ-AUDIT
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-RECENT-COUNT = ZEROES
                   MOVE "NO POSTINGS ON THE ONLINE AUDIT TRAIL"
                       TO NL-TEXT
                   PERFORM 2960-WRITE-NOTE
               ELSE
                   MOVE WS-AUDIT-HEADING TO REPORT-LINE
                   PERFORM 2900-WRITE-REPORT-LINE
                   PERFORM 2430-PRINT-AUDIT-ROW
                       VARYING WS-RECENT-IDX FROM 1 BY 1
                       UNTIL WS-RECENT-IDX > WS-RECENT-COUNT
               END-IF
           END-IF.

       2410-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-AUDIT-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2420-KEEP-AUDIT-ROW.
           IF WS-RECENT-COUNT >= WS-RECENT-MAX
               PERFORM 2425-SHIFT-AUDIT-ROW
                   VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX >= WS-RECENT-MAX
           ELSE
               ADD 1 TO WS-RECENT-COUNT
           END-IF
           MOVE AUDIT-FILE-RECORD TO RT-AUDIT-ROW(WS-RECENT-COUNT).

       2425-SHIFT-AUDIT-ROW.
           MOVE RT-AUDIT-ROW(WS-RECENT-IDX + 1)
               TO RT-AUDIT-ROW(WS-RECENT-IDX).

       2430-PRINT-AUDIT-ROW.
           MOVE RT-AUDIT-ROW(WS-RECENT-IDX) TO AUDIT-FILE-RECORD
           MOVE AUD-TIMESTAMP TO AL-TIMESTAMP
           MOVE AUD-RUN-ID TO AL-RUN-ID
           MOVE AUD-TRANS-TYPE TO AL-TYPE
           MOVE AUD-AMOUNT-BEFORE TO AL-AMOUNT
           MOVE AUD-TOTAL-AFTER TO AL-TOTAL
           MOVE AUD-ORIG-REF TO AL-ORIG-REF
           MOVE WS-AUDIT-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *    EVERY ITEM NOT YET RESUBMITTED IS STILL OPEN, WHETHER
      *    SUSPENDED OR CORRECTED AND WAITING FOR THE NEXT RUN.
       2600-SHOW-SUSPENSE.
           MOVE "OPEN SUSPENSE ITEMS" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               DISPLAY "ACCTENQ1: ERROR OPENING SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-STATUS
               MOVE "SUSPENSE FILE NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               MOVE LOW-VALUES TO SUSP-KEY
               START SUSPENSE-FILE KEY NOT < SUSP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 2610-READ-SUSPENSE-NEXT
               PERFORM UNTIL WS-EOF
                   IF SUSP-TRANS-ACCOUNT = WS-ENQ-ACCOUNT
                           AND NOT SUSP-RESUBMITTED
                       PERFORM 2620-PRINT-SUSPENSE-ITEM
                   END-IF
                   PERFORM 2610-READ-SUSPENSE-NEXT
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF WS-SUSP-FOUND = ZEROES
                   MOVE "NO OPEN SUSPENSE ITEMS" TO NL-TEXT
                   PERFORM 2960-WRITE-NOTE
               END-IF
           END-IF.

       2610-READ-SUSPENSE-NEXT.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-SUSPENSE-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2620-PRINT-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSP-FOUND
           IF WS-SUSP-FOUND = 1
               MOVE WS-SUSPENSE-HEADING TO REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SUSPENSE-LINE
           STRING SUSP-REJECT-DATE "/" SUSP-RUN-ID "/" SUSP-SEQ
               DELIMITED BY SIZE INTO SPL-SUSP-KEY
           MOVE SUSP-STATUS TO SPL-STATUS
           MOVE SUSP-TRANS-TYPE TO SPL-TYPE
           IF SUSP-TRANS-AMOUNT NUMERIC
               MOVE SUSP-TRANS-AMOUNT TO SPL-AMOUNT
           ELSE
               MOVE SUSP-TRANS-AMOUNT-X TO SPL-AMOUNT-X
           END-IF
           MOVE SUSP-REJECT-REASON TO SPL-REASON
           MOVE WS-SUSPENSE-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

      *    A WAREHOUSED TRANSFER IS HELD UNDER ITS FROM-ACCOUNT, SO
      *    ONE NAMING THIS ACCOUNT AS ITS TO-ACCOUNT IS SHOWN TOO.
       2700-SHOW-WAREHOUSE.
           MOVE "FUTURE-DATED ITEMS IN THE WAREHOUSE" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WAREHOUSE-FILE
           IF NOT WS-WAREHOUSE-OK
               DISPLAY "ACCTENQ1: ERROR OPENING WAREHOUSE-FILE, "
                   "STATUS = " WS-WAREHOUSE-STATUS
               MOVE "WAREHOUSE NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               PERFORM 2710-READ-WAREHOUSE
               PERFORM UNTIL WS-EOF
                   IF WHR-ACCOUNT = WS-ENQ-ACCOUNT
                           OR (WHR-TRANSFER
                               AND WHR-XFER-TO-ACCOUNT = WS-ENQ-ACCOUNT)
                       PERFORM 2720-PRINT-WAREHOUSE-ITEM
                   END-IF
                   PERFORM 2710-READ-WAREHOUSE
               END-PERFORM
               CLOSE WAREHOUSE-FILE
               IF WS-WAREHOUSE-FOUND = ZEROES
                   MOVE "NO FUTURE-DATED ITEMS WAITING" TO NL-TEXT
                   PERFORM 2960-WRITE-NOTE
               END-IF
           END-IF.

       2710-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-WAREHOUSE-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2720-PRINT-WAREHOUSE-ITEM.
           ADD 1 TO WS-WAREHOUSE-FOUND
           IF WS-WAREHOUSE-FOUND = 1
               MOVE WS-WAREHOUSE-HEADING TO REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-WAREHOUSE-LINE
           MOVE WHR-EFFECTIVE-DATE TO WHL-EFFECTIVE-DATE
           MOVE WHR-BRANCH-ID TO WHL-BRANCH-ID
           MOVE WHR-TYPE TO WHL-TYPE
           IF WHR-AMOUNT NUMERIC
               MOVE WHR-AMOUNT TO WHL-AMOUNT
           ELSE
               MOVE WHR-AMOUNT-X TO WHL-AMOUNT-X
           END-IF
           MOVE WHR-REFERENCE TO WHL-REFERENCE
           IF WHR-TRANSFER
               IF WHR-ACCOUNT = WS-ENQ-ACCOUNT
                   MOVE "TRANSFER OUT" TO WHL-NOTE
               ELSE
                   MOVE "TRANSFER IN FROM" TO WHL-NOTE
                   MOVE WHR-ACCOUNT TO WHL-NOTE(18:10)
               END-IF
           END-IF
           MOVE WS-WAREHOUSE-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2800-SHOW-PENDING.
           MOVE "MAINTENANCE WAITING OR IN SETTLEMENT" TO SL-TITLE
           PERFORM 2950-WRITE-SECTION-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "ACCTENQ1: ERROR OPENING PENDING-FILE, "
                   "STATUS = " WS-PENDING-STATUS
               MOVE "PENDING CHANGES FILE NOT AVAILABLE" TO NL-TEXT
               PERFORM 2960-WRITE-NOTE
           ELSE
               MOVE LOW-VALUES TO PEND-KEY
               START PENDING-FILE KEY NOT < PEND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 2810-READ-PENDING-NEXT
               PERFORM UNTIL WS-EOF
                   IF PEND-MNT-ACCOUNT = WS-ENQ-ACCOUNT
                           AND (PEND-WAITING OR PEND-CLOSE-QUEUED
                               OR PEND-CLOSE-SETTLING)
                       PERFORM 2820-PRINT-PENDING-ITEM
                   END-IF
                   PERFORM 2810-READ-PENDING-NEXT
               END-PERFORM
               CLOSE PENDING-FILE
               IF WS-PENDING-FOUND = ZEROES
                   MOVE "NO MAINTENANCE WAITING" TO NL-TEXT
                   PERFORM 2960-WRITE-NOTE
               END-IF
           END-IF.

       2810-READ-PENDING-NEXT.
           READ PENDING-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-PENDING-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2820-PRINT-PENDING-ITEM.
           ADD 1 TO WS-PENDING-FOUND
           IF WS-PENDING-FOUND = 1
               MOVE WS-PENDING-HEADING TO REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PENDING-LINE
           STRING PEND-ENTRY-DATE "/" PEND-RUN-ID "/" PEND-SEQ
               DELIMITED BY SIZE INTO PDL-PEND-KEY
           MOVE PEND-MNT-ACTION TO PDL-ACTION
           MOVE PEND-ENTERED-BY TO PDL-ENTERED-BY
           MOVE PEND-MNT-NAME TO PDL-NAME
           IF PEND-CLOSE-QUEUED
               MOVE "CLOSE APPROVED, TO SETTLE" TO PDL-NAME
           END-IF
           IF PEND-CLOSE-SETTLING
               STRING "SETTLEMENT ISSUED " PEND-CLS-ISSUE-DATE
                   DELIMITED BY SIZE INTO PDL-NAME
           END-IF
           IF PEND-MNT-ACTION = "L"
               IF PEND-MNT-TRAN-LIMIT NUMERIC
                   MOVE PEND-MNT-TRAN-LIMIT TO PDL-TRAN-LIMIT
               END-IF
               IF PEND-MNT-DAILY-LIMIT NUMERIC
                   MOVE PEND-MNT-DAILY-LIMIT TO PDL-DAILY-LIMIT
               END-IF
           END-IF
           MOVE WS-PENDING-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTENQ1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2950-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2960-WRITE-NOTE.
           MOVE WS-NOTE-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       3000-TERMINATE.
           MOVE WS-HIST-FOUND TO TL-HIST-COUNT
           MOVE WS-AUDIT-FOUND TO TL-AUDIT-COUNT
           MOVE WS-SUSP-FOUND TO TL-SUSP-COUNT
           MOVE WS-WAREHOUSE-FOUND TO TL-WAREHOUSE-COUNT
           MOVE WS-PENDING-FOUND TO TL-PENDING-COUNT
           WRITE REPORT-LINE FROM WS-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTENQ1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "ACCTENQ1: ACCOUNT " WS-ENQ-ACCOUNT ", "
               WS-SUSP-FOUND " SUSPENSE, " WS-WAREHOUSE-FOUND
               " WAREHOUSED, " WS-PENDING-FOUND " PENDING ITEMS".
