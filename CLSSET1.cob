       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSSET1.
      *****************************************************************
      * CLSSET1 - ACCOUNT CLOSURE SETTLEMENT RUN
      *
      * TAKES EVERY CLOSE APPROVED THROUGH ACCTAPP1 AND NOT YET
      * FINISHED FROM THE PENDING CHANGES FILE AND SETTLES IT. A
      * CLOSE IS HELD, WITH THE REASON ON THE REGISTER, WHILE THE
      * ACCOUNT HAS ITEMS IN SUSPENSE NOT YET RESUBMITTED, ITEMS
      * WAITING IN THE FUTURE-DATED WAREHOUSE (INCLUDING A TRANSFER
      * THAT NAMES IT AS THE TO-ACCOUNT), OR IS FROZEN. OTHERWISE
      * THE BALANCE IS PAID OUT AS CLOSURE SETTLEMENT ("CS")
      * TRANSACTIONS, EACH NO LARGER THAN A TRANSACTION AMOUNT CAN
      * HOLD, WRITTEN AS A PROPERLY BATCHED BRANCH FILE - "HD"
      * HEADER NAMING THE CLSSET BRANCH AND THE BUSINESS DATE, "TR"
      * TRAILER CARRYING THE COUNT AND HASH - SO THE SETTLEMENT
      * POSTS THROUGH THE NORMAL DAILY RUN, ONTO THE AUDIT TRAIL AND
      * THE GL EXTRACT, LIKE SVCCHG1'S CHARGES.
      *
      * THE ACCOUNT IS NOT CLOSED UNTIL A LATER RUN FINDS THE
      * SETTLEMENT POSTED (ITS "CS" ROWS ON THE AUDIT TRAIL ADD UP
      * TO WHAT WAS ISSUED) AND THE BALANCE AT ZERO. ONLY THEN IS
      * THE ACCOUNT MARKED CLOSED, THE PENDING ITEM MARKED APPROVED,
      * AND A PAYOUT RECORD (PAYEE, ACCOUNT, AMOUNT, CLOSE DATE)
      * WRITTEN FOR THE DISBURSEMENT SYSTEM. ANYTHING THAT POSTED TO
      * THE ACCOUNT IN THE MEANTIME IS SETTLED BY A FURTHER ISSUE.
      * A CLOSE WITH NOTHING TO PAY CLOSES AT ONCE. A SETTLEMENT
      * WHOSE BATCH THE BRANCH RECEIPT LOG BRRCPT.DAT SHOWS MERGED,
      * BUT WHICH STILL HAS NOT POSTED IN FULL WITH NOTHING FOR THE
      * ACCOUNT IN SUSPENSE OR THE WAREHOUSE, WAS LOST ON THE WAY
      * (A SECOND FILE FOR THE DATE HELD AS A DUPLICATE) AND THE
      * DIFFERENCE IS ISSUED AGAIN.
      *
      * THE RUN IS REFUSED WHILE CLSTRAN.DAT HOLDS ANY BATCH THE
      * RECEIPT LOG DOES NOT SHOW MERGED, SO A BATCH IS NEVER
      * OVERWRITTEN BEFORE IT IS MERGED, AND ONCE TODAY'S BATCH HAS
      * MERGED, SINCE TRNMRG1 WOULD HOLD A SECOND ONE FOR THE SAME
      * DATE. A RERUN AFTER TODAY'S FILE WAS LOST UNMERGED RE-SENDS
      * TODAY'S UNPOSTED SETTLEMENTS. RUN AHEAD OF TRNMRG1 IN THE
      * DAILY CYCLE.
      *
      * COMPLETION CODE 0 MEANS EVERY CLOSE WAS SETTLED OR CLOSED; 4
      * MEANS ONE OR MORE WAS HELD; 16 MEANS A FILE WOULD NOT OPEN
      * OR AN UNMERGED OR TODAY'S BATCH ALREADY EXISTS, AND NOTHING
      * WAS DONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SETTLE-OUT-FILE ASSIGN TO "CLSTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-OUT-STATUS.

           SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "BRRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO "CLSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CLSSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDCHG01 IN "copybooks".

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".

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
               10  WHR-REFERENCE.
                   15  FILLER          PIC X(8).
                   15  WHR-XFER-TO-ACCOUNT
                                       PIC X(10).
               10  WHR-EFFECTIVE-DATE  PIC X(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD.
           COPY AUDREC01 IN "copybooks".

      *    THE OUTPUT RECORDS ARE EXACT IMAGES OF THE TRANIN.DAT
      *    LAYOUTS AMTPROC1 READS: DETAIL, BRANCH HEADER, AND BRANCH
      *    TRAILER VIEWS OF THE SAME RECORD AREA.
       FD  SETTLE-OUT-FILE
           RECORDING MODE IS F.
       01  SET-TRANS-RECORD.
           05  SET-ACCOUNT             PIC X(10).
           05  SET-TYPE                PIC X(2).
           05  SET-AMOUNT              PIC S9(5)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SET-REFERENCE           PIC X(18).
      *    SPACES: A SETTLEMENT IS EFFECTIVE THE NIGHT IT POSTS,
      *    NEVER WAREHOUSED.
           05  SET-EFFECTIVE-DATE      PIC X(8).

       01  SET-HEADER-REC.
           05  STH-BRANCH-ID           PIC X(10).
           05  STH-TYPE                PIC X(2).
           05  STH-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(26).

       01  SET-TRAILER-REC.
           05  FILLER                  PIC X(10).
           05  STT-TYPE                PIC X(2).
           05  STT-RECORD-COUNT        PIC 9(7).
           05  STT-HASH-TOTAL          PIC 9(9)V99.
           05  FILLER                  PIC X(16).

       FD  RECEIPT-LOG-FILE
           RECORDING MODE IS F.
       01  RECEIPT-LOG-RECORD.
           COPY BRRCPT01 IN "copybooks".

       FD  PAYOUT-FILE
           RECORDING MODE IS F.
       01  PAYOUT-RECORD.
           COPY CLSPAY01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PENDING-STATUS       PIC X(2)  VALUE "00".
               88  WS-PENDING-OK                  VALUE "00".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-SUSPENSE-STATUS      PIC X(2)  VALUE "00".
               88  WS-SUSPENSE-OK                 VALUE "00".
               88  WS-SUSPENSE-NEW-FILE           VALUE "35".
           05  WS-WAREHOUSE-STATUS     PIC X(2)  VALUE "00".
               88  WS-WAREHOUSE-OK                VALUES "00" "05".
               88  WS-WAREHOUSE-EOF               VALUE "10".
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUES "00" "05".
               88  WS-AUDIT-EOF                   VALUE "10".
           05  WS-SETTLE-OUT-STATUS    PIC X(2)  VALUE "00".
               88  WS-SETTLE-OUT-OK               VALUES "00" "05".
           05  WS-RECEIPT-LOG-STATUS   PIC X(2)  VALUE "00".
               88  WS-RECEIPT-LOG-OK              VALUES "00" "05".
           05  WS-PAYOUT-STATUS        PIC X(2)  VALUE "00".
               88  WS-PAYOUT-OK                   VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".
           05  WS-AUDIT-READ-SWITCH    PIC X(1)  VALUE "N".
               88  WS-AUDIT-READ                 VALUE "Y".
           05  WS-PRIOR-EOF-SWITCH     PIC X(1)  VALUE "N".
               88  WS-PRIOR-EOF                  VALUE "Y".
           05  WS-MERGED-SWITCH        PIC X(1)  VALUE "N".
               88  WS-BATCH-MERGED               VALUE "Y".

      *    THE BATCH BEING LOOKED FOR ON THE RECEIPT LOG.
       01  WS-RECEIPT-KEY.
           05  WS-RCT-BRANCH-ID        PIC X(10) VALUE SPACES.
           05  WS-RCT-HD-DATE          PIC X(8)  VALUE SPACES.

      *    ONE ENTRY PER CLOSE IN PROGRESS, LOADED FROM THE PENDING
      *    FILE BEFORE ANYTHING ELSE IS READ SO THE SUSPENSE FILE,
      *    THE WAREHOUSE, AND THE AUDIT TRAIL ARE EACH PASSED ONCE.
      *    CLS-SETTLE-REF IS THE REFERENCE THE ITEM'S SETTLEMENTS
      *    CARRY - ITS PENDING RUN ID AND ENTRY DATE - AND
      *    CLS-POSTED-TOTAL WHAT THE "CS" ROWS CARRYING IT ON THE
      *    TRAIL HAVE TAKEN OFF THE ACCOUNT SO FAR. A SECOND CLOSE
      *    FOR AN ACCOUNT ALREADY IN THE TABLE IS FLAGGED AND HELD,
      *    SO ONE BALANCE IS NEVER PAID OUT TWICE.
       01  WS-CLOSE-TABLE-FIELDS.
           05  WS-CLS-MAX              PIC 9(4)  VALUE 200.
           05  WS-CLS-COUNT            PIC 9(4)  VALUE ZEROES.
           05  WS-CLS-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CLS-COUNT
                   INDEXED BY CLS-IDX.
               10  CLS-PEND-KEY        PIC X(21).
               10  CLS-ACCOUNT         PIC X(10).
               10  CLS-SETTLE-REF.
                   15  CLS-REF-RUN-ID  PIC X(8).
                   15  CLS-REF-ENTRY-DATE
                                       PIC X(8).
                   15  FILLER          PIC X(2).
               10  CLS-DUP-FLAG        PIC X(1).
                   88  CLS-DUPLICATE             VALUE "Y".
               10  CLS-SUSP-OPEN       PIC 9(5).
               10  CLS-WHSE-OPEN       PIC 9(5).
               10  CLS-POSTED-TOTAL    PIC 9(11)V99.
           05  WS-CLS-SUB              PIC 9(4)  VALUE ZEROES.
           05  WS-CLS-DUP-SWITCH       PIC X(1)  VALUE "N".

       01  WS-SETTLE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-CLS-RESULT           PIC X(30) VALUE SPACES.
      *    LARGEST AMOUNT ONE TRANSACTION CAN CARRY; A BIGGER
      *    BALANCE IS PAID OUT IN AS MANY SETTLEMENTS AS IT TAKES.
           05  WS-MAX-SETTLEMENT       PIC 9(5)V99 VALUE 99999.99.
           05  WS-SETTLE-AMOUNT        PIC 9(11)V99 VALUE ZEROES.
           05  WS-SETTLE-REMAINING     PIC 9(11)V99 VALUE ZEROES.
           05  WS-SETTLE-PIECE         PIC 9(5)V99 VALUE ZEROES.
           05  WS-LINE-BALANCE         PIC 9(11)V99 VALUE ZEROES.
           05  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE ZEROES.

       01  WS-CONTROL-TOTALS.
           05  WS-ITEM-COUNT           PIC 9(7)    VALUE ZEROES.
           05  WS-ISSUED-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-CLOSED-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-HELD-COUNT           PIC 9(7)    VALUE ZEROES.
           05  WS-ISSUED-TOTAL         PIC 9(11)V99 VALUE ZEROES.
           05  WS-PAID-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           05  WS-BATCH-COUNT          PIC 9(7)    VALUE ZEROES.
           05  WS-BATCH-HASH           PIC 9(9)V99 VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "CLSSET1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "ACCOUNT CLOSURE SETTLEMENT REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(25) VALUE "PENDING KEY".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(16) VALUE "       BALANCE".
           05  FILLER                  PIC X(16) VALUE "        AMOUNT".
           05  FILLER                  PIC X(31) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-PEND-KEY             PIC X(23).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NAME                 PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-BALANCE              PIC Z(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT               PIC Z(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(7)  VALUE "ITEMS:".
           05  TL-ITEM-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ISSUED:".
           05  TL-ISSUED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "CLOSED:".
           05  TL-CLOSED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "HELD:".
           05  TL-HELD-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "ISSUED TOTAL:".
           05  TL-ISSUED-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PAID OUT:".
           05  TL-PAID-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORTED
               PERFORM 1300-LOAD-CLOSE-TABLE
               PERFORM 1500-COUNT-OPEN-SUSPENSE
               PERFORM 1600-COUNT-WAREHOUSE-ITEMS
               PERFORM 1700-TOTAL-POSTED-SETTLEMENTS
               PERFORM 2000-SETTLE-CLOSES
               PERFORM 2800-WRITE-BATCH-TRAILER
           END-IF
           PERFORM 3000-TERMINATE
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ATTENTION
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-CHECK-PRIOR-BATCH
           IF NOT WS-ABORTED
               OPEN I-O PENDING-FILE
               IF NOT WS-PENDING-OK
                   DISPLAY "CLSSET1: ERROR OPENING PENDING-FILE, "
                       "STATUS = " WS-PENDING-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN I-O ACCOUNT-FILE
               IF NOT WS-ACCOUNT-OK
                   DISPLAY "CLSSET1: ERROR OPENING ACCOUNT-FILE, "
                       "STATUS = " WS-ACCOUNT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT SETTLE-OUT-FILE
               IF NOT WS-SETTLE-OUT-OK
                   DISPLAY "CLSSET1: ERROR OPENING SETTLE-OUT-FILE, "
                       "STATUS = " WS-SETTLE-OUT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT PAYOUT-FILE
               IF NOT WS-PAYOUT-OK
                   DISPLAY "CLSSET1: ERROR OPENING PAYOUT-FILE, "
                       "STATUS = " WS-PAYOUT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "CLSSET1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADERS
               PERFORM 1400-WRITE-BATCH-HEADER
           END-IF.

      *    A BATCH STILL ON CLSTRAN.DAT THAT TRNMRG1 HAS NOT MERGED -
      *    NOT RUN YET, OR HELD - IS THE ONLY COPY OF THE SETTLEMENTS
      *    IT CARRIES: IT IS LEFT WHERE IT IS AND THE RUN STOPS. A
      *    BATCH FOR TODAY THAT HAS MERGED STOPS THE RUN AS WELL,
      *    BECAUSE A SECOND ONE FOR THE SAME DATE WOULD BE HELD AS A
      *    DUPLICATE.
       1100-CHECK-PRIOR-BATCH.
           OPEN INPUT SETTLE-OUT-FILE
           IF NOT WS-SETTLE-OUT-OK
               DISPLAY "CLSSET1: ERROR OPENING SETTLE-OUT-FILE, "
                   "STATUS = " WS-SETTLE-OUT-STATUS
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 1110-READ-PRIOR-BATCH
               PERFORM UNTIL WS-PRIOR-EOF OR WS-ABORTED
                   IF STH-TYPE = "HD"
                       MOVE STH-BRANCH-ID TO WS-RCT-BRANCH-ID
                       MOVE STH-BUSINESS-DATE TO WS-RCT-HD-DATE
                       PERFORM 1150-CHECK-BATCH-MERGED
                       IF NOT WS-RECEIPT-LOG-OK
                           SET WS-ABORTED TO TRUE
                       ELSE
                           IF NOT WS-BATCH-MERGED
                               DISPLAY "CLSSET1: CLSTRAN.DAT HOLDS THE "
                                   "UNMERGED BATCH FOR "
                                   STH-BUSINESS-DATE ", NOT OVERWRITTEN"
                               SET WS-ABORTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 1110-READ-PRIOR-BATCH
               END-PERFORM
               CLOSE SETTLE-OUT-FILE
           END-IF
           IF NOT WS-ABORTED
               MOVE "CLSSET" TO WS-RCT-BRANCH-ID
               MOVE WS-RUN-DATE TO WS-RCT-HD-DATE
               PERFORM 1150-CHECK-BATCH-MERGED
               IF NOT WS-RECEIPT-LOG-OK
                   SET WS-ABORTED TO TRUE
               ELSE
                   IF WS-BATCH-MERGED
                       DISPLAY "CLSSET1: THE BATCH FOR " WS-RUN-DATE
                           " HAS ALREADY BEEN MERGED, NO SECOND BATCH"
                       SET WS-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1110-READ-PRIOR-BATCH.
           READ SETTLE-OUT-FILE
               AT END
                   SET WS-PRIOR-EOF TO TRUE
           END-READ
           IF NOT WS-SETTLE-OUT-OK
               SET WS-PRIOR-EOF TO TRUE
           END-IF.

      *    A BATCH HAS MERGED WHEN THE RECEIPT LOG CARRIES AN "M"
      *    RECEIPT FOR ITS BRANCH AND HEADER DATE. A LOG THAT WILL NOT
      *    OPEN PROVES NOTHING; THE STATUS IS LEFT FOR THE CALLER.
       1150-CHECK-BATCH-MERGED.
           MOVE "N" TO WS-MERGED-SWITCH
           OPEN INPUT RECEIPT-LOG-FILE
           IF NOT WS-RECEIPT-LOG-OK
               DISPLAY "CLSSET1: ERROR OPENING RECEIPT-LOG-FILE, "
                   "STATUS = " WS-RECEIPT-LOG-STATUS
           ELSE
               PERFORM 1160-READ-RECEIPT-LOG
               PERFORM UNTIL WS-RECEIPT-LOG-STATUS NOT = "00"
                       OR WS-BATCH-MERGED
                   IF BRR-MERGED
                           AND BRR-BRANCH-ID = WS-RCT-BRANCH-ID
                           AND BRR-HD-DATE = WS-RCT-HD-DATE
                       SET WS-BATCH-MERGED TO TRUE
                   END-IF
                   PERFORM 1160-READ-RECEIPT-LOG
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       1160-READ-RECEIPT-LOG.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE "10" TO WS-RECEIPT-LOG-STATUS
           END-READ.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "CLSSET1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    EVERY CLOSE ACCTAPP1 HAS QUEUED, AND EVERY CLOSE WHOSE
      *    SETTLEMENT HAS BEEN ISSUED, IS TAKEN UP ON EVERY RUN UNTIL
      *    IT FINISHES. THE TABLE OVERFLOWING LEAVES THE REST FOR THE
      *    NEXT RUN.
       1300-LOAD-CLOSE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PEND-KEY
           START PENDING-FILE KEY NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1350-READ-PENDING-NEXT
           PERFORM UNTIL WS-EOF
               IF PEND-CLOSE-QUEUED OR PEND-CLOSE-SETTLING
                   IF WS-CLS-COUNT >= WS-CLS-MAX
                       DISPLAY "CLSSET1: MORE THAN 200 CLOSES IN "
                           "PROGRESS, REMAINDER LEFT FOR NEXT RUN"
                       SET WS-ATTENTION TO TRUE
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 1380-ADD-CLOSE-ENTRY
                   END-IF
               END-IF
               IF NOT WS-EOF
                   PERFORM 1350-READ-PENDING-NEXT
               END-IF
           END-PERFORM.

       1350-READ-PENDING-NEXT.
           READ PENDING-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-PENDING-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1380-ADD-CLOSE-ENTRY.
           MOVE "N" TO WS-CLS-DUP-SWITCH
           SET CLS-IDX TO 1
           SEARCH WS-CLS-ENTRY
               WHEN CLS-ACCOUNT(CLS-IDX) = PEND-MNT-ACCOUNT
                   MOVE "Y" TO WS-CLS-DUP-SWITCH
           END-SEARCH
           ADD 1 TO WS-CLS-COUNT
           MOVE WS-CLS-DUP-SWITCH TO CLS-DUP-FLAG(WS-CLS-COUNT)
           MOVE PEND-KEY TO CLS-PEND-KEY(WS-CLS-COUNT)
           MOVE PEND-MNT-ACCOUNT TO CLS-ACCOUNT(WS-CLS-COUNT)
           MOVE SPACES TO CLS-SETTLE-REF(WS-CLS-COUNT)
           MOVE PEND-RUN-ID TO CLS-REF-RUN-ID(WS-CLS-COUNT)
           MOVE PEND-ENTRY-DATE TO CLS-REF-ENTRY-DATE(WS-CLS-COUNT)
           MOVE ZEROES TO CLS-SUSP-OPEN(WS-CLS-COUNT)
           MOVE ZEROES TO CLS-WHSE-OPEN(WS-CLS-COUNT)
           MOVE ZEROES TO CLS-POSTED-TOTAL(WS-CLS-COUNT).

       1400-WRITE-BATCH-HEADER.
           MOVE SPACES TO SET-HEADER-REC
           MOVE "CLSSET" TO STH-BRANCH-ID
           MOVE "HD" TO STH-TYPE
           MOVE WS-RUN-DATE TO STH-BUSINESS-DATE
           WRITE SET-HEADER-REC
           IF NOT WS-SETTLE-OUT-OK
               DISPLAY "CLSSET1: ERROR WRITING SETTLE-OUT-FILE, "
                   "STATUS = " WS-SETTLE-OUT-STATUS
           END-IF.

      *    AN ITEM SUSPENDED OR CORRECTED BUT NOT YET RESUBMITTED IS
      *    STILL IN FLIGHT. A SUSPENSE FILE NOT YET CREATED HAS
      *    NOTHING IN FLIGHT; ONE THAT WILL NOT OPEN FOR ANY OTHER
      *    REASON HOLDS EVERY CLOSE, SINCE NONE CAN BE SHOWN CLEAR.
       1500-COUNT-OPEN-SUSPENSE.
           IF WS-CLS-COUNT > ZEROES
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSPENSE-NEW-FILE
                   CONTINUE
               ELSE
                   IF NOT WS-SUSPENSE-OK
                       DISPLAY "CLSSET1: ERROR OPENING SUSPENSE-FILE, "
                           "STATUS = " WS-SUSPENSE-STATUS
                       PERFORM 1560-HOLD-ALL-ON-SUSPENSE
                   ELSE
                       PERFORM 1520-SCAN-SUSPENSE
                       CLOSE SUSPENSE-FILE
                   END-IF
               END-IF
           END-IF.

       1520-SCAN-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SUSP-KEY
           START SUSPENSE-FILE KEY NOT < SUSP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1550-READ-SUSPENSE-NEXT
           PERFORM UNTIL WS-EOF
               IF NOT SUSP-RESUBMITTED
                   SET CLS-IDX TO 1
                   SEARCH WS-CLS-ENTRY
                       WHEN CLS-ACCOUNT(CLS-IDX) = SUSP-TRANS-ACCOUNT
                           ADD 1 TO CLS-SUSP-OPEN(CLS-IDX)
                   END-SEARCH
               END-IF
               PERFORM 1550-READ-SUSPENSE-NEXT
           END-PERFORM.

       1550-READ-SUSPENSE-NEXT.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-SUSPENSE-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1560-HOLD-ALL-ON-SUSPENSE.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
               ADD 1 TO CLS-SUSP-OPEN(WS-CLS-SUB)
           END-PERFORM.

       1600-COUNT-WAREHOUSE-ITEMS.
           IF WS-CLS-COUNT > ZEROES
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT WAREHOUSE-FILE
               IF NOT WS-WAREHOUSE-OK
                   DISPLAY "CLSSET1: ERROR OPENING WAREHOUSE-FILE, "
                       "STATUS = " WS-WAREHOUSE-STATUS
                   PERFORM 1660-HOLD-ALL-ON-WAREHOUSE
               ELSE
                   PERFORM 1650-READ-WAREHOUSE
                   PERFORM UNTIL WS-EOF
                       SET CLS-IDX TO 1
                       SEARCH WS-CLS-ENTRY
                           WHEN CLS-ACCOUNT(CLS-IDX) = WHR-ACCOUNT
                               ADD 1 TO CLS-WHSE-OPEN(CLS-IDX)
                       END-SEARCH
                       IF WHR-TRANSFER
                           SET CLS-IDX TO 1
                           SEARCH WS-CLS-ENTRY
                               WHEN CLS-ACCOUNT(CLS-IDX) =
                                       WHR-XFER-TO-ACCOUNT
                                   ADD 1 TO CLS-WHSE-OPEN(CLS-IDX)
                           END-SEARCH
                       END-IF
                       PERFORM 1650-READ-WAREHOUSE
                   END-PERFORM
                   CLOSE WAREHOUSE-FILE
               END-IF
           END-IF.

       1650-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-WAREHOUSE-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1660-HOLD-ALL-ON-WAREHOUSE.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
               ADD 1 TO CLS-WHSE-OPEN(WS-CLS-SUB)
           END-PERFORM.

      *    A SETTLEMENT IS KNOWN TO HAVE POSTED ONLY FROM ITS "CS"
      *    ROWS ON THE AUDIT TRAIL, MATCHED ON ACCOUNT AND THE
      *    SETTLEMENT REFERENCE. WITHOUT THE TRAIL NO SETTLEMENT CAN
      *    BE SHOWN POSTED, SO EVERY CLOSE ALREADY IN SETTLEMENT IS
      *    HELD.
       1700-TOTAL-POSTED-SETTLEMENTS.
           IF WS-CLS-COUNT > ZEROES
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT AUDIT-FILE
               IF NOT WS-AUDIT-OK
                   DISPLAY "CLSSET1: ERROR OPENING AUDIT-FILE, "
                       "STATUS = " WS-AUDIT-STATUS
               ELSE
                   SET WS-AUDIT-READ TO TRUE
                   PERFORM 1750-READ-AUDIT-FILE
                   PERFORM UNTIL WS-EOF
                       IF AUD-SETTLEMENT
                           SET CLS-IDX TO 1
                           SEARCH WS-CLS-ENTRY
                               WHEN CLS-ACCOUNT(CLS-IDX) = AUD-REC-KEY
                                   AND CLS-SETTLE-REF(CLS-IDX) =
                                       AUD-ORIG-REF
                                   ADD AUD-TOTAL-AFTER TO
                                       CLS-POSTED-TOTAL(CLS-IDX)
                           END-SEARCH
                       END-IF
                       PERFORM 1750-READ-AUDIT-FILE
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       1750-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-AUDIT-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2000-SETTLE-CLOSES.
           PERFORM 2200-SETTLE-ONE-CLOSE
               VARYING CLS-IDX FROM 1 BY 1
               UNTIL CLS-IDX > WS-CLS-COUNT.

      *    A HELD CLOSE IS LEFT EXACTLY AS IT WAS AND TAKEN UP AGAIN
      *    ON THE NEXT RUN; THE REGISTER SAYS WHY (ACCTENQ1 LISTS THE
      *    ITEMS THEMSELVES). A SETTLEMENT ISSUED ON AN EARLIER DATE
      *    AND NOT YET ON THE AUDIT TRAIL IS WAITED FOR WHILE ITS
      *    BATCH HAS NOT MERGED; ONCE IT HAS, WITH NOTHING HELD FOR
      *    THE ACCOUNT, WHAT HAS NOT POSTED IS ISSUED AGAIN.
       2200-SETTLE-ONE-CLOSE.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-CLS-RESULT
           MOVE ZEROES TO WS-LINE-BALANCE
           MOVE ZEROES TO WS-LINE-AMOUNT
           MOVE SPACES TO ACCT-NAME
           PERFORM 2210-READ-CLOSE-ITEM
           IF WS-CLS-RESULT = SPACES
               PERFORM 2220-CHECK-HOLDS
           END-IF
           IF WS-CLS-RESULT = SPACES
               IF PEND-CLOSE-SETTLING
                       AND CLS-POSTED-TOTAL(CLS-IDX) <
                           PEND-CLS-ISSUED-TOTAL
                   IF PEND-CLS-ISSUE-DATE = WS-RUN-DATE
                       PERFORM 2240-RESEND-SETTLEMENT
                   ELSE
                       MOVE "CLSSET" TO WS-RCT-BRANCH-ID
                       MOVE PEND-CLS-ISSUE-DATE TO WS-RCT-HD-DATE
                       PERFORM 1150-CHECK-BATCH-MERGED
                       IF WS-BATCH-MERGED
                           PERFORM 2250-REISSUE-SETTLEMENT
                       ELSE
                           MOVE "* SETTLEMENT NOT YET POSTED" TO
                               WS-CLS-RESULT
                       END-IF
                   END-IF
               ELSE
                   IF ACCT-TOTAL-AMOUNT = ZEROES
                       PERFORM 2260-CLOSE-ACCOUNT
                   ELSE
                       PERFORM 2280-ISSUE-SETTLEMENT
                   END-IF
               END-IF
           END-IF
           IF WS-CLS-RESULT(1:1) = "*"
               ADD 1 TO WS-HELD-COUNT
               SET WS-ATTENTION TO TRUE
           END-IF
           PERFORM 2700-WRITE-DETAIL-LINE.

       2210-READ-CLOSE-ITEM.
           MOVE CLS-PEND-KEY(CLS-IDX) TO PEND-KEY
           READ PENDING-FILE
               INVALID KEY
                   MOVE "* PENDING ITEM NOT FOUND" TO WS-CLS-RESULT
               NOT INVALID KEY
                   MOVE CLS-ACCOUNT(CLS-IDX) TO ACCT-KEY
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "* ACCOUNT NOT ON MASTER" TO
                               WS-CLS-RESULT
                       NOT INVALID KEY
                           MOVE ACCT-TOTAL-AMOUNT TO WS-LINE-BALANCE
                   END-READ
           END-READ.

       2220-CHECK-HOLDS.
           IF CLS-DUPLICATE(CLS-IDX)
               MOVE "* ANOTHER CLOSE IN PROGRESS" TO WS-CLS-RESULT
           END-IF
           IF PEND-CLOSE-SETTLING AND NOT WS-AUDIT-READ
               MOVE "* AUDIT TRAIL NOT AVAILABLE" TO WS-CLS-RESULT
           END-IF
           IF WS-CLS-RESULT = SPACES
               IF ACCT-CLOSED
                   MOVE "* ACCOUNT ALREADY CLOSED" TO WS-CLS-RESULT
               ELSE
                   IF CLS-SUSP-OPEN(CLS-IDX) > ZEROES
                       MOVE "* OPEN ITEMS IN SUSPENSE" TO
                           WS-CLS-RESULT
                   ELSE
                       IF CLS-WHSE-OPEN(CLS-IDX) > ZEROES
                           MOVE "* ITEMS WAITING IN WAREHOUSE" TO
                               WS-CLS-RESULT
                       ELSE
                           IF ACCT-FROZEN
                               MOVE "* ACCOUNT IS FROZEN" TO
                                   WS-CLS-RESULT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    SAME-DATE RERUN: WHAT WAS ISSUED TODAY AND HAS NOT POSTED
      *    GOES INTO THIS RUN'S FILE AGAIN. THE ISSUED TOTAL DOES NOT
      *    CHANGE - IT IS THE SAME SETTLEMENT.
       2240-RESEND-SETTLEMENT.
           COMPUTE WS-SETTLE-AMOUNT =
               PEND-CLS-ISSUED-TOTAL - CLS-POSTED-TOTAL(CLS-IDX)
           PERFORM 2400-WRITE-SETTLEMENT
           MOVE "SETTLEMENT RE-SENT" TO WS-CLS-RESULT.

      *    THE BATCH THAT CARRIED THE SETTLEMENT MERGED ON AN EARLIER
      *    DATE, AND WITH NOTHING FOR THE ACCOUNT IN SUSPENSE OR THE
      *    WAREHOUSE WHAT HAS NOT POSTED NEVER WILL. THE DIFFERENCE
      *    GOES OUT AGAIN UNDER TODAY'S DATE. THE ISSUED TOTAL DOES
      *    NOT CHANGE - IT STILL NAMES WHAT THE REFERENCE'S "CS" ROWS
      *    MUST ADD UP TO, AND THE LOST PIECES NEVER ADD TO THEM.
       2250-REISSUE-SETTLEMENT.
           COMPUTE WS-SETTLE-AMOUNT =
               PEND-CLS-ISSUED-TOTAL - CLS-POSTED-TOTAL(CLS-IDX)
           PERFORM 2400-WRITE-SETTLEMENT
           MOVE WS-RUN-DATE TO PEND-CLS-ISSUE-DATE
           MOVE "SETTLEMENT RE-ISSUED" TO WS-CLS-RESULT
           PERFORM 2290-REWRITE-PENDING-ITEM.

      *    THE SETTLEMENT HAS POSTED IN FULL AND NOTHING ELSE HAS
      *    COME IN, OR THERE WAS NEVER ANYTHING TO PAY. THE PAYOUT
      *    IS WHAT THE SETTLEMENT ROWS TOOK OFF THE ACCOUNT.
       2260-CLOSE-ACCOUNT.
           SET ACCT-CLOSED TO TRUE
           REWRITE ACCOUNT-FILE-RECORD
           IF NOT WS-ACCOUNT-OK
               DISPLAY "CLSSET1: ERROR REWRITING ACCOUNT-FILE, "
                   "STATUS = " WS-ACCOUNT-STATUS
               MOVE "* REWRITE FAILED" TO WS-CLS-RESULT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
               IF CLS-POSTED-TOTAL(CLS-IDX) > ZEROES
                   MOVE CLS-POSTED-TOTAL(CLS-IDX) TO WS-LINE-AMOUNT
                   PERFORM 2600-WRITE-PAYOUT
                   MOVE "ACCOUNT CLOSED, PAID OUT" TO WS-CLS-RESULT
               ELSE
                   MOVE "ACCOUNT CLOSED, NIL BALANCE" TO
                       WS-CLS-RESULT
               END-IF
               SET PEND-APPROVED TO TRUE
               PERFORM 2290-REWRITE-PENDING-ITEM
           END-IF.

      *    A FIRST ISSUE STARTS THE SETTLEMENT; A LATER ONE PAYS OUT
      *    WHATEVER POSTED TO THE ACCOUNT AFTER THE LAST ISSUE, UNDER
      *    THE SAME REFERENCE SO THE PAYOUT SEES ALL OF IT.
       2280-ISSUE-SETTLEMENT.
           MOVE ACCT-TOTAL-AMOUNT TO WS-SETTLE-AMOUNT
           PERFORM 2400-WRITE-SETTLEMENT
           IF PEND-CLOSE-QUEUED
               SET PEND-CLOSE-SETTLING TO TRUE
               MOVE ZEROES TO PEND-CLS-ISSUED-TOTAL
               MOVE "SETTLEMENT ISSUED" TO WS-CLS-RESULT
           ELSE
               MOVE "FURTHER SETTLEMENT ISSUED" TO WS-CLS-RESULT
           END-IF
           MOVE WS-RUN-DATE TO PEND-CLS-ISSUE-DATE
           ADD WS-SETTLE-AMOUNT TO PEND-CLS-ISSUED-TOTAL
           PERFORM 2290-REWRITE-PENDING-ITEM.

       2290-REWRITE-PENDING-ITEM.
           REWRITE PENDING-RECORD
           IF NOT WS-PENDING-OK
               DISPLAY "CLSSET1: ERROR REWRITING PENDING-FILE, "
                   "STATUS = " WS-PENDING-STATUS
           END-IF.

      *    THE AMOUNT IS PAID OUT IN PIECES NO LARGER THAN ONE
      *    TRANSACTION CAN CARRY, ALL UNDER THE ITEM'S REFERENCE.
       2400-WRITE-SETTLEMENT.
           MOVE WS-SETTLE-AMOUNT TO WS-SETTLE-REMAINING
           PERFORM UNTIL WS-SETTLE-REMAINING = ZEROES
               IF WS-SETTLE-REMAINING > WS-MAX-SETTLEMENT
                   MOVE WS-MAX-SETTLEMENT TO WS-SETTLE-PIECE
               ELSE
                   MOVE WS-SETTLE-REMAINING TO WS-SETTLE-PIECE
               END-IF
               PERFORM 2450-WRITE-SETTLEMENT-TRANS
               SUBTRACT WS-SETTLE-PIECE FROM WS-SETTLE-REMAINING
           END-PERFORM
           MOVE WS-SETTLE-AMOUNT TO WS-LINE-AMOUNT
           ADD 1 TO WS-ISSUED-COUNT
           ADD WS-SETTLE-AMOUNT TO WS-ISSUED-TOTAL.

       2450-WRITE-SETTLEMENT-TRANS.
           MOVE SPACES TO SET-TRANS-RECORD
           MOVE CLS-ACCOUNT(CLS-IDX) TO SET-ACCOUNT
           MOVE "CS" TO SET-TYPE
           MOVE WS-SETTLE-PIECE TO SET-AMOUNT
           MOVE CLS-SETTLE-REF(CLS-IDX) TO SET-REFERENCE
           WRITE SET-TRANS-RECORD
           IF NOT WS-SETTLE-OUT-OK
               DISPLAY "CLSSET1: ERROR WRITING SETTLE-OUT-FILE, "
                   "STATUS = " WS-SETTLE-OUT-STATUS
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-SETTLE-PIECE TO WS-BATCH-HASH.

       2600-WRITE-PAYOUT.
           MOVE SPACES TO PAYOUT-RECORD
           MOVE ACCT-KEY TO PAY-ACCOUNT
           MOVE ACCT-NAME TO PAY-PAYEE-NAME
           MOVE CLS-POSTED-TOTAL(CLS-IDX) TO PAY-AMOUNT
           MOVE WS-RUN-DATE TO PAY-CLOSE-DATE
           MOVE CLS-SETTLE-REF(CLS-IDX) TO PAY-SETTLE-REF
           WRITE PAYOUT-RECORD
           IF NOT WS-PAYOUT-OK
               DISPLAY "CLSSET1: ERROR WRITING PAYOUT-FILE, "
                   "STATUS = " WS-PAYOUT-STATUS
           END-IF
           ADD CLS-POSTED-TOTAL(CLS-IDX) TO WS-PAID-TOTAL.

       2700-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING CLS-PEND-KEY(CLS-IDX)(1:8) "/"
               CLS-PEND-KEY(CLS-IDX)(9:8) "/"
               CLS-PEND-KEY(CLS-IDX)(17:5)
               DELIMITED BY SIZE INTO DL-PEND-KEY
           MOVE CLS-ACCOUNT(CLS-IDX) TO DL-ACCOUNT
           MOVE ACCT-NAME TO DL-NAME
           MOVE WS-LINE-BALANCE TO DL-BALANCE
           MOVE WS-LINE-AMOUNT TO DL-AMOUNT
           MOVE WS-CLS-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "CLSSET1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      *    THE TRAILER CARRIES THE DETAIL COUNT AND TRANS-AMOUNT HASH
      *    EXACTLY AS AMTPROC1'S PRE-EDIT RECOMPUTES THEM, SO THE
      *    GENERATED BATCH BALANCES OR THE WHOLE FILE IS REFUSED.
       2800-WRITE-BATCH-TRAILER.
           MOVE SPACES TO SET-TRAILER-REC
           MOVE "TR" TO STT-TYPE
           MOVE WS-BATCH-COUNT TO STT-RECORD-COUNT
           MOVE WS-BATCH-HASH TO STT-HASH-TOTAL
           WRITE SET-TRAILER-REC
           IF NOT WS-SETTLE-OUT-OK
               DISPLAY "CLSSET1: ERROR WRITING SETTLE-OUT-FILE, "
                   "STATUS = " WS-SETTLE-OUT-STATUS
           END-IF.

       3000-TERMINATE.
           IF NOT WS-ABORTED
               MOVE WS-ITEM-COUNT TO TL-ITEM-COUNT
               MOVE WS-ISSUED-COUNT TO TL-ISSUED-COUNT
               MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT
               MOVE WS-HELD-COUNT TO TL-HELD-COUNT
               MOVE WS-ISSUED-TOTAL TO TL-ISSUED-TOTAL
               MOVE WS-PAID-TOTAL TO TL-PAID-TOTAL
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT WS-REPORT-OK
                   DISPLAY "CLSSET1: ERROR WRITING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               CLOSE PENDING-FILE
               CLOSE ACCOUNT-FILE
               CLOSE SETTLE-OUT-FILE
               CLOSE PAYOUT-FILE
               CLOSE REPORT-FILE
           END-IF.
