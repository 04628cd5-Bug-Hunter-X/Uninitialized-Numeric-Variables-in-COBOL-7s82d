      * MARKED WITH THE APPROVER'S ID. EVERY APPROVAL TRANSACTION,
      * APPLIED OR REJECTED, IS LISTED ON THE APPROVAL REGISTER WITH
      * WHO ENTERED AND WHO APPROVED THE CHANGE.
      *
      * THE ONE EXCEPTION IS A CLOSE: AN APPROVED CLOSE LEAVES THE
      * ACCOUNT OPEN AND QUEUES THE ITEM FOR THE CLSSET1 SETTLEMENT
      * RUN, WHICH PAYS THE BALANCE OUT AND CLOSES THE ACCOUNT ONCE
      * THE SETTLEMENT HAS POSTED.
      *
      * EVERY APPROVED FREEZE, REOPEN, CLOSE, AND LIMIT CHANGE IS
      * ALSO RAISED AS A CUSTOMER NOTIFICATION EVENT ON NTFEVT.DAT
      * FOR THE DAILY NTFDLY1 JOB.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL NOTIFY-EVENT-FILE ASSIGN TO "NTFEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F.
       01  NOTIFY-EVENT-RECORD.
           COPY NTFEVT01 IN "copybooks".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS      PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-NEW-FILE            VALUE "35".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".
      *    STATUS 05 IS A SUCCESSFUL OPEN THAT HAD TO CREATE THE
      *    OPTIONAL FILE.
           05  WS-EVENT-STATUS         PIC X(2)  VALUE "00".
               88  WS-EVENT-OK                    VALUES "00" "05".

       01  WS-CONTROL-TOTALS.
           05  WS-APPROVAL-COUNT       PIC 9(7)    VALUE ZEROES.
                               "REPORT-FILE, STATUS = "
                               WS-REPORT-STATUS
                       END-IF
                       OPEN EXTEND NOTIFY-EVENT-FILE
                       IF NOT WS-EVENT-OK
                           DISPLAY "ACCTAPP1: ERROR OPENING "
                               "NOTIFY-EVENT-FILE, STATUS = "
                               WS-EVENT-STATUS
                       END-IF
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                       PERFORM 1200-WRITE-REPORT-HEADERS
                       PERFORM 2100-READ-APPROVAL-FILE
               PERFORM 2260-CHANGE-STATUS
           END-IF
           IF WS-APP-RESULT(1:1) NOT = "*"
               IF PEND-MNT-ACTION = "C"
                   SET PEND-CLOSE-QUEUED TO TRUE
               ELSE
                   SET PEND-APPROVED TO TRUE
               END-IF
               MOVE APP-OPERATOR-ID TO PEND-APPROVED-BY
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2280-REWRITE-PENDING-ITEM
               IF PEND-MNT-ACTION NOT = "A"
                   PERFORM 2290-RAISE-NOTIFY-EVENT
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
                   MOVE "* ACCOUNT NOT ON MASTER" TO WS-APP-RESULT
               NOT INVALID KEY
                   IF PEND-MNT-ACTION = "C"
                       IF ACCT-CLOSED
                           MOVE "* ACCOUNT ALREADY CLOSED" TO
                               WS-APP-RESULT
                       ELSE
                           MOVE "CLOSE QUEUED FOR SETTLEMENT" TO
                               WS-APP-RESULT
                       END-IF
                   END-IF
                   IF PEND-MNT-ACTION = "F"
                       SET ACCT-OPER-FROZEN TO TRUE
                   "STATUS = " WS-PENDING-STATUS
           END-IF.

      *    THE MASTER RECORD JUST UPDATED IS STILL IN HAND. THE
      *    PENDING KEY IDENTIFIES THE CHANGE, SO AN APPROVAL FILE RUN
      *    TWICE RAISES NOTHING NEW: THE SECOND RUN FINDS THE ITEM
      *    ALREADY ACTIONED.
       2290-RAISE-NOTIFY-EVENT.
           MOVE SPACES TO NOTIFY-EVENT-RECORD
           MOVE ACCT-TOTAL-AMOUNT TO NE-AMOUNT
           MOVE ZEROES TO NE-LIMIT-AMOUNT
           IF PEND-MNT-ACTION = "F"
               SET NE-FROZEN TO TRUE
           END-IF
           IF PEND-MNT-ACTION = "D"
               SET NE-DORMANCY-FROZEN TO TRUE
           END-IF
           IF PEND-MNT-ACTION = "R"
               SET NE-REOPENED TO TRUE
           END-IF
           IF PEND-MNT-ACTION = "C"
               SET NE-CLOSE-APPROVED TO TRUE
           END-IF
           IF PEND-MNT-ACTION = "L"
               SET NE-LIMITS-CHANGED TO TRUE
               MOVE ACCT-TRAN-LIMIT TO NE-AMOUNT
               MOVE ACCT-DAILY-LIMIT TO NE-LIMIT-AMOUNT
           END-IF
           MOVE ACCT-KEY TO NE-ACCOUNT
           MOVE ACCT-NAME TO NE-ACCOUNT-NAME
           MOVE WS-RUN-DATE TO NE-EVENT-DATE
           MOVE "ACCTAPP1" TO NE-SOURCE-PGM
           STRING PEND-ENTRY-DATE "/" PEND-RUN-ID "/" PEND-SEQ
               DELIMITED BY SIZE INTO NE-REFERENCE
           MOVE WS-APP-RESULT TO NE-DETAIL
           MOVE FUNCTION CURRENT-DATE TO NE-TIMESTAMP
           WRITE NOTIFY-EVENT-RECORD
           IF NOT WS-EVENT-OK
               DISPLAY "ACCTAPP1: ERROR WRITING NOTIFY-EVENT-FILE, "
                   "STATUS = " WS-EVENT-STATUS
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               CLOSE PENDING-FILE
               CLOSE ACCOUNT-FILE
               CLOSE REPORT-FILE
               CLOSE NOTIFY-EVENT-FILE
           END-IF.
