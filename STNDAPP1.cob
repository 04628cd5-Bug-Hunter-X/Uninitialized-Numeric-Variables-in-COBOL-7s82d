       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDAPP1.
      *****************************************************************
      * STNDAPP1 - STANDING INSTRUCTION APPROVAL AND APPLY
      *
      * SECOND LEG OF DUAL CONTROL ON STANDING INSTRUCTION
      * MAINTENANCE, WORKING EXACTLY AS ACCTAPP1 DOES FOR THE
      * ACCOUNT MASTER. READS A FILE OF APPROVAL TRANSACTIONS, EACH
      * NAMING A WAITING ITEM ON THE PENDING INSTRUCTION CHANGES
      * FILE QUEUED BY STNDMNT1, AND EITHER APPROVES OR REJECTS IT.
      * AN APPROVAL FROM THE SAME OPERATOR WHO ENTERED THE ITEM IS
      * REFUSED. AN APPROVED ITEM IS APPLIED TO THE STANDING
      * INSTRUCTION FILE - THIS PROGRAM IS THE ONLY PLACE AN
      * INSTRUCTION IS EVER SET UP, CHANGED, OR CANCELLED - AND THE
      * PENDING ITEM IS MARKED WITH THE APPROVER'S ID. EVERY
      * APPROVAL TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE
      * APPROVAL REGISTER WITH WHO ENTERED AND WHO APPROVED THE
      * CHANGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "STNDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "STNDPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT INSTRUCTION-FILE ASSIGN TO "STNDINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STNDARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05  APP-PEND-DATE           PIC X(8).
           05  APP-RUN-ID              PIC X(8).
           05  APP-SEQ                 PIC 9(5).
           05  APP-ACTION              PIC X(1).
               88  APP-ACTION-APPROVE            VALUE "A".
               88  APP-ACTION-REJECT             VALUE "R".
           05  APP-OPERATOR-ID         PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY STNDPND01 IN "copybooks".

       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD.
           COPY STNDINS01 IN "copybooks".

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS      PIC X(2)  VALUE "00".
               88  WS-APPROVAL-OK                 VALUE "00".
               88  WS-APPROVAL-EOF                VALUE "10".
           05  WS-PENDING-STATUS       PIC X(2)  VALUE "00".
               88  WS-PENDING-OK                  VALUE "00".
           05  WS-INSTRUCTION-STATUS   PIC X(2)  VALUE "00".
               88  WS-INSTRUCTION-OK              VALUE "00".
               88  WS-INSTRUCTION-NEW-FILE        VALUE "35".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-CONTROL-TOTALS.
           05  WS-APPROVAL-COUNT       PIC 9(7)    VALUE ZEROES.
           05  WS-APPLIED-COUNT        PIC 9(7)    VALUE ZEROES.
           05  WS-REJECTED-ITEM-COUNT  PIC 9(7)    VALUE ZEROES.
           05  WS-REFUSED-COUNT        PIC 9(7)    VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-APP-RESULT           PIC X(30) VALUE SPACES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "STNDAPP1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "STANDING INSTRUCTION APPROVAL REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(23) VALUE "PENDING KEY".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6)  VALUE "NO.".
           05  FILLER                  PIC X(12) VALUE "ENTERED BY".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "APPROVED BY".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-PEND-KEY             PIC X(23).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-ACTION               PIC X(1).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ                  PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  DL-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE "APPROVALS:".
           05  TL-APPROVAL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "APPLIED:".
           05  TL-APPLIED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED:".
           05  TL-REJECTED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "REFUSED:".
           05  TL-REFUSED-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-APPROVALS UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT APPROVAL-FILE
           IF NOT WS-APPROVAL-OK
               DISPLAY "STNDAPP1: ERROR OPENING APPROVAL-FILE, "
                   "STATUS = " WS-APPROVAL-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               OPEN I-O PENDING-FILE
               IF NOT WS-PENDING-OK
                   DISPLAY "STNDAPP1: ERROR OPENING PENDING-FILE, "
                       "STATUS = " WS-PENDING-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   PERFORM 1400-OPEN-INSTRUCTION-FILE
                   IF NOT WS-INSTRUCTION-OK
                       MOVE "Y" TO WS-EOF-SWITCH
                   ELSE
                       OPEN INPUT ACCOUNT-FILE
                       IF NOT WS-ACCOUNT-OK
                           DISPLAY "STNDAPP1: ERROR OPENING "
                               "ACCOUNT-FILE, STATUS = "
                               WS-ACCOUNT-STATUS
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 1500-OPEN-REPORT-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1400-OPEN-INSTRUCTION-FILE.
           OPEN I-O INSTRUCTION-FILE
           IF WS-INSTRUCTION-NEW-FILE
               OPEN OUTPUT INSTRUCTION-FILE
               CLOSE INSTRUCTION-FILE
               OPEN I-O INSTRUCTION-FILE
           END-IF
           IF NOT WS-INSTRUCTION-OK
               DISPLAY "STNDAPP1: ERROR OPENING INSTRUCTION-FILE, "
                   "STATUS = " WS-INSTRUCTION-STATUS
           END-IF.

       1500-OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "STNDAPP1: ERROR OPENING REPORT-FILE, "
                   "STATUS = " WS-REPORT-STATUS
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 2100-READ-APPROVAL-FILE.

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
               DISPLAY "STNDAPP1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

       2000-PROCESS-APPROVALS.
           ADD 1 TO WS-APPROVAL-COUNT
           PERFORM 2200-APPLY-APPROVAL
           PERFORM 2300-WRITE-DETAIL-LINE
           PERFORM 2100-READ-APPROVAL-FILE.

      *    ONLY A WAITING ITEM CAN BE ACTED ON, AND NEVER BY THE
      *    OPERATOR WHO ENTERED IT. A REFUSAL LEAVES THE ITEM
      *    WAITING FOR A PROPER SECOND OPERATOR.
       2200-APPLY-APPROVAL.
           MOVE SPACES TO WS-APP-RESULT
           MOVE SPACES TO PENDING-RECORD
           MOVE APP-PEND-DATE TO SIP-ENTRY-DATE
           MOVE APP-RUN-ID TO SIP-RUN-ID
           MOVE APP-SEQ TO SIP-SEQ
           READ PENDING-FILE
               INVALID KEY
                   MOVE "PENDING ITEM NOT FOUND" TO WS-APP-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   IF NOT SIP-WAITING
                       MOVE "ITEM ALREADY ACTIONED" TO WS-APP-RESULT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       IF APP-OPERATOR-ID = SPACES
                           MOVE "APPROVER ID MISSING" TO WS-APP-RESULT
                           ADD 1 TO WS-REFUSED-COUNT
                       ELSE
                           IF APP-OPERATOR-ID = SIP-ENTERED-BY
                               MOVE "SAME OPERATOR AS ENTRY" TO
                                   WS-APP-RESULT
                               ADD 1 TO WS-REFUSED-COUNT
                           ELSE
                               PERFORM 2220-ACTION-PENDING-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2220-ACTION-PENDING-ITEM.
           IF APP-ACTION-REJECT
               SET SIP-REJECTED TO TRUE
               MOVE APP-OPERATOR-ID TO SIP-APPROVED-BY
               MOVE "ITEM REJECTED" TO WS-APP-RESULT
               ADD 1 TO WS-REJECTED-ITEM-COUNT
               PERFORM 2280-REWRITE-PENDING-ITEM
           ELSE
               IF APP-ACTION-APPROVE
                   PERFORM 2230-APPLY-TO-INSTRUCTIONS
               ELSE
                   MOVE "INVALID ACTION CODE" TO WS-APP-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

      *    AN APPROVED CHANGE THAT NO LONGER APPLIES - THE ACCOUNT
      *    HAS GONE OR CLOSED, THE INSTRUCTION APPEARED SINCE AN ADD
      *    WAS ENTERED OR WAS CANCELLED SINCE A CHANGE WAS - IS
      *    REFUSED AND THE ITEM LEFT WAITING, SO THE OPERATORS SEE
      *    IT AND CAN REJECT IT EXPLICITLY.
       2230-APPLY-TO-INSTRUCTIONS.
           MOVE SIP-MNT-ACCOUNT TO SI-ACCOUNT
           MOVE SIP-MNT-SEQ TO SI-SEQ
           IF SIP-MNT-ACTION = "A"
               PERFORM 2240-ADD-INSTRUCTION
           ELSE
               PERFORM 2260-CHANGE-INSTRUCTION
           END-IF
           IF WS-APP-RESULT(1:1) NOT = "*"
               SET SIP-APPROVED TO TRUE
               MOVE APP-OPERATOR-ID TO SIP-APPROVED-BY
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2280-REWRITE-PENDING-ITEM
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *    A FROZEN ACCOUNT MAY STILL TAKE AN INSTRUCTION: THE
      *    GENERATOR SKIPS AND REPORTS ITS DUE DATES UNTIL THE
      *    ACCOUNT IS REOPENED.
       2235-CHECK-ACCOUNT.
           MOVE SIP-MNT-ACCOUNT TO ACCT-KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "* ACCOUNT NOT ON MASTER" TO WS-APP-RESULT
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "* ACCOUNT CLOSED" TO WS-APP-RESULT
                   END-IF
           END-READ.

       2240-ADD-INSTRUCTION.
           READ INSTRUCTION-FILE
               INVALID KEY
                   PERFORM 2235-CHECK-ACCOUNT
                   IF WS-APP-RESULT = SPACES
                       MOVE SIP-MNT-ACCOUNT TO SI-ACCOUNT
                       MOVE SIP-MNT-SEQ TO SI-SEQ
                       SET SI-ACTIVE TO TRUE
                       PERFORM 2250-MOVE-TERMS
                       MOVE SPACES TO SI-LAST-DUE-DATE
                       MOVE SPACES TO SI-LAST-RUN-DATE
                       WRITE INSTRUCTION-RECORD
                       IF WS-INSTRUCTION-OK
                           MOVE "INSTRUCTION ADDED" TO WS-APP-RESULT
                       ELSE
                           DISPLAY "STNDAPP1: ERROR WRITING "
                               "INSTRUCTION-FILE, STATUS = "
                               WS-INSTRUCTION-STATUS
                           MOVE "* WRITE FAILED" TO WS-APP-RESULT
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE "* INSTRUCTION ALREADY EXISTS" TO
                       WS-APP-RESULT
           END-READ.

      *    A CHANGE REPLACES THE TERMS BUT KEEPS SI-LAST-DUE-DATE, SO
      *    A NEW START DATE OR FREQUENCY CAN NEVER GENERATE A DUE
      *    DATE AGAIN. IT REACTIVATES AN ENDED INSTRUCTION; IF THE
      *    NEW TERMS ARE ALSO RUN OUT, THE NEXT GENERATOR RUN ENDS
      *    IT AGAIN.
       2260-CHANGE-INSTRUCTION.
           READ INSTRUCTION-FILE
               INVALID KEY
                   MOVE "* INSTRUCTION NOT ON FILE" TO WS-APP-RESULT
               NOT INVALID KEY
                   IF SI-CANCELLED
                       MOVE "* INSTRUCTION CANCELLED" TO
                           WS-APP-RESULT
                   ELSE
                       IF SIP-MNT-ACTION = "X"
                           SET SI-CANCELLED TO TRUE
                           MOVE SIP-ENTERED-BY TO SI-ENTERED-BY
                           MOVE APP-OPERATOR-ID TO SI-APPROVED-BY
                           MOVE "INSTRUCTION CANCELLED" TO
                               WS-APP-RESULT
                       ELSE
                           PERFORM 2235-CHECK-ACCOUNT
                           IF WS-APP-RESULT = SPACES
                               SET SI-ACTIVE TO TRUE
                               PERFORM 2250-MOVE-TERMS
                               MOVE "INSTRUCTION CHANGED" TO
                                   WS-APP-RESULT
                           END-IF
                       END-IF
                   END-IF
                   IF WS-APP-RESULT(1:1) NOT = "*"
                       REWRITE INSTRUCTION-RECORD
                       IF NOT WS-INSTRUCTION-OK
                           DISPLAY "STNDAPP1: ERROR REWRITING "
                               "INSTRUCTION-FILE, STATUS = "
                               WS-INSTRUCTION-STATUS
                           MOVE "* REWRITE FAILED" TO WS-APP-RESULT
                       END-IF
                   END-IF
           END-READ.

       2250-MOVE-TERMS.
           MOVE SIP-MNT-TRANS-TYPE TO SI-TRANS-TYPE
           MOVE SIP-MNT-AMOUNT TO SI-AMOUNT
           MOVE SIP-MNT-FREQUENCY TO SI-FREQUENCY
           MOVE SIP-MNT-DAY-OF-MONTH TO SI-DAY-OF-MONTH
           MOVE SIP-MNT-START-DATE TO SI-START-DATE
           MOVE SIP-MNT-END-DATE TO SI-END-DATE
           MOVE SIP-MNT-REMAINING-COUNT TO SI-REMAINING-COUNT
           MOVE SIP-ENTERED-BY TO SI-ENTERED-BY
           MOVE APP-OPERATOR-ID TO SI-APPROVED-BY.

       2280-REWRITE-PENDING-ITEM.
           REWRITE PENDING-RECORD
           IF NOT WS-PENDING-OK
               DISPLAY "STNDAPP1: ERROR REWRITING PENDING-FILE, "
                   "STATUS = " WS-PENDING-STATUS
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING APP-PEND-DATE "/" APP-RUN-ID "/" APP-SEQ
               DELIMITED BY SIZE INTO DL-PEND-KEY
           MOVE SIP-MNT-ACTION TO DL-ACTION
           MOVE SIP-MNT-ACCOUNT TO DL-ACCOUNT
           IF SIP-MNT-SEQ NUMERIC
               MOVE SIP-MNT-SEQ TO DL-SEQ
           END-IF
           MOVE SIP-ENTERED-BY TO DL-ENTERED-BY
           MOVE SIP-APPROVED-BY TO DL-APPROVED-BY
           MOVE WS-APP-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "STNDAPP1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2100-READ-APPROVAL-FILE.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           IF WS-APPROVAL-OK OR WS-APPROVAL-EOF
               MOVE WS-APPROVAL-COUNT TO TL-APPROVAL-COUNT
               MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
               MOVE WS-REJECTED-ITEM-COUNT TO TL-REJECTED-COUNT
               MOVE WS-REFUSED-COUNT TO TL-REFUSED-COUNT
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE APPROVAL-FILE
               CLOSE PENDING-FILE
               CLOSE INSTRUCTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE REPORT-FILE
           END-IF.
