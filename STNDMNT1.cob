       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDMNT1.
      *****************************************************************
      * STNDMNT1 - STANDING INSTRUCTION MAINTENANCE ENTRY
      *
      * READS A FILE OF STANDING INSTRUCTION MAINTENANCE TRANSACTIONS
      * AND QUEUES THEM ON THE PENDING INSTRUCTION CHANGES FILE UNDER
      * DUAL CONTROL, AS ACCTMNT1 DOES FOR THE ACCOUNT MASTER.
      * ACTIONS ARE ADD, CHANGE, AND CANCEL. NOTHING HERE TOUCHES
      * THE STANDING INSTRUCTION FILE: EVERY TRANSACTION LANDS IN
      * WAITING STATUS, CARRYING THE ENTERING OPERATOR'S ID, AND IS
      * APPLIED ONLY WHEN A DIFFERENT OPERATOR APPROVES IT THROUGH
      * STNDAPP1, SO AN UNAPPROVED INSTRUCTION NEVER GENERATES A
      * TRANSACTION. EVERY MAINTENANCE TRANSACTION, QUEUED OR
      * REJECTED, IS LISTED ON THE INSTRUCTION ENTRY REGISTER WITH
      * WHO ENTERED IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "STNDMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "STNDPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STNDMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD.
           05  SMT-ACTION              PIC X(1).
               88  SMT-ACTION-ADD                VALUE "A".
               88  SMT-ACTION-CHANGE             VALUE "C".
               88  SMT-ACTION-CANCEL             VALUE "X".
           05  SMT-ACCOUNT             PIC X(10).
           05  SMT-SEQ                 PIC 9(3).
           05  SMT-SEQ-X REDEFINES SMT-SEQ
                                       PIC X(3).
      *    THE TERMS OF THE INSTRUCTION FOR AN ADD OR A CHANGE;
      *    SPACES ON A CANCEL. THE DAY OF THE MONTH IS USED ONLY BY
      *    FREQUENCY "D", AND A BLANK REMAINING COUNT MEANS NO COUNT
      *    LIMIT.
           05  SMT-TRANS-TYPE          PIC X(2).
               88  SMT-TYPE-NOT-ALLOWED          VALUES "RV" "XF"
                                                        "XO" "XI"
                                                        "XR" "CS"
                                                        "HD" "TR"
                                                        SPACES.
           05  SMT-AMOUNT              PIC 9(5)V99.
           05  SMT-AMOUNT-X REDEFINES SMT-AMOUNT
                                       PIC X(7).
           05  SMT-FREQUENCY           PIC X(1).
               88  SMT-FREQUENCY-VALID           VALUES "W" "M" "D".
               88  SMT-SET-DAY                   VALUE "D".
           05  SMT-DAY-OF-MONTH        PIC 9(2).
           05  SMT-DAY-OF-MONTH-X REDEFINES SMT-DAY-OF-MONTH
                                       PIC X(2).
           05  SMT-START-DATE          PIC X(8).
           05  SMT-END-DATE            PIC X(8).
           05  SMT-REMAINING-COUNT     PIC 9(4).
           05  SMT-REMAINING-COUNT-X REDEFINES SMT-REMAINING-COUNT
                                       PIC X(4).
           05  SMT-OPERATOR-ID         PIC X(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY STNDPND01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS         PIC X(2)  VALUE "00".
               88  WS-MAINT-OK                    VALUE "00".
               88  WS-MAINT-EOF                   VALUE "10".
           05  WS-PENDING-STATUS       PIC X(2)  VALUE "00".
               88  WS-PENDING-OK                  VALUE "00".
               88  WS-PENDING-NEW-FILE            VALUE "35".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-RUN-ID                   PIC X(8).

       01  WS-CONTROL-TOTALS.
           05  WS-MAINT-COUNT          PIC 9(7)    VALUE ZEROES.
           05  WS-QUEUED-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-DATE-VALID-SWITCH    PIC X(1)  VALUE "N".
               88  WS-DATE-VALID                 VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-MNT-RESULT           PIC X(30) VALUE SPACES.

      *    A DATE IS VALID WHEN IT IS NUMERIC AND ITS DAY EXISTS IN
      *    ITS MONTH, FEBRUARY TAKING 29 DAYS IN A LEAP YEAR.
       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHECK-DATE           PIC X(8).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(4).
               10  WS-CHECK-MONTH      PIC 9(2).
               10  WS-CHECK-DAY        PIC 9(2).
           05  WS-MONTH-DAYS           PIC 9(2)  VALUE ZEROES.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZEROES.
           05  WS-LEAP-REMAINDER       PIC 9(3)  VALUE ZEROES.
           05  WS-MONTH-LENGTHS        PIC X(24)
               VALUE "312831303130313130313031".
           05  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
               10  WS-MONTH-LENGTH     PIC 9(2) OCCURS 12 TIMES.

       01  WS-PENDING-FIELDS.
           05  WS-PEND-SEQ             PIC 9(5)  VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "STNDMNT1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "STANDING INSTRUCTION ENTRY REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(6)  VALUE "ACT".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6)  VALUE "NO.".
           05  FILLER                  PIC X(5)  VALUE "TY".
           05  FILLER                  PIC X(12) VALUE "   AMOUNT".
           05  FILLER                  PIC X(7)  VALUE "FREQ".
           05  FILLER                  PIC X(10) VALUE "START".
           05  FILLER                  PIC X(10) VALUE "END".
           05  FILLER                  PIC X(7)  VALUE "COUNT".
           05  FILLER                  PIC X(11) VALUE "ENTERED BY".
           05  FILLER                  PIC X(46) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(1).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ                  PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-TYPE                 PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-AMOUNT               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-FREQUENCY            PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-DAY-OF-MONTH         PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-START-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-END-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-COUNT                PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(13) VALUE "MAINT TRANS:".
           05  TL-MAINT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "QUEUED:".
           05  TL-QUEUED-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED:".
           05  TL-REJECTED-COUNT       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "STNDMNT1: ERROR OPENING MAINT-FILE, STATUS = "
                   WS-MAINT-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 1400-OPEN-PENDING-FILE
               IF NOT WS-PENDING-OK
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   IF NOT WS-REPORT-OK
                       DISPLAY "STNDMNT1: ERROR OPENING REPORT-FILE, "
                           "STATUS = " WS-REPORT-STATUS
                   END-IF
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-RUN-ID FROM TIME
                   PERFORM 1200-WRITE-REPORT-HEADERS
                   PERFORM 2100-READ-MAINT-FILE
               END-IF
           END-IF.

       1400-OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-NEW-FILE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF NOT WS-PENDING-OK
               DISPLAY "STNDMNT1: ERROR OPENING PENDING-FILE, "
                   "STATUS = " WS-PENDING-STATUS
           END-IF.

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
               DISPLAY "STNDMNT1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

       2000-PROCESS-MAINT.
           ADD 1 TO WS-MAINT-COUNT
           PERFORM 2200-QUEUE-MAINT
           PERFORM 2300-WRITE-DETAIL-LINE
           PERFORM 2100-READ-MAINT-FILE.

      *    THE AUTHORITATIVE EDITS - THE ACCOUNT IS ON THE MASTER,
      *    THE INSTRUCTION EXISTS OR DOES NOT - BELONG TO STNDAPP1 AT
      *    APPROVAL TIME, BECAUSE THE FILES CAN CHANGE WHILE AN ITEM
      *    WAITS. ONLY TRANSACTIONS THAT COULD NEVER APPLY ARE
      *    REFUSED HERE.
       2200-QUEUE-MAINT.
           MOVE SPACES TO WS-MNT-RESULT
           IF SMT-ACTION-ADD OR SMT-ACTION-CHANGE
                   OR SMT-ACTION-CANCEL
               IF SMT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO WS-MNT-RESULT
               ELSE
                   IF SMT-ACCOUNT = SPACES
                       MOVE "ACCOUNT MISSING" TO WS-MNT-RESULT
                   ELSE
                       IF SMT-SEQ NOT NUMERIC OR SMT-SEQ = ZEROES
                           MOVE "INSTRUCTION NUMBER INVALID" TO
                               WS-MNT-RESULT
                       END-IF
                   END-IF
               END-IF
               IF WS-MNT-RESULT = SPACES
                       AND NOT SMT-ACTION-CANCEL
                   PERFORM 2220-EDIT-TERMS
               END-IF
               IF WS-MNT-RESULT = SPACES
                   PERFORM 2250-WRITE-PENDING-ITEM
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           ELSE
               MOVE "INVALID ACTION CODE" TO WS-MNT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *    THE TRANSACTION TYPE MUST BE ONE AN ORDINARY DETAIL CAN
      *    CARRY: REVERSALS, TRANSFERS, AND SETTLEMENTS NEED A
      *    REFERENCE AN INSTRUCTION DOES NOT HAVE, AND THE DAILY RUN
      *    REFUSES A NEGATIVE AMOUNT, SO THE AMOUNT IS UNSIGNED.
       2220-EDIT-TERMS.
           IF SMT-TYPE-NOT-ALLOWED
               MOVE "TRANSACTION TYPE NOT ALLOWED" TO WS-MNT-RESULT
           ELSE
               IF SMT-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-MNT-RESULT
               ELSE
                   IF SMT-AMOUNT = ZEROES
                       MOVE "AMOUNT IS ZERO" TO WS-MNT-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-MNT-RESULT = SPACES
               IF NOT SMT-FREQUENCY-VALID
                   MOVE "FREQUENCY INVALID" TO WS-MNT-RESULT
               ELSE
                   IF SMT-SET-DAY
                       IF SMT-DAY-OF-MONTH NOT NUMERIC
                           MOVE "DAY OF MONTH INVALID" TO
                               WS-MNT-RESULT
                       ELSE
                           IF SMT-DAY-OF-MONTH < 1
                                   OR SMT-DAY-OF-MONTH > 31
                               MOVE "DAY OF MONTH INVALID" TO
                                   WS-MNT-RESULT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MNT-RESULT = SPACES
               MOVE SMT-START-DATE TO WS-CHECK-DATE
               PERFORM 2270-CHECK-DATE
               IF NOT WS-DATE-VALID
                   MOVE "START DATE INVALID" TO WS-MNT-RESULT
               END-IF
           END-IF
           IF WS-MNT-RESULT = SPACES
                   AND SMT-END-DATE NOT = SPACES
               MOVE SMT-END-DATE TO WS-CHECK-DATE
               PERFORM 2270-CHECK-DATE
               IF NOT WS-DATE-VALID
                       OR SMT-END-DATE < SMT-START-DATE
                   MOVE "END DATE INVALID" TO WS-MNT-RESULT
               END-IF
           END-IF
           IF WS-MNT-RESULT = SPACES
                   AND SMT-REMAINING-COUNT-X NOT = SPACES
                   AND SMT-REMAINING-COUNT NOT NUMERIC
               MOVE "REMAINING COUNT NOT NUMERIC" TO WS-MNT-RESULT
           END-IF.

       2270-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-DATE NUMERIC
               IF WS-CHECK-MONTH >= 1 AND WS-CHECK-MONTH <= 12
                   MOVE WS-MONTH-LENGTH(WS-CHECK-MONTH) TO
                       WS-MONTH-DAYS
                   IF WS-CHECK-MONTH = 2
                       DIVIDE WS-CHECK-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZEROES
                           MOVE 29 TO WS-MONTH-DAYS
                           DIVIDE WS-CHECK-YEAR BY 100
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZEROES
                               MOVE 28 TO WS-MONTH-DAYS
                               DIVIDE WS-CHECK-YEAR BY 400
                                   GIVING WS-LEAP-QUOTIENT
                                   REMAINDER WS-LEAP-REMAINDER
                               IF WS-LEAP-REMAINDER = ZEROES
                                   MOVE 29 TO WS-MONTH-DAYS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-CHECK-DAY >= 1
                           AND WS-CHECK-DAY <= WS-MONTH-DAYS
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2250-WRITE-PENDING-ITEM.
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-RUN-DATE TO SIP-ENTRY-DATE
           MOVE WS-RUN-ID TO SIP-RUN-ID
           MOVE WS-PEND-SEQ TO SIP-SEQ
           SET SIP-WAITING TO TRUE
           MOVE SMT-OPERATOR-ID TO SIP-ENTERED-BY
           MOVE SPACES TO SIP-APPROVED-BY
           MOVE SMT-ACTION TO SIP-MNT-ACTION
           MOVE SMT-ACCOUNT TO SIP-MNT-ACCOUNT
           MOVE SMT-SEQ TO SIP-MNT-SEQ
           IF SMT-ACTION-CANCEL
               MOVE SPACES TO SIP-MNT-TRANS-TYPE
               MOVE ZEROES TO SIP-MNT-AMOUNT
               MOVE SPACES TO SIP-MNT-FREQUENCY
               MOVE ZEROES TO SIP-MNT-DAY-OF-MONTH
               MOVE SPACES TO SIP-MNT-START-DATE
               MOVE SPACES TO SIP-MNT-END-DATE
               MOVE ZEROES TO SIP-MNT-REMAINING-COUNT
           ELSE
               MOVE SMT-TRANS-TYPE TO SIP-MNT-TRANS-TYPE
               MOVE SMT-AMOUNT TO SIP-MNT-AMOUNT
               MOVE SMT-FREQUENCY TO SIP-MNT-FREQUENCY
               IF SMT-SET-DAY
                   MOVE SMT-DAY-OF-MONTH TO SIP-MNT-DAY-OF-MONTH
               ELSE
                   MOVE ZEROES TO SIP-MNT-DAY-OF-MONTH
               END-IF
               MOVE SMT-START-DATE TO SIP-MNT-START-DATE
               MOVE SMT-END-DATE TO SIP-MNT-END-DATE
               IF SMT-REMAINING-COUNT-X = SPACES
                   MOVE ZEROES TO SIP-MNT-REMAINING-COUNT
               ELSE
                   MOVE SMT-REMAINING-COUNT TO SIP-MNT-REMAINING-COUNT
               END-IF
           END-IF
           WRITE PENDING-RECORD
           IF WS-PENDING-OK
               MOVE "PENDING APPROVAL" TO WS-MNT-RESULT
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               DISPLAY "STNDMNT1: ERROR WRITING PENDING-FILE, "
                   "STATUS = " WS-PENDING-STATUS
               MOVE "WRITE FAILED" TO WS-MNT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SMT-ACTION TO DL-ACTION
           MOVE SMT-ACCOUNT TO DL-ACCOUNT
           MOVE SMT-SEQ-X TO DL-SEQ
           MOVE SMT-TRANS-TYPE TO DL-TYPE
           IF SMT-AMOUNT NUMERIC
               MOVE SMT-AMOUNT TO DL-AMOUNT
           END-IF
           MOVE SMT-FREQUENCY TO DL-FREQUENCY
           MOVE SMT-DAY-OF-MONTH-X TO DL-DAY-OF-MONTH
           MOVE SMT-START-DATE TO DL-START-DATE
           MOVE SMT-END-DATE TO DL-END-DATE
           MOVE SMT-REMAINING-COUNT-X TO DL-COUNT
           MOVE SMT-OPERATOR-ID TO DL-ENTERED-BY
           MOVE WS-MNT-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "STNDMNT1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2100-READ-MAINT-FILE.
           READ MAINT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           IF WS-MAINT-OK OR WS-MAINT-EOF
               MOVE WS-MAINT-COUNT TO TL-MAINT-COUNT
               MOVE WS-QUEUED-COUNT TO TL-QUEUED-COUNT
               MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE MAINT-FILE
               CLOSE PENDING-FILE
               CLOSE REPORT-FILE
           END-IF.
