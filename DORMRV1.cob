      * BOTH REGISTERS - APPLIES AND DOCUMENTS EVERY FREEZE. ALREADY
      * FROZEN ACCOUNTS PAST THE REVIEW THRESHOLD ARE LISTED TOO,
      * WITH A DORMANCY FREEZE DISTINGUISHED FROM AN OPERATOR'S.
      * CLOSED ACCOUNTS ARE NOT REVIEWED. AN OPEN ACCOUNT PAST THE
      * REVIEW THRESHOLD BUT NOT YET THE FREEZE THRESHOLD IS RAISED
      * AS A DORMANCY WARNING ON THE CUSTOMER NOTIFICATION EVENT FILE
      * NTFEVT.DAT, SO THE CUSTOMER HEARS OF THE FREEZE BEFORE IT.
      *
      * PARM: BLANK USES THE STANDING THRESHOLDS (REVIEW 012 MONTHS,
      * FREEZE 024); "MONTHS RRR FFF" OVERRIDES THEM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL NOTIFY-EVENT-FILE ASSIGN TO "NTFEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F.
       01  NOTIFY-EVENT-RECORD.
           COPY NTFEVT01 IN "copybooks".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-FREEZE-OUT-OK               VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".
      *    STATUS 05 IS A SUCCESSFUL OPEN THAT HAD TO CREATE THE
      *    OPTIONAL FILE.
           05  WS-EVENT-STATUS         PIC X(2)  VALUE "00".
               88  WS-EVENT-OK                    VALUES "00" "05".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.
           05  WS-REVIEW-MONTHS        PIC 9(3)  VALUE 12.
           05  WS-FREEZE-MONTHS        PIC 9(3)  VALUE 24.
           05  WS-MONTHS-INACTIVE      PIC S9(5) VALUE ZEROES.
           05  WS-MONTHS-TO-FREEZE     PIC 9(3)  VALUE ZEROES.
           05  WS-ACTION-TEXT          PIC X(20) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-FREEZE-GEN-COUNT     PIC 9(7)    VALUE ZEROES.
           05  WS-DORM-FROZEN-COUNT    PIC 9(7)    VALUE ZEROES.
           05  WS-OPER-FROZEN-COUNT    PIC 9(7)    VALUE ZEROES.
           05  WS-WARNING-COUNT        PIC 9(7)    VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "OPER FROZEN:".
           05  TL-OPER-FROZEN          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "WARNINGS:".
           05  TL-WARNING-COUNT        PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LK-PARM.
                   DISPLAY "DORMRV1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               OPEN EXTEND NOTIFY-EVENT-FILE
               IF NOT WS-EVENT-OK
                   DISPLAY "DORMRV1: ERROR OPENING NOTIFY-EVENT-FILE, "
                       "STATUS = " WS-EVENT-STATUS
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADERS
               MOVE LOW-VALUES TO ACCT-KEY
               START ACCOUNT-FILE KEY NOT < ACCT-KEY
                           PERFORM 2300-WRITE-FREEZE-TRANS
                           MOVE "FREEZE GENERATED" TO WS-ACTION-TEXT
                       ELSE
                           PERFORM 2350-WRITE-DORMANCY-WARNING
                           MOVE "REVIEW - WARNED" TO WS-ACTION-TEXT
                       END-IF
                   END-IF
               END-IF
                   "STATUS = " WS-FREEZE-OUT-STATUS
           END-IF.

      *    THE WARNING IS IDENTIFIED BY THE REVIEW MONTH AND DATED
      *    THE FIRST OF IT, SO A REVIEW RERUN ANY DAY IN THE SAME
      *    MONTH RAISES THE SAME EVENT AGAIN. NTFDLY1 DROPS IT AS A
      *    DUPLICATE IN THE SAME DAY'S FEED, AND KEEPS THE ACCOUNTS
      *    IT HAS WARNED FOR THE MONTH SO A LATER DAY'S FEED DROPS
      *    IT TOO.
       2350-WRITE-DORMANCY-WARNING.
           MOVE SPACES TO NOTIFY-EVENT-RECORD
           SET NE-DORMANCY-WARNING TO TRUE
           MOVE ACCT-KEY TO NE-ACCOUNT
           MOVE ACCT-NAME TO NE-ACCOUNT-NAME
           MOVE WS-RUN-DATE(1:6) TO NE-EVENT-DATE(1:6)
           MOVE "01" TO NE-EVENT-DATE(7:2)
           MOVE "DORMRV1" TO NE-SOURCE-PGM
           STRING "REVIEW " WS-RUN-DATE(1:6)
               DELIMITED BY SIZE INTO NE-REFERENCE
           MOVE ACCT-TOTAL-AMOUNT TO NE-AMOUNT
           MOVE ZEROES TO NE-LIMIT-AMOUNT
           COMPUTE WS-MONTHS-TO-FREEZE =
               WS-FREEZE-MONTHS - WS-MONTHS-INACTIVE
           STRING "FREEZE DUE IN " WS-MONTHS-TO-FREEZE " MONTHS"
               DELIMITED BY SIZE INTO NE-DETAIL
           MOVE FUNCTION CURRENT-DATE TO NE-TIMESTAMP
           WRITE NOTIFY-EVENT-RECORD
           IF WS-EVENT-OK
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               DISPLAY "DORMRV1: ERROR WRITING NOTIFY-EVENT-FILE, "
                   "STATUS = " WS-EVENT-STATUS
           END-IF.

       2400-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               MOVE WS-FREEZE-GEN-COUNT TO TL-FREEZE-GEN-COUNT
               MOVE WS-DORM-FROZEN-COUNT TO TL-DORM-FROZEN
               MOVE WS-OPER-FROZEN-COUNT TO TL-OPER-FROZEN
               MOVE WS-WARNING-COUNT TO TL-WARNING-COUNT
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT WS-REPORT-OK
               CLOSE ACCOUNT-FILE
               CLOSE FREEZE-OUT-FILE
               CLOSE REPORT-FILE
               CLOSE NOTIFY-EVENT-FILE
           END-IF.
