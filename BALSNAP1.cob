      *
      * PERIOD-CLOSE JOB, RUN AFTER THE PERIOD'S LAST DAILY RUN.
      * TOTALS THE AUDIT TRAIL FOR THE SNAPSHOT MONTH BY ACCOUNT
      * (POSTED COUNT AND SIGNED NET MOVEMENT, REVERSALS, TRANSFERS
      * OUT AND CLOSURE SETTLEMENTS NEGATIVE), THEN WRITES ONE
      * BALANCE HISTORY RECORD PER ACCOUNT ON THE MASTER: ACCOUNT,
      * PERIOD, CLOSING ACCT-TOTAL-AMOUNT, AND THE MONTH'S COUNT AND
      * MOVEMENT. ACCOUNTS WITH NO ACTIVITY STILL
      * SNAPSHOT, SO THE HISTORY IS CONTINUOUS FOR THE TREND REPORT.
      * THE HISTORY FILE IS APPEND-ONLY; A PERIOD THAT ALREADY HAS
      * SNAPSHOT ROWS REFUSES TO RUN AGAIN, THE SAME GUARD THE DAILY
      * NAME THE CURRENT MONTH OR THE ONE THAT JUST ENDED (THE
      * NORMAL CLOSE RUN ON THE FIRST OF THE MONTH). ANY OLDER MONTH
      * IS REFUSED - THE MASTER ONLY HOLDS TODAY'S BALANCES, SO AN
      * OLDER CLOSING BALANCE CANNOT BE RECONSTRUCTED HERE. THE
      * ACCTRCV1 AS-OF RUN GIVES ONE FROM A RETAINED BACKUP IMAGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-ENTRY-OK                   VALUE "Y".

       01  WS-WORK-FIELDS.
      *    AUDIT ROWS CARRY UNSIGNED TOTALS; A REVERSAL ROW ("RV"),
      *    TRANSFER-OUT ROW ("XO") OR CLOSURE SETTLEMENT ROW ("CS")
      *    COUNTS AS NEGATIVE MOVEMENT.
           05  WS-SIGNED-TOTAL         PIC S9(13)V99 VALUE ZEROES.
           05  WS-RUN-DATE             PIC X(8).
           PERFORM 2100-READ-AUDIT-FILE
           PERFORM UNTIL WS-AUDIT-DONE
               IF AUD-TIMESTAMP(1:6) = WS-SNAP-PERIOD
                   IF AUD-CREDIT-ROW
                       COMPUTE WS-SIGNED-TOTAL = 0 - AUD-TOTAL-AFTER
                   ELSE
                       MOVE AUD-TOTAL-AFTER TO WS-SIGNED-TOTAL
