               10  BT-BATCH-TOTAL      PIC S9(13)V99.

       01  WS-WORK-FIELDS.
      *    AUDIT AND GL ROWS CARRY UNSIGNED AMOUNTS; A REVERSAL,
      *    TRANSFER-OUT OR CLOSURE SETTLEMENT ROW (AUD-TRANS-TYPE
      *    "RV", "XO" OR "CS" / GL-DC-FLAG "C") COUNTS AS NEGATIVE ON
      *    ITS LEG.
           05  WS-SIGNED-TOTAL         PIC S9(13)V99 VALUE ZEROES.

       01  WS-GRAND-TOTALS.
           PERFORM 2100-READ-AUDIT-FILE
           PERFORM UNTIL WS-AUDIT-DONE
               IF AUD-TIMESTAMP(1:8) = WS-RECON-DATE
                   IF AUD-CREDIT-ROW
                       COMPUTE WS-SIGNED-TOTAL = 0 - AUD-TOTAL-AFTER
                   ELSE
                       MOVE AUD-TOTAL-AFTER TO WS-SIGNED-TOTAL
