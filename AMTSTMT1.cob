                         ==AUD-RUN-ID== BY ==ARC-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==ARC-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==ARC-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==ARC-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==ARC-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==ARC-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==ARC-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==ARC-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==ARC-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==ARC-ORIG-KEY==.
                         ==AUD-RUN-ID== BY ==SRT-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==SRT-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==SRT-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==SRT-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==SRT-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==SRT-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==SRT-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==SRT-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==SRT-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==SRT-ORIG-KEY==.
               88  WS-ACCT-ACTIVE                VALUE "Y".

       01  WS-WORK-FIELDS.
      *    AUDIT ROWS CARRY UNSIGNED TOTALS; A REVERSAL ROW ("RV"),
      *    TRANSFER-OUT ROW ("XO") OR CLOSURE SETTLEMENT ROW ("CS")
      *    COUNTS AS NEGATIVE ON THE STATEMENT.
           05  WS-SIGNED-TOTAL         PIC S9(13)V99 VALUE ZEROES.

      *    AND LATER ACTIVITY IS KEPT ASIDE SO THE CLOSING BALANCE
      *    CAN STILL BE TIED TO THE CURRENT MASTER TOTAL.
       2300-APPLY-AUDIT-RECORD.
           IF SRT-CREDIT-ROW
               COMPUTE WS-SIGNED-TOTAL = 0 - SRT-TOTAL-AFTER
           ELSE
               MOVE SRT-TOTAL-AFTER TO WS-SIGNED-TOTAL
