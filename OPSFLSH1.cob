               SET WS-RUNCTL-DONE TO TRUE
           END-IF.

      *    AUDIT AND GL ROWS CARRY UNSIGNED TOTALS; REVERSAL,
      *    TRANSFER-OUT, CLOSURE SETTLEMENT AND CREDIT ROWS COUNT AS
      *    NEGATIVE ON THEIR LEGS, MATCHING RECON1.
       2200-TOTAL-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
           PERFORM UNTIL WS-AUDIT-DONE
               IF AUD-TIMESTAMP(1:8) = WS-RC-RUN-DATE
                   ADD 1 TO WS-AUDIT-ROWS
                   IF AUD-CREDIT-ROW
                       SUBTRACT AUD-TOTAL-AFTER FROM WS-AUDIT-TOTAL
                   ELSE
                       ADD AUD-TOTAL-AFTER TO WS-AUDIT-TOTAL
