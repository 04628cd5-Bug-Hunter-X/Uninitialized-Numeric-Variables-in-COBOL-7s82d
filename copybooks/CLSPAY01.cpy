      *****************************************************************
      * CLSPAY01 - CLOSURE PAYOUT RECORD
      *
      * ONE ENTRY PER ACCOUNT CLOSED BY THE CLSSET1 SETTLEMENT RUN
      * WITH A BALANCE TO PAY, WRITTEN TO CLSPAY.DAT FOR THE
      * DISBURSEMENT SYSTEM. THE PAYEE IS THE ACCOUNT NAME ON THE
      * MASTER AT CLOSE, AND THE AMOUNT IS WHAT THE CLOSURE
      * SETTLEMENT ("CS") ROWS ON THE AUDIT TRAIL ACTUALLY TOOK OFF
      * THE ACCOUNT, SO THE PAYOUT NEVER DIFFERS FROM WHAT POSTED.
      * PAY-SETTLE-REF IS THE REFERENCE THOSE ROWS CARRY.
      *****************************************************************
           05  PAY-ACCOUNT             PIC X(10).
           05  PAY-PAYEE-NAME          PIC X(30).
           05  PAY-AMOUNT              PIC 9(11)V99.
           05  PAY-CLOSE-DATE          PIC X(8).
           05  PAY-SETTLE-REF          PIC X(18).
