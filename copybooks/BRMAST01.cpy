      *****************************************************************
      * BRMAST01 - BRANCH CONTROL MASTER RECORD
      *
      * ONE ENTRY PER ACTIVE BRANCH ON THE BRANCH CONTROL MASTER,
      * NAMING THE BRANCH, THE TRANSACTION FILE IT DELIVERS, AND
      * WHETHER A FILE IS EXPECTED FROM IT EVERY BUSINESS DAY. THE
      * MASTER DRIVES TRNMRG1: EVERY BRANCH LISTED IS LOOKED FOR AND
      * MERGED INTO TRANIN.DAT, AND AN EXPECTED-DAILY BRANCH THAT
      * SENDS NOTHING IS NAMED ON THE RECEIPT REPORT. A BRANCH THAT
      * DELIVERS ONLY NOW AND THEN (SVCCHG1'S MONTH-END CHARGES, FOR
      * ONE) IS LISTED WITH THE FLAG OFF. MAINTAINED BY BRMNT1, SO A
      * NEW BRANCH IS A MAINTENANCE ENTRY, NOT A PROGRAM CHANGE.
      *****************************************************************
           05  BRM-BRANCH-ID           PIC X(10).
           05  BRM-FILE-NAME           PIC X(30).
           05  BRM-EXPECTED-FLAG       PIC X(1).
               88  BRM-EXPECTED-DAILY            VALUE "Y".
               88  BRM-NOT-EXPECTED              VALUE "N".
