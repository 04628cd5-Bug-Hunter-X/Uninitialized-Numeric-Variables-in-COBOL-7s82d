      *****************************************************************
      * CMPCASE01 - COMPLIANCE CASE RECORD
      *
      * WRITTEN BY THE CMPMON1 MONITORING RUN: ONE HEADER ("H") PER
      * CASE RAISED, FOLLOWED BY ONE DETAIL ("D") PER SUPPORTING
      * AUDIT ROW, WHICH IS CARRIED WHOLE IN CASE-AUDIT-ROW. A CASE
      * IS EITHER LARGE-VALUE ("L" - THE ACCOUNT'S AGGREGATE POSTINGS
      * OVER THE WINDOW PASSED THE REPORTABLE THRESHOLD) OR
      * STRUCTURING ("S" - REPEATED POSTINGS JUST UNDER THE LIMIT THE
      * DAILY RUN WOULD HAVE APPLIED). CASE-THROUGH-TS IS THE
      * TIMESTAMP OF THE LATEST SUPPORTING ROW.
      *
      * WHEN COMPLIANCE CLEARS A CASE, ITS HEADER IS ADDED TO THE
      * CLEARED-CASE FILE (CMPCLR.DAT) WITH CASE-STATUS "C" AND THE
      * REVIEWER FILLED IN. CMPMON1 THEN IGNORES THAT ACCOUNT'S ROWS
      * UP TO CASE-THROUGH-TS FOR THAT KIND OF CASE, SO THE SAME
      * ACTIVITY IS NEVER RAISED TWICE; ONLY NEWER ACTIVITY CAN
      * RAISE A NEW CASE.
      *****************************************************************
           05  CASE-ID.
               10  CASE-RAISED-DATE    PIC X(8).
               10  CASE-SEQ            PIC 9(4).
           05  CASE-RECORD-TYPE        PIC X(1).
               88  CASE-HEADER                   VALUE "H".
               88  CASE-DETAIL                   VALUE "D".
           05  CASE-ACCOUNT            PIC X(10).
           05  CASE-BODY               PIC X(80).
           05  CASE-HEADER-BODY REDEFINES CASE-BODY.
               10  CASE-HIT-TYPE       PIC X(1).
                   88  CASE-LARGE-VALUE          VALUE "L".
                   88  CASE-STRUCTURING          VALUE "S".
               10  CASE-WINDOW-FROM    PIC X(8).
               10  CASE-WINDOW-TO      PIC X(8).
               10  CASE-ROW-COUNT      PIC 9(5).
               10  CASE-AGGREGATE      PIC 9(11)V99.
      *        THE REPORTABLE THRESHOLD FOR AN "L" CASE; THE
      *        PER-TRANSACTION LIMIT THE BAND WAS MEASURED UNDER FOR
      *        AN "S" CASE.
               10  CASE-LIMIT-USED     PIC 9(9)V99.
               10  CASE-THROUGH-TS     PIC X(26).
               10  CASE-STATUS         PIC X(1).
                   88  CASE-OPEN                 VALUE "O".
                   88  CASE-CLEARED              VALUE "C".
               10  CASE-REVIEWED-BY    PIC X(7).
           05  CASE-DETAIL-BODY REDEFINES CASE-BODY.
               10  CASE-AUDIT-ROW      PIC X(80).
