      *    THE RUN ID AND RECORD KEY OF THE POSTING IT BACKED OUT.
      *    ROWS WRITTEN BEFORE THESE FIELDS EXISTED READ AS SPACES
      *    AND ARE ORDINARY POSTINGS.
      *    AN INTER-ACCOUNT TRANSFER POSTS AS TWO ROWS IN THE SAME
      *    RUN: "XO" TAKES THE AMOUNT OFF THE FROM-ACCOUNT AND "XI"
      *    ADDS IT TO THE TO-ACCOUNT, AND BOTH CARRY THE SAME
      *    TRANSFER REFERENCE IN AUD-ORIG-REF. REVERSING EITHER LEG
      *    BACKS OUT BOTH: AN "RV" ROW TAKES THE AMOUNT BACK OFF THE
      *    TO-ACCOUNT AND AN "XR" ROW RESTORES IT TO THE
      *    FROM-ACCOUNT, EACH NAMING ITS OWN LEG IN AUD-ORIG-REF.
      *    A CLOSURE SETTLEMENT ("CS", GENERATED BY CLSSET1) PAYS
      *    THE BALANCE OF A CLOSING ACCOUNT OUT IN ONE OR MORE ROWS
      *    THAT CARRY THE SETTLEMENT REFERENCE IN AUD-ORIG-REF. IT
      *    CANNOT BE REVERSED.
      *    "RV", "XO" AND "CS" ROWS REDUCE THE BALANCE AND COUNT AS
      *    NEGATIVE WHEREVER THE TRAIL IS TOTALLED.
           05  AUD-TRANS-TYPE          PIC X(2).
               88  AUD-REVERSAL                  VALUE "RV".
               88  AUD-TRANSFER-LEG              VALUES "XO" "XI".
               88  AUD-BACKOUT                   VALUES "RV" "XR".
               88  AUD-SETTLEMENT                VALUE "CS".
               88  AUD-CREDIT-ROW                VALUES "RV" "XO" "CS".
           05  AUD-ORIG-REF.
               10  AUD-ORIG-RUN-ID     PIC X(8).
               10  AUD-ORIG-KEY        PIC X(10).
