      *****************************************************************
      * GLMAP01 - GL MAPPING PARAMETER RECORD
      *
      * ONE ENTRY PER TRANSACTION TYPE AND BRANCH ON THE GL MAPPING
      * PARAMETER FILE, GIVING THE GENERAL LEDGER ACCOUNTS AN
      * ORDINARY ("D") EXTRACT ROW OF THAT TYPE IS DEBITED AND
      * CREDITED TO; A "C" ROW POSTS THE SAME PAIR THE OTHER WAY
      * ROUND. AN ENTRY WITH A BLANK BRANCH IS THE DEFAULT FOR EVERY
      * BRANCH WITHOUT AN ENTRY OF ITS OWN. THE ONE ENTRY WITH TYPE
      * "**" NAMES THE GL SUSPENSE ACCOUNT IN GLM-DEBIT-GL, TO WHICH
      * GLJRNL1 ROUTES ANY ROW (OR ANY SIDE OF A ROW) THE TABLE DOES
      * NOT MAP.
      *****************************************************************
           05  GLM-TRANS-TYPE          PIC X(2).
               88  GLM-SUSPENSE-ENTRY            VALUE "**".
           05  GLM-BRANCH-ID           PIC X(10).
           05  GLM-DEBIT-GL            PIC X(10).
           05  GLM-CREDIT-GL           PIC X(10).
