           05  GL-DC-FLAG              PIC X(1).
               88  GL-DEBIT                      VALUE "D".
               88  GL-CREDIT                     VALUE "C".
      *    THE TRANSFER REFERENCE SHARED BY THE TWO ROWS OF AN
      *    INTER-ACCOUNT TRANSFER (THE FROM-ACCOUNT'S "C" AND THE
      *    TO-ACCOUNT'S "D"), AND BY THE TWO ROWS THAT BACK IT OUT;
      *    SPACES ON EVERY OTHER ROW, INCLUDING ROWS WRITTEN BEFORE
      *    THIS FIELD EXISTED.
           05  GL-XFER-REF             PIC X(18).
      *    THE TRANSACTION TYPE AND ORIGINATING BRANCH OF THE
      *    POSTING, WHICH GLJRNL1 LOOKS UP ON THE GL MAPPING TABLE TO
      *    PICK THE LEDGER ACCOUNTS. ROWS WRITTEN BEFORE THESE FIELDS
      *    EXISTED READ AS SPACES AND GO TO GL SUSPENSE.
           05  GL-TRANS-TYPE           PIC X(2).
           05  GL-BRANCH-ID            PIC X(10).
