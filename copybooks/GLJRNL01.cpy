      *****************************************************************
      * GLJRNL01 - GENERAL LEDGER JOURNAL RECORD
      *
      * ONE ENTRY PER GL ACCOUNT AND SIDE WITHIN A GL BATCH ON THE
      * DOUBLE-ENTRY JOURNAL BUILT BY GLJRNL1 FROM THE NIGHT'S
      * EXTRACT. THE DEBIT ENTRIES OF A BATCH ALWAYS EQUAL ITS CREDIT
      * ENTRIES; A JOURNAL THAT DOES NOT BALANCE IS NEVER WRITTEN.
      * JRN-ROW-COUNT IS THE NUMBER OF EXTRACT ROWS SUMMARIZED INTO
      * THE ENTRY.
      *****************************************************************
           05  JRN-BATCH-ID            PIC X(8).
           05  JRN-EFFECTIVE-DATE      PIC X(8).
           05  JRN-GL-ACCOUNT          PIC X(10).
           05  JRN-DC-FLAG             PIC X(1).
               88  JRN-DEBIT                     VALUE "D".
               88  JRN-CREDIT                    VALUE "C".
           05  JRN-AMOUNT              PIC 9(13)V99.
           05  JRN-ROW-COUNT           PIC 9(7).
