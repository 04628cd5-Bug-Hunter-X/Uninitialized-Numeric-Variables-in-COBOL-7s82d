      *****************************************************************
      * BRRCPT01 - BRANCH FILE RECEIPT LOG RECORD
      *
      * APPEND-ONLY LOG OF EVERY BRANCH FILE TRNMRG1 HAS RECEIVED,
      * ONE RECORD PER FILE PER MERGE: THE MERGE'S RUN AND BUSINESS
      * DATES, THE BRANCH AND FILE NAME FROM THE BRANCH CONTROL
      * MASTER, THE BUSINESS DATE ON THE FILE'S "HD" HEADER, AND THE
      * RECORD COUNT AND HASH TOTAL FROM ITS "TR" TRAILER(S). THE
      * RESULT SAYS WHETHER THE FILE WENT INTO TRANIN.DAT OR WAS
      * HELD BACK. THE LOG IS ALSO HOW A LATER MERGE RECOGNISES A
      * FILE IT HAS ALREADY MERGED ONCE.
      *****************************************************************
           05  BRR-RUN-DATE            PIC X(8).
           05  BRR-BUSINESS-DATE       PIC X(8).
           05  BRR-BRANCH-ID           PIC X(10).
           05  BRR-FILE-NAME           PIC X(30).
           05  BRR-HD-DATE             PIC X(8).
           05  BRR-TR-COUNT            PIC 9(7).
           05  BRR-TR-HASH             PIC 9(9)V99.
           05  BRR-RESULT              PIC X(1).
               88  BRR-MERGED                    VALUE "M".
               88  BRR-DUPLICATE                 VALUE "D".
               88  BRR-WRONG-DATE                VALUE "W".
               88  BRR-NO-HEADER                 VALUE "H".
               88  BRR-EMPTY-FILE                VALUE "E".
