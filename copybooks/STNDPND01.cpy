      *****************************************************************
      * STNDPND01 - PENDING STANDING INSTRUCTION CHANGE RECORD
      *
      * ONE ENTRY PER STANDING INSTRUCTION MAINTENANCE TRANSACTION
      * ON THE INDEXED PENDING INSTRUCTION CHANGES FILE, KEYED BY
      * ENTRY DATE / RUN ID / SEQUENCE AS PENDCHG01 IS. WRITTEN IN
      * WAITING STATUS BY STNDMNT1; A SECOND OPERATOR APPROVES OR
      * REJECTS EACH ITEM THROUGH STNDAPP1, WHICH IS THE ONLY
      * PROGRAM THAT APPLIES A CHANGE TO THE STANDING INSTRUCTION
      * FILE AND WHICH REFUSES AN APPROVAL FROM THE OPERATOR WHO
      * ENTERED THE ITEM. CARRIES THE FULL ORIGINAL MAINTENANCE
      * IMAGE SO THE APPROVED CHANGE APPLIES EXACTLY AS ENTERED.
      * ACTIONS ARE ADD ("A"), CHANGE ("C") - WHICH REPLACES EVERY
      * TERM OF THE INSTRUCTION WITH THE ONES ENTERED - AND CANCEL
      * ("X"), WHICH NEEDS ONLY THE KEY.
      *****************************************************************
           05  SIP-KEY.
               10  SIP-ENTRY-DATE      PIC X(8).
               10  SIP-RUN-ID          PIC X(8).
               10  SIP-SEQ             PIC 9(5).
           05  SIP-STATUS              PIC X(1).
               88  SIP-WAITING                   VALUE "W".
               88  SIP-APPROVED                  VALUE "A".
               88  SIP-REJECTED                  VALUE "R".
           05  SIP-ENTERED-BY          PIC X(8).
           05  SIP-APPROVED-BY         PIC X(8).
           05  SIP-MAINT-IMAGE.
               10  SIP-MNT-ACTION      PIC X(1).
               10  SIP-MNT-ACCOUNT     PIC X(10).
               10  SIP-MNT-SEQ         PIC 9(3).
               10  SIP-MNT-TRANS-TYPE  PIC X(2).
               10  SIP-MNT-AMOUNT      PIC 9(5)V99.
               10  SIP-MNT-FREQUENCY   PIC X(1).
               10  SIP-MNT-DAY-OF-MONTH
                                       PIC 9(2).
               10  SIP-MNT-START-DATE  PIC X(8).
               10  SIP-MNT-END-DATE    PIC X(8).
               10  SIP-MNT-REMAINING-COUNT
                                       PIC 9(4).
