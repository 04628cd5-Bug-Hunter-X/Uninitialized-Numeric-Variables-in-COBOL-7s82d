      *****************************************************************
      * STNDINS01 - STANDING INSTRUCTION RECORD
      *
      * ONE ENTRY PER STANDING INSTRUCTION ON THE INDEXED STANDING
      * INSTRUCTION FILE, KEYED BY ACCOUNT AND AN INSTRUCTION NUMBER
      * WITHIN THE ACCOUNT. EACH ONE IS A RECURRING ADJUSTMENT THE
      * BRANCH WOULD OTHERWISE KEY BY HAND: THE STNDGEN1 GENERATOR
      * WRITES IT AS AN ORDINARY TRANSACTION ON EVERY DUE DATE. SET
      * UP, CHANGED, AND CANCELLED ONLY THROUGH STNDMNT1 / STNDAPP1,
      * UNDER THE SAME DUAL CONTROL AS ACCOUNT MAINTENANCE; THE
      * ENTERING AND APPROVING OPERATOR IDS OF THE LAST CHANGE ARE
      * KEPT ON THE RECORD.
      *
      * FREQUENCY "W" FALLS DUE EVERY SEVEN DAYS FROM THE START
      * DATE; "M" ON THE START DATE'S DAY OF EVERY MONTH; "D" ON
      * SI-DAY-OF-MONTH EVERY MONTH, THE FIRST ONE ON OR AFTER THE
      * START DATE. A DAY BEYOND THE END OF A SHORT MONTH FALLS DUE
      * ON THE LAST DAY OF THAT MONTH. NOTHING FALLS DUE AFTER
      * SI-END-DATE (SPACES FOR NO END DATE). SI-REMAINING-COUNT IS
      * THE NUMBER OF OCCURRENCES STILL TO GENERATE; ZERO ON AN
      * ACTIVE INSTRUCTION MEANS NO COUNT LIMIT. AN INSTRUCTION
      * THAT RUNS OUT ITS COUNT OR PASSES ITS END DATE IS ENDED.
      *
      * SI-LAST-DUE-DATE IS THE LATEST DUE DATE THE GENERATOR HAS
      * DEALT WITH, GENERATED OR SKIPPED, AND SI-LAST-RUN-DATE THE
      * RUN THAT DID IT. THE GENERATOR ONLY EVER TAKES DUE DATES
      * AFTER SI-LAST-DUE-DATE, SO A RERUN NEVER PRODUCES THE SAME
      * DUE DATE TWICE, AND A CHANGE KEEPS THE DATE FOR THE SAME
      * REASON.
      *****************************************************************
           05  SI-KEY.
               10  SI-ACCOUNT          PIC X(10).
               10  SI-SEQ              PIC 9(3).
           05  SI-STATUS               PIC X(1).
               88  SI-ACTIVE                     VALUE "A".
               88  SI-CANCELLED                  VALUE "C".
               88  SI-ENDED                      VALUE "E".
           05  SI-TRANS-TYPE           PIC X(2).
           05  SI-AMOUNT               PIC 9(5)V99.
           05  SI-FREQUENCY            PIC X(1).
               88  SI-WEEKLY                     VALUE "W".
               88  SI-MONTHLY                    VALUE "M".
               88  SI-SET-DAY                    VALUE "D".
               88  SI-FREQUENCY-VALID            VALUES "W" "M" "D".
           05  SI-DAY-OF-MONTH         PIC 9(2).
           05  SI-START-DATE           PIC X(8).
           05  SI-END-DATE             PIC X(8).
           05  SI-REMAINING-COUNT      PIC 9(4).
           05  SI-LAST-DUE-DATE        PIC X(8).
           05  SI-LAST-RUN-DATE        PIC X(8).
           05  SI-ENTERED-BY           PIC X(8).
           05  SI-APPROVED-BY          PIC X(8).
