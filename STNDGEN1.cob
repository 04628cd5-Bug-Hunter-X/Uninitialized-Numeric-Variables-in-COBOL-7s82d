       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN1.
      *****************************************************************
      * STNDGEN1 - STANDING INSTRUCTION GENERATOR
      *
      * READS THE STANDING INSTRUCTION FILE AND, FOR EVERY ACTIVE
      * INSTRUCTION, WORKS OUT EACH DUE DATE AFTER THE LAST ONE IT
      * HAS ALREADY DEALT WITH, UP TO AND INCLUDING THE RUN DATE,
      * AND WRITES ONE ORDINARY ADJUSTMENT TRANSACTION FOR EACH. A
      * RUN THAT WAS MISSED IS CAUGHT UP ON THE NEXT ONE, ONE
      * TRANSACTION PER DUE DATE. THE OUTPUT FILE IS A PROPERLY
      * BATCHED BRANCH FILE - "HD" HEADER NAMING THE STNDINS BRANCH
      * AND THE BUSINESS DATE, "TR" TRAILER CARRYING THE RECORD
      * COUNT AND AMOUNT HASH TOTAL - SO AMTPROC1 POSTS THE
      * INSTRUCTIONS THROUGH ITS NORMAL EDITS, LIKE SVCCHG1'S
      * CHARGES, ONTO THE AUDIT TRAIL, INTO THE GL EXTRACT, AND
      * INSIDE THE EXISTING RUN CONTROLS.
      *
      * A DUE DATE FALLING WHILE THE ACCOUNT IS CLOSED, FROZEN, OR
      * NO LONGER ON THE MASTER IS SKIPPED AND REPORTED, NOT
      * GENERATED; IT DOES NOT COUNT AGAINST THE REMAINING COUNT
      * AND IS NOT GENERATED LATER. EACH DUE DATE DEALT WITH IS
      * RECORDED ON THE INSTRUCTION AS SI-LAST-DUE-DATE, AND ONLY
      * LATER DUE DATES ARE EVER TAKEN, SO A RERUN NEVER PRODUCES
      * THE SAME DUE DATE TWICE. THE RUN IS REFUSED WHILE
      * STNDTRAN.DAT HOLDS ANY BATCH THE BRANCH RECEIPT LOG
      * BRRCPT.DAT DOES NOT SHOW MERGED, WHATEVER ITS DATE, SO A
      * BATCH IS NEVER OVERWRITTEN BEFORE IT IS MERGED. IT IS ALSO
      * REFUSED ONCE TODAY'S BATCH HAS MERGED, SINCE TRNMRG1 WOULD
      * HOLD A SECOND STNDINS BATCH FOR THE SAME DATE; AN
      * INSTRUCTION APPROVED AFTER THE DAY'S RUN IS CAUGHT UP THE
      * NEXT DAY. RUN AHEAD OF TRNMRG1 IN THE DAILY CYCLE.
      *
      * COMPLETION CODE 0 MEANS EVERY DUE DATE WAS GENERATED; 4
      * MEANS ONE OR MORE WAS SKIPPED; 16 MEANS A FILE WOULD NOT
      * OPEN OR AN UNMERGED OR TODAY'S BATCH ALREADY EXISTS, AND
      * NOTHING WAS DONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO "STNDINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT OPTIONAL SI-OUT-FILE ASSIGN TO "STNDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-OUT-STATUS.

           SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "BRRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STNDGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD.
           COPY STNDINS01 IN "copybooks".

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".

      *    THE OUTPUT RECORDS ARE EXACT IMAGES OF THE TRANIN.DAT
      *    LAYOUTS AMTPROC1 READS: DETAIL, BRANCH HEADER, AND BRANCH
      *    TRAILER VIEWS OF THE SAME RECORD AREA.
       FD  SI-OUT-FILE
           RECORDING MODE IS F.
       01  SIT-TRANS-RECORD.
           05  SIT-ACCOUNT             PIC X(10).
           05  SIT-TYPE                PIC X(2).
           05  SIT-AMOUNT              PIC S9(5)V99
                                       SIGN IS TRAILING SEPARATE.
           05  SIT-REFERENCE           PIC X(18).
      *    SPACES: AN INSTRUCTION IS EFFECTIVE THE NIGHT IT POSTS,
      *    NEVER WAREHOUSED.
           05  SIT-EFFECTIVE-DATE      PIC X(8).

       01  SIT-HEADER-REC.
           05  SIH-BRANCH-ID           PIC X(10).
           05  SIH-TYPE                PIC X(2).
           05  SIH-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(26).

       01  SIT-TRAILER-REC.
           05  FILLER                  PIC X(10).
           05  SIR-TYPE                PIC X(2).
           05  SIR-RECORD-COUNT        PIC 9(7).
           05  SIR-HASH-TOTAL          PIC 9(9)V99.
           05  FILLER                  PIC X(16).

       FD  RECEIPT-LOG-FILE
           RECORDING MODE IS F.
       01  RECEIPT-LOG-RECORD.
           COPY BRRCPT01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INSTRUCTION-STATUS   PIC X(2)  VALUE "00".
               88  WS-INSTRUCTION-OK              VALUE "00".
               88  WS-INSTRUCTION-NEW-FILE        VALUE "35".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-SI-OUT-STATUS        PIC X(2)  VALUE "00".
               88  WS-SI-OUT-OK                   VALUES "00" "05".
           05  WS-RECEIPT-LOG-STATUS   PIC X(2)  VALUE "00".
               88  WS-RECEIPT-LOG-OK              VALUES "00" "05".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".
           05  WS-CHANGED-SWITCH       PIC X(1)  VALUE "N".
               88  WS-INSTRUCTION-CHANGED        VALUE "Y".
           05  WS-PRIOR-EOF-SWITCH     PIC X(1)  VALUE "N".
               88  WS-PRIOR-EOF                  VALUE "Y".
           05  WS-MERGED-SWITCH        PIC X(1)  VALUE "N".
               88  WS-BATCH-MERGED               VALUE "Y".

      *    THE BATCH BEING LOOKED FOR ON THE RECEIPT LOG.
       01  WS-RECEIPT-KEY.
           05  WS-RCT-BRANCH-ID        PIC X(10) VALUE SPACES.
           05  WS-RCT-HD-DATE          PIC X(8)  VALUE SPACES.

       01  WS-GENERATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-SKIP-REASON          PIC X(30) VALUE SPACES.
           05  WS-SI-RESULT            PIC X(30) VALUE SPACES.

      *    THE DUE DATE BEING WORKED ON. WS-ANCHOR-DAY IS THE DAY OF
      *    THE MONTH A MONTHLY INSTRUCTION FALLS DUE ON, WHICH A
      *    SHORT MONTH CUTS BACK TO ITS LAST DAY FOR THAT MONTH ONLY.
       01  WS-DUE-DATE-FIELDS.
           05  WS-DUE-DATE             PIC X(8).
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR         PIC 9(4).
               10  WS-DUE-MONTH        PIC 9(2).
               10  WS-DUE-DAY          PIC 9(2).
           05  WS-ANCHOR-DAY           PIC 9(2)  VALUE ZEROES.
           05  WS-MONTH-DAYS           PIC 9(2)  VALUE ZEROES.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZEROES.
           05  WS-LEAP-REMAINDER       PIC 9(3)  VALUE ZEROES.
           05  WS-MONTH-LENGTHS        PIC X(24)
               VALUE "312831303130313130313031".
           05  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
               10  WS-MONTH-LENGTH     PIC 9(2) OCCURS 12 TIMES.

       01  WS-CONTROL-TOTALS.
           05  WS-INSTRUCTION-COUNT    PIC 9(7)    VALUE ZEROES.
           05  WS-GENERATED-COUNT      PIC 9(7)    VALUE ZEROES.
           05  WS-SKIPPED-COUNT        PIC 9(7)    VALUE ZEROES.
           05  WS-ENDED-COUNT          PIC 9(7)    VALUE ZEROES.
           05  WS-GENERATED-TOTAL      PIC 9(9)V99 VALUE ZEROES.
           05  WS-BATCH-HASH           PIC 9(9)V99 VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "STNDGEN1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "STANDING INSTRUCTION GENERATION REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6)  VALUE "NO.".
           05  FILLER                  PIC X(5)  VALUE "TY".
           05  FILLER                  PIC X(12) VALUE "   AMOUNT".
           05  FILLER                  PIC X(5)  VALUE "FREQ".
           05  FILLER                  PIC X(11) VALUE "DUE DATE".
           05  FILLER                  PIC X(7)  VALUE "LEFT".
           05  FILLER                  PIC X(74) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ                  PIC 9(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-TYPE                 PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-AMOUNT               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-FREQUENCY            PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-DUE-DATE             PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-REMAINING            PIC ZZZ9.
           05  DL-REMAINING-X REDEFINES DL-REMAINING
                                       PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(14) VALUE "INSTRUCTIONS:".
           05  TL-INSTRUCTION-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "GENERATED:".
           05  TL-GENERATED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "SKIPPED:".
           05  TL-SKIPPED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "ENDED:".
           05  TL-ENDED-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "GENERATED TOTAL:".
           05  TL-GENERATED-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORTED
               PERFORM 2000-GENERATE-INSTRUCTIONS
               PERFORM 2800-WRITE-BATCH-TRAILER
           END-IF
           PERFORM 3000-TERMINATE
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-ABORTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ATTENTION
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-CHECK-PRIOR-BATCH
           IF NOT WS-ABORTED
               OPEN I-O INSTRUCTION-FILE
               IF WS-INSTRUCTION-NEW-FILE
                   OPEN OUTPUT INSTRUCTION-FILE
                   CLOSE INSTRUCTION-FILE
                   OPEN I-O INSTRUCTION-FILE
               END-IF
               IF NOT WS-INSTRUCTION-OK
                   DISPLAY "STNDGEN1: ERROR OPENING INSTRUCTION-FILE, "
                       "STATUS = " WS-INSTRUCTION-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN INPUT ACCOUNT-FILE
               IF NOT WS-ACCOUNT-OK
                   DISPLAY "STNDGEN1: ERROR OPENING ACCOUNT-FILE, "
                       "STATUS = " WS-ACCOUNT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT SI-OUT-FILE
               IF NOT WS-SI-OUT-OK
                   DISPLAY "STNDGEN1: ERROR OPENING SI-OUT-FILE, "
                       "STATUS = " WS-SI-OUT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "STNDGEN1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADERS
               PERFORM 1500-WRITE-BATCH-HEADER
               MOVE LOW-VALUES TO SI-KEY
               START INSTRUCTION-FILE KEY NOT < SI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF NOT WS-EOF
                   PERFORM 2100-READ-INSTRUCTION-NEXT
               END-IF
           END-IF.

      *    THE INSTRUCTIONS ARE ADVANCED AS THE BATCH IS WRITTEN, SO
      *    A BATCH STILL ON STNDTRAN.DAT THAT TRNMRG1 HAS NOT MERGED -
      *    NOT RUN YET, OR HELD - IS THE ONLY COPY OF WHAT IT
      *    CARRIES: IT IS LEFT WHERE IT IS AND THE RUN STOPS. A BATCH
      *    FOR TODAY THAT HAS MERGED STOPS THE RUN AS WELL, BECAUSE A
      *    SECOND ONE FOR THE SAME DATE WOULD BE HELD AS A DUPLICATE.
       1100-CHECK-PRIOR-BATCH.
           OPEN INPUT SI-OUT-FILE
           IF NOT WS-SI-OUT-OK
               DISPLAY "STNDGEN1: ERROR OPENING SI-OUT-FILE, "
                   "STATUS = " WS-SI-OUT-STATUS
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 1110-READ-PRIOR-BATCH
               PERFORM UNTIL WS-PRIOR-EOF OR WS-ABORTED
                   IF SIH-TYPE = "HD"
                       MOVE SIH-BRANCH-ID TO WS-RCT-BRANCH-ID
                       MOVE SIH-BUSINESS-DATE TO WS-RCT-HD-DATE
                       PERFORM 1150-CHECK-BATCH-MERGED
                       IF NOT WS-BATCH-MERGED AND NOT WS-ABORTED
                           DISPLAY "STNDGEN1: STNDTRAN.DAT HOLDS THE "
                               "UNMERGED BATCH FOR " SIH-BUSINESS-DATE
                               ", NOT OVERWRITTEN"
                           SET WS-ABORTED TO TRUE
                       END-IF
                   END-IF
                   PERFORM 1110-READ-PRIOR-BATCH
               END-PERFORM
               CLOSE SI-OUT-FILE
           END-IF
           IF NOT WS-ABORTED
               MOVE "STNDINS" TO WS-RCT-BRANCH-ID
               MOVE WS-RUN-DATE TO WS-RCT-HD-DATE
               PERFORM 1150-CHECK-BATCH-MERGED
               IF WS-BATCH-MERGED
                   DISPLAY "STNDGEN1: THE BATCH FOR " WS-RUN-DATE
                       " HAS ALREADY BEEN MERGED, NO SECOND BATCH"
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-READ-PRIOR-BATCH.
           READ SI-OUT-FILE
               AT END
                   SET WS-PRIOR-EOF TO TRUE
           END-READ
           IF NOT WS-SI-OUT-OK
               SET WS-PRIOR-EOF TO TRUE
           END-IF.

      *    A BATCH HAS MERGED WHEN THE RECEIPT LOG CARRIES AN "M"
      *    RECEIPT FOR ITS BRANCH AND HEADER DATE. A LOG THAT WILL NOT
      *    OPEN PROVES NOTHING, SO THE RUN STOPS.
       1150-CHECK-BATCH-MERGED.
           MOVE "N" TO WS-MERGED-SWITCH
           OPEN INPUT RECEIPT-LOG-FILE
           IF NOT WS-RECEIPT-LOG-OK
               DISPLAY "STNDGEN1: ERROR OPENING RECEIPT-LOG-FILE, "
                   "STATUS = " WS-RECEIPT-LOG-STATUS
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 1160-READ-RECEIPT-LOG
               PERFORM UNTIL WS-RECEIPT-LOG-STATUS NOT = "00"
                       OR WS-BATCH-MERGED
                   IF BRR-MERGED
                           AND BRR-BRANCH-ID = WS-RCT-BRANCH-ID
                           AND BRR-HD-DATE = WS-RCT-HD-DATE
                       SET WS-BATCH-MERGED TO TRUE
                   END-IF
                   PERFORM 1160-READ-RECEIPT-LOG
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       1160-READ-RECEIPT-LOG.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE "10" TO WS-RECEIPT-LOG-STATUS
           END-READ.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "STNDGEN1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

       1500-WRITE-BATCH-HEADER.
           MOVE SPACES TO SIT-HEADER-REC
           MOVE "STNDINS" TO SIH-BRANCH-ID
           MOVE "HD" TO SIH-TYPE
           MOVE WS-RUN-DATE TO SIH-BUSINESS-DATE
           WRITE SIT-HEADER-REC
           IF NOT WS-SI-OUT-OK
               DISPLAY "STNDGEN1: ERROR WRITING SI-OUT-FILE, "
                   "STATUS = " WS-SI-OUT-STATUS
           END-IF.

       2000-GENERATE-INSTRUCTIONS.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-INSTRUCTION-COUNT
               IF SI-ACTIVE
                   PERFORM 2200-PROCESS-INSTRUCTION
               END-IF
               PERFORM 2100-READ-INSTRUCTION-NEXT
           END-PERFORM.

       2100-READ-INSTRUCTION-NEXT.
           READ INSTRUCTION-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-INSTRUCTION-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      *    EVERY DUE DATE AFTER SI-LAST-DUE-DATE, UP TO THE RUN DATE
      *    AND NOT PAST THE END DATE, IS GENERATED - OR SKIPPED IF
      *    THE ACCOUNT CANNOT TAKE IT - UNTIL THE REMAINING COUNT
      *    RUNS OUT. THE INSTRUCTION IS REWRITTEN ONLY IF SOMETHING
      *    WAS DONE TO IT.
       2200-PROCESS-INSTRUCTION.
           MOVE "N" TO WS-CHANGED-SWITCH
           IF NOT SI-FREQUENCY-VALID
                   OR SI-START-DATE NOT NUMERIC
                   OR (SI-SET-DAY AND SI-DAY-OF-MONTH = ZEROES)
               MOVE SPACES TO WS-DUE-DATE
               MOVE "* INSTRUCTION TERMS INVALID" TO WS-SI-RESULT
               ADD 1 TO WS-SKIPPED-COUNT
               SET WS-ATTENTION TO TRUE
               PERFORM 2700-WRITE-DETAIL-LINE
           ELSE
               PERFORM 2250-CHECK-ACCOUNT
               PERFORM 2300-FIRST-DUE-DATE
               PERFORM 2400-TAKE-DUE-DATE
                   UNTIL WS-DUE-DATE > WS-RUN-DATE
                       OR NOT SI-ACTIVE
                       OR (SI-END-DATE NOT = SPACES
                           AND WS-DUE-DATE > SI-END-DATE)
               IF SI-ACTIVE
                       AND SI-END-DATE NOT = SPACES
                       AND WS-DUE-DATE > SI-END-DATE
                   SET SI-ENDED TO TRUE
                   MOVE "Y" TO WS-CHANGED-SWITCH
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE SPACES TO WS-DUE-DATE
                   MOVE "INSTRUCTION ENDED - END DATE" TO
                       WS-SI-RESULT
                   PERFORM 2700-WRITE-DETAIL-LINE
               END-IF
               IF WS-INSTRUCTION-CHANGED
                   PERFORM 2600-REWRITE-INSTRUCTION
               END-IF
           END-IF.

      *    A FROZEN ACCOUNT COVERS BOTH AN OPERATOR FREEZE AND A
      *    DORMANCY FREEZE, AS IN THE DAILY RUN.
       2250-CHECK-ACCOUNT.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SI-ACCOUNT TO ACCT-KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "* SKIPPED - NOT ON MASTER" TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "* SKIPPED - ACCOUNT CLOSED" TO
                           WS-SKIP-REASON
                   ELSE
                       IF ACCT-FROZEN
                           MOVE "* SKIPPED - ACCOUNT FROZEN" TO
                               WS-SKIP-REASON
                       END-IF
                   END-IF
           END-READ.

      *    DUE DATES ARE ALWAYS COUNTED FROM THE START DATE, SO A
      *    CHANGE OF TERMS PUTS THE INSTRUCTION ON ITS NEW CYCLE; THE
      *    CYCLE IS THEN STEPPED PAST SI-LAST-DUE-DATE.
       2300-FIRST-DUE-DATE.
           MOVE SI-START-DATE TO WS-DUE-DATE
           IF SI-MONTHLY
               MOVE WS-DUE-DAY TO WS-ANCHOR-DAY
           END-IF
           IF SI-SET-DAY
               MOVE SI-DAY-OF-MONTH TO WS-ANCHOR-DAY
               PERFORM 2380-SET-MONTH-DAYS
               IF WS-ANCHOR-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-DUE-DAY
               ELSE
                   MOVE WS-ANCHOR-DAY TO WS-DUE-DAY
               END-IF
               IF WS-DUE-DATE < SI-START-DATE
                   PERFORM 2350-NEXT-DUE-DATE
               END-IF
           END-IF
           PERFORM 2350-NEXT-DUE-DATE
               UNTIL SI-LAST-DUE-DATE = SPACES
                   OR WS-DUE-DATE > SI-LAST-DUE-DATE.

       2350-NEXT-DUE-DATE.
           IF SI-WEEKLY
               ADD 7 TO WS-DUE-DAY
               PERFORM 2380-SET-MONTH-DAYS
               IF WS-DUE-DAY > WS-MONTH-DAYS
                   SUBTRACT WS-MONTH-DAYS FROM WS-DUE-DAY
                   PERFORM 2360-NEXT-MONTH
               END-IF
           ELSE
               PERFORM 2360-NEXT-MONTH
               PERFORM 2380-SET-MONTH-DAYS
               IF WS-ANCHOR-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-DUE-DAY
               ELSE
                   MOVE WS-ANCHOR-DAY TO WS-DUE-DAY
               END-IF
           END-IF.

       2360-NEXT-MONTH.
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.

       2380-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH(WS-DUE-MONTH) TO WS-MONTH-DAYS
           IF WS-DUE-MONTH = 2
               DIVIDE WS-DUE-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZEROES
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-DUE-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROES
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-DUE-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZEROES
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A SKIPPED DUE DATE IS PASSED OVER FOR GOOD: IT IS RECORDED
      *    AS DEALT WITH BUT DOES NOT USE UP THE REMAINING COUNT.
       2400-TAKE-DUE-DATE.
           IF WS-SKIP-REASON = SPACES
               PERFORM 2450-WRITE-INSTRUCTION-TRANS
               ADD 1 TO WS-GENERATED-COUNT
               ADD SI-AMOUNT TO WS-GENERATED-TOTAL
               ADD SI-AMOUNT TO WS-BATCH-HASH
               MOVE "GENERATED" TO WS-SI-RESULT
               IF SI-REMAINING-COUNT > ZEROES
                   SUBTRACT 1 FROM SI-REMAINING-COUNT
                   IF SI-REMAINING-COUNT = ZEROES
                       SET SI-ENDED TO TRUE
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE "GENERATED - LAST OCCURRENCE" TO
                           WS-SI-RESULT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               SET WS-ATTENTION TO TRUE
               MOVE WS-SKIP-REASON TO WS-SI-RESULT
           END-IF
           PERFORM 2700-WRITE-DETAIL-LINE
           MOVE WS-DUE-DATE TO SI-LAST-DUE-DATE
           MOVE WS-RUN-DATE TO SI-LAST-RUN-DATE
           MOVE "Y" TO WS-CHANGED-SWITCH
           PERFORM 2350-NEXT-DUE-DATE.

       2450-WRITE-INSTRUCTION-TRANS.
           MOVE SPACES TO SIT-TRANS-RECORD
           MOVE SI-ACCOUNT TO SIT-ACCOUNT
           MOVE SI-TRANS-TYPE TO SIT-TYPE
           MOVE SI-AMOUNT TO SIT-AMOUNT
           MOVE SPACES TO SIT-REFERENCE
           WRITE SIT-TRANS-RECORD
           IF NOT WS-SI-OUT-OK
               DISPLAY "STNDGEN1: ERROR WRITING SI-OUT-FILE, "
                   "STATUS = " WS-SI-OUT-STATUS
           END-IF.

       2600-REWRITE-INSTRUCTION.
           REWRITE INSTRUCTION-RECORD
           IF NOT WS-INSTRUCTION-OK
               DISPLAY "STNDGEN1: ERROR REWRITING INSTRUCTION-FILE, "
                   "STATUS = " WS-INSTRUCTION-STATUS
               SET WS-ATTENTION TO TRUE
           END-IF.

       2700-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SI-ACCOUNT TO DL-ACCOUNT
           MOVE SI-SEQ TO DL-SEQ
           MOVE SI-TRANS-TYPE TO DL-TYPE
           MOVE SI-AMOUNT TO DL-AMOUNT
           MOVE SI-FREQUENCY TO DL-FREQUENCY
           MOVE WS-DUE-DATE TO DL-DUE-DATE
           IF SI-REMAINING-COUNT > ZEROES
               MOVE SI-REMAINING-COUNT TO DL-REMAINING
           ELSE
               MOVE SPACES TO DL-REMAINING-X
           END-IF
           MOVE WS-SI-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "STNDGEN1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      *    THE TRAILER CARRIES THE DETAIL COUNT AND TRANS-AMOUNT HASH
      *    EXACTLY AS AMTPROC1'S PRE-EDIT RECOMPUTES THEM, SO THE
      *    GENERATED BATCH BALANCES OR THE WHOLE FILE IS REFUSED.
       2800-WRITE-BATCH-TRAILER.
           MOVE SPACES TO SIT-TRAILER-REC
           MOVE "TR" TO SIR-TYPE
           MOVE WS-GENERATED-COUNT TO SIR-RECORD-COUNT
           MOVE WS-BATCH-HASH TO SIR-HASH-TOTAL
           WRITE SIT-TRAILER-REC
           IF NOT WS-SI-OUT-OK
               DISPLAY "STNDGEN1: ERROR WRITING SI-OUT-FILE, "
                   "STATUS = " WS-SI-OUT-STATUS
           END-IF.

       3000-TERMINATE.
           IF NOT WS-ABORTED
               MOVE WS-INSTRUCTION-COUNT TO TL-INSTRUCTION-COUNT
               MOVE WS-GENERATED-COUNT TO TL-GENERATED-COUNT
               MOVE WS-SKIPPED-COUNT TO TL-SKIPPED-COUNT
               MOVE WS-ENDED-COUNT TO TL-ENDED-COUNT
               MOVE WS-GENERATED-TOTAL TO TL-GENERATED-TOTAL
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT WS-REPORT-OK
                   DISPLAY "STNDGEN1: ERROR WRITING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               CLOSE INSTRUCTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE SI-OUT-FILE
               CLOSE REPORT-FILE
           END-IF.
