       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL1.
      *****************************************************************
      * GLJRNL1 - GL JOURNAL BUILD
      *
      * TURNS THE NIGHT'S GLEXTR.DAT INTO A BALANCED DOUBLE-ENTRY
      * JOURNAL ON GLJRNL.DAT FOR THE LEDGER, SO THE OFFSETTING
      * ENTRIES NO LONGER HAVE TO BE KEYED BY HAND. EACH EXTRACT ROW
      * IS LOOKED UP BY TRANSACTION TYPE AND BRANCH ON THE GL MAPPING
      * TABLE (GLMAP.DAT) - FIRST FOR ITS OWN BRANCH, THEN FOR THE
      * BLANK-BRANCH DEFAULT - AND ITS TOTAL IS DEBITED TO ONE GL
      * ACCOUNT AND CREDITED TO THE OTHER, THE WAY ROUND THE D/C FLAG
      * SAYS. THE JOURNAL CARRIES ONE ENTRY PER GL ACCOUNT AND SIDE
      * WITHIN A GL BATCH. A ROW, OR A SIDE OF A ROW, THE TABLE DOES
      * NOT MAP GOES TO THE GL SUSPENSE ACCOUNT NAMED BY THE "**"
      * ENTRY AND IS LISTED FOR THE LEDGER TEAM TO RECLASS.
      *
      * EVERY BATCH MUST BALANCE, AND ITS NET POSTING TOTAL (ROWS
      * SIGNED BY THE D/C FLAG, AS GLACK1 AND RECON1 TOTAL THEM) MUST
      * TIE TO THE RC-CONTROL-TOTAL OF THE LAST RUN-CONTROL RECORD
      * WITH THE SAME BATCH ID. IF ANY BATCH FAILS EITHER TEST THE
      * JOURNAL IS HELD: GLJRNL.DAT IS LEFT EMPTY, SO THE PREVIOUS
      * NIGHT'S FILE CANNOT GO OUT IN ITS PLACE, AND THE RUN ENDS
      * WITH COMPLETION CODE 16 TO STOP THE FEED. CODE 4 MEANS THE
      * JOURNAL WAS WRITTEN BUT SOMETHING WENT TO GL SUSPENSE; 0
      * MEANS EVERY ROW MAPPED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD.
           COPY GLEXT01 IN "copybooks".

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           COPY GLMAP01 IN "copybooks"
               REPLACING ==GLM-TRANS-TYPE== BY ==FD-GLM-TRANS-TYPE==
                         ==GLM-SUSPENSE-ENTRY==
                             BY ==FD-GLM-SUSPENSE-ENTRY==
                         ==GLM-BRANCH-ID== BY ==FD-GLM-BRANCH-ID==
                         ==GLM-DEBIT-GL== BY ==FD-GLM-DEBIT-GL==
                         ==GLM-CREDIT-GL== BY ==FD-GLM-CREDIT-GL==.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL01 IN "copybooks".

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           COPY GLJRNL01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GL-EXTRACT-STATUS    PIC X(2)  VALUE "00".
               88  WS-GL-EXTRACT-OK               VALUE "00".
               88  WS-GL-EXTRACT-EOF              VALUE "10".
           05  WS-GL-MAP-STATUS        PIC X(2)  VALUE "00".
               88  WS-GL-MAP-OK                   VALUE "00".
               88  WS-GL-MAP-EOF                  VALUE "10".
           05  WS-RUNCTL-STATUS        PIC X(2)  VALUE "00".
               88  WS-RUNCTL-OK                   VALUES "00" "05".
               88  WS-RUNCTL-EOF                  VALUE "10".
           05  WS-JOURNAL-STATUS       PIC X(2)  VALUE "00".
               88  WS-JOURNAL-OK                  VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-GL-EOF-SWITCH        PIC X(1)  VALUE "N".
               88  WS-GL-DONE                    VALUE "Y".
           05  WS-MAP-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-MAP-DONE                   VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-RUNCTL-DONE                VALUE "Y".
           05  WS-MAP-FOUND-SWITCH     PIC X(1)  VALUE "N".
               88  WS-MAP-FOUND                  VALUE "Y".
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".
           05  WS-HOLD-SWITCH          PIC X(1)  VALUE "N".
               88  WS-JOURNAL-HELD               VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".

      *    THE MAPPING TABLE IS LOADED WHOLE; THE "**" ENTRY IS TAKEN
      *    OUT INTO WS-SUSPENSE-GL RATHER THAN SEARCHED FOR EACH ROW.
       01  WS-MAP-TABLE-FIELDS.
           02  WS-MAP-COUNT            PIC 9(4) VALUE ZEROES.
           02  WS-MAP-TABLE OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY MAP-IDX.
               COPY GLMAP01 IN "copybooks".

      *    ONE ENTRY PER BATCH / GL ACCOUNT / SIDE, HOLDING THE SUM OF
      *    THE ROWS POSTED TO IT. THIS IS THE JOURNAL, WRITTEN OUT
      *    ONLY AFTER EVERY BATCH HAS BALANCED AND TIED.
       01  WS-JOURNAL-TABLE-FIELDS.
           05  WS-JT-COUNT             PIC 9(5) VALUE ZEROES.
           05  WS-JT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-JT-COUNT
                   INDEXED BY JT-IDX.
               10  JT-MATCH-KEY.
                   15  JT-BATCH-ID     PIC X(8).
                   15  JT-GL-ACCOUNT   PIC X(10).
                   15  JT-DC-FLAG      PIC X(1).
               10  JT-AMOUNT           PIC 9(13)V99.
               10  JT-ROW-COUNT        PIC 9(7).

      *    DEBIT, CREDIT, AND NET POSTING TOTALS PER GL BATCH. THE
      *    EXTRACT NORMALLY CARRIES A SINGLE BATCH BUT A RESTARTED RUN
      *    CAN LEAVE MORE THAN ONE ON FILE.
       01  WS-BATCH-TABLE-FIELDS.
           05  WS-TB-COUNT             PIC 9(2) VALUE ZEROES.
           05  WS-TB-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-TB-COUNT
                   INDEXED BY TB-IDX.
               10  TB-BATCH-ID         PIC X(8).
               10  TB-EFFECTIVE-DATE   PIC X(8).
               10  TB-ROW-COUNT        PIC 9(7).
               10  TB-DEBIT-TOTAL      PIC S9(13)V99.
               10  TB-CREDIT-TOTAL     PIC S9(13)V99.
               10  TB-NET-TOTAL        PIC S9(13)V99.
               10  TB-CONTROL-TOTAL    PIC S9(9)V99.
               10  TB-RC-SEEN-FLAG     PIC X(1).
                   88  TB-RC-SEEN                VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-SUSPENSE-GL          PIC X(10) VALUE SPACES.
           05  WS-ROW-DEBIT-GL         PIC X(10).
           05  WS-ROW-CREDIT-GL        PIC X(10).
           05  WS-SWAP-GL              PIC X(10).
           05  WS-SUSPENSE-REASON      PIC X(30).
      *    EXTRACT ROWS CARRY UNSIGNED TOTALS; A CREDIT ROW COUNTS AS
      *    NEGATIVE TOWARDS THE NET, MATCHING GLACK1 AND RECON1.
           05  WS-SIGNED-TOTAL         PIC S9(13)V99 VALUE ZEROES.
           05  WS-MATCH-KEY.
               10  WS-MK-BATCH-ID      PIC X(8).
               10  WS-MK-GL-ACCOUNT    PIC X(10).
               10  WS-MK-DC-FLAG       PIC X(1).

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACT-ROW-COUNT    PIC 9(7)    VALUE ZEROES.
           05  WS-SUSPENSE-ROW-COUNT   PIC 9(7)    VALUE ZEROES.
           05  WS-JOURNAL-WRITE-COUNT  PIC 9(7)    VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "GLJRNL1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "GL JOURNAL BUILD REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "BATCH".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(12) VALUE "BRANCH".
           05  FILLER                  PIC X(4)  VALUE "D/C".
           05  FILLER                  PIC X(17) VALUE "ROW TOTAL".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(59)
               VALUE "SUSPENSE REASON".

       01  WS-DETAIL-LINE.
           05  DL-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-TRANS-TYPE           PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-BRANCH-ID            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DC-FLAG              PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ROW-TOTAL            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-JOURNAL-LINE.
           05  FILLER                  PIC X(9)  VALUE "JOURNAL: ".
           05  JL-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "GL: ".
           05  JL-GL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  JL-DC-FLAG              PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "ROWS: ".
           05  JL-ROW-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  JL-AMOUNT               PIC Z(12)9.99.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-BATCH-LINE-1.
           05  FILLER                  PIC X(7)  VALUE "BATCH: ".
           05  BL1-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "DEBITS:".
           05  BL1-DEBIT-TOTAL         PIC -(12)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "CREDITS:".
           05  BL1-CREDIT-TOTAL        PIC -(12)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  BL1-BALANCE-FLAG        PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-BATCH-LINE-2.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "NET:".
           05  BL2-NET-TOTAL           PIC -(12)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "RUN CTL:".
           05  BL2-CONTROL-TOTAL       PIC -(12)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  BL2-TIE-FLAG            PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(14) VALUE "EXTRACT ROWS:".
           05  TL1-EXTRACT-ROWS        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "SUSPENSE ROWS:".
           05  TL1-SUSPENSE-ROWS       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "JOURNAL ENTRIES:".
           05  TL1-JOURNAL-ENTRIES     PIC Z,ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  TL2-JOURNAL-STATE       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORTED
               PERFORM 2000-BUILD-JOURNAL
               PERFORM 2400-LIST-JOURNAL
               PERFORM 2600-TIE-TO-RUN-CONTROL
           END-IF
           PERFORM 2800-WRITE-JOURNAL-FILE
           PERFORM 3000-TERMINATE
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-ABORTED OR WS-JOURNAL-HELD
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
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "GLJRNL1: ERROR OPENING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 1100-LOAD-MAP-TABLE
           IF NOT WS-ABORTED
               OPEN INPUT GL-EXTRACT-FILE
               IF NOT WS-GL-EXTRACT-OK
                   DISPLAY "GLJRNL1: ERROR OPENING GL-EXTRACT-FILE, "
                       "STATUS = " WS-GL-EXTRACT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF.

      *    WITHOUT THE WHOLE TABLE, OR WITHOUT A SUSPENSE ACCOUNT TO
      *    ROUTE THE UNMAPPED TO, NO JOURNAL CAN BE BUILT THAT THE
      *    LEDGER COULD TRUST, SO EITHER REFUSES THE RUN.
       1100-LOAD-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GL-MAP-OK
               DISPLAY "GLJRNL1: ERROR OPENING GL-MAP-FILE, STATUS = "
                   WS-GL-MAP-STATUS
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 1150-READ-GL-MAP
               PERFORM UNTIL WS-MAP-DONE
                   IF FD-GLM-SUSPENSE-ENTRY
                       MOVE FD-GLM-DEBIT-GL TO WS-SUSPENSE-GL
                   ELSE
                       IF WS-MAP-COUNT >= 500
                           DISPLAY "GLJRNL1: GL-MAP-FILE EXCEEDS 500 "
                               "ENTRIES, RUN REFUSED"
                           SET WS-ABORTED TO TRUE
                           SET WS-MAP-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           MOVE FD-GLM-TRANS-TYPE TO
                               GLM-TRANS-TYPE(WS-MAP-COUNT)
                           MOVE FD-GLM-BRANCH-ID TO
                               GLM-BRANCH-ID(WS-MAP-COUNT)
                           MOVE FD-GLM-DEBIT-GL TO
                               GLM-DEBIT-GL(WS-MAP-COUNT)
                           MOVE FD-GLM-CREDIT-GL TO
                               GLM-CREDIT-GL(WS-MAP-COUNT)
                       END-IF
                   END-IF
                   IF NOT WS-MAP-DONE
                       PERFORM 1150-READ-GL-MAP
                   END-IF
               END-PERFORM
               CLOSE GL-MAP-FILE
               IF WS-SUSPENSE-GL = SPACES AND NOT WS-ABORTED
                   DISPLAY "GLJRNL1: NO GL SUSPENSE ACCOUNT ON "
                       "GL-MAP-FILE, RUN REFUSED"
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF.

       1150-READ-GL-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-DONE TO TRUE
           END-READ
           IF NOT WS-GL-MAP-OK
               SET WS-MAP-DONE TO TRUE
           END-IF.

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
               DISPLAY "GLJRNL1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    A ROW WHOSE TOTAL IS NOT NUMERIC CANNOT BE JOURNALED AT
      *    ALL; IT IS LISTED AND THE JOURNAL HELD, SINCE THE BATCH
      *    COULD NOT THEN TIE TO WHAT THE DAILY RUN POSTED.
       2000-BUILD-JOURNAL.
           PERFORM 2100-READ-GL-EXTRACT
           PERFORM UNTIL WS-GL-DONE
               ADD 1 TO WS-EXTRACT-ROW-COUNT
               IF GL-TOTAL NOT NUMERIC
                   MOVE "ROW TOTAL NOT NUMERIC" TO WS-SUSPENSE-REASON
                   PERFORM 2150-WRITE-SUSPENSE-LINE
                   SET WS-JOURNAL-HELD TO TRUE
               ELSE
                   PERFORM 2050-MAP-EXTRACT-ROW
                   PERFORM 2070-ADD-BATCH-TOTAL
                   MOVE GL-BATCH-ID TO WS-MK-BATCH-ID
                   MOVE WS-ROW-DEBIT-GL TO WS-MK-GL-ACCOUNT
                   MOVE "D" TO WS-MK-DC-FLAG
                   PERFORM 2060-ADD-JOURNAL-ENTRY
                   MOVE WS-ROW-CREDIT-GL TO WS-MK-GL-ACCOUNT
                   MOVE "C" TO WS-MK-DC-FLAG
                   PERFORM 2060-ADD-JOURNAL-ENTRY
               END-IF
               PERFORM 2100-READ-GL-EXTRACT
           END-PERFORM.

      *    THE ROW'S OWN BRANCH IS TRIED FIRST, THEN THE BLANK-BRANCH
      *    DEFAULT FOR ITS TYPE. AN UNMAPPED ROW POSTS BOTH SIDES TO
      *    SUSPENSE; AN ENTRY WITH ONE SIDE BLANK POSTS THAT SIDE
      *    THERE. A "C" ROW TAKES THE MAPPED PAIR THE OTHER WAY ROUND.
       2050-MAP-EXTRACT-ROW.
           MOVE "N" TO WS-MAP-FOUND-SWITCH
           MOVE SPACES TO WS-SUSPENSE-REASON
           SET MAP-IDX TO 1
           SEARCH WS-MAP-TABLE
               AT END
                   CONTINUE
               WHEN GLM-TRANS-TYPE(MAP-IDX) = GL-TRANS-TYPE
                       AND GLM-BRANCH-ID(MAP-IDX) = GL-BRANCH-ID
                   SET WS-MAP-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-MAP-FOUND
               SET MAP-IDX TO 1
               SEARCH WS-MAP-TABLE
                   AT END
                       CONTINUE
                   WHEN GLM-TRANS-TYPE(MAP-IDX) = GL-TRANS-TYPE
                           AND GLM-BRANCH-ID(MAP-IDX) = SPACES
                       SET WS-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-MAP-FOUND
               MOVE GLM-DEBIT-GL(MAP-IDX) TO WS-ROW-DEBIT-GL
               MOVE GLM-CREDIT-GL(MAP-IDX) TO WS-ROW-CREDIT-GL
               IF WS-ROW-DEBIT-GL = SPACES
                   MOVE WS-SUSPENSE-GL TO WS-ROW-DEBIT-GL
                   MOVE "NO DEBIT GL ON MAPPING" TO WS-SUSPENSE-REASON
               END-IF
               IF WS-ROW-CREDIT-GL = SPACES
                   MOVE WS-SUSPENSE-GL TO WS-ROW-CREDIT-GL
                   MOVE "NO CREDIT GL ON MAPPING" TO WS-SUSPENSE-REASON
               END-IF
           ELSE
               MOVE WS-SUSPENSE-GL TO WS-ROW-DEBIT-GL
               MOVE WS-SUSPENSE-GL TO WS-ROW-CREDIT-GL
               MOVE "NO GL MAPPING FOR TYPE/BRANCH"
                   TO WS-SUSPENSE-REASON
           END-IF
           IF WS-SUSPENSE-REASON NOT = SPACES
               PERFORM 2150-WRITE-SUSPENSE-LINE
           END-IF
           IF GL-CREDIT
               MOVE WS-ROW-DEBIT-GL TO WS-SWAP-GL
               MOVE WS-ROW-CREDIT-GL TO WS-ROW-DEBIT-GL
               MOVE WS-SWAP-GL TO WS-ROW-CREDIT-GL
           END-IF.

      *    SERIAL SEARCH ON THE BATCH / GL ACCOUNT / SIDE IN
      *    WS-MATCH-KEY, ADDING A ZEROED ENTRY FOR ONE NOT SEEN
      *    BEFORE. A FULL TABLE DROPS THE AMOUNT, SO IT HOLDS THE
      *    JOURNAL RATHER THAN LET AN INCOMPLETE ONE OUT.
       2060-ADD-JOURNAL-ENTRY.
           SET JT-IDX TO 1
           SEARCH WS-JT-ENTRY
               AT END
                   IF WS-JT-COUNT >= 2000
                       DISPLAY "GLJRNL1: JOURNAL TABLE FULL, BATCH "
                           WS-MK-BATCH-ID " GL " WS-MK-GL-ACCOUNT
                           " NOT JOURNALED"
                       SET WS-JOURNAL-HELD TO TRUE
                   ELSE
                       ADD 1 TO WS-JT-COUNT
                       SET JT-IDX TO WS-JT-COUNT
                       MOVE WS-MATCH-KEY TO JT-MATCH-KEY(JT-IDX)
                       MOVE GL-TOTAL TO JT-AMOUNT(JT-IDX)
                       MOVE 1 TO JT-ROW-COUNT(JT-IDX)
                       PERFORM 2065-ADD-SIDE-TOTAL
                   END-IF
               WHEN JT-MATCH-KEY(JT-IDX) = WS-MATCH-KEY
                   ADD GL-TOTAL TO JT-AMOUNT(JT-IDX)
                   ADD 1 TO JT-ROW-COUNT(JT-IDX)
                   PERFORM 2065-ADD-SIDE-TOTAL
           END-SEARCH.

      *    THE BATCH SIDE TOTALS ARE ADDED ONLY AS AN AMOUNT REACHES
      *    THE JOURNAL TABLE, SO ANYTHING DROPPED SHOWS AS AN
      *    IMBALANCE AS WELL AS IN THE MESSAGE.
       2065-ADD-SIDE-TOTAL.
           IF TB-IDX NOT > WS-TB-COUNT
               IF WS-MK-DC-FLAG = "D"
                   ADD GL-TOTAL TO TB-DEBIT-TOTAL(TB-IDX)
               ELSE
                   ADD GL-TOTAL TO TB-CREDIT-TOTAL(TB-IDX)
               END-IF
           END-IF.

      *    LEAVES TB-IDX ON THE ROW'S BATCH FOR 2065; WHEN THE BATCH
      *    TABLE IS FULL TB-IDX IS LEFT PAST THE END AND THE JOURNAL
      *    IS HELD, SINCE THAT BATCH CAN NEITHER BALANCE NOR TIE.
       2070-ADD-BATCH-TOTAL.
           IF GL-CREDIT
               COMPUTE WS-SIGNED-TOTAL = 0 - GL-TOTAL
           ELSE
               MOVE GL-TOTAL TO WS-SIGNED-TOTAL
           END-IF
           SET TB-IDX TO 1
           SEARCH WS-TB-ENTRY
               AT END
                   IF WS-TB-COUNT >= 10
                       DISPLAY "GLJRNL1: BATCH TABLE FULL, BATCH "
                           GL-BATCH-ID " NOT JOURNALED"
                       SET TB-IDX TO 11
                       SET WS-JOURNAL-HELD TO TRUE
                   ELSE
                       ADD 1 TO WS-TB-COUNT
                       SET TB-IDX TO WS-TB-COUNT
                       MOVE GL-BATCH-ID TO TB-BATCH-ID(TB-IDX)
                       MOVE GL-EFFECTIVE-DATE TO
                           TB-EFFECTIVE-DATE(TB-IDX)
                       MOVE 1 TO TB-ROW-COUNT(TB-IDX)
                       MOVE ZEROES TO TB-DEBIT-TOTAL(TB-IDX)
                       MOVE ZEROES TO TB-CREDIT-TOTAL(TB-IDX)
                       MOVE WS-SIGNED-TOTAL TO TB-NET-TOTAL(TB-IDX)
                       MOVE ZEROES TO TB-CONTROL-TOTAL(TB-IDX)
                       MOVE "N" TO TB-RC-SEEN-FLAG(TB-IDX)
                   END-IF
               WHEN TB-BATCH-ID(TB-IDX) = GL-BATCH-ID
                   ADD 1 TO TB-ROW-COUNT(TB-IDX)
                   ADD WS-SIGNED-TOTAL TO TB-NET-TOTAL(TB-IDX)
           END-SEARCH.

       2100-READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   SET WS-GL-DONE TO TRUE
           END-READ
           IF NOT WS-GL-EXTRACT-OK
               SET WS-GL-DONE TO TRUE
           END-IF.

       2150-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSPENSE-ROW-COUNT
           SET WS-ATTENTION TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE GL-BATCH-ID TO DL-BATCH-ID
           MOVE GL-ACCOUNT TO DL-ACCOUNT
           MOVE GL-TRANS-TYPE TO DL-TRANS-TYPE
           MOVE GL-BRANCH-ID TO DL-BRANCH-ID
           MOVE GL-DC-FLAG TO DL-DC-FLAG
           IF GL-TOTAL NUMERIC
               MOVE GL-TOTAL TO DL-ROW-TOTAL
           ELSE
               MOVE ZEROES TO DL-ROW-TOTAL
           END-IF
           MOVE WS-SUSPENSE-REASON TO DL-REASON
           PERFORM 2350-WRITE-DETAIL-LINE.

       2350-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "GLJRNL1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2400-LIST-JOURNAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 2450-WRITE-JOURNAL-LINE
               VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > WS-JT-COUNT.

       2450-WRITE-JOURNAL-LINE.
           MOVE JT-BATCH-ID(JT-IDX) TO JL-BATCH-ID
           MOVE JT-GL-ACCOUNT(JT-IDX) TO JL-GL-ACCOUNT
           MOVE JT-DC-FLAG(JT-IDX) TO JL-DC-FLAG
           MOVE JT-ROW-COUNT(JT-IDX) TO JL-ROW-COUNT
           MOVE JT-AMOUNT(JT-IDX) TO JL-AMOUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-JOURNAL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "GLJRNL1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      *    THE REGISTRY IS AN APPEND-ONLY LOG AND THE LAST RECORD FOR
      *    A BATCH IS ITS CURRENT STATE, SO EVERY RECORD IS READ AND
      *    THE LAST MATCH PER BATCH WINS.
       2600-TIE-TO-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
               PERFORM 2650-READ-RUN-CONTROL
               PERFORM UNTIL WS-RUNCTL-DONE
                   SET TB-IDX TO 1
                   SEARCH WS-TB-ENTRY
                       AT END
                           CONTINUE
                       WHEN TB-BATCH-ID(TB-IDX) = RC-BATCH-ID
                           MOVE RC-CONTROL-TOTAL TO
                               TB-CONTROL-TOTAL(TB-IDX)
                           SET TB-RC-SEEN(TB-IDX) TO TRUE
                   END-SEARCH
                   PERFORM 2650-READ-RUN-CONTROL
               END-PERFORM
           ELSE
               DISPLAY "GLJRNL1: ERROR OPENING RUN-CONTROL-FILE, "
                   "STATUS = " WS-RUNCTL-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 2700-WRITE-BATCH-LINES
               VARYING TB-IDX FROM 1 BY 1
               UNTIL TB-IDX > WS-TB-COUNT.

       2650-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-DONE TO TRUE
           END-READ
           IF NOT WS-RUNCTL-OK
               SET WS-RUNCTL-DONE TO TRUE
           END-IF.

      *    A BATCH THAT DOES NOT BALANCE, HAS NO RUN-CONTROL RECORD,
      *    OR DOES NOT TIE TO IT HOLDS THE WHOLE JOURNAL.
       2700-WRITE-BATCH-LINES.
           MOVE TB-BATCH-ID(TB-IDX) TO BL1-BATCH-ID
           MOVE TB-DEBIT-TOTAL(TB-IDX) TO BL1-DEBIT-TOTAL
           MOVE TB-CREDIT-TOTAL(TB-IDX) TO BL1-CREDIT-TOTAL
           IF TB-DEBIT-TOTAL(TB-IDX) = TB-CREDIT-TOTAL(TB-IDX)
               MOVE "JOURNAL BALANCES" TO BL1-BALANCE-FLAG
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO BL1-BALANCE-FLAG
               SET WS-JOURNAL-HELD TO TRUE
           END-IF
           MOVE TB-NET-TOTAL(TB-IDX) TO BL2-NET-TOTAL
           MOVE TB-CONTROL-TOTAL(TB-IDX) TO BL2-CONTROL-TOTAL
           IF NOT TB-RC-SEEN(TB-IDX)
               MOVE "*** NO RUN-CONTROL RECORD ***" TO BL2-TIE-FLAG
               SET WS-JOURNAL-HELD TO TRUE
           ELSE
               IF TB-NET-TOTAL(TB-IDX) = TB-CONTROL-TOTAL(TB-IDX)
                   MOVE "TIES TO RUN CONTROL" TO BL2-TIE-FLAG
               ELSE
                   MOVE "*** DOES NOT TIE ***" TO BL2-TIE-FLAG
                   SET WS-JOURNAL-HELD TO TRUE
               END-IF
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-BATCH-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-BATCH-LINE-2
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "GLJRNL1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 2 TO WS-LINE-COUNT.

      *    THE JOURNAL FILE IS ALWAYS OPENED, SO A HELD OR REFUSED
      *    RUN LEAVES IT EMPTY RATHER THAN LEAVING THE PREVIOUS
      *    NIGHT'S JOURNAL THERE TO BE SENT AGAIN.
       2800-WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "GLJRNL1: ERROR OPENING JOURNAL-FILE, STATUS = "
                   WS-JOURNAL-STATUS
               SET WS-JOURNAL-HELD TO TRUE
           ELSE
               IF WS-ABORTED OR WS-JOURNAL-HELD
                   DISPLAY "GLJRNL1: JOURNAL HELD, NOTHING WRITTEN "
                       "TO JOURNAL-FILE"
               ELSE
                   PERFORM 2850-WRITE-ONE-ENTRY
                       VARYING JT-IDX FROM 1 BY 1
                       UNTIL JT-IDX > WS-JT-COUNT
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       2850-WRITE-ONE-ENTRY.
           MOVE JT-BATCH-ID(JT-IDX) TO JRN-BATCH-ID
           SET TB-IDX TO 1
           SEARCH WS-TB-ENTRY
               AT END
                   MOVE SPACES TO JRN-EFFECTIVE-DATE
               WHEN TB-BATCH-ID(TB-IDX) = JT-BATCH-ID(JT-IDX)
                   MOVE TB-EFFECTIVE-DATE(TB-IDX) TO JRN-EFFECTIVE-DATE
           END-SEARCH
           MOVE JT-GL-ACCOUNT(JT-IDX) TO JRN-GL-ACCOUNT
           MOVE JT-DC-FLAG(JT-IDX) TO JRN-DC-FLAG
           MOVE JT-AMOUNT(JT-IDX) TO JRN-AMOUNT
           MOVE JT-ROW-COUNT(JT-IDX) TO JRN-ROW-COUNT
           WRITE JOURNAL-RECORD
           IF NOT WS-JOURNAL-OK
               DISPLAY "GLJRNL1: ERROR WRITING JOURNAL-FILE, STATUS = "
                   WS-JOURNAL-STATUS
               SET WS-JOURNAL-HELD TO TRUE
           ELSE
               ADD 1 TO WS-JOURNAL-WRITE-COUNT
           END-IF.

       3000-TERMINATE.
           MOVE WS-EXTRACT-ROW-COUNT TO TL1-EXTRACT-ROWS
           MOVE WS-SUSPENSE-ROW-COUNT TO TL1-SUSPENSE-ROWS
           MOVE WS-JOURNAL-WRITE-COUNT TO TL1-JOURNAL-ENTRIES
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES
           IF WS-ABORTED OR WS-JOURNAL-HELD
               MOVE "*** JOURNAL HELD - FEED STOPPED ***"
                   TO TL2-JOURNAL-STATE
           ELSE
               MOVE "JOURNAL RELEASED" TO TL2-JOURNAL-STATE
           END-IF
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "GLJRNL1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           IF NOT WS-ABORTED
               CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE REPORT-FILE.
