      *****************************************************************
      * TRNMRG1 - BRANCH TRANSACTION FILE MERGE
      *
      * CONSOLIDATES THE BRANCH TRANSACTION FILES INTO THE SINGLE
      * TRANIN.DAT THAT AMTPROC1 READS. THE BRANCHES AND THEIR FILES
      * COME FROM THE BRANCH CONTROL MASTER (BRMAST.DAT, MAINTAINED BY
      * BRMNT1), SO A NEW BRANCH IS A MAINTENANCE ENTRY, NOT A CHANGE
      * HERE. EACH BRANCH FILE ARRIVES COMPLETE WITH ITS OWN "HD"
      * HEADER AND "TR" TRAILER, WHICH ARE COPIED THROUGH UNTOUCHED SO
      * AMTPROC1'S PRE-EDIT CAN BALANCE EVERY BRANCH BATCH
      * INDEPENDENTLY AND REPORT PER-BRANCH SUBTOTALS.
      *
      * EVERY FILE RECEIVED IS LOGGED ON THE RECEIPT LOG WITH ITS
      * HEADER BUSINESS DATE AND TRAILER COUNT AND HASH, AND THE
      * RECEIPT REPORT NAMES EVERY EXPECTED-DAILY BRANCH THAT SENT
      * NOTHING, EVERY FILE WHOSE HEADER DATE IS NOT THE MERGE'S
      * BUSINESS DATE, AND EVERY FILE ALREADY MERGED ONCE BEFORE.
      * THOSE FILES - AND ANY FILE WITH NO BRANCH HEADER AT ALL - ARE
      * HELD BACK RATHER THAN MERGED: AMTPROC1 POSTS THE WHOLE OF
      * TRANIN.DAT UNDER ONE BUSINESS DATE, AND A FILE MERGED TWICE
      * POSTS TWICE. A BRANCH NOT EXPECTED DAILY THAT SENDS NOTHING
      * IS PASSED OVER QUIETLY.
      * COMPLETION CODE 0 MEANS EVERY EXPECTED FILE ARRIVED AND
      * MERGED CLEAN; 4 MEANS THE RECEIPT REPORT NEEDS ATTENTION;
      * 16 MEANS NOTHING WAS MERGED - THE MASTER OR THE OUTPUT WOULD
      * NOT OPEN.
      *
      * PARM: BLANK MERGES FOR TODAY'S BUSINESS DATE; "DATE YYYYMMDD"
      * MERGES FOR THAT BUSINESS DATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

      *    ONE SELECT SERVES EVERY BRANCH: THE FILE NAME IS TAKEN
      *    FROM THE BRANCH'S MASTER ENTRY BEFORE EACH OPEN.
           SELECT BRANCH-FILE ASSIGN USING WS-BRANCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "BRRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRRCVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       01  BRANCH-MASTER-RECORD.
           COPY BRMAST01 IN "copybooks"
               REPLACING ==BRM-BRANCH-ID== BY ==FD-BRM-BRANCH-ID==
                         ==BRM-FILE-NAME== BY ==FD-BRM-FILE-NAME==
                         ==BRM-EXPECTED-FLAG==
                             BY ==FD-BRM-EXPECTED-FLAG==
                         ==BRM-EXPECTED-DAILY==
                             BY ==FD-BRM-EXPECTED-DAILY==
                         ==BRM-NOT-EXPECTED==
                             BY ==FD-BRM-NOT-EXPECTED==.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       01  BRANCH-RECORD               PIC X(46).

      *    HEADER AND TRAILER VIEWS OF THE BRANCH RECORD, AS AMTPROC1
      *    READS THEM.
       01  BRANCH-HEADER-REC.
           05  BHR-BRANCH-ID           PIC X(10).
           05  BHR-TYPE                PIC X(2).
               88  BHR-HEADER-TYPE               VALUE "HD".
           05  BHR-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(26).

       01  BRANCH-TRAILER-REC.
           05  FILLER                  PIC X(10).
           05  BTR-TYPE                PIC X(2).
               88  BTR-TRAILER-TYPE              VALUE "TR".
           05  BTR-RECORD-COUNT        PIC 9(7).
           05  BTR-HASH-TOTAL          PIC 9(9)V99.
           05  FILLER                  PIC X(16).

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD            PIC X(46).

       FD  RECEIPT-LOG-FILE
           RECORDING MODE IS F.
       01  RECEIPT-LOG-RECORD.
           COPY BRRCPT01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)  VALUE "00".
               88  WS-BRANCH-MASTER-OK            VALUE "00".
               88  WS-BRANCH-MASTER-EOF           VALUE "10".
           05  WS-BRANCH-STATUS        PIC X(2)  VALUE "00".
               88  WS-BRANCH-OK                   VALUE "00".
               88  WS-BRANCH-EOF                  VALUE "10".
               88  WS-BRANCH-MISSING              VALUE "35".
           05  WS-TRANS-OUT-STATUS     PIC X(2)  VALUE "00".
               88  WS-TRANS-OUT-OK                VALUE "00".
           05  WS-RECEIPT-LOG-STATUS   PIC X(2)  VALUE "00".
               88  WS-RECEIPT-LOG-OK              VALUES "00" "05".
               88  WS-RECEIPT-LOG-EOF             VALUE "10".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.

       01  WS-BUSINESS-DATE            PIC X(8).

       01  WS-MERGE-FIELDS.
           05  WS-BRANCH-FILE-NAME     PIC X(30) VALUE SPACES.
           05  WS-BRANCH-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-BRANCH-DONE                VALUE "Y".

       01  WS-SWITCHES.
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".
           05  WS-LOG-EOF-SWITCH       PIC X(1)  VALUE "N".
               88  WS-LOG-DONE                   VALUE "Y".

      *    WHAT THE SCAN OF ONE BRANCH FILE FOUND: ITS RECORD COUNT,
      *    THE BUSINESS DATE ON ITS FIRST HEADER, THE SUM OF ITS
      *    TRAILER COUNTS AND HASHES, AND WHETHER IT OPENED WITH A
      *    HEADER AND CARRIED ONLY THE MERGE'S BUSINESS DATE.
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-RECORDS         PIC 9(7)  VALUE ZEROES.
           05  WS-SCAN-HD-DATE         PIC X(8)  VALUE SPACES.
           05  WS-SCAN-TR-COUNT        PIC 9(7)  VALUE ZEROES.
           05  WS-SCAN-TR-HASH         PIC 9(9)V99 VALUE ZEROES.
           05  WS-SCAN-HEADER-SWITCH   PIC X(1)  VALUE "N".
               88  WS-SCAN-HAS-HEADER            VALUE "Y".
           05  WS-SCAN-DATE-SWITCH     PIC X(1)  VALUE "N".
               88  WS-SCAN-DATE-WRONG            VALUE "Y".
           05  WS-RECEIPT-RESULT       PIC X(1)  VALUE SPACES.
               88  WS-RECEIPT-MERGED             VALUE "M".
           05  WS-RESULT-TEXT          PIC X(34) VALUE SPACES.

       01  WS-BRANCH-TABLE-FIELDS.
           02  WS-BRM-COUNT            PIC 9(4) VALUE ZEROES.
           02  WS-BRM-TABLE OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-BRM-COUNT
                   INDEXED BY BRM-IDX.
               COPY BRMAST01 IN "copybooks".

      *    BRANCH FILES ALREADY MERGED, BY BRANCH AND HEADER DATE:
      *    THE RECEIPT LOG'S MERGED ENTRIES FROM EARLIER RUN DATES
      *    INSIDE WS-RCT-WINDOW-DAYS, PLUS EVERY FILE THIS RUN MERGES.
      *    LOG ENTRIES WRITTEN EARLIER TODAY ARE LEFT OUT: TRANIN.DAT
      *    IS REBUILT WHOLE ON EVERY MERGE, SO A SAME-DAY RERUN
      *    REPLACES THE EARLIER ATTEMPT RATHER THAN REPEATING IT, AND
      *    THE RUN-CONTROL REGISTRY ALREADY STOPS A POSTED BUSINESS
      *    DATE FROM POSTING AGAIN.
       01  WS-RECEIPT-TABLE-FIELDS.
           05  WS-RCT-WINDOW-DAYS      PIC 9(3)  VALUE 30.
           05  WS-RUN-INTEGER          PIC 9(7)  VALUE ZEROES.
           05  WS-LOG-INTEGER          PIC 9(7)  VALUE ZEROES.
           05  WS-LOG-AGE              PIC S9(5) VALUE ZEROES.
           05  WS-RCT-KEY-BRANCH-ID    PIC X(10) VALUE SPACES.
           05  WS-RCT-KEY-HD-DATE      PIC X(8)  VALUE SPACES.
           05  WS-RCT-COUNT            PIC 9(5)  VALUE ZEROES.
           05  WS-RCT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-RCT-COUNT
                   INDEXED BY RCT-IDX.
               10  RCT-BRANCH-ID       PIC X(10).
               10  RCT-HD-DATE         PIC X(8).

       01  WS-CONTROL-TOTALS.
           05  WS-FILES-RECEIVED       PIC 9(4)  VALUE ZEROES.
           05  WS-FILES-MERGED         PIC 9(4)  VALUE ZEROES.
           05  WS-FILES-MISSING        PIC 9(4)  VALUE ZEROES.
           05  WS-FILES-WRONG-DATE     PIC 9(4)  VALUE ZEROES.
           05  WS-FILES-DUPLICATE      PIC 9(4)  VALUE ZEROES.
           05  WS-FILES-OTHER-HELD     PIC 9(4)  VALUE ZEROES.
           05  WS-RECORDS-WRITTEN      PIC 9(7)  VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "TRNMRG1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RH1-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "BRANCH FILE RECEIPT REPORT".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE "BRANCH".
           05  FILLER                  PIC X(32) VALUE "FILE NAME".
           05  FILLER                  PIC X(6)  VALUE "DAILY".
           05  FILLER                  PIC X(10) VALUE "HD DATE".
           05  FILLER                  PIC X(12) VALUE "   TR COUNT".
           05  FILLER                  PIC X(18)
               VALUE "       TR HASH".
           05  FILLER                  PIC X(42) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-BRANCH-ID            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-FILE-NAME            PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-EXPECTED-FLAG        PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-HD-DATE              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-TR-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-TR-HASH              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-RESULT               PIC X(34).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(18)
               VALUE "BRANCHES ON FILE:".
           05  TL1-BRANCHES            PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "FILES RECEIVED:".
           05  TL1-RECEIVED            PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "MERGED:".
           05  TL1-MERGED              PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "RECORDS WRITTEN:".
           05  TL1-RECORDS             PIC Z,ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(18)
               VALUE "EXPECTED MISSING:".
           05  TL2-MISSING             PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "WRONG HD DATE:".
           05  TL2-WRONG-DATE          PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "RECEIVED TWICE:".
           05  TL2-DUPLICATE           PIC Z,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "OTHER HELD:".
           05  TL2-OTHER-HELD          PIC Z,ZZ9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PROCESS.
           MOVE LK-PARM-TEXT TO WS-PARM-LINE
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORTED
               PERFORM 2000-RECEIVE-BRANCH-FILE
                   VARYING BRM-IDX FROM 1 BY 1
                   UNTIL BRM-IDX > WS-BRM-COUNT
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
           IF WS-PARM-LINE(1:4) = "DATE"
               MOVE WS-PARM-LINE(6:8) TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM 1100-LOAD-BRANCH-MASTER
           IF NOT WS-ABORTED
               OPEN OUTPUT TRANS-OUT-FILE
               IF NOT WS-TRANS-OUT-OK
                   DISPLAY "TRNMRG1: ERROR OPENING TRANS-OUT-FILE, "
                       "STATUS = " WS-TRANS-OUT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               PERFORM 1300-LOAD-RECEIPT-LOG
               OPEN EXTEND RECEIPT-LOG-FILE
               IF NOT WS-RECEIPT-LOG-OK
                   DISPLAY "TRNMRG1: ERROR OPENING RECEIPT-LOG-FILE, "
                       "STATUS = " WS-RECEIPT-LOG-STATUS
                   SET WS-ATTENTION TO TRUE
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "TRNMRG1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF.

      *    WITHOUT THE MASTER THERE IS NOTHING TO SAY WHICH FILES TO
      *    MERGE OR WHICH ARE EXPECTED, SO A MASTER THAT WILL NOT
      *    LOAD REFUSES THE RUN RATHER THAN BUILD AN EMPTY TRANIN.DAT.
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRANCH-MASTER-OK
               DISPLAY "TRNMRG1: ERROR OPENING BRANCH-MASTER-FILE, "
                   "STATUS = " WS-BRANCH-MASTER-STATUS ", RUN REFUSED"
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 1150-READ-BRANCH-MASTER
               PERFORM UNTIL WS-BRANCH-MASTER-EOF
                   IF WS-BRM-COUNT >= 100
                       DISPLAY "TRNMRG1: BRANCH-MASTER-FILE EXCEEDS "
                           "100 ENTRIES, RUN REFUSED"
                       SET WS-ABORTED TO TRUE
                       SET WS-BRANCH-MASTER-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-BRM-COUNT
                       MOVE FD-BRM-BRANCH-ID TO
                           BRM-BRANCH-ID(WS-BRM-COUNT)
                       MOVE FD-BRM-FILE-NAME TO
                           BRM-FILE-NAME(WS-BRM-COUNT)
                       MOVE FD-BRM-EXPECTED-FLAG TO
                           BRM-EXPECTED-FLAG(WS-BRM-COUNT)
                       PERFORM 1150-READ-BRANCH-MASTER
                   END-IF
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       1150-READ-BRANCH-MASTER.
           READ BRANCH-MASTER-FILE
               AT END
                   SET WS-BRANCH-MASTER-EOF TO TRUE
           END-READ
           IF NOT WS-BRANCH-MASTER-OK AND NOT WS-BRANCH-MASTER-EOF
               DISPLAY "TRNMRG1: ERROR READING BRANCH-MASTER-FILE, "
                   "STATUS = " WS-BRANCH-MASTER-STATUS ", RUN REFUSED"
               SET WS-ABORTED TO TRUE
               SET WS-BRANCH-MASTER-EOF TO TRUE
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-BUSINESS-DATE TO RH1-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "TRNMRG1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    A LOG THAT WILL NOT READ LEAVES THE RECEIVED-TWICE CHECK
      *    BLIND, WHICH IS WORTH A NON-ZERO COMPLETION CODE BUT NOT
      *    WORTH HOLDING UP THE NIGHT'S MERGE.
       1300-LOAD-RECEIPT-LOG.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-RUN-DATE))
           OPEN INPUT RECEIPT-LOG-FILE
           IF NOT WS-RECEIPT-LOG-OK
               DISPLAY "TRNMRG1: ERROR OPENING RECEIPT-LOG-FILE, "
                   "STATUS = " WS-RECEIPT-LOG-STATUS
                   ", RECEIVED-TWICE CHECK INCOMPLETE"
               SET WS-ATTENTION TO TRUE
           ELSE
               PERFORM 1350-READ-RECEIPT-LOG
               PERFORM UNTIL WS-LOG-DONE
                   PERFORM 1370-RETAIN-LOG-ENTRY
                   PERFORM 1350-READ-RECEIPT-LOG
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       1350-READ-RECEIPT-LOG.
           READ RECEIPT-LOG-FILE
               AT END
                   SET WS-LOG-DONE TO TRUE
           END-READ
           IF NOT WS-RECEIPT-LOG-OK AND NOT WS-LOG-DONE
               DISPLAY "TRNMRG1: ERROR READING RECEIPT-LOG-FILE, "
                   "STATUS = " WS-RECEIPT-LOG-STATUS
                   ", RECEIVED-TWICE CHECK INCOMPLETE"
               SET WS-ATTENTION TO TRUE
               SET WS-LOG-DONE TO TRUE
           END-IF.

       1370-RETAIN-LOG-ENTRY.
           IF BRR-MERGED AND BRR-RUN-DATE NUMERIC
                   AND BRR-RUN-DATE NOT = WS-RUN-DATE
               COMPUTE WS-LOG-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(BRR-RUN-DATE))
               COMPUTE WS-LOG-AGE = WS-RUN-INTEGER - WS-LOG-INTEGER
               IF WS-LOG-AGE >= 0 AND WS-LOG-AGE <= WS-RCT-WINDOW-DAYS
                   MOVE BRR-BRANCH-ID TO WS-RCT-KEY-BRANCH-ID
                   MOVE BRR-HD-DATE TO WS-RCT-KEY-HD-DATE
                   PERFORM 2650-ADD-RECEIPT-ENTRY
               END-IF
           END-IF.

      *    ONE BRANCH FROM THE MASTER: OPEN ITS FILE, SCAN IT, DECIDE
      *    WHETHER IT MERGES OR IS HELD, COPY IT IF IT MERGES, AND LOG
      *    AND REPORT THE RECEIPT.
       2000-RECEIVE-BRANCH-FILE.
           MOVE BRM-FILE-NAME(BRM-IDX) TO WS-BRANCH-FILE-NAME
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BRM-BRANCH-ID(BRM-IDX) TO DL-BRANCH-ID
           MOVE BRM-FILE-NAME(BRM-IDX) TO DL-FILE-NAME
           MOVE BRM-EXPECTED-FLAG(BRM-IDX) TO DL-EXPECTED-FLAG
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-MISSING
               IF BRM-EXPECTED-DAILY(BRM-IDX)
                   ADD 1 TO WS-FILES-MISSING
                   SET WS-ATTENTION TO TRUE
                   DISPLAY "TRNMRG1: EXPECTED BRANCH "
                       BRM-BRANCH-ID(BRM-IDX) " SENT NO FILE"
                   MOVE "*** EXPECTED, NOT RECEIVED" TO DL-RESULT
                   PERFORM 2800-WRITE-DETAIL-LINE
               END-IF
           ELSE
               IF NOT WS-BRANCH-OK
                   SET WS-ATTENTION TO TRUE
                   DISPLAY "TRNMRG1: ERROR OPENING BRANCH FILE "
                       WS-BRANCH-FILE-NAME ", STATUS = "
                       WS-BRANCH-STATUS
                   MOVE "*** FILE WOULD NOT OPEN" TO DL-RESULT
                   PERFORM 2800-WRITE-DETAIL-LINE
               ELSE
                   ADD 1 TO WS-FILES-RECEIVED
                   PERFORM 2100-SCAN-BRANCH-FILE
                   CLOSE BRANCH-FILE
                   PERFORM 2400-DECIDE-RECEIPT
                   IF WS-RECEIPT-MERGED
                       PERFORM 2500-COPY-BRANCH-FILE
                   END-IF
                   PERFORM 2700-LOG-RECEIPT
                   MOVE WS-SCAN-HD-DATE TO DL-HD-DATE
                   MOVE WS-SCAN-TR-COUNT TO DL-TR-COUNT
                   MOVE WS-SCAN-TR-HASH TO DL-TR-HASH
                   MOVE WS-RESULT-TEXT TO DL-RESULT
                   PERFORM 2800-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       2100-SCAN-BRANCH-FILE.
           MOVE ZEROES TO WS-SCAN-RECORDS
           MOVE SPACES TO WS-SCAN-HD-DATE
           MOVE ZEROES TO WS-SCAN-TR-COUNT
           MOVE ZEROES TO WS-SCAN-TR-HASH
           MOVE "N" TO WS-SCAN-HEADER-SWITCH
           MOVE "N" TO WS-SCAN-DATE-SWITCH
           MOVE "N" TO WS-BRANCH-EOF-SWITCH
           PERFORM 2200-READ-BRANCH-FILE
           IF NOT WS-BRANCH-DONE AND BHR-HEADER-TYPE
               SET WS-SCAN-HAS-HEADER TO TRUE
           END-IF
           PERFORM UNTIL WS-BRANCH-DONE
               ADD 1 TO WS-SCAN-RECORDS
               PERFORM 2150-SCAN-ONE-RECORD
               PERFORM 2200-READ-BRANCH-FILE
           END-PERFORM.

      *    A FILE CAN CARRY MORE THAN ONE HD/TR BATCH; THE LOG KEEPS
      *    THE FIRST HEADER'S DATE AND THE SUM OF THE TRAILERS, AND
      *    ANY HEADER OFF THE MERGE'S BUSINESS DATE MARKS THE FILE.
       2150-SCAN-ONE-RECORD.
           IF BHR-HEADER-TYPE
               IF WS-SCAN-HD-DATE = SPACES
                   MOVE BHR-BUSINESS-DATE TO WS-SCAN-HD-DATE
               END-IF
               IF BHR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   SET WS-SCAN-DATE-WRONG TO TRUE
               END-IF
           END-IF
           IF BTR-TRAILER-TYPE
               IF BTR-RECORD-COUNT NUMERIC
                   ADD BTR-RECORD-COUNT TO WS-SCAN-TR-COUNT
               END-IF
               IF BTR-HASH-TOTAL NUMERIC
                   ADD BTR-HASH-TOTAL TO WS-SCAN-TR-HASH
               END-IF
           END-IF.

       2200-READ-BRANCH-FILE.
           READ BRANCH-FILE
               AT END SET WS-BRANCH-DONE TO TRUE
           END-READ
           IF NOT WS-BRANCH-OK AND NOT WS-BRANCH-DONE
               DISPLAY "TRNMRG1: ERROR READING BRANCH FILE "
                   WS-BRANCH-FILE-NAME ", STATUS = " WS-BRANCH-STATUS
               SET WS-BRANCH-DONE TO TRUE
           END-IF.

      *    RECEIVED TWICE IS CHECKED BEFORE THE HEADER DATE: A FILE
      *    RESENT FROM AN EARLIER DAY CARRIES THAT DAY'S DATE, AND
      *    "ALREADY MERGED" IS THE MORE USEFUL THING TO TELL THE
      *    OPERATOR ABOUT IT.
       2400-DECIDE-RECEIPT.
           MOVE BRM-BRANCH-ID(BRM-IDX) TO WS-RCT-KEY-BRANCH-ID
           MOVE WS-SCAN-HD-DATE TO WS-RCT-KEY-HD-DATE
           IF WS-SCAN-RECORDS = 0
               MOVE "E" TO WS-RECEIPT-RESULT
               MOVE "*** EMPTY FILE - NOTHING MERGED" TO
                   WS-RESULT-TEXT
               ADD 1 TO WS-FILES-OTHER-HELD
               SET WS-ATTENTION TO TRUE
           ELSE
               IF NOT WS-SCAN-HAS-HEADER
                   MOVE "H" TO WS-RECEIPT-RESULT
                   MOVE "*** NO BRANCH HEADER - HELD" TO
                       WS-RESULT-TEXT
                   ADD 1 TO WS-FILES-OTHER-HELD
                   SET WS-ATTENTION TO TRUE
               ELSE
                   PERFORM 2600-FIND-RECEIPT-ENTRY
                   IF RCT-IDX NOT > WS-RCT-COUNT
                       MOVE "D" TO WS-RECEIPT-RESULT
                       MOVE "*** RECEIVED TWICE - HELD" TO
                           WS-RESULT-TEXT
                       ADD 1 TO WS-FILES-DUPLICATE
                       SET WS-ATTENTION TO TRUE
                   ELSE
                       IF WS-SCAN-DATE-WRONG
                           MOVE "W" TO WS-RECEIPT-RESULT
                           MOVE "*** HEADER DATE NOT BUSINESS DATE"
                               TO WS-RESULT-TEXT
                           ADD 1 TO WS-FILES-WRONG-DATE
                           SET WS-ATTENTION TO TRUE
                       ELSE
                           MOVE "M" TO WS-RECEIPT-RESULT
                           MOVE "MERGED" TO WS-RESULT-TEXT
                           ADD 1 TO WS-FILES-MERGED
                           PERFORM 2650-ADD-RECEIPT-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2500-COPY-BRANCH-FILE.
           OPEN INPUT BRANCH-FILE
           IF NOT WS-BRANCH-OK
               DISPLAY "TRNMRG1: ERROR REOPENING BRANCH FILE "
                   WS-BRANCH-FILE-NAME ", STATUS = " WS-BRANCH-STATUS
               SET WS-ATTENTION TO TRUE
           ELSE
               MOVE "N" TO WS-BRANCH-EOF-SWITCH
               PERFORM 2200-READ-BRANCH-FILE
               PERFORM UNTIL WS-BRANCH-DONE
                   WRITE TRANS-OUT-RECORD FROM BRANCH-RECORD
                   IF NOT WS-TRANS-OUT-OK
                       DISPLAY "TRNMRG1: ERROR WRITING "
                           "TRANS-OUT-FILE, STATUS = "
                           WS-TRANS-OUT-STATUS
                   END-IF
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM 2200-READ-BRANCH-FILE
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

      *    SERIAL SEARCH ON THE BRANCH AND HEADER DATE HELD IN
      *    WS-RCT-KEY-BRANCH-ID AND WS-RCT-KEY-HD-DATE. ON EXIT
      *    RCT-IDX IS PAST THE LAST ENTRY WHEN THE PAIR HAS NOT BEEN
      *    MERGED BEFORE.
       2600-FIND-RECEIPT-ENTRY.
           SET RCT-IDX TO 1
           SEARCH WS-RCT-ENTRY
               AT END
                   SET RCT-IDX TO WS-RCT-COUNT
                   SET RCT-IDX UP BY 1
               WHEN RCT-BRANCH-ID(RCT-IDX) = WS-RCT-KEY-BRANCH-ID
                       AND RCT-HD-DATE(RCT-IDX) = WS-RCT-KEY-HD-DATE
                   CONTINUE
           END-SEARCH.

       2650-ADD-RECEIPT-ENTRY.
           IF WS-RCT-COUNT >= 5000
               DISPLAY "TRNMRG1: RECEIPT TABLE FULL, "
                   "RECEIVED-TWICE CHECK INCOMPLETE"
               SET WS-ATTENTION TO TRUE
           ELSE
               ADD 1 TO WS-RCT-COUNT
               MOVE WS-RCT-KEY-BRANCH-ID TO
                   RCT-BRANCH-ID(WS-RCT-COUNT)
               MOVE WS-RCT-KEY-HD-DATE TO RCT-HD-DATE(WS-RCT-COUNT)
           END-IF.

       2700-LOG-RECEIPT.
           MOVE WS-RUN-DATE TO BRR-RUN-DATE
           MOVE WS-BUSINESS-DATE TO BRR-BUSINESS-DATE
           MOVE BRM-BRANCH-ID(BRM-IDX) TO BRR-BRANCH-ID
           MOVE BRM-FILE-NAME(BRM-IDX) TO BRR-FILE-NAME
           MOVE WS-SCAN-HD-DATE TO BRR-HD-DATE
           MOVE WS-SCAN-TR-COUNT TO BRR-TR-COUNT
           MOVE WS-SCAN-TR-HASH TO BRR-TR-HASH
           MOVE WS-RECEIPT-RESULT TO BRR-RESULT
           WRITE RECEIPT-LOG-RECORD
           IF NOT WS-RECEIPT-LOG-OK
               DISPLAY "TRNMRG1: ERROR WRITING RECEIPT-LOG-FILE, "
                   "STATUS = " WS-RECEIPT-LOG-STATUS
               SET WS-ATTENTION TO TRUE
           END-IF.

       2800-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "TRNMRG1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       3000-TERMINATE.
           IF NOT WS-ABORTED
               MOVE WS-BRM-COUNT TO TL1-BRANCHES
               MOVE WS-FILES-RECEIVED TO TL1-RECEIVED
               MOVE WS-FILES-MERGED TO TL1-MERGED
               MOVE WS-RECORDS-WRITTEN TO TL1-RECORDS
               WRITE REPORT-LINE FROM WS-TRAILER-LINE-1
                   AFTER ADVANCING 2 LINES
               MOVE WS-FILES-MISSING TO TL2-MISSING
               MOVE WS-FILES-WRONG-DATE TO TL2-WRONG-DATE
               MOVE WS-FILES-DUPLICATE TO TL2-DUPLICATE
               MOVE WS-FILES-OTHER-HELD TO TL2-OTHER-HELD
               WRITE REPORT-LINE FROM WS-TRAILER-LINE-2
                   AFTER ADVANCING 1 LINE
               IF NOT WS-REPORT-OK
                   DISPLAY "TRNMRG1: ERROR WRITING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               CLOSE TRANS-OUT-FILE
               CLOSE RECEIPT-LOG-FILE
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "TRNMRG1: FILES MERGED " WS-FILES-MERGED
               " MISSING " WS-FILES-MISSING
               " RECORDS WRITTEN " WS-RECORDS-WRITTEN
           DISPLAY "TRNMRG1: FILES HELD - WRONG DATE "
               WS-FILES-WRONG-DATE " RECEIVED TWICE "
               WS-FILES-DUPLICATE " OTHER " WS-FILES-OTHER-HELD.
