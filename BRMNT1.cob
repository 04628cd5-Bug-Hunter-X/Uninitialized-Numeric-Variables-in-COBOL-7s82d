       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMNT1.
      *****************************************************************
      * BRMNT1 - BRANCH CONTROL MASTER MAINTENANCE
      *
      * READS A FILE OF BRANCH CHANGE TRANSACTIONS AND APPLIES THEM
      * TO THE BRANCH CONTROL MASTER THAT DRIVES TRNMRG1. ACTIONS ARE
      * ADD (A NEW BRANCH, ITS TRANSACTION FILE, AND ITS EXPECTED-
      * DAILY FLAG), UPDATE (CHANGE THE FILE NAME OR FLAG OF A BRANCH
      * ALREADY ON FILE), AND DELETE (RETIRE A BRANCH). THE WHOLE
      * MASTER IS LOADED, THE CHANGES ARE APPLIED IN STORAGE, AND THE
      * FILE IS REWRITTEN, SO A FAILED LOAD CHANGES NOTHING. EVERY
      * CHANGE, APPLIED OR REJECTED, IS LISTED ON THE BRANCH CHANGE
      * REGISTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-TRANS-FILE ASSIGN TO "BRMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-TRANS-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRMNTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-TRANS-FILE
           RECORDING MODE IS F.
       01  BRANCH-TRANS-RECORD.
           05  BMT-ACTION              PIC X(1).
               88  BMT-ACTION-ADD                VALUE "A".
               88  BMT-ACTION-UPDATE             VALUE "U".
               88  BMT-ACTION-DELETE             VALUE "D".
           05  BMT-BRANCH-ID           PIC X(10).
           05  BMT-FILE-NAME           PIC X(30).
           05  BMT-EXPECTED-FLAG       PIC X(1).
               88  BMT-FLAG-VALID                VALUES "Y" "N".

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BRANCH-TRANS-STATUS  PIC X(2)  VALUE "00".
               88  WS-BRANCH-TRANS-OK             VALUE "00".
               88  WS-BRANCH-TRANS-EOF            VALUE "10".
           05  WS-BRANCH-MASTER-STATUS PIC X(2)  VALUE "00".
               88  WS-BRANCH-MASTER-OK            VALUE "00".
               88  WS-BRANCH-MASTER-EOF           VALUE "10".
               88  WS-BRANCH-MASTER-MISSING       VALUE "35".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-CONTROL-TOTALS.
           05  WS-CHANGE-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-APPLIED-COUNT        PIC 9(7)    VALUE ZEROES.
           05  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH   PIC X(1)  VALUE "N".
               88  WS-ENTRY-FOUND                VALUE "Y".
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-BMT-RESULT           PIC X(30) VALUE SPACES.
           05  WS-FOUND-IDX            PIC 9(4)  VALUE ZEROES.

       01  WS-BRANCH-TABLE-FIELDS.
           02  WS-BRM-COUNT            PIC 9(4) VALUE ZEROES.
           02  WS-BRM-TABLE OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-BRM-COUNT
                   INDEXED BY BRM-IDX.
               COPY BRMAST01 IN "copybooks".

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "BRMNT1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "BRANCH CONTROL CHANGE REGISTER".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "BRANCH".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "FILE NAME".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "DAILY".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  DL-ACTION               PIC X(1).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  DL-BRANCH-ID            PIC X(10).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  DL-FILE-NAME            PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-EXPECTED-FLAG        PIC X(1).
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(16)
               VALUE "BRANCH CHANGES:".
           05  TL-CHANGE-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "APPLIED:".
           05  TL-APPLIED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED:".
           05  TL-REJECTED-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "BRANCHES ON FILE:".
           05  TL-BRANCH-COUNT         PIC Z,ZZ9.

       PROCEDURE DIVISION.
      *    THE REWRITE IS THE ONLY PLACE BRMAST.DAT IS REPLACED, SO IT
      *    RUNS ONLY AFTER EVERY OPEN AND THE FULL LOAD SUCCEEDED - A
      *    TRANSIENT OPEN ERROR MUST NEVER REWRITE THE LIVE MASTER
      *    FROM AN EMPTY OR TRUNCATED TABLE.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGES UNTIL WS-EOF
           IF NOT WS-ABORTED
               PERFORM 2900-REWRITE-BRANCH-MASTER
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BRANCH-TRANS-FILE
           IF NOT WS-BRANCH-TRANS-OK
               DISPLAY "BRMNT1: ERROR OPENING BRANCH-TRANS-FILE, "
                   "STATUS = " WS-BRANCH-TRANS-STATUS
               SET WS-ABORTED TO TRUE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-LOAD-BRANCH-TABLE
               IF WS-ABORTED
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   IF NOT WS-REPORT-OK
                       DISPLAY "BRMNT1: ERROR OPENING REPORT-FILE, "
                           "STATUS = " WS-REPORT-STATUS
                   END-IF
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   PERFORM 1200-WRITE-REPORT-HEADERS
                   PERFORM 2100-READ-BRANCH-TRANS-FILE
               END-IF
           END-IF.

      *    A MISSING MASTER IS A LEGITIMATE FIRST-TIME SETUP: THE
      *    TABLE STARTS EMPTY AND THE ADDS BUILD IT.
       1100-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRANCH-MASTER-MISSING
               DISPLAY "BRMNT1: BRANCH-MASTER-FILE NOT PRESENT, "
                   "STARTING FROM AN EMPTY MASTER"
           ELSE
               IF NOT WS-BRANCH-MASTER-OK
                   DISPLAY "BRMNT1: ERROR OPENING BRANCH-MASTER-FILE, "
                       "STATUS = " WS-BRANCH-MASTER-STATUS
                   SET WS-ABORTED TO TRUE
               ELSE
                   PERFORM 1150-READ-BRANCH-MASTER
                   PERFORM UNTIL WS-BRANCH-MASTER-EOF
                       IF WS-BRM-COUNT >= 100
      *                    A TRUNCATED LOAD WOULD REWRITE THE FILE
      *                    WITHOUT THE EXCESS - PERMANENT LOSS - SO
      *                    AN OVERFULL MASTER REFUSES THE RUN.
                           DISPLAY "BRMNT1: BRANCH-MASTER-FILE EXCEEDS "
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
               END-IF
           END-IF.

       1150-READ-BRANCH-MASTER.
           READ BRANCH-MASTER-FILE
               AT END
                   SET WS-BRANCH-MASTER-EOF TO TRUE
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
               DISPLAY "BRMNT1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

       2000-PROCESS-CHANGES.
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 2200-APPLY-CHANGE
           PERFORM 2300-WRITE-DETAIL-LINE
           PERFORM 2100-READ-BRANCH-TRANS-FILE.

       2100-READ-BRANCH-TRANS-FILE.
           READ BRANCH-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2200-APPLY-CHANGE.
           MOVE SPACES TO WS-BMT-RESULT
           IF NOT (BMT-ACTION-ADD OR BMT-ACTION-UPDATE
                   OR BMT-ACTION-DELETE)
               MOVE "INVALID ACTION CODE" TO WS-BMT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF BMT-BRANCH-ID = SPACES
                   MOVE "BRANCH ID IS BLANK" TO WS-BMT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   IF (BMT-ACTION-ADD OR BMT-ACTION-UPDATE)
                           AND BMT-FILE-NAME = SPACES
                       MOVE "FILE NAME IS BLANK" TO WS-BMT-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF (BMT-ACTION-ADD OR BMT-ACTION-UPDATE)
                               AND NOT BMT-FLAG-VALID
                           MOVE "EXPECTED FLAG NOT Y OR N" TO
                               WS-BMT-RESULT
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           PERFORM 2220-FIND-BRANCH-ENTRY
                           PERFORM 2240-ACTION-BRANCH-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2220-FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE ZEROES TO WS-FOUND-IDX
           SET BRM-IDX TO 1
           SEARCH WS-BRM-TABLE
               AT END
                   CONTINUE
               WHEN BRM-BRANCH-ID(BRM-IDX) = BMT-BRANCH-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-FOUND-IDX TO BRM-IDX
           END-SEARCH.

       2240-ACTION-BRANCH-ENTRY.
           IF BMT-ACTION-ADD
               IF WS-ENTRY-FOUND
                   MOVE "BRANCH ALREADY ON FILE" TO WS-BMT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   IF WS-BRM-COUNT >= 100
                       MOVE "BRANCH MASTER FULL" TO WS-BMT-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       ADD 1 TO WS-BRM-COUNT
                       MOVE BMT-BRANCH-ID TO
                           BRM-BRANCH-ID(WS-BRM-COUNT)
                       MOVE BMT-FILE-NAME TO
                           BRM-FILE-NAME(WS-BRM-COUNT)
                       MOVE BMT-EXPECTED-FLAG TO
                           BRM-EXPECTED-FLAG(WS-BRM-COUNT)
                       MOVE "BRANCH ADDED" TO WS-BMT-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF
           IF BMT-ACTION-UPDATE
               IF WS-ENTRY-FOUND
                   MOVE BMT-FILE-NAME TO BRM-FILE-NAME(WS-FOUND-IDX)
                   MOVE BMT-EXPECTED-FLAG TO
                       BRM-EXPECTED-FLAG(WS-FOUND-IDX)
                   MOVE "BRANCH UPDATED" TO WS-BMT-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE "BRANCH NOT ON FILE" TO WS-BMT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF
           IF BMT-ACTION-DELETE
               IF WS-ENTRY-FOUND
                   PERFORM 2260-DELETE-BRANCH-ENTRY
                   MOVE "BRANCH DELETED" TO WS-BMT-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE "BRANCH NOT ON FILE" TO WS-BMT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

      *    THE ENTRIES ABOVE THE DELETED ONE SHUFFLE DOWN A SLOT SO
      *    THE TABLE STAYS DENSE FOR THE REWRITE.
       2260-DELETE-BRANCH-ENTRY.
           PERFORM 2270-SHUFFLE-ONE-ENTRY
               VARYING BRM-IDX FROM WS-FOUND-IDX BY 1
               UNTIL BRM-IDX >= WS-BRM-COUNT
           SUBTRACT 1 FROM WS-BRM-COUNT.

       2270-SHUFFLE-ONE-ENTRY.
           MOVE WS-BRM-TABLE(BRM-IDX + 1) TO
               WS-BRM-TABLE(BRM-IDX).

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BMT-ACTION TO DL-ACTION
           MOVE BMT-BRANCH-ID TO DL-BRANCH-ID
           MOVE BMT-FILE-NAME TO DL-FILE-NAME
           MOVE BMT-EXPECTED-FLAG TO DL-EXPECTED-FLAG
           MOVE WS-BMT-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "BRMNT1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2900-REWRITE-BRANCH-MASTER.
           OPEN OUTPUT BRANCH-MASTER-FILE
           IF NOT WS-BRANCH-MASTER-OK
               DISPLAY "BRMNT1: ERROR REOPENING BRANCH-MASTER-FILE, "
                   "STATUS = " WS-BRANCH-MASTER-STATUS
           ELSE
               PERFORM 2950-WRITE-ONE-BRANCH
                   VARYING BRM-IDX FROM 1 BY 1
                   UNTIL BRM-IDX > WS-BRM-COUNT
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       2950-WRITE-ONE-BRANCH.
           MOVE BRM-BRANCH-ID(BRM-IDX) TO FD-BRM-BRANCH-ID
           MOVE BRM-FILE-NAME(BRM-IDX) TO FD-BRM-FILE-NAME
           MOVE BRM-EXPECTED-FLAG(BRM-IDX) TO FD-BRM-EXPECTED-FLAG
           WRITE BRANCH-MASTER-RECORD
           IF NOT WS-BRANCH-MASTER-OK
               DISPLAY "BRMNT1: ERROR WRITING BRANCH-MASTER-FILE, "
                   "STATUS = " WS-BRANCH-MASTER-STATUS
           END-IF.

       3000-TERMINATE.
           IF WS-ABORTED
               IF WS-BRANCH-TRANS-OK OR WS-BRANCH-TRANS-EOF
                   CLOSE BRANCH-TRANS-FILE
               END-IF
           ELSE
               PERFORM 3100-WRITE-REGISTER-TRAILER
           END-IF.

       3100-WRITE-REGISTER-TRAILER.
           IF WS-BRANCH-TRANS-OK OR WS-BRANCH-TRANS-EOF
               MOVE WS-CHANGE-COUNT TO TL-CHANGE-COUNT
               MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
               MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
               MOVE WS-BRM-COUNT TO TL-BRANCH-COUNT
               WRITE REPORT-LINE FROM WS-TRAILER-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT WS-REPORT-OK
                   DISPLAY "BRMNT1: ERROR WRITING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               CLOSE BRANCH-TRANS-FILE
               CLOSE REPORT-FILE
           END-IF.
