       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFDLY1.
      *****************************************************************
      * NTFDLY1 - DAILY CUSTOMER NOTIFICATION FEED AND RETURNS
      *
      * TAKES EVERY EVENT WAITING ON THE NOTIFICATION EVENT FILE
      * NTFEVT.DAT (NTFEVT01), DROPS DUPLICATES - THE SAME TYPE,
      * ACCOUNT, EVENT DATE, REFERENCE AND AMOUNT RAISED TWICE BY A
      * RESTARTED OR RERUN JOB - AND NUMBERS THE REST INTO THE
      * CORRESPONDENCE SYSTEM'S FEED NTFFEED.DAT: AN "HD" HEADER
      * WITH THE FEED DATE AND FIRST SEQUENCE, ONE "DT" NOTICE PER
      * EVENT, AND A "TR" TRAILER WITH THE COUNT AND LAST SEQUENCE.
      * FEED SEQUENCES RUN ON FROM DAY TO DAY, SO THE CORRESPONDENCE
      * SYSTEM AND ITS RETURNS CAN QUOTE ONE NUMBER PER NOTICE. THE
      * EVENT FILE IS THEN EMPTIED, SO THE JOB RUNS AFTER THE DAY'S
      * POSTING, APPROVAL AND DORMANCY JOBS HAVE FINISHED.
      *
      * THE CONTROL LOG NTFCTL.DAT IS APPEND-ONLY, ONE "A" RECORD
      * WHEN A FEED IS STARTED AND ONE "C" RECORD WHEN IT IS DONE;
      * THE LAST RECORD FOR A DATE IS ITS STATE, AND THE LAST "C"
      * RECORD CARRIES THE LAST SEQUENCE ISSUED. ONE FEED GOES OUT
      * PER DAY: A SECOND RUN AFTER THE DAY'S FEED IS DONE IS
      * REFUSED. A RUN INTERRUPTED BEFORE THE EVENT FILE WAS EMPTIED
      * REBUILDS THE SAME FEED FROM THE SAME SEQUENCE; ONE
      * INTERRUPTED AFTER IT KEEPS THE FEED ALREADY WRITTEN AND
      * FINISHES THE LOG.
      *
      * A DORMANCY WARNING GOES TO A CUSTOMER ONCE PER REVIEW MONTH.
      * EACH WARNING A FEED CARRIES IS LOGGED AS A "W" RECORD JUST
      * AHEAD OF THE FEED'S "C" RECORD, AND A LATER FEED DROPS A
      * WARNING FOR AN ACCOUNT AND MONTH ALREADY LOGGED - A REVIEW
      * RERUN ON ANOTHER DAY OF THE MONTH WARNS NOBODY TWICE. "W"
      * RECORDS NOT FOLLOWED BY THEIR FEED'S "C" RECORD BELONG TO
      * AN INTERRUPTED RUN AND ARE DISREGARDED.
      *
      * THE CORRESPONDENCE SYSTEM'S RETURN FILE NTFRTN.DAT, WHEN
      * PRESENT, IS READ EVERY RUN: DELIVERED NOTICES ARE COUNTED
      * AND UNDELIVERABLE ONES ARE LISTED FOR FOLLOW-UP, AFTER WHICH
      * THE FILE IS EMPTIED. THE REGISTER NTFRPT.DAT CARRIES THE
      * NOTICE COUNT BY EVENT TYPE AND THE UNDELIVERABLE LIST.
      *
      * COMPLETION CODE 16 MEANS THE FEED WAS REFUSED OR COULD NOT
      * BE WRITTEN; 4 MEANS NOTICES CAME BACK UNDELIVERABLE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFY-EVENT-FILE ASSIGN TO "NTFEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT OPTIONAL FEED-FILE ASSIGN TO "NTFFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL CONTROL-LOG-FILE ASSIGN TO "NTFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL RETURN-FILE ASSIGN TO "NTFRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "NTFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F.
       01  NOTIFY-EVENT-RECORD         PIC X(166).

       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY NTFEVT01 IN "copybooks".

      *    THE FEED RECORDS: HEADER, NOTICE AND TRAILER VIEWS OF THE
      *    SAME RECORD AREA. A NOTICE CARRIES ITS FEED SEQUENCE AND
      *    THE EVENT RECORD AS RAISED.
       FD  FEED-FILE
           RECORDING MODE IS F.
       01  NF-DETAIL-RECORD.
           05  NF-REC-TYPE             PIC X(2).
               88  NF-HEADER                     VALUE "HD".
               88  NF-DETAIL                     VALUE "DT".
               88  NF-TRAILER                    VALUE "TR".
           05  NF-FEED-SEQ             PIC 9(9).
           05  NF-EVENT-DATA.
               10  NF-EVENT-TYPE       PIC X(2).
               10  NF-ACCOUNT          PIC X(10).
               10  FILLER              PIC X(30).
               10  NF-EVENT-DATE       PIC X(8).
               10  FILLER              PIC X(116).

       01  NF-HEADER-RECORD.
           05  NFH-REC-TYPE            PIC X(2).
           05  NFH-FEED-DATE           PIC X(8).
           05  NFH-FIRST-SEQ           PIC 9(9).
           05  FILLER                  PIC X(158).

       01  NF-TRAILER-RECORD.
           05  NFT-REC-TYPE            PIC X(2).
           05  NFT-NOTICE-COUNT        PIC 9(9).
           05  NFT-LAST-SEQ            PIC 9(9).
           05  FILLER                  PIC X(157).

       FD  CONTROL-LOG-FILE
           RECORDING MODE IS F.
       01  CONTROL-LOG-RECORD.
           05  NC-FEED-DATE            PIC X(8).
           05  NC-STATUS               PIC X(1).
               88  NC-ACTIVE                     VALUE "A".
               88  NC-COMPLETE                   VALUE "C".
               88  NC-WARNING                    VALUE "W".
           05  NC-FEED-DATA.
               10  NC-FIRST-SEQ        PIC 9(9).
               10  NC-LAST-SEQ         PIC 9(9).
               10  NC-NOTICE-COUNT     PIC 9(9).
           05  NC-WARNING-DATA REDEFINES NC-FEED-DATA.
               10  NC-WARN-ACCOUNT     PIC X(10).
               10  NC-WARN-MONTH       PIC X(6).
               10  FILLER              PIC X(11).
           05  NC-TIMESTAMP            PIC X(26).

      *    ONE RECORD PER NOTICE THE CORRESPONDENCE SYSTEM HAS
      *    FINISHED WITH, QUOTING THE FEED SEQUENCE IT WAS SENT UNDER.
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           05  RTN-FEED-SEQ            PIC 9(9).
           05  RTN-ACCOUNT             PIC X(10).
           05  RTN-EVENT-TYPE          PIC X(2).
           05  RTN-STATUS              PIC X(1).
               88  RTN-DELIVERED                 VALUE "D".
               88  RTN-UNDELIVERABLE             VALUE "U".
           05  RTN-RETURN-DATE         PIC X(8).
           05  RTN-REASON              PIC X(30).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EVENT-STATUS         PIC X(2)  VALUE "00".
               88  WS-EVENT-OK                    VALUES "00" "05".
           05  WS-FEED-STATUS          PIC X(2)  VALUE "00".
               88  WS-FEED-OK                     VALUES "00" "05".
           05  WS-CONTROL-STATUS       PIC X(2)  VALUE "00".
               88  WS-CONTROL-OK                  VALUES "00" "05".
           05  WS-RETURN-STATUS        PIC X(2)  VALUE "00".
               88  WS-RETURN-OK                   VALUES "00" "05".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-SORT-EOF                   VALUE "Y".
           05  WS-REFUSED-SWITCH       PIC X(1)  VALUE "N".
               88  WS-FEED-REFUSED               VALUE "Y".
           05  WS-FAILED-SWITCH        PIC X(1)  VALUE "N".
               88  WS-FEED-FAILED                VALUE "Y".
           05  WS-RESUME-SWITCH        PIC X(1)  VALUE "N".
               88  WS-FEED-RESUMED               VALUE "Y".
           05  WS-WAITING-SWITCH       PIC X(1)  VALUE "N".
               88  WS-EVENTS-WAITING             VALUE "Y".
           05  WS-FIRST-EVENT-SWITCH   PIC X(1)  VALUE "Y".
               88  WS-FIRST-EVENT                VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".

      *    TODAY'S STATE ON THE CONTROL LOG: SPACE FOR NO RECORD,
      *    OTHERWISE THE STATUS OF TODAY'S LAST RECORD.
       01  WS-CONTROL-FIELDS.
           05  WS-TODAY-STATE          PIC X(1)  VALUE SPACE.
               88  WS-TODAY-ACTIVE               VALUE "A".
               88  WS-TODAY-COMPLETE             VALUE "C".
           05  WS-BASE-SEQ             PIC 9(9)  VALUE ZEROES.
           05  WS-FIRST-SEQ            PIC 9(9)  VALUE ZEROES.
           05  WS-FEED-SEQ             PIC 9(9)  VALUE ZEROES.
           05  WS-NEW-STATUS           PIC X(1)  VALUE SPACE.

      *    THE DUPLICATE KEY OF THE LAST NOTICE ISSUED. THE SORT
      *    BRINGS DUPLICATES TOGETHER, EARLIEST RAISED FIRST, AND
      *    ONLY THAT ONE IS SENT.
       01  WS-PREV-EVENT-KEY.
           05  WS-PREV-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-PREV-TYPE            PIC X(2)  VALUE SPACES.
           05  WS-PREV-DATE            PIC X(8)  VALUE SPACES.
           05  WS-PREV-REFERENCE       PIC X(24) VALUE SPACES.
           05  WS-PREV-AMOUNT          PIC S9(11)V99 VALUE ZEROES.

       01  WS-EVENT-TYPE-FIELDS.
           05  WS-EVENT-TYPE-VALUES.
               10  FILLER              PIC X(30)
                   VALUE "LPLARGE ADJUSTMENT POSTED".
               10  FILLER              PIC X(30)
                   VALUE "TLSUSPENDED - TRAN LIMIT".
               10  FILLER              PIC X(30)
                   VALUE "DLSUSPENDED - DAILY LIMIT".
               10  FILLER              PIC X(30)
                   VALUE "FZACCOUNT FROZEN".
               10  FILLER              PIC X(30)
                   VALUE "DFFROZEN FOR DORMANCY".
               10  FILLER              PIC X(30)
                   VALUE "ROACCOUNT REOPENED".
               10  FILLER              PIC X(30)
                   VALUE "CLCLOSURE APPROVED".
               10  FILLER              PIC X(30)
                   VALUE "LCLIMITS CHANGED".
               10  FILLER              PIC X(30)
                   VALUE "DWDORMANCY WARNING".
           05  WS-EVENT-TYPE-TABLE REDEFINES WS-EVENT-TYPE-VALUES.
               10  WS-ET-ENTRY OCCURS 9 TIMES
                       INDEXED BY ET-IDX.
                   15  ET-CODE         PIC X(2).
                   15  ET-DESCRIPTION  PIC X(28).
           05  WS-ET-MAX               PIC 9(2)  VALUE 9.
           05  WS-ET-SUB               PIC 9(2)  VALUE ZEROES.
           05  WS-ET-COUNTS.
               10  ET-NOTICE-COUNT     PIC 9(7)  VALUE ZEROES
                                       OCCURS 9 TIMES.
           05  WS-OTHER-TYPE-COUNT     PIC 9(7)  VALUE ZEROES.
           05  WS-COUNT-TYPE           PIC X(2)  VALUE SPACES.

      *    DORMANCY WARNINGS ALREADY SENT, FROM THE CONTROL LOG, FOR
      *    THIS MONTH AND LAST (A FEED JUST AFTER MIDNIGHT CARRIES
      *    THE PREVIOUS MONTH'S REVIEW). ENTRIES PAST WS-WARN-LOADED
      *    ARE THIS RUN'S OWN, LOGGED WHEN THE FEED COMPLETES;
      *    WS-WARN-PENDING COUNTS "W" RECORDS READ WHOSE FEED HAS NOT
      *    YET BEEN SEEN TO COMPLETE.
       01  WS-WARNING-TABLE-FIELDS.
           05  WS-WARN-MAX             PIC 9(5)  VALUE 20000.
           05  WS-WARN-USED            PIC 9(5)  VALUE ZEROES.
           05  WS-WARN-LOADED          PIC 9(5)  VALUE ZEROES.
           05  WS-WARN-PENDING         PIC 9(5)  VALUE ZEROES.
           05  WS-WARN-SUB             PIC 9(5)  VALUE ZEROES.
           05  WS-WARN-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-WARN-MONTH           PIC X(6)  VALUE SPACES.
           05  WS-KEEP-MONTH           PIC X(6)  VALUE SPACES.
           05  WS-KEEP-MONTH-R REDEFINES WS-KEEP-MONTH.
               10  WS-KEEP-YEAR        PIC 9(4).
               10  WS-KEEP-MM          PIC 9(2).
           05  WS-WARN-FULL-SWITCH     PIC X(1)  VALUE "N".
               88  WS-WARN-TABLE-FULL            VALUE "Y".
           05  WS-WARN-FOUND-SWITCH    PIC X(1)  VALUE "N".
               88  WS-WARN-FOUND                 VALUE "Y".
           05  WS-WARN-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-WARN-USED
                   INDEXED BY WARN-IDX.
               10  WW-ACCOUNT          PIC X(10).
               10  WW-MONTH            PIC X(6).

       01  WS-CONTROL-TOTALS.
           05  WS-EVENTS-READ          PIC 9(7)  VALUE ZEROES.
           05  WS-DUPLICATE-COUNT      PIC 9(7)  VALUE ZEROES.
           05  WS-REPEAT-WARN-COUNT    PIC 9(7)  VALUE ZEROES.
           05  WS-NOTICE-COUNT         PIC 9(9)  VALUE ZEROES.
           05  WS-RETURNS-READ         PIC 9(7)  VALUE ZEROES.
           05  WS-DELIVERED-COUNT      PIC 9(7)  VALUE ZEROES.
           05  WS-UNDELIVERABLE-COUNT  PIC 9(7)  VALUE ZEROES.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "NTFDLY1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "CUSTOMER NOTIFICATION FEED AND RETURNS".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(14) VALUE "FEED:".
           05  FL-STATUS-TEXT          PIC X(44).
           05  FILLER                  PIC X(11) VALUE "SEQUENCES:".
           05  FL-FIRST-SEQ            PIC Z(8)9.
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  FL-LAST-SEQ             PIC Z(8)9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-EVENT-COUNT-LINE.
           05  FILLER                  PIC X(14) VALUE "EVENTS READ:".
           05  EC-EVENTS-READ          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "DUPLICATES:".
           05  EC-DUPLICATE-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "NOTICES:".
           05  EC-NOTICE-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "ALREADY WARNED:".
           05  EC-REPEAT-WARN-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-TYPE-COUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TC-CODE                 PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TC-DESCRIPTION          PIC X(28).
           05  FILLER                  PIC X(9)  VALUE "NOTICES:".
           05  TC-NOTICE-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-RETURNS-TITLE.
           05  FILLER                  PIC X(40)
               VALUE "UNDELIVERABLE NOTICES FOR FOLLOW-UP".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE "FEED SEQ".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(5)  VALUE "TY".
           05  FILLER                  PIC X(11) VALUE "RETURNED".
           05  FILLER                  PIC X(92) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  DL-FEED-SEQ             PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-EVENT-TYPE           PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-RETURN-DATE          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(14) VALUE "RETURNS READ:".
           05  TL-RETURNS-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "DELIVERED:".
           05  TL-DELIVERED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "UNDELIVERABLE:".
           05  TL-UNDELIVERABLE-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-FEED-REFUSED AND NOT WS-FEED-FAILED
               IF WS-FEED-RESUMED
                   PERFORM 2600-COMPLETE-FEED
               ELSE
                   PERFORM 2000-BUILD-FEED
               END-IF
           END-IF
           PERFORM 2800-WRITE-FEED-SUMMARY
           PERFORM 2900-PROCESS-RETURNS
           PERFORM 3000-TERMINATE
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-FEED-REFUSED OR WS-FEED-FAILED
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
               DISPLAY "NTFDLY1: ERROR OPENING REPORT-FILE, "
                   "STATUS = " WS-REPORT-STATUS
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 1100-READ-CONTROL-LOG
           IF WS-TODAY-COMPLETE
               DISPLAY "NTFDLY1: THE FEED FOR " WS-RUN-DATE
                   " WAS ALREADY SENT, NOT REBUILT"
               SET WS-FEED-REFUSED TO TRUE
           END-IF
           IF WS-TODAY-ACTIVE
               PERFORM 1300-CHECK-EVENTS-WAITING
               IF NOT WS-EVENTS-WAITING
                   PERFORM 1400-CHECK-WRITTEN-FEED
               END-IF
           END-IF.

      *    THE LOG IS APPEND-ONLY: THE LAST FEED RECORD FOR TODAY IS
      *    TODAY'S STATE, AND THE LAST COMPLETE RECORD OF ANY DATE
      *    CARRIES THE SEQUENCE THE NEXT FEED CONTINUES FROM. "W"
      *    RECORDS COUNT ONLY ONCE THEIR FEED'S "C" RECORD FOLLOWS;
      *    AN "A" RECORD OR THE END OF THE LOG DROPS ANY STILL
      *    PENDING.
       1100-READ-CONTROL-LOG.
           MOVE WS-RUN-DATE(1:6) TO WS-KEEP-MONTH
           IF WS-KEEP-MM = 1
               MOVE 12 TO WS-KEEP-MM
               SUBTRACT 1 FROM WS-KEEP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-KEEP-MM
           END-IF
           OPEN INPUT CONTROL-LOG-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "NTFDLY1: ERROR OPENING CONTROL-LOG-FILE, "
                   "STATUS = " WS-CONTROL-STATUS
               SET WS-FEED-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1150-READ-CONTROL-RECORD
               PERFORM UNTIL WS-EOF
                   IF NC-WARNING
                       PERFORM 1170-LOAD-WARNING-RECORD
                   ELSE
                       IF NC-FEED-DATE = WS-RUN-DATE
                           MOVE NC-STATUS TO WS-TODAY-STATE
                       END-IF
                       IF NC-COMPLETE
                           MOVE NC-LAST-SEQ TO WS-BASE-SEQ
                       ELSE
                           SUBTRACT WS-WARN-PENDING FROM WS-WARN-USED
                       END-IF
                       MOVE ZEROES TO WS-WARN-PENDING
                   END-IF
                   PERFORM 1150-READ-CONTROL-RECORD
               END-PERFORM
               CLOSE CONTROL-LOG-FILE
               SUBTRACT WS-WARN-PENDING FROM WS-WARN-USED
               MOVE ZEROES TO WS-WARN-PENDING
           END-IF
           MOVE WS-WARN-USED TO WS-WARN-LOADED.

       1150-READ-CONTROL-RECORD.
           READ CONTROL-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-CONTROL-OK
               SET WS-EOF TO TRUE
           END-IF.

       1170-LOAD-WARNING-RECORD.
           IF NC-WARN-MONTH NOT < WS-KEEP-MONTH
               MOVE NC-WARN-ACCOUNT TO WS-WARN-ACCOUNT
               MOVE NC-WARN-MONTH TO WS-WARN-MONTH
               PERFORM 2360-ADD-WARNING-ENTRY
               IF NOT WS-WARN-TABLE-FULL
                   ADD 1 TO WS-WARN-PENDING
               END-IF
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
           IF NOT WS-REPORT-OK
               DISPLAY "NTFDLY1: ERROR WRITING REPORT-FILE, "
                   "STATUS = " WS-REPORT-STATUS
           END-IF
           MOVE 3 TO WS-LINE-COUNT.

      *    TODAY'S FEED WAS STARTED AND NOT FINISHED. WHILE EVENTS
      *    ARE STILL WAITING THE EVENT FILE WAS NEVER EMPTIED AND THE
      *    FEED IS SIMPLY BUILT AGAIN.
       1300-CHECK-EVENTS-WAITING.
           OPEN INPUT NOTIFY-EVENT-FILE
           IF NOT WS-EVENT-OK
               SET WS-EVENTS-WAITING TO TRUE
           ELSE
               READ NOTIFY-EVENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-EVENTS-WAITING TO TRUE
               END-READ
               CLOSE NOTIFY-EVENT-FILE
           END-IF.

      *    WITH NOTHING WAITING THE RUN STOPPED AFTER EMPTYING THE
      *    EVENT FILE, SO THE FEED ON DISK IS THE ONLY COPY OF TODAY'S
      *    NOTICES. IT IS KEPT WHEN IT IS TODAY'S AND ENDS IN A
      *    TRAILER THAT AGREES WITH ITS NOTICES; OTHERWISE THERE WAS
      *    NOTHING TO SEND AND AN EMPTY FEED IS BUILT.
       1400-CHECK-WRITTEN-FEED.
           OPEN INPUT FEED-FILE
           IF WS-FEED-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1450-READ-FEED-RECORD
               IF NOT WS-EOF AND NF-HEADER
                       AND NFH-FEED-DATE = WS-RUN-DATE
                   MOVE NFH-FIRST-SEQ TO WS-FIRST-SEQ
                   PERFORM 1450-READ-FEED-RECORD
                   PERFORM UNTIL WS-EOF OR NOT NF-DETAIL
                       ADD 1 TO WS-NOTICE-COUNT
                       MOVE NF-FEED-SEQ TO WS-FEED-SEQ
                       MOVE NF-EVENT-TYPE TO WS-COUNT-TYPE
                       PERFORM 2300-COUNT-EVENT-TYPE
                       IF NF-EVENT-TYPE = "DW"
                           MOVE NF-ACCOUNT TO WS-WARN-ACCOUNT
                           MOVE NF-EVENT-DATE(1:6) TO WS-WARN-MONTH
                           PERFORM 2360-ADD-WARNING-ENTRY
                       END-IF
                       PERFORM 1450-READ-FEED-RECORD
                   END-PERFORM
                   IF NOT WS-EOF AND NF-TRAILER
                           AND NFT-NOTICE-COUNT = WS-NOTICE-COUNT
                       MOVE NFT-LAST-SEQ TO WS-FEED-SEQ
                       SET WS-FEED-RESUMED TO TRUE
                       DISPLAY "NTFDLY1: THE FEED FOR " WS-RUN-DATE
                           " WAS ALREADY WRITTEN, LOG COMPLETED"
                   END-IF
               END-IF
               CLOSE FEED-FILE
           END-IF
           IF NOT WS-FEED-RESUMED
               MOVE ZEROES TO WS-NOTICE-COUNT
               MOVE ZEROES TO WS-ET-COUNTS
               MOVE ZEROES TO WS-OTHER-TYPE-COUNT
               MOVE WS-WARN-LOADED TO WS-WARN-USED
           END-IF.

       1450-READ-FEED-RECORD.
           READ FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-FEED-OK
               SET WS-EOF TO TRUE
           END-IF.

       1600-WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-LOG-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "NTFDLY1: ERROR OPENING CONTROL-LOG-FILE, "
                   "STATUS = " WS-CONTROL-STATUS
               SET WS-FEED-FAILED TO TRUE
           ELSE
               MOVE SPACES TO CONTROL-LOG-RECORD
               MOVE WS-RUN-DATE TO NC-FEED-DATE
               MOVE WS-NEW-STATUS TO NC-STATUS
               MOVE WS-FIRST-SEQ TO NC-FIRST-SEQ
               MOVE WS-FEED-SEQ TO NC-LAST-SEQ
               MOVE WS-NOTICE-COUNT TO NC-NOTICE-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO NC-TIMESTAMP
               WRITE CONTROL-LOG-RECORD
               IF NOT WS-CONTROL-OK
                   DISPLAY "NTFDLY1: ERROR WRITING CONTROL-LOG-FILE, "
                       "STATUS = " WS-CONTROL-STATUS
                   SET WS-FEED-FAILED TO TRUE
               END-IF
               CLOSE CONTROL-LOG-FILE
           END-IF.

      *    THE EVENTS ARE SORTED SO DUPLICATES COME TOGETHER AND EACH
      *    CUSTOMER'S NOTICES GO OUT IN ONE RUN OF THE FEED. THE
      *    EVENT FILE IS EMPTIED ONLY ONCE THE FEED IS CLOSED.
       2000-BUILD-FEED.
           MOVE WS-BASE-SEQ TO WS-FEED-SEQ
           COMPUTE WS-FIRST-SEQ = WS-BASE-SEQ + 1
           MOVE "A" TO WS-NEW-STATUS
           PERFORM 1600-WRITE-CONTROL-RECORD
           IF NOT WS-FEED-FAILED
               OPEN OUTPUT FEED-FILE
               IF NOT WS-FEED-OK
                   DISPLAY "NTFDLY1: ERROR OPENING FEED-FILE, "
                       "STATUS = " WS-FEED-STATUS
                   SET WS-FEED-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT WS-FEED-FAILED
               MOVE SPACES TO NF-HEADER-RECORD
               MOVE "HD" TO NFH-REC-TYPE
               MOVE WS-RUN-DATE TO NFH-FEED-DATE
               MOVE WS-FIRST-SEQ TO NFH-FIRST-SEQ
               PERFORM 2250-WRITE-FEED-RECORD
               SORT SORT-FILE
                   ON ASCENDING KEY NE-ACCOUNT
                   ON ASCENDING KEY NE-EVENT-TYPE
                   ON ASCENDING KEY NE-EVENT-DATE
                   ON ASCENDING KEY NE-REFERENCE
                   ON ASCENDING KEY NE-AMOUNT
                   ON ASCENDING KEY NE-TIMESTAMP
                   USING NOTIFY-EVENT-FILE
                   OUTPUT PROCEDURE IS 2100-ISSUE-NOTICES
               MOVE SPACES TO NF-TRAILER-RECORD
               MOVE "TR" TO NFT-REC-TYPE
               MOVE WS-NOTICE-COUNT TO NFT-NOTICE-COUNT
               MOVE WS-FEED-SEQ TO NFT-LAST-SEQ
               PERFORM 2250-WRITE-FEED-RECORD
               CLOSE FEED-FILE
           END-IF
           IF NOT WS-FEED-FAILED
               PERFORM 2500-CLEAR-EVENT-FILE
           END-IF
           IF NOT WS-FEED-FAILED
               PERFORM 2600-COMPLETE-FEED
           END-IF.

       2100-ISSUE-NOTICES.
           PERFORM 2150-RETURN-SORTED-EVENT
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 2200-ISSUE-ONE-NOTICE
               PERFORM 2150-RETURN-SORTED-EVENT
           END-PERFORM.

       2150-RETURN-SORTED-EVENT.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2200-ISSUE-ONE-NOTICE.
           ADD 1 TO WS-EVENTS-READ
           IF NOT WS-FIRST-EVENT
                   AND NE-ACCOUNT = WS-PREV-ACCOUNT
                   AND NE-EVENT-TYPE = WS-PREV-TYPE
                   AND NE-EVENT-DATE = WS-PREV-DATE
                   AND NE-REFERENCE = WS-PREV-REFERENCE
                   AND NE-AMOUNT = WS-PREV-AMOUNT
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               MOVE "N" TO WS-FIRST-EVENT-SWITCH
               MOVE NE-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE NE-EVENT-TYPE TO WS-PREV-TYPE
               MOVE NE-EVENT-DATE TO WS-PREV-DATE
               MOVE NE-REFERENCE TO WS-PREV-REFERENCE
               MOVE NE-AMOUNT TO WS-PREV-AMOUNT
               MOVE "N" TO WS-WARN-FOUND-SWITCH
               IF NE-DORMANCY-WARNING
                   MOVE NE-ACCOUNT TO WS-WARN-ACCOUNT
                   MOVE NE-EVENT-DATE(1:6) TO WS-WARN-MONTH
                   PERFORM 2350-CHECK-WARNING-SENT
               END-IF
               IF WS-WARN-FOUND
                   ADD 1 TO WS-REPEAT-WARN-COUNT
               ELSE
                   PERFORM 2210-WRITE-NOTICE
               END-IF
           END-IF.

       2210-WRITE-NOTICE.
           ADD 1 TO WS-FEED-SEQ
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO NF-DETAIL-RECORD
           MOVE "DT" TO NF-REC-TYPE
           MOVE WS-FEED-SEQ TO NF-FEED-SEQ
           MOVE SORT-RECORD TO NF-EVENT-DATA
           PERFORM 2250-WRITE-FEED-RECORD
           MOVE NE-EVENT-TYPE TO WS-COUNT-TYPE
           PERFORM 2300-COUNT-EVENT-TYPE
           IF NE-DORMANCY-WARNING
               PERFORM 2360-ADD-WARNING-ENTRY
           END-IF.

       2250-WRITE-FEED-RECORD.
           WRITE NF-DETAIL-RECORD
           IF NOT WS-FEED-OK
               DISPLAY "NTFDLY1: ERROR WRITING FEED-FILE, "
                   "STATUS = " WS-FEED-STATUS
               SET WS-FEED-FAILED TO TRUE
           END-IF.

      *    A TYPE NOT IN THE TABLE IS STILL SENT; IT IS COUNTED ON
      *    ITS OWN SO THE REGISTER SHOWS IT.
       2300-COUNT-EVENT-TYPE.
           SET ET-IDX TO 1
           SEARCH WS-ET-ENTRY
               AT END
                   ADD 1 TO WS-OTHER-TYPE-COUNT
               WHEN ET-CODE(ET-IDX) = WS-COUNT-TYPE
                   SET WS-ET-SUB TO ET-IDX
                   ADD 1 TO ET-NOTICE-COUNT(WS-ET-SUB)
           END-SEARCH.

       2350-CHECK-WARNING-SENT.
           MOVE "N" TO WS-WARN-FOUND-SWITCH
           IF WS-WARN-USED > 0
               SET WARN-IDX TO 1
               SEARCH WS-WARN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WW-ACCOUNT(WARN-IDX) = WS-WARN-ACCOUNT
                           AND WW-MONTH(WARN-IDX) = WS-WARN-MONTH
                       SET WS-WARN-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *    A FULL TABLE ONLY MEANS A REPEAT WARNING MAY GO OUT; THE
      *    NOTICE ITSELF IS NEVER HELD BACK FOR IT.
       2360-ADD-WARNING-ENTRY.
           IF WS-WARN-USED >= WS-WARN-MAX
               IF NOT WS-WARN-TABLE-FULL
                   DISPLAY "NTFDLY1: MORE THAN 20000 DORMANCY "
                       "WARNINGS HELD, LATER ONES NOT KEPT"
                   SET WS-WARN-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-WARN-USED
               MOVE WS-WARN-ACCOUNT TO WW-ACCOUNT(WS-WARN-USED)
               MOVE WS-WARN-MONTH TO WW-MONTH(WS-WARN-USED)
           END-IF.

       2500-CLEAR-EVENT-FILE.
           OPEN OUTPUT NOTIFY-EVENT-FILE
           IF NOT WS-EVENT-OK
               DISPLAY "NTFDLY1: ERROR CLEARING NOTIFY-EVENT-FILE, "
                   "STATUS = " WS-EVENT-STATUS
               SET WS-FEED-FAILED TO TRUE
           ELSE
               CLOSE NOTIFY-EVENT-FILE
           END-IF.

      *    THE FEED'S WARNINGS ARE LOGGED AHEAD OF ITS "C" RECORD,
      *    WHICH IS WHAT MAKES THEM COUNT.
       2600-COMPLETE-FEED.
           IF WS-WARN-USED > WS-WARN-LOADED
               PERFORM 2650-LOG-WARNINGS-SENT
           END-IF
           IF NOT WS-FEED-FAILED
               MOVE "C" TO WS-NEW-STATUS
               PERFORM 1600-WRITE-CONTROL-RECORD
           END-IF.

       2650-LOG-WARNINGS-SENT.
           OPEN EXTEND CONTROL-LOG-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "NTFDLY1: ERROR OPENING CONTROL-LOG-FILE, "
                   "STATUS = " WS-CONTROL-STATUS
               SET WS-FEED-FAILED TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               COMPUTE WS-WARN-SUB = WS-WARN-LOADED + 1
               PERFORM UNTIL WS-WARN-SUB > WS-WARN-USED
                       OR WS-FEED-FAILED
                   MOVE SPACES TO CONTROL-LOG-RECORD
                   MOVE WS-RUN-DATE TO NC-FEED-DATE
                   SET NC-WARNING TO TRUE
                   MOVE WW-ACCOUNT(WS-WARN-SUB) TO NC-WARN-ACCOUNT
                   MOVE WW-MONTH(WS-WARN-SUB) TO NC-WARN-MONTH
                   MOVE WS-TIMESTAMP TO NC-TIMESTAMP
                   WRITE CONTROL-LOG-RECORD
                   IF NOT WS-CONTROL-OK
                       DISPLAY "NTFDLY1: ERROR WRITING "
                           "CONTROL-LOG-FILE, STATUS = "
                           WS-CONTROL-STATUS
                       SET WS-FEED-FAILED TO TRUE
                   END-IF
                   ADD 1 TO WS-WARN-SUB
               END-PERFORM
               CLOSE CONTROL-LOG-FILE
           END-IF.

       2800-WRITE-FEED-SUMMARY.
           MOVE SPACES TO FL-STATUS-TEXT
           IF WS-FEED-REFUSED
               MOVE "*** ALREADY SENT TODAY - NOT REBUILT ***" TO
                   FL-STATUS-TEXT
           ELSE
               IF WS-FEED-FAILED
                   MOVE "*** NOT COMPLETED - SEE JOB LOG ***" TO
                       FL-STATUS-TEXT
               ELSE
                   IF WS-FEED-RESUMED
                       MOVE "WRITTEN BY EARLIER RUN, LOG COMPLETED" TO
                           FL-STATUS-TEXT
                   ELSE
                       MOVE "WRITTEN" TO FL-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE WS-FIRST-SEQ TO FL-FIRST-SEQ
           MOVE WS-FEED-SEQ TO FL-LAST-SEQ
           WRITE REPORT-LINE FROM WS-FEED-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF NOT WS-FEED-REFUSED
               IF NOT WS-FEED-RESUMED
                   MOVE WS-EVENTS-READ TO EC-EVENTS-READ
                   MOVE WS-DUPLICATE-COUNT TO EC-DUPLICATE-COUNT
                   MOVE WS-NOTICE-COUNT TO EC-NOTICE-COUNT
                   MOVE WS-REPEAT-WARN-COUNT TO EC-REPEAT-WARN-COUNT
                   WRITE REPORT-LINE FROM WS-EVENT-COUNT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                       UNTIL WS-ET-SUB > WS-ET-MAX
                   MOVE ET-CODE(WS-ET-SUB) TO TC-CODE
                   MOVE ET-DESCRIPTION(WS-ET-SUB) TO TC-DESCRIPTION
                   MOVE ET-NOTICE-COUNT(WS-ET-SUB) TO TC-NOTICE-COUNT
                   WRITE REPORT-LINE FROM WS-TYPE-COUNT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
               IF WS-OTHER-TYPE-COUNT > 0
                   MOVE "??" TO TC-CODE
                   MOVE "*** UNKNOWN EVENT TYPE ***" TO TC-DESCRIPTION
                   MOVE WS-OTHER-TYPE-COUNT TO TC-NOTICE-COUNT
                   WRITE REPORT-LINE FROM WS-TYPE-COUNT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

      *    THE RETURN FILE HOLDS WHAT CAME BACK SINCE THE LAST RUN.
      *    ONCE LISTED IT IS EMPTIED SO NO RETURN IS REPORTED TWICE.
       2900-PROCESS-RETURNS.
           PERFORM 2960-WRITE-RETURNS-HEADING
           OPEN INPUT RETURN-FILE
           IF NOT WS-RETURN-OK
               DISPLAY "NTFDLY1: ERROR OPENING RETURN-FILE, "
                   "STATUS = " WS-RETURN-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2920-READ-RETURN-RECORD
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RETURNS-READ
                   IF RTN-UNDELIVERABLE
                       PERFORM 2940-LIST-UNDELIVERABLE
                   ELSE
                       ADD 1 TO WS-DELIVERED-COUNT
                   END-IF
                   PERFORM 2920-READ-RETURN-RECORD
               END-PERFORM
               CLOSE RETURN-FILE
               IF WS-RETURNS-READ > 0
                   OPEN OUTPUT RETURN-FILE
                   IF NOT WS-RETURN-OK
                       DISPLAY "NTFDLY1: ERROR CLEARING RETURN-FILE, "
                           "STATUS = " WS-RETURN-STATUS
                   ELSE
                       CLOSE RETURN-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-UNDELIVERABLE-COUNT > 0
               SET WS-ATTENTION TO TRUE
           END-IF.

       2920-READ-RETURN-RECORD.
           READ RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-RETURN-OK
               SET WS-EOF TO TRUE
           END-IF.

       2940-LIST-UNDELIVERABLE.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               PERFORM 2960-WRITE-RETURNS-HEADING
           END-IF
           MOVE RTN-FEED-SEQ TO DL-FEED-SEQ
           MOVE RTN-ACCOUNT TO DL-ACCOUNT
           MOVE RTN-EVENT-TYPE TO DL-EVENT-TYPE
           MOVE RTN-RETURN-DATE TO DL-RETURN-DATE
           MOVE RTN-REASON TO DL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       2960-WRITE-RETURNS-HEADING.
           WRITE REPORT-LINE FROM WS-RETURNS-TITLE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT.

       3000-TERMINATE.
           MOVE WS-RETURNS-READ TO TL-RETURNS-READ
           MOVE WS-DELIVERED-COUNT TO TL-DELIVERED-COUNT
           MOVE WS-UNDELIVERABLE-COUNT TO TL-UNDELIVERABLE-COUNT
           WRITE REPORT-LINE FROM WS-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE.
