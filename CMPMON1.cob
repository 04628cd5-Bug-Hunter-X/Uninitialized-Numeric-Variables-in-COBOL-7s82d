       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMON1.
      *****************************************************************
      * CMPMON1 - LARGE-VALUE AND STRUCTURING ACTIVITY MONITOR
      *
      * READS THE ONLINE AUDIT TRAIL - AND THE ARCHIVE GENERATION AS
      * WELL WHEN ASKED, FOR A WINDOW REACHING BACK PAST THE ONLINE
      * RETENTION BOUNDARY - OVER A ROLLING WINDOW OF DAYS ENDING
      * TODAY, SORTS THE POSTINGS IN THE WINDOW BY ACCOUNT AND
      * TIMESTAMP, AND RAISES A COMPLIANCE CASE FOR EVERY ACCOUNT
      * WHOSE ACTIVITY MEETS EITHER TEST:
      *
      *   LARGE VALUE - THE ACCOUNT'S POSTINGS IN THE WINDOW ADD UP
      *   TO THE REPORTABLE THRESHOLD OR MORE.
      *
      *   STRUCTURING - THE ACCOUNT HAS THE MINIMUM NUMBER OF
      *   POSTINGS OR MORE INSIDE THE BAND JUST UNDER THE
      *   PER-TRANSACTION LIMIT THE DAILY RUN APPLIES TO IT: THE
      *   ACCOUNT'S ACCT-TRAN-LIMIT WHEN ONE IS SET, OTHERWISE THE
      *   FLAT CEILING.
      *
      * POSTINGS ARE TAKEN GROSS, AT THEIR COMPUTED TOTAL, WHICHEVER
      * WAY THEY MOVED THE BALANCE; REVERSAL AND BACK-OUT ROWS ("RV"
      * AND "XR") ARE NOT POSTINGS FOR THIS PURPOSE AND ARE NOT
      * NETTED OFF, SINCE THE ACTIVITY THEY UNDO STILL HAPPENED.
      * EACH CASE GOES TO THE CASE FILE (CMPCASE.DAT) WITH ITS
      * SUPPORTING AUDIT ROWS, AND PRINTS ON THE COMPLIANCE REVIEW
      * REPORT. ACTIVITY ALREADY COVERED BY A CASE COMPLIANCE HAS
      * CLEARED (CMPCLR.DAT) IS LEFT OUT OF THE TESTS FOR THAT KIND
      * OF CASE, SO IT IS NOT RAISED AGAIN. A CASE NOT YET CLEARED IS
      * RAISED AGAIN BY EACH RUN WHILE ITS ACTIVITY IS IN THE WINDOW.
      *
      * PARM: BLANK REVIEWS THE ONLINE TRAIL OVER 30 DAYS; "DAYS NNN"
      * SETS THE WINDOW; "ARCHIVE" IN COLUMNS 10-16 (OR ALONE AT THE
      * START) ALSO READS THE ARCHIVE GENERATION.
      * COMPLETION CODE 0 MEANS NO CASES; 4 MEANS CASES WERE RAISED;
      * 16 MEANS THE AUDIT TRAIL COULD NOT BE READ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT OPTIONAL CLEARED-FILE ASSIGN TO "CMPCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.

           SELECT CASE-FILE ASSIGN TO "CMPCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CMPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD           PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY AUDREC01 IN "copybooks"
               REPLACING ==AUD-TIMESTAMP== BY ==SRT-TIMESTAMP==
                         ==AUD-REC-KEY== BY ==SRT-REC-KEY==
                         ==AUD-AMOUNT-BEFORE== BY ==SRT-AMOUNT-BEFORE==
                         ==AUD-TOTAL-AFTER== BY ==SRT-TOTAL-AFTER==
                         ==AUD-RUN-ID== BY ==SRT-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==SRT-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==SRT-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==SRT-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==SRT-BACKOUT==
                         ==AUD-CREDIT-ROW== BY ==SRT-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==SRT-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==SRT-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==SRT-ORIG-KEY==.

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           COPY ACCTREC01 IN "copybooks".

       FD  CLEARED-FILE
           RECORDING MODE IS F.
       01  CLEARED-RECORD.
           COPY CMPCASE01 IN "copybooks"
               REPLACING ==CASE-ID== BY ==CLR-ID==
                         ==CASE-RAISED-DATE== BY ==CLR-RAISED-DATE==
                         ==CASE-SEQ== BY ==CLR-SEQ==
                         ==CASE-RECORD-TYPE== BY ==CLR-RECORD-TYPE==
                         ==CASE-HEADER== BY ==CLR-HEADER==
                         ==CASE-DETAIL== BY ==CLR-DETAIL==
                         ==CASE-ACCOUNT== BY ==CLR-ACCOUNT==
                         ==CASE-BODY== BY ==CLR-BODY==
                         ==CASE-HEADER-BODY== BY ==CLR-HEADER-BODY==
                         ==CASE-HIT-TYPE== BY ==CLR-HIT-TYPE==
                         ==CASE-LARGE-VALUE== BY ==CLR-LARGE-VALUE==
                         ==CASE-STRUCTURING== BY ==CLR-STRUCTURING==
                         ==CASE-WINDOW-FROM== BY ==CLR-WINDOW-FROM==
                         ==CASE-WINDOW-TO== BY ==CLR-WINDOW-TO==
                         ==CASE-ROW-COUNT== BY ==CLR-ROW-COUNT==
                         ==CASE-AGGREGATE== BY ==CLR-AGGREGATE==
                         ==CASE-LIMIT-USED== BY ==CLR-LIMIT-USED==
                         ==CASE-THROUGH-TS== BY ==CLR-THROUGH-TS==
                         ==CASE-STATUS== BY ==CLR-STATUS==
                         ==CASE-OPEN== BY ==CLR-OPEN==
                         ==CASE-CLEARED== BY ==CLR-CLEARED==
                         ==CASE-REVIEWED-BY== BY ==CLR-REVIEWED-BY==
                         ==CASE-DETAIL-BODY== BY ==CLR-DETAIL-BODY==
                         ==CASE-AUDIT-ROW== BY ==CLR-AUDIT-ROW==.

       FD  CASE-FILE
           RECORDING MODE IS F.
       01  CASE-RECORD.
           COPY CMPCASE01 IN "copybooks".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE "00".
               88  WS-ARCHIVE-OK                  VALUE "00".
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUE "00".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-CLEARED-STATUS       PIC X(2)  VALUE "00".
               88  WS-CLEARED-OK                  VALUES "00" "05".
           05  WS-CASE-STATUS          PIC X(2)  VALUE "00".
               88  WS-CASE-OK                     VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.
           05  WS-PARM-DAYS            PIC X(3)  VALUE SPACES.

      *    MONITORING THRESHOLDS. WS-MAX-AMOUNT IS THE DAILY RUN'S
      *    FLAT PER-TRANSACTION CEILING AND MUST BE KEPT IN STEP WITH
      *    AMTPROC1. THE BAND IS THE LAST WS-BAND-PERCENT OF THE
      *    LIMIT, UP TO AND INCLUDING THE LIMIT ITSELF.
       01  WS-THRESHOLDS.
           05  WS-MAX-AMOUNT           PIC 9(5)V99   VALUE 50000.00.
           05  WS-REPORTABLE-TOTAL     PIC 9(9)V99   VALUE 100000.00.
           05  WS-BAND-PERCENT         PIC 9(2)      VALUE 10.
           05  WS-BAND-MIN-COUNT       PIC 9(3)      VALUE 3.
           05  WS-WINDOW-DAYS          PIC 9(3)      VALUE 30.

       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-FROM          PIC X(8).
           05  WS-WINDOW-TO            PIC X(8).
           05  WS-DATE-WORK            PIC 9(8)  VALUE ZEROES.
           05  WS-INTEGER-WORK         PIC 9(7)  VALUE ZEROES.

       01  WS-SWITCHES.
           05  WS-ARCHIVE-SWITCH       PIC X(1)  VALUE "N".
               88  WS-READ-ARCHIVE               VALUE "Y".
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-SORT-EOF                   VALUE "Y".
           05  WS-ACCT-ACTIVE-SWITCH   PIC X(1)  VALUE "N".
               88  WS-ACCT-ACTIVE                VALUE "Y".
           05  WS-AUDIT-FAILED-SWITCH  PIC X(1)  VALUE "N".
               88  WS-AUDIT-FAILED               VALUE "Y".

      *    THE CURRENT ROW UNDER TEST, FILLED FROM WHICHEVER FILE IS
      *    BEING READ SO ONE WINDOW TEST SERVES BOTH.
       01  WS-AUDIT-WORK.
           05  WK-TIMESTAMP            PIC X(26).
           05  WK-REC-KEY              PIC X(10).
           05  WK-AMOUNT-BEFORE        PIC 9(5)V99.
           05  WK-TOTAL-AFTER          PIC 9(7)V99.
           05  WK-RUN-ID               PIC X(8).
           05  WK-TRANS-TYPE           PIC X(2).
               88  WK-BACKOUT                    VALUES "RV" "XR".
           05  WK-ORIG-REF             PIC X(18).

      *    CLEARED ACTIVITY: PER ACCOUNT AND KIND OF CASE, THE LATEST
      *    CASE-THROUGH-TS COMPLIANCE HAS CLEARED.
       01  WS-CLEARED-TABLE-FIELDS.
           05  WS-CL-COUNT             PIC 9(4) VALUE ZEROES.
           05  WS-CL-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY CL-IDX.
               10  CL-ACCOUNT          PIC X(10).
               10  CL-HIT-TYPE         PIC X(1).
               10  CL-THROUGH-TS       PIC X(26).

      *    THE CURRENT ACCOUNT'S POSTINGS IN THE WINDOW, HELD UNTIL
      *    THE ACCOUNT BREAKS SO A CASE CAN CARRY ITS SUPPORTING ROWS.
      *    AR-LARGE AND AR-BAND MARK THE ROWS EACH TEST COUNTED.
       01  WS-ACCOUNT-ROW-FIELDS.
           05  WS-AR-COUNT             PIC 9(4) VALUE ZEROES.
           05  WS-AR-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-AR-COUNT
                   INDEXED BY AR-IDX.
               10  AR-IMAGE            PIC X(80).
               10  AR-TIMESTAMP        PIC X(26).
               10  AR-RUN-ID           PIC X(8).
               10  AR-TRANS-TYPE       PIC X(2).
               10  AR-AMOUNT           PIC 9(5)V99.
               10  AR-TOTAL            PIC 9(7)V99.
               10  AR-LARGE-FLAG       PIC X(1).
                   88  AR-LARGE                  VALUE "Y".
               10  AR-BAND-FLAG        PIC X(1).
                   88  AR-BAND                   VALUE "Y".

       01  WS-ACCOUNT-FIELDS.
           05  WS-CURRENT-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-NAME         PIC X(30).
           05  WS-TRAN-LIMIT           PIC 9(9)V99.
           05  WS-BAND-FLOOR           PIC 9(9)V99.
           05  WS-LARGE-CLEARED-TS     PIC X(26).
           05  WS-BAND-CLEARED-TS      PIC X(26).
           05  WS-LARGE-TOTAL          PIC 9(11)V99.
           05  WS-LARGE-COUNT          PIC 9(5).
           05  WS-LARGE-THROUGH-TS     PIC X(26).
           05  WS-BAND-TOTAL           PIC 9(11)V99.
           05  WS-BAND-COUNT           PIC 9(5).
           05  WS-BAND-THROUGH-TS      PIC X(26).
           05  WS-ROWS-DROPPED         PIC 9(7).

      *    THE CASE BEING RAISED; 2700 WRITES WHICHEVER KIND IS SET.
       01  WS-CASE-FIELDS.
           05  WS-CASE-SEQ             PIC 9(4)  VALUE ZEROES.
           05  WS-HIT-TYPE             PIC X(1).
               88  WS-HIT-LARGE                  VALUE "L".
               88  WS-HIT-BAND                   VALUE "S".

       01  WS-CONTROL-TOTALS.
           05  WS-ARCHIVE-READ         PIC 9(9)  VALUE ZEROES.
           05  WS-ONLINE-READ          PIC 9(9)  VALUE ZEROES.
           05  WS-WINDOW-ROW-COUNT     PIC 9(9)  VALUE ZEROES.
           05  WS-ACCOUNT-COUNT        PIC 9(7)  VALUE ZEROES.
           05  WS-LARGE-CASE-COUNT     PIC 9(5)  VALUE ZEROES.
           05  WS-BAND-CASE-COUNT      PIC 9(5)  VALUE ZEROES.
           05  WS-CLEARED-SKIP-COUNT   PIC 9(9)  VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "CMPMON1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "WINDOW: ".
           05  RH1-WINDOW-FROM         PIC X(8).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  RH1-WINDOW-TO           PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RH1-SOURCE              PIC X(18).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "COMPLIANCE ACTIVITY REVIEW".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(14) VALUE "CASE ID".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(14) VALUE "CASE TYPE".
           05  FILLER                  PIC X(7)  VALUE "ROWS".
           05  FILLER                  PIC X(16) VALUE "AGGREGATE".
           05  FILLER                  PIC X(37)
               VALUE "THRESHOLD/LIMIT".

       01  WS-CASE-LINE.
           05  CSL-CASE-ID             PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-ACCOUNT             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-NAME                PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-CASE-TYPE           PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-ROW-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-AGGREGATE           PIC Z(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CSL-LIMIT-USED          PIC Z(8)9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-SUPPORT-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  SPL-DATE                PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPL-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPL-TRANS-TYPE          PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPL-AMOUNT              PIC Z(4)9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SPL-TOTAL               PIC Z(6)9.99.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(15)
               VALUE "ROWS SEARCHED:".
           05  TL1-SEARCHED-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "ROWS IN WINDOW:".
           05  TL1-WINDOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "ALREADY CLEARED:".
           05  TL1-CLEARED-COUNT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(15) VALUE "ACCOUNTS:".
           05  TL2-ACCOUNT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "LARGE-VALUE CASES:".
           05  TL2-LARGE-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "STRUCTURING CASES:".
           05  TL2-BAND-COUNT          PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PROCESS.
           MOVE LK-PARM-TEXT TO WS-PARM-LINE
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REC-KEY
               ON ASCENDING KEY SRT-TIMESTAMP
               INPUT PROCEDURE IS 2000-SELECT-WINDOW-ROWS
               OUTPUT PROCEDURE IS 2500-REVIEW-ACCOUNTS
           PERFORM 3000-TERMINATE
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-AUDIT-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LARGE-CASE-COUNT > 0 OR WS-BAND-CASE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-PARSE-REQUEST
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "CMPMON1: ERROR OPENING ACCOUNT-FILE, "
                   "STATUS = " WS-ACCOUNT-STATUS
           END-IF
           PERFORM 1300-LOAD-CLEARED-CASES
           OPEN OUTPUT CASE-FILE
           IF NOT WS-CASE-OK
               DISPLAY "CMPMON1: ERROR OPENING CASE-FILE, STATUS = "
                   WS-CASE-STATUS
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CMPMON1: ERROR OPENING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           PERFORM 1200-WRITE-REPORT-HEADERS.

      *    THE WINDOW ENDS TODAY AND REACHES BACK WS-WINDOW-DAYS
      *    CALENDAR DAYS, TODAY INCLUDED.
       1100-PARSE-REQUEST.
           IF WS-PARM-LINE(1:4) = "DAYS"
               MOVE WS-PARM-LINE(6:3) TO WS-PARM-DAYS
               IF WS-PARM-DAYS NUMERIC AND WS-PARM-DAYS NOT = "000"
                   MOVE WS-PARM-DAYS TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY "CMPMON1: DAYS PARM NOT NUMERIC, "
                       "USING " WS-WINDOW-DAYS
               END-IF
               IF WS-PARM-LINE(10:7) = "ARCHIVE"
                   SET WS-READ-ARCHIVE TO TRUE
               END-IF
           END-IF
           IF WS-PARM-LINE(1:7) = "ARCHIVE"
               SET WS-READ-ARCHIVE TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO WS-WINDOW-TO
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           COMPUTE WS-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-WORK)
           MOVE WS-DATE-WORK TO WS-WINDOW-FROM.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-WINDOW-FROM TO RH1-WINDOW-FROM
           MOVE WS-WINDOW-TO TO RH1-WINDOW-TO
           IF WS-READ-ARCHIVE
               MOVE "ONLINE + ARCHIVE" TO RH1-SOURCE
           ELSE
               MOVE "ONLINE TRAIL ONLY" TO RH1-SOURCE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "CMPMON1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    THE CLEARED-CASE FILE ONLY EVER GROWS, SO THE LATEST
      *    THROUGH-TIMESTAMP PER ACCOUNT AND KIND WINS. DETAIL ROWS
      *    AND HEADERS NOT MARKED CLEARED ARE IGNORED.
       1300-LOAD-CLEARED-CASES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLEARED-FILE
           IF NOT WS-CLEARED-OK
               DISPLAY "CMPMON1: ERROR OPENING CLEARED-FILE, "
                   "STATUS = " WS-CLEARED-STATUS
           ELSE
               PERFORM 1350-READ-CLEARED-FILE
               PERFORM UNTIL WS-EOF
                   IF CLR-HEADER AND CLR-CLEARED
                       PERFORM 1360-NOTE-CLEARED-CASE
                   END-IF
                   PERFORM 1350-READ-CLEARED-FILE
               END-PERFORM
           END-IF
           CLOSE CLEARED-FILE.

       1350-READ-CLEARED-FILE.
           READ CLEARED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-CLEARED-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1360-NOTE-CLEARED-CASE.
           SET CL-IDX TO 1
           SEARCH WS-CL-ENTRY
               AT END
                   IF WS-CL-COUNT >= 2000
                       DISPLAY "CMPMON1: CLEARED-CASE TABLE FULL, "
                           "CASE " CLR-ID " NOT APPLIED"
                   ELSE
                       ADD 1 TO WS-CL-COUNT
                       SET CL-IDX TO WS-CL-COUNT
                       MOVE CLR-ACCOUNT TO CL-ACCOUNT(CL-IDX)
                       MOVE CLR-HIT-TYPE TO CL-HIT-TYPE(CL-IDX)
                       MOVE CLR-THROUGH-TS TO CL-THROUGH-TS(CL-IDX)
                   END-IF
               WHEN CL-ACCOUNT(CL-IDX) = CLR-ACCOUNT
                       AND CL-HIT-TYPE(CL-IDX) = CLR-HIT-TYPE
                   IF CLR-THROUGH-TS > CL-THROUGH-TS(CL-IDX)
                       MOVE CLR-THROUGH-TS TO CL-THROUGH-TS(CL-IDX)
                   END-IF
           END-SEARCH.

      *    SORT INPUT PROCEDURE: ONLY POSTINGS INSIDE THE WINDOW ARE
      *    RELEASED, SO THE SORT CARRIES NOTHING THE TESTS DO NOT USE.
       2000-SELECT-WINDOW-ROWS.
           IF WS-READ-ARCHIVE
               PERFORM 2050-SCAN-ARCHIVE
           END-IF
           PERFORM 2150-SCAN-ONLINE.

       2050-SCAN-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               DISPLAY "CMPMON1: ARCHIVE NOT AVAILABLE, STATUS = "
                   WS-ARCHIVE-STATUS
           ELSE
               PERFORM 2100-READ-ARCHIVE
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-ARCHIVE-READ
                   MOVE ARCHIVE-RECORD TO WS-AUDIT-WORK
                   PERFORM 2250-RELEASE-IF-IN-WINDOW
                   PERFORM 2100-READ-ARCHIVE
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE.

       2100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-ARCHIVE-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2150-SCAN-ONLINE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "CMPMON1: ERROR OPENING AUDIT-FILE, STATUS = "
                   WS-AUDIT-STATUS
               SET WS-AUDIT-FAILED TO TRUE
           ELSE
               PERFORM 2200-READ-ONLINE
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-ONLINE-READ
                   MOVE AUDIT-FILE-RECORD TO WS-AUDIT-WORK
                   PERFORM 2250-RELEASE-IF-IN-WINDOW
                   PERFORM 2200-READ-ONLINE
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2200-READ-ONLINE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-AUDIT-OK
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2250-RELEASE-IF-IN-WINDOW.
           IF WK-TIMESTAMP(1:8) NOT < WS-WINDOW-FROM
                   AND WK-TIMESTAMP(1:8) NOT > WS-WINDOW-TO
                   AND NOT WK-BACKOUT
               ADD 1 TO WS-WINDOW-ROW-COUNT
               RELEASE SORT-RECORD FROM WS-AUDIT-WORK
           END-IF.

      *    SORT OUTPUT PROCEDURE: ROWS ARE HELD PER ACCOUNT AND THE
      *    TESTS RUN WHEN THE ACCOUNT BREAKS.
       2500-REVIEW-ACCOUNTS.
           PERFORM 2510-RETURN-SORTED-RECORD
           PERFORM UNTIL WS-SORT-EOF
               IF SRT-REC-KEY NOT = WS-CURRENT-ACCOUNT
                   IF WS-ACCT-ACTIVE
                       PERFORM 2600-REVIEW-ACCOUNT
                   END-IF
                   PERFORM 2520-START-ACCOUNT
               END-IF
               PERFORM 2530-HOLD-ROW
               PERFORM 2510-RETURN-SORTED-RECORD
           END-PERFORM
           IF WS-ACCT-ACTIVE
               PERFORM 2600-REVIEW-ACCOUNT
           END-IF.

       2510-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2520-START-ACCOUNT.
           MOVE SRT-REC-KEY TO WS-CURRENT-ACCOUNT
           SET WS-ACCT-ACTIVE TO TRUE
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ZEROES TO WS-AR-COUNT
           MOVE ZEROES TO WS-ROWS-DROPPED.

       2530-HOLD-ROW.
           IF WS-AR-COUNT >= 2000
               ADD 1 TO WS-ROWS-DROPPED
           ELSE
               ADD 1 TO WS-AR-COUNT
               SET AR-IDX TO WS-AR-COUNT
               MOVE SORT-RECORD TO AR-IMAGE(AR-IDX)
               MOVE SRT-TIMESTAMP TO AR-TIMESTAMP(AR-IDX)
               MOVE SRT-RUN-ID TO AR-RUN-ID(AR-IDX)
               MOVE SRT-TRANS-TYPE TO AR-TRANS-TYPE(AR-IDX)
               MOVE SRT-AMOUNT-BEFORE TO AR-AMOUNT(AR-IDX)
               MOVE SRT-TOTAL-AFTER TO AR-TOTAL(AR-IDX)
               MOVE "N" TO AR-LARGE-FLAG(AR-IDX)
               MOVE "N" TO AR-BAND-FLAG(AR-IDX)
           END-IF.

      *    BOTH TESTS RUN OVER THE SAME HELD ROWS, EACH SKIPPING THE
      *    ROWS ALREADY COVERED BY A CLEARED CASE OF ITS OWN KIND. AN
      *    ACCOUNT WITH MORE ROWS IN THE WINDOW THAN THE TABLE HOLDS
      *    IS TESTED ON THE ROWS IT DOES HOLD, WHICH CAN ONLY
      *    UNDERSTATE, AND IS NAMED SO THE REST CAN BE PULLED.
       2600-REVIEW-ACCOUNT.
           IF WS-ROWS-DROPPED > 0
               DISPLAY "CMPMON1: ACCOUNT " WS-CURRENT-ACCOUNT " HAS "
                   WS-ROWS-DROPPED " WINDOW ROWS BEYOND THE TABLE, "
                   "NOT HELD"
           END-IF
           PERFORM 2610-GET-ACCOUNT-LIMIT
           PERFORM 2620-FIND-CLEARED-THROUGH
           MOVE ZEROES TO WS-LARGE-TOTAL
           MOVE ZEROES TO WS-LARGE-COUNT
           MOVE SPACES TO WS-LARGE-THROUGH-TS
           MOVE ZEROES TO WS-BAND-TOTAL
           MOVE ZEROES TO WS-BAND-COUNT
           MOVE SPACES TO WS-BAND-THROUGH-TS
           PERFORM 2630-TEST-ONE-ROW
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > WS-AR-COUNT
           IF WS-LARGE-COUNT > 0
                   AND WS-LARGE-TOTAL NOT < WS-REPORTABLE-TOTAL
               SET WS-HIT-LARGE TO TRUE
               PERFORM 2700-RAISE-CASE
           END-IF
           IF WS-BAND-COUNT NOT < WS-BAND-MIN-COUNT
               SET WS-HIT-BAND TO TRUE
               PERFORM 2700-RAISE-CASE
           END-IF
           MOVE "N" TO WS-ACCT-ACTIVE-SWITCH.

      *    THE SAME LIMIT 2083-CHECK-ACCOUNT-LIMITS IN AMTPROC1 WOULD
      *    APPLY: THE ACCOUNT'S OWN WHEN SET, OTHERWISE THE FLAT
      *    CEILING. AN ACCOUNT NOT ON THE MASTER GETS THE CEILING.
       2610-GET-ACCOUNT-LIMIT.
           MOVE WS-MAX-AMOUNT TO WS-TRAN-LIMIT
           MOVE WS-CURRENT-ACCOUNT TO ACCT-KEY
           MOVE "*MASTER NOT AVAILABLE*" TO WS-ACCOUNT-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "*NOT ON ACCOUNT MASTER*" TO WS-ACCOUNT-NAME
               NOT INVALID KEY
                   MOVE ACCT-NAME TO WS-ACCOUNT-NAME
                   IF ACCT-TRAN-LIMIT > ZEROES
                       MOVE ACCT-TRAN-LIMIT TO WS-TRAN-LIMIT
                   END-IF
           END-READ
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-TRAN-LIMIT - (WS-TRAN-LIMIT * WS-BAND-PERCENT / 100).

       2620-FIND-CLEARED-THROUGH.
           MOVE SPACES TO WS-LARGE-CLEARED-TS
           MOVE SPACES TO WS-BAND-CLEARED-TS
           PERFORM 2625-CHECK-CLEARED-ENTRY
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT.

       2625-CHECK-CLEARED-ENTRY.
           IF CL-ACCOUNT(CL-IDX) = WS-CURRENT-ACCOUNT
               IF CL-HIT-TYPE(CL-IDX) = "L"
                   MOVE CL-THROUGH-TS(CL-IDX) TO WS-LARGE-CLEARED-TS
               END-IF
               IF CL-HIT-TYPE(CL-IDX) = "S"
                   MOVE CL-THROUGH-TS(CL-IDX) TO WS-BAND-CLEARED-TS
               END-IF
           END-IF.

      *    ROWS ARRIVE IN TIMESTAMP ORDER, SO THE LAST ROW EACH TEST
      *    COUNTS GIVES ITS THROUGH-TIMESTAMP.
       2630-TEST-ONE-ROW.
           IF AR-TIMESTAMP(AR-IDX) > WS-LARGE-CLEARED-TS
               SET AR-LARGE(AR-IDX) TO TRUE
               ADD AR-TOTAL(AR-IDX) TO WS-LARGE-TOTAL
               ADD 1 TO WS-LARGE-COUNT
               MOVE AR-TIMESTAMP(AR-IDX) TO WS-LARGE-THROUGH-TS
           ELSE
               ADD 1 TO WS-CLEARED-SKIP-COUNT
           END-IF
           IF AR-TOTAL(AR-IDX) NOT < WS-BAND-FLOOR
                   AND AR-TOTAL(AR-IDX) NOT > WS-TRAN-LIMIT
               IF AR-TIMESTAMP(AR-IDX) > WS-BAND-CLEARED-TS
                   SET AR-BAND(AR-IDX) TO TRUE
                   ADD AR-TOTAL(AR-IDX) TO WS-BAND-TOTAL
                   ADD 1 TO WS-BAND-COUNT
                   MOVE AR-TIMESTAMP(AR-IDX) TO WS-BAND-THROUGH-TS
               ELSE
                   ADD 1 TO WS-CLEARED-SKIP-COUNT
               END-IF
           END-IF.

       2700-RAISE-CASE.
           ADD 1 TO WS-CASE-SEQ
           MOVE SPACES TO CASE-RECORD
           MOVE WS-RUN-DATE TO CASE-RAISED-DATE
           MOVE WS-CASE-SEQ TO CASE-SEQ
           SET CASE-HEADER TO TRUE
           MOVE WS-CURRENT-ACCOUNT TO CASE-ACCOUNT
           MOVE WS-HIT-TYPE TO CASE-HIT-TYPE
           MOVE WS-WINDOW-FROM TO CASE-WINDOW-FROM
           MOVE WS-WINDOW-TO TO CASE-WINDOW-TO
           SET CASE-OPEN TO TRUE
           MOVE SPACES TO WS-CASE-LINE
           MOVE CASE-ID TO CSL-CASE-ID
           MOVE WS-CURRENT-ACCOUNT TO CSL-ACCOUNT
           MOVE WS-ACCOUNT-NAME TO CSL-NAME
           IF WS-HIT-LARGE
               ADD 1 TO WS-LARGE-CASE-COUNT
               MOVE WS-LARGE-COUNT TO CASE-ROW-COUNT
               MOVE WS-LARGE-TOTAL TO CASE-AGGREGATE
               MOVE WS-REPORTABLE-TOTAL TO CASE-LIMIT-USED
               MOVE WS-LARGE-THROUGH-TS TO CASE-THROUGH-TS
               MOVE "LARGE VALUE" TO CSL-CASE-TYPE
           ELSE
               ADD 1 TO WS-BAND-CASE-COUNT
               MOVE WS-BAND-COUNT TO CASE-ROW-COUNT
               MOVE WS-BAND-TOTAL TO CASE-AGGREGATE
               MOVE WS-TRAN-LIMIT TO CASE-LIMIT-USED
               MOVE WS-BAND-THROUGH-TS TO CASE-THROUGH-TS
               MOVE "NEAR LIMIT" TO CSL-CASE-TYPE
           END-IF
           MOVE CASE-ROW-COUNT TO CSL-ROW-COUNT
           MOVE CASE-AGGREGATE TO CSL-AGGREGATE
           MOVE CASE-LIMIT-USED TO CSL-LIMIT-USED
           PERFORM 2790-WRITE-CASE-RECORD
           MOVE SPACES TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE WS-CASE-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE
           PERFORM 2750-WRITE-SUPPORTING-ROW
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > WS-AR-COUNT.

       2750-WRITE-SUPPORTING-ROW.
           IF (WS-HIT-LARGE AND AR-LARGE(AR-IDX))
                   OR (WS-HIT-BAND AND AR-BAND(AR-IDX))
               MOVE SPACES TO CASE-BODY
               SET CASE-DETAIL TO TRUE
               MOVE AR-IMAGE(AR-IDX) TO CASE-AUDIT-ROW
               PERFORM 2790-WRITE-CASE-RECORD
               MOVE SPACES TO WS-SUPPORT-LINE
               MOVE AR-TIMESTAMP(AR-IDX)(1:8) TO SPL-DATE
               MOVE AR-RUN-ID(AR-IDX) TO SPL-RUN-ID
               MOVE AR-TRANS-TYPE(AR-IDX) TO SPL-TRANS-TYPE
               MOVE AR-AMOUNT(AR-IDX) TO SPL-AMOUNT
               MOVE AR-TOTAL(AR-IDX) TO SPL-TOTAL
               MOVE WS-SUPPORT-LINE TO REPORT-LINE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

       2790-WRITE-CASE-RECORD.
           WRITE CASE-RECORD
           IF NOT WS-CASE-OK
               DISPLAY "CMPMON1: ERROR WRITING CASE-FILE, STATUS = "
                   WS-CASE-STATUS
           END-IF.

       2900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "CMPMON1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       3000-TERMINATE.
           COMPUTE TL1-SEARCHED-COUNT =
               WS-ARCHIVE-READ + WS-ONLINE-READ
           MOVE WS-WINDOW-ROW-COUNT TO TL1-WINDOW-COUNT
           MOVE WS-CLEARED-SKIP-COUNT TO TL1-CLEARED-COUNT
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE WS-ACCOUNT-COUNT TO TL2-ACCOUNT-COUNT
           MOVE WS-LARGE-CASE-COUNT TO TL2-LARGE-COUNT
           MOVE WS-BAND-CASE-COUNT TO TL2-BAND-COUNT
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "CMPMON1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CASE-FILE
           CLOSE REPORT-FILE
           DISPLAY "CMPMON1: " WS-WINDOW-ROW-COUNT " ROWS IN WINDOW, "
               WS-LARGE-CASE-COUNT " LARGE-VALUE AND "
               WS-BAND-CASE-COUNT " STRUCTURING CASES RAISED".
