       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTCONS1.
      *****************************************************************
      * AMTCONS1 - PARTITIONED POSTING RUN CONSOLIDATION
      *
      * CLOSES A BUSINESS DATE POSTED BY A PARTITIONED AMTPROC1 RUN:
      * THE RANGE PARTITIONS ON PARTDEF.DAT PLUS THE TRANSFER
      * PARTITION. BEFORE TOUCHING ANY SHARED FILE IT CHECKS THAT
      * EVERY PARTITION HAS FINISHED THE SAME BUSINESS DATE OVER THE
      * ACCOUNT RANGE PARTDEF.DAT STILL GIVES IT, THAT ALL OF ITS
      * WORK FILES ARE THERE, AND THAT ITS AUDIT AND GL WORK FILES
      * TIE TO THE CONTROL TOTAL ON ITS PARTITION TOTALS FILE. ONLY
      * THEN ARE THE PARTITIONS MERGED INTO THE DAY'S SHARED FILES
      * AS ONE UNPARTITIONED RUN WOULD HAVE LEFT THEM: THE REPORT
      * (DETAIL LINES PAGED UNDER NEW HEADINGS, BRANCH SUBTOTALS
      * MERGED ACROSS PARTITIONS, TRAILER AND WAREHOUSE LINES FROM
      * THE SUMMED TOTALS), THE EXCEPTION REPORT, THE GL EXTRACT
      * UNDER ONE BATCH ID, THE RECENT-POSTINGS AND WAREHOUSE FILES,
      * THE AUDIT TRAIL, AND THE CUSTOMER NOTIFICATION EVENT FILE.
      * LAST OF ALL IT WRITES THE SINGLE
      * RUN-CONTROL COMPLETION RECORD FOR THE DATE, SO GLACK1,
      * RECON1, AND OPSFLSH1 SEE ONE ORDINARY RUN. THE REPORT ENDS
      * WITH A SUMMARY LINE PER PARTITION.
      *
      * THE AUDIT TRAIL IS PERMANENT, SO A PARTITION'S ROWS ARE
      * APPENDED ONCE ONLY: WHEN A CONSOLIDATION THAT DIED PART WAY
      * IS RUN AGAIN, THE PARTITION'S ROWS ALREADY ON THE TRAIL ARE
      * COUNTED, AND ONLY THE ROWS AFTER THEM ARE APPENDED - NONE
      * IF ALL ARE THERE. ITS NOTIFICATION EVENTS GO WITH ITS AUDIT
      * ROWS AND ARE APPENDED JUST AHEAD OF THEM, SO A PARTITION
      * WITH ANY ROW ON THE TRAIL ALREADY HAS ITS EVENTS APPENDED.
      * EVERY OTHER OUTPUT IS A DAILY FILE AND IS SIMPLY WRITTEN
      * AGAIN.
      *
      * A DATE THAT IS NOT READY IS NOT CONSOLIDATED: THE REPORT
      * CARRIES ONLY THE PARTITION SUMMARY, SHOWING WHICH PARTITION
      * IS MISSING, UNFINISHED, OR OUT OF BALANCE, AND THE REGISTRY
      * SHOWS THE DATE ACTIVE. COMPLETION CODE 0 IS A CLEAN
      * CONSOLIDATION, 4 CONSOLIDATED A RUN WITH EXCEPTIONS, AND 16
      * CONSOLIDATED NOTHING - THE DATE WAS NOT READY, THE PARTITION
      * DEFINITIONS WOULD NOT LOAD, OR THE DATE HAD ALREADY RUN TO
      * COMPLETION.
      *
      * PARM: BLANK CONSOLIDATES THE BUSINESS DATE THE PARTITIONS
      * RAN, AS SHOWN BY THE FIRST PARTITION FOUND; "DATE YYYYMMDD"
      * CONSOLIDATES THAT BUSINESS DATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-DEF-FILE ASSIGN TO "PARTDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTDEF-STATUS.

      *    ONE SELECT PER KIND OF PARTITION FILE SERVES EVERY
      *    PARTITION: THE FILE NAME IS SET FOR THE PARTITION BEFORE
      *    EACH OPEN.
           SELECT OPTIONAL PARTITION-TOTALS-FILE
               ASSIGN USING WS-PARTTOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTTOT-STATUS.

           SELECT PART-REPORT-FILE
               ASSIGN USING WS-PART-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-REPORT-STATUS.

           SELECT PART-EXCEPTION-FILE
               ASSIGN USING WS-PART-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-EXCEPTION-STATUS.

           SELECT PART-AUDIT-FILE
               ASSIGN USING WS-PART-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-AUDIT-STATUS.

           SELECT PART-GL-FILE
               ASSIGN USING WS-PART-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-GL-STATUS.

           SELECT PART-RECENT-FILE
               ASSIGN USING WS-PART-RECENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-RECENT-STATUS.

           SELECT PART-WAREHOUSE-FILE
               ASSIGN USING WS-PART-WAREHOUSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-WAREHOUSE-STATUS.

           SELECT PART-EVENT-FILE
               ASSIGN USING WS-PART-EVENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-EVENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    SECOND VIEW OF THE AUDIT TRAIL, READ BEFORE THE MAIN AUDIT
      *    FILE IS OPENED EXTEND TO FIND PARTITIONS ALREADY ON IT.
           SELECT OPTIONAL AUDIT-LOOKUP-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOOKUP-STATUS.

           SELECT OPTIONAL NOTIFY-EVENT-FILE ASSIGN TO "NTFEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT RECENT-POST-FILE ASSIGN TO "RCNTPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECENT-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-DEF-FILE
           RECORDING MODE IS F.
       01  PARTITION-DEF-RECORD.
           COPY PARTDEF01 IN "copybooks".

       FD  PARTITION-TOTALS-FILE
           RECORDING MODE IS F.
       01  PARTITION-TOTALS-RECORD.
           COPY PARTTOT01 IN "copybooks".

       FD  PART-REPORT-FILE
           RECORDING MODE IS F.
       01  PART-REPORT-LINE            PIC X(132).

       FD  PART-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  PART-EXCEPTION-RECORD       PIC X(80).

       FD  PART-AUDIT-FILE
           RECORDING MODE IS F.
       01  PART-AUDIT-RECORD.
           COPY AUDREC01 IN "copybooks".

       FD  PART-GL-FILE
           RECORDING MODE IS F.
       01  PART-GL-RECORD.
           COPY GLEXT01 IN "copybooks".

       FD  PART-RECENT-FILE
           RECORDING MODE IS F.
       01  PART-RECENT-RECORD          PIC X(27).

      *    A WAREHOUSED ITEM: THE BRANCH IT ARRIVED UNDER, THEN ITS
      *    FULL TRANSACTION IMAGE, OF WHICH ONLY THE AMOUNT IS NEEDED
      *    HERE, FOR THE WAREHOUSE LINE ON THE REPORT.
       FD  PART-WAREHOUSE-FILE
           RECORDING MODE IS F.
       01  PART-WAREHOUSE-RECORD.
           05  PWR-BRANCH-ID           PIC X(10).
           05  PWR-TRANS-IMAGE.
               10  PWR-ACCOUNT         PIC X(10).
               10  PWR-TYPE            PIC X(2).
               10  PWR-AMOUNT          PIC S9(5)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X(26).

       FD  PART-EVENT-FILE
           RECORDING MODE IS F.
       01  PART-EVENT-RECORD           PIC X(166).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD            PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD           PIC X(80).

       FD  AUDIT-LOOKUP-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOOKUP-RECORD.
           COPY AUDREC01 IN "copybooks"
               REPLACING ==AUD-TIMESTAMP== BY ==ALK-TIMESTAMP==
                         ==AUD-REC-KEY== BY ==ALK-REC-KEY==
                         ==AUD-AMOUNT-BEFORE== BY ==ALK-AMOUNT-BEFORE==
                         ==AUD-TOTAL-AFTER== BY ==ALK-TOTAL-AFTER==
                         ==AUD-RUN-ID== BY ==ALK-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==ALK-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==ALK-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==ALK-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==ALK-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==ALK-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==ALK-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==ALK-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==ALK-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==ALK-ORIG-KEY==.

       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F.
       01  NOTIFY-EVENT-RECORD.
           COPY NTFEVT01 IN "copybooks".

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD           PIC X(73).

       FD  RECENT-POST-FILE
           RECORDING MODE IS F.
       01  RECENT-POST-RECORD.
           COPY RCNTPST01 IN "copybooks".

       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
       01  WAREHOUSE-RECORD            PIC X(56).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL01 IN "copybooks".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARTDEF-STATUS       PIC X(2)  VALUE "00".
               88  WS-PARTDEF-OK                  VALUE "00".
           05  WS-PARTTOT-STATUS       PIC X(2)  VALUE "00".
               88  WS-PARTTOT-OK                  VALUES "00" "05".
               88  WS-PARTTOT-EOF                 VALUE "10".
           05  WS-PART-REPORT-STATUS   PIC X(2)  VALUE "00".
               88  WS-PART-REPORT-OK              VALUE "00".
           05  WS-PART-EXCEPTION-STATUS
                                       PIC X(2)  VALUE "00".
               88  WS-PART-EXCEPTION-OK           VALUE "00".
           05  WS-PART-AUDIT-STATUS    PIC X(2)  VALUE "00".
               88  WS-PART-AUDIT-OK               VALUE "00".
           05  WS-PART-GL-STATUS       PIC X(2)  VALUE "00".
               88  WS-PART-GL-OK                  VALUE "00".
           05  WS-PART-RECENT-STATUS   PIC X(2)  VALUE "00".
               88  WS-PART-RECENT-OK              VALUE "00".
           05  WS-PART-WAREHOUSE-STATUS
                                       PIC X(2)  VALUE "00".
               88  WS-PART-WAREHOUSE-OK           VALUE "00".
           05  WS-PART-EVENT-STATUS    PIC X(2)  VALUE "00".
               88  WS-PART-EVENT-OK               VALUE "00".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".
           05  WS-EXCEPTION-STATUS     PIC X(2)  VALUE "00".
               88  WS-EXCEPTION-OK                VALUE "00".
      *    STATUS 05 IS A SUCCESSFUL OPEN THAT HAD TO CREATE THE
      *    OPTIONAL FILE - THE VERY FIRST RUN ON A NEW SYSTEM.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUES "00" "05".
           05  WS-AUDIT-LOOKUP-STATUS  PIC X(2)  VALUE "00".
               88  WS-AUDIT-LOOKUP-OK             VALUES "00" "05".
           05  WS-EVENT-STATUS         PIC X(2)  VALUE "00".
               88  WS-EVENT-OK                    VALUES "00" "05".
           05  WS-GL-EXTRACT-STATUS    PIC X(2)  VALUE "00".
               88  WS-GL-EXTRACT-OK               VALUE "00".
           05  WS-RECENT-STATUS        PIC X(2)  VALUE "00".
               88  WS-RECENT-OK                   VALUE "00".
           05  WS-WAREHOUSE-STATUS     PIC X(2)  VALUE "00".
               88  WS-WAREHOUSE-OK                VALUE "00".
           05  WS-RUNCTL-STATUS        PIC X(2)  VALUE "00".
               88  WS-RUNCTL-OK                   VALUES "00" "05".
               88  WS-RUNCTL-EOF                  VALUE "10".

       01  WS-FILE-NAMES.
           05  WS-PARTTOT-FILE-NAME    PIC X(30) VALUE SPACES.
           05  WS-PART-REPORT-NAME     PIC X(30) VALUE SPACES.
           05  WS-PART-EXCEPTION-NAME  PIC X(30) VALUE SPACES.
           05  WS-PART-AUDIT-NAME      PIC X(30) VALUE SPACES.
           05  WS-PART-GL-NAME         PIC X(30) VALUE SPACES.
           05  WS-PART-RECENT-NAME     PIC X(30) VALUE SPACES.
           05  WS-PART-WAREHOUSE-NAME  PIC X(30) VALUE SPACES.
           05  WS-PART-EVENT-NAME      PIC X(30) VALUE SPACES.

       01  WS-PARTITION-FILE-NAMES.
           COPY PARTFIL01 IN "copybooks".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.

       01  WS-RUN-ID                   PIC X(8).

       01  WS-BATCH-ID                 PIC X(8).

       01  WS-BUSINESS-DATE            PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REFUSED-SWITCH       PIC X(1)  VALUE "N".
               88  WS-CONS-REFUSED               VALUE "Y".
           05  WS-ALL-READY-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ALL-READY                  VALUE "Y".
           05  WS-FILES-FOUND-SWITCH   PIC X(1)  VALUE "Y".
               88  WS-FILES-FOUND                VALUE "Y".
           05  WS-RECENT-COMPLETE-SWITCH
                                       PIC X(1)  VALUE "Y".
               88  WS-RECENT-COMPLETE            VALUE "Y".
           05  WS-PARTDEF-EOF-SWITCH   PIC X(1)  VALUE "N".
               88  WS-PARTDEF-DONE               VALUE "Y".
           05  WS-COPY-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-COPY-DONE                  VALUE "Y".
           05  WS-RC-SEEN-SWITCH       PIC X(1)  VALUE "N".
               88  WS-RC-DATE-SEEN               VALUE "Y".
           05  WS-RC-LAST-STATUS       PIC X(1)  VALUE SPACES.
               88  WS-RC-LAST-DONE               VALUES "C" "E".

      *    THE RANGE PARTITIONS' HIGH KEYS FROM PARTDEF.DAT, LOADED
      *    AND VALIDATED EXACTLY AS AMTPROC1 DOES IN PARTITION MODE.
       01  WS-PARTITION-DEF-FIELDS.
           05  WS-PART-COUNT           PIC 9(1)  VALUE ZEROES.
           05  WS-PD-HIGH-KEY          PIC X(10) OCCURS 8 TIMES.

      *    ONE ENTRY PER PARTITION THAT MUST HAVE RUN: THE RANGE
      *    PARTITIONS IN ORDER, THEN THE TRANSFER PARTITION ("X").
      *    PTE-LOW-KEY / PTE-HIGH-KEY ARE THE RANGE PARTDEF.DAT GIVES
      *    THE PARTITION NOW; THE REST IS WHAT ITS TOTALS FILE AND
      *    WORK FILES SAY IT DID. PTE-FIRST-STAMP AND PTE-FIRST-RUN-ID
      *    IDENTIFY ITS FIRST AUDIT ROW AND PTE-LAST-STAMP DATES ITS
      *    LAST; PTE-TRAIL-ROWS COUNTS ITS ROWS AN EARLIER
      *    CONSOLIDATION ALREADY PUT ON THE TRAIL.
       01  WS-PARTITION-TABLE.
           05  WS-PT-COUNT             PIC 9(2)  VALUE ZEROES.
           05  WS-PT-SUB               PIC 9(2)  VALUE ZEROES.
           05  WS-PT-PREV              PIC 9(2)  VALUE ZEROES.
           05  WS-PT-DIGIT             PIC 9(1)  VALUE ZEROES.
           05  WS-PT-ENTRY OCCURS 9 TIMES.
               10  PTE-ID              PIC X(1).
               10  PTE-LOW-KEY         PIC X(10).
               10  PTE-HIGH-KEY        PIC X(10).
               10  PTE-FOUND-FLAG      PIC X(1).
                   88  PTE-FOUND                 VALUE "Y".
               10  PTE-RANGE-FLAG      PIC X(1).
                   88  PTE-RANGE-CHANGED         VALUE "Y".
               10  PTE-BUSINESS-DATE   PIC X(8).
               10  PTE-RUN-ID          PIC X(8).
               10  PTE-STATUS          PIC X(1).
                   88  PTE-FINISHED              VALUES "C" "E".
               10  PTE-RECORD-COUNT    PIC 9(7).
               10  PTE-EXCEPTION-COUNT PIC 9(7).
               10  PTE-CONTROL-TOTAL   PIC S9(9)V99.
               10  PTE-RECENT-FLAG     PIC X(1).
                   88  PTE-RECENT-WRITTEN        VALUE "Y".
               10  PTE-AUDIT-ROWS      PIC 9(7).
               10  PTE-AUDIT-TOTAL     PIC S9(13)V99.
               10  PTE-GL-ROWS         PIC 9(7).
               10  PTE-GL-TOTAL        PIC S9(13)V99.
               10  PTE-FIRST-STAMP     PIC X(26).
               10  PTE-FIRST-RUN-ID    PIC X(8).
               10  PTE-LAST-STAMP      PIC X(26).
               10  PTE-TRAIL-ROWS      PIC 9(7).
               10  PTE-READY-FLAG      PIC X(1).
                   88  PTE-READY                 VALUE "Y".
               10  PTE-RESULT          PIC X(20).

       01  WS-CONSOLIDATED-TOTALS.
           05  WS-RECORD-COUNT         PIC 9(7)    VALUE ZEROES.
           05  WS-EXCEPTION-COUNT      PIC 9(7)    VALUE ZEROES.
           05  WS-CONTROL-TOTAL        PIC S9(9)V99 VALUE ZEROES.
           05  WS-WH-HELD-COUNT        PIC 9(7)    VALUE ZEROES.
           05  WS-WH-HELD-TOTAL        PIC S9(9)V99 VALUE ZEROES.
           05  WS-AUDIT-ROWS-READ      PIC 9(7)    VALUE ZEROES.

      *    BRANCH SUBTOTALS MERGED FROM THE PARTITIONS' BRANCH
      *    RECORDS, IN THE ORDER THE BRANCHES ARE FIRST MET.
       01  WS-BRANCH-TABLE-FIELDS.
           05  WS-BR-COUNT             PIC 9(4) VALUE ZEROES.
           05  WS-BR-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY BR-IDX.
               10  BRT-ID              PIC X(10).
               10  BRT-REC-COUNT       PIC 9(7).
               10  BRT-TOTAL           PIC S9(9)V99.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DATE-EDIT.
               10  WS-RDE-MONTH        PIC X(2).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-RDE-DAY          PIC X(2).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-RDE-YEAR         PIC X(4).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  RH1-PROGRAM-ID          PIC X(8)  VALUE "AMTCONS1".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE "ADJUSTMENT AMOUNT DOUBLING - DAILY RUN".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-CONSOLIDATION-BANNER.
           05  FILLER                  PIC X(32)
               VALUE "PARTITIONED RUN - BUSINESS DATE ".
           05  CB-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE "RECORD KEY".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "TRANS TYPE".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "WS-AMOUNT".
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "TOTAL-AMOUNT".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-BRANCH-SUBTOTAL-LINE.
           05  FILLER                  PIC X(8)  VALUE "BRANCH:".
           05  BSL-BRANCH-ID           PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "RECORDS:".
           05  BSL-RECORD-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "POSTED TOTAL:".
           05  BSL-POSTED-TOTAL        PIC ----,---,--9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(9) VALUE "RECORDS:".
           05  TL-RECORD-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "EXCPS:".
           05  TL-EXCEPTION-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CTL-TOT:".
           05  TL-CONTROL-TOTAL        PIC ----,---,--9.99.

       01  WS-WAREHOUSE-LINE.
           05  FILLER                  PIC X(12) VALUE "WAREHOUSED:".
           05  WL-HELD-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "WHSE TOTAL:".
           05  WL-HELD-TOTAL           PIC ----,---,--9.99.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(15)
               VALUE "CONSOLIDATION:".
           05  VL-TEXT                 PIC X(60).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-SUMMARY-TITLE.
           05  FILLER                  PIC X(20)
               VALUE "PARTITION SUMMARY".
           05  FILLER                  PIC X(112) VALUE SPACES.

       01  WS-PARTITION-HEADING.
           05  FILLER                  PIC X(5)  VALUE "PART".
           05  FILLER                  PIC X(12) VALUE "AFTER KEY".
           05  FILLER                  PIC X(12) VALUE "THRU KEY".
           05  FILLER                  PIC X(10) VALUE "RUN ID".
           05  FILLER                  PIC X(11) VALUE "  RECORDS".
           05  FILLER                  PIC X(11) VALUE "    EXCPS".
           05  FILLER                  PIC X(17)
               VALUE "        CTL-TOT".
           05  FILLER                  PIC X(17)
               VALUE "      AUDIT-TOT".
           05  FILLER                  PIC X(17)
               VALUE "         GL-TOT".
           05  FILLER                  PIC X(20) VALUE "RESULT".

       01  WS-PARTITION-LINE.
           05  PSL-PART                PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PSL-LOW-KEY             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-HIGH-KEY            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-RECORD-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-EXCEPTION-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-CONTROL-TOTAL       PIC ----,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-AUDIT-TOTAL         PIC ----,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-GL-TOTAL            PIC ----,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PSL-RESULT              PIC X(20).

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PROCESS.
           MOVE LK-PARM-TEXT TO WS-PARM-LINE
           PERFORM 1000-INITIALIZE
           IF NOT WS-CONS-REFUSED
               PERFORM 2000-CHECK-PARTITIONS
               PERFORM 2400-CHECK-RUN-CONTROL
           END-IF
           IF NOT WS-CONS-REFUSED
               IF WS-ALL-READY
                   PERFORM 3000-CONSOLIDATE
               ELSE
                   PERFORM 2900-REPORT-NOT-READY
               END-IF
           END-IF
           PERFORM 0090-SET-RETURN-CODE
           STOP RUN.

       0090-SET-RETURN-CODE.
           IF WS-CONS-REFUSED OR NOT WS-ALL-READY
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *    THE RUN ID AND BATCH ID ARE BUILT AS AMTPROC1 BUILDS ITS
      *    OWN, SO THE CONSOLIDATED GL BATCH AND REGISTRY RECORD LOOK
      *    LIKE THOSE OF AN UNPARTITIONED RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-ID FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(5:2) TO WS-RDE-MONTH
           MOVE WS-RUN-DATE(7:2) TO WS-RDE-DAY
           MOVE WS-RUN-DATE(1:4) TO WS-RDE-YEAR
           MOVE WS-RUN-DATE(3:6) TO WS-BATCH-ID(1:6)
           MOVE WS-RUN-ID(1:2) TO WS-BATCH-ID(7:2)
           IF WS-PARM-LINE(1:4) = "DATE"
               MOVE WS-PARM-LINE(6:8) TO WS-BUSINESS-DATE
           END-IF
           PERFORM 1100-LOAD-PARTITION-TABLE
           IF NOT WS-CONS-REFUSED
               PERFORM 1150-SET-UP-RANGE-ENTRY
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PART-COUNT
               COMPUTE WS-PT-COUNT = WS-PART-COUNT + 1
               INITIALIZE WS-PT-ENTRY(WS-PT-COUNT)
               MOVE "X" TO PTE-ID(WS-PT-COUNT)
           END-IF.

      *    THE DEFINITIONS MUST NUMBER THE PARTITIONS 1 UPWARD WITH
      *    NO GAPS, AT MOST 8 OF THEM, WITH HIGH KEYS IN ASCENDING
      *    ORDER.
       1100-LOAD-PARTITION-TABLE.
           OPEN INPUT PARTITION-DEF-FILE
           IF NOT WS-PARTDEF-OK
               DISPLAY "AMTCONS1: ERROR OPENING PARTITION-DEF-FILE, "
                   "STATUS = " WS-PARTDEF-STATUS
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               PERFORM 1110-READ-PARTITION-DEF
               PERFORM UNTIL WS-PARTDEF-DONE
                   PERFORM 1120-CHECK-PARTITION-DEF
                   PERFORM 1110-READ-PARTITION-DEF
               END-PERFORM
               CLOSE PARTITION-DEF-FILE
               IF WS-PART-COUNT = 0 AND NOT WS-CONS-REFUSED
                   DISPLAY "AMTCONS1: NO PARTITIONS DEFINED"
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF
           IF WS-CONS-REFUSED
               DISPLAY "AMTCONS1: PARTITION DEFINITIONS UNUSABLE, "
                   "NOTHING CONSOLIDATED"
           END-IF.

       1110-READ-PARTITION-DEF.
           IF WS-CONS-REFUSED
               MOVE "Y" TO WS-PARTDEF-EOF-SWITCH
           ELSE
               READ PARTITION-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-PARTDEF-EOF-SWITCH
               END-READ
           END-IF.

       1120-CHECK-PARTITION-DEF.
           IF WS-PART-COUNT >= 8
               DISPLAY "AMTCONS1: MORE THAN 8 PARTITIONS DEFINED"
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               IF PD-PARTITION NOT NUMERIC
                       OR PD-PARTITION NOT = WS-PART-COUNT + 1
                   DISPLAY "AMTCONS1: PARTITION DEFINITION "
                       PD-PARTITION " OUT OF SEQUENCE"
                   MOVE "Y" TO WS-REFUSED-SWITCH
               ELSE
                   IF WS-PART-COUNT > 0
                       IF PD-HIGH-KEY NOT >
                               WS-PD-HIGH-KEY(WS-PART-COUNT)
                           DISPLAY "AMTCONS1: PARTITION "
                               PD-PARTITION " HIGH KEY NOT ABOVE "
                               "THE PREVIOUS ONE"
                           MOVE "Y" TO WS-REFUSED-SWITCH
                       END-IF
                   END-IF
                   ADD 1 TO WS-PART-COUNT
                   MOVE PD-HIGH-KEY TO WS-PD-HIGH-KEY(WS-PART-COUNT)
               END-IF
           END-IF.

      *    RANGE PARTITION N TAKES THE ACCOUNTS ABOVE PARTITION N-1'S
      *    HIGH KEY UP TO ITS OWN; THE FIRST HAS NO LOWER BOUND AND
      *    THE LAST NONE ABOVE.
       1150-SET-UP-RANGE-ENTRY.
           INITIALIZE WS-PT-ENTRY(WS-PT-SUB)
           MOVE WS-PT-SUB TO WS-PT-DIGIT
           MOVE WS-PT-DIGIT TO PTE-ID(WS-PT-SUB)
           IF WS-PT-SUB > 1
               COMPUTE WS-PT-PREV = WS-PT-SUB - 1
               MOVE WS-PD-HIGH-KEY(WS-PT-PREV) TO PTE-LOW-KEY(WS-PT-SUB)
           END-IF
           IF WS-PT-SUB < WS-PART-COUNT
               MOVE WS-PD-HIGH-KEY(WS-PT-SUB) TO
                   PTE-HIGH-KEY(WS-PT-SUB)
           END-IF.

      *    POINTS EVERY PARTITION FILE SELECT AT THE FILES OF THE
      *    PARTITION IN ENTRY WS-PT-SUB.
       1900-SET-PARTITION-FILE-NAMES.
           MOVE PTE-ID(WS-PT-SUB) TO PF-EXCEPTION-ID
                                     PF-REPORT-ID
                                     PF-AUDIT-ID
                                     PF-GL-EXTRACT-ID
                                     PF-RECENT-ID
                                     PF-WAREHOUSE-ID
                                     PF-EVENT-ID
                                     PF-PARTTOT-ID
           MOVE PF-PARTTOT-NAME TO WS-PARTTOT-FILE-NAME
           MOVE PF-REPORT-NAME TO WS-PART-REPORT-NAME
           MOVE PF-EXCEPTION-NAME TO WS-PART-EXCEPTION-NAME
           MOVE PF-AUDIT-NAME TO WS-PART-AUDIT-NAME
           MOVE PF-GL-EXTRACT-NAME TO WS-PART-GL-NAME
           MOVE PF-RECENT-NAME TO WS-PART-RECENT-NAME
           MOVE PF-WAREHOUSE-NAME TO WS-PART-WAREHOUSE-NAME
           MOVE PF-EVENT-NAME TO WS-PART-EVENT-NAME.

      *    EVERY PARTITION'S HEADER IS LOADED FIRST, SO THAT WITHOUT
      *    A PARM DATE THE FIRST PARTITION FOUND SETTLES THE BUSINESS
      *    DATE THE OTHERS ARE HELD TO; WITH NO PARTITION FOUND AT
      *    ALL THE DATE IS TODAY'S, AS IN AMTPROC1.
       2000-CHECK-PARTITIONS.
           PERFORM 2100-LOAD-PARTITION-HEADER
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE "Y" TO WS-ALL-READY-SWITCH
           PERFORM 2200-CHECK-ONE-PARTITION
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT.

       2100-LOAD-PARTITION-HEADER.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           MOVE "NOT RUN" TO PTE-RESULT(WS-PT-SUB)
           OPEN INPUT PARTITION-TOTALS-FILE
           IF WS-PARTTOT-OK
               READ PARTITION-TOTALS-FILE
                   AT END
                       SET WS-PARTTOT-EOF TO TRUE
               END-READ
               IF WS-PARTTOT-OK AND PT-HEADER
                   MOVE "Y" TO PTE-FOUND-FLAG(WS-PT-SUB)
                   MOVE PT-BUSINESS-DATE TO
                       PTE-BUSINESS-DATE(WS-PT-SUB)
                   MOVE PT-RUN-ID TO PTE-RUN-ID(WS-PT-SUB)
                   MOVE PT-STATUS TO PTE-STATUS(WS-PT-SUB)
                   MOVE PT-RECORD-COUNT TO PTE-RECORD-COUNT(WS-PT-SUB)
                   MOVE PT-EXCEPTION-COUNT TO
                       PTE-EXCEPTION-COUNT(WS-PT-SUB)
                   MOVE PT-CONTROL-TOTAL TO
                       PTE-CONTROL-TOTAL(WS-PT-SUB)
                   MOVE PT-RECENT-FLAG TO PTE-RECENT-FLAG(WS-PT-SUB)
                   IF PT-LOW-KEY NOT = PTE-LOW-KEY(WS-PT-SUB)
                           OR PT-HIGH-KEY NOT = PTE-HIGH-KEY(WS-PT-SUB)
                       MOVE "Y" TO PTE-RANGE-FLAG(WS-PT-SUB)
                   END-IF
                   IF WS-BUSINESS-DATE = SPACES
                       MOVE PT-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE PARTITION-TOTALS-FILE.

      *    A PARTITION IS READY ONLY WHEN IT FINISHED THIS BUSINESS
      *    DATE OVER THE RANGE IT STILL HAS, AND ITS WORK FILES ARE
      *    ALL THERE AND BALANCE. A PARTITION RUN OVER A DIFFERENT
      *    RANGE COULD HAVE POSTED AN ACCOUNT TWICE OR NOT AT ALL.
       2200-CHECK-ONE-PARTITION.
           IF PTE-FOUND(WS-PT-SUB)
               IF PTE-BUSINESS-DATE(WS-PT-SUB) NOT = WS-BUSINESS-DATE
                   MOVE "WRONG BUSINESS DATE" TO PTE-RESULT(WS-PT-SUB)
               ELSE
                   IF NOT PTE-FINISHED(WS-PT-SUB)
                       MOVE "NOT FINISHED" TO PTE-RESULT(WS-PT-SUB)
                   ELSE
                       IF PTE-RANGE-CHANGED(WS-PT-SUB)
                           MOVE "RANGE CHANGED" TO
                               PTE-RESULT(WS-PT-SUB)
                       ELSE
                           PERFORM 2300-BALANCE-PARTITION
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT PTE-READY(WS-PT-SUB)
               MOVE "N" TO WS-ALL-READY-SWITCH
               DISPLAY "AMTCONS1: PARTITION " PTE-ID(WS-PT-SUB)
                   " NOT READY - " PTE-RESULT(WS-PT-SUB)
           END-IF.

      *    AUDIT AND GL ROWS CARRY UNSIGNED TOTALS; REVERSAL,
      *    TRANSFER-OUT, SETTLEMENT AND CREDIT ROWS COUNT AS NEGATIVE,
      *    MATCHING OPSFLSH1. THE AUDIT LEG MUST EQUAL THE PARTITION'S
      *    CONTROL TOTAL AND THE GL LEG THE AUDIT LEG.
       2300-BALANCE-PARTITION.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           MOVE "Y" TO WS-FILES-FOUND-SWITCH
           PERFORM 2320-SUM-PARTITION-AUDIT
           PERFORM 2340-SUM-PARTITION-GL
           PERFORM 2360-CHECK-WORK-FILES
           IF NOT WS-FILES-FOUND
               MOVE "WORK FILE MISSING" TO PTE-RESULT(WS-PT-SUB)
           ELSE
               IF PTE-AUDIT-TOTAL(WS-PT-SUB) NOT =
                       PTE-CONTROL-TOTAL(WS-PT-SUB)
                       OR PTE-GL-TOTAL(WS-PT-SUB) NOT =
                           PTE-AUDIT-TOTAL(WS-PT-SUB)
                   MOVE "OUT OF BALANCE" TO PTE-RESULT(WS-PT-SUB)
               ELSE
                   MOVE "BALANCED" TO PTE-RESULT(WS-PT-SUB)
                   MOVE "Y" TO PTE-READY-FLAG(WS-PT-SUB)
               END-IF
           END-IF.

       2320-SUM-PARTITION-AUDIT.
           OPEN INPUT PART-AUDIT-FILE
           IF NOT WS-PART-AUDIT-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-COPY-EOF-SWITCH
               PERFORM 2330-READ-PARTITION-AUDIT
               PERFORM UNTIL WS-COPY-DONE
                   ADD 1 TO PTE-AUDIT-ROWS(WS-PT-SUB)
                   IF PTE-AUDIT-ROWS(WS-PT-SUB) = 1
                       MOVE AUD-TIMESTAMP TO PTE-FIRST-STAMP(WS-PT-SUB)
                       MOVE AUD-RUN-ID TO PTE-FIRST-RUN-ID(WS-PT-SUB)
                   END-IF
                   MOVE AUD-TIMESTAMP TO PTE-LAST-STAMP(WS-PT-SUB)
                   IF AUD-CREDIT-ROW
                       SUBTRACT AUD-TOTAL-AFTER FROM
                           PTE-AUDIT-TOTAL(WS-PT-SUB)
                   ELSE
                       ADD AUD-TOTAL-AFTER TO PTE-AUDIT-TOTAL(WS-PT-SUB)
                   END-IF
                   PERFORM 2330-READ-PARTITION-AUDIT
               END-PERFORM
               CLOSE PART-AUDIT-FILE
           END-IF.

       2330-READ-PARTITION-AUDIT.
           READ PART-AUDIT-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-AUDIT-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

       2340-SUM-PARTITION-GL.
           OPEN INPUT PART-GL-FILE
           IF NOT WS-PART-GL-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-COPY-EOF-SWITCH
               PERFORM 2350-READ-PARTITION-GL
               PERFORM UNTIL WS-COPY-DONE
                   ADD 1 TO PTE-GL-ROWS(WS-PT-SUB)
                   IF GL-CREDIT
                       SUBTRACT GL-TOTAL FROM PTE-GL-TOTAL(WS-PT-SUB)
                   ELSE
                       ADD GL-TOTAL TO PTE-GL-TOTAL(WS-PT-SUB)
                   END-IF
                   PERFORM 2350-READ-PARTITION-GL
               END-PERFORM
               CLOSE PART-GL-FILE
           END-IF.

       2350-READ-PARTITION-GL.
           READ PART-GL-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-GL-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    THE MERGE MUST NOT FIND A FILE MISSING HALF WAY THROUGH,
      *    SO THE REST OF THE PARTITION'S WORK FILES ARE PROVED HERE.
      *    THE RECENT-POSTINGS SHARE EXISTS ONLY WHEN THE PARTITION
      *    SAYS IT WROTE ONE.
       2360-CHECK-WORK-FILES.
           OPEN INPUT PART-REPORT-FILE
           IF NOT WS-PART-REPORT-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           END-IF
           CLOSE PART-REPORT-FILE
           OPEN INPUT PART-EXCEPTION-FILE
           IF NOT WS-PART-EXCEPTION-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           END-IF
           CLOSE PART-EXCEPTION-FILE
           OPEN INPUT PART-WAREHOUSE-FILE
           IF NOT WS-PART-WAREHOUSE-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           END-IF
           CLOSE PART-WAREHOUSE-FILE
           OPEN INPUT PART-EVENT-FILE
           IF NOT WS-PART-EVENT-OK
               MOVE "N" TO WS-FILES-FOUND-SWITCH
           END-IF
           CLOSE PART-EVENT-FILE
           IF PTE-RECENT-WRITTEN(WS-PT-SUB)
               OPEN INPUT PART-RECENT-FILE
               IF NOT WS-PART-RECENT-OK
                   MOVE "N" TO WS-FILES-FOUND-SWITCH
               END-IF
               CLOSE PART-RECENT-FILE
           END-IF.

      *    THE REGISTRY IS AN APPEND-ONLY LOG AND THE LAST RECORD FOR
      *    A BUSINESS DATE IS ITS CURRENT STATE. A DATE ALREADY
      *    COMPLETE IS NOT CONSOLIDATED AGAIN. OTHERWISE AN ACTIVE
      *    RECORD IS LOGGED AT ONCE, AS AMTPROC1 DOES, AND THE FILE
      *    IS LEFT OPEN FOR THE FINAL RECORD.
       2400-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
               PERFORM 2450-READ-RUN-CONTROL
               PERFORM UNTIL WS-RUNCTL-EOF
                   IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE RC-STATUS TO WS-RC-LAST-STATUS
                       MOVE "Y" TO WS-RC-SEEN-SWITCH
                   END-IF
                   PERFORM 2450-READ-RUN-CONTROL
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF WS-RC-DATE-SEEN AND WS-RC-LAST-DONE
               DISPLAY "AMTCONS1: BUSINESS DATE " WS-BUSINESS-DATE
                   " ALREADY RAN TO COMPLETION, NOTHING CONSOLIDATED"
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               OPEN EXTEND RUN-CONTROL-FILE
               IF NOT WS-RUNCTL-OK
                   DISPLAY "AMTCONS1: ERROR OPENING RUN-CONTROL-FILE, "
                       "STATUS = " WS-RUNCTL-STATUS
               END-IF
               MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
               MOVE WS-BATCH-ID TO RC-BATCH-ID
               MOVE "A" TO RC-STATUS
               MOVE ZEROES TO RC-RECORD-COUNT
               MOVE ZEROES TO RC-CONTROL-TOTAL
               MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
               WRITE RUN-CONTROL-RECORD
               IF NOT WS-RUNCTL-OK
                   DISPLAY "AMTCONS1: ERROR WRITING RUN-CONTROL-FILE, "
                       "STATUS = " WS-RUNCTL-STATUS
               END-IF
           END-IF.

       2450-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ
           IF NOT WS-RUNCTL-OK
               SET WS-RUNCTL-EOF TO TRUE
           END-IF.

      *    NOTHING IS MERGED: THE REPORT SHOWS ONLY WHY, AND THE
      *    REGISTRY IS LEFT SHOWING THE DATE ACTIVE.
       2900-REPORT-NOT-READY.
           DISPLAY "AMTCONS1: BUSINESS DATE " WS-BUSINESS-DATE
               " NOT READY, NOTHING CONSOLIDATED"
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR OPENING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           PERFORM 3710-WRITE-REPORT-HEADERS
           MOVE "*** NOT CONSOLIDATED - PARTITIONS NOT READY ***"
               TO VL-TEXT
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 2950-WRITE-PARTITION-SUMMARY
           CLOSE REPORT-FILE
           CLOSE RUN-CONTROL-FILE.

       2950-WRITE-PARTITION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-TITLE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-PARTITION-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM 2960-WRITE-PARTITION-LINE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF.

       2960-WRITE-PARTITION-LINE.
           MOVE PTE-ID(WS-PT-SUB) TO PSL-PART
           IF PTE-ID(WS-PT-SUB) = "X"
               MOVE "TRANSFERS" TO PSL-LOW-KEY
           ELSE
               MOVE PTE-LOW-KEY(WS-PT-SUB) TO PSL-LOW-KEY
           END-IF
           MOVE PTE-HIGH-KEY(WS-PT-SUB) TO PSL-HIGH-KEY
           MOVE PTE-RUN-ID(WS-PT-SUB) TO PSL-RUN-ID
           MOVE PTE-RECORD-COUNT(WS-PT-SUB) TO PSL-RECORD-COUNT
           MOVE PTE-EXCEPTION-COUNT(WS-PT-SUB) TO PSL-EXCEPTION-COUNT
           MOVE PTE-CONTROL-TOTAL(WS-PT-SUB) TO PSL-CONTROL-TOTAL
           MOVE PTE-AUDIT-TOTAL(WS-PT-SUB) TO PSL-AUDIT-TOTAL
           MOVE PTE-GL-TOTAL(WS-PT-SUB) TO PSL-GL-TOTAL
           MOVE PTE-RESULT(WS-PT-SUB) TO PSL-RESULT
           WRITE REPORT-LINE FROM WS-PARTITION-LINE
               AFTER ADVANCING 1 LINE.

      *    THE AUDIT TRAIL GOES FIRST AND THE REGISTRY RECORD LAST:
      *    A CONSOLIDATION THAT DIES IN BETWEEN LEAVES THE DATE
      *    ACTIVE, AND RUNNING IT AGAIN REBUILDS THE DAILY FILES AND
      *    APPENDS ONLY WHAT THE TRAIL DOES NOT ALREADY HOLD.
       3000-CONSOLIDATE.
           PERFORM 3050-ADD-PARTITION-TOTALS
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           PERFORM 3100-FIND-PARTITIONS-ON-TRAIL
           PERFORM 3200-APPEND-AUDIT-TRAIL
           PERFORM 3300-WRITE-GL-EXTRACT
           PERFORM 3400-WRITE-EXCEPTIONS
           PERFORM 3500-WRITE-RECENT-POSTS
           PERFORM 3600-WRITE-WAREHOUSE
           PERFORM 3700-WRITE-REPORT
           PERFORM 3800-FINALIZE-RUN-CONTROL.

       3050-ADD-PARTITION-TOTALS.
           ADD PTE-RECORD-COUNT(WS-PT-SUB) TO WS-RECORD-COUNT
           ADD PTE-EXCEPTION-COUNT(WS-PT-SUB) TO WS-EXCEPTION-COUNT
           ADD PTE-CONTROL-TOTAL(WS-PT-SUB) TO WS-CONTROL-TOTAL
           IF NOT PTE-RECENT-WRITTEN(WS-PT-SUB)
               MOVE "N" TO WS-RECENT-COMPLETE-SWITCH
           END-IF.

       3100-FIND-PARTITIONS-ON-TRAIL.
           OPEN INPUT AUDIT-LOOKUP-FILE
           IF WS-AUDIT-LOOKUP-OK
               MOVE "N" TO WS-COPY-EOF-SWITCH
               PERFORM 3120-READ-AUDIT-LOOKUP
               PERFORM UNTIL WS-COPY-DONE
                   PERFORM 3150-MATCH-TRAIL-ROW
                       VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
                   PERFORM 3120-READ-AUDIT-LOOKUP
               END-PERFORM
           END-IF
           CLOSE AUDIT-LOOKUP-FILE.

       3120-READ-AUDIT-LOOKUP.
           READ AUDIT-LOOKUP-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-AUDIT-LOOKUP-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    A PARTITION'S ROWS ALL CARRY ITS RUN ID AND WERE WRITTEN
      *    IN ORDER FROM ITS FIRST ROW ON, SO THE ROWS ON THE TRAIL
      *    WITH THAT RUN ID, STAMPED BETWEEN ITS FIRST AND LAST, ARE
      *    THE FIRST PTE-TRAIL-ROWS ROWS OF ITS AUDIT WORK FILE.
       3150-MATCH-TRAIL-ROW.
           IF PTE-AUDIT-ROWS(WS-PT-SUB) > 0
                   AND ALK-RUN-ID = PTE-FIRST-RUN-ID(WS-PT-SUB)
                   AND ALK-TIMESTAMP NOT < PTE-FIRST-STAMP(WS-PT-SUB)
                   AND ALK-TIMESTAMP NOT > PTE-LAST-STAMP(WS-PT-SUB)
               ADD 1 TO PTE-TRAIL-ROWS(WS-PT-SUB)
           END-IF.

      *    A PARTITION'S EVENTS ARE APPENDED AHEAD OF ITS AUDIT ROWS:
      *    IF THE RUN DIES BETWEEN THE TWO, THE RERUN APPENDS THE
      *    EVENTS AGAIN AND NTFDLY1 DROPS THE DUPLICATES, WHEREAS
      *    EVENTS BEHIND THE ROWS WOULD BE LOST FOR GOOD.
       3200-APPEND-AUDIT-TRAIL.
           OPEN EXTEND NOTIFY-EVENT-FILE
           IF NOT WS-EVENT-OK
               DISPLAY "AMTCONS1: ERROR OPENING NOTIFY-EVENT-FILE, "
                   "STATUS = " WS-EVENT-STATUS
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "AMTCONS1: ERROR OPENING AUDIT-FILE, STATUS = "
                   WS-AUDIT-STATUS
           ELSE
               PERFORM 3220-APPEND-PARTITION-AUDIT
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               CLOSE AUDIT-FILE
           END-IF
           CLOSE NOTIFY-EVENT-FILE.

       3210-APPEND-PARTITION-EVENTS.
           OPEN INPUT PART-EVENT-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3215-READ-PARTITION-EVENT
           PERFORM UNTIL WS-COPY-DONE
               WRITE NOTIFY-EVENT-RECORD FROM PART-EVENT-RECORD
               IF NOT WS-EVENT-OK
                   DISPLAY "AMTCONS1: ERROR WRITING NOTIFY-EVENT-FILE, "
                       "STATUS = " WS-EVENT-STATUS
               END-IF
               PERFORM 3215-READ-PARTITION-EVENT
           END-PERFORM
           CLOSE PART-EVENT-FILE.

       3215-READ-PARTITION-EVENT.
           READ PART-EVENT-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-EVENT-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    A PARTITION CUT OFF PART WAY THROUGH ITS AUDIT ROWS GETS
      *    THE REST OF THEM; ITS EVENTS WENT OUT BEFORE THE FIRST ROW.
      *    ONE WITH NO AUDIT ROWS AT ALL LEAVES NOTHING ON THE TRAIL
      *    TO GO BY, SO ITS EVENTS ARE APPENDED AGAIN FOR NTFDLY1 TO
      *    DROP AS DUPLICATES.
       3220-APPEND-PARTITION-AUDIT.
           IF PTE-AUDIT-ROWS(WS-PT-SUB) > 0
                   AND PTE-TRAIL-ROWS(WS-PT-SUB) NOT <
                       PTE-AUDIT-ROWS(WS-PT-SUB)
               DISPLAY "AMTCONS1: PARTITION " PTE-ID(WS-PT-SUB)
                   " AUDIT ROWS ALREADY ON TRAIL, NOT APPENDED AGAIN"
               MOVE "RE-CONSOLIDATED" TO PTE-RESULT(WS-PT-SUB)
           ELSE
               PERFORM 1900-SET-PARTITION-FILE-NAMES
               IF PTE-TRAIL-ROWS(WS-PT-SUB) = 0
                   PERFORM 3210-APPEND-PARTITION-EVENTS
                   MOVE "CONSOLIDATED" TO PTE-RESULT(WS-PT-SUB)
               ELSE
                   DISPLAY "AMTCONS1: PARTITION " PTE-ID(WS-PT-SUB)
                       " " PTE-TRAIL-ROWS(WS-PT-SUB) " OF "
                       PTE-AUDIT-ROWS(WS-PT-SUB)
                       " AUDIT ROWS ON TRAIL, REST APPENDED"
                   MOVE "RE-CONSOLIDATED" TO PTE-RESULT(WS-PT-SUB)
               END-IF
               MOVE ZEROES TO WS-AUDIT-ROWS-READ
               OPEN INPUT PART-AUDIT-FILE
               MOVE "N" TO WS-COPY-EOF-SWITCH
               PERFORM 2330-READ-PARTITION-AUDIT
               PERFORM UNTIL WS-COPY-DONE
                   ADD 1 TO WS-AUDIT-ROWS-READ
                   IF WS-AUDIT-ROWS-READ > PTE-TRAIL-ROWS(WS-PT-SUB)
                       WRITE AUDIT-FILE-RECORD FROM PART-AUDIT-RECORD
                       IF NOT WS-AUDIT-OK
                           DISPLAY "AMTCONS1: ERROR WRITING "
                               "AUDIT-FILE, STATUS = " WS-AUDIT-STATUS
                       END-IF
                   END-IF
                   PERFORM 2330-READ-PARTITION-AUDIT
               END-PERFORM
               CLOSE PART-AUDIT-FILE
           END-IF.

      *    EVERY PARTITION'S GL ROWS GO OUT UNDER THE ONE BATCH ID
      *    ON THE REGISTRY RECORD, WHICH IS WHAT GLACK1 AND OPSFLSH1
      *    TIE THE EXTRACT TO.
       3300-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT WS-GL-EXTRACT-OK
               DISPLAY "AMTCONS1: ERROR OPENING GL-EXTRACT-FILE, "
                   "STATUS = " WS-GL-EXTRACT-STATUS
           ELSE
               PERFORM 3320-COPY-PARTITION-GL
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               CLOSE GL-EXTRACT-FILE
           END-IF.

       3320-COPY-PARTITION-GL.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PART-GL-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 2350-READ-PARTITION-GL
           PERFORM UNTIL WS-COPY-DONE
               MOVE WS-BATCH-ID TO GL-BATCH-ID
               WRITE GL-EXTRACT-RECORD FROM PART-GL-RECORD
               IF NOT WS-GL-EXTRACT-OK
                   DISPLAY "AMTCONS1: ERROR WRITING GL-EXTRACT-FILE, "
                       "STATUS = " WS-GL-EXTRACT-STATUS
               END-IF
               PERFORM 2350-READ-PARTITION-GL
           END-PERFORM
           CLOSE PART-GL-FILE.

       3400-WRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-FILE
           IF NOT WS-EXCEPTION-OK
               DISPLAY "AMTCONS1: ERROR OPENING EXCEPTION-FILE, "
                   "STATUS = " WS-EXCEPTION-STATUS
           ELSE
               PERFORM 3420-COPY-PARTITION-EXCEPTIONS
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               CLOSE EXCEPTION-FILE
           END-IF.

       3420-COPY-PARTITION-EXCEPTIONS.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PART-EXCEPTION-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3430-READ-PARTITION-EXCEPTION
           PERFORM UNTIL WS-COPY-DONE
               WRITE EXCEPTION-RECORD FROM PART-EXCEPTION-RECORD
               IF NOT WS-EXCEPTION-OK
                   DISPLAY "AMTCONS1: ERROR WRITING EXCEPTION-FILE, "
                       "STATUS = " WS-EXCEPTION-STATUS
               END-IF
               PERFORM 3430-READ-PARTITION-EXCEPTION
           END-PERFORM
           CLOSE PART-EXCEPTION-FILE.

       3430-READ-PARTITION-EXCEPTION.
           READ PART-EXCEPTION-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-EXCEPTION-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    EACH PARTITION WROTE ITS OWN SHARE OF THE ROLLING FILE, SO
      *    THE SHARES TOGETHER ARE THE WHOLE FILE. IF ANY PARTITION
      *    COULD NOT LOAD THE FILE IT WROTE NO SHARE, AND REPLACING
      *    THE FILE FROM THE REST WOULD LOSE THAT PARTITION'S
      *    DUPLICATE WINDOW - SO THE FILE IS LEFT AS FOUND, AS
      *    AMTPROC1 LEAVES IT AFTER A LOAD THAT DID NOT COMPLETE.
       3500-WRITE-RECENT-POSTS.
           IF NOT WS-RECENT-COMPLETE
               DISPLAY "AMTCONS1: RECENT-POST LOAD INCOMPLETE IN A "
                   "PARTITION, ROLLING FILE LEFT AS FOUND"
           ELSE
               OPEN OUTPUT RECENT-POST-FILE
               IF NOT WS-RECENT-OK
                   DISPLAY "AMTCONS1: ERROR REWRITING "
                       "RECENT-POST-FILE, STATUS = " WS-RECENT-STATUS
               ELSE
                   PERFORM 3520-COPY-PARTITION-RECENT
                       VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
                   CLOSE RECENT-POST-FILE
               END-IF
           END-IF.

       3520-COPY-PARTITION-RECENT.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PART-RECENT-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3530-READ-PARTITION-RECENT
           PERFORM UNTIL WS-COPY-DONE
               WRITE RECENT-POST-RECORD FROM PART-RECENT-RECORD
               IF NOT WS-RECENT-OK
                   DISPLAY "AMTCONS1: ERROR WRITING RECENT-POST-FILE, "
                       "STATUS = " WS-RECENT-STATUS
               END-IF
               PERFORM 3530-READ-PARTITION-RECENT
           END-PERFORM
           CLOSE PART-RECENT-FILE.

       3530-READ-PARTITION-RECENT.
           READ PART-RECENT-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-RECENT-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

       3600-WRITE-WAREHOUSE.
           OPEN OUTPUT WAREHOUSE-FILE
           IF NOT WS-WAREHOUSE-OK
               DISPLAY "AMTCONS1: ERROR REWRITING WAREHOUSE-FILE, "
                   "STATUS = " WS-WAREHOUSE-STATUS
           ELSE
               PERFORM 3620-COPY-PARTITION-WAREHOUSE
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               CLOSE WAREHOUSE-FILE
           END-IF.

       3620-COPY-PARTITION-WAREHOUSE.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PART-WAREHOUSE-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3630-READ-PARTITION-WAREHOUSE
           PERFORM UNTIL WS-COPY-DONE
               ADD 1 TO WS-WH-HELD-COUNT
               IF PWR-AMOUNT NUMERIC
                   ADD PWR-AMOUNT TO WS-WH-HELD-TOTAL
               END-IF
               WRITE WAREHOUSE-RECORD FROM PART-WAREHOUSE-RECORD
               IF NOT WS-WAREHOUSE-OK
                   DISPLAY "AMTCONS1: ERROR WRITING WAREHOUSE-FILE, "
                       "STATUS = " WS-WAREHOUSE-STATUS
               END-IF
               PERFORM 3630-READ-PARTITION-WAREHOUSE
           END-PERFORM
           CLOSE PART-WAREHOUSE-FILE.

       3630-READ-PARTITION-WAREHOUSE.
           READ PART-WAREHOUSE-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-WAREHOUSE-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    THE CONSOLIDATED REPORT READS AS AMTPROC1'S DOES: EVERY
      *    PARTITION'S DETAIL LINES, PAGED AFRESH, THEN THE BRANCH
      *    SUBTOTALS, TRAILER, AND WAREHOUSE LINES FOR THE WHOLE
      *    RUN, FOLLOWED HERE BY THE PARTITION SUMMARY.
       3700-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR OPENING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           PERFORM 3710-WRITE-REPORT-HEADERS
           PERFORM 3715-WRITE-COLUMN-HEADING
           PERFORM 3720-COPY-PARTITION-REPORT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           PERFORM 3740-MERGE-BRANCH-TOTALS
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           PERFORM 3760-PRINT-BRANCH-SUBTOTAL
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT
           MOVE WS-RECORD-COUNT TO TL-RECORD-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE WS-CONTROL-TOTAL TO TL-CONTROL-TOTAL
           WRITE REPORT-LINE FROM WS-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-WH-HELD-COUNT TO WL-HELD-COUNT
           MOVE WS-WH-HELD-TOTAL TO WL-HELD-TOTAL
           WRITE REPORT-LINE FROM WS-WAREHOUSE-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           PERFORM 2950-WRITE-PARTITION-SUMMARY
           CLOSE REPORT-FILE.

       3710-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE-EDIT TO RH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-BUSINESS-DATE TO CB-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-CONSOLIDATION-BANNER
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

       3715-WRITE-COLUMN-HEADING.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF.

      *    A PARTITION'S REPORT HOLDS NOTHING BUT DETAIL LINES.
       3720-COPY-PARTITION-REPORT.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PART-REPORT-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3730-READ-PARTITION-REPORT
           PERFORM UNTIL WS-COPY-DONE
               IF PART-REPORT-LINE NOT = SPACES
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 3710-WRITE-REPORT-HEADERS
                       PERFORM 3715-WRITE-COLUMN-HEADING
                   END-IF
                   WRITE REPORT-LINE FROM PART-REPORT-LINE
                       AFTER ADVANCING 1 LINE
                   IF NOT WS-REPORT-OK
                       DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, "
                           "STATUS = " WS-REPORT-STATUS
                   END-IF
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               PERFORM 3730-READ-PARTITION-REPORT
           END-PERFORM
           CLOSE PART-REPORT-FILE.

       3730-READ-PARTITION-REPORT.
           READ PART-REPORT-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PART-REPORT-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

      *    A BRANCH WHOSE ACCOUNTS SPAN PARTITIONS HAS A BRANCH
      *    RECORD FROM EACH OF THEM; THEY ADD UP TO THE ONE SUBTOTAL
      *    AN UNPARTITIONED RUN WOULD HAVE PRINTED.
       3740-MERGE-BRANCH-TOTALS.
           PERFORM 1900-SET-PARTITION-FILE-NAMES
           OPEN INPUT PARTITION-TOTALS-FILE
           MOVE "N" TO WS-COPY-EOF-SWITCH
           PERFORM 3750-READ-PARTITION-TOTALS
           PERFORM UNTIL WS-COPY-DONE
               IF PT-BRANCH
                   PERFORM 3745-ADD-BRANCH-TOTAL
               END-IF
               PERFORM 3750-READ-PARTITION-TOTALS
           END-PERFORM
           CLOSE PARTITION-TOTALS-FILE.

       3745-ADD-BRANCH-TOTAL.
           SET BR-IDX TO 1
           SEARCH WS-BR-ENTRY
               AT END
                   IF WS-BR-COUNT < 100
                       ADD 1 TO WS-BR-COUNT
                       SET BR-IDX TO WS-BR-COUNT
                       MOVE PT-BRANCH-ID TO BRT-ID(BR-IDX)
                       MOVE PT-BR-REC-COUNT TO BRT-REC-COUNT(BR-IDX)
                       MOVE PT-BR-TOTAL TO BRT-TOTAL(BR-IDX)
                   END-IF
               WHEN BRT-ID(BR-IDX) = PT-BRANCH-ID
                   ADD PT-BR-REC-COUNT TO BRT-REC-COUNT(BR-IDX)
                   ADD PT-BR-TOTAL TO BRT-TOTAL(BR-IDX)
           END-SEARCH.

       3750-READ-PARTITION-TOTALS.
           READ PARTITION-TOTALS-FILE
               AT END
                   SET WS-COPY-DONE TO TRUE
           END-READ
           IF NOT WS-PARTTOT-OK
               SET WS-COPY-DONE TO TRUE
           END-IF.

       3760-PRINT-BRANCH-SUBTOTAL.
           MOVE BRT-ID(BR-IDX) TO BSL-BRANCH-ID
           MOVE BRT-REC-COUNT(BR-IDX) TO BSL-RECORD-COUNT
           MOVE BRT-TOTAL(BR-IDX) TO BSL-POSTED-TOTAL
           WRITE REPORT-LINE FROM WS-BRANCH-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF NOT WS-REPORT-OK
               DISPLAY "AMTCONS1: ERROR WRITING REPORT-FILE, "
                   "STATUS = " WS-REPORT-STATUS
           END-IF
           ADD 3 TO WS-LINE-COUNT.

       3800-FINALIZE-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE WS-BATCH-ID TO RC-BATCH-ID
           IF WS-EXCEPTION-COUNT > 0
               MOVE "E" TO RC-STATUS
           ELSE
               MOVE "C" TO RC-STATUS
           END-IF
           MOVE WS-RECORD-COUNT TO RC-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO RC-CONTROL-TOTAL
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
           IF NOT WS-RUNCTL-OK
               DISPLAY "AMTCONS1: ERROR WRITING RUN-CONTROL-FILE, "
                   "STATUS = " WS-RUNCTL-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
           DISPLAY "AMTCONS1: BUSINESS DATE " WS-BUSINESS-DATE
               " CONSOLIDATED, " WS-RECORD-COUNT " RECORDS, "
               WS-EXCEPTION-COUNT " EXCEPTIONS".
