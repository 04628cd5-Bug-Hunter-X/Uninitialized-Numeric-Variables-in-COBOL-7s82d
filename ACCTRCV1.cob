       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCV1.
      *****************************************************************
      * ACCTRCV1 - ACCOUNT MASTER FORWARD RECOVERY
      *
      * ROLLS A BACKUP IMAGE OF THE ACCOUNT MASTER FORWARD THROUGH
      * THE DAILY RUNS THAT POSTED SINCE IT WAS TAKEN, USING THE
      * AUDIT TRAIL AS THE JOURNAL. EVERY TRAIL ROW DATED AFTER THE
      * BACKUP POINT - FROM THE ONLINE TRAIL AND THE ARCHIVE
      * GENERATION, IF ONE IS CATALOGUED - IS SORTED BY ACCOUNT AND
      * TIME AND APPLIED TO THE BACKUP BALANCE THE WAY AMTPROC1
      * APPLIED IT: REVERSAL, TRANSFER-OUT AND SETTLEMENT ROWS
      * SUBTRACT, THE PRIOR TOTAL IS SNAPPED AT THE FIRST ROW OF
      * EACH RUN DATE, AND THE LAST AMOUNT AND LAST ACTIVITY DATE
      * ARE THOSE OF THE LAST ROW APPLIED.
      *
      * NOTHING IS REPLAYED UNTIL THE RUN THAT WROTE IT HAS TIED.
      * ROWS ARE GROUPED BY THE RUN DATE THEY CARRY, AND EACH RUN
      * DATE MUST AGREE WITH THE RUN-CONTROL REGISTRY RECORDS WHOSE
      * FINAL RECORD CARRIES THAT DATE: THE REGISTRY RECORD COUNT
      * AGAINST THE TRAIL ROWS PLUS THE SUSPENSE ITEMS THE RUN
      * REJECTED, AND THE REGISTRY CONTROL TOTAL AGAINST THE SIGNED
      * TRAIL TOTAL - THE SAME TIE OPSFLSH1 MAKES EACH NIGHT. THE
      * FIRST RUN DATE THAT DOES NOT TIE (OUT OF BALANCE, STILL
      * ACTIVE, OR ROWS WITH NO REGISTRY RECORD AT ALL) STOPS THE
      * REPLAY: THAT RUN AND EVERYTHING AFTER IT IS LEFT OFF AND
      * REPORTED, AND THE MASTER COMES OUT AS IT STOOD AT THE END OF
      * THE LAST RUN THAT TIED.
      *
      * ONLY BALANCES ARE ON THE TRAIL. AN ACCOUNT SET UP AFTER THE
      * BACKUP HAS ROWS BUT NO MASTER RECORD; ITS ROWS ARE REPORTED,
      * NOT APPLIED, AND IT MUST BE SET UP AGAIN THROUGH THE
      * MAINTENANCE CYCLE. STATUS AND LIMIT CHANGES APPROVED SINCE
      * THE BACKUP ARE NOT ON THE TRAIL EITHER AND MUST BE APPLIED
      * AGAIN THE SAME WAY.
      *
      * RECOVERY: RESTORE THE BACKUP COPY AS ACCTFILE.BAK AND RUN
      * WITH NOTHING ELSE TOUCHING THE MASTER; A FRESH ACCTFILE.DAT
      * IS WRITTEN FROM IT, AS ACCTCNV1 DOES. AS-OF: THE SAME REPLAY
      * ENDS WITH THE AS-OF DATE AND THE BALANCES GO TO ACCTASOF.DAT
      * AND THE REPORT ONLY - THE LIVE MASTER IS NEVER OPENED - SO A
      * POINT-IN-TIME BALANCE FOR AN AUDIT REQUEST CAN BE TAKEN FROM
      * ANY RETAINED BACKUP GENERATION. WHEN THE GAP REACHES BACK
      * PAST AN ARCHIVE CUT, CATALOGUE THAT GENERATION AS
      * AUDARCH.DAT FOR THE RUN. COMPLETION CODE 0 IS A FULL
      * REPLAY, 4 MEANS THE REPLAY STOPPED SHORT OR LEFT ACCOUNTS TO
      * SET UP AGAIN, AND 16 MEANS NOTHING WAS WRITTEN.
      *
      * PARM: "RECOVER FROM YYYYMMDD" OR "ASOF YYYYMMDD FROM
      * YYYYMMDD". THE FROM DATE IS THE BACKUP POINT - THE RUN DATE
      * OF THE LAST NIGHTLY RUN THE BACKUP WAS TAKEN AFTER. ROWS
      * DATED ON OR BEFORE IT ARE TAKEN TO BE IN THE BACKUP ALREADY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "ACCTFILE.BAK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAK-KEY
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEW-ACCT-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ASOF-FILE ASSIGN TO "ACCTASOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT REPORT-FILE ASSIGN TO "RCVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE BACKUP, THE REBUILT MASTER AND THE AS-OF IMAGE ALL
      *    CARRY THE ACCTREC01 LAYOUT; THE RECORD IS WORKED ON IN
      *    WS-ACCOUNT-IMAGE SO THE AS-OF RUN NEVER NEEDS THE LIVE
      *    MASTER'S RECORD AREA.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BAK-KEY                 PIC X(10).
           05  FILLER                  PIC X(100).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD.
           05  NEW-ACCT-KEY            PIC X(10).
           05  FILLER                  PIC X(100).

       FD  ASOF-FILE
           RECORDING MODE IS F.
       01  ASOF-RECORD                 PIC X(110).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL01 IN "copybooks".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY SUSPREC01 IN "copybooks".

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
                         ==AUD-SETTLEMENT== BY ==SRT-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==SRT-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==SRT-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==SRT-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==SRT-ORIG-KEY==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BACKUP-STATUS        PIC X(2)  VALUE "00".
               88  WS-BACKUP-OK                   VALUE "00".
           05  WS-ACCOUNT-STATUS       PIC X(2)  VALUE "00".
               88  WS-ACCOUNT-OK                  VALUE "00".
           05  WS-ASOF-STATUS          PIC X(2)  VALUE "00".
               88  WS-ASOF-OK                     VALUE "00".
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE "00".
               88  WS-ARCHIVE-OK                  VALUES "00" "05".
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE "00".
               88  WS-AUDIT-OK                    VALUE "00".
           05  WS-RUNCTL-STATUS        PIC X(2)  VALUE "00".
               88  WS-RUNCTL-OK                   VALUES "00" "05".
           05  WS-SUSPENSE-STATUS      PIC X(2)  VALUE "00".
               88  WS-SUSPENSE-OK                 VALUE "00".
               88  WS-SUSPENSE-NEW-FILE           VALUE "35".
           05  WS-REPORT-STATUS        PIC X(2)  VALUE "00".
               88  WS-REPORT-OK                   VALUE "00".

       01  WS-PARM-FIELDS.
           05  WS-PARM-LINE            PIC X(30) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-BACKUP-EOF-SWITCH    PIC X(1)  VALUE "N".
               88  WS-BACKUP-DONE                VALUE "Y".
           05  WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88  WS-SORT-EOF                   VALUE "Y".
           05  WS-ROW-WANTED-SWITCH    PIC X(1)  VALUE "N".
               88  WS-ROW-WANTED                 VALUE "Y".
           05  WS-MODE-SWITCH          PIC X(1)  VALUE SPACES.
               88  WS-MODE-RECOVER               VALUE "R".
               88  WS-MODE-ASOF                  VALUE "A".
           05  WS-STOP-SWITCH          PIC X(1)  VALUE "N".
               88  WS-STOPPED                    VALUE "Y".
           05  WS-GROUP-FOUND-SWITCH   PIC X(1)  VALUE "N".
               88  WS-GROUP-FOUND                VALUE "Y".
           05  WS-SHIFT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-SHIFT-DONE                 VALUE "Y".
           05  WS-UNKNOWN-SWITCH       PIC X(1)  VALUE "N".
               88  WS-UNKNOWN-ACTIVE             VALUE "Y".
           05  WS-HEADING-SWITCH       PIC X(1)  VALUE "R".
               88  WS-HEADING-RUNS               VALUE "R".
               88  WS-HEADING-ACCOUNTS           VALUE "A".
           05  WS-ABORT-SWITCH         PIC X(1)  VALUE "N".
               88  WS-ABORTED                    VALUE "Y".
           05  WS-ATTENTION-SWITCH     PIC X(1)  VALUE "N".
               88  WS-ATTENTION                  VALUE "Y".

      *    THE BACKUP POINT AND THE LAST RUN DATE TO REPLAY. A
      *    RECOVERY REPLAYS EVERYTHING ON THE TRAIL, SO ITS LIMIT IS
      *    LEFT AT ALL NINES.
       01  WS-REPLAY-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-BACKUP-DATE          PIC X(8)  VALUE SPACES.
           05  WS-LIMIT-DATE           PIC X(8)  VALUE "99999999".
           05  WS-STOP-DATE            PIC X(8)  VALUE SPACES.
           05  WS-THROUGH-DATE         PIC X(8)  VALUE SPACES.
           05  WS-GROUP-DATE           PIC X(8)  VALUE SPACES.
           05  WS-ROW-RUN-DATE         PIC X(8)  VALUE SPACES.
           05  WS-ROW-SIGNED           PIC S9(7)V99 VALUE ZEROES.
           05  WS-TRAIL-COUNT          PIC 9(9)  VALUE ZEROES.
           05  WS-GRP-RESULT           PIC X(30) VALUE SPACES.

      *    ONE ENTRY PER BUSINESS DATE WHOSE REGISTRY RECORDS FALL
      *    AFTER THE BACKUP POINT. THE REGISTRY IS APPEND-ONLY, SO
      *    THE LAST RECORD READ FOR A DATE IS ITS FINAL STATE, AND
      *    ITS TIMESTAMP GIVES THE RUN DATE THE DATE'S ROWS CARRY.
       01  WS-RUN-TABLE-FIELDS.
           05  WS-RUN-MAX              PIC 9(4)  VALUE 1000.
           05  WS-RUN-COUNT            PIC 9(4)  VALUE ZEROES.
           05  WS-RUN-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY RUN-IDX.
               10  RN-BUSINESS-DATE    PIC X(8).
               10  RN-RUN-DATE         PIC X(8).
               10  RN-STATUS           PIC X(1).
                   88  RN-RUN-DONE               VALUES "C" "E".
               10  RN-RECORD-COUNT     PIC 9(7).
               10  RN-CONTROL-TOTAL    PIC S9(9)V99.

      *    ONE ENTRY PER RUN DATE TO REPLAY, KEPT IN RUN-DATE ORDER.
      *    A BACK-DATED RERUN CAN SHARE ITS RUN DATE WITH THE NIGHT'S
      *    OWN RUN, AND THE TRAIL CANNOT TELL THEIR ROWS APART BY
      *    DATE, SO SUCH RUNS ARE TIED AND REPLAYED TOGETHER. AN
      *    ENTRY WITH NO BUSINESS DATES CAME FROM TRAIL OR SUSPENSE
      *    ROWS THE REGISTRY KNOWS NOTHING ABOUT.
       01  WS-GROUP-TABLE-FIELDS.
           05  WS-GRP-MAX              PIC 9(4)  VALUE 1000.
           05  WS-GRP-COUNT            PIC 9(4)  VALUE ZEROES.
           05  WS-GRP-SUB              PIC 9(4)  VALUE ZEROES.
           05  WS-GRP-PREV             PIC 9(4)  VALUE ZEROES.
           05  WS-GRP-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY GRP-IDX.
               10  RG-RUN-DATE         PIC X(8).
               10  RG-BUSINESS-DATE    PIC X(8).
               10  RG-DATE-COUNT       PIC 9(3).
               10  RG-OPEN-FLAG        PIC X(1).
                   88  RG-RUN-OPEN               VALUE "Y".
               10  RG-RC-COUNT         PIC 9(9).
               10  RG-RC-TOTAL         PIC S9(11)V99.
               10  RG-AUDIT-COUNT      PIC 9(9).
               10  RG-AUDIT-TOTAL      PIC S9(11)V99.
               10  RG-SUSP-COUNT       PIC 9(9).

       01  WS-AUDIT-WORK.
           COPY AUDREC01 IN "copybooks"
               REPLACING ==AUD-TIMESTAMP== BY ==WK-TIMESTAMP==
                         ==AUD-REC-KEY== BY ==WK-REC-KEY==
                         ==AUD-AMOUNT-BEFORE== BY ==WK-AMOUNT-BEFORE==
                         ==AUD-TOTAL-AFTER== BY ==WK-TOTAL-AFTER==
                         ==AUD-RUN-ID== BY ==WK-RUN-ID==
                         ==AUD-TRANS-TYPE== BY ==WK-TRANS-TYPE==
                         ==AUD-REVERSAL== BY ==WK-REVERSAL==
                         ==AUD-TRANSFER-LEG== BY ==WK-TRANSFER-LEG==
                         ==AUD-BACKOUT== BY ==WK-BACKOUT==
                         ==AUD-SETTLEMENT== BY ==WK-SETTLEMENT==
                         ==AUD-CREDIT-ROW== BY ==WK-CREDIT-ROW==
                         ==AUD-ORIG-REF== BY ==WK-ORIG-REF==
                         ==AUD-ORIG-RUN-ID== BY ==WK-ORIG-RUN-ID==
                         ==AUD-ORIG-KEY== BY ==WK-ORIG-KEY==.

       01  WS-ACCOUNT-IMAGE.
           COPY ACCTREC01 IN "copybooks".

      *    THE ACCOUNT BEING ROLLED FORWARD. THE BALANCE IS CARRIED
      *    SIGNED SO A REPLAY THAT DRIVES IT BELOW ZERO SHOWS AS SUCH
      *    INSTEAD OF LOSING THE SIGN ON THE MASTER FIELD.
       01  WS-ACCOUNT-FIELDS.
           05  WS-BACKUP-BALANCE       PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACCT-BALANCE         PIC S9(11)V99 VALUE ZEROES.
           05  WS-ACCT-NET             PIC S9(11)V99 VALUE ZEROES.
           05  WS-ACCT-ROWS            PIC 9(7)  VALUE ZEROES.
           05  WS-UNKNOWN-KEY          PIC X(10) VALUE SPACES.
           05  WS-UNKNOWN-NET          PIC S9(11)V99 VALUE ZEROES.
           05  WS-UNKNOWN-ROWS         PIC 9(7)  VALUE ZEROES.

       01  WS-CONTROL-TOTALS.
           05  WS-RELEASED-COUNT       PIC 9(9)  VALUE ZEROES.
           05  WS-RUNS-TIED            PIC 9(5)  VALUE ZEROES.
           05  WS-BACKUP-READ          PIC 9(7)  VALUE ZEROES.
           05  WS-WRITTEN-COUNT        PIC 9(7)  VALUE ZEROES.
           05  WS-ROWS-APPLIED         PIC 9(9)  VALUE ZEROES.
           05  WS-ROWS-NOT-APPLIED     PIC 9(9)  VALUE ZEROES.
           05  WS-UNKNOWN-ACCOUNTS     PIC 9(7)  VALUE ZEROES.
           05  WS-UNKNOWN-ROW-TOTAL    PIC 9(9)  VALUE ZEROES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZEROES.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "PROGRAM: ".
           05  FILLER                  PIC X(8)  VALUE "ACCTRCV1".
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "BACKUP FROM: ".
           05  RH1-BACKUP-DATE         PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "AS OF: ".
           05  RH1-ASOF-DATE           PIC X(8).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGE: ".
           05  RH1-PAGE-NUM            PIC ZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  RH2-TITLE               PIC X(50).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-RUN-HEADING.
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(11) VALUE "   REG RECS".
           05  FILLER                  PIC X(11) VALUE " TRAIL ROWS".
           05  FILLER                  PIC X(11) VALUE "   SUSPENSE".
           05  FILLER                  PIC X(18)
               VALUE "  REGISTRY TOTAL".
           05  FILLER                  PIC X(18)
               VALUE "     TRAIL TOTAL".
           05  FILLER                  PIC X(43) VALUE "RESULT".

       01  WS-RUN-LINE.
           05  RL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RC-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AUDIT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-SUSP-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RC-TOTAL             PIC -,---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-AUDIT-TOTAL          PIC -,---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-RESULT               PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(26) VALUE "NAME".
           05  FILLER                  PIC X(3)  VALUE "ST".
           05  FILLER                  PIC X(19)
               VALUE "   BACKUP BALANCE".
           05  FILLER                  PIC X(8)  VALUE "   ROWS".
           05  FILLER                  PIC X(19)
               VALUE "     NET MOVEMENT".
           05  FILLER                  PIC X(19)
               VALUE "  RESULT BALANCE".
           05  FILLER                  PIC X(10) VALUE "LAST ACT".
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  AL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-NAME                 PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-STATUS               PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-BACKUP-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-ROWS                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-NET                  PIC --,---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-BALANCE              PIC --,---,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-LAST-ACT-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AL-FLAG                 PIC X(16).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(11) VALUE "RUNS TIED:".
           05  TL-RUNS-TIED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "REPLAYED THROUGH:".
           05  TL-THROUGH-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "STOPPED AT:".
           05  TL-STOP-DATE            PIC X(8).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(10) VALUE "ACCOUNTS:".
           05  TL-WRITTEN-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "ROWS APPLIED:".
           05  TL-ROWS-APPLIED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "ROWS NOT APPLIED:".
           05  TL-ROWS-NOT-APPLIED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "NOT ON BACKUP:".
           05  TL-UNKNOWN-ACCOUNTS     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PROCESS.
           MOVE LK-PARM-TEXT TO WS-PARM-LINE
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORTED
               PERFORM 1500-LOAD-RUN-CONTROL
           END-IF
           IF NOT WS-ABORTED
               PERFORM 1600-BUILD-RUN-GROUPS
           END-IF
           IF NOT WS-ABORTED
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-REC-KEY
                   ON ASCENDING KEY SRT-TIMESTAMP
                   INPUT PROCEDURE IS 2000-SELECT-REPLAY-ROWS
                   OUTPUT PROCEDURE IS 2500-ROLL-FORWARD
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
           PERFORM 1100-PARSE-REQUEST
           IF NOT WS-ABORTED
               OPEN INPUT BACKUP-FILE
               IF NOT WS-BACKUP-OK
                   DISPLAY "ACCTRCV1: ERROR OPENING BACKUP-FILE, "
                       "STATUS = " WS-BACKUP-STATUS
                   DISPLAY "ACCTRCV1: RESTORE THE BACKUP COPY AS "
                       "ACCTFILE.BAK BEFORE RUNNING"
                   SET WS-ABORTED TO TRUE
               ELSE
                   MOVE LOW-VALUES TO BAK-KEY
                   START BACKUP-FILE KEY NOT < BAK-KEY
                       INVALID KEY
                           SET WS-BACKUP-DONE TO TRUE
                   END-START
               END-IF
           END-IF
           IF NOT WS-ABORTED
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "ACCTRCV1: ERROR OPENING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               SET WS-HEADING-RUNS TO TRUE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF.

      *    THE REQUEST MUST SAY WHICH MODE IT WANTS: A RECOVERY
      *    REPLACES THE LIVE MASTER, SO IT IS NEVER THE DEFAULT.
       1100-PARSE-REQUEST.
           IF WS-PARM-LINE(1:12) = "RECOVER FROM"
               SET WS-MODE-RECOVER TO TRUE
               MOVE WS-PARM-LINE(14:8) TO WS-BACKUP-DATE
           ELSE
               IF WS-PARM-LINE(1:4) = "ASOF"
                       AND WS-PARM-LINE(15:4) = "FROM"
                   SET WS-MODE-ASOF TO TRUE
                   MOVE WS-PARM-LINE(6:8) TO WS-LIMIT-DATE
                   MOVE WS-PARM-LINE(20:8) TO WS-BACKUP-DATE
               ELSE
                   DISPLAY "ACCTRCV1: PARM MUST BE "
                       "RECOVER FROM YYYYMMDD OR "
                       "ASOF YYYYMMDD FROM YYYYMMDD"
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORTED
               IF WS-BACKUP-DATE NOT NUMERIC
                       OR WS-LIMIT-DATE NOT NUMERIC
                   DISPLAY "ACCTRCV1: DATES IN PARM NOT NUMERIC"
                   SET WS-ABORTED TO TRUE
               ELSE
                   IF WS-LIMIT-DATE < WS-BACKUP-DATE
                       DISPLAY "ACCTRCV1: AS-OF DATE " WS-LIMIT-DATE
                           " IS BEFORE THE BACKUP POINT "
                           WS-BACKUP-DATE
                       SET WS-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RH1-PAGE-NUM
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-BACKUP-DATE TO RH1-BACKUP-DATE
           IF WS-MODE-ASOF
               MOVE WS-LIMIT-DATE TO RH1-ASOF-DATE
               MOVE "POINT-IN-TIME ACCOUNT BALANCES" TO RH2-TITLE
           ELSE
               MOVE "CURRENT" TO RH1-ASOF-DATE
               MOVE "ACCOUNT MASTER FORWARD RECOVERY" TO RH2-TITLE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF WS-HEADING-RUNS
               WRITE REPORT-LINE FROM WS-RUN-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-LINE FROM WS-ACCOUNT-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTRCV1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT.

      *    ONLY REGISTRY RECORDS WRITTEN AFTER THE BACKUP POINT ARE
      *    KEPT. THE REGISTRY IS IN TIME ORDER, SO A BUSINESS DATE
      *    WHOSE FINAL RECORD FALLS AFTER THE POINT IS ALWAYS SEEN
      *    WITH THAT FINAL RECORD LAST.
       1500-LOAD-RUN-CONTROL.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-OK
               DISPLAY "ACCTRCV1: ERROR OPENING RUN-CONTROL-FILE, "
                   "STATUS = " WS-RUNCTL-STATUS
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1550-READ-RUN-CONTROL
           PERFORM UNTIL WS-EOF
               IF RC-TIMESTAMP(1:8) > WS-BACKUP-DATE
                   PERFORM 1560-NOTE-RUN-RECORD
               END-IF
               PERFORM 1550-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       1550-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-RUNCTL-OK
               SET WS-EOF TO TRUE
           END-IF.

       1560-NOTE-RUN-RECORD.
           SET RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
               AT END
                   IF WS-RUN-COUNT >= WS-RUN-MAX
                       DISPLAY "ACCTRCV1: MORE THAN 1000 BUSINESS "
                           "DATES SINCE THE BACKUP POINT"
                       SET WS-ABORTED TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RUN-COUNT
                       SET RUN-IDX TO WS-RUN-COUNT
                       MOVE RC-BUSINESS-DATE TO
                           RN-BUSINESS-DATE(RUN-IDX)
                       PERFORM 1570-COPY-RUN-RECORD
                   END-IF
               WHEN RN-BUSINESS-DATE(RUN-IDX) = RC-BUSINESS-DATE
                   PERFORM 1570-COPY-RUN-RECORD
           END-SEARCH.

       1570-COPY-RUN-RECORD.
           MOVE RC-TIMESTAMP(1:8) TO RN-RUN-DATE(RUN-IDX)
           MOVE RC-STATUS TO RN-STATUS(RUN-IDX)
           MOVE RC-RECORD-COUNT TO RN-RECORD-COUNT(RUN-IDX)
           MOVE RC-CONTROL-TOTAL TO RN-CONTROL-TOTAL(RUN-IDX).

      *    A BUSINESS DATE WHOSE FINAL RECORD IS STILL ACTIVE NEVER
      *    FINISHED, SO ITS RUN DATE CANNOT TIE.
       1600-BUILD-RUN-GROUPS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT OR WS-ABORTED
               IF RN-RUN-DATE(RUN-IDX) NOT > WS-LIMIT-DATE
                   MOVE RN-RUN-DATE(RUN-IDX) TO WS-GROUP-DATE
                   PERFORM 1700-LOCATE-RUN-GROUP
                   IF WS-GROUP-FOUND
                       IF RG-DATE-COUNT(WS-GRP-SUB) = 0
                           MOVE RN-BUSINESS-DATE(RUN-IDX) TO
                               RG-BUSINESS-DATE(WS-GRP-SUB)
                       END-IF
                       ADD 1 TO RG-DATE-COUNT(WS-GRP-SUB)
                       ADD RN-RECORD-COUNT(RUN-IDX) TO
                           RG-RC-COUNT(WS-GRP-SUB)
                       ADD RN-CONTROL-TOTAL(RUN-IDX) TO
                           RG-RC-TOTAL(WS-GRP-SUB)
                       IF NOT RN-RUN-DONE(RUN-IDX)
                           MOVE "Y" TO RG-OPEN-FLAG(WS-GRP-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    FINDS THE ENTRY FOR WS-GROUP-DATE, ADDING ONE IN RUN-DATE
      *    ORDER IF THERE IS NONE. WS-GRP-SUB POINTS AT IT.
       1700-LOCATE-RUN-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SWITCH
           SET GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   PERFORM 1750-INSERT-RUN-GROUP
               WHEN RG-RUN-DATE(GRP-IDX) = WS-GROUP-DATE
                   SET WS-GRP-SUB TO GRP-IDX
                   SET WS-GROUP-FOUND TO TRUE
           END-SEARCH.

       1750-INSERT-RUN-GROUP.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               DISPLAY "ACCTRCV1: MORE THAN 1000 RUN DATES SINCE "
                   "THE BACKUP POINT"
               SET WS-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-SUB
               MOVE "N" TO WS-SHIFT-SWITCH
               PERFORM UNTIL WS-SHIFT-DONE
                   IF WS-GRP-SUB = 1
                       SET WS-SHIFT-DONE TO TRUE
                   ELSE
                       COMPUTE WS-GRP-PREV = WS-GRP-SUB - 1
                       IF RG-RUN-DATE(WS-GRP-PREV) > WS-GROUP-DATE
                           MOVE WS-GRP-ENTRY(WS-GRP-PREV) TO
                               WS-GRP-ENTRY(WS-GRP-SUB)
                           MOVE WS-GRP-PREV TO WS-GRP-SUB
                       ELSE
                           SET WS-SHIFT-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-GROUP-DATE TO RG-RUN-DATE(WS-GRP-SUB)
               MOVE SPACES TO RG-BUSINESS-DATE(WS-GRP-SUB)
               MOVE ZEROES TO RG-DATE-COUNT(WS-GRP-SUB)
               MOVE "N" TO RG-OPEN-FLAG(WS-GRP-SUB)
               MOVE ZEROES TO RG-RC-COUNT(WS-GRP-SUB)
               MOVE ZEROES TO RG-RC-TOTAL(WS-GRP-SUB)
               MOVE ZEROES TO RG-AUDIT-COUNT(WS-GRP-SUB)
               MOVE ZEROES TO RG-AUDIT-TOTAL(WS-GRP-SUB)
               MOVE ZEROES TO RG-SUSP-COUNT(WS-GRP-SUB)
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

      *    SORT INPUT PROCEDURE: EVERY ROW AFTER THE BACKUP POINT,
      *    UP TO THE AS-OF DATE, IS COUNTED AGAINST ITS RUN DATE AND
      *    RELEASED. THE ARCHIVE GENERATION IS OLDER THAN THE ONLINE
      *    TRAIL AND IS READ FIRST.
       2000-SELECT-REPLAY-ROWS.
           PERFORM 2050-SCAN-ARCHIVE
           PERFORM 2150-SCAN-ONLINE.

       2050-SCAN-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               DISPLAY "ACCTRCV1: ARCHIVE NOT AVAILABLE, STATUS = "
                   WS-ARCHIVE-STATUS
           ELSE
               PERFORM 2100-READ-ARCHIVE
               PERFORM UNTIL WS-EOF
                   MOVE ARCHIVE-RECORD TO WS-AUDIT-WORK
                   PERFORM 2250-RELEASE-IF-REPLAYED
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

      *    WITHOUT THE ONLINE TRAIL NOTHING CAN BE TIED OR REPLAYED,
      *    AND WRITING THE BACKUP BACK OUT AS IF NOTHING HAD POSTED
      *    WOULD BE WORSE THAN WRITING NOTHING.
       2150-SCAN-ONLINE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "ACCTRCV1: ERROR OPENING AUDIT-FILE, STATUS = "
                   WS-AUDIT-STATUS
               SET WS-ABORTED TO TRUE
           ELSE
               PERFORM 2200-READ-ONLINE
               PERFORM UNTIL WS-EOF
                   MOVE AUDIT-FILE-RECORD TO WS-AUDIT-WORK
                   PERFORM 2250-RELEASE-IF-REPLAYED
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

       2250-RELEASE-IF-REPLAYED.
           IF WK-TIMESTAMP(1:8) > WS-BACKUP-DATE
                   AND WK-TIMESTAMP(1:8) NOT > WS-LIMIT-DATE
                   AND NOT WS-ABORTED
               MOVE WK-TIMESTAMP(1:8) TO WS-GROUP-DATE
               PERFORM 1700-LOCATE-RUN-GROUP
               IF WS-GROUP-FOUND
                   ADD 1 TO RG-AUDIT-COUNT(WS-GRP-SUB)
                   IF WK-CREDIT-ROW
                       SUBTRACT WK-TOTAL-AFTER FROM
                           RG-AUDIT-TOTAL(WS-GRP-SUB)
                   ELSE
                       ADD WK-TOTAL-AFTER TO
                           RG-AUDIT-TOTAL(WS-GRP-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-RELEASED-COUNT
               RELEASE SORT-RECORD FROM WS-AUDIT-WORK
           END-IF.

      *    SORT OUTPUT PROCEDURE: THE RUNS ARE TIED FIRST, WHICH
      *    FIXES WHERE THE REPLAY STOPS, AND ONLY THEN IS ANYTHING
      *    OPENED FOR OUTPUT.
       2500-ROLL-FORWARD.
           IF NOT WS-ABORTED
               PERFORM 2300-COUNT-SUSPENSE
           END-IF
           IF NOT WS-ABORTED
               PERFORM 2400-TIE-RUN-GROUPS
               PERFORM 2450-OPEN-RESULT-FILE
           END-IF
           IF NOT WS-ABORTED
               SET WS-HEADING-ACCOUNTS TO TRUE
               PERFORM 1200-WRITE-REPORT-HEADERS
               PERFORM 2600-MERGE-BACKUP-AND-TRAIL
           END-IF.

      *    EVERY ITEM THE DAILY RUN REJECTS IS WRITTEN TO SUSPENSE
      *    UNDER ITS RUN DATE AND COUNTED IN THE RUN'S RECORD COUNT;
      *    NOTHING EVER DELETES ONE, SO THE KEYS FROM THE DAY AFTER
      *    THE BACKUP POINT ON ARE EXACTLY THE REJECTS TO COUNT.
       2300-COUNT-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-NEW-FILE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-SUSPENSE-OK
                   DISPLAY "ACCTRCV1: ERROR OPENING SUSPENSE-FILE, "
                       "STATUS = " WS-SUSPENSE-STATUS
                   SET WS-ABORTED TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   MOVE HIGH-VALUES TO SUSP-KEY
                   MOVE WS-BACKUP-DATE TO SUSP-REJECT-DATE
                   START SUSPENSE-FILE KEY > SUSP-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               END-IF
           END-IF
           PERFORM 2350-READ-SUSPENSE-NEXT
           PERFORM UNTIL WS-EOF
               IF SUSP-REJECT-DATE > WS-LIMIT-DATE
                   SET WS-EOF TO TRUE
               ELSE
                   MOVE SUSP-REJECT-DATE TO WS-GROUP-DATE
                   PERFORM 1700-LOCATE-RUN-GROUP
                   IF WS-GROUP-FOUND
                       ADD 1 TO RG-SUSP-COUNT(WS-GRP-SUB)
                   ELSE
                       SET WS-EOF TO TRUE
                   END-IF
                   PERFORM 2350-READ-SUSPENSE-NEXT
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       2350-READ-SUSPENSE-NEXT.
           IF NOT WS-EOF
               READ SUSPENSE-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-SUSPENSE-OK
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

      *    RUN DATES ARE TIED IN ORDER. ONCE ONE FAILS, IT AND EVERY
      *    LATER RUN DATE ARE LEFT OFF, SINCE A BALANCE CANNOT BE
      *    CARRIED PAST A RUN THAT IS NOT KNOWN TO BE WHOLE.
       2400-TIE-RUN-GROUPS.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 2420-TIE-ONE-GROUP
               PERFORM 2480-WRITE-RUN-LINE
           END-PERFORM
           IF WS-GRP-COUNT = 0
               MOVE SPACES TO WS-RUN-LINE
               MOVE "NO RUNS SINCE THE BACKUP POINT" TO RL-RESULT
               WRITE REPORT-LINE FROM WS-RUN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2420-TIE-ONE-GROUP.
           COMPUTE WS-TRAIL-COUNT = RG-AUDIT-COUNT(WS-GRP-SUB)
               + RG-SUSP-COUNT(WS-GRP-SUB)
           IF WS-STOPPED
               MOVE "NOT REPLAYED" TO WS-GRP-RESULT
           ELSE
               IF RG-DATE-COUNT(WS-GRP-SUB) = 0
                   MOVE "*** NO RUN-CONTROL RECORD" TO WS-GRP-RESULT
               ELSE
                   IF RG-RUN-OPEN(WS-GRP-SUB)
                       MOVE "*** RUN NOT COMPLETE" TO WS-GRP-RESULT
                   ELSE
                       IF WS-TRAIL-COUNT NOT = RG-RC-COUNT(WS-GRP-SUB)
                           MOVE "*** RECORD COUNT DOES NOT TIE"
                               TO WS-GRP-RESULT
                       ELSE
                           IF RG-AUDIT-TOTAL(WS-GRP-SUB) NOT =
                                   RG-RC-TOTAL(WS-GRP-SUB)
                               MOVE "*** CONTROL TOTAL DOES NOT TIE"
                                   TO WS-GRP-RESULT
                           ELSE
                               MOVE "TIED - REPLAYED" TO WS-GRP-RESULT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-GRP-RESULT(1:1) = "*"
                   SET WS-STOPPED TO TRUE
                   SET WS-ATTENTION TO TRUE
                   MOVE RG-RUN-DATE(WS-GRP-SUB) TO WS-STOP-DATE
               ELSE
                   ADD 1 TO WS-RUNS-TIED
                   MOVE RG-RUN-DATE(WS-GRP-SUB) TO WS-THROUGH-DATE
               END-IF
           END-IF.

       2450-OPEN-RESULT-FILE.
           IF WS-MODE-RECOVER
               OPEN OUTPUT ACCOUNT-FILE
               IF NOT WS-ACCOUNT-OK
                   DISPLAY "ACCTRCV1: ERROR OPENING ACCOUNT-FILE, "
                       "STATUS = " WS-ACCOUNT-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           ELSE
               OPEN OUTPUT ASOF-FILE
               IF NOT WS-ASOF-OK
                   DISPLAY "ACCTRCV1: ERROR OPENING ASOF-FILE, "
                       "STATUS = " WS-ASOF-STATUS
                   SET WS-ABORTED TO TRUE
               END-IF
           END-IF.

       2480-WRITE-RUN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-RUN-LINE
           MOVE RG-RUN-DATE(WS-GRP-SUB) TO RL-RUN-DATE
           MOVE RG-BUSINESS-DATE(WS-GRP-SUB) TO RL-BUSINESS-DATE
           IF RG-DATE-COUNT(WS-GRP-SUB) > 1
               MOVE "+" TO RL-BUSINESS-DATE(8:1)
           END-IF
           MOVE RG-RC-COUNT(WS-GRP-SUB) TO RL-RC-COUNT
           MOVE RG-AUDIT-COUNT(WS-GRP-SUB) TO RL-AUDIT-COUNT
           MOVE RG-SUSP-COUNT(WS-GRP-SUB) TO RL-SUSP-COUNT
           MOVE RG-RC-TOTAL(WS-GRP-SUB) TO RL-RC-TOTAL
           MOVE RG-AUDIT-TOTAL(WS-GRP-SUB) TO RL-AUDIT-TOTAL
           MOVE WS-GRP-RESULT TO RL-RESULT
           WRITE REPORT-LINE FROM WS-RUN-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTRCV1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      *    THE BACKUP AND THE SORTED ROWS ARE BOTH IN ACCOUNT ORDER.
      *    A ROW FOR AN ACCOUNT THE BACKUP DOES NOT HAVE IS REPORTED,
      *    NOT APPLIED; EVERY BACKUP ACCOUNT IS WRITTEN, WITH OR
      *    WITHOUT ROWS.
       2600-MERGE-BACKUP-AND-TRAIL.
           PERFORM 2550-READ-BACKUP
           PERFORM 2510-RETURN-REPLAY-ROW
           PERFORM UNTIL WS-BACKUP-DONE AND WS-SORT-EOF
               IF WS-SORT-EOF
                   PERFORM 2800-FINISH-ACCOUNT
                   PERFORM 2550-READ-BACKUP
               ELSE
                   IF WS-BACKUP-DONE OR SRT-REC-KEY < BAK-KEY
                       PERFORM 2700-NOTE-UNKNOWN-ACCOUNT
                       PERFORM 2510-RETURN-REPLAY-ROW
                   ELSE
                       IF SRT-REC-KEY = BAK-KEY
                           PERFORM 2650-APPLY-ROW
                           PERFORM 2510-RETURN-REPLAY-ROW
                       ELSE
                           PERFORM 2800-FINISH-ACCOUNT
                           PERFORM 2550-READ-BACKUP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2750-FLUSH-UNKNOWN-ACCOUNT.

      *    ROWS FROM THE RUN DATE THAT FAILED TO TIE, AND AFTER IT,
      *    ARE COUNTED AND PASSED OVER.
       2510-RETURN-REPLAY-ROW.
           MOVE "N" TO WS-ROW-WANTED-SWITCH
           PERFORM UNTIL WS-SORT-EOF OR WS-ROW-WANTED
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN
               IF NOT WS-SORT-EOF
                   IF WS-STOPPED
                           AND SRT-TIMESTAMP(1:8) NOT < WS-STOP-DATE
                       ADD 1 TO WS-ROWS-NOT-APPLIED
                   ELSE
                       SET WS-ROW-WANTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2550-READ-BACKUP.
           IF NOT WS-BACKUP-DONE
               READ BACKUP-FILE NEXT
                   AT END
                       SET WS-BACKUP-DONE TO TRUE
               END-READ
               IF NOT WS-BACKUP-OK
                   SET WS-BACKUP-DONE TO TRUE
               END-IF
           END-IF
           IF NOT WS-BACKUP-DONE
               ADD 1 TO WS-BACKUP-READ
               MOVE BACKUP-RECORD TO WS-ACCOUNT-IMAGE
               MOVE ACCT-TOTAL-AMOUNT TO WS-BACKUP-BALANCE
               MOVE ACCT-TOTAL-AMOUNT TO WS-ACCT-BALANCE
               MOVE ZEROES TO WS-ACCT-NET
               MOVE ZEROES TO WS-ACCT-ROWS
           END-IF.

      *    THE SAME MASTER UPDATE AMTPROC1 2087 MAKES, ONE ROW AT A
      *    TIME: THE RUN DATE ON THE ROW IS THE DATE THE RUN STAMPED
      *    AS THE LAST ACTIVITY DATE.
       2650-APPLY-ROW.
           MOVE SRT-TIMESTAMP(1:8) TO WS-ROW-RUN-DATE
           IF ACCT-LAST-ACT-DATE NOT = WS-ROW-RUN-DATE
               MOVE WS-ACCT-BALANCE TO ACCT-PRIOR-TOTAL
           END-IF
           IF SRT-CREDIT-ROW
               COMPUTE WS-ROW-SIGNED = 0 - SRT-TOTAL-AFTER
           ELSE
               MOVE SRT-TOTAL-AFTER TO WS-ROW-SIGNED
           END-IF
           ADD WS-ROW-SIGNED TO WS-ACCT-BALANCE
           ADD WS-ROW-SIGNED TO WS-ACCT-NET
           MOVE SRT-AMOUNT-BEFORE TO ACCT-LAST-AMOUNT
           MOVE WS-ROW-RUN-DATE TO ACCT-LAST-ACT-DATE
           ADD 1 TO WS-ACCT-ROWS
           ADD 1 TO WS-ROWS-APPLIED.

       2700-NOTE-UNKNOWN-ACCOUNT.
           IF NOT WS-UNKNOWN-ACTIVE
                   OR SRT-REC-KEY NOT = WS-UNKNOWN-KEY
               PERFORM 2750-FLUSH-UNKNOWN-ACCOUNT
               SET WS-UNKNOWN-ACTIVE TO TRUE
               MOVE SRT-REC-KEY TO WS-UNKNOWN-KEY
               MOVE ZEROES TO WS-UNKNOWN-NET
               MOVE ZEROES TO WS-UNKNOWN-ROWS
           END-IF
           IF SRT-CREDIT-ROW
               SUBTRACT SRT-TOTAL-AFTER FROM WS-UNKNOWN-NET
           ELSE
               ADD SRT-TOTAL-AFTER TO WS-UNKNOWN-NET
           END-IF
           ADD 1 TO WS-UNKNOWN-ROWS
           ADD 1 TO WS-UNKNOWN-ROW-TOTAL.

       2750-FLUSH-UNKNOWN-ACCOUNT.
           IF WS-UNKNOWN-ACTIVE
               MOVE SPACES TO WS-ACCOUNT-LINE
               MOVE WS-UNKNOWN-KEY TO AL-ACCOUNT
               MOVE "*** NOT ON BACKUP MASTER" TO AL-NAME
               MOVE ZEROES TO AL-BACKUP-BALANCE
               MOVE WS-UNKNOWN-ROWS TO AL-ROWS
               MOVE WS-UNKNOWN-NET TO AL-NET
               MOVE WS-UNKNOWN-NET TO AL-BALANCE
               MOVE "SET UP AGAIN" TO AL-FLAG
               PERFORM 2900-WRITE-ACCOUNT-LINE
               ADD 1 TO WS-UNKNOWN-ACCOUNTS
               SET WS-ATTENTION TO TRUE
               MOVE "N" TO WS-UNKNOWN-SWITCH
           END-IF.

       2800-FINISH-ACCOUNT.
           PERFORM 2750-FLUSH-UNKNOWN-ACCOUNT
           MOVE WS-ACCT-BALANCE TO ACCT-TOTAL-AMOUNT
           IF WS-MODE-RECOVER
               WRITE ACCOUNT-FILE-RECORD FROM WS-ACCOUNT-IMAGE
               IF NOT WS-ACCOUNT-OK
                   DISPLAY "ACCTRCV1: ERROR WRITING ACCOUNT-FILE, "
                       "STATUS = " WS-ACCOUNT-STATUS " KEY " ACCT-KEY
               ELSE
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           ELSE
               WRITE ASOF-RECORD FROM WS-ACCOUNT-IMAGE
               IF NOT WS-ASOF-OK
                   DISPLAY "ACCTRCV1: ERROR WRITING ASOF-FILE, "
                       "STATUS = " WS-ASOF-STATUS " KEY " ACCT-KEY
               ELSE
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF
           MOVE SPACES TO WS-ACCOUNT-LINE
           MOVE ACCT-KEY TO AL-ACCOUNT
           MOVE ACCT-NAME TO AL-NAME
           MOVE ACCT-STATUS TO AL-STATUS
           MOVE WS-BACKUP-BALANCE TO AL-BACKUP-BALANCE
           MOVE WS-ACCT-ROWS TO AL-ROWS
           MOVE WS-ACCT-NET TO AL-NET
           MOVE WS-ACCT-BALANCE TO AL-BALANCE
           MOVE ACCT-LAST-ACT-DATE TO AL-LAST-ACT-DATE
           IF WS-ACCT-BALANCE < 0
               MOVE "*** NEGATIVE" TO AL-FLAG
               SET WS-ATTENTION TO TRUE
           END-IF
           PERFORM 2900-WRITE-ACCOUNT-LINE.

       2900-WRITE-ACCOUNT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "ACCTRCV1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       3000-TERMINATE.
           IF NOT WS-ABORTED
               MOVE WS-RUNS-TIED TO TL-RUNS-TIED
               IF WS-THROUGH-DATE = SPACES
                   MOVE "BACKUP" TO TL-THROUGH-DATE
               ELSE
                   MOVE WS-THROUGH-DATE TO TL-THROUGH-DATE
               END-IF
               IF WS-STOPPED
                   MOVE WS-STOP-DATE TO TL-STOP-DATE
               ELSE
                   MOVE "NONE" TO TL-STOP-DATE
               END-IF
               MOVE WS-WRITTEN-COUNT TO TL-WRITTEN-COUNT
               MOVE WS-ROWS-APPLIED TO TL-ROWS-APPLIED
               COMPUTE TL-ROWS-NOT-APPLIED = WS-ROWS-NOT-APPLIED
                   + WS-UNKNOWN-ROW-TOTAL
               MOVE WS-UNKNOWN-ACCOUNTS TO TL-UNKNOWN-ACCOUNTS
               WRITE REPORT-LINE FROM WS-TRAILER-LINE-1
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM WS-TRAILER-LINE-2
                   AFTER ADVANCING 1 LINE
               IF NOT WS-REPORT-OK
                   DISPLAY "ACCTRCV1: ERROR WRITING REPORT-FILE, "
                       "STATUS = " WS-REPORT-STATUS
               END-IF
               IF WS-MODE-RECOVER
                   CLOSE ACCOUNT-FILE
               ELSE
                   CLOSE ASOF-FILE
               END-IF
               DISPLAY "ACCTRCV1: BACKUP RECORDS READ " WS-BACKUP-READ
                   " WRITTEN " WS-WRITTEN-COUNT
               IF WS-STOPPED
                   DISPLAY "ACCTRCV1: REPLAY STOPPED AT RUN DATE "
                       WS-STOP-DATE ", SEE RCVRPT.DAT"
               END-IF
           ELSE
               DISPLAY "ACCTRCV1: NOTHING WRITTEN"
           END-IF
           CLOSE BACKUP-FILE
           CLOSE REPORT-FILE.
