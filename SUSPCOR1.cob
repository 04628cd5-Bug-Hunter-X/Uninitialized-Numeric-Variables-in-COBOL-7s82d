      * PULLS IT BACK INTO PROCESSING AUTOMATICALLY. ITEMS ALREADY
      * RESUBMITTED CANNOT BE CORRECTED AGAIN. EVERY CORRECTION,
      * APPLIED OR REJECTED, IS LISTED ON THE CORRECTION REPORT.
      *
      * A SUSPENDED TRANSFER IS HELD AS A LINKED PAIR OF ITEMS (THE
      * "XO" FROM-ACCOUNT LEG AND THE "XI" TO-ACCOUNT LEG AT THE NEXT
      * SEQUENCE). A CORRECTION KEYED TO EITHER LEG IS APPLIED TO
      * THE PAIR AS ONE UNIT: A NEW AMOUNT GOES ON BOTH LEGS, A NEW
      * ACCOUNT REPLACES THAT LEG'S ACCOUNT AND THE LINK CARRIED ON
      * THE OTHER LEG, AND A RELEASE RELEASES BOTH. IF THE OTHER LEG
      * CANNOT BE FOUND, OR HAS ALREADY BEEN RESUBMITTED, NEITHER LEG
      * IS TOUCHED. THE PARTNER LEG GETS ITS OWN REPORT LINE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)  VALUE "N".
               88  WS-EOF                        VALUE "Y".
           05  WS-PARTNER-SWITCH       PIC X(1)  VALUE "N".
               88  WS-PARTNER-UPDATED            VALUE "Y".

       01  WS-EDIT-FIELDS.
           05  WS-COR-RESULT           PIC X(30) VALUE SPACES.

      *    THE LEG NAMED ON THE CORRECTION AND ITS TRANSFER PARTNER.
       01  WS-PAIR-FIELDS.
           05  WS-LEG-KEY.
               10  WS-LEG-DATE         PIC X(8).
               10  WS-LEG-RUN-ID       PIC X(8).
               10  WS-LEG-SEQ          PIC 9(5).
           05  WS-LEG-TYPE             PIC X(2).
           05  WS-LEG-ACCOUNT          PIC X(10).
           05  WS-LEG-LINKED-ACCOUNT   PIC X(10).
           05  WS-PARTNER-KEY.
               10  WS-PARTNER-DATE     PIC X(8).
               10  WS-PARTNER-RUN-ID   PIC X(8).
               10  WS-PARTNER-SEQ      PIC 9(5).
           05  WS-PARTNER-TYPE         PIC X(2).

       01  WS-REPORT-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-PAGE-COUNT           PIC 9(3)  VALUE ZEROES.
           ADD 1 TO WS-CORRECTION-COUNT
           PERFORM 2200-APPLY-CORRECTION
           PERFORM 2300-WRITE-DETAIL-LINE
           IF WS-PARTNER-UPDATED
               PERFORM 2310-WRITE-PARTNER-LINE
           END-IF
           PERFORM 2100-READ-CORRECTION-FILE.

      *    AN ITEM MAY BE CORRECTED MORE THAN ONCE WHILE IT IS STILL
      *    RESUBMITTED IT, OR THE SAME FIX COULD POST TWICE.
       2200-APPLY-CORRECTION.
           MOVE SPACES TO WS-COR-RESULT
           MOVE "N" TO WS-PARTNER-SWITCH
           MOVE COR-SUSP-DATE TO SUSP-REJECT-DATE
           MOVE COR-RUN-ID TO SUSP-RUN-ID
           MOVE COR-SEQ TO SUSP-SEQ
                       MOVE "ALREADY RESUBMITTED" TO WS-COR-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF SUSP-TRANS-TYPE = "XO" OR "XI"
                           PERFORM 2260-UPDATE-TRANSFER-PAIR
                       ELSE
                           PERFORM 2250-UPDATE-SUSPENSE-ITEM
                       END-IF
                   END-IF
           END-READ.

               END-IF
           END-IF.

      *    THE PARTNER OF AN "XO" LEG IS THE "XI" LEG AT THE NEXT
      *    SEQUENCE AND VICE VERSA; EACH LEG CARRIES THE OTHER'S
      *    ACCOUNT IN THE LAST TEN BYTES OF ITS REFERENCE, AND BOTH
      *    ENDS OF THAT LINK MUST AGREE BEFORE EITHER LEG IS CHANGED.
      *    THE PARTNER IS REWRITTEN FIRST, THEN THE NAMED LEG IS READ
      *    BACK AND REWRITTEN.
       2260-UPDATE-TRANSFER-PAIR.
           MOVE SUSP-KEY TO WS-LEG-KEY
           MOVE SUSP-TRANS-TYPE TO WS-LEG-TYPE
           MOVE SUSP-TRANS-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE SUSP-TRANS-REFERENCE(9:10) TO WS-LEG-LINKED-ACCOUNT
           MOVE WS-LEG-KEY TO WS-PARTNER-KEY
           IF WS-LEG-TYPE = "XO"
               ADD 1 TO WS-PARTNER-SEQ
               MOVE "XI" TO WS-PARTNER-TYPE
           ELSE
               SUBTRACT 1 FROM WS-PARTNER-SEQ
               MOVE "XO" TO WS-PARTNER-TYPE
           END-IF
           IF NOT (COR-ACTION-AMOUNT OR COR-ACTION-ACCOUNT
                   OR COR-ACTION-RELEASE)
               MOVE "INVALID ACTION CODE" TO WS-COR-RESULT
           ELSE
               IF COR-ACTION-ACCOUNT
                       AND COR-NEW-VALUE = WS-LEG-LINKED-ACCOUNT
                   MOVE "TRANSFER TO SAME ACCOUNT" TO WS-COR-RESULT
               ELSE
                   IF WS-LEG-SEQ = ZERO AND WS-LEG-TYPE = "XI"
                       MOVE "TRANSFER PARTNER NOT FOUND"
                           TO WS-COR-RESULT
                   ELSE
                       PERFORM 2270-UPDATE-PARTNER-LEG
                   END-IF
               END-IF
           END-IF
           IF WS-PARTNER-UPDATED
               MOVE WS-LEG-KEY TO SUSP-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       DISPLAY "SUSPCOR1: ERROR RE-READING "
                           "SUSPENSE-FILE, STATUS = "
                           WS-SUSPENSE-STATUS
                       MOVE "REWRITE FAILED" TO WS-COR-RESULT
                   NOT INVALID KEY
                       PERFORM 2280-UPDATE-NAMED-LEG
               END-READ
           END-IF
           IF WS-COR-RESULT = "REWRITE FAILED"
                   OR NOT WS-PARTNER-UPDATED
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2270-UPDATE-PARTNER-LEG.
           MOVE WS-PARTNER-KEY TO SUSP-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "TRANSFER PARTNER NOT FOUND" TO WS-COR-RESULT
               NOT INVALID KEY
                   IF SUSP-TRANS-TYPE NOT = WS-PARTNER-TYPE
                           OR SUSP-TRANS-ACCOUNT
                               NOT = WS-LEG-LINKED-ACCOUNT
                           OR SUSP-TRANS-REFERENCE(9:10)
                               NOT = WS-LEG-ACCOUNT
                       MOVE "TRANSFER PARTNER NOT FOUND"
                           TO WS-COR-RESULT
                   ELSE
                       IF SUSP-RESUBMITTED
                           MOVE "PARTNER ALREADY RESUBMITTED"
                               TO WS-COR-RESULT
                       ELSE
                           IF COR-ACTION-AMOUNT
                               MOVE COR-NEW-VALUE(1:8)
                                   TO SUSP-TRANS-AMOUNT-X
                           END-IF
                           IF COR-ACTION-ACCOUNT
                               MOVE COR-NEW-VALUE
                                   TO SUSP-TRANS-REFERENCE(9:10)
                           END-IF
                           SET SUSP-CORRECTED TO TRUE
                           REWRITE SUSPENSE-RECORD
                           IF NOT WS-SUSPENSE-OK
                               DISPLAY "SUSPCOR1: ERROR REWRITING "
                                   "SUSPENSE-FILE, STATUS = "
                                   WS-SUSPENSE-STATUS
                               MOVE "REWRITE FAILED" TO WS-COR-RESULT
                           ELSE
                               MOVE "Y" TO WS-PARTNER-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2280-UPDATE-NAMED-LEG.
           IF COR-ACTION-AMOUNT
               MOVE COR-NEW-VALUE(1:8) TO SUSP-TRANS-AMOUNT-X
               MOVE "TRANSFER AMOUNT CORRECTED" TO WS-COR-RESULT
           ELSE
               IF COR-ACTION-ACCOUNT
                   MOVE COR-NEW-VALUE TO SUSP-TRANS-ACCOUNT
                   MOVE "TRANSFER ACCOUNT CORRECTED" TO WS-COR-RESULT
               ELSE
                   MOVE "TRANSFER RELEASED UNCHANGED" TO WS-COR-RESULT
               END-IF
           END-IF
           SET SUSP-CORRECTED TO TRUE
           REWRITE SUSPENSE-RECORD
           IF NOT WS-SUSPENSE-OK
               DISPLAY "SUSPCOR1: ERROR REWRITING SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-STATUS
               MOVE "REWRITE FAILED" TO WS-COR-RESULT
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2310-WRITE-PARTNER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-PARTNER-DATE "/" WS-PARTNER-RUN-ID "/"
               WS-PARTNER-SEQ
               DELIMITED BY SIZE INTO DL-SUSP-KEY
           MOVE COR-ACTION TO DL-ACTION
           MOVE COR-NEW-VALUE TO DL-NEW-VALUE
           MOVE "PARTNER LEG UPDATED" TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-REPORT-OK
               DISPLAY "SUSPCOR1: ERROR WRITING REPORT-FILE, STATUS = "
                   WS-REPORT-STATUS
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       2100-READ-CORRECTION-FILE.
           READ CORRECTION-FILE
               AT END
