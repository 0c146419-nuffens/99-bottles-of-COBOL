           SELECT BOTL-SUSP-OUT-FILE ASSIGN TO "BOTLSUSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSO-STATUS.
           SELECT OPTIONAL BOTL-BKO-IN-FILE ASSIGN TO "BOTLBKOI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BKOI-STATUS.
           SELECT BOTL-BKO-OUT-FILE ASSIGN TO "BOTLBKOO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BKOO-STATUS.
           SELECT BOTL-PROG-FILE ASSIGN TO "BOTLPROG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROG-STATUS.
           COPY BOTLSUSR.

       FD  BOTL-SUSP-OUT-FILE.
       01  BOTL-SUSO-REC PIC X(76).

       FD  BOTL-BKO-IN-FILE.
           COPY BOTLBKOR.

       FD  BOTL-BKO-OUT-FILE.
       01  BOTL-BKOO-REC PIC X(77).

       FD  BOTL-PROG-FILE.
           COPY BOTLPRGR.
           COPY BOTLITMR.

       FD  BOTL-ITMO-FILE.
       01  BOTL-ITMO-REC PIC X(151).

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.
       01 WS-RPT-STATUS PIC XX VALUE SPACES.
       01 WS-TRAN-STATUS PIC XX VALUE SPACES.
       01 WS-TRAN-QTY PIC 9(7) VALUE ZERO.
       01 WS-TRAN-KEY.
           05 WS-TRAN-ITEM-CODE PIC X(8) VALUE SPACES.
           05 WS-TRAN-LOCATION PIC X(4) VALUE SPACES.
       01 WS-TRAN-TO-LOCATION PIC X(4) VALUE SPACES.
       01 WS-TRAN-LOT-NUMBER PIC X(10) VALUE SPACES.
       01 WS-TRAN-BEST-BY PIC X(8) VALUE SPACES.
       01 WS-TRAN-ORIGIN PIC X VALUE SPACE.
       01 WS-TRAN-ACTION PIC X VALUE 'I'.
       01 WS-TRAN-SUSP-AGE PIC 9(3) VALUE ZERO.
       01 WS-TRAN-FROM-SUSP-FLAG PIC X VALUE 'N'.
           88 WS-PTRAN-EOF VALUE 'Y'.
       01 WS-PSUSP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PSUSP-EOF VALUE 'Y'.
       01 WS-PTRAN-KEY.
           05 WS-PTRAN-ITEM-CODE PIC X(8) VALUE SPACES.
           05 WS-PTRAN-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PTRAN-TO-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PTRAN-LOT-NUMBER PIC X(10) VALUE SPACES.
       01 WS-PTRAN-BEST-BY PIC X(8) VALUE SPACES.
       01 WS-PTRAN-ORIGIN PIC X VALUE SPACE.
       01 WS-PTRAN-ACTION PIC X VALUE 'I'.
       01 WS-PTRAN-QTY PIC 9(7) VALUE ZERO.
       01 WS-PSUSP-KEY.
           05 WS-PSUSP-ITEM-CODE PIC X(8) VALUE SPACES.
           05 WS-PSUSP-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PSUSP-TO-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PSUSP-LOT-NUMBER PIC X(10) VALUE SPACES.
       01 WS-PSUSP-BEST-BY PIC X(8) VALUE SPACES.
       01 WS-PSUSP-ORIGIN PIC X VALUE SPACE.
       01 WS-PSUSP-ACTION PIC X VALUE 'I'.
       01 WS-PSUSP-QTY PIC 9(7) VALUE ZERO.
       01 WS-PSUSP-AGE PIC 9(3) VALUE ZERO.
           05 WS-SUSP-BUILD-QTY PIC 9(7).
           05 WS-SUSP-BUILD-REASON PIC X(30).
           05 WS-SUSP-BUILD-AGE PIC 9(3).
           05 WS-SUSP-BUILD-LOCATION PIC X(4).
           05 WS-SUSP-BUILD-TO-LOCATION PIC X(4).
           05 WS-SUSP-BUILD-LOT-NUMBER PIC X(10).
           05 WS-SUSP-BUILD-BEST-BY PIC X(8).
           05 WS-SUSP-BUILD-ORIGIN PIC X.
       01 WS-MOVE-ACTION PIC X VALUE 'I'.
           88 WS-MOVE-RECEIPT VALUE 'R'.
           88 WS-MOVE-TRANSFER VALUE 'X'.
       01 WS-MOVE-SUSP-AGE PIC 9(3) VALUE ZERO.
       01 WS-MOVE-SOURCE PIC X VALUE 'F'.
       01 WS-MOVE-TRAN.
           05 WS-MOVE-TRAN-ITEM-CODE PIC X(8).
           05 WS-MOVE-TRAN-ACTION PIC X.
           05 WS-MOVE-TRAN-QTY PIC 9(7).
       01 WS-MOVE-LOT-NUMBER PIC X(10) VALUE SPACES.
       01 WS-MOVE-BEST-BY PIC X(8) VALUE SPACES.
       01 WS-MOVE-ORIGIN PIC X VALUE SPACE.
       01 WS-BKOI-STATUS PIC XX VALUE SPACES.
       01 WS-BKOO-STATUS PIC XX VALUE SPACES.
       01 WS-BKO-IN-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-BKO-IN-OPEN VALUE 'Y'.
       01 WS-PBKO-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PBKO-EOF VALUE 'Y'.
       01 WS-PBKO-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-BKO-FILL-FLAG PIC X VALUE 'N'.
           88 WS-BKO-FILL-PENDING VALUE 'Y'.
       01 WS-BKO-FILL-ACTION PIC X VALUE SPACE.
       01 WS-BKO-FILL-SUB PIC 9(4) VALUE ZERO.
       01 WS-BKO-ROOM PIC 9(7) VALUE ZERO.
       01 WS-BKO-SHORT-QTY PIC 9(7) VALUE ZERO.
       01 WS-BKO-REAPPLY-QTY PIC 9(7) VALUE ZERO.
       01 WS-BKO-TAKE-QTY PIC 9(7) VALUE ZERO.
       01 WS-BKO-IN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKO-NEW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKO-NEW-QTY PIC 9(9) VALUE ZERO.
       01 WS-BKO-FILL-ITER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKO-FILL-QTY PIC 9(9) VALUE ZERO.
       01 WS-BKO-CLOSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKO-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BKO-OUT-QTY PIC 9(9) VALUE ZERO.
       01 WS-ITEM-BKO-ISSUE-FILL PIC 9(7) VALUE ZERO.
       01 WS-ITEM-BKO-RCPT-FILL PIC 9(7) VALUE ZERO.
       01 WS-RESTART-ITEM-FLAG PIC X VALUE 'N'.
           88 WS-RESTART-ITEM VALUE 'Y'.
       01 WS-RESTART-BKO-ISSUE-FILL PIC 9(7) VALUE ZERO.
       01 WS-RESTART-BKO-RCPT-FILL PIC 9(7) VALUE ZERO.
       01 WS-RESTART-LOCATION PIC X(4) VALUE SPACES.
       01 WS-RESTART-PHASE PIC X VALUE 'A'.
       01 WS-RESTART-LOC-TABLE.
           05 WS-RESTART-LOC-ENTRY OCCURS 5 TIMES.
               10 WS-RESTART-LOC-COUNT PIC 9(7).
               10 WS-RESTART-LOC-ALERTED PIC X.
               10 WS-RESTART-LOC-ISSUE-FILL PIC 9(7).
               10 WS-RESTART-LOC-RCPT-FILL PIC 9(7).
       01 WS-BKO-USED PIC 9(4) VALUE ZERO.
       01 WS-BKO-SUB PIC 9(4) VALUE ZERO.
       01 WS-BKO-TABLE.
           05 WS-BKO-ENTRY OCCURS 200 TIMES.
               10 WS-BKO-ITEM-CODE PIC X(8).
               10 WS-BKO-ACTION PIC X.
               10 WS-BKO-QTY PIC 9(7).
               10 WS-BKO-SHORT-DATE PIC X(8).
               10 WS-BKO-RUN-ID PIC X(14).
               10 WS-BKO-TRAN-IMAGE PIC X(16).
               10 WS-BKO-LOCATION PIC X(4).
               10 WS-BKO-LOT-NUMBER PIC X(10).
               10 WS-BKO-BEST-BY PIC X(8).
               10 WS-BKO-ORIGIN PIC X.
       01 WS-BKO-NEW-ENTRY.
           05 WS-BKN-ITEM-CODE PIC X(8).
           05 WS-BKN-ACTION PIC X.
           05 WS-BKN-QTY PIC 9(7).
           05 WS-BKN-SHORT-DATE PIC X(8).
           05 WS-BKN-RUN-ID PIC X(14).
           05 WS-BKN-TRAN-IMAGE PIC X(16).
           05 WS-BKN-LOCATION PIC X(4).
           05 WS-BKN-LOT-NUMBER PIC X(10).
           05 WS-BKN-BEST-BY PIC X(8).
           05 WS-BKN-ORIGIN PIC X.
       01 WS-BKO-HOLD-USED PIC 9(4) VALUE ZERO.
       01 WS-BKO-HOLD-SUB PIC 9(4) VALUE ZERO.
       01 WS-BKO-HOLD-TABLE.
           05 WS-BKO-HOLD-ENTRY PIC X(77) OCCURS 200 TIMES.
       01 WS-BKO-DROP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-TS PIC X(21) VALUE SPACES.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-STANDALONE-FLAG PIC X VALUE 'Y'.
           88 WS-STANDALONE VALUE 'Y'.
       01 WS-CURR-KEY.
           05 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
           05 WS-CURR-LOCATION PIC X(4) VALUE SPACES.
       01 WS-CURR-ITEM-DESC PIC X(30) VALUE SPACES.
       01 WS-CURR-REORDER-POINT PIC 9(7) VALUE ZERO.
       01 WS-CURR-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-VAL-STATUS PIC XX VALUE SPACES.
       01 WS-LOC-USED PIC 9 VALUE ZERO.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-START-SUB PIC 9 VALUE 1.
       01 WS-XFER-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-FIND-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-LOC-TABLE-OK-FLAG PIC X VALUE 'Y'.
           88 WS-LOC-TABLE-OK VALUE 'Y'.
       01 WS-LOC-BAD-MSG PIC X(30) VALUE SPACES.
       01 WS-LOC-IDLE-FLAG PIC X VALUE 'N'.
           88 WS-LOC-IDLE VALUE 'Y'.
       01 WS-TRAN-SCAN-DONE-FLAG PIC X VALUE 'N'.
           88 WS-TRAN-SCAN-DONE VALUE 'Y'.
       01 WS-ITEM-PHASE PIC X VALUE 'A'.
           88 WS-POSTING-PHASE VALUE 'A'.
           88 WS-DRAIN-PHASE VALUE 'B'.
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 5 TIMES.
               10 WS-LOC-CODE PIC X(4).
               10 WS-LOC-START-COUNT PIC 9(7).
               10 WS-LOC-COUNT PIC 9(7).
               10 WS-LOC-REORDER-POINT PIC 9(7).
               10 WS-LOC-ALERTED PIC X.
               10 WS-LOC-ISSUE-QTY PIC 9(9).
               10 WS-LOC-RECEIPT-QTY PIC 9(9).
               10 WS-LOC-XFER-OUT-QTY PIC 9(9).
               10 WS-LOC-XFER-IN-QTY PIC 9(9).
               10 WS-LOC-BKO-ISSUE-FILL PIC 9(7).
               10 WS-LOC-BKO-RCPT-FILL PIC 9(7).
       01 WS-XFER-COUNT-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-TRANSFER-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-TRANSFER-TRAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-XFER-SHORT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VAL-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-AMT-EDIT PIC Z(12)9.99.
       01 WS-COST-EDIT PIC Z(4)9.99.
       01 WS-VAL-ISSUE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-RECEIPT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-FLAG-TEXT PIC X(15) VALUE SPACES.
       01 WS-VAL-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-VAL-ITEM-LOCS PIC 9 VALUE ZERO.
       01 WS-VAL-ITEM-END PIC 9(9) VALUE ZERO.
       01 WS-VAL-ITEM-REORDER PIC 9(9) VALUE ZERO.
       01 WS-VAL-ITEM-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-ITEM-LAST-FLAG PIC X VALUE 'Y'.
           88 WS-VAL-ITEM-LAST VALUE 'Y'.
       01 WS-ITEMS-PROCESSED PIC 9(4) VALUE ZERO.
       01 WS-ITEM-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-END-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECAP-LOST PIC 9(4) VALUE ZERO.
       01 WS-RECAP-SUB PIC 9(4) VALUE ZERO.
       01 WS-RECAP-TABLE.
           05 WS-RECAP-ENTRY OCCURS 500 TIMES.
               10 WS-RECAP-ITEM-CODE PIC X(8).
               10 WS-RECAP-LOCATION PIC X(4).
               10 WS-RECAP-START PIC 9(7).
               10 WS-RECAP-END PIC 9(7).
               10 WS-RECAP-PROCESSED PIC 9(7).
               10 WS-RECAP-UNIT-COST PIC 9(5)V99.
               10 WS-RECAP-ISSUE-QTY PIC 9(9).
               10 WS-RECAP-RECEIPT-QTY PIC 9(9).
               10 WS-RECAP-XFER-OUT-QTY PIC 9(9).
               10 WS-RECAP-XFER-IN-QTY PIC 9(9).

       LINKAGE SECTION.
       01 LK-START-COUNT PIC 9(7).
           MOVE ZERO TO WS-RECEIPT-TOTAL
           MOVE ZERO TO WS-ISSUE-TRAN-COUNT
           MOVE ZERO TO WS-RECEIPT-TRAN-COUNT
           MOVE ZERO TO WS-TRANSFER-TOTAL
           MOVE ZERO TO WS-TRANSFER-TRAN-COUNT
           MOVE ZERO TO WS-XFER-SHORT-COUNT
           MOVE ZERO TO WS-ITER-COUNT
           MOVE ZERO TO WS-TRAN-CONSUMED-COUNT
           MOVE ZERO TO WS-TRAN-UNMATCHED-COUNT
           MOVE ZERO TO WS-SUSP-IN-COUNT
           MOVE ZERO TO WS-SUSP-WRITTEN-COUNT
           MOVE ZERO TO WS-SUSP-PURGED-COUNT
           MOVE ZERO TO WS-BKO-IN-COUNT
           MOVE ZERO TO WS-BKO-NEW-COUNT
           MOVE ZERO TO WS-BKO-NEW-QTY
           MOVE ZERO TO WS-BKO-FILL-ITER-COUNT
           MOVE ZERO TO WS-BKO-FILL-QTY
           MOVE ZERO TO WS-BKO-CLOSED-COUNT
           MOVE ZERO TO WS-BKO-OUT-COUNT
           MOVE ZERO TO WS-BKO-OUT-QTY
           MOVE ZERO TO WS-BKO-USED
           MOVE ZERO TO WS-BKO-HOLD-USED
           MOVE ZERO TO WS-BKO-DROP-COUNT
           MOVE 'N' TO WS-BKO-FILL-FLAG
           MOVE 'N' TO WS-BKO-IN-OPEN-FLAG
           MOVE 'N' TO WS-PBKO-EOF-FLAG
           MOVE 'N' TO WS-RESTART-ITEM-FLAG
           MOVE WS-START-TS(1:14) TO WS-RUN-ID
           MOVE ZERO TO WS-END-COUNT
           MOVE 10 TO WS-PROG-EVERY-N
           END-IF
           IF WS-TRIAL-RUN
               DISPLAY "TRIAL RUN - CHECKPOINT, PROGRESS, DETAIL, "
                   "ALERT, BACKORDER AND AUDIT FILES WILL NOT BE UPDATED"
           END-IF
           IF LK-START-COUNT OMITTED
               MOVE 'Y' TO WS-STANDALONE-FLAG
                   PERFORM 7705-CHECK-ALERT-STATUS
                   OPEN OUTPUT BOTL-SUSP-OUT-FILE
                   PERFORM 1795-CHECK-SUSO-STATUS
                   OPEN OUTPUT BOTL-BKO-OUT-FILE
                   PERFORM 1797-CHECK-BKOO-STATUS
               END-IF
               IF WS-STANDALONE
                   PERFORM 1720-OPEN-BACKORDER-FILE
                   PERFORM 2000-PROCESS-ITEM-MASTER
                   PERFORM 1775-DRAIN-BACKORDER-FILE
               ELSE
                   MOVE "BOTTLES" TO WS-CURR-ITEM-CODE
                   MOVE "BOTTLES OF BEER" TO WS-CURR-ITEM-DESC
                   MOVE ZERO TO WS-CURR-REORDER-POINT
                   MOVE ZERO TO WS-CURR-UNIT-COST
                   MOVE 'N' TO WS-ALERT-SENT-FLAG
                   PERFORM 2220-SET-SINGLE-LOCATION
                   PERFORM 3000-PROCESS-ONE-ITEM
               END-IF
               IF WS-TRAN-MODE AND WS-STANDALONE
               IF WS-STANDALONE AND NOT WS-TRIAL-RUN
                   CLOSE BOTL-ALERT-FILE
                   CLOSE BOTL-SUSP-OUT-FILE
                   CLOSE BOTL-BKO-OUT-FILE
               END-IF
               IF WS-TRAN-OPEN
                   CLOSE BOTL-TRAN-FILE
               IF WS-SUSP-IN-OPEN
                   CLOSE BOTL-SUSP-IN-FILE
               END-IF
               IF WS-BKO-IN-OPEN
                   CLOSE BOTL-BKO-IN-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-ITEM-ERROR
                       MOVE "FAILED - ITEM MASTER ERROR" TO WS-FINAL-STATUS
                           WHEN OTHER
                               PERFORM 0530-REJECT-PARM-CARD
                       END-EVALUATE
                   WHEN "EXPIRY-WINDOW"
                   WHEN "USAGE-LOOKBACK"
                   WHEN "LEAD-TIME"
                   WHEN "APPROVAL-TOLERANCE"
                   WHEN "PENDING-EXPIRY"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF NOT WS-PARM-NUM-OK
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "ITEM-FROM"
                       IF WS-PARM-VALUE = SPACES
                           PERFORM 0530-REJECT-PARM-CARD
       2200-SELECT-ITEM.
           MOVE BOTL-ITEM-CODE TO WS-CURR-ITEM-CODE
           MOVE BOTL-ITEM-DESC TO WS-CURR-ITEM-DESC
           MOVE BOTL-ITEM-UNIT-COST TO WS-CURR-UNIT-COST
           PERFORM 2210-LOAD-ITEM-LOCATIONS
           IF WS-RESTART-PENDING
               IF BOTL-ITEM-CODE < WS-RESTART-ITEM-CODE
                   PERFORM 2300-SKIP-COMPLETED-ITEM
               ELSE
                   IF BOTL-ITEM-CODE = WS-RESTART-ITEM-CODE
                           AND WS-LOC-TABLE-OK
                       PERFORM 2230-RESTORE-RESTART-ITEM
                   END-IF
                   MOVE 'N' TO WS-RESTART-PENDING-FLAG
                   PERFORM 3000-PROCESS-ONE-ITEM
               END-IF
           ELSE
               PERFORM 3000-PROCESS-ONE-ITEM
           END-IF.

       2210-LOAD-ITEM-LOCATIONS.
           MOVE 'Y' TO WS-LOC-TABLE-OK-FLAG
           MOVE SPACES TO WS-LOC-BAD-MSG
           MOVE ZERO TO WS-LOC-TOTAL
           MOVE 1 TO WS-LOC-START-SUB
           MOVE 'A' TO WS-ITEM-PHASE
           IF BOTL-ITEM-LOC-USED NOT NUMERIC
                   OR BOTL-ITEM-LOC-USED = ZERO
                   OR BOTL-ITEM-LOC-USED > 5
               MOVE ZERO TO WS-LOC-USED
               MOVE 'N' TO WS-LOC-TABLE-OK-FLAG
               MOVE "FAILED - BAD LOCATION TABLE" TO WS-LOC-BAD-MSG
           ELSE
               MOVE BOTL-ITEM-LOC-USED TO WS-LOC-USED
           END-IF
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED
               MOVE BOTL-ITEM-LOC-CODE(WS-LOC-SUB)
                   TO WS-LOC-CODE(WS-LOC-SUB)
               MOVE BOTL-ITEM-LOC-COUNT(WS-LOC-SUB)
                   TO WS-LOC-COUNT(WS-LOC-SUB)
               MOVE BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-SUB)
                   TO WS-LOC-REORDER-POINT(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-START-COUNT(WS-LOC-SUB)
               MOVE 'N' TO WS-LOC-ALERTED(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-ISSUE-QTY(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-RECEIPT-QTY(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-XFER-OUT-QTY(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-XFER-IN-QTY(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-BKO-ISSUE-FILL(WS-LOC-SUB)
               MOVE ZERO TO WS-LOC-BKO-RCPT-FILL(WS-LOC-SUB)
               EVALUATE TRUE
                   WHEN WS-LOC-CODE(WS-LOC-SUB) = SPACES
                       MOVE 'N' TO WS-LOC-TABLE-OK-FLAG
                   WHEN WS-LOC-SUB > 1
                           AND WS-LOC-CODE(WS-LOC-SUB)
                           NOT > WS-LOC-CODE(WS-LOC-SUB - 1)
                       MOVE 'N' TO WS-LOC-TABLE-OK-FLAG
                   WHEN BOTL-ITEM-LOC-COUNT(WS-LOC-SUB) NOT NUMERIC
                           OR BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-SUB)
                           NOT NUMERIC
                       MOVE 'N' TO WS-LOC-TABLE-OK-FLAG
                   WHEN OTHER
                       ADD WS-LOC-COUNT(WS-LOC-SUB) TO WS-LOC-TOTAL
               END-EVALUATE
           END-PERFORM
           IF WS-LOC-TABLE-OK
               IF WS-LOC-TOTAL NOT = BOTL-ITEM-COUNT
                   MOVE 'N' TO WS-LOC-TABLE-OK-FLAG
                   MOVE "FAILED - LOCATIONS DO NOT FOOT" TO WS-LOC-BAD-MSG
               END-IF
           ELSE
               IF WS-LOC-BAD-MSG = SPACES
                   MOVE "FAILED - BAD LOCATION TABLE" TO WS-LOC-BAD-MSG
               END-IF
           END-IF.

       2220-SET-SINGLE-LOCATION.
           MOVE 'Y' TO WS-LOC-TABLE-OK-FLAG
           MOVE 1 TO WS-LOC-USED
           MOVE 1 TO WS-LOC-START-SUB
           MOVE 'A' TO WS-ITEM-PHASE
           MOVE SPACES TO WS-LOC-CODE(1)
           MOVE WS-I TO WS-LOC-COUNT(1)
           MOVE ZERO TO WS-LOC-START-COUNT(1)
           MOVE ZERO TO WS-LOC-REORDER-POINT(1)
           MOVE 'N' TO WS-LOC-ALERTED(1)
           MOVE ZERO TO WS-LOC-ISSUE-QTY(1)
           MOVE ZERO TO WS-LOC-RECEIPT-QTY(1)
           MOVE ZERO TO WS-LOC-XFER-OUT-QTY(1)
           MOVE ZERO TO WS-LOC-XFER-IN-QTY(1)
           MOVE ZERO TO WS-LOC-BKO-ISSUE-FILL(1)
           MOVE ZERO TO WS-LOC-BKO-RCPT-FILL(1).

       2230-RESTORE-RESTART-ITEM.
           MOVE WS-RESTART-PHASE TO WS-ITEM-PHASE
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED
               MOVE WS-RESTART-LOC-COUNT(WS-LOC-SUB)
                   TO WS-LOC-COUNT(WS-LOC-SUB)
               MOVE WS-RESTART-LOC-ALERTED(WS-LOC-SUB)
                   TO WS-LOC-ALERTED(WS-LOC-SUB)
               MOVE WS-RESTART-LOC-ISSUE-FILL(WS-LOC-SUB)
                   TO WS-LOC-BKO-ISSUE-FILL(WS-LOC-SUB)
               MOVE WS-RESTART-LOC-RCPT-FILL(WS-LOC-SUB)
                   TO WS-LOC-BKO-RCPT-FILL(WS-LOC-SUB)
               IF WS-LOC-CODE(WS-LOC-SUB) = WS-RESTART-LOCATION
                   MOVE WS-LOC-SUB TO WS-LOC-START-SUB
               END-IF
           END-PERFORM
           SET WS-RESTART-ITEM TO TRUE.

       2300-SKIP-COMPLETED-ITEM.
           IF WS-LOC-TABLE-OK
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED
                   MOVE WS-END-COUNT TO WS-LOC-START-COUNT(WS-LOC-SUB)
                   MOVE WS-END-COUNT TO WS-LOC-COUNT(WS-LOC-SUB)
               END-PERFORM
               COMPUTE WS-ITEM-NEW-COUNT = WS-END-COUNT * WS-LOC-USED
               SET WS-ITEM-POSTED TO TRUE
               MOVE WS-ITEM-NEW-COUNT TO WS-ITEM-START-I
               MOVE WS-END-COUNT TO WS-I
               MOVE ZERO TO WS-ITEM-PROCESSED
               PERFORM 3200-STORE-ITEM-RECAP
           END-IF
           DISPLAY "ITEM " WS-CURR-ITEM-CODE
               " ALREADY COMPLETE - SKIPPED ON RESTART"
           MOVE SPACES TO BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS.

       3000-PROCESS-ONE-ITEM.
           PERFORM 3010-VALIDATE-LOCATIONS
           IF NOT WS-START-COUNT-VALID
               PERFORM 3100-REJECT-ITEM
           ELSE
               MOVE ZERO TO WS-ITEM-START-I
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED
                   MOVE WS-LOC-COUNT(WS-LOC-SUB)
                       TO WS-LOC-START-COUNT(WS-LOC-SUB)
                   ADD WS-LOC-COUNT(WS-LOC-SUB) TO WS-ITEM-START-I
               END-PERFORM
               ADD WS-ITEM-START-I TO WS-START-I
               MOVE FUNCTION CURRENT-DATE TO WS-ITEM-START-TS
               ADD 1 TO WS-ITEMS-PROCESSED
               MOVE ZERO TO WS-ITEM-BKO-ISSUE-FILL
               MOVE ZERO TO WS-ITEM-BKO-RCPT-FILL
               MOVE 'N' TO WS-BKO-FILL-FLAG
               MOVE WS-LOC-CODE(WS-LOC-START-SUB) TO WS-CURR-LOCATION
               MOVE WS-LOC-COUNT(WS-LOC-START-SUB) TO WS-I
               IF WS-STANDALONE
                   PERFORM 6030-REPORT-ITEM-HEADER
                   IF NOT WS-TRIAL-RUN
                       PERFORM 7650-WRITE-STATUS-SNAPSHOT
                   END-IF
                   PERFORM 3050-LOAD-ITEM-BACKORDERS
                   IF WS-RESTART-ITEM
                       PERFORM 3055-REAPPLY-RESTART-FILLS
                   END-IF
               END-IF
               MOVE 'N' TO WS-RESTART-ITEM-FLAG
               IF WS-POSTING-PHASE
                   PERFORM VARYING WS-LOC-SUB FROM WS-LOC-START-SUB BY 1
                           UNTIL WS-LOC-SUB > WS-LOC-USED
                       PERFORM 3020-POST-LOCATION
                   END-PERFORM
                   IF WS-TRAN-MODE AND WS-STANDALONE
                       PERFORM 1768-SUSPEND-ITEM-LEFTOVERS
                   END-IF
                   MOVE 1 TO WS-LOC-START-SUB
               END-IF
               SET WS-DRAIN-PHASE TO TRUE
               PERFORM VARYING WS-LOC-SUB FROM WS-LOC-START-SUB BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED
                   PERFORM 3030-DRAIN-LOCATION
               END-PERFORM
               MOVE ZERO TO WS-ITEM-NEW-COUNT
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED
                   ADD WS-LOC-COUNT(WS-LOC-SUB) TO WS-ITEM-NEW-COUNT
               END-PERFORM
               COMPUTE WS-ITEM-PROCESSED =
                   WS-ITEM-START-I - WS-ITEM-NEW-COUNT
               SET WS-ITEM-POSTED TO TRUE
               ADD WS-ITEM-NEW-COUNT TO WS-END-TOTAL
               IF WS-STANDALONE
                   PERFORM 3200-STORE-ITEM-RECAP
                   PERFORM 3060-WRITE-ITEM-BACKORDERS
               END-IF
           END-IF.

       3010-VALIDATE-LOCATIONS.
           IF NOT WS-LOC-TABLE-OK
               DISPLAY "INVALID LOCATION TABLE ON ITEM MASTER"
               MOVE 'N' TO WS-VALID-FLAG
               MOVE WS-LOC-BAD-MSG TO WS-VALID-MSG
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-LOC-SUB
               PERFORM UNTIL WS-LOC-SUB > WS-LOC-USED
                       OR NOT WS-START-COUNT-VALID
                   MOVE WS-LOC-COUNT(WS-LOC-SUB) TO WS-I
                   PERFORM 1500-VALIDATE-START-COUNT
                   ADD 1 TO WS-LOC-SUB
               END-PERFORM
           END-IF.

       3020-POST-LOCATION.
           PERFORM 3025-ENTER-LOCATION
           MOVE 'N' TO WS-BKO-FILL-FLAG
           PERFORM 3028-FILL-FROM-TRANSFER-IN
           MOVE 'N' TO WS-LOC-IDLE-FLAG
           PERFORM UNTIL WS-I = WS-END-COUNT OR WS-LOC-IDLE
               PERFORM 1800-DETERMINE-MOVEMENT
               IF WS-MOVE-SOURCE = SPACE
                   SET WS-LOC-IDLE TO TRUE
               ELSE
                   PERFORM 3040-APPLY-MOVEMENT
               END-IF
           END-PERFORM
           PERFORM 3027-SAVE-LOCATION.

       3025-ENTER-LOCATION.
           MOVE WS-LOC-CODE(WS-LOC-SUB) TO WS-CURR-LOCATION
           MOVE WS-LOC-REORDER-POINT(WS-LOC-SUB) TO WS-CURR-REORDER-POINT
           MOVE WS-LOC-COUNT(WS-LOC-SUB) TO WS-I
           MOVE WS-LOC-ALERTED(WS-LOC-SUB) TO WS-ALERT-SENT-FLAG
           IF WS-STANDALONE AND WS-I NOT = WS-END-COUNT
               PERFORM 6040-REPORT-LOCATION-HEADER
           END-IF.

       3027-SAVE-LOCATION.
           MOVE WS-I TO WS-LOC-COUNT(WS-LOC-SUB)
           MOVE WS-ALERT-SENT-FLAG TO WS-LOC-ALERTED(WS-LOC-SUB).

       3028-FILL-FROM-TRANSFER-IN.
           IF WS-STANDALONE
                   AND WS-LOC-XFER-IN-QTY(WS-LOC-SUB) > ZERO
               MOVE 'I' TO WS-BKO-FILL-ACTION
               SET WS-BKO-FILL-PENDING TO TRUE
           END-IF.

       3030-DRAIN-LOCATION.
           PERFORM 3025-ENTER-LOCATION
           MOVE 'N' TO WS-BKO-FILL-FLAG
           PERFORM 3028-FILL-FROM-TRANSFER-IN
           PERFORM UNTIL WS-I = WS-END-COUNT
               PERFORM 1800-DETERMINE-MOVEMENT
               PERFORM 3040-APPLY-MOVEMENT
           END-PERFORM
           PERFORM 3027-SAVE-LOCATION.

       3040-APPLY-MOVEMENT.
           MOVE WS-I TO WS-COUNT-BEFORE
           MOVE ZERO TO WS-BKO-SHORT-QTY
           EVALUATE TRUE
               WHEN WS-MOVE-RECEIPT
                   COMPUTE WS-REMAIN-BELOW-CAP = 9999999 - WS-I
                   IF WS-DECR > WS-REMAIN-BELOW-CAP
                       MOVE WS-REMAIN-BELOW-CAP TO WS-ACTUAL-DECR
                       COMPUTE WS-BKO-SHORT-QTY =
                           WS-DECR - WS-REMAIN-BELOW-CAP
                       MOVE 9999999 TO WS-I
                   ELSE
                       MOVE WS-DECR TO WS-ACTUAL-DECR
                       ADD WS-DECR TO WS-I
                   END-IF
                   ADD WS-ACTUAL-DECR TO WS-RECEIPT-TOTAL
                   ADD WS-ACTUAL-DECR TO WS-LOC-RECEIPT-QTY(WS-LOC-SUB)
               WHEN WS-MOVE-TRANSFER
                   PERFORM 3400-ISSUE-TRANSFER
               WHEN OTHER
                   COMPUTE WS-REMAIN-ABOVE-END = WS-I - WS-END-COUNT
                   IF WS-DECR > WS-REMAIN-ABOVE-END
                       MOVE WS-REMAIN-ABOVE-END TO WS-ACTUAL-DECR
                       COMPUTE WS-BKO-SHORT-QTY =
                           WS-DECR - WS-REMAIN-ABOVE-END
                       MOVE WS-END-COUNT TO WS-I
                   ELSE
                       MOVE WS-DECR TO WS-ACTUAL-DECR
                       SUBTRACT WS-DECR FROM WS-I
                   END-IF
                   ADD WS-ACTUAL-DECR TO WS-ISSUE-TOTAL
                   ADD WS-ACTUAL-DECR TO WS-LOC-ISSUE-QTY(WS-LOC-SUB)
           END-EVALUATE
           ADD 1 TO WS-ITER-COUNT
           EVALUATE TRUE
               WHEN WS-MOVE-SOURCE = 'B'
                   PERFORM 3320-APPLY-BACKORDER-FILL
               WHEN WS-MOVE-SOURCE = 'T' AND WS-MOVE-TRANSFER
                   IF WS-BKO-SHORT-QTY > ZERO
                       PERFORM 3420-HOLD-TRANSFER-SHORT
                   END-IF
               WHEN WS-MOVE-SOURCE = 'T'
                   IF WS-BKO-SHORT-QTY > ZERO
                       PERFORM 3300-RECORD-BACKORDER
                   END-IF
                   IF WS-STANDALONE
                       IF WS-MOVE-RECEIPT
                           MOVE 'I' TO WS-BKO-FILL-ACTION
                       ELSE
                           MOVE 'R' TO WS-BKO-FILL-ACTION
                       END-IF
                       SET WS-BKO-FILL-PENDING TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT WS-TRIAL-RUN
               PERFORM 7500-WRITE-DETAIL
           END-IF
           IF WS-MOVE-TRANSFER
               PERFORM 3410-RECEIVE-TRANSFER
           END-IF
           IF WS-STANDALONE AND NOT WS-ALERT-SENT
                   AND WS-CURR-REORDER-POINT > ZERO
                   AND WS-I NOT > WS-CURR-REORDER-POINT
               PERFORM 7700-WRITE-REORDER-ALERT
           END-IF
           PERFORM 3027-SAVE-LOCATION
           IF WS-STANDALONE AND NOT WS-TRIAL-RUN
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF
           IF WS-I = 1
               PERFORM 6000-REPORT-LINE-ONE
           ELSE IF WS-I = 0
               PERFORM 6010-REPORT-LINE-NONE
           ELSE
               PERFORM 6020-REPORT-LINE-MANY
           END-IF
           IF FUNCTION MOD(WS-ITER-COUNT, WS-PROG-EVERY-N) = 0
                   AND NOT WS-TRIAL-RUN
               PERFORM 7600-WRITE-PROGRESS
               IF WS-STANDALONE
                   PERFORM 7650-WRITE-STATUS-SNAPSHOT
               END-IF
           END-IF.

       3050-LOAD-ITEM-BACKORDERS.
           MOVE ZERO TO WS-BKO-USED
           PERFORM UNTIL WS-PBKO-EOF
                   OR WS-PBKO-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 3070-CARRY-BACKORDER
               PERFORM 1747-READ-BKO-PHYS
           END-PERFORM
           PERFORM UNTIL WS-PBKO-EOF
                   OR WS-PBKO-ITEM-CODE NOT = WS-CURR-ITEM-CODE
                   OR WS-BKO-USED = 200
               ADD 1 TO WS-BKO-USED
               MOVE BOTL-BKO-REC TO WS-BKO-ENTRY(WS-BKO-USED)
               IF WS-BKO-LOCATION(WS-BKO-USED) = SPACES
                   MOVE "MAIN" TO WS-BKO-LOCATION(WS-BKO-USED)
               END-IF
               PERFORM 1747-READ-BKO-PHYS
           END-PERFORM.

       3055-REAPPLY-RESTART-FILLS.
           MOVE WS-RESTART-BKO-ISSUE-FILL TO WS-ITEM-BKO-ISSUE-FILL
           MOVE WS-RESTART-BKO-RCPT-FILL TO WS-ITEM-BKO-RCPT-FILL
           IF WS-ITEM-BKO-ISSUE-FILL > ZERO
                   OR WS-ITEM-BKO-RCPT-FILL > ZERO
               DISPLAY "RESTART - BACKORDERS ALREADY FILLED FOR ITEM "
                   WS-CURR-ITEM-CODE " ISSUE " WS-ITEM-BKO-ISSUE-FILL
                   " RECEIPT " WS-ITEM-BKO-RCPT-FILL
           END-IF
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED
               MOVE 'I' TO WS-BKO-FILL-ACTION
               MOVE WS-LOC-BKO-ISSUE-FILL(WS-LOC-SUB)
                   TO WS-BKO-REAPPLY-QTY
               PERFORM 3056-REAPPLY-ONE-ACTION
               MOVE 'R' TO WS-BKO-FILL-ACTION
               MOVE WS-LOC-BKO-RCPT-FILL(WS-LOC-SUB)
                   TO WS-BKO-REAPPLY-QTY
               PERFORM 3056-REAPPLY-ONE-ACTION
           END-PERFORM.

       3056-REAPPLY-ONE-ACTION.
           MOVE ZERO TO WS-BKO-SUB
           PERFORM UNTIL WS-BKO-REAPPLY-QTY = ZERO
                   OR WS-BKO-SUB = WS-BKO-USED
               ADD 1 TO WS-BKO-SUB
               IF WS-BKO-ACTION(WS-BKO-SUB) = WS-BKO-FILL-ACTION
                       AND WS-BKO-LOCATION(WS-BKO-SUB)
                       = WS-LOC-CODE(WS-LOC-SUB)
                   IF WS-BKO-QTY(WS-BKO-SUB) > WS-BKO-REAPPLY-QTY
                       MOVE WS-BKO-REAPPLY-QTY TO WS-BKO-TAKE-QTY
                   ELSE
                       MOVE WS-BKO-QTY(WS-BKO-SUB) TO WS-BKO-TAKE-QTY
                   END-IF
                   SUBTRACT WS-BKO-TAKE-QTY FROM WS-BKO-QTY(WS-BKO-SUB)
                   SUBTRACT WS-BKO-TAKE-QTY FROM WS-BKO-REAPPLY-QTY
               END-IF
           END-PERFORM.

       3060-WRITE-ITEM-BACKORDERS.
           MOVE ZERO TO WS-BKO-SUB
           PERFORM UNTIL WS-BKO-SUB = WS-BKO-USED
               ADD 1 TO WS-BKO-SUB
               IF WS-BKO-QTY(WS-BKO-SUB) > ZERO
                   ADD 1 TO WS-BKO-OUT-COUNT
                   ADD WS-BKO-QTY(WS-BKO-SUB) TO WS-BKO-OUT-QTY
                   IF NOT WS-TRIAL-RUN
                       MOVE WS-BKO-ENTRY(WS-BKO-SUB) TO BOTL-BKOO-REC
                       WRITE BOTL-BKOO-REC
                       PERFORM 1797-CHECK-BKOO-STATUS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PBKO-EOF
                   OR WS-PBKO-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               DISPLAY "BACKORDER TABLE FULL - ITEM "
                   WS-CURR-ITEM-CODE " BACKORDER OF "
                   BOTL-BKO-SHORT-DATE " CARRIED UNFILLED"
               PERFORM 3070-CARRY-BACKORDER
               PERFORM 1747-READ-BKO-PHYS
           END-PERFORM
           MOVE ZERO TO WS-BKO-HOLD-SUB
           PERFORM UNTIL WS-BKO-HOLD-SUB = WS-BKO-HOLD-USED
               ADD 1 TO WS-BKO-HOLD-SUB
               MOVE WS-BKO-HOLD-ENTRY(WS-BKO-HOLD-SUB) TO WS-BKO-NEW-ENTRY
               ADD 1 TO WS-BKO-OUT-COUNT
               ADD WS-BKN-QTY TO WS-BKO-OUT-QTY
               IF NOT WS-TRIAL-RUN
                   MOVE WS-BKO-NEW-ENTRY TO BOTL-BKOO-REC
                   WRITE BOTL-BKOO-REC
                   PERFORM 1797-CHECK-BKOO-STATUS
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-BKO-USED
           MOVE ZERO TO WS-BKO-HOLD-USED
           MOVE 'N' TO WS-BKO-FILL-FLAG.

       3070-CARRY-BACKORDER.
           ADD 1 TO WS-BKO-OUT-COUNT
           ADD BOTL-BKO-QTY TO WS-BKO-OUT-QTY
           IF NOT WS-TRIAL-RUN
               MOVE BOTL-BKO-REC TO BOTL-BKOO-REC
               WRITE BOTL-BKOO-REC
               PERFORM 1797-CHECK-BKOO-STATUS
           END-IF.

       3300-RECORD-BACKORDER.
           ADD 1 TO WS-BKO-NEW-COUNT
           ADD WS-BKO-SHORT-QTY TO WS-BKO-NEW-QTY
           DISPLAY "BACKORDER - ITEM " WS-CURR-ITEM-CODE
               " LOCATION " WS-CURR-LOCATION
               " ACTION " WS-MOVE-ACTION " KEYED " WS-DECR
               " POSTED " WS-ACTUAL-DECR " SHORT " WS-BKO-SHORT-QTY
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "BACKORDER ITEM=" WS-CURR-ITEM-CODE
               " LOC=" WS-CURR-LOCATION
               " ACTION=" WS-MOVE-ACTION
               " KEYED=" WS-DECR
               " POSTED=" WS-ACTUAL-DECR
               " SHORT=" WS-BKO-SHORT-QTY
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS
           IF WS-STANDALONE
               MOVE WS-CURR-ITEM-CODE TO WS-BKN-ITEM-CODE
               MOVE WS-MOVE-ACTION TO WS-BKN-ACTION
               MOVE WS-BKO-SHORT-QTY TO WS-BKN-QTY
               MOVE WS-START-TS(1:8) TO WS-BKN-SHORT-DATE
               MOVE WS-RUN-ID TO WS-BKN-RUN-ID
               MOVE WS-MOVE-TRAN TO WS-BKN-TRAN-IMAGE
               MOVE WS-CURR-LOCATION TO WS-BKN-LOCATION
               MOVE WS-MOVE-LOT-NUMBER TO WS-BKN-LOT-NUMBER
               MOVE WS-MOVE-BEST-BY TO WS-BKN-BEST-BY
               MOVE WS-MOVE-ORIGIN TO WS-BKN-ORIGIN
               IF WS-BKO-USED < 200
                   ADD 1 TO WS-BKO-USED
                   MOVE WS-BKO-NEW-ENTRY TO WS-BKO-ENTRY(WS-BKO-USED)
               ELSE
                   PERFORM 3310-HOLD-FULL-BACKORDER
               END-IF
           END-IF.

       3310-HOLD-FULL-BACKORDER.
           IF WS-BKO-HOLD-USED < 200
               ADD 1 TO WS-BKO-HOLD-USED
               MOVE WS-BKO-NEW-ENTRY TO WS-BKO-HOLD-ENTRY(WS-BKO-HOLD-USED)
               DISPLAY "BACKORDER TABLE FULL - ITEM " WS-CURR-ITEM-CODE
                   " BACKORDER OF " WS-BKN-SHORT-DATE
                   " CARRIED UNFILLED"
           ELSE
               ADD 1 TO WS-BKO-DROP-COUNT
               DISPLAY "BACKORDER HOLD FULL - ITEM " WS-CURR-ITEM-CODE
                   " LOCATION " WS-CURR-LOCATION
                   " SHORT " WS-BKO-SHORT-QTY " NOT CARRIED"
               MOVE SPACES TO BOTL-RPT-LINE
               STRING "BACKORDER NOT CARRIED ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-CURR-LOCATION
                   " ACTION=" WS-MOVE-ACTION
                   " SHORT=" WS-BKO-SHORT-QTY
                   " - TABLE FULL, REKEY"
                   DELIMITED BY SIZE INTO BOTL-RPT-LINE
               WRITE BOTL-RPT-LINE
               PERFORM 6090-CHECK-RPT-STATUS
           END-IF.

       3320-APPLY-BACKORDER-FILL.
           SUBTRACT WS-ACTUAL-DECR FROM WS-BKO-QTY(WS-BKO-FILL-SUB)
           ADD WS-ACTUAL-DECR TO WS-BKO-FILL-QTY
           IF WS-MOVE-RECEIPT
               ADD WS-ACTUAL-DECR TO WS-ITEM-BKO-RCPT-FILL
               ADD WS-ACTUAL-DECR TO WS-LOC-BKO-RCPT-FILL(WS-LOC-SUB)
           ELSE
               ADD WS-ACTUAL-DECR TO WS-ITEM-BKO-ISSUE-FILL
               ADD WS-ACTUAL-DECR TO WS-LOC-BKO-ISSUE-FILL(WS-LOC-SUB)
           END-IF
           IF WS-BKO-QTY(WS-BKO-FILL-SUB) = ZERO
               ADD 1 TO WS-BKO-CLOSED-COUNT
           END-IF
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "BACKORDER FILLED ITEM=" WS-CURR-ITEM-CODE
               " LOC=" WS-CURR-LOCATION
               " ACTION=" WS-MOVE-ACTION
               " QTY=" WS-ACTUAL-DECR
               " STILL SHORT=" WS-BKO-QTY(WS-BKO-FILL-SUB)
               " SINCE=" WS-BKO-SHORT-DATE(WS-BKO-FILL-SUB)
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS.

       3400-ISSUE-TRANSFER.
           COMPUTE WS-REMAIN-ABOVE-END = WS-I - WS-END-COUNT
           IF WS-DECR > WS-REMAIN-ABOVE-END
               MOVE WS-REMAIN-ABOVE-END TO WS-ACTUAL-DECR
           ELSE
               MOVE WS-DECR TO WS-ACTUAL-DECR
           END-IF
           IF WS-XFER-SUB NOT = WS-LOC-SUB
               COMPUTE WS-REMAIN-BELOW-CAP =
                   9999999 - WS-LOC-COUNT(WS-XFER-SUB)
               IF WS-ACTUAL-DECR > WS-REMAIN-BELOW-CAP
                   MOVE WS-REMAIN-BELOW-CAP TO WS-ACTUAL-DECR
               END-IF
           END-IF
           COMPUTE WS-BKO-SHORT-QTY = WS-DECR - WS-ACTUAL-DECR
           SUBTRACT WS-ACTUAL-DECR FROM WS-I
           ADD WS-ACTUAL-DECR TO WS-TRANSFER-TOTAL
           ADD WS-ACTUAL-DECR TO WS-LOC-XFER-OUT-QTY(WS-LOC-SUB).

       3410-RECEIVE-TRANSFER.
           IF WS-XFER-SUB = WS-LOC-SUB
               MOVE WS-I TO WS-XFER-COUNT-BEFORE
               ADD WS-ACTUAL-DECR TO WS-I
               MOVE WS-I TO WS-LOC-COUNT(WS-XFER-SUB)
           ELSE
               MOVE WS-LOC-COUNT(WS-XFER-SUB) TO WS-XFER-COUNT-BEFORE
               ADD WS-ACTUAL-DECR TO WS-LOC-COUNT(WS-XFER-SUB)
           END-IF
           ADD WS-ACTUAL-DECR TO WS-LOC-XFER-IN-QTY(WS-XFER-SUB)
           IF NOT WS-TRIAL-RUN
               PERFORM 7510-WRITE-TRANSFER-RECEIPT
           END-IF
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "TRANSFER ITEM=" WS-CURR-ITEM-CODE
               " FROM=" WS-CURR-LOCATION
               " TO=" WS-LOC-CODE(WS-XFER-SUB)
               " QTY=" WS-ACTUAL-DECR
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS.

       3420-HOLD-TRANSFER-SHORT.
           ADD 1 TO WS-XFER-SHORT-COUNT
           DISPLAY "TRANSFER SHORT - ITEM " WS-CURR-ITEM-CODE
               " FROM " WS-CURR-LOCATION " TO " WS-LOC-CODE(WS-XFER-SUB)
               " KEYED " WS-DECR " MOVED " WS-ACTUAL-DECR
               " HELD " WS-BKO-SHORT-QTY
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "TRANSFER SHORT ITEM=" WS-CURR-ITEM-CODE
               " FROM=" WS-CURR-LOCATION
               " TO=" WS-LOC-CODE(WS-XFER-SUB)
               " KEYED=" WS-DECR
               " MOVED=" WS-ACTUAL-DECR
               " HELD=" WS-BKO-SHORT-QTY
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS
           IF WS-STANDALONE
               COMPUTE WS-SUSP-NEW-AGE = WS-MOVE-SUSP-AGE + 1
               MOVE WS-CURR-ITEM-CODE TO WS-SUSP-BUILD-ITEM-CODE
               MOVE 'X' TO WS-SUSP-BUILD-ACTION
               MOVE WS-BKO-SHORT-QTY TO WS-SUSP-BUILD-QTY
               MOVE "TRANSFER SHORT - QTY HELD" TO WS-SUSP-BUILD-REASON
               MOVE WS-CURR-LOCATION TO WS-SUSP-BUILD-LOCATION
               MOVE WS-LOC-CODE(WS-XFER-SUB)
                   TO WS-SUSP-BUILD-TO-LOCATION
               MOVE SPACES TO WS-SUSP-BUILD-LOT-NUMBER
               MOVE SPACES TO WS-SUSP-BUILD-BEST-BY
               MOVE SPACE TO WS-SUSP-BUILD-ORIGIN
               PERFORM 1767-WRITE-SUSPENSE
           END-IF.

       3100-REJECT-ITEM.
           MOVE SPACES TO WS-VALID-MSG.

       3200-STORE-ITEM-RECAP.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED
               PERFORM 3210-STORE-LOCATION-RECAP
           END-PERFORM.

       3210-STORE-LOCATION-RECAP.
           IF WS-RECAP-USED < 500
               ADD 1 TO WS-RECAP-USED
               MOVE WS-CURR-ITEM-CODE
                   TO WS-RECAP-ITEM-CODE(WS-RECAP-USED)
               MOVE WS-LOC-CODE(WS-LOC-SUB)
                   TO WS-RECAP-LOCATION(WS-RECAP-USED)
               MOVE WS-LOC-START-COUNT(WS-LOC-SUB)
                   TO WS-RECAP-START(WS-RECAP-USED)
               MOVE WS-LOC-COUNT(WS-LOC-SUB)
                   TO WS-RECAP-END(WS-RECAP-USED)
               COMPUTE WS-RECAP-PROCESSED(WS-RECAP-USED) =
                   WS-LOC-START-COUNT(WS-LOC-SUB)
                   - WS-LOC-COUNT(WS-LOC-SUB)
               MOVE WS-LOC-REORDER-POINT(WS-LOC-SUB)
                   TO WS-RECAP-REORDER(WS-RECAP-USED)
               MOVE WS-CURR-UNIT-COST
                   TO WS-RECAP-UNIT-COST(WS-RECAP-USED)
               MOVE WS-LOC-ISSUE-QTY(WS-LOC-SUB)
                   TO WS-RECAP-ISSUE-QTY(WS-RECAP-USED)
               MOVE WS-LOC-RECEIPT-QTY(WS-LOC-SUB)
                   TO WS-RECAP-RECEIPT-QTY(WS-RECAP-USED)
               MOVE WS-LOC-XFER-OUT-QTY(WS-LOC-SUB)
                   TO WS-RECAP-XFER-OUT-QTY(WS-RECAP-USED)
               MOVE WS-LOC-XFER-IN-QTY(WS-LOC-SUB)
                   TO WS-RECAP-XFER-IN-QTY(WS-RECAP-USED)
           ELSE
               ADD 1 TO WS-RECAP-LOST
           END-IF.
       2400-WRITE-UPDATED-ITEM.
           IF WS-ITEM-POSTED
               MOVE WS-ITEM-NEW-COUNT TO BOTL-ITEM-COUNT
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED
                   MOVE WS-LOC-COUNT(WS-LOC-SUB)
                       TO BOTL-ITEM-LOC-COUNT(WS-LOC-SUB)
               END-PERFORM
           END-IF
           MOVE BOTL-ITEM-REC TO BOTL-ITMO-REC
           WRITE BOTL-ITMO-REC
               PERFORM 1750-READ-TRAN-RECORD
           END-IF.

       1720-OPEN-BACKORDER-FILE.
           OPEN INPUT BOTL-BKO-IN-FILE
           EVALUATE WS-BKOI-STATUS
               WHEN "00"
                   SET WS-BKO-IN-OPEN TO TRUE
                   PERFORM 1747-READ-BKO-PHYS
               WHEN "05"
                   SET WS-BKO-IN-OPEN TO TRUE
                   PERFORM 1747-READ-BKO-PHYS
               WHEN "35"
                   SET WS-PBKO-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "BACKORDER FILE OPEN ERROR - STATUS "
                       WS-BKOI-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-PBKO-EOF TO TRUE
           END-EVALUATE.

       1745-READ-TRAN-PHYS.
           READ BOTL-TRAN-FILE
               AT END
                   MOVE BOTL-TRAN-ITEM-CODE TO WS-PTRAN-ITEM-CODE
                   MOVE BOTL-TRAN-ACTION TO WS-PTRAN-ACTION
                   MOVE BOTL-TRAN-QTY TO WS-PTRAN-QTY
                   MOVE BOTL-TRAN-LOCATION TO WS-PTRAN-LOCATION
                   IF WS-PTRAN-LOCATION = SPACES
                       MOVE "MAIN" TO WS-PTRAN-LOCATION
                   END-IF
                   MOVE BOTL-TRAN-TO-LOCATION TO WS-PTRAN-TO-LOCATION
                   MOVE BOTL-TRAN-LOT-NUMBER TO WS-PTRAN-LOT-NUMBER
                   MOVE BOTL-TRAN-BEST-BY TO WS-PTRAN-BEST-BY
                   MOVE BOTL-TRAN-ORIGIN TO WS-PTRAN-ORIGIN
           END-READ
           PERFORM 1790-CHECK-TRAN-STATUS.

                   MOVE BOTL-SUSP-ACTION TO WS-PSUSP-ACTION
                   MOVE BOTL-SUSP-QTY TO WS-PSUSP-QTY
                   MOVE BOTL-SUSP-AGE TO WS-PSUSP-AGE
                   MOVE BOTL-SUSP-LOCATION TO WS-PSUSP-LOCATION
                   IF WS-PSUSP-LOCATION = SPACES
                       MOVE "MAIN" TO WS-PSUSP-LOCATION
                   END-IF
                   MOVE BOTL-SUSP-TO-LOCATION TO WS-PSUSP-TO-LOCATION
                   MOVE BOTL-SUSP-LOT-NUMBER TO WS-PSUSP-LOT-NUMBER
                   MOVE BOTL-SUSP-BEST-BY TO WS-PSUSP-BEST-BY
                   MOVE BOTL-SUSP-ORIGIN TO WS-PSUSP-ORIGIN
           END-READ
           PERFORM 1791-CHECK-SUSI-STATUS.

       1747-READ-BKO-PHYS.
           READ BOTL-BKO-IN-FILE
               AT END
                   SET WS-PBKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BKO-IN-COUNT
                   MOVE BOTL-BKO-ITEM-CODE TO WS-PBKO-ITEM-CODE
           END-READ
           PERFORM 1792-CHECK-BKOI-STATUS.

       1750-READ-TRAN-RECORD.
           EVALUATE TRUE
               WHEN WS-PTRAN-EOF AND WS-PSUSP-EOF
                   PERFORM 1755-TAKE-SUSP-RECORD
               WHEN WS-PSUSP-EOF
                   PERFORM 1756-TAKE-TRAN-RECORD
               WHEN WS-PSUSP-KEY NOT > WS-PTRAN-KEY
                   PERFORM 1755-TAKE-SUSP-RECORD
               WHEN OTHER
                   PERFORM 1756-TAKE-TRAN-RECORD
           MOVE WS-PSUSP-ACTION TO WS-TRAN-ACTION
           MOVE WS-PSUSP-QTY TO WS-TRAN-QTY
           MOVE WS-PSUSP-AGE TO WS-TRAN-SUSP-AGE
           MOVE WS-PSUSP-LOCATION TO WS-TRAN-LOCATION
           MOVE WS-PSUSP-TO-LOCATION TO WS-TRAN-TO-LOCATION
           MOVE WS-PSUSP-LOT-NUMBER TO WS-TRAN-LOT-NUMBER
           MOVE WS-PSUSP-BEST-BY TO WS-TRAN-BEST-BY
           MOVE WS-PSUSP-ORIGIN TO WS-TRAN-ORIGIN
           SET WS-TRAN-FROM-SUSP TO TRUE
           PERFORM 1746-READ-SUSP-PHYS.

           MOVE WS-PTRAN-ACTION TO WS-TRAN-ACTION
           MOVE WS-PTRAN-QTY TO WS-TRAN-QTY
           MOVE ZERO TO WS-TRAN-SUSP-AGE
           MOVE WS-PTRAN-LOCATION TO WS-TRAN-LOCATION
           MOVE WS-PTRAN-TO-LOCATION TO WS-TRAN-TO-LOCATION
           MOVE WS-PTRAN-LOT-NUMBER TO WS-TRAN-LOT-NUMBER
           MOVE WS-PTRAN-BEST-BY TO WS-TRAN-BEST-BY
           MOVE WS-PTRAN-ORIGIN TO WS-TRAN-ORIGIN
           MOVE 'N' TO WS-TRAN-FROM-SUSP-FLAG
           PERFORM 1745-READ-TRAN-PHYS.

           PERFORM UNTIL WS-TRAN-EOF
                   OR (WS-TRAN-QTY > 0
                       AND (NOT WS-STANDALONE
                           OR WS-TRAN-KEY NOT < WS-CURR-KEY))
               IF WS-TRAN-QTY > 0 AND WS-STANDALONE
                       AND WS-TRAN-KEY < WS-CURR-KEY
                   PERFORM 1766-SET-SUSPEND-REASON
                   PERFORM 1765-SUSPEND-UNMATCHED
               END-IF
               PERFORM 1750-READ-TRAN-RECORD
       1765-SUSPEND-UNMATCHED.
           ADD 1 TO WS-TRAN-UNMATCHED-COUNT
           COMPUTE WS-SUSP-NEW-AGE = WS-TRAN-SUSP-AGE + 1
           MOVE WS-TRAN-ITEM-CODE TO WS-SUSP-BUILD-ITEM-CODE
           MOVE WS-TRAN-ACTION TO WS-SUSP-BUILD-ACTION
           MOVE WS-TRAN-QTY TO WS-SUSP-BUILD-QTY
           MOVE WS-SUSP-REASON TO WS-SUSP-BUILD-REASON
           MOVE WS-TRAN-LOCATION TO WS-SUSP-BUILD-LOCATION
           MOVE WS-TRAN-TO-LOCATION TO WS-SUSP-BUILD-TO-LOCATION
           MOVE WS-TRAN-LOT-NUMBER TO WS-SUSP-BUILD-LOT-NUMBER
           MOVE WS-TRAN-BEST-BY TO WS-SUSP-BUILD-BEST-BY
           MOVE WS-TRAN-ORIGIN TO WS-SUSP-BUILD-ORIGIN
           PERFORM 1767-WRITE-SUSPENSE.

       1766-SET-SUSPEND-REASON.
           IF WS-TRAN-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               MOVE "NO MATCHING MASTER ITEM" TO WS-SUSP-REASON
           ELSE
               MOVE "LOCATION NOT ON ITEM MASTER" TO WS-SUSP-REASON
               PERFORM VARYING WS-LOC-FIND-SUB FROM 1 BY 1
                       UNTIL WS-LOC-FIND-SUB > WS-LOC-USED
                   IF WS-LOC-CODE(WS-LOC-FIND-SUB) = WS-TRAN-LOCATION
                       MOVE "LOCATION ALREADY AT END COUNT"
                           TO WS-SUSP-REASON
                   END-IF
               END-PERFORM
           END-IF.

       1767-WRITE-SUSPENSE.
           MOVE WS-SUSP-NEW-AGE TO WS-SUSP-BUILD-AGE
           IF WS-SUSP-NEW-AGE > WS-SUSP-RETAIN-DAYS
               ADD 1 TO WS-SUSP-PURGED-COUNT
               DISPLAY "SUSPENSE PURGED - ITEM " WS-SUSP-BUILD-ITEM-CODE
                   " LOCATION " WS-SUSP-BUILD-LOCATION
                   " ACTION " WS-SUSP-BUILD-ACTION
                   " QTY " WS-SUSP-BUILD-QTY
                   " AGE " WS-SUSP-NEW-AGE " OVER RETENTION"
               MOVE SPACES TO BOTL-RPT-LINE
               STRING "SUSPENSE PURGED ITEM=" WS-SUSP-BUILD-ITEM-CODE
                   " LOC=" WS-SUSP-BUILD-LOCATION
                   " ACTION=" WS-SUSP-BUILD-ACTION
                   " QTY=" WS-SUSP-BUILD-QTY
                   " AGE=" WS-SUSP-NEW-AGE
                   DELIMITED BY SIZE INTO BOTL-RPT-LINE
               WRITE BOTL-RPT-LINE
           ELSE
               ADD 1 TO WS-SUSP-WRITTEN-COUNT
               IF NOT WS-TRIAL-RUN
                   MOVE WS-SUSP-BUILD TO BOTL-SUSO-REC
                   WRITE BOTL-SUSO-REC
                   PERFORM 1795-CHECK-SUSO-STATUS
               END-IF
           END-IF.

       1768-SUSPEND-ITEM-LEFTOVERS.
           PERFORM UNTIL WS-TRAN-EOF
                   OR WS-TRAN-ITEM-CODE > WS-CURR-ITEM-CODE
               IF WS-TRAN-QTY > 0
                   PERFORM 1766-SET-SUSPEND-REASON
                   PERFORM 1765-SUSPEND-UNMATCHED
               END-IF
               PERFORM 1750-READ-TRAN-RECORD
           END-PERFORM.

       1770-DRAIN-TRAN-FILE.
           PERFORM UNTIL WS-TRAN-EOF
               IF WS-TRAN-QTY > 0
               PERFORM 1750-READ-TRAN-RECORD
           END-PERFORM.

       1775-DRAIN-BACKORDER-FILE.
           PERFORM UNTIL WS-PBKO-EOF
               PERFORM 3070-CARRY-BACKORDER
               PERFORM 1747-READ-BKO-PHYS
           END-PERFORM.

       1780-SKIP-APPLIED-TRANS.
           DISPLAY "RESTART - SKIPPING " WS-RESTART-TRAN-SKIP
               " TRANSACTION RECORDS ALREADY APPLIED (ISSUED "
               SET WS-PSUSP-EOF TO TRUE
           END-IF.

       1792-CHECK-BKOI-STATUS.
           IF WS-BKOI-STATUS NOT = "00" AND WS-BKOI-STATUS NOT = "10"
               DISPLAY "BACKORDER FILE I/O ERROR - STATUS "
                   WS-BKOI-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-PBKO-EOF TO TRUE
           END-IF.

       1795-CHECK-SUSO-STATUS.
           IF WS-SUSO-STATUS NOT = "00"
               DISPLAY "SUSPENSE OUTPUT FILE I/O ERROR - STATUS "
               SET WS-IO-ERROR TO TRUE
           END-IF.

       1797-CHECK-BKOO-STATUS.
           IF WS-BKOO-STATUS NOT = "00"
               DISPLAY "BACKORDER OUTPUT FILE I/O ERROR - STATUS "
                   WS-BKOO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       1800-DETERMINE-MOVEMENT.
           MOVE 1 TO WS-DECR
           MOVE 'I' TO WS-MOVE-ACTION
           MOVE SPACES TO WS-MOVE-LOT-NUMBER
           MOVE SPACES TO WS-MOVE-BEST-BY
           MOVE SPACE TO WS-MOVE-ORIGIN
           MOVE SPACE TO WS-MOVE-SOURCE
           IF WS-BKO-FILL-PENDING
               PERFORM 1850-SELECT-BACKORDER-FILL
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVE-SOURCE = 'B'
                   ADD 1 TO WS-BKO-FILL-ITER-COUNT
               WHEN WS-DRAIN-PHASE
                   MOVE 'F' TO WS-MOVE-SOURCE
                   ADD 1 TO WS-FALLBACK-COUNT
               WHEN WS-TRAN-MODE
                   PERFORM 1810-TAKE-LOCATION-TRAN
           END-EVALUATE.

       1810-TAKE-LOCATION-TRAN.
           MOVE 'N' TO WS-TRAN-SCAN-DONE-FLAG
           PERFORM UNTIL WS-TRAN-SCAN-DONE
               PERFORM 1760-POSITION-TRAN-FILE
               IF WS-TRAN-EOF
                       OR (WS-STANDALONE AND WS-TRAN-KEY NOT = WS-CURR-KEY)
                   SET WS-TRAN-SCAN-DONE TO TRUE
               ELSE
                   MOVE WS-LOC-SUB TO WS-XFER-SUB
                   IF WS-TRAN-ACTION = 'X' AND WS-STANDALONE
                       PERFORM 1820-FIND-TO-LOCATION
                   END-IF
                   IF WS-XFER-SUB = ZERO
                       MOVE "TO-LOCATION NOT ON ITEM MASTER"
                           TO WS-SUSP-REASON
                       PERFORM 1765-SUSPEND-UNMATCHED
                       PERFORM 1750-READ-TRAN-RECORD
                   ELSE
                       PERFORM 1830-TAKE-TRAN-MOVEMENT
                       SET WS-TRAN-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1820-FIND-TO-LOCATION.
           MOVE ZERO TO WS-XFER-SUB
           PERFORM VARYING WS-LOC-FIND-SUB FROM 1 BY 1
                   UNTIL WS-LOC-FIND-SUB > WS-LOC-USED
               IF WS-LOC-CODE(WS-LOC-FIND-SUB) = WS-TRAN-TO-LOCATION
                   MOVE WS-LOC-FIND-SUB TO WS-XFER-SUB
               END-IF
           END-PERFORM.

       1830-TAKE-TRAN-MOVEMENT.
           MOVE WS-TRAN-QTY TO WS-DECR
           MOVE 'T' TO WS-MOVE-SOURCE
           MOVE WS-TRAN-ITEM-CODE TO WS-MOVE-TRAN-ITEM-CODE
           MOVE WS-TRAN-ACTION TO WS-MOVE-TRAN-ACTION
           MOVE WS-TRAN-QTY TO WS-MOVE-TRAN-QTY
           MOVE WS-TRAN-SUSP-AGE TO WS-MOVE-SUSP-AGE
           MOVE WS-TRAN-ORIGIN TO WS-MOVE-ORIGIN
           EVALUATE WS-TRAN-ACTION
               WHEN 'R'
                   MOVE 'R' TO WS-MOVE-ACTION
                   MOVE WS-TRAN-LOT-NUMBER TO WS-MOVE-LOT-NUMBER
                   MOVE WS-TRAN-BEST-BY TO WS-MOVE-BEST-BY
                   ADD 1 TO WS-RECEIPT-TRAN-COUNT
               WHEN 'X'
                   MOVE 'X' TO WS-MOVE-ACTION
                   ADD 1 TO WS-TRANSFER-TRAN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ISSUE-TRAN-COUNT
           END-EVALUATE
           ADD 1 TO WS-TRAN-CONSUMED-COUNT
           PERFORM 1750-READ-TRAN-RECORD.

       1850-SELECT-BACKORDER-FILL.
           IF WS-BKO-FILL-ACTION = 'R'
               COMPUTE WS-BKO-ROOM = 9999999 - WS-I
           ELSE
               COMPUTE WS-BKO-ROOM = WS-I - WS-END-COUNT
           END-IF
           MOVE ZERO TO WS-BKO-FILL-SUB
           MOVE ZERO TO WS-BKO-SUB
           PERFORM UNTIL WS-BKO-FILL-SUB > ZERO
                   OR WS-BKO-SUB = WS-BKO-USED
                   OR WS-BKO-ROOM = ZERO
               ADD 1 TO WS-BKO-SUB
               IF WS-BKO-ACTION(WS-BKO-SUB) = WS-BKO-FILL-ACTION
                       AND WS-BKO-LOCATION(WS-BKO-SUB) = WS-CURR-LOCATION
                       AND WS-BKO-QTY(WS-BKO-SUB) > ZERO
                   MOVE WS-BKO-SUB TO WS-BKO-FILL-SUB
               END-IF
           END-PERFORM
           IF WS-BKO-FILL-SUB = ZERO
               MOVE 'N' TO WS-BKO-FILL-FLAG
           ELSE
               IF WS-BKO-QTY(WS-BKO-FILL-SUB) > WS-BKO-ROOM
                   MOVE WS-BKO-ROOM TO WS-DECR
               ELSE
                   MOVE WS-BKO-QTY(WS-BKO-FILL-SUB) TO WS-DECR
               END-IF
               MOVE WS-BKO-FILL-ACTION TO WS-MOVE-ACTION
               MOVE 'B' TO WS-MOVE-SOURCE
               MOVE WS-BKO-TRAN-IMAGE(WS-BKO-FILL-SUB) TO WS-MOVE-TRAN
               MOVE WS-BKO-LOT-NUMBER(WS-BKO-FILL-SUB)
                   TO WS-MOVE-LOT-NUMBER
               MOVE WS-BKO-BEST-BY(WS-BKO-FILL-SUB) TO WS-MOVE-BEST-BY
               MOVE WS-BKO-ORIGIN(WS-BKO-FILL-SUB) TO WS-MOVE-ORIGIN
           END-IF.

       1500-VALIDATE-START-COUNT.
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS.

       6040-REPORT-LOCATION-HEADER.
           DISPLAY "LOCATION " WS-CURR-LOCATION " COUNT " WS-I
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "LOCATION " WS-CURR-LOCATION " COUNT=" WS-I
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS.

       6090-CHECK-RPT-STATUS.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "REPORT FILE I/O ERROR - STATUS " WS-RPT-STATUS
                                   TO WS-RESTART-RECEIVED
                               MOVE BOTL-CKPT-ALERTED
                                   TO WS-RESTART-ALERTED
                               IF BOTL-CKPT-BKO-ISSUE-FILL NUMERIC
                                   MOVE BOTL-CKPT-BKO-ISSUE-FILL
                                       TO WS-RESTART-BKO-ISSUE-FILL
                               END-IF
                               IF BOTL-CKPT-BKO-RCPT-FILL NUMERIC
                                   MOVE BOTL-CKPT-BKO-RCPT-FILL
                                       TO WS-RESTART-BKO-RCPT-FILL
                               END-IF
                               PERFORM 1010-LOAD-RESTART-LOCATIONS
                               SET WS-RESTARTED TO TRUE
                               SET WS-RESTART-PENDING TO TRUE
                           END-IF
                   SET WS-CKPT-ERROR TO TRUE
           END-EVALUATE.

       1010-LOAD-RESTART-LOCATIONS.
           MOVE BOTL-CKPT-LOCATION TO WS-RESTART-LOCATION
           IF BOTL-CKPT-PHASE = 'B'
               MOVE 'B' TO WS-RESTART-PHASE
           ELSE
               MOVE 'A' TO WS-RESTART-PHASE
           END-IF
           PERFORM VARYING WS-LOC-FIND-SUB FROM 1 BY 1
                   UNTIL WS-LOC-FIND-SUB > 5
               MOVE ZERO TO WS-RESTART-LOC-COUNT(WS-LOC-FIND-SUB)
               MOVE ZERO TO WS-RESTART-LOC-ISSUE-FILL(WS-LOC-FIND-SUB)
               MOVE ZERO TO WS-RESTART-LOC-RCPT-FILL(WS-LOC-FIND-SUB)
               MOVE BOTL-CKPT-LOC-ALERTED(WS-LOC-FIND-SUB)
                   TO WS-RESTART-LOC-ALERTED(WS-LOC-FIND-SUB)
               IF BOTL-CKPT-LOC-COUNT(WS-LOC-FIND-SUB) NUMERIC
                   MOVE BOTL-CKPT-LOC-COUNT(WS-LOC-FIND-SUB)
                       TO WS-RESTART-LOC-COUNT(WS-LOC-FIND-SUB)
               END-IF
               IF BOTL-CKPT-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB) NUMERIC
                   MOVE BOTL-CKPT-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB)
                       TO WS-RESTART-LOC-ISSUE-FILL(WS-LOC-FIND-SUB)
               END-IF
               IF BOTL-CKPT-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB) NUMERIC
                   MOVE BOTL-CKPT-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB)
                       TO WS-RESTART-LOC-RCPT-FILL(WS-LOC-FIND-SUB)
               END-IF
           END-PERFORM.

       7500-WRITE-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-DTL-TS
           MOVE WS-CURR-ITEM-CODE TO BOTL-DTL-ITEM-CODE
           MOVE WS-ITER-COUNT TO BOTL-DTL-ITER
           MOVE WS-COUNT-BEFORE TO BOTL-DTL-COUNT-BEFORE
           MOVE WS-ACTUAL-DECR TO BOTL-DTL-QTY
           MOVE WS-I TO BOTL-DTL-COUNT-AFTER
           IF WS-MOVE-TRANSFER
               MOVE 'I' TO BOTL-DTL-ACTION
               MOVE 'X' TO BOTL-DTL-SOURCE
           ELSE
               MOVE WS-MOVE-ACTION TO BOTL-DTL-ACTION
               MOVE WS-MOVE-SOURCE TO BOTL-DTL-SOURCE
           END-IF
           MOVE WS-DTL-TS TO BOTL-DTL-TS
           MOVE WS-CURR-LOCATION TO BOTL-DTL-LOCATION
           IF WS-MOVE-RECEIPT
               MOVE WS-MOVE-LOT-NUMBER TO BOTL-DTL-LOT-NUMBER
               MOVE WS-MOVE-BEST-BY TO BOTL-DTL-BEST-BY
           ELSE
               MOVE SPACES TO BOTL-DTL-LOT-NUMBER
               MOVE SPACES TO BOTL-DTL-BEST-BY
           END-IF
           IF WS-MOVE-TRANSFER
               MOVE SPACE TO BOTL-DTL-ORIGIN
           ELSE
               MOVE WS-MOVE-ORIGIN TO BOTL-DTL-ORIGIN
           END-IF
           WRITE BOTL-DTL-REC
           PERFORM 7505-CHECK-DTL-STATUS.

       7510-WRITE-TRANSFER-RECEIPT.
           MOVE FUNCTION CURRENT-DATE TO WS-DTL-TS
           MOVE WS-CURR-ITEM-CODE TO BOTL-DTL-ITEM-CODE
           MOVE WS-ITER-COUNT TO BOTL-DTL-ITER
           MOVE WS-XFER-COUNT-BEFORE TO BOTL-DTL-COUNT-BEFORE
           MOVE 'R' TO BOTL-DTL-ACTION
           MOVE WS-ACTUAL-DECR TO BOTL-DTL-QTY
           MOVE WS-LOC-COUNT(WS-XFER-SUB) TO BOTL-DTL-COUNT-AFTER
           MOVE 'X' TO BOTL-DTL-SOURCE
           MOVE WS-DTL-TS TO BOTL-DTL-TS
           MOVE WS-LOC-CODE(WS-XFER-SUB) TO BOTL-DTL-LOCATION
           MOVE SPACES TO BOTL-DTL-LOT-NUMBER
           MOVE SPACES TO BOTL-DTL-BEST-BY
           MOVE SPACE TO BOTL-DTL-ORIGIN
           WRITE BOTL-DTL-REC
           PERFORM 7505-CHECK-DTL-STATUS.

           SET WS-ALERT-SENT TO TRUE
           ADD 1 TO WS-ALERT-WRITTEN-COUNT
           DISPLAY "REORDER ALERT - ITEM " WS-CURR-ITEM-CODE
               " LOCATION " WS-CURR-LOCATION " COUNT " WS-I " AT OR UNDER REORDER POINT "
               WS-CURR-REORDER-POINT
           IF NOT WS-TRIAL-RUN
               MOVE WS-CURR-ITEM-CODE TO BOTL-ALERT-ITEM-CODE
               MOVE WS-CURR-REORDER-POINT TO BOTL-ALERT-REORDER-POINT
               MOVE FUNCTION CURRENT-DATE TO BOTL-ALERT-TS
               MOVE WS-RUN-ID TO BOTL-ALERT-RUN-ID
               MOVE WS-CURR-LOCATION TO BOTL-ALERT-LOCATION
               WRITE BOTL-ALERT-REC
               PERFORM 7705-CHECK-ALERT-STATUS
           END-IF.
           MOVE WS-ITEM-START-I TO BOTL-STAT-ITEM-START-COUNT
           MOVE WS-ITEM-START-TS TO BOTL-STAT-ITEM-START-TS
           MOVE FUNCTION CURRENT-DATE TO BOTL-STAT-TS
           MOVE WS-CURR-LOCATION TO BOTL-STAT-LOCATION
           OPEN OUTPUT BOTL-STAT-FILE
           WRITE BOTL-STAT-REC
           PERFORM 7695-CHECK-STAT-STATUS
           MOVE WS-ISSUE-TOTAL TO BOTL-CKPT-ISSUED-QTY
           MOVE WS-RECEIPT-TOTAL TO BOTL-CKPT-RECEIVED-QTY
           MOVE WS-ALERT-SENT-FLAG TO BOTL-CKPT-ALERTED
           MOVE WS-ITEM-BKO-ISSUE-FILL TO BOTL-CKPT-BKO-ISSUE-FILL
           MOVE WS-ITEM-BKO-RCPT-FILL TO BOTL-CKPT-BKO-RCPT-FILL
           MOVE WS-CURR-LOCATION TO BOTL-CKPT-LOCATION
           MOVE WS-ITEM-PHASE TO BOTL-CKPT-PHASE
           PERFORM VARYING WS-LOC-FIND-SUB FROM 1 BY 1
                   UNTIL WS-LOC-FIND-SUB > 5
               IF WS-LOC-FIND-SUB > WS-LOC-USED
                   MOVE ZERO TO BOTL-CKPT-LOC-COUNT(WS-LOC-FIND-SUB)
                   MOVE 'N' TO BOTL-CKPT-LOC-ALERTED(WS-LOC-FIND-SUB)
                   MOVE ZERO
                       TO BOTL-CKPT-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB)
                   MOVE ZERO
                       TO BOTL-CKPT-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB)
               ELSE
                   MOVE WS-LOC-COUNT(WS-LOC-FIND-SUB)
                       TO BOTL-CKPT-LOC-COUNT(WS-LOC-FIND-SUB)
                   MOVE WS-LOC-ALERTED(WS-LOC-FIND-SUB)
                       TO BOTL-CKPT-LOC-ALERTED(WS-LOC-FIND-SUB)
                   MOVE WS-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB)
                       TO BOTL-CKPT-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB)
                   MOVE WS-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB)
                       TO BOTL-CKPT-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB)
               END-IF
           END-PERFORM
           OPEN OUTPUT BOTL-CKPT-FILE
           WRITE BOTL-CKPT-REC
           PERFORM 7090-CHECK-CKPT-STATUS
           MOVE ZERO TO BOTL-CKPT-ISSUED-QTY
           MOVE ZERO TO BOTL-CKPT-RECEIVED-QTY
           MOVE 'N' TO BOTL-CKPT-ALERTED
           MOVE ZERO TO BOTL-CKPT-BKO-ISSUE-FILL
           MOVE ZERO TO BOTL-CKPT-BKO-RCPT-FILL
           MOVE SPACES TO BOTL-CKPT-LOCATION
           MOVE 'A' TO BOTL-CKPT-PHASE
           PERFORM VARYING WS-LOC-FIND-SUB FROM 1 BY 1
                   UNTIL WS-LOC-FIND-SUB > 5
               MOVE ZERO TO BOTL-CKPT-LOC-COUNT(WS-LOC-FIND-SUB)
               MOVE 'N' TO BOTL-CKPT-LOC-ALERTED(WS-LOC-FIND-SUB)
               MOVE ZERO TO BOTL-CKPT-LOC-BKO-ISSUE-FILL(WS-LOC-FIND-SUB)
               MOVE ZERO TO BOTL-CKPT-LOC-BKO-RCPT-FILL(WS-LOC-FIND-SUB)
           END-PERFORM
           OPEN OUTPUT BOTL-CKPT-FILE
           WRITE BOTL-CKPT-REC
           PERFORM 7090-CHECK-CKPT-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           COMPUTE WS-SOURCED-TOTAL =
               WS-TRAN-CONSUMED-COUNT + WS-FALLBACK-COUNT
               + WS-BKO-FILL-ITER-COUNT
           MOVE WS-START-TS(9:6) TO WS-START-HHMMSS
           MOVE WS-END-TS(9:6) TO WS-END-HHMMSS
           COMPUTE WS-ELAPSED-SECS =
           DISPLAY "ITEMS REJECTED.........: " WS-ITEM-REJECT-COUNT
           DISPLAY "TOTAL BOTTLES ISSUED...: " WS-ISSUE-TOTAL
           DISPLAY "TOTAL BOTTLES RECEIVED.: " WS-RECEIPT-TOTAL
           DISPLAY "TOTAL TRANSFERRED......: " WS-TRANSFER-TOTAL
           DISPLAY "ITERATIONS.............: " WS-ITER-COUNT
           DISPLAY "  TRANSACTIONS CONSUMED: " WS-TRAN-CONSUMED-COUNT
           DISPLAY "    ISSUE TRANS........: " WS-ISSUE-TRAN-COUNT
           DISPLAY "    RECEIPT TRANS......: " WS-RECEIPT-TRAN-COUNT
           DISPLAY "    TRANSFER TRANS.....: " WS-TRANSFER-TRAN-COUNT
           DISPLAY "    TRANSFERS SHORT....: " WS-XFER-SHORT-COUNT
           DISPLAY "  TRANS UNMATCHED......: " WS-TRAN-UNMATCHED-COUNT
           DISPLAY "  SUSPENSE CARRIED IN..: " WS-SUSP-IN-COUNT
           DISPLAY "  SUSPENSE WRITTEN.....: " WS-SUSP-WRITTEN-COUNT
           DISPLAY "  SUSPENSE PURGED......: " WS-SUSP-PURGED-COUNT
           DISPLAY "  FALLBACK DECREMENTS..: " WS-FALLBACK-COUNT
           DISPLAY "  BACKORDER FILLS......: " WS-BKO-FILL-ITER-COUNT
           DISPLAY "BACKORDERS CARRIED IN..: " WS-BKO-IN-COUNT
           DISPLAY "  QTY FILLED...........: " WS-BKO-FILL-QTY
           DISPLAY "  BACKORDERS CLOSED....: " WS-BKO-CLOSED-COUNT
           DISPLAY "  NEW BACKORDERS.......: " WS-BKO-NEW-COUNT
           DISPLAY "  NEW QTY SHORT........: " WS-BKO-NEW-QTY
           DISPLAY "  BACKORDERS CARRIED...: " WS-BKO-OUT-COUNT
           DISPLAY "  QTY STILL SHORT......: " WS-BKO-OUT-QTY
           IF WS-BKO-DROP-COUNT > ZERO
               DISPLAY "  BACKORDERS NOT CARRIED: " WS-BKO-DROP-COUNT
           END-IF
           DISPLAY "REORDER ALERTS WRITTEN.: " WS-ALERT-WRITTEN-COUNT
           DISPLAY "MASTER RECORDS POSTED..: " WS-ITMO-WRITE-COUNT
           DISPLAY "ELAPSED RUN TIME (SECS): " WS-ELAPSED-SECS
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "ISSUED=" WS-ISSUE-TOTAL
               " RECEIVED=" WS-RECEIPT-TOTAL
               " TRANSFERRED=" WS-TRANSFER-TOTAL
               " ELAPSED-SECS=" WS-ELAPSED-SECS
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "BACKORDERS IN=" WS-BKO-IN-COUNT
               " FILLED=" WS-BKO-FILL-QTY
               " NEW=" WS-BKO-NEW-COUNT
               " SHORT=" WS-BKO-NEW-QTY
               " OUT=" WS-BKO-OUT-COUNT
               " OPEN=" WS-BKO-OUT-QTY
               DELIMITED BY SIZE INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM 6090-CHECK-RPT-STATUS
           MOVE SPACES TO BOTL-RPT-LINE
           STRING "RECON=" WS-RECON-MSG DELIMITED BY SIZE
               INTO BOTL-RPT-LINE
           WRITE BOTL-RPT-LINE
           PERFORM UNTIL WS-RECAP-SUB = WS-RECAP-USED
               ADD 1 TO WS-RECAP-SUB
               DISPLAY "ITEM " WS-RECAP-ITEM-CODE(WS-RECAP-SUB)
                   " LOC=" WS-RECAP-LOCATION(WS-RECAP-SUB)
                   " START=" WS-RECAP-START(WS-RECAP-SUB)
                   " END=" WS-RECAP-END(WS-RECAP-SUB)
                   " PROCESSED=" WS-RECAP-PROCESSED(WS-RECAP-SUB)
               MOVE SPACES TO BOTL-RPT-LINE
               STRING "ITEM " WS-RECAP-ITEM-CODE(WS-RECAP-SUB)
                   " LOC=" WS-RECAP-LOCATION(WS-RECAP-SUB)
                   " START=" WS-RECAP-START(WS-RECAP-SUB)
                   " END=" WS-RECAP-END(WS-RECAP-SUB)
                   " PROCESSED=" WS-RECAP-PROCESSED(WS-RECAP-SUB)
               MOVE "===== INVENTORY VALUATION =====" TO BOTL-VAL-LINE
           END-IF
           PERFORM 9280-WRITE-VAL-LINE
           MOVE SPACES TO WS-VAL-ITEM-CODE
           MOVE ZERO TO WS-RECAP-SUB
           PERFORM UNTIL WS-RECAP-SUB = WS-RECAP-USED
               ADD 1 TO WS-RECAP-SUB
               PERFORM 9210-VALUE-ONE-ITEM
               PERFORM 9220-ROLL-UP-ITEM
           END-PERFORM
           IF WS-RECAP-LOST > ZERO
               MOVE "ADDITIONAL ITEMS NOT LISTED IN VALUATION"
           PERFORM 9280-WRITE-VAL-LINE.

       9210-VALUE-ONE-ITEM.
           IF WS-RECAP-ITEM-CODE(WS-RECAP-SUB) NOT = WS-VAL-ITEM-CODE
               MOVE WS-RECAP-ITEM-CODE(WS-RECAP-SUB) TO WS-VAL-ITEM-CODE
               MOVE ZERO TO WS-VAL-ITEM-LOCS
               MOVE ZERO TO WS-VAL-ITEM-END
               MOVE ZERO TO WS-VAL-ITEM-REORDER
               MOVE ZERO TO WS-VAL-ITEM-AMOUNT
           END-IF
           ADD 1 TO WS-VAL-ITEM-LOCS
           ADD WS-RECAP-END(WS-RECAP-SUB) TO WS-VAL-ITEM-END
           ADD WS-RECAP-REORDER(WS-RECAP-SUB) TO WS-VAL-ITEM-REORDER
           IF WS-RECAP-REORDER(WS-RECAP-SUB) > ZERO
                   AND WS-RECAP-END(WS-RECAP-SUB)
                   NOT > WS-RECAP-REORDER(WS-RECAP-SUB)
               WS-RECAP-END(WS-RECAP-SUB)
               * WS-RECAP-UNIT-COST(WS-RECAP-SUB)
           ADD WS-VAL-AMOUNT TO WS-VAL-END-TOTAL
           ADD WS-VAL-AMOUNT TO WS-VAL-ITEM-AMOUNT
           MOVE WS-VAL-AMOUNT TO WS-VAL-AMT-EDIT
           MOVE WS-RECAP-UNIT-COST(WS-RECAP-SUB) TO WS-COST-EDIT
           MOVE SPACES TO BOTL-VAL-LINE
           STRING "ITEM " WS-RECAP-ITEM-CODE(WS-RECAP-SUB)
               " LOC=" WS-RECAP-LOCATION(WS-RECAP-SUB)
               " END=" WS-RECAP-END(WS-RECAP-SUB)
               " COST=" WS-COST-EDIT
               " VALUE=" WS-VAL-AMT-EDIT
           STRING "  RECEIVED=" WS-RECAP-RECEIPT-QTY(WS-RECAP-SUB)
               " VALUE=" WS-VAL-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-VAL-LINE
           PERFORM 9280-WRITE-VAL-LINE
           IF WS-RECAP-XFER-OUT-QTY(WS-RECAP-SUB) > ZERO
                   OR WS-RECAP-XFER-IN-QTY(WS-RECAP-SUB) > ZERO
               MOVE SPACES TO BOTL-VAL-LINE
               STRING "  TRANSFERRED OUT="
                   WS-RECAP-XFER-OUT-QTY(WS-RECAP-SUB)
                   " IN=" WS-RECAP-XFER-IN-QTY(WS-RECAP-SUB)
                   DELIMITED BY SIZE INTO BOTL-VAL-LINE
               PERFORM 9280-WRITE-VAL-LINE
           END-IF.

       9220-ROLL-UP-ITEM.
           MOVE 'Y' TO WS-VAL-ITEM-LAST-FLAG
           IF WS-RECAP-SUB < WS-RECAP-USED
               IF WS-RECAP-ITEM-CODE(WS-RECAP-SUB + 1) = WS-VAL-ITEM-CODE
                   MOVE 'N' TO WS-VAL-ITEM-LAST-FLAG
               END-IF
           END-IF
           IF WS-VAL-ITEM-LAST AND WS-VAL-ITEM-LOCS > 1
               IF WS-VAL-ITEM-REORDER > ZERO
                       AND WS-VAL-ITEM-END NOT > WS-VAL-ITEM-REORDER
                   MOVE " *BELOW REORDER" TO WS-VAL-FLAG-TEXT
               ELSE
                   MOVE SPACES TO WS-VAL-FLAG-TEXT
               END-IF
               MOVE WS-VAL-ITEM-AMOUNT TO WS-VAL-AMT-EDIT
               MOVE SPACES TO BOTL-VAL-LINE
               STRING "ITEM " WS-VAL-ITEM-CODE
                   " ALL LOCATIONS END=" WS-VAL-ITEM-END
                   " VALUE=" WS-VAL-AMT-EDIT
                   WS-VAL-FLAG-TEXT
                   DELIMITED BY SIZE INTO BOTL-VAL-LINE
               PERFORM 9280-WRITE-VAL-LINE
           END-IF.

       9280-WRITE-VAL-LINE.
           WRITE BOTL-VAL-LINE
