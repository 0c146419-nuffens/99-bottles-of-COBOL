                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLPTD.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOTL-PTDI-FILE ASSIGN TO "BOTLPTDI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-STATUS.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT BOTL-PTDO-FILE ASSIGN TO "BOTLPTDO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTDO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-PTDI-FILE.
       01  BOTL-PTDI-REC PIC X(172).

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-PTDO-FILE.
       01  BOTL-PTDO-REC PIC X(172).

       WORKING-STORAGE SECTION.
           COPY BOTLPTDR.
       01 WS-PTDI-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-PTDO-STATUS PIC XX VALUE SPACES.
       01 WS-PTDI-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PTDI-EOF VALUE 'Y'.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-SEQ-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-SEQ-ERROR VALUE 'Y'.
       01 WS-LATE-CLOSE-FLAG PIC X VALUE 'N'.
           88 WS-LATE-CLOSE VALUE 'Y'.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-RUN-PERIOD PIC X(6) VALUE SPACES.
       01 WS-OPEN-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PTD-CODE PIC X(8) VALUE SPACES.
       01 WS-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-PREV-PTD-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-CURR-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-CURR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PTDI-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PTDO-WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVALUED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-XFER-LEG-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MAINT-ADJ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MAINT-DIFF PIC S9(9) VALUE ZERO.
       01 WS-MAINT-QTY PIC 9(9) VALUE ZERO.
       01 WS-MOVE-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-REVAL-VALUE PIC S9(11)V99 VALUE ZERO.
       01 WS-PREMOVE-COUNT PIC S9(9) VALUE ZERO.
       01 WS-NIGHT-TOTALS.
           05 WS-NIGHT-RCPT-QTY PIC 9(9).
           05 WS-NIGHT-RCPT-VALUE PIC 9(11)V99.
           05 WS-NIGHT-ISSUE-QTY PIC 9(9).
           05 WS-NIGHT-ISSUE-VALUE PIC 9(11)V99.
           05 WS-NIGHT-ADJ-IN-QTY PIC 9(9).
           05 WS-NIGHT-ADJ-IN-VALUE PIC 9(11)V99.
           05 WS-NIGHT-ADJ-OUT-QTY PIC 9(9).
           05 WS-NIGHT-ADJ-OUT-VALUE PIC 9(11)V99.
       01 WS-RUN-RCPT-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-RUN-ISSUE-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-RUN-ADJ-IN-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-RUN-ADJ-OUT-VALUE PIC 9(13)V99 VALUE ZERO.
       01 WS-RUN-REVAL-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-VALUE-EDIT PIC Z(12)9.99.
       01 WS-SIGNED-EDIT PIC -(12)9.99.
       01 WS-QTY-EDIT PIC -(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:6) TO WS-RUN-PERIOD
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER OPEN ERROR - STATUS "
                   WS-ITEM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-DTL-FILE
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "DETAIL EXTRACT FILE OPEN ERROR - STATUS "
                   WS-DTL-STATUS
               CLOSE BOTL-ITEM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-PTDI-FILE
           IF WS-PTDI-STATUS = "35"
               SET WS-PTDI-EOF TO TRUE
           ELSE
               IF WS-PTDI-STATUS NOT = "00" AND WS-PTDI-STATUS NOT = "05"
                   DISPLAY "PERIOD-TO-DATE FILE OPEN ERROR - STATUS "
                       WS-PTDI-STATUS
                   CLOSE BOTL-ITEM-FILE
                   CLOSE BOTL-DTL-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT BOTL-PTDO-FILE
           PERFORM 8010-CHECK-PTDO-STATUS
           IF NOT WS-PTDI-EOF
               PERFORM 1100-READ-PTD-RECORD
           ELSE
               MOVE HIGH-VALUES TO WS-PTD-CODE
           END-IF
           PERFORM 1200-READ-ITEM-RECORD
           PERFORM 1300-READ-DTL-RECORD
           PERFORM 0100-SET-OPEN-PERIOD
           PERFORM UNTIL WS-PTDI-EOF AND WS-ITEM-EOF
               IF WS-PTD-CODE < WS-ITEM-CODE
                   MOVE WS-PTD-CODE TO WS-CURR-ITEM-CODE
               ELSE
                   MOVE WS-ITEM-CODE TO WS-CURR-ITEM-CODE
               END-IF
               PERFORM 2000-POST-ONE-ITEM
               IF WS-PTD-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1100-READ-PTD-RECORD
               END-IF
               IF WS-ITEM-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1200-READ-ITEM-RECORD
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
               PERFORM 2800-FLAG-ORPHAN-MOVEMENT
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           PERFORM 9000-PTD-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-DTL-FILE
           IF WS-PTDI-STATUS NOT = "35"
               CLOSE BOTL-PTDI-FILE
           END-IF
           CLOSE BOTL-PTDO-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-SEQ-ERROR
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-LATE-CLOSE
                   WHEN WS-ORPHAN-COUNT > ZERO
                   WHEN WS-NOT-ON-MASTER-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       0100-SET-OPEN-PERIOD.
           IF WS-PTD-CODE = HIGH-VALUES
               MOVE WS-RUN-PERIOD TO WS-OPEN-PERIOD
               DISPLAY "NO PERIOD-TO-DATE RECORDS - OPENING PERIOD "
                   WS-OPEN-PERIOD
           ELSE
               MOVE BOTL-PTDI-REC(9:6) TO WS-OPEN-PERIOD
           END-IF
           IF WS-OPEN-PERIOD < WS-RUN-PERIOD
               SET WS-LATE-CLOSE TO TRUE
               DISPLAY "PERIOD " WS-OPEN-PERIOD " HAS NOT BEEN CLOSED - "
                   "TONIGHT'S MOVEMENT POSTS TO IT"
           END-IF.

       1100-READ-PTD-RECORD.
           READ BOTL-PTDI-FILE
               AT END
                   SET WS-PTDI-EOF TO TRUE
           END-READ
           IF WS-PTDI-STATUS NOT = "00" AND WS-PTDI-STATUS NOT = "10"
               DISPLAY "PERIOD-TO-DATE FILE I/O ERROR - STATUS "
                   WS-PTDI-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-PTDI-EOF TO TRUE
           END-IF
           IF WS-PTDI-EOF
               MOVE HIGH-VALUES TO WS-PTD-CODE
           ELSE
               ADD 1 TO WS-PTDI-READ-COUNT
               MOVE BOTL-PTDI-REC(1:8) TO WS-PTD-CODE
               IF WS-PTD-CODE NOT > WS-PREV-PTD-CODE
                   DISPLAY "PERIOD-TO-DATE FILE OUT OF SEQUENCE AT ITEM "
                       WS-PTD-CODE " - RUN STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE WS-PTD-CODE TO WS-PREV-PTD-CODE
               END-IF
           END-IF.

       1200-READ-ITEM-RECORD.
           READ BOTL-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS NOT = "10"
               DISPLAY "ITEM MASTER I/O ERROR - STATUS " WS-ITEM-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF
           IF WS-ITEM-EOF
               MOVE HIGH-VALUES TO WS-ITEM-CODE
           ELSE
               ADD 1 TO WS-ITEM-READ-COUNT
               MOVE BOTL-ITEM-CODE TO WS-ITEM-CODE
               IF WS-ITEM-CODE NOT > WS-PREV-ITEM-CODE
                   DISPLAY "ITEM MASTER OUT OF SEQUENCE AT ITEM "
                       WS-ITEM-CODE " - RUN STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE WS-ITEM-CODE TO WS-PREV-ITEM-CODE
               END-IF
           END-IF.

       1300-READ-DTL-RECORD.
           READ BOTL-DTL-FILE
               AT END
                   SET WS-DTL-EOF TO TRUE
           END-READ
           IF WS-DTL-STATUS NOT = "00" AND WS-DTL-STATUS NOT = "10"
               DISPLAY "DETAIL EXTRACT FILE I/O ERROR - STATUS "
                   WS-DTL-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-DTL-EOF TO TRUE
           END-IF
           IF NOT WS-DTL-EOF
               ADD 1 TO WS-DTL-READ-COUNT
           END-IF.

       1900-STOP-ON-SEQUENCE.
           SET WS-SEQ-ERROR TO TRUE
           SET WS-PTDI-EOF TO TRUE
           SET WS-ITEM-EOF TO TRUE
           SET WS-DTL-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-PTD-CODE
           MOVE HIGH-VALUES TO WS-ITEM-CODE.

       2000-POST-ONE-ITEM.
           MOVE ZERO TO WS-CURR-UNIT-COST
           MOVE ZERO TO WS-CURR-COUNT
           IF WS-ITEM-CODE = WS-CURR-ITEM-CODE
               IF BOTL-ITEM-UNIT-COST NUMERIC
                   MOVE BOTL-ITEM-UNIT-COST TO WS-CURR-UNIT-COST
               END-IF
               IF BOTL-ITEM-COUNT NUMERIC
                   MOVE BOTL-ITEM-COUNT TO WS-CURR-COUNT
               END-IF
           END-IF
           MOVE ZERO TO WS-NIGHT-RCPT-QTY WS-NIGHT-RCPT-VALUE
               WS-NIGHT-ISSUE-QTY WS-NIGHT-ISSUE-VALUE
               WS-NIGHT-ADJ-IN-QTY WS-NIGHT-ADJ-IN-VALUE
               WS-NIGHT-ADJ-OUT-QTY WS-NIGHT-ADJ-OUT-VALUE
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 2800-FLAG-ORPHAN-MOVEMENT
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               IF WS-ITEM-CODE = WS-CURR-ITEM-CODE
                   PERFORM 2100-ACCUMULATE-MOVEMENT
               ELSE
                   PERFORM 2800-FLAG-ORPHAN-MOVEMENT
               END-IF
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ITEM-CODE NOT = WS-CURR-ITEM-CODE
                   PERFORM 2700-CARRY-NOT-ON-MASTER
               WHEN WS-PTD-CODE = WS-CURR-ITEM-CODE
                   MOVE BOTL-PTDI-REC TO BOTL-PTD-REC
                   PERFORM 2250-POST-MAINTENANCE-CHANGE
                   PERFORM 2300-REVALUE-ON-HAND
                   PERFORM 2400-ADD-NIGHT-TO-PERIOD
               WHEN OTHER
                   PERFORM 2200-OPEN-NEW-ITEM
                   PERFORM 2400-ADD-NIGHT-TO-PERIOD
           END-EVALUATE.

       2100-ACCUMULATE-MOVEMENT.
           COMPUTE WS-MOVE-VALUE = BOTL-DTL-QTY * WS-CURR-UNIT-COST
           EVALUATE TRUE
               WHEN BOTL-DTL-SOURCE = 'X'
                   ADD 1 TO WS-XFER-LEG-COUNT
               WHEN BOTL-DTL-COUNT-ADJUSTMENT AND BOTL-DTL-ACTION = 'R'
                   ADD BOTL-DTL-QTY TO WS-NIGHT-ADJ-IN-QTY
                   ADD WS-MOVE-VALUE TO WS-NIGHT-ADJ-IN-VALUE
               WHEN BOTL-DTL-COUNT-ADJUSTMENT
                   ADD BOTL-DTL-QTY TO WS-NIGHT-ADJ-OUT-QTY
                   ADD WS-MOVE-VALUE TO WS-NIGHT-ADJ-OUT-VALUE
               WHEN BOTL-DTL-ACTION = 'R'
                   ADD BOTL-DTL-QTY TO WS-NIGHT-RCPT-QTY
                   ADD WS-MOVE-VALUE TO WS-NIGHT-RCPT-VALUE
               WHEN OTHER
                   ADD BOTL-DTL-QTY TO WS-NIGHT-ISSUE-QTY
                   ADD WS-MOVE-VALUE TO WS-NIGHT-ISSUE-VALUE
           END-EVALUATE.

       2200-OPEN-NEW-ITEM.
           MOVE SPACES TO BOTL-PTD-REC
           MOVE WS-CURR-ITEM-CODE TO BOTL-PTD-ITEM-CODE
           MOVE WS-OPEN-PERIOD TO BOTL-PTD-PERIOD
           MOVE ZERO TO BOTL-PTD-RCPT-QTY BOTL-PTD-RCPT-VALUE
               BOTL-PTD-ISSUE-QTY BOTL-PTD-ISSUE-VALUE
               BOTL-PTD-ADJ-IN-QTY BOTL-PTD-ADJ-IN-VALUE
               BOTL-PTD-ADJ-OUT-QTY BOTL-PTD-ADJ-OUT-VALUE
               BOTL-PTD-REVAL-UP-VALUE BOTL-PTD-REVAL-DOWN-VALUE
           PERFORM 2500-COMPUTE-PREMOVE-COUNT
           MOVE WS-PREMOVE-COUNT TO BOTL-PTD-OPEN-QTY
           COMPUTE BOTL-PTD-OPEN-VALUE =
               WS-PREMOVE-COUNT * WS-CURR-UNIT-COST
           ADD 1 TO WS-NEW-ITEM-COUNT
           DISPLAY "ITEM " WS-CURR-ITEM-CODE " OPENED IN PERIOD "
               WS-OPEN-PERIOD " WITH COUNT " BOTL-PTD-OPEN-QTY.

       2250-POST-MAINTENANCE-CHANGE.
           PERFORM 2500-COMPUTE-PREMOVE-COUNT
           IF BOTL-PTD-LAST-COUNT NOT NUMERIC
               MOVE WS-PREMOVE-COUNT TO BOTL-PTD-LAST-COUNT
           END-IF
           COMPUTE WS-MAINT-DIFF = WS-PREMOVE-COUNT - BOTL-PTD-LAST-COUNT
           IF WS-MAINT-DIFF NOT = ZERO
               MOVE WS-MAINT-DIFF TO WS-MAINT-QTY
               COMPUTE WS-MOVE-VALUE = WS-MAINT-QTY * WS-CURR-UNIT-COST
               IF WS-MAINT-DIFF > ZERO
                   ADD WS-MAINT-QTY TO BOTL-PTD-ADJ-IN-QTY
                   ADD WS-MOVE-VALUE TO BOTL-PTD-ADJ-IN-VALUE
                   ADD WS-MOVE-VALUE TO WS-RUN-ADJ-IN-VALUE
               ELSE
                   ADD WS-MAINT-QTY TO BOTL-PTD-ADJ-OUT-QTY
                   ADD WS-MOVE-VALUE TO BOTL-PTD-ADJ-OUT-VALUE
                   ADD WS-MOVE-VALUE TO WS-RUN-ADJ-OUT-VALUE
               END-IF
               ADD 1 TO WS-MAINT-ADJ-COUNT
               MOVE WS-MAINT-DIFF TO WS-QTY-EDIT
               DISPLAY "ITEM " WS-CURR-ITEM-CODE " COUNT "
                   BOTL-PTD-LAST-COUNT " CHANGED BY MAINTENANCE - "
                   "ADJUSTED " WS-QTY-EDIT
           END-IF.

       2300-REVALUE-ON-HAND.
           IF BOTL-PTD-LAST-UNIT-COST NOT NUMERIC
               MOVE WS-CURR-UNIT-COST TO BOTL-PTD-LAST-UNIT-COST
           END-IF
           IF WS-CURR-UNIT-COST NOT = BOTL-PTD-LAST-UNIT-COST
               COMPUTE WS-REVAL-VALUE = BOTL-PTD-LAST-COUNT
                   * (WS-CURR-UNIT-COST - BOTL-PTD-LAST-UNIT-COST)
               IF WS-REVAL-VALUE < ZERO
                   SUBTRACT WS-REVAL-VALUE FROM BOTL-PTD-REVAL-DOWN-VALUE
               ELSE
                   ADD WS-REVAL-VALUE TO BOTL-PTD-REVAL-UP-VALUE
               END-IF
               ADD WS-REVAL-VALUE TO WS-RUN-REVAL-VALUE
               ADD 1 TO WS-REVALUED-COUNT
               MOVE WS-REVAL-VALUE TO WS-SIGNED-EDIT
               DISPLAY "ITEM " WS-CURR-ITEM-CODE " UNIT COST "
                   BOTL-PTD-LAST-UNIT-COST " TO " WS-CURR-UNIT-COST
                   " REVALUED " WS-SIGNED-EDIT
           END-IF.

       2400-ADD-NIGHT-TO-PERIOD.
           ADD WS-NIGHT-RCPT-QTY TO BOTL-PTD-RCPT-QTY
           ADD WS-NIGHT-RCPT-VALUE TO BOTL-PTD-RCPT-VALUE
           ADD WS-NIGHT-ISSUE-QTY TO BOTL-PTD-ISSUE-QTY
           ADD WS-NIGHT-ISSUE-VALUE TO BOTL-PTD-ISSUE-VALUE
           ADD WS-NIGHT-ADJ-IN-QTY TO BOTL-PTD-ADJ-IN-QTY
           ADD WS-NIGHT-ADJ-IN-VALUE TO BOTL-PTD-ADJ-IN-VALUE
           ADD WS-NIGHT-ADJ-OUT-QTY TO BOTL-PTD-ADJ-OUT-QTY
           ADD WS-NIGHT-ADJ-OUT-VALUE TO BOTL-PTD-ADJ-OUT-VALUE
           ADD WS-NIGHT-RCPT-VALUE TO WS-RUN-RCPT-VALUE
           ADD WS-NIGHT-ISSUE-VALUE TO WS-RUN-ISSUE-VALUE
           ADD WS-NIGHT-ADJ-IN-VALUE TO WS-RUN-ADJ-IN-VALUE
           ADD WS-NIGHT-ADJ-OUT-VALUE TO WS-RUN-ADJ-OUT-VALUE
           MOVE WS-CURR-COUNT TO BOTL-PTD-LAST-COUNT
           MOVE WS-CURR-UNIT-COST TO BOTL-PTD-LAST-UNIT-COST
           MOVE WS-RUN-TS(1:8) TO BOTL-PTD-LAST-DATE
           PERFORM 6000-WRITE-PTD-RECORD.

       2500-COMPUTE-PREMOVE-COUNT.
           COMPUTE WS-PREMOVE-COUNT = WS-CURR-COUNT
               - WS-NIGHT-RCPT-QTY - WS-NIGHT-ADJ-IN-QTY
               + WS-NIGHT-ISSUE-QTY + WS-NIGHT-ADJ-OUT-QTY
           IF WS-PREMOVE-COUNT < ZERO
               MOVE ZERO TO WS-PREMOVE-COUNT
           END-IF.

       2700-CARRY-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER-COUNT
           DISPLAY "PERIOD-TO-DATE RECORD FOR ITEM " WS-CURR-ITEM-CODE
               " NOT ON ITEM MASTER - CARRIED UNCHANGED"
           MOVE BOTL-PTDI-REC TO BOTL-PTD-REC
           PERFORM 6000-WRITE-PTD-RECORD.

       2800-FLAG-ORPHAN-MOVEMENT.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "MOVEMENT FOR ITEM " BOTL-DTL-ITEM-CODE
               " NOT ON ITEM MASTER - ITERATION " BOTL-DTL-ITER
               " NOT ACCUMULATED".

       6000-WRITE-PTD-RECORD.
           MOVE BOTL-PTD-REC TO BOTL-PTDO-REC
           WRITE BOTL-PTDO-REC
           PERFORM 8010-CHECK-PTDO-STATUS
           ADD 1 TO WS-PTDO-WRITE-COUNT.

       8010-CHECK-PTDO-STATUS.
           IF WS-PTDO-STATUS NOT = "00"
               DISPLAY "PERIOD-TO-DATE FILE WRITE ERROR - STATUS "
                   WS-PTDO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-PTD-SUMMARY.
           DISPLAY "===== BOTLPTD PERIOD-TO-DATE SUMMARY ====="
           DISPLAY "OPEN PERIOD............: " WS-OPEN-PERIOD
           DISPLAY "PTD RECORDS READ.......: " WS-PTDI-READ-COUNT
           DISPLAY "MASTER RECORDS READ....: " WS-ITEM-READ-COUNT
           DISPLAY "DETAIL RECORDS READ....: " WS-DTL-READ-COUNT
           DISPLAY "PTD RECORDS WRITTEN....: " WS-PTDO-WRITE-COUNT
           DISPLAY "ITEMS OPENED TONIGHT...: " WS-NEW-ITEM-COUNT
           DISPLAY "ITEMS REVALUED.........: " WS-REVALUED-COUNT
           DISPLAY "TRANSFER LEGS SKIPPED..: " WS-XFER-LEG-COUNT
           DISPLAY "MAINTENANCE ADJUSTED...: " WS-MAINT-ADJ-COUNT
           DISPLAY "NOT ON ITEM MASTER.....: " WS-NOT-ON-MASTER-COUNT
           DISPLAY "MOVEMENT NOT POSTED....: " WS-ORPHAN-COUNT
           MOVE WS-RUN-RCPT-VALUE TO WS-VALUE-EDIT
           DISPLAY "RECEIPT VALUE..........: " WS-VALUE-EDIT
           MOVE WS-RUN-ISSUE-VALUE TO WS-VALUE-EDIT
           DISPLAY "ISSUE VALUE............: " WS-VALUE-EDIT
           MOVE WS-RUN-ADJ-IN-VALUE TO WS-VALUE-EDIT
           DISPLAY "ADJUSTMENT GAIN VALUE..: " WS-VALUE-EDIT
           MOVE WS-RUN-ADJ-OUT-VALUE TO WS-VALUE-EDIT
           DISPLAY "ADJUSTMENT LOSS VALUE..: " WS-VALUE-EDIT
           MOVE WS-RUN-REVAL-VALUE TO WS-SIGNED-EDIT
           DISPLAY "REVALUATION............: " WS-SIGNED-EDIT.

       END PROGRAM BOTLPTD.
