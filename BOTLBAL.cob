       01 WS-BREAK-KIND PIC X(16) VALUE SPACES.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPECTED-AFTER PIC 9(7) VALUE ZERO.
       01 WS-ISSUE-GRAND-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-RECEIPT-GRAND-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-TRANSFER-GRAND-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-XFER-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-XFER-PENDING VALUE 'Y'.
       01 WS-XFER-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-XFER-ITER PIC 9(7) VALUE ZERO.
       01 WS-XFER-QTY PIC 9(7) VALUE ZERO.
       01 WS-COMPUTED-END PIC S9(9) VALUE ZERO.
       01 WS-ITM-NET PIC S9(9) VALUE ZERO.
       01 WS-NET-EDIT PIC +(9)9.
       01 WS-ITEM-SUB PIC 9(4) VALUE ZERO.
       01 WS-ITEM-USED PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-CODE PIC X(8).
               10 WS-ITM-LOCATION PIC X(4).
               10 WS-ITM-START PIC 9(7).
               10 WS-ITM-END PIC 9(7).
               10 WS-ITM-ISSUE-QTY PIC 9(9).
               10 WS-ITM-RECEIPT-QTY PIC 9(9).
               10 WS-ITM-XFER-OUT-QTY PIC 9(9).
               10 WS-ITM-XFER-IN-QTY PIC 9(9).
               10 WS-ITM-MOVE-COUNT PIC 9(7).
               10 WS-ITM-BREAK-COUNT PIC 9(5).

               PERFORM 2000-CHECK-ONE-RECORD
               PERFORM 1100-READ-DTL-RECORD
           END-PERFORM
           IF WS-XFER-PENDING
               PERFORM 2200-FLAG-UNPAIRED-TRANSFER
           END-IF
           PERFORM 9000-BALANCE-SUMMARY
           CLOSE BOTL-DTL-FILE
           CLOSE BOTL-BRPT-FILE
           IF NOT WS-FOUND
               CONTINUE
           ELSE
               IF BOTL-DTL-COUNT-BEFORE NOT = WS-ITM-END(WS-ITEM-SUB)
                   MOVE "CONTINUITY BREAK" TO WS-BREAK-KIND
                   PERFORM 4000-FLAG-BREAK
               END-IF
               IF BOTL-DTL-ACTION = 'R'
                   COMPUTE WS-EXPECTED-AFTER =
                       BOTL-DTL-COUNT-BEFORE + BOTL-DTL-QTY
               ELSE
                   COMPUTE WS-EXPECTED-AFTER =
                       BOTL-DTL-COUNT-BEFORE - BOTL-DTL-QTY
               END-IF
               EVALUATE TRUE
                   WHEN BOTL-DTL-SOURCE = 'X'
                       PERFORM 2100-CHECK-TRANSFER-LEG
                   WHEN BOTL-DTL-ACTION = 'R'
                       ADD BOTL-DTL-QTY
                           TO WS-ITM-RECEIPT-QTY(WS-ITEM-SUB)
                       ADD BOTL-DTL-QTY TO WS-RECEIPT-GRAND-TOTAL
                   WHEN OTHER
                       ADD BOTL-DTL-QTY
                           TO WS-ITM-ISSUE-QTY(WS-ITEM-SUB)
                       ADD BOTL-DTL-QTY TO WS-ISSUE-GRAND-TOTAL
               END-EVALUATE
               ADD 1 TO WS-ITM-MOVE-COUNT(WS-ITEM-SUB)
               IF WS-EXPECTED-AFTER NOT = BOTL-DTL-COUNT-AFTER
                   MOVE "ARITHMETIC BREAK" TO WS-BREAK-KIND
                   PERFORM 4000-FLAG-BREAK
               END-IF
               MOVE BOTL-DTL-COUNT-AFTER TO WS-ITM-END(WS-ITEM-SUB)
           END-IF.

       2100-CHECK-TRANSFER-LEG.
           IF BOTL-DTL-ACTION = 'R'
               ADD BOTL-DTL-QTY TO WS-ITM-XFER-IN-QTY(WS-ITEM-SUB)
               IF WS-XFER-PENDING
                       AND BOTL-DTL-ITEM-CODE = WS-XFER-ITEM-CODE
                       AND BOTL-DTL-ITER = WS-XFER-ITER
                       AND BOTL-DTL-QTY = WS-XFER-QTY
                   MOVE 'N' TO WS-XFER-PENDING-FLAG
               ELSE
                   MOVE "TRANSFER BREAK" TO WS-BREAK-KIND
                   PERFORM 4000-FLAG-BREAK
               END-IF
           ELSE
               IF WS-XFER-PENDING
                   PERFORM 2200-FLAG-UNPAIRED-TRANSFER
               END-IF
               ADD BOTL-DTL-QTY TO WS-ITM-XFER-OUT-QTY(WS-ITEM-SUB)
               ADD BOTL-DTL-QTY TO WS-TRANSFER-GRAND-TOTAL
               SET WS-XFER-PENDING TO TRUE
               MOVE BOTL-DTL-ITEM-CODE TO WS-XFER-ITEM-CODE
               MOVE BOTL-DTL-ITER TO WS-XFER-ITER
               MOVE BOTL-DTL-QTY TO WS-XFER-QTY
           END-IF.

       2200-FLAG-UNPAIRED-TRANSFER.
           MOVE 'N' TO WS-XFER-PENDING-FLAG
           ADD 1 TO WS-BREAK-COUNT
           DISPLAY "TRANSFER BREAK - ITEM " WS-XFER-ITEM-CODE
               " ITERATION " WS-XFER-ITER " HAS NO RECEIVING LEG"
           MOVE SPACES TO BOTL-BRPT-LINE
           STRING "TRANSFER BREAK   ITEM=" WS-XFER-ITEM-CODE
               " ITER=" WS-XFER-ITER
               " QTY=" WS-XFER-QTY
               " NO RECEIVING LEG"
               DELIMITED BY SIZE INTO BOTL-BRPT-LINE
           PERFORM 8000-WRITE-BRPT-LINE.

       3000-LOCATE-ITEM-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE ZERO TO WS-ITEM-SUB
           PERFORM UNTIL WS-FOUND OR WS-ITEM-SUB = WS-ITEM-USED
               ADD 1 TO WS-ITEM-SUB
               IF WS-ITM-CODE(WS-ITEM-SUB) = BOTL-DTL-ITEM-CODE
                       AND WS-ITM-LOCATION(WS-ITEM-SUB)
                       = BOTL-DTL-LOCATION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-ITEM-USED < 500
                   ADD 1 TO WS-ITEM-USED
                   MOVE WS-ITEM-USED TO WS-ITEM-SUB
                   MOVE BOTL-DTL-ITEM-CODE TO WS-ITM-CODE(WS-ITEM-SUB)
                   MOVE BOTL-DTL-LOCATION
                       TO WS-ITM-LOCATION(WS-ITEM-SUB)
                   MOVE BOTL-DTL-COUNT-BEFORE
                       TO WS-ITM-START(WS-ITEM-SUB)
                   MOVE BOTL-DTL-COUNT-BEFORE
                       TO WS-ITM-END(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-ISSUE-QTY(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-RECEIPT-QTY(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-XFER-OUT-QTY(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-XFER-IN-QTY(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-MOVE-COUNT(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITM-BREAK-COUNT(WS-ITEM-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "ITEM TABLE FULL - RECORDS FOR ITEM "
                       BOTL-DTL-ITEM-CODE " LOCATION " BOTL-DTL-LOCATION
                       " NOT BALANCED"
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-ITM-BREAK-COUNT(WS-ITEM-SUB)
           DISPLAY WS-BREAK-KIND " - ITEM " BOTL-DTL-ITEM-CODE
               " LOCATION " BOTL-DTL-LOCATION
               " ITERATION " BOTL-DTL-ITER
           MOVE SPACES TO BOTL-BRPT-LINE
           STRING WS-BREAK-KIND
               " ITEM=" BOTL-DTL-ITEM-CODE
               " LOC=" BOTL-DTL-LOCATION
               " ITER=" BOTL-DTL-ITER
               " BEFORE=" BOTL-DTL-COUNT-BEFORE
               " " BOTL-DTL-ACTION
           DISPLAY "ITEMS BALANCED.........: " WS-ITEM-USED
           DISPLAY "TOTAL QTY ISSUED.......: " WS-ISSUE-GRAND-TOTAL
           DISPLAY "TOTAL QTY RECEIVED.....: " WS-RECEIPT-GRAND-TOTAL
           DISPLAY "TOTAL QTY TRANSFERRED..: " WS-TRANSFER-GRAND-TOTAL
           DISPLAY "CONTINUITY BREAKS......: " WS-BREAK-COUNT
           MOVE "===== BOTLBAL BALANCING SUMMARY ====="
               TO BOTL-BRPT-LINE
               " ITEMS=" WS-ITEM-USED
               " ISSUED=" WS-ISSUE-GRAND-TOTAL
               " RECEIVED=" WS-RECEIPT-GRAND-TOTAL
               " TRANSFERRED=" WS-TRANSFER-GRAND-TOTAL
               " BREAKS=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BOTL-BRPT-LINE
           PERFORM 8000-WRITE-BRPT-LINE
           PERFORM 8000-WRITE-BRPT-LINE.

       9100-REPORT-ONE-ITEM.
           COMPUTE WS-ITM-NET =
               WS-ITM-RECEIPT-QTY(WS-ITEM-SUB)
               + WS-ITM-XFER-IN-QTY(WS-ITEM-SUB)
               - WS-ITM-ISSUE-QTY(WS-ITEM-SUB)
               - WS-ITM-XFER-OUT-QTY(WS-ITEM-SUB)
           COMPUTE WS-COMPUTED-END =
               WS-ITM-START(WS-ITEM-SUB) + WS-ITM-NET
           MOVE WS-ITM-NET TO WS-NET-EDIT
           MOVE SPACES TO BOTL-BRPT-LINE
           STRING "ITEM " WS-ITM-CODE(WS-ITEM-SUB)
               " LOC=" WS-ITM-LOCATION(WS-ITEM-SUB)
               " START=" WS-ITM-START(WS-ITEM-SUB)
               " END=" WS-ITM-END(WS-ITEM-SUB)
               " MOVES=" WS-ITM-MOVE-COUNT(WS-ITEM-SUB)
               DELIMITED BY SIZE INTO BOTL-BRPT-LINE
           PERFORM 8000-WRITE-BRPT-LINE
           MOVE SPACES TO BOTL-BRPT-LINE
           STRING "  ISSUED=" WS-ITM-ISSUE-QTY(WS-ITEM-SUB)
               " RCVD=" WS-ITM-RECEIPT-QTY(WS-ITEM-SUB)
               " XFER-OUT=" WS-ITM-XFER-OUT-QTY(WS-ITEM-SUB)
               " XFER-IN=" WS-ITM-XFER-IN-QTY(WS-ITEM-SUB)
               " NET=" WS-NET-EDIT
               DELIMITED BY SIZE INTO BOTL-BRPT-LINE
           PERFORM 8000-WRITE-BRPT-LINE
           IF WS-COMPUTED-END NOT = WS-ITM-END(WS-ITEM-SUB)
                   OR WS-ITM-BREAK-COUNT(WS-ITEM-SUB) > ZERO
               MOVE SPACES TO BOTL-BRPT-LINE
               STRING "  *** ITEM " WS-ITM-CODE(WS-ITEM-SUB)
                   " LOC=" WS-ITM-LOCATION(WS-ITEM-SUB)
                   " DOES NOT PROVE - BREAKS="
                   WS-ITM-BREAK-COUNT(WS-ITEM-SUB)
                   DELIMITED BY SIZE INTO BOTL-BRPT-LINE
