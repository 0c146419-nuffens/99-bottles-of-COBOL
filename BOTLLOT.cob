                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLLOT.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPTIONAL BOTL-LOTI-FILE ASSIGN TO "BOTLLOTI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTI-STATUS.
           SELECT BOTL-LOTO-FILE ASSIGN TO "BOTLLOTO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTO-STATUS.
           SELECT BOTL-LRPT-FILE ASSIGN TO "BOTLLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-LOTI-FILE.
           COPY BOTLLOTR.

       FD  BOTL-LOTO-FILE.
       01  BOTL-LOTO-REC PIC X(45).

       FD  BOTL-LRPT-FILE.
           COPY BOTLLRPR.

       WORKING-STORAGE SECTION.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-LOTI-STATUS PIC XX VALUE SPACES.
       01 WS-LOTO-STATUS PIC XX VALUE SPACES.
       01 WS-LRPT-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-LOTI-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LOTI-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-XFER-DRAW-FLAG PIC X VALUE 'N'.
           88 WS-XFER-DRAWING VALUE 'Y'.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-WORK-LOCATION PIC X(4) VALUE SPACES.
       01 WS-BREAK-POINT PIC X(12) VALUE SPACES.
       01 WS-ITEM-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOTI-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOTO-WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOT-RCVD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-RCVD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-LOAD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ON-HAND-QTY PIC 9(11) VALUE ZERO.
       01 WS-UNDATED-QTY PIC 9(11) VALUE ZERO.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-USED PIC 9 VALUE ZERO.
       01 WS-LOC-LOT-SUM PIC 9(9) VALUE ZERO.
       01 WS-LOC-LOT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOC-UNDATED PIC 9(9) VALUE ZERO.
       01 WS-TARGET-QTY PIC 9(7) VALUE ZERO.
       01 WS-DRAW-QTY PIC 9(9) VALUE ZERO.
       01 WS-TAKE-QTY PIC 9(7) VALUE ZERO.
       01 WS-NEW-LOT.
           05 WS-NEW-LOT-KEY.
               10 WS-NEW-LOT-LOCATION PIC X(4).
               10 WS-NEW-LOT-BEST-BY PIC X(8).
               10 WS-NEW-LOT-NUMBER PIC X(10).
           05 WS-NEW-LOT-QTY PIC 9(7).
           05 WS-NEW-LOT-RECEIVED PIC X(8).
       01 WS-LOT-MAX PIC 9(4) VALUE 200.
       01 WS-LOT-USED PIC 9(4) VALUE ZERO.
       01 WS-LOT-SUB PIC 9(4) VALUE ZERO.
       01 WS-LOT-SUB2 PIC 9(4) VALUE ZERO.
       01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 200 TIMES.
               10 WS-LOT-KEY.
                   15 WS-LOT-LOCATION PIC X(4).
                   15 WS-LOT-BEST-BY PIC X(8).
                   15 WS-LOT-NUMBER PIC X(10).
               10 WS-LOT-QTY PIC 9(7).
               10 WS-LOT-RECEIVED PIC X(8).
       01 WS-XFER-ITER PIC 9(7) VALUE ZERO.
       01 WS-XFER-USED PIC 9(4) VALUE ZERO.
       01 WS-XFER-SUB PIC 9(4) VALUE ZERO.
       01 WS-XFER-TABLE.
           05 WS-XFER-ENTRY OCCURS 200 TIMES.
               10 WS-XFER-BEST-BY PIC X(8).
               10 WS-XFER-LOT-NUMBER PIC X(10).
               10 WS-XFER-QTY PIC 9(7).
               10 WS-XFER-RECEIVED PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
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
           OPEN INPUT BOTL-LOTI-FILE
           IF WS-LOTI-STATUS = "35"
               SET WS-LOTI-EOF TO TRUE
           ELSE
               IF WS-LOTI-STATUS NOT = "00" AND WS-LOTI-STATUS NOT = "05"
                   DISPLAY "LOT FILE OPEN ERROR - STATUS "
                       WS-LOTI-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-LOTI-EOF TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT BOTL-LOTO-FILE
           PERFORM 8030-CHECK-LOTO-STATUS
           OPEN OUTPUT BOTL-LRPT-FILE
           PERFORM 8010-CHECK-LRPT-STATUS
           MOVE "===== BOTLLOT LOT INVENTORY POSTING =====" TO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           MOVE "----- LOT MOVEMENT AND LOTS ON HAND BY ITEM -----"
               TO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           PERFORM 1100-READ-ITEM-RECORD
           PERFORM 1200-READ-DTL-RECORD
           IF NOT WS-LOTI-EOF
               PERFORM 1300-READ-LOT-RECORD
           END-IF
           PERFORM UNTIL WS-ITEM-EOF
               ADD 1 TO WS-ITEM-READ-COUNT
               PERFORM 2000-POST-ONE-ITEM
               PERFORM 1100-READ-ITEM-RECORD
           END-PERFORM
           PERFORM UNTIL WS-LOTI-EOF
               PERFORM 2810-FLAG-ORPHAN-LOT
               PERFORM 1300-READ-LOT-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
               PERFORM 2820-FLAG-ORPHAN-MOVEMENT
               PERFORM 1200-READ-DTL-RECORD
           END-PERFORM
           PERFORM 9000-LOT-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-DTL-FILE
           IF WS-LOTI-STATUS NOT = "35"
               CLOSE BOTL-LOTI-FILE
           END-IF
           CLOSE BOTL-LOTO-FILE
           CLOSE BOTL-LRPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-TABLE-FULL
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-BREAK-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       1100-READ-ITEM-RECORD.
           READ BOTL-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS NOT = "10"
               DISPLAY "ITEM MASTER I/O ERROR - STATUS " WS-ITEM-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF.

       1200-READ-DTL-RECORD.
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

       1300-READ-LOT-RECORD.
           READ BOTL-LOTI-FILE
               AT END
                   SET WS-LOTI-EOF TO TRUE
           END-READ
           IF WS-LOTI-STATUS NOT = "00" AND WS-LOTI-STATUS NOT = "10"
               DISPLAY "LOT FILE I/O ERROR - STATUS " WS-LOTI-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-LOTI-EOF TO TRUE
           END-IF
           IF NOT WS-LOTI-EOF
               ADD 1 TO WS-LOTI-READ-COUNT
           END-IF.

       2000-POST-ONE-ITEM.
           MOVE BOTL-ITEM-CODE TO WS-CURR-ITEM-CODE
           MOVE ZERO TO WS-LOT-USED
           MOVE ZERO TO WS-XFER-USED
           MOVE 'N' TO WS-XFER-DRAW-FLAG
           MOVE ZERO TO WS-LOC-USED
           IF BOTL-ITEM-LOC-USED NUMERIC
               MOVE BOTL-ITEM-LOC-USED TO WS-LOC-USED
           END-IF
           PERFORM UNTIL WS-LOTI-EOF
                   OR BOTL-LOT-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 2810-FLAG-ORPHAN-LOT
               PERFORM 1300-READ-LOT-RECORD
           END-PERFORM
           PERFORM UNTIL WS-LOTI-EOF
                   OR BOTL-LOT-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               PERFORM 2100-LOAD-ONE-LOT
               PERFORM 1300-READ-LOT-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 2820-FLAG-ORPHAN-MOVEMENT
               PERFORM 1200-READ-DTL-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               PERFORM 3000-POST-MOVEMENT
               PERFORM 1200-READ-DTL-RECORD
           END-PERFORM
           PERFORM 5000-PROVE-ITEM-LOTS
           PERFORM 6000-WRITE-ITEM-LOTS.

       2100-LOAD-ONE-LOT.
           IF BOTL-LOT-QTY NOT NUMERIC
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "LOT RECORD INVALID - ITEM " BOTL-LOT-ITEM-CODE
                   " LOT " BOTL-LOT-NUMBER " DROPPED"
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "*** LOT RECORD INVALID ITEM=" BOTL-LOT-ITEM-CODE
                   " LOC=" BOTL-LOT-LOCATION
                   " LOT=" BOTL-LOT-NUMBER
                   " QTY NOT NUMERIC - DROPPED"
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
               PERFORM 8000-WRITE-LRPT-LINE
           ELSE
               MOVE BOTL-LOT-LOCATION TO WS-NEW-LOT-LOCATION
               IF WS-NEW-LOT-LOCATION = SPACES
                   MOVE "MAIN" TO WS-NEW-LOT-LOCATION
               END-IF
               MOVE BOTL-LOT-BEST-BY TO WS-NEW-LOT-BEST-BY
               MOVE BOTL-LOT-NUMBER TO WS-NEW-LOT-NUMBER
               MOVE BOTL-LOT-QTY TO WS-NEW-LOT-QTY
               MOVE BOTL-LOT-RECEIVED-DATE TO WS-NEW-LOT-RECEIVED
               IF WS-NEW-LOT-QTY > ZERO
                   PERFORM 4100-ADD-TO-LOT
               END-IF
           END-IF.

       2810-FLAG-ORPHAN-LOT.
           ADD 1 TO WS-BREAK-COUNT
           DISPLAY "LOT BREAK - ITEM " BOTL-LOT-ITEM-CODE
               " NOT ON ITEM MASTER, LOT " BOTL-LOT-NUMBER " DROPPED"
           MOVE SPACES TO BOTL-LRPT-LINE
           STRING "*** LOT FOR ITEM NOT ON MASTER ITEM="
               BOTL-LOT-ITEM-CODE
               " LOC=" BOTL-LOT-LOCATION
               " LOT=" BOTL-LOT-NUMBER
               " QTY=" BOTL-LOT-QTY
               " DROPPED"
               DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE.

       2820-FLAG-ORPHAN-MOVEMENT.
           ADD 1 TO WS-BREAK-COUNT
           DISPLAY "LOT BREAK - ITEM " BOTL-DTL-ITEM-CODE
               " NOT ON ITEM MASTER, ITERATION " BOTL-DTL-ITER
               " NOT POSTED"
           MOVE SPACES TO BOTL-LRPT-LINE
           STRING "*** MOVEMENT FOR ITEM NOT ON MASTER ITEM="
               BOTL-DTL-ITEM-CODE
               " LOC=" BOTL-DTL-LOCATION
               " ITER=" BOTL-DTL-ITER
               " " BOTL-DTL-ACTION
               " QTY=" BOTL-DTL-QTY
               " NOT POSTED"
               DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE.

       3000-POST-MOVEMENT.
           MOVE BOTL-DTL-LOCATION TO WS-WORK-LOCATION
           IF WS-WORK-LOCATION = SPACES
               MOVE "MAIN" TO WS-WORK-LOCATION
           END-IF
           PERFORM 4500-SUM-LOCATION-LOTS
           IF WS-LOC-LOT-SUM NOT = BOTL-DTL-COUNT-BEFORE
               MOVE BOTL-DTL-COUNT-BEFORE TO WS-TARGET-QTY
               MOVE SPACES TO WS-BREAK-POINT
               STRING "ITER=" BOTL-DTL-ITER
                   DELIMITED BY SIZE INTO WS-BREAK-POINT
               PERFORM 4600-RESTATE-LOCATION
           END-IF
           EVALUATE TRUE
               WHEN BOTL-DTL-ACTION = 'R' AND BOTL-DTL-SOURCE = 'X'
                   PERFORM 3200-RECEIVE-TRANSFER
               WHEN BOTL-DTL-ACTION = 'R'
                   PERFORM 3100-RECEIVE-LOT
               WHEN OTHER
                   IF BOTL-DTL-SOURCE = 'X'
                       SET WS-XFER-DRAWING TO TRUE
                       MOVE ZERO TO WS-XFER-USED
                       MOVE BOTL-DTL-ITER TO WS-XFER-ITER
                   END-IF
                   MOVE BOTL-DTL-QTY TO WS-DRAW-QTY
                   PERFORM 4200-DRAW-FEFO
                   MOVE 'N' TO WS-XFER-DRAW-FLAG
           END-EVALUATE.

       3100-RECEIVE-LOT.
           MOVE WS-WORK-LOCATION TO WS-NEW-LOT-LOCATION
           MOVE BOTL-DTL-QTY TO WS-NEW-LOT-QTY
           MOVE BOTL-DTL-TS(1:8) TO WS-NEW-LOT-RECEIVED
           IF BOTL-DTL-LOT-NUMBER = SPACES
               MOVE SPACES TO WS-NEW-LOT-BEST-BY
               MOVE SPACES TO WS-NEW-LOT-NUMBER
               ADD 1 TO WS-UNDATED-RCVD-COUNT
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "NO LOT ON RECEIPT ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-WORK-LOCATION
                   " ITER=" BOTL-DTL-ITER
                   " QTY=" BOTL-DTL-QTY
                   " HELD AS UNDATED STOCK"
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           ELSE
               MOVE BOTL-DTL-BEST-BY TO WS-NEW-LOT-BEST-BY
               MOVE BOTL-DTL-LOT-NUMBER TO WS-NEW-LOT-NUMBER
               ADD 1 TO WS-LOT-RCVD-COUNT
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "LOT RECEIVED ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-WORK-LOCATION
                   " LOT=" WS-NEW-LOT-NUMBER
                   " BEST-BY=" WS-NEW-LOT-BEST-BY
                   " QTY=" BOTL-DTL-QTY
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           END-IF
           PERFORM 8000-WRITE-LRPT-LINE
           PERFORM 4100-ADD-TO-LOT.

       3200-RECEIVE-TRANSFER.
           IF WS-XFER-USED > ZERO AND WS-XFER-ITER = BOTL-DTL-ITER
               MOVE WS-WORK-LOCATION TO WS-NEW-LOT-LOCATION
               PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                       UNTIL WS-XFER-SUB > WS-XFER-USED
                   MOVE WS-XFER-BEST-BY(WS-XFER-SUB)
                       TO WS-NEW-LOT-BEST-BY
                   MOVE WS-XFER-LOT-NUMBER(WS-XFER-SUB)
                       TO WS-NEW-LOT-NUMBER
                   MOVE WS-XFER-QTY(WS-XFER-SUB) TO WS-NEW-LOT-QTY
                   MOVE WS-XFER-RECEIVED(WS-XFER-SUB)
                       TO WS-NEW-LOT-RECEIVED
                   PERFORM 4100-ADD-TO-LOT
               END-PERFORM
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "LOT BREAK - ITEM " WS-CURR-ITEM-CODE
                   " TRANSFER ITERATION " BOTL-DTL-ITER
                   " HAS NO ISSUING LEG"
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "*** LOT BREAK ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-WORK-LOCATION
                   " ITER=" BOTL-DTL-ITER
                   " TRANSFER IN QTY=" BOTL-DTL-QTY
                   " NO ISSUING LEG - HELD AS UNDATED"
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
               PERFORM 8000-WRITE-LRPT-LINE
               MOVE WS-WORK-LOCATION TO WS-NEW-LOT-LOCATION
               MOVE SPACES TO WS-NEW-LOT-BEST-BY
               MOVE SPACES TO WS-NEW-LOT-NUMBER
               MOVE BOTL-DTL-QTY TO WS-NEW-LOT-QTY
               MOVE WS-RUN-TS(1:8) TO WS-NEW-LOT-RECEIVED
               PERFORM 4100-ADD-TO-LOT
           END-IF
           MOVE ZERO TO WS-XFER-USED.

       4100-ADD-TO-LOT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE ZERO TO WS-LOT-SUB
           PERFORM UNTIL WS-FOUND OR WS-LOT-SUB = WS-LOT-USED
               ADD 1 TO WS-LOT-SUB
               IF WS-LOT-KEY(WS-LOT-SUB) NOT < WS-NEW-LOT-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND AND WS-LOT-KEY(WS-LOT-SUB) = WS-NEW-LOT-KEY
               ADD WS-NEW-LOT-QTY TO WS-LOT-QTY(WS-LOT-SUB)
           ELSE
               IF WS-LOT-USED = WS-LOT-MAX
                   DISPLAY "LOT TABLE FULL - ITEM " WS-CURR-ITEM-CODE
                       " LOT " WS-NEW-LOT-NUMBER " AT "
                       WS-NEW-LOT-LOCATION " NOT POSTED"
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   IF NOT WS-FOUND
                       COMPUTE WS-LOT-SUB = WS-LOT-USED + 1
                   ELSE
                       PERFORM VARYING WS-LOT-SUB2 FROM WS-LOT-USED BY -1
                               UNTIL WS-LOT-SUB2 < WS-LOT-SUB
                           MOVE WS-LOT-ENTRY(WS-LOT-SUB2)
                               TO WS-LOT-ENTRY(WS-LOT-SUB2 + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-LOT-USED
                   MOVE WS-NEW-LOT-KEY TO WS-LOT-KEY(WS-LOT-SUB)
                   MOVE WS-NEW-LOT-QTY TO WS-LOT-QTY(WS-LOT-SUB)
                   MOVE WS-NEW-LOT-RECEIVED TO WS-LOT-RECEIVED(WS-LOT-SUB)
               END-IF
           END-IF.

       4200-DRAW-FEFO.
           MOVE ZERO TO WS-LOT-SUB
           PERFORM UNTIL WS-DRAW-QTY = ZERO OR WS-LOT-SUB = WS-LOT-USED
               ADD 1 TO WS-LOT-SUB
               IF WS-LOT-LOCATION(WS-LOT-SUB) = WS-WORK-LOCATION
                       AND WS-LOT-QTY(WS-LOT-SUB) > ZERO
                   IF WS-LOT-QTY(WS-LOT-SUB) > WS-DRAW-QTY
                       MOVE WS-DRAW-QTY TO WS-TAKE-QTY
                   ELSE
                       MOVE WS-LOT-QTY(WS-LOT-SUB) TO WS-TAKE-QTY
                   END-IF
                   SUBTRACT WS-TAKE-QTY FROM WS-LOT-QTY(WS-LOT-SUB)
                   SUBTRACT WS-TAKE-QTY FROM WS-DRAW-QTY
                   IF WS-XFER-DRAWING
                       PERFORM 4210-REMEMBER-DRAW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4300-DROP-EMPTY-LOTS.

       4210-REMEMBER-DRAW.
           IF WS-XFER-USED < 200
               ADD 1 TO WS-XFER-USED
               MOVE WS-LOT-BEST-BY(WS-LOT-SUB)
                   TO WS-XFER-BEST-BY(WS-XFER-USED)
               MOVE WS-LOT-NUMBER(WS-LOT-SUB)
                   TO WS-XFER-LOT-NUMBER(WS-XFER-USED)
               MOVE WS-TAKE-QTY TO WS-XFER-QTY(WS-XFER-USED)
               MOVE WS-LOT-RECEIVED(WS-LOT-SUB)
                   TO WS-XFER-RECEIVED(WS-XFER-USED)
           ELSE
               DISPLAY "TRANSFER LOT TABLE FULL - ITEM "
                   WS-CURR-ITEM-CODE " ITERATION " WS-XFER-ITER
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       4300-DROP-EMPTY-LOTS.
           MOVE ZERO TO WS-LOT-SUB2
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-USED
               IF WS-LOT-QTY(WS-LOT-SUB) > ZERO
                   ADD 1 TO WS-LOT-SUB2
                   IF WS-LOT-SUB2 NOT = WS-LOT-SUB
                       MOVE WS-LOT-ENTRY(WS-LOT-SUB)
                           TO WS-LOT-ENTRY(WS-LOT-SUB2)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LOT-SUB2 TO WS-LOT-USED.

       4500-SUM-LOCATION-LOTS.
           MOVE ZERO TO WS-LOC-LOT-SUM
           MOVE ZERO TO WS-LOC-LOT-COUNT
           MOVE ZERO TO WS-LOC-UNDATED
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-USED
               IF WS-LOT-LOCATION(WS-LOT-SUB) = WS-WORK-LOCATION
                   ADD 1 TO WS-LOC-LOT-COUNT
                   ADD WS-LOT-QTY(WS-LOT-SUB) TO WS-LOC-LOT-SUM
                   IF WS-LOT-NUMBER(WS-LOT-SUB) = SPACES
                       ADD WS-LOT-QTY(WS-LOT-SUB) TO WS-LOC-UNDATED
                   END-IF
               END-IF
           END-PERFORM.

       4600-RESTATE-LOCATION.
           IF WS-LOC-LOT-COUNT = ZERO
               ADD 1 TO WS-UNDATED-LOAD-COUNT
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "UNDATED STOCK LOADED ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-WORK-LOCATION
                   " QTY=" WS-TARGET-QTY
                   " - NO LOTS ON FILE"
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
               PERFORM 8000-WRITE-LRPT-LINE
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "LOT BREAK - ITEM " WS-CURR-ITEM-CODE
                   " LOCATION " WS-WORK-LOCATION " " WS-BREAK-POINT
                   " COUNT " WS-TARGET-QTY " LOTS " WS-LOC-LOT-SUM
               MOVE SPACES TO BOTL-LRPT-LINE
               STRING "*** LOT BREAK ITEM=" WS-CURR-ITEM-CODE
                   " LOC=" WS-WORK-LOCATION
                   " " WS-BREAK-POINT
                   " COUNT=" WS-TARGET-QTY
                   " LOTS=" WS-LOC-LOT-SUM
                   " - LOTS RESTATED TO COUNT"
                   DELIMITED BY SIZE INTO BOTL-LRPT-LINE
               PERFORM 8000-WRITE-LRPT-LINE
           END-IF
           IF WS-TARGET-QTY > WS-LOC-LOT-SUM
               MOVE WS-WORK-LOCATION TO WS-NEW-LOT-LOCATION
               MOVE SPACES TO WS-NEW-LOT-BEST-BY
               MOVE SPACES TO WS-NEW-LOT-NUMBER
               COMPUTE WS-NEW-LOT-QTY = WS-TARGET-QTY - WS-LOC-LOT-SUM
               MOVE WS-RUN-TS(1:8) TO WS-NEW-LOT-RECEIVED
               PERFORM 4100-ADD-TO-LOT
           ELSE
               COMPUTE WS-DRAW-QTY = WS-LOC-LOT-SUM - WS-TARGET-QTY
               PERFORM 4200-DRAW-FEFO
           END-IF.

       5000-PROVE-ITEM-LOTS.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED OR WS-LOC-SUB > 5
               MOVE BOTL-ITEM-LOC-CODE(WS-LOC-SUB) TO WS-WORK-LOCATION
               PERFORM 4500-SUM-LOCATION-LOTS
               IF BOTL-ITEM-LOC-COUNT(WS-LOC-SUB) NUMERIC
                   IF WS-LOC-LOT-SUM NOT = BOTL-ITEM-LOC-COUNT(WS-LOC-SUB)
                       MOVE BOTL-ITEM-LOC-COUNT(WS-LOC-SUB)
                           TO WS-TARGET-QTY
                       MOVE "MASTER" TO WS-BREAK-POINT
                       PERFORM 4600-RESTATE-LOCATION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-USED
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-USED OR WS-LOC-SUB > 5
                   IF BOTL-ITEM-LOC-CODE(WS-LOC-SUB)
                           = WS-LOT-LOCATION(WS-LOT-SUB)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   PERFORM 5100-DROP-UNKNOWN-LOCATION-LOT
               END-IF
           END-PERFORM
           PERFORM 4300-DROP-EMPTY-LOTS.

       5100-DROP-UNKNOWN-LOCATION-LOT.
           ADD 1 TO WS-BREAK-COUNT
           DISPLAY "LOT BREAK - ITEM " WS-CURR-ITEM-CODE
               " LOCATION " WS-LOT-LOCATION(WS-LOT-SUB)
               " NOT ON ITEM MASTER, LOT "
               WS-LOT-NUMBER(WS-LOT-SUB) " DROPPED"
           MOVE SPACES TO BOTL-LRPT-LINE
           STRING "*** LOT AT LOCATION NOT ON MASTER ITEM="
               WS-CURR-ITEM-CODE
               " LOC=" WS-LOT-LOCATION(WS-LOT-SUB)
               " LOT=" WS-LOT-NUMBER(WS-LOT-SUB)
               " QTY=" WS-LOT-QTY(WS-LOT-SUB)
               " DROPPED"
               DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           MOVE ZERO TO WS-LOT-QTY(WS-LOT-SUB).

       6000-WRITE-ITEM-LOTS.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-USED
               MOVE WS-CURR-ITEM-CODE TO BOTL-LOT-ITEM-CODE
               MOVE WS-LOT-LOCATION(WS-LOT-SUB) TO BOTL-LOT-LOCATION
               MOVE WS-LOT-BEST-BY(WS-LOT-SUB) TO BOTL-LOT-BEST-BY
               MOVE WS-LOT-NUMBER(WS-LOT-SUB) TO BOTL-LOT-NUMBER
               MOVE WS-LOT-QTY(WS-LOT-SUB) TO BOTL-LOT-QTY
               MOVE WS-LOT-RECEIVED(WS-LOT-SUB)
                   TO BOTL-LOT-RECEIVED-DATE
               WRITE BOTL-LOTO-REC FROM BOTL-LOT-REC
               PERFORM 8030-CHECK-LOTO-STATUS
               ADD 1 TO WS-LOTO-WRITE-COUNT
           END-PERFORM
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-USED OR WS-LOC-SUB > 5
               MOVE BOTL-ITEM-LOC-CODE(WS-LOC-SUB) TO WS-WORK-LOCATION
               PERFORM 4500-SUM-LOCATION-LOTS
               IF WS-LOC-LOT-COUNT > ZERO
                   ADD WS-LOC-LOT-SUM TO WS-ON-HAND-QTY
                   ADD WS-LOC-UNDATED TO WS-UNDATED-QTY
                   MOVE SPACES TO BOTL-LRPT-LINE
                   STRING "ON HAND ITEM=" WS-CURR-ITEM-CODE
                       " LOC=" WS-WORK-LOCATION
                       " LOTS=" WS-LOC-LOT-COUNT
                       " QTY=" WS-LOC-LOT-SUM
                       " UNDATED=" WS-LOC-UNDATED
                       DELIMITED BY SIZE INTO BOTL-LRPT-LINE
                   PERFORM 8000-WRITE-LRPT-LINE
               END-IF
           END-PERFORM.

       8000-WRITE-LRPT-LINE.
           WRITE BOTL-LRPT-LINE
           PERFORM 8010-CHECK-LRPT-STATUS.

       8010-CHECK-LRPT-STATUS.
           IF WS-LRPT-STATUS NOT = "00"
               DISPLAY "LOT POSTING REPORT FILE I/O ERROR - STATUS "
                   WS-LRPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8030-CHECK-LOTO-STATUS.
           IF WS-LOTO-STATUS NOT = "00"
               DISPLAY "LOT OUTPUT FILE I/O ERROR - STATUS "
                   WS-LOTO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-LOT-SUMMARY.
           DISPLAY "===== BOTLLOT LOT POSTING SUMMARY ====="
           DISPLAY "ITEMS READ.............: " WS-ITEM-READ-COUNT
           DISPLAY "DETAIL RECORDS READ....: " WS-DTL-READ-COUNT
           DISPLAY "LOTS READ..............: " WS-LOTI-READ-COUNT
           DISPLAY "LOTS RECEIVED..........: " WS-LOT-RCVD-COUNT
           DISPLAY "RECEIPTS WITHOUT LOT...: " WS-UNDATED-RCVD-COUNT
           DISPLAY "UNDATED STOCK LOADED...: " WS-UNDATED-LOAD-COUNT
           DISPLAY "LOTS WRITTEN...........: " WS-LOTO-WRITE-COUNT
           DISPLAY "QTY ON HAND IN LOTS....: " WS-ON-HAND-QTY
           DISPLAY "  UNDATED..............: " WS-UNDATED-QTY
           DISPLAY "LOT BREAKS.............: " WS-BREAK-COUNT
           MOVE "===== BOTLLOT LOT POSTING SUMMARY =====" TO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           MOVE SPACES TO BOTL-LRPT-LINE
           STRING "ITEMS=" WS-ITEM-READ-COUNT
               " MOVEMENTS=" WS-DTL-READ-COUNT
               " LOTS IN=" WS-LOTI-READ-COUNT
               " LOTS OUT=" WS-LOTO-WRITE-COUNT
               " RECEIVED=" WS-LOT-RCVD-COUNT
               DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           MOVE SPACES TO BOTL-LRPT-LINE
           STRING "QTY ON HAND=" WS-ON-HAND-QTY
               " UNDATED=" WS-UNDATED-QTY
               " UNDATED LOADS=" WS-UNDATED-LOAD-COUNT
               " BREAKS=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BOTL-LRPT-LINE
           PERFORM 8000-WRITE-LRPT-LINE
           IF WS-BREAK-COUNT = ZERO AND NOT WS-TABLE-FULL
               MOVE "LOTS AGREE WITH THE ITEM MASTER COUNTS"
                   TO BOTL-LRPT-LINE
           ELSE
               MOVE "LOT BREAKS RESTATED - CHECK THE FLAGGED LOCATIONS"
                   TO BOTL-LRPT-LINE
           END-IF
           PERFORM 8000-WRITE-LRPT-LINE.

       END PROGRAM BOTLLOT.
