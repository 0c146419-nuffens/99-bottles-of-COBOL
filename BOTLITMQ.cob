                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLITMQ.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOTL-QRY-FILE ASSIGN TO "BOTLQRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QRY-STATUS.
           SELECT OPTIONAL BOTL-STAT-FILE ASSIGN TO "BOTLSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT OPTIONAL BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT OPTIONAL BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPTIONAL BOTL-SUSP-FILE ASSIGN TO "BOTLSUSI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL BOTL-OPEN-FILE ASSIGN TO "BOTLOPNI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT OPTIONAL BOTL-VRPT-FILE ASSIGN TO "BOTLVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-QRY-FILE.
       01  BOTL-QRY-CARD PIC X(80).

       FD  BOTL-STAT-FILE.
           COPY BOTLSTAR.

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-SUSP-FILE.
           COPY BOTLSUSR.

       FD  BOTL-OPEN-FILE.
           COPY BOTLOPAR.

       FD  BOTL-VRPT-FILE.
           COPY BOTLVRPR.

       WORKING-STORAGE SECTION.
       01 WS-QRY-STATUS PIC XX VALUE SPACES.
       01 WS-STAT-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-SUSP-STATUS PIC XX VALUE SPACES.
       01 WS-OPEN-STATUS PIC XX VALUE SPACES.
       01 WS-VRPT-STATUS PIC XX VALUE SPACES.
       01 WS-QRY-EOF-FLAG PIC X VALUE 'N'.
           88 WS-QRY-EOF VALUE 'Y'.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-SUSP-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SUSP-EOF VALUE 'Y'.
       01 WS-OPEN-EOF-FLAG PIC X VALUE 'N'.
           88 WS-OPEN-EOF VALUE 'Y'.
       01 WS-VRPT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-VRPT-EOF VALUE 'Y'.
       01 WS-QRY-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-QRY-ERROR VALUE 'Y'.
       01 WS-ITEM-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-FOUND VALUE 'Y'.
       01 WS-SNAP-LIVE-FLAG PIC X VALUE 'N'.
           88 WS-SNAP-LIVE VALUE 'Y'.
       01 WS-QRY-CARD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-QRY-KEYWORD PIC X(20) VALUE SPACES.
       01 WS-QRY-VALUE PIC X(20) VALUE SPACES.
       01 WS-QRY-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-SNAP-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-SNAP-LOCATION PIC X(4) VALUE SPACES.
       01 WS-SNAP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SNAP-TS PIC X(21) VALUE SPACES.
       01 WS-TODAY-TS PIC X(21) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT PIC 9(7) VALUE ZERO.
       01 WS-ALERT-INT PIC 9(7) VALUE ZERO.
       01 WS-AGE-DAYS PIC 9(5) VALUE ZERO.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-DTL-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-RCVD-QTY PIC 9(9) VALUE ZERO.
       01 WS-DTL-ISSUED-QTY PIC 9(9) VALUE ZERO.
       01 WS-SUSP-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OPEN-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VRPT-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VRPT-BATCH-LINE PIC X(100) VALUE SPACES.
       01 WS-COST-EDIT PIC Z(4)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           MOVE WS-TODAY-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM 0500-READ-INQUIRY-CARD
           IF WS-QRY-ERROR
               DISPLAY "RUN REJECTED - INVALID CONTROL CARD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "===== BOTTLES SINGLE-ITEM INQUIRY ====="
           DISPLAY "ITEM CODE..............: " WS-QRY-ITEM-CODE
           DISPLAY "INQUIRY DATE...........: " WS-TODAY-TS(1:8)
           PERFORM 0600-READ-STATUS-SNAPSHOT
           PERFORM 1000-SHOW-ITEM-MASTER
           PERFORM 2000-SHOW-MOVEMENT
           PERFORM 3000-SHOW-SUSPENSE
           PERFORM 4000-SHOW-OPEN-ALERTS
           PERFORM 5000-SHOW-LAST-VARIANCE
           DISPLAY "===== END OF ITEM INQUIRY ====="
           IF NOT WS-ITEM-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-READ-INQUIRY-CARD.
           OPEN INPUT BOTL-QRY-FILE
           IF WS-QRY-STATUS = "35"
               SET WS-QRY-EOF TO TRUE
           ELSE
               IF WS-QRY-STATUS NOT = "00" AND WS-QRY-STATUS NOT = "05"
                   DISPLAY "INQUIRY CARD FILE OPEN ERROR - STATUS "
                       WS-QRY-STATUS
                   SET WS-QRY-ERROR TO TRUE
                   SET WS-QRY-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-QRY-EOF
               READ BOTL-QRY-FILE
                   AT END
                       SET WS-QRY-EOF TO TRUE
               END-READ
               IF WS-QRY-STATUS NOT = "00" AND WS-QRY-STATUS NOT = "10"
                   DISPLAY "INQUIRY CARD FILE I/O ERROR - STATUS "
                       WS-QRY-STATUS
                   SET WS-QRY-ERROR TO TRUE
                   SET WS-QRY-EOF TO TRUE
               END-IF
               IF NOT WS-QRY-EOF
                   ADD 1 TO WS-QRY-CARD-COUNT
                   PERFORM 0510-APPLY-INQUIRY-CARD
               END-IF
           END-PERFORM
           IF WS-QRY-STATUS NOT = "35"
               CLOSE BOTL-QRY-FILE
           END-IF
           IF WS-QRY-ITEM-CODE = SPACES AND NOT WS-QRY-ERROR
               DISPLAY "NO ITEM= CARD - NOTHING TO INQUIRE ON"
               SET WS-QRY-ERROR TO TRUE
           END-IF.

       0510-APPLY-INQUIRY-CARD.
           IF BOTL-QRY-CARD = SPACES OR BOTL-QRY-CARD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-QRY-KEYWORD
               MOVE SPACES TO WS-QRY-VALUE
               UNSTRING BOTL-QRY-CARD DELIMITED BY "="
                   INTO WS-QRY-KEYWORD WS-QRY-VALUE
               EVALUATE TRUE
                   WHEN WS-QRY-KEYWORD NOT = "ITEM"
                   WHEN WS-QRY-VALUE = SPACES
                   WHEN WS-QRY-VALUE(9:12) NOT = SPACES
                   WHEN WS-QRY-ITEM-CODE NOT = SPACES
                       DISPLAY "INVALID CONTROL CARD " WS-QRY-CARD-COUNT
                           " - " BOTL-QRY-CARD(1:40)
                       SET WS-QRY-ERROR TO TRUE
                   WHEN OTHER
                       MOVE WS-QRY-VALUE(1:8) TO WS-QRY-ITEM-CODE
               END-EVALUATE
           END-IF.

       0600-READ-STATUS-SNAPSHOT.
           OPEN INPUT BOTL-STAT-FILE
           IF WS-STAT-STATUS = "00"
               READ BOTL-STAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BOTL-STAT-ACTIVE = 'Y'
                           SET WS-SNAP-LIVE TO TRUE
                       END-IF
                       MOVE BOTL-STAT-ITEM-CODE TO WS-SNAP-ITEM-CODE
                       MOVE BOTL-STAT-LOCATION TO WS-SNAP-LOCATION
                       MOVE BOTL-STAT-COUNT TO WS-SNAP-COUNT
                       MOVE BOTL-STAT-TS TO WS-SNAP-TS
               END-READ
               CLOSE BOTL-STAT-FILE
           ELSE
               IF WS-STAT-STATUS = "05"
                   CLOSE BOTL-STAT-FILE
               END-IF
           END-IF
           IF WS-SNAP-LIVE
               DISPLAY "RUN IN FLIGHT..........: YES "
                   "(OR ABENDED - SEE SNAPSHOT AGE)"
               DISPLAY "LAST SNAPSHOT AT.......: " WS-SNAP-TS(1:14)
               DISPLAY "  FIGURES BELOW ARE FROM BEFORE TONIGHT'S "
                   "COUNTDOWN - NOT YET POSTED"
               IF WS-SNAP-ITEM-CODE = WS-QRY-ITEM-CODE
                   DISPLAY "ITEM IN FLIGHT NOW.....: LOCATION "
                       WS-SNAP-LOCATION " COUNT " WS-SNAP-COUNT
               END-IF
           END-IF.

       1000-SHOW-ITEM-MASTER.
           DISPLAY "----- ITEM MASTER -----"
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               IF WS-ITEM-STATUS = "05"
                   CLOSE BOTL-ITEM-FILE
               END-IF
               DISPLAY "NO ITEM MASTER ON FILE"
           ELSE
               PERFORM 1100-READ-ITEM-RECORD
               PERFORM UNTIL WS-ITEM-EOF OR WS-ITEM-FOUND
                   IF BOTL-ITEM-CODE = WS-QRY-ITEM-CODE
                       SET WS-ITEM-FOUND TO TRUE
                   ELSE
                       PERFORM 1100-READ-ITEM-RECORD
                   END-IF
               END-PERFORM
               IF WS-ITEM-FOUND
                   PERFORM 1200-DISPLAY-ITEM
               ELSE
                   DISPLAY "ITEM NOT ON ITEM MASTER"
               END-IF
               CLOSE BOTL-ITEM-FILE
           END-IF.

       1100-READ-ITEM-RECORD.
           READ BOTL-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS NOT = "10"
               DISPLAY "ITEM MASTER I/O ERROR - STATUS " WS-ITEM-STATUS
               SET WS-ITEM-EOF TO TRUE
           END-IF.

       1200-DISPLAY-ITEM.
           DISPLAY "DESCRIPTION............: " BOTL-ITEM-DESC
           DISPLAY "COUNT..................: " BOTL-ITEM-COUNT
           DISPLAY "REORDER POINT..........: " BOTL-ITEM-REORDER-POINT
           IF BOTL-ITEM-UNIT-COST NUMERIC
               MOVE BOTL-ITEM-UNIT-COST TO WS-COST-EDIT
               DISPLAY "UNIT COST..............: " WS-COST-EDIT
           ELSE
               DISPLAY "UNIT COST..............: NOT SET"
           END-IF
           IF BOTL-ITEM-ACTIVE = 'N'
               DISPLAY "ACTIVE.................: N - INACTIVE"
           ELSE
               DISPLAY "ACTIVE.................: " BOTL-ITEM-ACTIVE
           END-IF
           IF BOTL-ITEM-LOC-USED NUMERIC
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
                           OR WS-LOC-SUB > 5
                   DISPLAY "  LOCATION " BOTL-ITEM-LOC-CODE(WS-LOC-SUB)
                       " COUNT=" BOTL-ITEM-LOC-COUNT(WS-LOC-SUB)
                       " ROP=" BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-SUB)
               END-PERFORM
           END-IF.

       2000-SHOW-MOVEMENT.
           DISPLAY "----- LAST NIGHT'S MOVEMENT -----"
           OPEN INPUT BOTL-DTL-FILE
           IF WS-DTL-STATUS NOT = "00"
               IF WS-DTL-STATUS = "05"
                   CLOSE BOTL-DTL-FILE
               END-IF
               DISPLAY "NO DETAIL EXTRACT ON FILE"
           ELSE
               PERFORM 2100-READ-DTL-RECORD
               PERFORM UNTIL WS-DTL-EOF
                   IF BOTL-DTL-ITEM-CODE = WS-QRY-ITEM-CODE
                       PERFORM 2200-DISPLAY-MOVEMENT
                   END-IF
                   PERFORM 2100-READ-DTL-RECORD
               END-PERFORM
               CLOSE BOTL-DTL-FILE
               IF WS-DTL-MATCH-COUNT = ZERO
                   DISPLAY "NO MOVEMENT FOR THIS ITEM"
               ELSE
                   DISPLAY "MOVEMENTS..............: " WS-DTL-MATCH-COUNT
                   DISPLAY "QTY RECEIVED...........: " WS-DTL-RCVD-QTY
                   DISPLAY "QTY ISSUED.............: " WS-DTL-ISSUED-QTY
               END-IF
           END-IF.

       2100-READ-DTL-RECORD.
           READ BOTL-DTL-FILE
               AT END
                   SET WS-DTL-EOF TO TRUE
           END-READ
           IF WS-DTL-STATUS NOT = "00" AND WS-DTL-STATUS NOT = "10"
               DISPLAY "DETAIL EXTRACT FILE I/O ERROR - STATUS "
                   WS-DTL-STATUS
               SET WS-DTL-EOF TO TRUE
           END-IF.

       2200-DISPLAY-MOVEMENT.
           ADD 1 TO WS-DTL-MATCH-COUNT
           IF BOTL-DTL-ACTION = 'R'
               ADD BOTL-DTL-QTY TO WS-DTL-RCVD-QTY
           ELSE
               ADD BOTL-DTL-QTY TO WS-DTL-ISSUED-QTY
           END-IF
           DISPLAY "  ITER=" BOTL-DTL-ITER
               " " BOTL-DTL-ACTION
               " QTY=" BOTL-DTL-QTY
               " BEFORE=" BOTL-DTL-COUNT-BEFORE
               " AFTER=" BOTL-DTL-COUNT-AFTER
               " SRC=" BOTL-DTL-SOURCE
               " LOC=" BOTL-DTL-LOCATION
               " ORIGIN=" BOTL-DTL-ORIGIN
               " LOT=" BOTL-DTL-LOT-NUMBER.

       3000-SHOW-SUSPENSE.
           DISPLAY "----- SUSPENSE WAITING ON THIS ITEM -----"
           OPEN INPUT BOTL-SUSP-FILE
           IF WS-SUSP-STATUS NOT = "00"
               IF WS-SUSP-STATUS = "05"
                   CLOSE BOTL-SUSP-FILE
               END-IF
               DISPLAY "NO SUSPENSE FILE"
           ELSE
               PERFORM 3100-READ-SUSP-RECORD
               PERFORM UNTIL WS-SUSP-EOF
                   IF BOTL-SUSP-ITEM-CODE = WS-QRY-ITEM-CODE
                       ADD 1 TO WS-SUSP-MATCH-COUNT
                       DISPLAY "  " BOTL-SUSP-ACTION
                           " QTY=" BOTL-SUSP-QTY
                           " LOC=" BOTL-SUSP-LOCATION
                           " TO=" BOTL-SUSP-TO-LOCATION
                           " AGE=" BOTL-SUSP-AGE " NIGHTS"
                           " REASON=" BOTL-SUSP-REASON
                   END-IF
                   PERFORM 3100-READ-SUSP-RECORD
               END-PERFORM
               CLOSE BOTL-SUSP-FILE
               IF WS-SUSP-MATCH-COUNT = ZERO
                   DISPLAY "NONE"
               END-IF
           END-IF.

       3100-READ-SUSP-RECORD.
           READ BOTL-SUSP-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ
           IF WS-SUSP-STATUS NOT = "00" AND WS-SUSP-STATUS NOT = "10"
               DISPLAY "SUSPENSE FILE I/O ERROR - STATUS "
                   WS-SUSP-STATUS
               SET WS-SUSP-EOF TO TRUE
           END-IF.

       4000-SHOW-OPEN-ALERTS.
           DISPLAY "----- OPEN REORDER ALERTS -----"
           OPEN INPUT BOTL-OPEN-FILE
           IF WS-OPEN-STATUS NOT = "00"
               IF WS-OPEN-STATUS = "05"
                   CLOSE BOTL-OPEN-FILE
               END-IF
               DISPLAY "NO OPEN-ALERT LEDGER ON FILE"
           ELSE
               PERFORM 4100-READ-OPEN-RECORD
               PERFORM UNTIL WS-OPEN-EOF
                   IF BOTL-OPEN-ITEM-CODE = WS-QRY-ITEM-CODE
                       PERFORM 4200-DISPLAY-OPEN-ALERT
                   END-IF
                   PERFORM 4100-READ-OPEN-RECORD
               END-PERFORM
               CLOSE BOTL-OPEN-FILE
               IF WS-OPEN-MATCH-COUNT = ZERO
                   DISPLAY "NONE"
               END-IF
           END-IF.

       4100-READ-OPEN-RECORD.
           READ BOTL-OPEN-FILE
               AT END
                   SET WS-OPEN-EOF TO TRUE
           END-READ
           IF WS-OPEN-STATUS NOT = "00" AND WS-OPEN-STATUS NOT = "10"
               DISPLAY "OPEN-ALERT LEDGER I/O ERROR - STATUS "
                   WS-OPEN-STATUS
               SET WS-OPEN-EOF TO TRUE
           END-IF.

       4200-DISPLAY-OPEN-ALERT.
           ADD 1 TO WS-OPEN-MATCH-COUNT
           IF BOTL-OPEN-ALERT-DATE NUMERIC
               MOVE BOTL-OPEN-ALERT-DATE TO WS-DATE-NUM
               COMPUTE WS-ALERT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ALERT-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           DISPLAY "  LOC=" BOTL-OPEN-LOCATION
               " RUN=" BOTL-OPEN-RUN-ID
               " ALERTED=" BOTL-OPEN-ALERT-DATE
               " COUNT=" BOTL-OPEN-COUNT
               " ROP=" BOTL-OPEN-REORDER-POINT
               " OPEN " WS-AGE-DAYS " DAYS".

       5000-SHOW-LAST-VARIANCE.
           DISPLAY "----- LAST CYCLE-COUNT VARIANCE -----"
           OPEN INPUT BOTL-VRPT-FILE
           IF WS-VRPT-STATUS NOT = "00"
               IF WS-VRPT-STATUS = "05"
                   CLOSE BOTL-VRPT-FILE
               END-IF
               DISPLAY "NO VARIANCE REPORT ON FILE"
           ELSE
               PERFORM 5100-READ-VRPT-LINE
               PERFORM UNTIL WS-VRPT-EOF
                   EVALUATE TRUE
                       WHEN BOTL-VRPT-LINE(1:17) = "ADJUSTMENT BATCH "
                           MOVE BOTL-VRPT-LINE TO WS-VRPT-BATCH-LINE
                       WHEN BOTL-VRPT-LINE(1:5) = "ITEM "
                               AND BOTL-VRPT-LINE(6:8) = WS-QRY-ITEM-CODE
                           ADD 1 TO WS-VRPT-MATCH-COUNT
                           DISPLAY "  " BOTL-VRPT-LINE(15:86)
                   END-EVALUATE
                   PERFORM 5100-READ-VRPT-LINE
               END-PERFORM
               CLOSE BOTL-VRPT-FILE
               IF WS-VRPT-MATCH-COUNT = ZERO
                   DISPLAY "NOT COUNTED IN THE LAST CYCLE COUNT"
               ELSE
                   DISPLAY "  FROM " WS-VRPT-BATCH-LINE(1:60)
               END-IF
           END-IF.

       5100-READ-VRPT-LINE.
           READ BOTL-VRPT-FILE
               AT END
                   SET WS-VRPT-EOF TO TRUE
           END-READ
           IF WS-VRPT-STATUS NOT = "00" AND WS-VRPT-STATUS NOT = "10"
               DISPLAY "VARIANCE REPORT FILE I/O ERROR - STATUS "
                   WS-VRPT-STATUS
               SET WS-VRPT-EOF TO TRUE
           END-IF.

       END PROGRAM BOTLITMQ.
