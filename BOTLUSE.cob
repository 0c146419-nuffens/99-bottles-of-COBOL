                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLUSE.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOTL-PARM-FILE ASSIGN TO "BOTLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPTIONAL BOTL-LEAD-FILE ASSIGN TO "BOTLLEAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-STATUS.
           SELECT BOTL-PROP-FILE ASSIGN TO "BOTLPROP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT BOTL-URPT-FILE ASSIGN TO "BOTLURPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-URPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-PARM-FILE.
           COPY BOTLPARR.

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-LEAD-FILE.
           COPY BOTLLEDR.

       FD  BOTL-PROP-FILE.
           COPY BOTLMNTR.

       FD  BOTL-URPT-FILE.
           COPY BOTLURPR.

       WORKING-STORAGE SECTION.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-LEAD-STATUS PIC XX VALUE SPACES.
       01 WS-PROP-STATUS PIC XX VALUE SPACES.
       01 WS-URPT-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-LEAD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LEAD-EOF VALUE 'Y'.
       01 WS-LEAD-OK-FLAG PIC X VALUE 'N'.
           88 WS-LEAD-OK VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-SEQ-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-SEQ-ERROR VALUE 'Y'.
       01 WS-USAGE-LOOKBACK PIC 9(3) VALUE 90.
       01 WS-DEFAULT-LEAD-TIME PIC 9(3) VALUE 7.
       01 WS-ITEM-LEAD-TIME PIC 9(3) VALUE ZERO.
       01 WS-LEAD-SOURCE PIC X(7) VALUE SPACES.
       01 WS-LEAD-REASON PIC X(30) VALUE SPACES.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT PIC 9(9) VALUE ZERO.
       01 WS-FROM-INT PIC 9(9) VALUE ZERO.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-DTL-INT PIC 9(9) VALUE ZERO.
       01 WS-DTL-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-DTL-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-LEAD-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-LAST-ORPHAN-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-ITEM-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-ASSESSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BAD-LOC-TABLE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-IN-WINDOW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OUTSIDE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NOT-USAGE-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NO-LOC-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ORPHAN-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-DTL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-LEAD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LEAD-USED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LEAD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PROPOSAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-USAGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-USE-SUB PIC 9 VALUE ZERO.
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 5 TIMES.
               10 WS-USE-TOTAL PIC 9(9).
               10 WS-USE-PEAK PIC 9(9).
               10 WS-USE-DAYS PIC 9(3).
               10 WS-USE-DAY-DATE PIC X(8).
               10 WS-USE-DAY-QTY PIC 9(9).
       01 WS-AVG-DAILY PIC 9(9)V99 VALUE ZERO.
       01 WS-AVG-EDIT PIC Z(8)9.99.
       01 WS-RECOMMEND-RAW PIC 9(11)V99 VALUE ZERO.
       01 WS-RECOMMEND-WHOLE PIC 9(11) VALUE ZERO.
       01 WS-RECOMMENDED PIC 9(7) VALUE ZERO.
       01 WS-CURRENT-ROP PIC 9(7) VALUE ZERO.
       01 WS-ROP-DIFF PIC S9(7) VALUE ZERO.
       01 WS-ROP-DIFF-EDIT PIC +Z(6)9.
       01 WS-OUTCOME PIC X(23) VALUE SPACES.
       01 WS-PARM-STATUS PIC XX VALUE SPACES.
       01 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PARM-EOF VALUE 'Y'.
       01 WS-PARM-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-PARM-ERROR VALUE 'Y'.
       01 WS-PARM-CARD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PARM-KEYWORD PIC X(20) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARM-NUM PIC 9(7) VALUE ZERO.
       01 WS-PARM-NUM-OK-FLAG PIC X VALUE 'N'.
           88 WS-PARM-NUM-OK VALUE 'Y'.
       01 WS-PARM-DIGITS PIC 9(4) VALUE ZERO.
       01 WS-PARM-SUB PIC 9(4) VALUE ZERO.
       01 WS-PARM-DIGIT-X PIC X VALUE SPACE.
       01 WS-PARM-DIGIT REDEFINES WS-PARM-DIGIT-X PIC 9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           PERFORM 0500-READ-PARM-FILE
           IF WS-PARM-ERROR
               DISPLAY "RUN REJECTED - INVALID CONTROL CARD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-USAGE-LOOKBACK + 1
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER OPEN ERROR - STATUS "
                   WS-ITEM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-DTL-FILE
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "DETAIL HISTORY FILE OPEN ERROR - STATUS "
                   WS-DTL-STATUS
               CLOSE BOTL-ITEM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-LEAD-FILE
           IF WS-LEAD-STATUS = "05" OR WS-LEAD-STATUS = "35"
               DISPLAY "NO LEAD TIME TABLE - DEFAULT LEAD TIME USED"
               SET WS-LEAD-EOF TO TRUE
           ELSE
               IF WS-LEAD-STATUS NOT = "00"
                   DISPLAY "LEAD TIME TABLE OPEN ERROR - STATUS "
                       WS-LEAD-STATUS
                   CLOSE BOTL-ITEM-FILE
                   CLOSE BOTL-DTL-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT BOTL-PROP-FILE
           PERFORM 8020-CHECK-PROP-STATUS
           OPEN OUTPUT BOTL-URPT-FILE
           PERFORM 8010-CHECK-URPT-STATUS
           MOVE "===== BOTLUSE USAGE AND REORDER POINT REVIEW ====="
               TO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           DISPLAY "RUN SETTINGS - USAGE-LOOKBACK=" WS-USAGE-LOOKBACK
               " DAYS LEAD-TIME=" WS-DEFAULT-LEAD-TIME " DAYS"
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "RUN SETTINGS - USAGE-LOOKBACK=" WS-USAGE-LOOKBACK
               " DAYS (" WS-FROM-DATE " THRU " WS-RUN-TS(1:8)
               ") DEFAULT LEAD-TIME=" WS-DEFAULT-LEAD-TIME " DAYS"
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "CONTROL CARDS READ=" WS-PARM-CARD-COUNT
               " - USAGE IS ISSUES ONLY (NO TRANSFERS OR COUNT"
               " ADJUSTMENTS)"
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "RECOMMENDED REORDER POINT = AVERAGE DAILY ISSUES X"
               " LEAD TIME + (PEAK DAY - AVERAGE DAY), ROUNDED UP"
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE "----- USAGE BY ITEM AND LOCATION -----"
               TO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           PERFORM 1100-READ-ITEM-RECORD
           PERFORM 1200-READ-DTL-RECORD
           PERFORM 1300-READ-LEAD-RECORD
           PERFORM UNTIL WS-ITEM-EOF
               PERFORM 2000-ASSESS-ONE-ITEM
               PERFORM 1100-READ-ITEM-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
               PERFORM 2150-SKIP-ORPHAN-DETAIL
           END-PERFORM
           PERFORM UNTIL WS-LEAD-EOF
               MOVE "NO MATCHING MASTER ITEM" TO WS-LEAD-REASON
               PERFORM 1350-REJECT-LEAD-RECORD
               PERFORM 1300-READ-LEAD-RECORD
           END-PERFORM
           IF WS-ITEM-ASSESSED-COUNT = ZERO
               MOVE "NONE" TO BOTL-URPT-LINE
               PERFORM 8000-WRITE-URPT-LINE
           END-IF
           PERFORM 9000-USAGE-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-DTL-FILE
           CLOSE BOTL-LEAD-FILE
           CLOSE BOTL-PROP-FILE
           CLOSE BOTL-URPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-SEQ-ERROR
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-LEAD-REJECT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-BAD-LOC-TABLE-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       0500-READ-PARM-FILE.
           OPEN INPUT BOTL-PARM-FILE
           IF WS-PARM-STATUS = "35"
               SET WS-PARM-EOF TO TRUE
           ELSE
               IF WS-PARM-STATUS NOT = "00"
                       AND WS-PARM-STATUS NOT = "05"
                   DISPLAY "PARAMETER FILE OPEN ERROR - STATUS "
                       WS-PARM-STATUS
                   SET WS-PARM-ERROR TO TRUE
                   SET WS-PARM-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ BOTL-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
               IF WS-PARM-STATUS NOT = "00"
                       AND WS-PARM-STATUS NOT = "10"
                   DISPLAY "PARAMETER FILE I/O ERROR - STATUS "
                       WS-PARM-STATUS
                   SET WS-PARM-ERROR TO TRUE
                   SET WS-PARM-EOF TO TRUE
               END-IF
               IF NOT WS-PARM-EOF
                   ADD 1 TO WS-PARM-CARD-COUNT
                   PERFORM 0510-APPLY-PARM-CARD
               END-IF
           END-PERFORM
           IF WS-PARM-STATUS NOT = "35"
               CLOSE BOTL-PARM-FILE
           END-IF.

       0510-APPLY-PARM-CARD.
           IF BOTL-PARM-CARD = SPACES OR BOTL-PARM-CARD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING BOTL-PARM-CARD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "USAGE-LOOKBACK"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-OK AND WS-PARM-NUM > ZERO
                               AND WS-PARM-NUM <= 999
                           MOVE WS-PARM-NUM TO WS-USAGE-LOOKBACK
                       ELSE
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "LEAD-TIME"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-OK AND WS-PARM-NUM > ZERO
                               AND WS-PARM-NUM <= 999
                           MOVE WS-PARM-NUM TO WS-DEFAULT-LEAD-TIME
                       ELSE
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "END-COUNT"
                   WHEN "REJECT-TOLERANCE"
                   WHEN "EXPIRY-WINDOW"
                   WHEN "APPROVAL-TOLERANCE"
                   WHEN "PENDING-EXPIRY"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF NOT WS-PARM-NUM-OK
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "PROGRESS-INTERVAL"
                   WHEN "MAX-SNAPSHOT-AGE"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF NOT WS-PARM-NUM-OK OR WS-PARM-NUM = ZERO
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "RUN-MODE"
                       IF WS-PARM-VALUE NOT = "TRIAL"
                               AND WS-PARM-VALUE NOT = "LIVE"
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "OVERRIDE-IN-FLIGHT"
                       IF WS-PARM-VALUE NOT = "YES"
                               AND WS-PARM-VALUE NOT = "NO"
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "ITEM-FROM"
                   WHEN "ITEM-THRU"
                       IF WS-PARM-VALUE = SPACES
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN OTHER
                       PERFORM 0530-REJECT-PARM-CARD
               END-EVALUATE
           END-IF.

       0520-PARSE-PARM-NUMBER.
           MOVE 'Y' TO WS-PARM-NUM-OK-FLAG
           MOVE ZERO TO WS-PARM-NUM
           MOVE ZERO TO WS-PARM-DIGITS
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 20
               MOVE WS-PARM-VALUE(WS-PARM-SUB:1) TO WS-PARM-DIGIT-X
               EVALUATE TRUE
                   WHEN WS-PARM-DIGIT-X = SPACE
                       CONTINUE
                   WHEN WS-PARM-DIGIT-X NUMERIC
                       ADD 1 TO WS-PARM-DIGITS
                       IF WS-PARM-DIGITS > 7
                           MOVE 'N' TO WS-PARM-NUM-OK-FLAG
                       ELSE
                           COMPUTE WS-PARM-NUM =
                               WS-PARM-NUM * 10 + WS-PARM-DIGIT
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-PARM-NUM-OK-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-PARM-DIGITS = ZERO
               MOVE 'N' TO WS-PARM-NUM-OK-FLAG
           END-IF.

       0530-REJECT-PARM-CARD.
           DISPLAY "INVALID CONTROL CARD " WS-PARM-CARD-COUNT
               " - " BOTL-PARM-CARD(1:40)
           SET WS-PARM-ERROR TO TRUE.

       1100-READ-ITEM-RECORD.
           READ BOTL-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS NOT = "10"
               DISPLAY "ITEM MASTER I/O ERROR - STATUS " WS-ITEM-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF
           IF NOT WS-ITEM-EOF
               ADD 1 TO WS-ITEM-READ-COUNT
               IF BOTL-ITEM-CODE < WS-PREV-ITEM-CODE
                   DISPLAY "ITEM MASTER OUT OF SEQUENCE AT ITEM "
                       BOTL-ITEM-CODE " - RUN STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE BOTL-ITEM-CODE TO WS-PREV-ITEM-CODE
               END-IF
           END-IF.

       1200-READ-DTL-RECORD.
           READ BOTL-DTL-FILE
               AT END
                   SET WS-DTL-EOF TO TRUE
           END-READ
           IF WS-DTL-STATUS NOT = "00" AND WS-DTL-STATUS NOT = "10"
               DISPLAY "DETAIL HISTORY FILE I/O ERROR - STATUS "
                   WS-DTL-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-DTL-EOF TO TRUE
           END-IF
           IF NOT WS-DTL-EOF
               ADD 1 TO WS-DTL-READ-COUNT
               IF BOTL-DTL-ITEM-CODE < WS-PREV-DTL-CODE
                   DISPLAY "DETAIL HISTORY OUT OF SEQUENCE AT ITEM "
                       BOTL-DTL-ITEM-CODE " - RUN STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE BOTL-DTL-ITEM-CODE TO WS-PREV-DTL-CODE
               END-IF
           END-IF.

       1300-READ-LEAD-RECORD.
           MOVE 'N' TO WS-LEAD-OK-FLAG
           PERFORM UNTIL WS-LEAD-OK OR WS-LEAD-EOF
               READ BOTL-LEAD-FILE
                   AT END
                       SET WS-LEAD-EOF TO TRUE
               END-READ
               IF WS-LEAD-STATUS NOT = "00"
                       AND WS-LEAD-STATUS NOT = "10"
                   DISPLAY "LEAD TIME TABLE I/O ERROR - STATUS "
                       WS-LEAD-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-LEAD-EOF TO TRUE
               END-IF
               IF NOT WS-LEAD-EOF
                   ADD 1 TO WS-LEAD-READ-COUNT
                   EVALUATE TRUE
                       WHEN BOTL-LEAD-REC = SPACES
                       WHEN BOTL-LEAD-REC(1:1) = '*'
                           CONTINUE
                       WHEN BOTL-LEAD-ITEM-CODE NOT > WS-PREV-LEAD-CODE
                           MOVE "OUT OF SEQUENCE OR DUPLICATE"
                               TO WS-LEAD-REASON
                           PERFORM 1350-REJECT-LEAD-RECORD
                       WHEN OTHER
                           MOVE BOTL-LEAD-ITEM-CODE TO WS-PREV-LEAD-CODE
                           SET WS-LEAD-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1350-REJECT-LEAD-RECORD.
           ADD 1 TO WS-LEAD-REJECT-COUNT
           DISPLAY "LEAD TIME RECORD " WS-LEAD-READ-COUNT
               " REJECTED - " WS-LEAD-REASON
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "*** LEAD TIME RECORD " WS-LEAD-READ-COUNT
               " REJECTED - " WS-LEAD-REASON
               " CONTENTS=" BOTL-LEAD-REC
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE.

       1900-STOP-ON-SEQUENCE.
           SET WS-SEQ-ERROR TO TRUE
           SET WS-ITEM-EOF TO TRUE
           SET WS-DTL-EOF TO TRUE
           SET WS-LEAD-EOF TO TRUE.

       2000-ASSESS-ONE-ITEM.
           PERFORM 2050-FIND-LEAD-TIME
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1 UNTIL WS-USE-SUB > 5
               MOVE ZERO TO WS-USE-TOTAL(WS-USE-SUB)
               MOVE ZERO TO WS-USE-PEAK(WS-USE-SUB)
               MOVE ZERO TO WS-USE-DAYS(WS-USE-SUB)
               MOVE SPACES TO WS-USE-DAY-DATE(WS-USE-SUB)
               MOVE ZERO TO WS-USE-DAY-QTY(WS-USE-SUB)
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT < BOTL-ITEM-CODE
               PERFORM 2150-SKIP-ORPHAN-DETAIL
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT = BOTL-ITEM-CODE
               PERFORM 2200-TALLY-ONE-MOVEMENT
               PERFORM 1200-READ-DTL-RECORD
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SEQ-ERROR
                   CONTINUE
               WHEN BOTL-ITEM-ACTIVE NOT = 'Y'
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN BOTL-ITEM-LOC-USED NOT NUMERIC
                       OR BOTL-ITEM-LOC-USED > 5
                   ADD 1 TO WS-BAD-LOC-TABLE-COUNT
                   MOVE SPACES TO BOTL-URPT-LINE
                   STRING "*** ITEM=" BOTL-ITEM-CODE
                       " NOT ASSESSED - BAD LOCATION TABLE ON MASTER"
                       DELIMITED BY SIZE INTO BOTL-URPT-LINE
                   PERFORM 8000-WRITE-URPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-ITEM-ASSESSED-COUNT
                   PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                           UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
                       PERFORM 3000-RECOMMEND-LOCATION
                   END-PERFORM
           END-EVALUATE.

       2050-FIND-LEAD-TIME.
           PERFORM UNTIL WS-LEAD-EOF
                   OR BOTL-LEAD-ITEM-CODE NOT < BOTL-ITEM-CODE
               MOVE "NO MATCHING MASTER ITEM" TO WS-LEAD-REASON
               PERFORM 1350-REJECT-LEAD-RECORD
               PERFORM 1300-READ-LEAD-RECORD
           END-PERFORM
           MOVE WS-DEFAULT-LEAD-TIME TO WS-ITEM-LEAD-TIME
           MOVE "DEFAULT" TO WS-LEAD-SOURCE
           IF NOT WS-LEAD-EOF AND BOTL-LEAD-ITEM-CODE = BOTL-ITEM-CODE
               IF BOTL-LEAD-DAYS NUMERIC AND BOTL-LEAD-DAYS > ZERO
                   MOVE BOTL-LEAD-DAYS TO WS-ITEM-LEAD-TIME
                   MOVE "TABLE" TO WS-LEAD-SOURCE
                   ADD 1 TO WS-LEAD-USED-COUNT
               ELSE
                   MOVE "LEAD TIME NOT NUMERIC OR ZERO"
                       TO WS-LEAD-REASON
                   PERFORM 1350-REJECT-LEAD-RECORD
               END-IF
               PERFORM 1300-READ-LEAD-RECORD
           END-IF.

       2150-SKIP-ORPHAN-DETAIL.
           IF BOTL-DTL-ITEM-CODE NOT = WS-LAST-ORPHAN-CODE
               MOVE BOTL-DTL-ITEM-CODE TO WS-LAST-ORPHAN-CODE
               ADD 1 TO WS-ORPHAN-ITEM-COUNT
               MOVE SPACES TO BOTL-URPT-LINE
               STRING "*** ITEM=" BOTL-DTL-ITEM-CODE
                   " HAS MOVEMENT HISTORY BUT IS NOT ON THE ITEM"
                   " MASTER - IGNORED"
                   DELIMITED BY SIZE INTO BOTL-URPT-LINE
               PERFORM 8000-WRITE-URPT-LINE
           END-IF
           ADD 1 TO WS-ORPHAN-DTL-COUNT
           PERFORM 1200-READ-DTL-RECORD.

       2200-TALLY-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN BOTL-DTL-ACTION NOT = 'I'
               WHEN BOTL-DTL-SOURCE = 'X'
               WHEN BOTL-DTL-COUNT-ADJUSTMENT
                   ADD 1 TO WS-NOT-USAGE-COUNT
               WHEN BOTL-DTL-TS(1:8) NOT NUMERIC
                   ADD 1 TO WS-OUTSIDE-COUNT
               WHEN OTHER
                   MOVE BOTL-DTL-TS(1:8) TO WS-DATE-NUM
                   COMPUTE WS-DTL-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-DTL-INT < WS-FROM-INT
                           OR WS-DTL-INT > WS-TODAY-INT
                       ADD 1 TO WS-OUTSIDE-COUNT
                   ELSE
                       ADD 1 TO WS-IN-WINDOW-COUNT
                       PERFORM 2300-ADD-TO-LOCATION-DAY
                   END-IF
           END-EVALUATE.

       2300-ADD-TO-LOCATION-DAY.
           MOVE BOTL-DTL-LOCATION TO WS-DTL-LOCATION
           IF WS-DTL-LOCATION = SPACES
               MOVE "MAIN" TO WS-DTL-LOCATION
           END-IF
           MOVE ZERO TO WS-USE-SUB
           IF BOTL-ITEM-LOC-USED NUMERIC
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
                           OR WS-LOC-SUB > 5
                   IF BOTL-ITEM-LOC-CODE(WS-LOC-SUB) = WS-DTL-LOCATION
                       MOVE WS-LOC-SUB TO WS-USE-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-USE-SUB = ZERO
               ADD 1 TO WS-NO-LOC-COUNT
           ELSE
               IF WS-USE-DAY-DATE(WS-USE-SUB) NOT = BOTL-DTL-TS(1:8)
                   PERFORM 2400-CLOSE-USAGE-DAY
                   MOVE BOTL-DTL-TS(1:8) TO WS-USE-DAY-DATE(WS-USE-SUB)
                   ADD 1 TO WS-USE-DAYS(WS-USE-SUB)
               END-IF
               ADD BOTL-DTL-QTY TO WS-USE-DAY-QTY(WS-USE-SUB)
               ADD BOTL-DTL-QTY TO WS-USE-TOTAL(WS-USE-SUB)
           END-IF.

       2400-CLOSE-USAGE-DAY.
           IF WS-USE-DAY-QTY(WS-USE-SUB) > WS-USE-PEAK(WS-USE-SUB)
               MOVE WS-USE-DAY-QTY(WS-USE-SUB) TO WS-USE-PEAK(WS-USE-SUB)
           END-IF
           MOVE ZERO TO WS-USE-DAY-QTY(WS-USE-SUB).

       3000-RECOMMEND-LOCATION.
           MOVE WS-LOC-SUB TO WS-USE-SUB
           PERFORM 2400-CLOSE-USAGE-DAY
           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-USE-TOTAL(WS-USE-SUB) / WS-USAGE-LOOKBACK
           COMPUTE WS-RECOMMEND-RAW =
               WS-AVG-DAILY * WS-ITEM-LEAD-TIME
               + WS-USE-PEAK(WS-USE-SUB) - WS-AVG-DAILY
           MOVE WS-RECOMMEND-RAW TO WS-RECOMMEND-WHOLE
           IF WS-RECOMMEND-WHOLE < WS-RECOMMEND-RAW
               ADD 1 TO WS-RECOMMEND-WHOLE
           END-IF
           IF WS-RECOMMEND-WHOLE > 9999999
               MOVE 9999999 TO WS-RECOMMEND-WHOLE
           END-IF
           MOVE WS-RECOMMEND-WHOLE TO WS-RECOMMENDED
           MOVE BOTL-ITEM-LOC-REORDER-POINT(WS-LOC-SUB) TO WS-CURRENT-ROP
           COMPUTE WS-ROP-DIFF = WS-RECOMMENDED - WS-CURRENT-ROP
           EVALUATE TRUE
               WHEN WS-USE-TOTAL(WS-USE-SUB) = ZERO
                   MOVE "NO ISSUES - NO PROPOSAL" TO WS-OUTCOME
                   ADD 1 TO WS-NO-USAGE-COUNT
               WHEN WS-ROP-DIFF = ZERO
                   MOVE "NO CHANGE" TO WS-OUTCOME
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE "CHANGE PROPOSED" TO WS-OUTCOME
                   PERFORM 3100-WRITE-PROPOSAL
           END-EVALUATE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "ITEM=" BOTL-ITEM-CODE
               " LOC=" BOTL-ITEM-LOC-CODE(WS-LOC-SUB)
               " LEAD=" WS-ITEM-LEAD-TIME " (" WS-LEAD-SOURCE ")"
               " ISSUED=" WS-USE-TOTAL(WS-USE-SUB)
               " ON " WS-USE-DAYS(WS-USE-SUB) " DAYS "
               WS-OUTCOME
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE WS-AVG-DAILY TO WS-AVG-EDIT
           MOVE WS-ROP-DIFF TO WS-ROP-DIFF-EDIT
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "  AVG/DAY=" WS-AVG-EDIT
               " PEAK DAY=" WS-USE-PEAK(WS-USE-SUB)
               " REORDER POINT CURRENT=" WS-CURRENT-ROP
               " RECOMMENDED=" WS-RECOMMENDED
               " " WS-ROP-DIFF-EDIT
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE.

       3100-WRITE-PROPOSAL.
           MOVE SPACES TO BOTL-MNT-REC
           SET BOTL-MNT-CHANGE TO TRUE
           MOVE BOTL-ITEM-CODE TO BOTL-MNT-ITEM-CODE
           MOVE WS-RECOMMENDED TO BOTL-MNT-REORDER-POINT
           MOVE BOTL-ITEM-LOC-CODE(WS-LOC-SUB) TO BOTL-MNT-LOCATION
           MOVE "BOTLUSE" TO BOTL-MNT-USER-ID
           WRITE BOTL-MNT-REC
           PERFORM 8020-CHECK-PROP-STATUS
           ADD 1 TO WS-PROPOSAL-COUNT.

       8000-WRITE-URPT-LINE.
           WRITE BOTL-URPT-LINE
           PERFORM 8010-CHECK-URPT-STATUS.

       8010-CHECK-URPT-STATUS.
           IF WS-URPT-STATUS NOT = "00"
               DISPLAY "USAGE REPORT FILE I/O ERROR - STATUS "
                   WS-URPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8020-CHECK-PROP-STATUS.
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "PROPOSED MAINTENANCE FILE I/O ERROR - STATUS "
                   WS-PROP-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-USAGE-SUMMARY.
           DISPLAY "===== BOTLUSE USAGE REVIEW SUMMARY ====="
           DISPLAY "MASTER ITEMS READ......: " WS-ITEM-READ-COUNT
           DISPLAY "ITEMS ASSESSED.........: " WS-ITEM-ASSESSED-COUNT
           DISPLAY "INACTIVE ITEMS SKIPPED.: " WS-INACTIVE-COUNT
           DISPLAY "BAD LOCATION TABLES....: " WS-BAD-LOC-TABLE-COUNT
           DISPLAY "HISTORY RECORDS READ...: " WS-DTL-READ-COUNT
           DISPLAY "ISSUES IN LOOKBACK.....: " WS-IN-WINDOW-COUNT
           DISPLAY "ISSUES OUTSIDE LOOKBACK: " WS-OUTSIDE-COUNT
           DISPLAY "OTHER MOVEMENT SKIPPED.: " WS-NOT-USAGE-COUNT
           DISPLAY "ISSUES AT OLD LOCATIONS: " WS-NO-LOC-COUNT
           DISPLAY "ITEMS NOT ON MASTER....: " WS-ORPHAN-ITEM-COUNT
           DISPLAY "LEAD TIMES FROM TABLE..: " WS-LEAD-USED-COUNT
           DISPLAY "LEAD RECORDS REJECTED..: " WS-LEAD-REJECT-COUNT
           DISPLAY "CHANGES PROPOSED.......: " WS-PROPOSAL-COUNT
           DISPLAY "NO CHANGE NEEDED.......: " WS-UNCHANGED-COUNT
           DISPLAY "NO ISSUES IN LOOKBACK..: " WS-NO-USAGE-COUNT
           MOVE "===== BOTLUSE USAGE REVIEW SUMMARY ====="
               TO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "ITEMS READ=" WS-ITEM-READ-COUNT
               " ASSESSED=" WS-ITEM-ASSESSED-COUNT
               " INACTIVE=" WS-INACTIVE-COUNT
               " NOT ON MASTER=" WS-ORPHAN-ITEM-COUNT
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "HISTORY READ=" WS-DTL-READ-COUNT
               " ISSUES IN LOOKBACK=" WS-IN-WINDOW-COUNT
               " OUTSIDE=" WS-OUTSIDE-COUNT
               " AT OLD LOCATIONS=" WS-NO-LOC-COUNT
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE
           MOVE SPACES TO BOTL-URPT-LINE
           STRING "LOCATIONS - CHANGE PROPOSED=" WS-PROPOSAL-COUNT
               " NO CHANGE=" WS-UNCHANGED-COUNT
               " NO ISSUES=" WS-NO-USAGE-COUNT
               " LEAD TIMES REJECTED=" WS-LEAD-REJECT-COUNT
               DELIMITED BY SIZE INTO BOTL-URPT-LINE
           PERFORM 8000-WRITE-URPT-LINE.

       END PROGRAM BOTLUSE.
