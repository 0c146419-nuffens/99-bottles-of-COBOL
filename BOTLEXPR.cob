                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLEXPR.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOTL-LOT-FILE ASSIGN TO "BOTLLOTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT OPTIONAL BOTL-PARM-FILE ASSIGN TO "BOTLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BOTL-XRPT-FILE ASSIGN TO "BOTLXRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-LOT-FILE.
           COPY BOTLLOTR.

       FD  BOTL-PARM-FILE.
           COPY BOTLPARR.

       FD  BOTL-XRPT-FILE.
           COPY BOTLXRPR.

       WORKING-STORAGE SECTION.
       01 WS-LOT-STATUS PIC XX VALUE SPACES.
       01 WS-XRPT-STATUS PIC XX VALUE SPACES.
       01 WS-LOT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LOT-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-PASS PIC X VALUE SPACE.
           88 WS-EXPIRED-PASS VALUE 'E'.
           88 WS-EXPIRING-PASS VALUE 'W'.
       01 WS-EXPIRY-WINDOW PIC 9(3) VALUE 30.
       01 WS-TODAY-TS PIC X(21) VALUE SPACES.
       01 WS-TODAY-INT PIC 9(9) VALUE ZERO.
       01 WS-BEST-BY-INT PIC 9(9) VALUE ZERO.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-DAYS PIC 9(5) VALUE ZERO.
       01 WS-LOT-LOCATION PIC X(4) VALUE SPACES.
       01 WS-LOT-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-QTY PIC 9(11) VALUE ZERO.
       01 WS-EXPIRING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRING-QTY PIC 9(11) VALUE ZERO.
       01 WS-UNDATED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-QTY PIC 9(11) VALUE ZERO.
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
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           MOVE WS-TODAY-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           OPEN OUTPUT BOTL-XRPT-FILE
           PERFORM 8010-CHECK-XRPT-STATUS
           MOVE "===== BOTLEXPR LOT EXPIRY REPORT =====" TO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           DISPLAY "RUN SETTINGS - EXPIRY-WINDOW=" WS-EXPIRY-WINDOW
               " DAYS AS OF " WS-TODAY-TS(1:8)
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "RUN SETTINGS - EXPIRY-WINDOW=" WS-EXPIRY-WINDOW
               " DAYS AS OF " WS-TODAY-TS(1:8)
               " CONTROL CARDS READ=" WS-PARM-CARD-COUNT
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           MOVE "----- LOTS PAST BEST-BY DATE STILL ON HAND -----"
               TO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           SET WS-EXPIRED-PASS TO TRUE
           PERFORM 1000-SCAN-LOT-FILE
           IF RETURN-CODE = 12
               CLOSE BOTL-XRPT-FILE
               GOBACK
           END-IF
           IF WS-EXPIRED-COUNT = ZERO
               MOVE "NONE" TO BOTL-XRPT-LINE
               PERFORM 8000-WRITE-XRPT-LINE
           END-IF
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "----- LOTS EXPIRING WITHIN " WS-EXPIRY-WINDOW
               " DAYS -----"
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           SET WS-EXPIRING-PASS TO TRUE
           PERFORM 1000-SCAN-LOT-FILE
           IF WS-EXPIRING-COUNT = ZERO
               MOVE "NONE" TO BOTL-XRPT-LINE
               PERFORM 8000-WRITE-XRPT-LINE
           END-IF
           PERFORM 9000-EXPIRY-SUMMARY
           CLOSE BOTL-XRPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-EXPIRED-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-EXPIRING-COUNT > ZERO
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
                   WHEN "EXPIRY-WINDOW"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-OK AND WS-PARM-NUM <= 999
                           MOVE WS-PARM-NUM TO WS-EXPIRY-WINDOW
                       ELSE
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "END-COUNT"
                   WHEN "REJECT-TOLERANCE"
                   WHEN "USAGE-LOOKBACK"
                   WHEN "LEAD-TIME"
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

       1000-SCAN-LOT-FILE.
           MOVE 'N' TO WS-LOT-EOF-FLAG
           OPEN INPUT BOTL-LOT-FILE
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "LOT FILE OPEN ERROR - STATUS " WS-LOT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-LOT-EOF
                   READ BOTL-LOT-FILE
                       AT END
                           SET WS-LOT-EOF TO TRUE
                   END-READ
                   IF WS-LOT-STATUS NOT = "00"
                           AND WS-LOT-STATUS NOT = "10"
                       DISPLAY "LOT FILE I/O ERROR - STATUS "
                           WS-LOT-STATUS
                       SET WS-IO-ERROR TO TRUE
                       SET WS-LOT-EOF TO TRUE
                   END-IF
                   IF NOT WS-LOT-EOF
                       PERFORM 1100-CHECK-ONE-LOT
                   END-IF
               END-PERFORM
               CLOSE BOTL-LOT-FILE
           END-IF.

       1100-CHECK-ONE-LOT.
           IF WS-EXPIRED-PASS
               ADD 1 TO WS-LOT-READ-COUNT
           END-IF
           MOVE BOTL-LOT-LOCATION TO WS-LOT-LOCATION
           IF WS-LOT-LOCATION = SPACES
               MOVE "MAIN" TO WS-LOT-LOCATION
           END-IF
           MOVE ZERO TO WS-BEST-BY-INT
           IF BOTL-LOT-BEST-BY NUMERIC
               MOVE BOTL-LOT-BEST-BY TO WS-DATE-NUM
               COMPUTE WS-BEST-BY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-BEST-BY-INT = ZERO
                   IF WS-EXPIRED-PASS
                       ADD 1 TO WS-UNDATED-COUNT
                       ADD BOTL-LOT-QTY TO WS-UNDATED-QTY
                   END-IF
               WHEN WS-BEST-BY-INT < WS-TODAY-INT
                   IF WS-EXPIRED-PASS
                       PERFORM 1200-REPORT-EXPIRED-LOT
                   END-IF
               WHEN WS-BEST-BY-INT - WS-TODAY-INT <= WS-EXPIRY-WINDOW
                   IF WS-EXPIRING-PASS
                       PERFORM 1300-REPORT-EXPIRING-LOT
                   END-IF
           END-EVALUATE.

       1200-REPORT-EXPIRED-LOT.
           ADD 1 TO WS-EXPIRED-COUNT
           ADD BOTL-LOT-QTY TO WS-EXPIRED-QTY
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-BEST-BY-INT
           DISPLAY "EXPIRED LOT ON HAND - ITEM " BOTL-LOT-ITEM-CODE
               " AT " WS-LOT-LOCATION " LOT " BOTL-LOT-NUMBER
               " QTY " BOTL-LOT-QTY " " WS-DAYS " DAYS PAST"
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "ITEM=" BOTL-LOT-ITEM-CODE "/" WS-LOT-LOCATION
               " LOT=" BOTL-LOT-NUMBER
               " BEST-BY=" BOTL-LOT-BEST-BY
               " QTY=" BOTL-LOT-QTY
               " DAYS PAST=" WS-DAYS
               " RCVD=" BOTL-LOT-RECEIVED-DATE
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE.

       1300-REPORT-EXPIRING-LOT.
           ADD 1 TO WS-EXPIRING-COUNT
           ADD BOTL-LOT-QTY TO WS-EXPIRING-QTY
           COMPUTE WS-DAYS = WS-BEST-BY-INT - WS-TODAY-INT
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "ITEM=" BOTL-LOT-ITEM-CODE "/" WS-LOT-LOCATION
               " LOT=" BOTL-LOT-NUMBER
               " BEST-BY=" BOTL-LOT-BEST-BY
               " QTY=" BOTL-LOT-QTY
               " DAYS LEFT=" WS-DAYS
               " RCVD=" BOTL-LOT-RECEIVED-DATE
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE.

       8000-WRITE-XRPT-LINE.
           WRITE BOTL-XRPT-LINE
           PERFORM 8010-CHECK-XRPT-STATUS.

       8010-CHECK-XRPT-STATUS.
           IF WS-XRPT-STATUS NOT = "00"
               DISPLAY "EXPIRY REPORT FILE I/O ERROR - STATUS "
                   WS-XRPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-EXPIRY-SUMMARY.
           DISPLAY "===== BOTLEXPR EXPIRY SUMMARY ====="
           DISPLAY "LOTS READ..............: " WS-LOT-READ-COUNT
           DISPLAY "PAST BEST-BY ON HAND...: " WS-EXPIRED-COUNT
               " QTY " WS-EXPIRED-QTY
           DISPLAY "EXPIRING IN WINDOW.....: " WS-EXPIRING-COUNT
               " QTY " WS-EXPIRING-QTY
           DISPLAY "UNDATED STOCK LOTS.....: " WS-UNDATED-COUNT
               " QTY " WS-UNDATED-QTY
           MOVE "===== BOTLEXPR EXPIRY SUMMARY =====" TO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "LOTS=" WS-LOT-READ-COUNT
               " EXPIRED=" WS-EXPIRED-COUNT
               " QTY=" WS-EXPIRED-QTY
               " EXPIRING=" WS-EXPIRING-COUNT
               " QTY=" WS-EXPIRING-QTY
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE
           MOVE SPACES TO BOTL-XRPT-LINE
           STRING "UNDATED LOTS=" WS-UNDATED-COUNT
               " QTY=" WS-UNDATED-QTY
               " (NO BEST-BY DATE - STOCK FROM BEFORE LOTS OR COUNT GAINS)"
               DELIMITED BY SIZE INTO BOTL-XRPT-LINE
           PERFORM 8000-WRITE-XRPT-LINE.

       END PROGRAM BOTLEXPR.
