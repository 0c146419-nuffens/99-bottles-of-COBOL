                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLBKAG.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOTL-BKO-FILE ASSIGN TO "BOTLBKOI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT BOTL-KRPT-FILE ASSIGN TO "BOTLKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-BKO-FILE.
           COPY BOTLBKOR.

       FD  BOTL-KRPT-FILE.
           COPY BOTLKRPR.

       WORKING-STORAGE SECTION.
       01 WS-BKO-STATUS PIC XX VALUE SPACES.
       01 WS-KRPT-STATUS PIC XX VALUE SPACES.
       01 WS-BKO-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BKO-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-AGE-LIMIT-DAYS PIC 9(3) VALUE 7.
       01 WS-AGE-DAYS PIC 9(5) VALUE ZERO.
       01 WS-TODAY-TS PIC X(21) VALUE SPACES.
       01 WS-TODAY-INT PIC 9(9) VALUE ZERO.
       01 WS-SHORT-INT PIC 9(9) VALUE ZERO.
       01 WS-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-BKO-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ISSUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ISSUE-QTY PIC 9(9) VALUE ZERO.
       01 WS-RECEIPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-QTY PIC 9(9) VALUE ZERO.
       01 WS-AGE-FLAG-TEXT PIC X(8) VALUE SPACES.
       01 WS-BKO-LOCATION PIC X(4) VALUE SPACES.
       01 WS-BUCKET-SUB PIC 9 VALUE ZERO.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT PIC 9(7).
               10 WS-BUCKET-QTY PIC 9(9).
       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "0-7 DAYS    ".
           05 FILLER PIC X(12) VALUE "8-14 DAYS   ".
           05 FILLER PIC X(12) VALUE "15-30 DAYS  ".
           05 FILLER PIC X(12) VALUE "OVER 30 DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL PIC X(12) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           MOVE WS-TODAY-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE ZERO TO WS-BUCKET-TABLE
           OPEN OUTPUT BOTL-KRPT-FILE
           PERFORM 8010-CHECK-KRPT-STATUS
           MOVE "===== BOTLBKAG BACKORDER AGING REPORT ====="
               TO BOTL-KRPT-LINE
           PERFORM 8000-WRITE-KRPT-LINE
           MOVE "----- BACKORDERS STILL OPEN -----" TO BOTL-KRPT-LINE
           PERFORM 8000-WRITE-KRPT-LINE
           PERFORM 1000-AGE-BACKORDERS
           IF WS-BKO-READ-COUNT = ZERO
               MOVE "NONE" TO BOTL-KRPT-LINE
               PERFORM 8000-WRITE-KRPT-LINE
           END-IF
           PERFORM 9000-AGING-SUMMARY
           CLOSE BOTL-KRPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-OVERDUE-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       1000-AGE-BACKORDERS.
           OPEN INPUT BOTL-BKO-FILE
           IF WS-BKO-STATUS = "35"
               SET WS-BKO-EOF TO TRUE
           ELSE
               IF WS-BKO-STATUS NOT = "00" AND WS-BKO-STATUS NOT = "05"
                   DISPLAY "BACKORDER FILE OPEN ERROR - STATUS "
                       WS-BKO-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-BKO-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-BKO-EOF
               READ BOTL-BKO-FILE
                   AT END
                       SET WS-BKO-EOF TO TRUE
               END-READ
               IF WS-BKO-STATUS NOT = "00"
                       AND WS-BKO-STATUS NOT = "10"
                   DISPLAY "BACKORDER FILE I/O ERROR - STATUS "
                       WS-BKO-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-BKO-EOF TO TRUE
               END-IF
               IF NOT WS-BKO-EOF
                   ADD 1 TO WS-BKO-READ-COUNT
                   PERFORM 1100-AGE-ONE-BACKORDER
               END-IF
           END-PERFORM
           IF WS-BKO-STATUS NOT = "35"
               CLOSE BOTL-BKO-FILE
           END-IF.

       1100-AGE-ONE-BACKORDER.
           IF BOTL-BKO-SHORT-DATE NUMERIC
               MOVE BOTL-BKO-SHORT-DATE TO WS-DATE-NUM
               COMPUTE WS-SHORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SHORT-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 30
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS > 14
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS > 7
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
           ADD BOTL-BKO-QTY TO WS-BUCKET-QTY(WS-BUCKET-SUB)
           IF BOTL-BKO-OVER-RECEIPT
               ADD 1 TO WS-RECEIPT-COUNT
               ADD BOTL-BKO-QTY TO WS-RECEIPT-QTY
           ELSE
               ADD 1 TO WS-ISSUE-COUNT
               ADD BOTL-BKO-QTY TO WS-ISSUE-QTY
           END-IF
           MOVE BOTL-BKO-LOCATION TO WS-BKO-LOCATION
           IF WS-BKO-LOCATION = SPACES
               MOVE "MAIN" TO WS-BKO-LOCATION
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE " TO WS-AGE-FLAG-TEXT
               DISPLAY "OVERDUE BACKORDER - ITEM " BOTL-BKO-ITEM-CODE
                   " AT " WS-BKO-LOCATION " SHORT " BOTL-BKO-QTY " FOR " WS-AGE-DAYS " DAYS"
           ELSE
               MOVE "OPEN    " TO WS-AGE-FLAG-TEXT
           END-IF
           MOVE SPACES TO BOTL-KRPT-LINE
           STRING WS-AGE-FLAG-TEXT
               "ITEM=" BOTL-BKO-ITEM-CODE "/" WS-BKO-LOCATION
               " ACTION=" BOTL-BKO-ACTION
               " SHORT=" BOTL-BKO-QTY
               " SINCE=" BOTL-BKO-SHORT-DATE
               " AGE=" WS-AGE-DAYS
               " KEYED=" BOTL-BKO-TRAN-IMAGE
               DELIMITED BY SIZE INTO BOTL-KRPT-LINE
           PERFORM 8000-WRITE-KRPT-LINE.

       8000-WRITE-KRPT-LINE.
           WRITE BOTL-KRPT-LINE
           PERFORM 8010-CHECK-KRPT-STATUS.

       8010-CHECK-KRPT-STATUS.
           IF WS-KRPT-STATUS NOT = "00"
               DISPLAY "BACKORDER AGING REPORT FILE I/O ERROR - STATUS "
                   WS-KRPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-AGING-SUMMARY.
           DISPLAY "===== BOTLBKAG BACKORDER SUMMARY ====="
           DISPLAY "BACKORDERS OPEN........: " WS-BKO-READ-COUNT
           DISPLAY "  SHORT ISSUES.........: " WS-ISSUE-COUNT
               " QTY " WS-ISSUE-QTY
           DISPLAY "  OVER-CAP RECEIPTS....: " WS-RECEIPT-COUNT
               " QTY " WS-RECEIPT-QTY
           DISPLAY "  OVERDUE (OVER " WS-AGE-LIMIT-DAYS " DAYS): "
               WS-OVERDUE-COUNT
           MOVE "===== BOTLBKAG BACKORDER SUMMARY ====="
               TO BOTL-KRPT-LINE
           PERFORM 8000-WRITE-KRPT-LINE
           MOVE ZERO TO WS-BUCKET-SUB
           PERFORM UNTIL WS-BUCKET-SUB = 4
               ADD 1 TO WS-BUCKET-SUB
               DISPLAY "  AGED " WS-BUCKET-LABEL(WS-BUCKET-SUB)
                   ": " WS-BUCKET-COUNT(WS-BUCKET-SUB)
                   " QTY " WS-BUCKET-QTY(WS-BUCKET-SUB)
               MOVE SPACES TO BOTL-KRPT-LINE
               STRING "AGED " WS-BUCKET-LABEL(WS-BUCKET-SUB)
                   " BACKORDERS=" WS-BUCKET-COUNT(WS-BUCKET-SUB)
                   " QTY SHORT=" WS-BUCKET-QTY(WS-BUCKET-SUB)
                   DELIMITED BY SIZE INTO BOTL-KRPT-LINE
               PERFORM 8000-WRITE-KRPT-LINE
           END-PERFORM
           MOVE SPACES TO BOTL-KRPT-LINE
           STRING "OPEN=" WS-BKO-READ-COUNT
               " ISSUE QTY=" WS-ISSUE-QTY
               " RECEIPT QTY=" WS-RECEIPT-QTY
               " OVERDUE=" WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO BOTL-KRPT-LINE
           PERFORM 8000-WRITE-KRPT-LINE.

       END PROGRAM BOTLBKAG.
