           SELECT OPTIONAL BOTL-PARM-FILE ASSIGN TO "BOTLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BOTL-BREG-FILE ASSIGN TO "BOTLBREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT BOTL-BCTL-FILE ASSIGN TO "BOTLBCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY BOTLTRNR.

       FD  BOTL-CLEAN-FILE.
       01  BOTL-CLEAN-REC PIC X(43).

       FD  BOTL-REJ-FILE.
           COPY BOTLREJR.
       FD  BOTL-PARM-FILE.
           COPY BOTLPARR.

       FD  BOTL-BREG-FILE.
           COPY BOTLBCTR.

       FD  BOTL-BCTL-FILE.
       01  BOTL-BCTLO-REC PIC X(68).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC XX VALUE SPACES.
       01 WS-CLEAN-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-TOLERANCE PIC 9(7) VALUE 10.
       01 WS-REJ-REASON PIC X(30) VALUE SPACES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-TRAN-LOCATION PIC X(4) VALUE SPACES.
       01 WS-TRL-TRANSFER-QTY PIC 9(9) VALUE ZERO.
       01 WS-LOT-REQUIRED-FLAG PIC X VALUE 'N'.
           88 WS-LOT-REQUIRED VALUE 'Y'.
       01 WS-BEST-BY-OK-FLAG PIC X VALUE 'N'.
           88 WS-BEST-BY-OK VALUE 'Y'.
       01 WS-BEST-BY-DATE.
           05 WS-BEST-BY-YEAR PIC 9(4).
           05 WS-BEST-BY-MONTH PIC 99.
           05 WS-BEST-BY-DAY PIC 99.
       01 WS-MONTH-DAYS-LIST PIC X(24) VALUE "312931303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(3) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(3) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(3) VALUE ZERO.
       01 WS-PARM-STATUS PIC XX VALUE SPACES.
       01 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PARM-EOF VALUE 'Y'.
       01 WS-PARM-DIGIT REDEFINES WS-PARM-DIGIT-X PIC 9.
       01 WS-ITEM-FROM PIC X(8) VALUE SPACES.
       01 WS-ITEM-THRU PIC X(8) VALUE HIGH-VALUES.
       01 WS-BREG-STATUS PIC XX VALUE SPACES.
       01 WS-BCTL-STATUS PIC XX VALUE SPACES.
       01 WS-BREG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-BREG-EOF VALUE 'Y'.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-BATCH-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-OPEN VALUE 'Y'.
       01 WS-BATCH-MAX PIC 9(4) VALUE 100.
       01 WS-BATCH-USED PIC 9(4) VALUE ZERO.
       01 WS-BATCH-SUB PIC 9(4) VALUE ZERO.
       01 WS-BATCH-SUB2 PIC 9(4) VALUE ZERO.
       01 WS-HDR-SEQ PIC 9(4) VALUE ZERO.
       01 WS-HDR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-ACCEPT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-REJECT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-DUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-BYPASS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CONTROL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BREG-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-TEXT PIC X(8) VALUE SPACES.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 100 TIMES.
               10 WS-BATCH-ID PIC X(8).
               10 WS-BATCH-SOURCE PIC X(4).
               10 WS-BATCH-KEYED-DATE PIC X(8).
               10 WS-BATCH-REC-COUNT PIC 9(7).
               10 WS-BATCH-ISSUE-QTY PIC 9(9).
               10 WS-BATCH-RECEIPT-QTY PIC 9(9).
               10 WS-BATCH-TRANSFER-QTY PIC 9(9).
               10 WS-BATCH-STATE PIC X.
                   88 WS-BATCH-ACCEPTED VALUE 'A'.
                   88 WS-BATCH-REJECTED VALUE 'R'.
                   88 WS-BATCH-DUPLICATE VALUE 'D'.
               10 WS-BATCH-REASON PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           OPEN OUTPUT BOTL-CLEAN-FILE
           PERFORM 8010-CHECK-CLEAN-STATUS
           OPEN OUTPUT BOTL-REJ-FILE
           PERFORM 8020-CHECK-REJ-STATUS
           OPEN OUTPUT BOTL-BCTL-FILE
           PERFORM 8030-CHECK-BCTL-STATUS
           MOVE "===== BOTLEDIT TRANSACTION EDIT =====" TO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
           PERFORM 1000-PROVE-BATCHES
           PERFORM 1500-CHECK-BATCH-REGISTER
           PERFORM 1600-REPORT-BATCHES
           CLOSE BOTL-TRAN-FILE
           OPEN INPUT BOTL-TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "TRANSACTION FILE REOPEN ERROR - STATUS "
                   WS-TRAN-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-TRAN-EOF TO TRUE
           ELSE
               MOVE 'N' TO WS-TRAN-EOF-FLAG
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
               MOVE ZERO TO WS-BATCH-SUB
               MOVE ZERO TO WS-HDR-SEQ
               PERFORM 1750-READ-TRAN-RECORD
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-EDIT-RECORD
           CLOSE BOTL-TRAN-FILE
           CLOSE BOTL-CLEAN-FILE
           CLOSE BOTL-REJ-FILE
           CLOSE BOTL-BCTL-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-BATCH-DUP-COUNT > ZERO
                       MOVE 14 TO RETURN-CODE
                   WHEN WS-REJECT-COUNT > WS-REJECT-TOLERANCE
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-REJECT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-BATCH-REJECT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.
                               AND WS-PARM-VALUE NOT = "NO"
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN "EXPIRY-WINDOW"
                   WHEN "USAGE-LOOKBACK"
                   WHEN "LEAD-TIME"
                   WHEN "APPROVAL-TOLERANCE"
                   WHEN "PENDING-EXPIRY"
                       PERFORM 0520-PARSE-PARM-NUMBER
                       IF NOT WS-PARM-NUM-OK
                           PERFORM 0530-REJECT-PARM-CARD
                       END-IF
                   WHEN OTHER
                       PERFORM 0530-REJECT-PARM-CARD
               END-EVALUATE
               " - " BOTL-PARM-CARD(1:40)
           SET WS-PARM-ERROR TO TRUE.

       1000-PROVE-BATCHES.
           PERFORM 1750-READ-TRAN-RECORD
           PERFORM UNTIL WS-TRAN-EOF
               EVALUATE TRUE
                   WHEN WS-LEN-BAD
                       PERFORM 1130-COUNT-BATCH-DETAIL
                   WHEN BOTL-TRAN-BATCH-HEADER
                       PERFORM 1100-OPEN-BATCH
                   WHEN BOTL-TRAN-BATCH-TRAILER
                       IF WS-BATCH-OPEN
                           PERFORM 1200-PROVE-TRAILER
                       END-IF
                   WHEN OTHER
                       PERFORM 1130-COUNT-BATCH-DETAIL
               END-EVALUATE
               PERFORM 1750-READ-TRAN-RECORD
           END-PERFORM
           IF WS-BATCH-OPEN AND WS-BATCH-SUB > ZERO
               IF WS-BATCH-ACCEPTED(WS-BATCH-SUB)
                   SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                   MOVE "TRAILER MISSING"
                       TO WS-BATCH-REASON(WS-BATCH-SUB)
               END-IF
           END-IF
           IF WS-HDR-SEQ > WS-BATCH-MAX
               DISPLAY "BATCH TABLE FULL AT " WS-BATCH-MAX
                   " BATCHES - LATER BATCHES REJECTED"
           END-IF
           MOVE WS-HDR-SEQ TO WS-HDR-COUNT.

       1100-OPEN-BATCH.
           IF WS-BATCH-OPEN AND WS-BATCH-SUB > ZERO
               IF WS-BATCH-ACCEPTED(WS-BATCH-SUB)
                   SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                   MOVE "TRAILER MISSING"
                       TO WS-BATCH-REASON(WS-BATCH-SUB)
               END-IF
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           ADD 1 TO WS-HDR-SEQ
           IF WS-HDR-SEQ > WS-BATCH-MAX
               MOVE ZERO TO WS-BATCH-SUB
           ELSE
               MOVE WS-HDR-SEQ TO WS-BATCH-SUB
               MOVE WS-HDR-SEQ TO WS-BATCH-USED
               MOVE BOTL-HDR-BATCH-ID TO WS-BATCH-ID(WS-BATCH-SUB)
               MOVE BOTL-HDR-SOURCE TO WS-BATCH-SOURCE(WS-BATCH-SUB)
               MOVE BOTL-HDR-KEYED-DATE
                   TO WS-BATCH-KEYED-DATE(WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-REC-COUNT(WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-ISSUE-QTY(WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-RECEIPT-QTY(WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB)
               SET WS-BATCH-ACCEPTED(WS-BATCH-SUB) TO TRUE
               MOVE SPACES TO WS-BATCH-REASON(WS-BATCH-SUB)
               EVALUATE TRUE
                   WHEN BOTL-HDR-BATCH-ID = SPACES
                       SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                       MOVE "HEADER BATCH ID BLANK"
                           TO WS-BATCH-REASON(WS-BATCH-SUB)
                   WHEN BOTL-HDR-SOURCE = SPACES
                       SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                       MOVE "HEADER SOURCE BLANK"
                           TO WS-BATCH-REASON(WS-BATCH-SUB)
                   WHEN BOTL-HDR-KEYED-DATE NOT NUMERIC
                       SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                       MOVE "HEADER KEYED DATE INVALID"
                           TO WS-BATCH-REASON(WS-BATCH-SUB)
               END-EVALUATE
           END-IF.

       1130-COUNT-BATCH-DETAIL.
           IF WS-BATCH-OPEN AND WS-BATCH-SUB > ZERO
               ADD 1 TO WS-BATCH-REC-COUNT(WS-BATCH-SUB)
               IF NOT WS-LEN-BAD AND BOTL-TRAN-QTY NUMERIC
                   EVALUATE TRUE
                       WHEN BOTL-TRAN-ISSUE
                           ADD BOTL-TRAN-QTY
                               TO WS-BATCH-ISSUE-QTY(WS-BATCH-SUB)
                       WHEN BOTL-TRAN-RECEIPT
                           ADD BOTL-TRAN-QTY
                               TO WS-BATCH-RECEIPT-QTY(WS-BATCH-SUB)
                       WHEN BOTL-TRAN-TRANSFER
                           ADD BOTL-TRAN-QTY
                               TO WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

       1200-PROVE-TRAILER.
           MOVE 'N' TO WS-BATCH-OPEN-FLAG
           MOVE ZERO TO WS-TRL-TRANSFER-QTY
           IF BOTL-TRL-TRANSFER-QTY NUMERIC
               MOVE BOTL-TRL-TRANSFER-QTY TO WS-TRL-TRANSFER-QTY
           END-IF
           IF WS-BATCH-SUB > ZERO
               IF WS-BATCH-ACCEPTED(WS-BATCH-SUB)
                   EVALUATE TRUE
                       WHEN BOTL-TRL-BATCH-ID
                               NOT = WS-BATCH-ID(WS-BATCH-SUB)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER BATCH ID MISMATCH"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                       WHEN BOTL-TRL-RECORD-COUNT NOT NUMERIC
                               OR BOTL-TRL-ISSUE-QTY NOT NUMERIC
                               OR BOTL-TRL-RECEIPT-QTY NOT NUMERIC
                               OR (BOTL-TRL-TRANSFER-QTY NOT NUMERIC
                               AND BOTL-TRL-TRANSFER-QTY NOT = SPACES)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER TOTALS NOT NUMERIC"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                       WHEN BOTL-TRL-RECORD-COUNT
                               NOT = WS-BATCH-REC-COUNT(WS-BATCH-SUB)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER RECORD COUNT MISMATCH"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                       WHEN BOTL-TRL-ISSUE-QTY
                               NOT = WS-BATCH-ISSUE-QTY(WS-BATCH-SUB)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER ISSUE TOTAL MISMATCH"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                       WHEN BOTL-TRL-RECEIPT-QTY
                               NOT = WS-BATCH-RECEIPT-QTY(WS-BATCH-SUB)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER RECEIPT TOTAL MISMATCH"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                       WHEN WS-TRL-TRANSFER-QTY
                               NOT = WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB)
                           SET WS-BATCH-REJECTED(WS-BATCH-SUB) TO TRUE
                           MOVE "TRAILER TRANSFER TOTAL MISMATCH"
                               TO WS-BATCH-REASON(WS-BATCH-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

       1500-CHECK-BATCH-REGISTER.
           PERFORM VARYING WS-BATCH-SUB FROM 2 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-USED
               PERFORM VARYING WS-BATCH-SUB2 FROM 1 BY 1
                       UNTIL WS-BATCH-SUB2 >= WS-BATCH-SUB
                   IF WS-BATCH-ID(WS-BATCH-SUB2) = WS-BATCH-ID(WS-BATCH-SUB)
                           AND WS-BATCH-ID(WS-BATCH-SUB) NOT = SPACES
                           AND NOT WS-BATCH-DUPLICATE(WS-BATCH-SUB)
                       SET WS-BATCH-DUPLICATE(WS-BATCH-SUB) TO TRUE
                       MOVE "BATCH ID REPEATED IN FILE"
                           TO WS-BATCH-REASON(WS-BATCH-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN INPUT BOTL-BREG-FILE
           IF WS-BREG-STATUS = "35"
               SET WS-BREG-EOF TO TRUE
           ELSE
               IF WS-BREG-STATUS NOT = "00" AND WS-BREG-STATUS NOT = "05"
                   DISPLAY "BATCH REGISTER OPEN ERROR - STATUS "
                       WS-BREG-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-BREG-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-BREG-EOF
               READ BOTL-BREG-FILE
                   AT END
                       SET WS-BREG-EOF TO TRUE
               END-READ
               IF WS-BREG-STATUS NOT = "00"
                       AND WS-BREG-STATUS NOT = "10"
                   DISPLAY "BATCH REGISTER I/O ERROR - STATUS "
                       WS-BREG-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-BREG-EOF TO TRUE
               END-IF
               IF NOT WS-BREG-EOF
                   ADD 1 TO WS-BREG-READ-COUNT
                   PERFORM 1510-MATCH-REGISTER-ENTRY
               END-IF
           END-PERFORM
           IF WS-BREG-STATUS NOT = "35"
               CLOSE BOTL-BREG-FILE
           END-IF.

       1510-MATCH-REGISTER-ENTRY.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-USED
               IF WS-BATCH-ID(WS-BATCH-SUB) = BOTL-BCTL-BATCH-ID
                       AND NOT WS-BATCH-DUPLICATE(WS-BATCH-SUB)
                   SET WS-BATCH-DUPLICATE(WS-BATCH-SUB) TO TRUE
                   MOVE SPACES TO WS-BATCH-REASON(WS-BATCH-SUB)
                   STRING "ALREADY POSTED ON "
                       BOTL-BCTL-EDIT-TS(1:8)
                       DELIMITED BY SIZE
                       INTO WS-BATCH-REASON(WS-BATCH-SUB)
               END-IF
           END-PERFORM.

       1600-REPORT-BATCHES.
           MOVE "----- TRANSACTION BATCHES -----" TO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
           IF WS-HDR-COUNT = ZERO
               DISPLAY "NO BATCH HEADER FOUND IN TRANSACTION FILE"
               MOVE "NONE" TO BOTL-REJ-LINE
               WRITE BOTL-REJ-LINE
               PERFORM 8020-CHECK-REJ-STATUS
           END-IF
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-USED
               PERFORM 1610-REPORT-ONE-BATCH
           END-PERFORM
           IF WS-HDR-COUNT > WS-BATCH-MAX
               COMPUTE WS-BATCH-SUB = WS-HDR-COUNT - WS-BATCH-MAX
               ADD WS-BATCH-SUB TO WS-BATCH-REJECT-COUNT
               MOVE SPACES TO BOTL-REJ-LINE
               STRING "BATCHES REJECTED - BATCH TABLE FULL="
                   WS-BATCH-SUB
                   DELIMITED BY SIZE INTO BOTL-REJ-LINE
               WRITE BOTL-REJ-LINE
               PERFORM 8020-CHECK-REJ-STATUS
           END-IF.

       1610-REPORT-ONE-BATCH.
           EVALUATE TRUE
               WHEN WS-BATCH-ACCEPTED(WS-BATCH-SUB)
                   ADD 1 TO WS-BATCH-ACCEPT-COUNT
                   MOVE "ACCEPTED" TO WS-BATCH-TEXT
                   MOVE WS-BATCH-ID(WS-BATCH-SUB) TO BOTL-BCTL-BATCH-ID
                   MOVE WS-BATCH-SOURCE(WS-BATCH-SUB)
                       TO BOTL-BCTL-SOURCE
                   MOVE WS-BATCH-KEYED-DATE(WS-BATCH-SUB)
                       TO BOTL-BCTL-KEYED-DATE
                   MOVE WS-BATCH-REC-COUNT(WS-BATCH-SUB)
                       TO BOTL-BCTL-RECORD-COUNT
                   MOVE WS-BATCH-ISSUE-QTY(WS-BATCH-SUB)
                       TO BOTL-BCTL-ISSUE-QTY
                   MOVE WS-BATCH-RECEIPT-QTY(WS-BATCH-SUB)
                       TO BOTL-BCTL-RECEIPT-QTY
                   MOVE WS-RUN-TS(1:14) TO BOTL-BCTL-EDIT-TS
                   MOVE WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB)
                       TO BOTL-BCTL-TRANSFER-QTY
                   WRITE BOTL-BCTLO-REC FROM BOTL-BCTL-REC
                   PERFORM 8030-CHECK-BCTL-STATUS
               WHEN WS-BATCH-DUPLICATE(WS-BATCH-SUB)
                   ADD 1 TO WS-BATCH-DUP-COUNT
                   MOVE "REFUSED" TO WS-BATCH-TEXT
               WHEN OTHER
                   ADD 1 TO WS-BATCH-REJECT-COUNT
                   MOVE "REJECTED" TO WS-BATCH-TEXT
           END-EVALUATE
           MOVE SPACES TO BOTL-REJ-LINE
           STRING "BATCH " WS-BATCH-ID(WS-BATCH-SUB)
               " SOURCE=" WS-BATCH-SOURCE(WS-BATCH-SUB)
               " KEYED=" WS-BATCH-KEYED-DATE(WS-BATCH-SUB)
               " RECORDS=" WS-BATCH-REC-COUNT(WS-BATCH-SUB)
               " ISSUE=" WS-BATCH-ISSUE-QTY(WS-BATCH-SUB)
               " RECEIPT=" WS-BATCH-RECEIPT-QTY(WS-BATCH-SUB)
               " " WS-BATCH-TEXT
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
           IF WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB) > ZERO
               MOVE SPACES TO BOTL-REJ-LINE
               STRING "      TRANSFER=" WS-BATCH-TRANSFER-QTY(WS-BATCH-SUB)
                   DELIMITED BY SIZE INTO BOTL-REJ-LINE
               WRITE BOTL-REJ-LINE
               PERFORM 8020-CHECK-REJ-STATUS
           END-IF
           IF NOT WS-BATCH-ACCEPTED(WS-BATCH-SUB)
               DISPLAY "BATCH " WS-BATCH-ID(WS-BATCH-SUB) " "
                   WS-BATCH-TEXT " - " WS-BATCH-REASON(WS-BATCH-SUB)
               MOVE SPACES TO BOTL-REJ-LINE
               STRING "      REASON=" WS-BATCH-REASON(WS-BATCH-SUB)
                   DELIMITED BY SIZE INTO BOTL-REJ-LINE
               WRITE BOTL-REJ-LINE
               PERFORM 8020-CHECK-REJ-STATUS
           END-IF.

       1750-READ-TRAN-RECORD.
           MOVE 'N' TO WS-LEN-BAD-FLAG
           READ BOTL-TRAN-FILE

       2000-EDIT-RECORD.
           MOVE SPACES TO WS-REJ-REASON
           IF NOT WS-LEN-BAD AND BOTL-TRAN-BATCH-HEADER
               PERFORM 2010-START-BATCH
           ELSE
               IF NOT WS-LEN-BAD AND BOTL-TRAN-BATCH-TRAILER
                   PERFORM 2020-END-BATCH
               ELSE
                   EVALUATE TRUE
                       WHEN NOT WS-BATCH-OPEN
                           MOVE "RECORD OUTSIDE ANY BATCH"
                               TO WS-REJ-REASON
                           PERFORM 2100-WRITE-REJECT
                       WHEN WS-BATCH-SUB = ZERO
                           PERFORM 2150-BYPASS-BATCH-RECORD
                       WHEN NOT WS-BATCH-ACCEPTED(WS-BATCH-SUB)
                           PERFORM 2150-BYPASS-BATCH-RECORD
                       WHEN OTHER
                           PERFORM 2030-EDIT-DETAIL
                   END-EVALUATE
               END-IF
           END-IF.

       2010-START-BATCH.
           ADD 1 TO WS-CONTROL-COUNT
           SET WS-BATCH-OPEN TO TRUE
           ADD 1 TO WS-HDR-SEQ
           IF WS-HDR-SEQ > WS-BATCH-MAX
               MOVE ZERO TO WS-BATCH-SUB
           ELSE
               MOVE WS-HDR-SEQ TO WS-BATCH-SUB
           END-IF
           MOVE LOW-VALUES TO WS-PREV-ITEM-CODE.

       2020-END-BATCH.
           ADD 1 TO WS-CONTROL-COUNT
           IF WS-BATCH-OPEN
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
           ELSE
               MOVE "TRAILER WITHOUT HEADER" TO WS-REJ-REASON
               PERFORM 2100-WRITE-REJECT
           END-IF.

       2030-EDIT-DETAIL.
           MOVE BOTL-TRAN-LOCATION TO WS-TRAN-LOCATION
           IF WS-TRAN-LOCATION = SPACES
               MOVE "MAIN" TO WS-TRAN-LOCATION
           END-IF
           PERFORM 2040-CHECK-LOT
           EVALUATE TRUE
               WHEN WS-LEN-BAD
                   MOVE "RECORD LENGTH INVALID" TO WS-REJ-REASON
               WHEN BOTL-TRAN-ORIGIN NOT = SPACES
                   MOVE "ORIGIN COLUMN MUST BE BLANK" TO WS-REJ-REASON
               WHEN BOTL-TRAN-ITEM-CODE = SPACES
                   MOVE "ITEM CODE BLANK" TO WS-REJ-REASON
               WHEN BOTL-TRAN-ACTION NOT = 'I'
                       AND BOTL-TRAN-ACTION NOT = 'R'
                       AND BOTL-TRAN-ACTION NOT = 'X'
                   MOVE "INVALID ACTION CODE" TO WS-REJ-REASON
               WHEN BOTL-TRAN-QTY NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO WS-REJ-REASON
               WHEN BOTL-TRAN-QTY = ZERO
                   MOVE "QUANTITY IS ZERO" TO WS-REJ-REASON
               WHEN BOTL-TRAN-TRANSFER
                       AND BOTL-TRAN-TO-LOCATION = SPACES
                   MOVE "TRANSFER TO-LOCATION BLANK" TO WS-REJ-REASON
               WHEN BOTL-TRAN-TRANSFER
                       AND BOTL-TRAN-TO-LOCATION = WS-TRAN-LOCATION
                   MOVE "TRANSFER TO SAME LOCATION" TO WS-REJ-REASON
               WHEN NOT BOTL-TRAN-TRANSFER
                       AND BOTL-TRAN-TO-LOCATION NOT = SPACES
                   MOVE "TO-LOCATION ON ISSUE/RECEIPT" TO WS-REJ-REASON
               WHEN NOT BOTL-TRAN-RECEIPT
                       AND (BOTL-TRAN-LOT-NUMBER NOT = SPACES
                       OR BOTL-TRAN-BEST-BY NOT = SPACES)
                   MOVE "LOT KEYED ON ISSUE/TRANSFER" TO WS-REJ-REASON
               WHEN WS-LOT-REQUIRED AND BOTL-TRAN-LOT-NUMBER = SPACES
                   MOVE "RECEIPT LOT NUMBER BLANK" TO WS-REJ-REASON
               WHEN WS-LOT-REQUIRED AND NOT WS-BEST-BY-OK
                   MOVE "RECEIPT BEST-BY DATE INVALID" TO WS-REJ-REASON
               WHEN BOTL-TRAN-ITEM-CODE < WS-PREV-ITEM-CODE
                   MOVE "OUT OF ITEM-CODE SEQUENCE" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE BOTL-TRAN-ITEM-CODE TO WS-PREV-ITEM-CODE
               MOVE WS-TRAN-LOCATION TO BOTL-TRAN-LOCATION
               IF WS-BATCH-SOURCE(WS-BATCH-SUB) = "CYCL"
                   SET BOTL-TRAN-COUNT-ADJUSTMENT TO TRUE
               END-IF
               MOVE BOTL-TRAN-REC TO BOTL-CLEAN-REC
               WRITE BOTL-CLEAN-REC
               PERFORM 8010-CHECK-CLEAN-STATUS
               PERFORM 2100-WRITE-REJECT
           END-IF.

       2040-CHECK-LOT.
           MOVE 'N' TO WS-LOT-REQUIRED-FLAG
           MOVE 'N' TO WS-BEST-BY-OK-FLAG
           IF BOTL-TRAN-RECEIPT
               IF WS-BATCH-SOURCE(WS-BATCH-SUB) NOT = "CYCL"
                       OR BOTL-TRAN-LOT-NUMBER NOT = SPACES
                       OR BOTL-TRAN-BEST-BY NOT = SPACES
                   SET WS-LOT-REQUIRED TO TRUE
               END-IF
           END-IF
           IF BOTL-TRAN-BEST-BY NUMERIC
               MOVE BOTL-TRAN-BEST-BY TO WS-BEST-BY-DATE
               IF WS-BEST-BY-YEAR > 1900
                       AND WS-BEST-BY-MONTH >= 1 AND WS-BEST-BY-MONTH <= 12
                       AND WS-BEST-BY-DAY >= 1
                   IF WS-BEST-BY-DAY <= WS-MONTH-DAYS(WS-BEST-BY-MONTH)
                       SET WS-BEST-BY-OK TO TRUE
                   END-IF
                   IF WS-BEST-BY-MONTH = 2 AND WS-BEST-BY-DAY = 29
                       DIVIDE WS-BEST-BY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-4
                       DIVIDE WS-BEST-BY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-100
                       DIVIDE WS-BEST-BY-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-400
                       IF WS-LEAP-REM-4 NOT = ZERO
                               OR (WS-LEAP-REM-100 = ZERO
                               AND WS-LEAP-REM-400 NOT = ZERO)
                           MOVE 'N' TO WS-BEST-BY-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECT RECORD " WS-READ-COUNT
               " CONTENTS=" BOTL-TRAN-REC
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
           IF NOT WS-LEN-BAD
                   AND (BOTL-TRAN-LOT-NUMBER NOT = SPACES
                   OR BOTL-TRAN-BEST-BY NOT = SPACES)
               MOVE SPACES TO BOTL-REJ-LINE
               STRING "      LOT=" BOTL-TRAN-LOT-NUMBER
                   " BEST-BY=" BOTL-TRAN-BEST-BY
                   DELIMITED BY SIZE INTO BOTL-REJ-LINE
               WRITE BOTL-REJ-LINE
               PERFORM 8020-CHECK-REJ-STATUS
           END-IF.

       2150-BYPASS-BATCH-RECORD.
           ADD 1 TO WS-BATCH-BYPASS-COUNT
           MOVE SPACES TO BOTL-REJ-LINE
           STRING "BYPASS RECORD " WS-READ-COUNT
               " BATCH NOT ACCEPTED CONTENTS=" BOTL-TRAN-REC
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS.

       8010-CHECK-CLEAN-STATUS.
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8030-CHECK-BCTL-STATUS.
           IF WS-BCTL-STATUS NOT = "00"
               DISPLAY "BATCH CONTROL FILE I/O ERROR - STATUS "
                   WS-BCTL-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-EDIT-SUMMARY.
           DISPLAY "===== BOTLEDIT EDIT SUMMARY ====="
           DISPLAY "RECORDS READ...: " WS-READ-COUNT
           DISPLAY "ACCEPTED.......: " WS-ACCEPT-COUNT
           DISPLAY "REJECTED.......: " WS-REJECT-COUNT
           DISPLAY "TOLERANCE......: " WS-REJECT-TOLERANCE
           DISPLAY "CONTROL RECORDS: " WS-CONTROL-COUNT
           DISPLAY "BATCHES READ...: " WS-HDR-COUNT
           DISPLAY "  ACCEPTED.....: " WS-BATCH-ACCEPT-COUNT
           DISPLAY "  REJECTED.....: " WS-BATCH-REJECT-COUNT
           DISPLAY "  ALREADY POSTED OR REPEATED: " WS-BATCH-DUP-COUNT
           DISPLAY "RECORDS BYPASSED IN BATCHES NOT ACCEPTED: "
               WS-BATCH-BYPASS-COUNT
           DISPLAY "BATCH REGISTER ENTRIES READ: " WS-BREG-READ-COUNT
           MOVE "===== BOTLEDIT EDIT SUMMARY =====" TO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
               " TOLERANCE=" WS-REJECT-TOLERANCE
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS
           MOVE SPACES TO BOTL-REJ-LINE
           STRING "BATCHES=" WS-HDR-COUNT
               " ACCEPTED=" WS-BATCH-ACCEPT-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " REFUSED=" WS-BATCH-DUP-COUNT
               " RECORDS BYPASSED=" WS-BATCH-BYPASS-COUNT
               DELIMITED BY SIZE INTO BOTL-REJ-LINE
           WRITE BOTL-REJ-LINE
           PERFORM 8020-CHECK-REJ-STATUS.

       END PROGRAM BOTLEDIT.
