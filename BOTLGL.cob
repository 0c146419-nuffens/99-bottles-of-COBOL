                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLGL.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOTL-GLAC-FILE ASSIGN TO "BOTLGLAC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLAC-STATUS.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPTIONAL BOTL-VAL-FILE ASSIGN TO "BOTLVAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.
           SELECT BOTL-JRNL-FILE ASSIGN TO "BOTLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT BOTL-GRPT-FILE ASSIGN TO "BOTLGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-GLAC-FILE.
           COPY BOTLGLAR.

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-VAL-FILE.
           COPY BOTLVALR.

       FD  BOTL-JRNL-FILE.
           COPY BOTLJRNR.

       FD  BOTL-GRPT-FILE.
           COPY BOTLGRPR.

       WORKING-STORAGE SECTION.
       01 WS-GLAC-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-VAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRNL-STATUS PIC XX VALUE SPACES.
       01 WS-GRPT-STATUS PIC XX VALUE SPACES.
       01 WS-GLAC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-GLAC-EOF VALUE 'Y'.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-VAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-VAL-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-GLAC-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-GLAC-ERROR VALUE 'Y'.
       01 WS-ITEM-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-FOUND VALUE 'Y'.
       01 WS-BALANCED-FLAG PIC X VALUE 'N'.
           88 WS-JOURNAL-BALANCED VALUE 'Y'.
       01 WS-TIED-FLAG PIC X VALUE 'Y'.
           88 WS-TIED VALUE 'Y'.
       01 WS-VAL-ISSUE-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-VAL-ISSUE-FOUND VALUE 'Y'.
       01 WS-VAL-RECEIPT-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-VAL-RECEIPT-FOUND VALUE 'Y'.
       01 WS-VAL-INCOMPLETE-FLAG PIC X VALUE 'N'.
           88 WS-VAL-INCOMPLETE VALUE 'Y'.
       01 WS-VAL-PROJECTED-FLAG PIC X VALUE 'N'.
           88 WS-VAL-PROJECTED VALUE 'Y'.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-ENTRY-ID PIC X(12) VALUE SPACES.
       01 WS-GLAC-READ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DTL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-XFER-LEG-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNPRICED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNPRICED-QTY PIC 9(9) VALUE ZERO.
       01 WS-ITEM-PRICED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-WRITE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-CURR-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-COST-EDIT PIC ZZZZ9.99.
       01 WS-MOVE-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 WS-AMT-EDIT PIC Z(12)9.99.
       01 WS-DIFF-AMOUNT PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFF-EDIT PIC -Z(12)9.99.
       01 WS-ITEM-TOTALS.
           05 WS-ITEM-ISSUE-QTY PIC 9(9).
           05 WS-ITEM-RECEIPT-QTY PIC 9(9).
           05 WS-ITEM-LOSS-QTY PIC 9(9).
           05 WS-ITEM-GAIN-QTY PIC 9(9).
           05 WS-ITEM-ISSUE-VALUE PIC 9(13)V99.
           05 WS-ITEM-RECEIPT-VALUE PIC 9(13)V99.
           05 WS-ITEM-LOSS-VALUE PIC 9(13)V99.
           05 WS-ITEM-GAIN-VALUE PIC 9(13)V99.
       01 WS-RUN-TOTALS.
           05 WS-ISSUE-QTY PIC 9(11).
           05 WS-RECEIPT-QTY PIC 9(11).
           05 WS-LOSS-QTY PIC 9(11).
           05 WS-GAIN-QTY PIC 9(11).
           05 WS-ISSUE-VALUE PIC 9(13)V99.
           05 WS-RECEIPT-VALUE PIC 9(13)V99.
           05 WS-LOSS-VALUE PIC 9(13)V99.
           05 WS-GAIN-VALUE PIC 9(13)V99.
       01 WS-JOURNAL-ISSUE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-JOURNAL-RECEIPT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-ISSUE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-RECEIPT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-VAL-AMT-X PIC X(16) VALUE SPACES.
       01 WS-VAL-AMT-EDIT REDEFINES WS-VAL-AMT-X PIC Z(12)9.99.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-TIE-LABEL PIC X(8) VALUE SPACES.
       01 WS-TIE-JOURNAL PIC 9(13)V99 VALUE ZERO.
       01 WS-TIE-VALUATION PIC 9(13)V99 VALUE ZERO.
       01 WS-TIE-TEXT PIC X(17) VALUE SPACES.
       01 WS-ACCT-TYPE-LIST.
           05 FILLER PIC X(10) VALUE "INVENTORY".
           05 FILLER PIC X(10) VALUE "COGS".
           05 FILLER PIC X(10) VALUE "ACCRUAL".
           05 FILLER PIC X(10) VALUE "SHRINKAGE".
       01 WS-ACCT-TYPE-TABLE REDEFINES WS-ACCT-TYPE-LIST.
           05 WS-ACCT-TYPE-NAME PIC X(10) OCCURS 4 TIMES.
       01 WS-ACCT-SUB PIC 9 VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 4 TIMES.
               10 WS-ACCT-NUMBER PIC X(12).
               10 WS-ACCT-LOADED PIC X.
       01 WS-PAIR-DR-TYPE PIC X(10) VALUE SPACES.
       01 WS-PAIR-CR-TYPE PIC X(10) VALUE SPACES.
       01 WS-PAIR-AMOUNT PIC 9(13)V99 VALUE ZERO.
       01 WS-PAIR-DESC PIC X(30) VALUE SPACES.
       01 WS-NEW-LINE-TYPE PIC X(10) VALUE SPACES.
       01 WS-NEW-LINE-DR-CR PIC X VALUE SPACE.
       01 WS-JL-USED PIC 9(3) VALUE ZERO.
       01 WS-JL-SUB PIC 9(3) VALUE ZERO.
       01 WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 8 TIMES.
               10 WS-JL-POSTING-TYPE PIC X(10).
               10 WS-JL-ACCOUNT PIC X(12).
               10 WS-JL-DR-CR PIC X.
               10 WS-JL-AMOUNT PIC 9(13)V99.
               10 WS-JL-DESCRIPTION PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE SPACES TO WS-ENTRY-ID
           STRING "BOTL" WS-RUN-TS(1:8) DELIMITED BY SIZE INTO WS-ENTRY-ID
           MOVE ZERO TO WS-ITEM-TOTALS
           MOVE ZERO TO WS-RUN-TOTALS
           PERFORM 0500-LOAD-ACCOUNT-TABLE
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           IF WS-GLAC-ERROR
               DISPLAY "RUN REJECTED - ACCOUNT CONTROL TABLE INVALID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
           OPEN OUTPUT BOTL-JRNL-FILE
           PERFORM 8030-CHECK-JRNL-STATUS
           OPEN OUTPUT BOTL-GRPT-FILE
           PERFORM 8010-CHECK-GRPT-STATUS
           MOVE "===== BOTLGL GENERAL LEDGER JOURNAL CONTROL REPORT ====="
               TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE SPACES TO BOTL-GRPT-LINE
           STRING "JOURNAL ENTRY " WS-ENTRY-ID
               " DATED " WS-RUN-TS(1:8)
               " ACCOUNTS FROM CONTROL TABLE"
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE "----- MOVEMENT PRICED BY ITEM -----" TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           PERFORM 1100-READ-ITEM-RECORD
           PERFORM 1200-READ-DTL-RECORD
           PERFORM UNTIL WS-DTL-EOF
               ADD 1 TO WS-DTL-READ-COUNT
               PERFORM 2000-PRICE-ONE-MOVEMENT
               PERFORM 1200-READ-DTL-RECORD
           END-PERFORM
           PERFORM 2900-END-ITEM
           IF WS-ITEM-PRICED-COUNT = ZERO AND WS-UNPRICED-COUNT = ZERO
               MOVE "NONE" TO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF
           PERFORM 3000-BUILD-JOURNAL
           PERFORM 3500-CHECK-BALANCE
           IF WS-JOURNAL-BALANCED
               PERFORM 3600-WRITE-JOURNAL
           ELSE
               PERFORM 3700-REFUSE-JOURNAL
           END-IF
           PERFORM 4000-TIE-TO-VALUATION
           PERFORM 9000-JOURNAL-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-DTL-FILE
           CLOSE BOTL-JRNL-FILE
           CLOSE BOTL-GRPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN NOT WS-JOURNAL-BALANCED
                       MOVE 16 TO RETURN-CODE
                   WHEN NOT WS-TIED
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-UNPRICED-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       0500-LOAD-ACCOUNT-TABLE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1 UNTIL WS-ACCT-SUB > 4
               MOVE SPACES TO WS-ACCT-NUMBER(WS-ACCT-SUB)
               MOVE 'N' TO WS-ACCT-LOADED(WS-ACCT-SUB)
           END-PERFORM
           OPEN INPUT BOTL-GLAC-FILE
           IF WS-GLAC-STATUS NOT = "00"
               DISPLAY "ACCOUNT CONTROL TABLE OPEN ERROR - STATUS "
                   WS-GLAC-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-GLAC-EOF
                   READ BOTL-GLAC-FILE
                       AT END
                           SET WS-GLAC-EOF TO TRUE
                   END-READ
                   IF WS-GLAC-STATUS NOT = "00"
                           AND WS-GLAC-STATUS NOT = "10"
                       DISPLAY "ACCOUNT CONTROL TABLE I/O ERROR - STATUS "
                           WS-GLAC-STATUS
                       SET WS-GLAC-ERROR TO TRUE
                       SET WS-GLAC-EOF TO TRUE
                   END-IF
                   IF NOT WS-GLAC-EOF
                       ADD 1 TO WS-GLAC-READ-COUNT
                       PERFORM 0510-APPLY-ACCOUNT-RECORD
                   END-IF
               END-PERFORM
               CLOSE BOTL-GLAC-FILE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   IF WS-ACCT-LOADED(WS-ACCT-SUB) NOT = 'Y'
                       DISPLAY "NO ACCOUNT FOR POSTING TYPE "
                           WS-ACCT-TYPE-NAME(WS-ACCT-SUB)
                       SET WS-GLAC-ERROR TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0510-APPLY-ACCOUNT-RECORD.
           IF BOTL-GLAC-REC = SPACES OR BOTL-GLAC-REC(1:1) = '*'
               CONTINUE
           ELSE
               MOVE ZERO TO WS-ACCT-SUB
               PERFORM VARYING WS-JL-SUB FROM 1 BY 1 UNTIL WS-JL-SUB > 4
                   IF BOTL-GLAC-POSTING-TYPE = WS-ACCT-TYPE-NAME(WS-JL-SUB)
                       MOVE WS-JL-SUB TO WS-ACCT-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ACCT-SUB = ZERO
                       DISPLAY "INVALID ACCOUNT RECORD " WS-GLAC-READ-COUNT
                           " - UNKNOWN POSTING TYPE "
                           BOTL-GLAC-POSTING-TYPE
                       SET WS-GLAC-ERROR TO TRUE
                   WHEN BOTL-GLAC-ACCOUNT = SPACES
                       DISPLAY "INVALID ACCOUNT RECORD " WS-GLAC-READ-COUNT
                           " - ACCOUNT BLANK FOR "
                           BOTL-GLAC-POSTING-TYPE
                       SET WS-GLAC-ERROR TO TRUE
                   WHEN WS-ACCT-LOADED(WS-ACCT-SUB) = 'Y'
                       DISPLAY "INVALID ACCOUNT RECORD " WS-GLAC-READ-COUNT
                           " - DUPLICATE POSTING TYPE "
                           BOTL-GLAC-POSTING-TYPE
                       SET WS-GLAC-ERROR TO TRUE
                   WHEN OTHER
                       MOVE BOTL-GLAC-ACCOUNT
                           TO WS-ACCT-NUMBER(WS-ACCT-SUB)
                       MOVE 'Y' TO WS-ACCT-LOADED(WS-ACCT-SUB)
               END-EVALUATE
           END-IF.

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
           END-IF.

       2000-PRICE-ONE-MOVEMENT.
           IF BOTL-DTL-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               PERFORM 2900-END-ITEM
               MOVE BOTL-DTL-ITEM-CODE TO WS-CURR-ITEM-CODE
               MOVE ZERO TO WS-ITEM-TOTALS
               PERFORM 2100-FIND-ITEM
           END-IF
           EVALUATE TRUE
               WHEN BOTL-DTL-SOURCE = 'X'
                   ADD 1 TO WS-XFER-LEG-COUNT
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-UNPRICED-COUNT
                   ADD BOTL-DTL-QTY TO WS-UNPRICED-QTY
               WHEN OTHER
                   COMPUTE WS-MOVE-AMOUNT =
                       BOTL-DTL-QTY * WS-CURR-UNIT-COST
                   PERFORM 2200-CLASSIFY-MOVEMENT
           END-EVALUATE.

       2100-FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE ZERO TO WS-CURR-UNIT-COST
           PERFORM UNTIL WS-ITEM-EOF
                   OR BOTL-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 1100-READ-ITEM-RECORD
           END-PERFORM
           IF NOT WS-ITEM-EOF AND BOTL-ITEM-CODE = WS-CURR-ITEM-CODE
               SET WS-ITEM-FOUND TO TRUE
               MOVE BOTL-ITEM-UNIT-COST TO WS-CURR-UNIT-COST
           ELSE
               DISPLAY "MOVEMENT NOT PRICED - ITEM " WS-CURR-ITEM-CODE
                   " NOT ON ITEM MASTER"
               MOVE SPACES TO BOTL-GRPT-LINE
               STRING "*** NOT PRICED ITEM=" WS-CURR-ITEM-CODE
                   " - NOT ON ITEM MASTER (OR EXTRACT OUT OF SEQUENCE)"
                   DELIMITED BY SIZE INTO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF.

       2200-CLASSIFY-MOVEMENT.
           EVALUATE TRUE
               WHEN BOTL-DTL-COUNT-ADJUSTMENT AND BOTL-DTL-ACTION = 'R'
                   ADD BOTL-DTL-QTY TO WS-ITEM-GAIN-QTY
                   ADD WS-MOVE-AMOUNT TO WS-ITEM-GAIN-VALUE
               WHEN BOTL-DTL-COUNT-ADJUSTMENT
                   ADD BOTL-DTL-QTY TO WS-ITEM-LOSS-QTY
                   ADD WS-MOVE-AMOUNT TO WS-ITEM-LOSS-VALUE
               WHEN BOTL-DTL-ACTION = 'R'
                   ADD BOTL-DTL-QTY TO WS-ITEM-RECEIPT-QTY
                   ADD WS-MOVE-AMOUNT TO WS-ITEM-RECEIPT-VALUE
               WHEN OTHER
                   ADD BOTL-DTL-QTY TO WS-ITEM-ISSUE-QTY
                   ADD WS-MOVE-AMOUNT TO WS-ITEM-ISSUE-VALUE
           END-EVALUATE.

       2900-END-ITEM.
           IF WS-CURR-ITEM-CODE NOT = SPACES AND WS-ITEM-FOUND
               ADD 1 TO WS-ITEM-PRICED-COUNT
               ADD WS-ITEM-ISSUE-QTY TO WS-ISSUE-QTY
               ADD WS-ITEM-RECEIPT-QTY TO WS-RECEIPT-QTY
               ADD WS-ITEM-LOSS-QTY TO WS-LOSS-QTY
               ADD WS-ITEM-GAIN-QTY TO WS-GAIN-QTY
               ADD WS-ITEM-ISSUE-VALUE TO WS-ISSUE-VALUE
               ADD WS-ITEM-RECEIPT-VALUE TO WS-RECEIPT-VALUE
               ADD WS-ITEM-LOSS-VALUE TO WS-LOSS-VALUE
               ADD WS-ITEM-GAIN-VALUE TO WS-GAIN-VALUE
               MOVE WS-CURR-UNIT-COST TO WS-COST-EDIT
               MOVE SPACES TO BOTL-GRPT-LINE
               STRING "ITEM=" WS-CURR-ITEM-CODE
                   " COST=" WS-COST-EDIT
                   " ISSUED=" WS-ITEM-ISSUE-QTY
                   " RECEIVED=" WS-ITEM-RECEIPT-QTY
                   " COUNT LOSS=" WS-ITEM-LOSS-QTY
                   " GAIN=" WS-ITEM-GAIN-QTY
                   DELIMITED BY SIZE INTO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
               MOVE SPACES TO BOTL-GRPT-LINE
               MOVE WS-ITEM-ISSUE-VALUE TO WS-AMT-EDIT
               STRING "  ISSUE VALUE=" WS-AMT-EDIT
                   DELIMITED BY SIZE INTO BOTL-GRPT-LINE
               MOVE WS-ITEM-RECEIPT-VALUE TO WS-AMT-EDIT
               MOVE " RECEIPT VALUE=" TO BOTL-GRPT-LINE(31:15)
               MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(46:16)
               PERFORM 8000-WRITE-GRPT-LINE
               IF WS-ITEM-LOSS-QTY > ZERO OR WS-ITEM-GAIN-QTY > ZERO
                   MOVE SPACES TO BOTL-GRPT-LINE
                   MOVE WS-ITEM-LOSS-VALUE TO WS-AMT-EDIT
                   STRING "  LOSS VALUE.=" WS-AMT-EDIT
                       DELIMITED BY SIZE INTO BOTL-GRPT-LINE
                   MOVE WS-ITEM-GAIN-VALUE TO WS-AMT-EDIT
                   MOVE " GAIN VALUE...=" TO BOTL-GRPT-LINE(31:15)
                   MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(46:16)
                   PERFORM 8000-WRITE-GRPT-LINE
               END-IF
           END-IF.

       3000-BUILD-JOURNAL.
           MOVE ZERO TO WS-JL-USED
           MOVE "COGS" TO WS-PAIR-DR-TYPE
           MOVE "INVENTORY" TO WS-PAIR-CR-TYPE
           MOVE WS-ISSUE-VALUE TO WS-PAIR-AMOUNT
           MOVE "STOCK ISSUED AT COST" TO WS-PAIR-DESC
           PERFORM 3100-ADD-JOURNAL-PAIR
           MOVE "INVENTORY" TO WS-PAIR-DR-TYPE
           MOVE "ACCRUAL" TO WS-PAIR-CR-TYPE
           MOVE WS-RECEIPT-VALUE TO WS-PAIR-AMOUNT
           MOVE "STOCK RECEIVED AT COST" TO WS-PAIR-DESC
           PERFORM 3100-ADD-JOURNAL-PAIR
           MOVE "SHRINKAGE" TO WS-PAIR-DR-TYPE
           MOVE "INVENTORY" TO WS-PAIR-CR-TYPE
           MOVE WS-LOSS-VALUE TO WS-PAIR-AMOUNT
           MOVE "CYCLE COUNT SHORTAGE AT COST" TO WS-PAIR-DESC
           PERFORM 3100-ADD-JOURNAL-PAIR
           MOVE "INVENTORY" TO WS-PAIR-DR-TYPE
           MOVE "SHRINKAGE" TO WS-PAIR-CR-TYPE
           MOVE WS-GAIN-VALUE TO WS-PAIR-AMOUNT
           MOVE "CYCLE COUNT OVERAGE AT COST" TO WS-PAIR-DESC
           PERFORM 3100-ADD-JOURNAL-PAIR.

       3100-ADD-JOURNAL-PAIR.
           IF WS-PAIR-AMOUNT > ZERO
               MOVE WS-PAIR-DR-TYPE TO WS-NEW-LINE-TYPE
               MOVE 'D' TO WS-NEW-LINE-DR-CR
               PERFORM 3110-ADD-JOURNAL-LINE
               MOVE WS-PAIR-CR-TYPE TO WS-NEW-LINE-TYPE
               MOVE 'C' TO WS-NEW-LINE-DR-CR
               PERFORM 3110-ADD-JOURNAL-LINE
           END-IF.

       3110-ADD-JOURNAL-LINE.
           ADD 1 TO WS-JL-USED
           MOVE WS-NEW-LINE-TYPE TO WS-JL-POSTING-TYPE(WS-JL-USED)
           MOVE WS-NEW-LINE-DR-CR TO WS-JL-DR-CR(WS-JL-USED)
           MOVE WS-PAIR-AMOUNT TO WS-JL-AMOUNT(WS-JL-USED)
           MOVE WS-PAIR-DESC TO WS-JL-DESCRIPTION(WS-JL-USED)
           MOVE SPACES TO WS-JL-ACCOUNT(WS-JL-USED)
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1 UNTIL WS-ACCT-SUB > 4
               IF WS-ACCT-TYPE-NAME(WS-ACCT-SUB) = WS-NEW-LINE-TYPE
                   MOVE WS-ACCT-NUMBER(WS-ACCT-SUB)
                       TO WS-JL-ACCOUNT(WS-JL-USED)
               END-IF
           END-PERFORM.

       3500-CHECK-BALANCE.
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           SET WS-JOURNAL-BALANCED TO TRUE
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-USED
               IF WS-JL-DR-CR(WS-JL-SUB) = 'D'
                   ADD WS-JL-AMOUNT(WS-JL-SUB) TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-JL-AMOUNT(WS-JL-SUB) TO WS-CREDIT-TOTAL
               END-IF
               IF WS-JL-ACCOUNT(WS-JL-SUB) = SPACES
                   MOVE 'N' TO WS-BALANCED-FLAG
               END-IF
           END-PERFORM
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

       3600-WRITE-JOURNAL.
           MOVE "----- JOURNAL LINES WRITTEN -----" TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-USED
               MOVE WS-ENTRY-ID TO BOTL-JRNL-ENTRY-ID
               MOVE WS-RUN-TS(1:8) TO BOTL-JRNL-DATE
               MOVE WS-JL-SUB TO BOTL-JRNL-LINE-NO
               MOVE WS-JL-ACCOUNT(WS-JL-SUB) TO BOTL-JRNL-ACCOUNT
               MOVE WS-JL-DR-CR(WS-JL-SUB) TO BOTL-JRNL-DR-CR
               MOVE WS-JL-AMOUNT(WS-JL-SUB) TO BOTL-JRNL-AMOUNT
               MOVE WS-JL-POSTING-TYPE(WS-JL-SUB)
                   TO BOTL-JRNL-POSTING-TYPE
               MOVE WS-JL-DESCRIPTION(WS-JL-SUB)
                   TO BOTL-JRNL-DESCRIPTION
               WRITE BOTL-JRNL-REC
               PERFORM 8030-CHECK-JRNL-STATUS
               ADD 1 TO WS-JRNL-WRITE-COUNT
               PERFORM 3800-REPORT-JOURNAL-LINE
           END-PERFORM
           IF WS-JL-USED = ZERO
               MOVE "NONE - NO PRICED MOVEMENT TONIGHT" TO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF
           MOVE SPACES TO BOTL-GRPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-AMT-EDIT
           STRING "ENTRY BALANCED - DEBITS=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-AMT-EDIT
           MOVE " CREDITS=" TO BOTL-GRPT-LINE(41:9)
           MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(50:16)
           PERFORM 8000-WRITE-GRPT-LINE.

       3700-REFUSE-JOURNAL.
           DISPLAY "JOURNAL ENTRY " WS-ENTRY-ID
               " OUT OF BALANCE - NOT WRITTEN"
           MOVE "----- JOURNAL LINES REFUSED -----" TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-USED
               PERFORM 3800-REPORT-JOURNAL-LINE
           END-PERFORM
           MOVE SPACES TO BOTL-GRPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-AMT-EDIT
           STRING "*** OUT OF BALANCE - DEBITS=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-AMT-EDIT
           MOVE " CREDITS=" TO BOTL-GRPT-LINE(45:9)
           MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(54:16)
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE "*** NO JOURNAL RECORDS WRITTEN - ENTRY REFUSED"
               TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE.

       3800-REPORT-JOURNAL-LINE.
           MOVE WS-JL-AMOUNT(WS-JL-SUB) TO WS-AMT-EDIT
           MOVE SPACES TO BOTL-GRPT-LINE
           STRING "LINE " WS-JL-SUB
               " " WS-JL-DR-CR(WS-JL-SUB)
               " ACCT=" WS-JL-ACCOUNT(WS-JL-SUB)
               " " WS-JL-POSTING-TYPE(WS-JL-SUB)
               " " WS-AMT-EDIT
               " " WS-JL-DESCRIPTION(WS-JL-SUB)
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE.

       4000-TIE-TO-VALUATION.
           COMPUTE WS-JOURNAL-ISSUE-TOTAL = WS-ISSUE-VALUE + WS-LOSS-VALUE
           COMPUTE WS-JOURNAL-RECEIPT-TOTAL =
               WS-RECEIPT-VALUE + WS-GAIN-VALUE
           MOVE "----- TIE TO BOTLVAL GRAND TOTALS -----" TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           OPEN INPUT BOTL-VAL-FILE
           IF WS-VAL-STATUS NOT = "00"
               DISPLAY "VALUATION REPORT NOT AVAILABLE - STATUS "
                   WS-VAL-STATUS
               SET WS-VAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VAL-EOF
               READ BOTL-VAL-FILE
                   AT END
                       SET WS-VAL-EOF TO TRUE
               END-READ
               IF WS-VAL-STATUS NOT = "00"
                       AND WS-VAL-STATUS NOT = "10"
                   DISPLAY "VALUATION REPORT I/O ERROR - STATUS "
                       WS-VAL-STATUS
                   SET WS-VAL-EOF TO TRUE
               END-IF
               IF NOT WS-VAL-EOF
                   PERFORM 4100-SCAN-VALUATION-LINE
               END-IF
           END-PERFORM
           IF WS-VAL-STATUS NOT = "35"
               CLOSE BOTL-VAL-FILE
           END-IF
           IF WS-VAL-ISSUE-FOUND AND WS-VAL-RECEIPT-FOUND
               MOVE "ISSUES" TO WS-TIE-LABEL
               MOVE WS-JOURNAL-ISSUE-TOTAL TO WS-TIE-JOURNAL
               MOVE WS-VAL-ISSUE-TOTAL TO WS-TIE-VALUATION
               PERFORM 4200-REPORT-TIE-LINE
               MOVE "RECEIPTS" TO WS-TIE-LABEL
               MOVE WS-JOURNAL-RECEIPT-TOTAL TO WS-TIE-JOURNAL
               MOVE WS-VAL-RECEIPT-TOTAL TO WS-TIE-VALUATION
               PERFORM 4200-REPORT-TIE-LINE
           ELSE
               MOVE 'N' TO WS-TIED-FLAG
               MOVE "*** BOTLVAL GRAND TOTALS NOT FOUND - JOURNAL NOT TIED"
                   TO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF
           IF WS-VAL-INCOMPLETE
               MOVE 'N' TO WS-TIED-FLAG
               MOVE "*** BOTLVAL DID NOT LIST EVERY ITEM - ITS TOTALS ARE SHORT"
                   TO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF
           IF WS-VAL-PROJECTED
               MOVE 'N' TO WS-TIED-FLAG
               MOVE "*** BOTLVAL IS A TRIAL RUN (PROJECTED) - NOT TONIGHT'S"
                   TO BOTL-GRPT-LINE
               PERFORM 8000-WRITE-GRPT-LINE
           END-IF
           IF WS-TIED
               MOVE "JOURNAL TIES TO BOTLVAL" TO BOTL-GRPT-LINE
           ELSE
               DISPLAY "JOURNAL DOES NOT TIE TO BOTLVAL"
               MOVE "*** JOURNAL DOES NOT TIE TO BOTLVAL" TO BOTL-GRPT-LINE
           END-IF
           PERFORM 8000-WRITE-GRPT-LINE.

       4100-SCAN-VALUATION-LINE.
           EVALUATE TRUE
               WHEN BOTL-VAL-LINE(1:24) = "TOTAL ISSUE VALUE.....: "
                   MOVE BOTL-VAL-LINE(25:16) TO WS-VAL-AMT-X
                   MOVE WS-VAL-AMT-EDIT TO WS-VAL-ISSUE-TOTAL
                   SET WS-VAL-ISSUE-FOUND TO TRUE
               WHEN BOTL-VAL-LINE(1:24) = "TOTAL RECEIPT VALUE...: "
                   MOVE BOTL-VAL-LINE(25:16) TO WS-VAL-AMT-X
                   MOVE WS-VAL-AMT-EDIT TO WS-VAL-RECEIPT-TOTAL
                   SET WS-VAL-RECEIPT-FOUND TO TRUE
               WHEN BOTL-VAL-LINE(1:40)
                       = "ADDITIONAL ITEMS NOT LISTED IN VALUATION"
                   SET WS-VAL-INCOMPLETE TO TRUE
               WHEN BOTL-VAL-LINE(1:42)
                       = "===== INVENTORY VALUATION (PROJECTED) ====="
                   SET WS-VAL-PROJECTED TO TRUE
           END-EVALUATE.

       4200-REPORT-TIE-LINE.
           COMPUTE WS-DIFF-AMOUNT = WS-TIE-JOURNAL - WS-TIE-VALUATION
           MOVE WS-DIFF-AMOUNT TO WS-DIFF-EDIT
           IF WS-DIFF-AMOUNT = ZERO
               MOVE " TIED" TO WS-TIE-TEXT
           ELSE
               MOVE 'N' TO WS-TIED-FLAG
               MOVE " *** DOES NOT TIE" TO WS-TIE-TEXT
               DISPLAY WS-TIE-LABEL " DO NOT TIE TO BOTLVAL - DIFFERENCE "
                   WS-DIFF-EDIT
           END-IF
           MOVE SPACES TO BOTL-GRPT-LINE
           MOVE WS-TIE-JOURNAL TO WS-AMT-EDIT
           STRING WS-TIE-LABEL " JOURNAL=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           MOVE WS-TIE-VALUATION TO WS-AMT-EDIT
           MOVE " BOTLVAL=" TO BOTL-GRPT-LINE(34:9)
           MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(43:16)
           MOVE " DIFF=" TO BOTL-GRPT-LINE(59:6)
           MOVE WS-DIFF-EDIT TO BOTL-GRPT-LINE(65:17)
           MOVE WS-TIE-TEXT TO BOTL-GRPT-LINE(82:17)
           PERFORM 8000-WRITE-GRPT-LINE.

       8000-WRITE-GRPT-LINE.
           WRITE BOTL-GRPT-LINE
           PERFORM 8010-CHECK-GRPT-STATUS.

       8010-CHECK-GRPT-STATUS.
           IF WS-GRPT-STATUS NOT = "00"
               DISPLAY "JOURNAL CONTROL REPORT FILE I/O ERROR - STATUS "
                   WS-GRPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8030-CHECK-JRNL-STATUS.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "JOURNAL FILE I/O ERROR - STATUS " WS-JRNL-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-JOURNAL-SUMMARY.
           DISPLAY "===== BOTLGL JOURNAL SUMMARY ====="
           DISPLAY "DETAIL RECORDS READ....: " WS-DTL-READ-COUNT
           DISPLAY "  TRANSFER LEGS........: " WS-XFER-LEG-COUNT
           DISPLAY "  NOT PRICED...........: " WS-UNPRICED-COUNT
               " QTY " WS-UNPRICED-QTY
           DISPLAY "ITEMS PRICED...........: " WS-ITEM-PRICED-COUNT
           MOVE WS-ISSUE-VALUE TO WS-AMT-EDIT
           DISPLAY "COST OF GOODS SOLD.....: " WS-AMT-EDIT
           MOVE WS-RECEIPT-VALUE TO WS-AMT-EDIT
           DISPLAY "RECEIPTS ACCRUED.......: " WS-AMT-EDIT
           MOVE WS-LOSS-VALUE TO WS-AMT-EDIT
           DISPLAY "SHRINKAGE - LOSSES.....: " WS-AMT-EDIT
           MOVE WS-GAIN-VALUE TO WS-AMT-EDIT
           DISPLAY "SHRINKAGE - GAINS......: " WS-AMT-EDIT
           DISPLAY "JOURNAL LINES WRITTEN..: " WS-JRNL-WRITE-COUNT
           MOVE "===== BOTLGL JOURNAL SUMMARY =====" TO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE SPACES TO BOTL-GRPT-LINE
           STRING "MOVEMENTS=" WS-DTL-READ-COUNT
               " TRANSFER LEGS=" WS-XFER-LEG-COUNT
               " NOT PRICED=" WS-UNPRICED-COUNT
               " ITEMS=" WS-ITEM-PRICED-COUNT
               " LINES=" WS-JRNL-WRITE-COUNT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE SPACES TO BOTL-GRPT-LINE
           STRING "QTY ISSUED=" WS-ISSUE-QTY
               " RECEIVED=" WS-RECEIPT-QTY
               " COUNT LOSS=" WS-LOSS-QTY
               " COUNT GAIN=" WS-GAIN-QTY
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE SPACES TO BOTL-GRPT-LINE
           MOVE WS-ISSUE-VALUE TO WS-AMT-EDIT
           STRING "COST OF GOODS SOLD=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           MOVE WS-RECEIPT-VALUE TO WS-AMT-EDIT
           MOVE " RECEIPTS ACCRUED=" TO BOTL-GRPT-LINE(36:18)
           MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(54:16)
           PERFORM 8000-WRITE-GRPT-LINE
           MOVE SPACES TO BOTL-GRPT-LINE
           MOVE WS-LOSS-VALUE TO WS-AMT-EDIT
           STRING "SHRINKAGE LOSSES..=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO BOTL-GRPT-LINE
           MOVE WS-GAIN-VALUE TO WS-AMT-EDIT
           MOVE " SHRINKAGE GAINS..=" TO BOTL-GRPT-LINE(36:19)
           MOVE WS-AMT-EDIT TO BOTL-GRPT-LINE(55:16)
           PERFORM 8000-WRITE-GRPT-LINE.

       END PROGRAM BOTLGL.
