       01 WS-VARIANCE-DIR PIC X(5) VALUE SPACES.
       01 WS-REJ-REASON PIC X(30) VALUE SPACES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PHYS-KEY.
           05 WS-PHYS-ITEM-CODE PIC X(8) VALUE SPACES.
           05 WS-PHYS-LOCATION PIC X(4) VALUE SPACES.
       01 WS-PREV-PHYS-KEY PIC X(12) VALUE LOW-VALUES.
       01 WS-LOC-SUB PIC 9 VALUE ZERO.
       01 WS-LOC-FOUND-SUB PIC 9 VALUE ZERO.
       01 WS-BOOK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-YEAR-START PIC 9(8) VALUE ZERO.
       01 WS-DAY-OF-YEAR PIC 9(3) VALUE ZERO.
       01 WS-BATCH-ID.
           05 WS-BATCH-PREFIX PIC X VALUE 'C'.
           05 WS-BATCH-YEAR PIC X VALUE SPACE.
           05 WS-BATCH-DAY PIC 9(3) VALUE ZERO.
           05 WS-BATCH-TIME PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "===== BOTLCYCL CYCLE-COUNT VARIANCE REPORT ====="
               TO BOTL-VRPT-LINE
           PERFORM 8000-WRITE-VRPT-LINE
           PERFORM 3050-WRITE-BATCH-HEADER
           PERFORM 1100-READ-ITEM-RECORD
           PERFORM 1200-READ-PHYS-RECORD
           PERFORM UNTIL WS-PHYS-EOF
                       PERFORM 1200-READ-PHYS-RECORD
               END-EVALUATE
           END-PERFORM
           PERFORM 3150-WRITE-BATCH-TRAILER
           PERFORM 9000-VARIANCE-SUMMARY
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-PHYS-FILE
               END-IF
               IF NOT WS-PHYS-EOF
                   ADD 1 TO WS-PHYS-READ-COUNT
                   MOVE BOTL-PHYS-ITEM-CODE TO WS-PHYS-ITEM-CODE
                   MOVE BOTL-PHYS-LOCATION TO WS-PHYS-LOCATION
                   IF WS-PHYS-LOCATION = SPACES
                       MOVE "MAIN" TO WS-PHYS-LOCATION
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PHYS-KEY < WS-PREV-PHYS-KEY
                           MOVE "OUT OF ITEM/LOCATION SEQUENCE"
                               TO WS-REJ-REASON
                           PERFORM 8500-WRITE-REJECT
                       WHEN WS-PHYS-KEY = WS-PREV-PHYS-KEY
                           MOVE "DUPLICATE COUNT FOR LOCATION"
                               TO WS-REJ-REASON
                           PERFORM 8500-WRITE-REJECT
                       WHEN BOTL-PHYS-COUNT NOT NUMERIC
                               TO WS-REJ-REASON
                           PERFORM 8500-WRITE-REJECT
                       WHEN OTHER
                           MOVE WS-PHYS-KEY TO WS-PREV-PHYS-KEY
                           SET WS-PHYS-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3000-COMPARE-COUNTS.
           PERFORM 3010-FIND-LOCATION
           IF WS-LOC-FOUND-SUB = ZERO
               MOVE "LOCATION NOT ON ITEM MASTER" TO WS-REJ-REASON
               PERFORM 8500-WRITE-REJECT
           ELSE
               PERFORM 3020-COMPARE-LOCATION
           END-IF.

       3010-FIND-LOCATION.
           MOVE ZERO TO WS-LOC-FOUND-SUB
           IF BOTL-ITEM-LOC-USED NUMERIC
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > BOTL-ITEM-LOC-USED
                           OR WS-LOC-SUB > 5
                   IF BOTL-ITEM-LOC-CODE(WS-LOC-SUB) = WS-PHYS-LOCATION
                       MOVE WS-LOC-SUB TO WS-LOC-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

       3020-COMPARE-LOCATION.
           ADD 1 TO WS-COMPARE-COUNT
           MOVE BOTL-ITEM-LOC-COUNT(WS-LOC-FOUND-SUB) TO WS-BOOK-COUNT
           EVALUATE TRUE
               WHEN BOTL-PHYS-COUNT = WS-BOOK-COUNT
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE ZERO TO WS-VARIANCE-QTY
                   MOVE "EVEN " TO WS-VARIANCE-DIR
               WHEN BOTL-PHYS-COUNT > WS-BOOK-COUNT
                   COMPUTE WS-VARIANCE-QTY =
                       BOTL-PHYS-COUNT - WS-BOOK-COUNT
                   MOVE "OVER " TO WS-VARIANCE-DIR
                   ADD WS-VARIANCE-QTY TO WS-OVER-TOTAL
                   PERFORM 3100-WRITE-ADJUSTMENT
               WHEN OTHER
                   COMPUTE WS-VARIANCE-QTY =
                       WS-BOOK-COUNT - BOTL-PHYS-COUNT
                   MOVE "SHORT" TO WS-VARIANCE-DIR
                   ADD WS-VARIANCE-QTY TO WS-SHORT-TOTAL
                   PERFORM 3100-WRITE-ADJUSTMENT
           END-EVALUATE
           MOVE SPACES TO BOTL-VRPT-LINE
           STRING "ITEM " BOTL-PHYS-ITEM-CODE
               " LOC=" WS-PHYS-LOCATION
               " BOOK=" WS-BOOK-COUNT
               " COUNTED=" BOTL-PHYS-COUNT
               " " WS-VARIANCE-DIR
               " QTY=" WS-VARIANCE-QTY
               DELIMITED BY SIZE INTO BOTL-VRPT-LINE
           PERFORM 8000-WRITE-VRPT-LINE.

       3050-WRITE-BATCH-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-TS(1:4) TO WS-YEAR-START(1:4)
           MOVE "0101" TO WS-YEAR-START(5:4)
           COMPUTE WS-DAY-OF-YEAR =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1
           MOVE WS-RUN-TS(4:1) TO WS-BATCH-YEAR
           MOVE WS-DAY-OF-YEAR TO WS-BATCH-DAY
           MOVE WS-RUN-TS(9:3) TO WS-BATCH-TIME
           MOVE SPACES TO BOTL-TRAN-HDR-REC
           MOVE WS-BATCH-ID TO BOTL-HDR-BATCH-ID
           MOVE 'H' TO BOTL-HDR-REC-TYPE
           MOVE "CYCL" TO BOTL-HDR-SOURCE
           MOVE WS-RUN-TS(1:8) TO BOTL-HDR-KEYED-DATE
           WRITE BOTL-TRAN-HDR-REC
           PERFORM 8010-CHECK-ADJ-STATUS
           MOVE SPACES TO BOTL-VRPT-LINE
           STRING "ADJUSTMENT BATCH " WS-BATCH-ID
               " SOURCE=CYCL KEYED=" WS-RUN-TS(1:8)
               DELIMITED BY SIZE INTO BOTL-VRPT-LINE
           PERFORM 8000-WRITE-VRPT-LINE.

       3100-WRITE-ADJUSTMENT.
           MOVE SPACES TO BOTL-TRAN-REC
           MOVE BOTL-PHYS-ITEM-CODE TO BOTL-TRAN-ITEM-CODE
           IF WS-VARIANCE-DIR = "OVER "
               MOVE 'R' TO BOTL-TRAN-ACTION
               MOVE 'I' TO BOTL-TRAN-ACTION
           END-IF
           MOVE WS-VARIANCE-QTY TO BOTL-TRAN-QTY
           MOVE WS-PHYS-LOCATION TO BOTL-TRAN-LOCATION
           WRITE BOTL-TRAN-REC
           PERFORM 8010-CHECK-ADJ-STATUS
           ADD 1 TO WS-ADJ-WRITE-COUNT.

       3150-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BOTL-TRAN-TRL-REC
           MOVE WS-BATCH-ID TO BOTL-TRL-BATCH-ID
           MOVE 'T' TO BOTL-TRL-REC-TYPE
           MOVE WS-ADJ-WRITE-COUNT TO BOTL-TRL-RECORD-COUNT
           MOVE WS-SHORT-TOTAL TO BOTL-TRL-ISSUE-QTY
           MOVE WS-OVER-TOTAL TO BOTL-TRL-RECEIPT-QTY
           WRITE BOTL-TRAN-TRL-REC
           PERFORM 8010-CHECK-ADJ-STATUS.

       8000-WRITE-VRPT-LINE.
           WRITE BOTL-VRPT-LINE
           PERFORM 8020-CHECK-VRPT-STATUS.
           DISPLAY "TOTAL QTY OVER.........: " WS-OVER-TOTAL
           DISPLAY "TOTAL QTY SHORT........: " WS-SHORT-TOTAL
           DISPLAY "COUNTS REJECTED........: " WS-REJECT-COUNT
           DISPLAY "ADJUSTMENT BATCH ID....: " WS-BATCH-ID
           MOVE "===== BOTLCYCL VARIANCE SUMMARY ====="
               TO BOTL-VRPT-LINE
           PERFORM 8000-WRITE-VRPT-LINE
           MOVE SPACES TO BOTL-VRPT-LINE
           STRING "QTY OVER=" WS-OVER-TOTAL
               " QTY SHORT=" WS-SHORT-TOTAL
               " BATCH=" WS-BATCH-ID
               DELIMITED BY SIZE INTO BOTL-VRPT-LINE
           PERFORM 8000-WRITE-VRPT-LINE.

