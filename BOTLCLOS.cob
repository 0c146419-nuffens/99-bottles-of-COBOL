                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLCLOS.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOTL-PTDI-FILE ASSIGN TO "BOTLPTDI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-STATUS.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT OPTIONAL BOTL-PHSI-FILE ASSIGN TO "BOTLPHSI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHSI-STATUS.
           SELECT BOTL-PHSO-FILE ASSIGN TO "BOTLPHSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHSO-STATUS.
           SELECT BOTL-PTDO-FILE ASSIGN TO "BOTLPTDO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PTDO-STATUS.
           SELECT BOTL-STMT-FILE ASSIGN TO "BOTLSTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-PTDI-FILE.
       01  BOTL-PTDI-REC PIC X(172).

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-PHSI-FILE.
       01  BOTL-PHSI-REC PIC X(181).

       FD  BOTL-PHSO-FILE.
           COPY BOTLPHSR.

       FD  BOTL-PTDO-FILE.
       01  BOTL-PTDO-REC PIC X(172).

       FD  BOTL-STMT-FILE.
           COPY BOTLSTMR.

       WORKING-STORAGE SECTION.
           COPY BOTLPTDR.
       01 WS-PTDI-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-PHSI-STATUS PIC XX VALUE SPACES.
       01 WS-PHSO-STATUS PIC XX VALUE SPACES.
       01 WS-PTDO-STATUS PIC XX VALUE SPACES.
       01 WS-STMT-STATUS PIC XX VALUE SPACES.
       01 WS-PTDI-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PTDI-EOF VALUE 'Y'.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-PHSI-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PHSI-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-SEQ-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-SEQ-ERROR VALUE 'Y'.
       01 WS-REFUSED-FLAG PIC X VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-HAVE-PTD-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-PTD VALUE 'Y'.
       01 WS-HAVE-ITEM-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-ITEM VALUE 'Y'.
       01 WS-FOOTS-FLAG PIC X VALUE 'N'.
           88 WS-FOOTS VALUE 'Y'.
       01 WS-VALUE-ONLY-FLAG PIC X VALUE 'N'.
           88 WS-VALUE-ONLY VALUE 'Y'.
       01 WS-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-PERIOD PIC X(6) VALUE SPACES.
       01 WS-CLOSE-PERIOD PIC X(6) VALUE SPACES.
       01 WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YYYY PIC 9(4).
           05 WS-CLOSE-MM PIC 9(2).
       01 WS-NEXT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YYYY PIC 9(4).
           05 WS-NEXT-MM PIC 9(2).
       01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.
       01 WS-PTD-CODE PIC X(8) VALUE SPACES.
       01 WS-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-PREV-PTD-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-ITEM-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-CURR-DESC PIC X(30) VALUE SPACES.
       01 WS-CURR-UNIT-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-CURR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PTDI-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PHSI-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PHSO-WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PTDO-WRITE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STATEMENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-FOOTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CLOSE-QTY PIC 9(9) VALUE ZERO.
       01 WS-CLOSE-VALUE PIC 9(11)V99 VALUE ZERO.
       01 WS-COMPUTED-QTY PIC S9(11) VALUE ZERO.
       01 WS-COMPUTED-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-ADJ-NET-QTY PIC S9(11) VALUE ZERO.
       01 WS-ADJ-NET-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-REVAL-NET-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-LINE-LABEL PIC X(14) VALUE SPACES.
       01 WS-LINE-QTY PIC S9(11) VALUE ZERO.
       01 WS-LINE-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-QTY-EDIT PIC -(10)9.
       01 WS-QTY-TEXT PIC X(11) VALUE SPACES.
       01 WS-VALUE-EDIT PIC -(13)9.99.
       01 WS-COST-EDIT PIC Z(4)9.99.
       01 WS-PERIOD-TOTALS.
           05 WS-TOT-OPEN-QTY PIC S9(11).
           05 WS-TOT-OPEN-VALUE PIC S9(13)V99.
           05 WS-TOT-RCPT-QTY PIC S9(11).
           05 WS-TOT-RCPT-VALUE PIC S9(13)V99.
           05 WS-TOT-ISSUE-QTY PIC S9(11).
           05 WS-TOT-ISSUE-VALUE PIC S9(13)V99.
           05 WS-TOT-ADJ-QTY PIC S9(11).
           05 WS-TOT-ADJ-VALUE PIC S9(13)V99.
           05 WS-TOT-REVAL-VALUE PIC S9(13)V99.
           05 WS-TOT-CLOSE-QTY PIC S9(11).
           05 WS-TOT-CLOSE-VALUE PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-PERIOD-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-TS(1:6) TO WS-RUN-PERIOD
           OPEN INPUT BOTL-PTDI-FILE
           IF WS-PTDI-STATUS NOT = "00"
               DISPLAY "PERIOD-TO-DATE FILE OPEN ERROR - STATUS "
                   WS-PTDI-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ITEM MASTER OPEN ERROR - STATUS "
                   WS-ITEM-STATUS
               CLOSE BOTL-PTDI-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-PHSI-FILE
           IF WS-PHSI-STATUS = "35"
               SET WS-PHSI-EOF TO TRUE
           ELSE
               IF WS-PHSI-STATUS NOT = "00" AND WS-PHSI-STATUS NOT = "05"
                   DISPLAY "PERIOD HISTORY FILE OPEN ERROR - STATUS "
                       WS-PHSI-STATUS
                   CLOSE BOTL-PTDI-FILE
                   CLOSE BOTL-ITEM-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT BOTL-PHSO-FILE
           PERFORM 8110-CHECK-PHSO-STATUS
           OPEN OUTPUT BOTL-PTDO-FILE
           PERFORM 8210-CHECK-PTDO-STATUS
           OPEN OUTPUT BOTL-STMT-FILE
           PERFORM 8010-CHECK-STMT-STATUS
           MOVE "===== BOTLCLOS MONTH-END STOCK LEDGER STATEMENT ====="
               TO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           PERFORM 1100-READ-PTD-RECORD
           PERFORM 0500-CHECK-PERIOD-TO-CLOSE
           IF WS-PHSI-STATUS NOT = "35"
               CLOSE BOTL-PHSI-FILE
           END-IF
           IF WS-REFUSED
               PERFORM 0900-REFUSE-CLOSE
           ELSE
               PERFORM 0700-CLOSE-PERIOD
           END-IF
           CLOSE BOTL-PTDI-FILE
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-PHSO-FILE
           CLOSE BOTL-PTDO-FILE
           CLOSE BOTL-STMT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-SEQ-ERROR
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-REFUSED
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-NOT-FOOTED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       0500-CHECK-PERIOD-TO-CLOSE.
           IF WS-PTDI-EOF
               SET WS-REFUSED TO TRUE
               MOVE "NO PERIOD-TO-DATE RECORDS - NOTHING TO CLOSE"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE BOTL-PTDI-REC(9:6) TO WS-CLOSE-PERIOD
               EVALUATE TRUE
                   WHEN WS-CLOSE-PERIOD-NUM NOT NUMERIC
                   WHEN WS-CLOSE-MM < 1
                   WHEN WS-CLOSE-MM > 12
                       SET WS-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "PERIOD " WS-CLOSE-PERIOD
                           " ON PERIOD-TO-DATE FILE IS NOT VALID"
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   WHEN WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
                       SET WS-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "PERIOD " WS-CLOSE-PERIOD
                           " HAS NOT ENDED"
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           PERFORM UNTIL WS-PHSI-EOF
               PERFORM 1400-READ-HISTORY-RECORD
               IF NOT WS-PHSI-EOF AND NOT WS-REFUSED
                       AND BOTL-PHSI-REC(9:6) = WS-CLOSE-PERIOD
                   SET WS-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PERIOD " WS-CLOSE-PERIOD
                       " ALREADY CLOSED ON " BOTL-PHSI-REC(174:8)
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-IF
           END-PERFORM
           IF NOT WS-REFUSED
               IF WS-CLOSE-MM = 12
                   COMPUTE WS-NEXT-YYYY = WS-CLOSE-YYYY + 1
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   MOVE WS-CLOSE-YYYY TO WS-NEXT-YYYY
                   COMPUTE WS-NEXT-MM = WS-CLOSE-MM + 1
               END-IF
           END-IF.

       0700-CLOSE-PERIOD.
           DISPLAY "CLOSING PERIOD " WS-CLOSE-PERIOD
               " - OPENING PERIOD " WS-NEXT-PERIOD
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "PERIOD=" WS-CLOSE-PERIOD
               " CLOSED=" WS-RUN-DATE
               " NEXT PERIOD=" WS-NEXT-PERIOD
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "                   QUANTITY             VALUE"
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           PERFORM 1200-READ-ITEM-RECORD
           PERFORM UNTIL WS-PTDI-EOF AND WS-ITEM-EOF
               IF WS-PTD-CODE < WS-ITEM-CODE
                   MOVE WS-PTD-CODE TO WS-CURR-ITEM-CODE
               ELSE
                   MOVE WS-ITEM-CODE TO WS-CURR-ITEM-CODE
               END-IF
               PERFORM 2000-CLOSE-ONE-ITEM
               IF WS-PTD-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1100-READ-PTD-RECORD
               END-IF
               IF WS-ITEM-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1200-READ-ITEM-RECORD
               END-IF
           END-PERFORM
           PERFORM 9000-CLOSE-SUMMARY.

       0900-REFUSE-CLOSE.
           DISPLAY "CLOSE REFUSED - " WS-REFUSE-REASON
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "*** CLOSE REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           MOVE "PERIOD-TO-DATE FILE CARRIED FORWARD UNCHANGED"
               TO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           PERFORM UNTIL WS-PTDI-EOF
               MOVE BOTL-PTDI-REC TO BOTL-PTDO-REC
               PERFORM 8200-WRITE-PTD-RECORD
               PERFORM 1100-READ-PTD-RECORD
           END-PERFORM
           DISPLAY "PTD RECORDS CARRIED....: " WS-PTDO-WRITE-COUNT.

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

       1400-READ-HISTORY-RECORD.
           READ BOTL-PHSI-FILE
               AT END
                   SET WS-PHSI-EOF TO TRUE
           END-READ
           IF WS-PHSI-STATUS NOT = "00" AND WS-PHSI-STATUS NOT = "10"
               DISPLAY "PERIOD HISTORY FILE I/O ERROR - STATUS "
                   WS-PHSI-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-PHSI-EOF TO TRUE
               SET WS-REFUSED TO TRUE
               MOVE "PERIOD HISTORY FILE COULD NOT BE READ"
                   TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-PHSI-EOF
               ADD 1 TO WS-PHSI-READ-COUNT
           END-IF.

       1900-STOP-ON-SEQUENCE.
           SET WS-SEQ-ERROR TO TRUE
           SET WS-PTDI-EOF TO TRUE
           SET WS-ITEM-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-PTD-CODE
           MOVE HIGH-VALUES TO WS-ITEM-CODE
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "*** INPUT OUT OF SEQUENCE - CLOSE STOPPED AFTER ITEM "
               WS-CURR-ITEM-CODE
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE.

       2000-CLOSE-ONE-ITEM.
           MOVE 'N' TO WS-HAVE-PTD-FLAG
           MOVE 'N' TO WS-HAVE-ITEM-FLAG
           IF WS-PTD-CODE = WS-CURR-ITEM-CODE
               SET WS-HAVE-PTD TO TRUE
               MOVE BOTL-PTDI-REC TO BOTL-PTD-REC
           ELSE
               PERFORM 2100-OPEN-AT-ZERO
           END-IF
           MOVE ZERO TO WS-CURR-COUNT
           MOVE ZERO TO WS-CURR-UNIT-COST
           MOVE "*** NOT ON ITEM MASTER" TO WS-CURR-DESC
           IF WS-ITEM-CODE = WS-CURR-ITEM-CODE
               SET WS-HAVE-ITEM TO TRUE
               MOVE BOTL-ITEM-DESC TO WS-CURR-DESC
               IF BOTL-ITEM-COUNT NUMERIC
                   MOVE BOTL-ITEM-COUNT TO WS-CURR-COUNT
               END-IF
               IF BOTL-ITEM-UNIT-COST NUMERIC
                   MOVE BOTL-ITEM-UNIT-COST TO WS-CURR-UNIT-COST
               END-IF
           END-IF
           MOVE WS-CURR-COUNT TO WS-CLOSE-QTY
           COMPUTE WS-CLOSE-VALUE = WS-CURR-COUNT * WS-CURR-UNIT-COST
           COMPUTE WS-ADJ-NET-QTY =
               BOTL-PTD-ADJ-IN-QTY - BOTL-PTD-ADJ-OUT-QTY
           COMPUTE WS-ADJ-NET-VALUE =
               BOTL-PTD-ADJ-IN-VALUE - BOTL-PTD-ADJ-OUT-VALUE
           COMPUTE WS-REVAL-NET-VALUE =
               BOTL-PTD-REVAL-UP-VALUE - BOTL-PTD-REVAL-DOWN-VALUE
           COMPUTE WS-COMPUTED-QTY = BOTL-PTD-OPEN-QTY
               + BOTL-PTD-RCPT-QTY - BOTL-PTD-ISSUE-QTY
               + WS-ADJ-NET-QTY
           COMPUTE WS-COMPUTED-VALUE = BOTL-PTD-OPEN-VALUE
               + BOTL-PTD-RCPT-VALUE - BOTL-PTD-ISSUE-VALUE
               + WS-ADJ-NET-VALUE + WS-REVAL-NET-VALUE
           MOVE 'N' TO WS-FOOTS-FLAG
           IF WS-HAVE-PTD AND WS-HAVE-ITEM
                   AND WS-COMPUTED-QTY = WS-CLOSE-QTY
                   AND WS-COMPUTED-VALUE = WS-CLOSE-VALUE
               SET WS-FOOTS TO TRUE
           END-IF
           PERFORM 3000-WRITE-ITEM-STATEMENT
           PERFORM 3500-ADD-TO-PERIOD-TOTALS
           PERFORM 5000-WRITE-HISTORY-RECORD
           IF WS-HAVE-ITEM
               PERFORM 6000-OPEN-NEXT-PERIOD
           END-IF.

       2100-OPEN-AT-ZERO.
           MOVE SPACES TO BOTL-PTD-REC
           MOVE WS-CURR-ITEM-CODE TO BOTL-PTD-ITEM-CODE
           MOVE WS-CLOSE-PERIOD TO BOTL-PTD-PERIOD
           MOVE ZERO TO BOTL-PTD-OPEN-QTY BOTL-PTD-OPEN-VALUE
               BOTL-PTD-RCPT-QTY BOTL-PTD-RCPT-VALUE
               BOTL-PTD-ISSUE-QTY BOTL-PTD-ISSUE-VALUE
               BOTL-PTD-ADJ-IN-QTY BOTL-PTD-ADJ-IN-VALUE
               BOTL-PTD-ADJ-OUT-QTY BOTL-PTD-ADJ-OUT-VALUE
               BOTL-PTD-REVAL-UP-VALUE BOTL-PTD-REVAL-DOWN-VALUE
               BOTL-PTD-LAST-COUNT BOTL-PTD-LAST-UNIT-COST.

       3000-WRITE-ITEM-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-CURR-UNIT-COST TO WS-COST-EDIT
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "ITEM " WS-CURR-ITEM-CODE
               " " WS-CURR-DESC
               " UNIT COST=" WS-COST-EDIT
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           MOVE "  OPENING" TO WS-LINE-LABEL
           MOVE BOTL-PTD-OPEN-QTY TO WS-LINE-QTY
           MOVE BOTL-PTD-OPEN-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  RECEIPTS" TO WS-LINE-LABEL
           MOVE BOTL-PTD-RCPT-QTY TO WS-LINE-QTY
           MOVE BOTL-PTD-RCPT-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  ISSUES" TO WS-LINE-LABEL
           COMPUTE WS-LINE-QTY = ZERO - BOTL-PTD-ISSUE-QTY
           COMPUTE WS-LINE-VALUE = ZERO - BOTL-PTD-ISSUE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  ADJUSTMENTS" TO WS-LINE-LABEL
           MOVE WS-ADJ-NET-QTY TO WS-LINE-QTY
           MOVE WS-ADJ-NET-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  REVALUATION" TO WS-LINE-LABEL
           MOVE ZERO TO WS-LINE-QTY
           MOVE WS-REVAL-NET-VALUE TO WS-LINE-VALUE
           SET WS-VALUE-ONLY TO TRUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE 'N' TO WS-VALUE-ONLY-FLAG
           MOVE "  CLOSING" TO WS-LINE-LABEL
           MOVE WS-CLOSE-QTY TO WS-LINE-QTY
           MOVE WS-CLOSE-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           IF NOT WS-FOOTS
               PERFORM 3100-FLAG-NOT-FOOTED
           END-IF.

       3100-FLAG-NOT-FOOTED.
           ADD 1 TO WS-NOT-FOOTED-COUNT
           DISPLAY "ITEM " WS-CURR-ITEM-CODE
               " DOES NOT FOOT FOR PERIOD " WS-CLOSE-PERIOD
           EVALUATE TRUE
               WHEN NOT WS-HAVE-ITEM
                   MOVE "  *** DOES NOT FOOT - NOT ON ITEM MASTER"
                       TO BOTL-STMT-LINE
                   PERFORM 8000-WRITE-STMT-LINE
               WHEN NOT WS-HAVE-PTD
                   MOVE "  *** DOES NOT FOOT - NO PERIOD-TO-DATE RECORD"
                       TO BOTL-STMT-LINE
                   PERFORM 8000-WRITE-STMT-LINE
               WHEN OTHER
                   MOVE WS-COMPUTED-QTY TO WS-QTY-EDIT
                   MOVE WS-COMPUTED-VALUE TO WS-VALUE-EDIT
                   MOVE SPACES TO BOTL-STMT-LINE
                   STRING "  *** DOES NOT FOOT - COMPUTED QTY="
                       WS-QTY-EDIT
                       " VALUE=" WS-VALUE-EDIT
                       DELIMITED BY SIZE INTO BOTL-STMT-LINE
                   PERFORM 8000-WRITE-STMT-LINE
           END-EVALUATE.

       3500-ADD-TO-PERIOD-TOTALS.
           ADD BOTL-PTD-OPEN-QTY TO WS-TOT-OPEN-QTY
           ADD BOTL-PTD-OPEN-VALUE TO WS-TOT-OPEN-VALUE
           ADD BOTL-PTD-RCPT-QTY TO WS-TOT-RCPT-QTY
           ADD BOTL-PTD-RCPT-VALUE TO WS-TOT-RCPT-VALUE
           ADD BOTL-PTD-ISSUE-QTY TO WS-TOT-ISSUE-QTY
           ADD BOTL-PTD-ISSUE-VALUE TO WS-TOT-ISSUE-VALUE
           ADD WS-ADJ-NET-QTY TO WS-TOT-ADJ-QTY
           ADD WS-ADJ-NET-VALUE TO WS-TOT-ADJ-VALUE
           ADD WS-REVAL-NET-VALUE TO WS-TOT-REVAL-VALUE
           ADD WS-CLOSE-QTY TO WS-TOT-CLOSE-QTY
           ADD WS-CLOSE-VALUE TO WS-TOT-CLOSE-VALUE.

       4000-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-QTY TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT TO WS-QTY-TEXT
           IF WS-VALUE-ONLY
               MOVE SPACES TO WS-QTY-TEXT
           END-IF
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO BOTL-STMT-LINE
           STRING WS-LINE-LABEL
               " " WS-QTY-TEXT
               " " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE.

       5000-WRITE-HISTORY-RECORD.
           MOVE BOTL-PTD-ITEM-CODE TO BOTL-PHS-ITEM-CODE
           MOVE WS-CLOSE-PERIOD TO BOTL-PHS-PERIOD
           MOVE BOTL-PTD-OPEN-QTY TO BOTL-PHS-OPEN-QTY
           MOVE BOTL-PTD-OPEN-VALUE TO BOTL-PHS-OPEN-VALUE
           MOVE BOTL-PTD-RCPT-QTY TO BOTL-PHS-RCPT-QTY
           MOVE BOTL-PTD-RCPT-VALUE TO BOTL-PHS-RCPT-VALUE
           MOVE BOTL-PTD-ISSUE-QTY TO BOTL-PHS-ISSUE-QTY
           MOVE BOTL-PTD-ISSUE-VALUE TO BOTL-PHS-ISSUE-VALUE
           MOVE BOTL-PTD-ADJ-IN-QTY TO BOTL-PHS-ADJ-IN-QTY
           MOVE BOTL-PTD-ADJ-IN-VALUE TO BOTL-PHS-ADJ-IN-VALUE
           MOVE BOTL-PTD-ADJ-OUT-QTY TO BOTL-PHS-ADJ-OUT-QTY
           MOVE BOTL-PTD-ADJ-OUT-VALUE TO BOTL-PHS-ADJ-OUT-VALUE
           MOVE BOTL-PTD-REVAL-UP-VALUE TO BOTL-PHS-REVAL-UP-VALUE
           MOVE BOTL-PTD-REVAL-DOWN-VALUE TO BOTL-PHS-REVAL-DOWN-VALUE
           MOVE WS-CLOSE-QTY TO BOTL-PHS-CLOSE-QTY
           MOVE WS-CLOSE-VALUE TO BOTL-PHS-CLOSE-VALUE
           MOVE WS-FOOTS-FLAG TO BOTL-PHS-FOOTED
           MOVE WS-RUN-DATE TO BOTL-PHS-CLOSED-DATE
           WRITE BOTL-PHS-REC
           PERFORM 8110-CHECK-PHSO-STATUS
           ADD 1 TO WS-PHSO-WRITE-COUNT.

       6000-OPEN-NEXT-PERIOD.
           MOVE WS-NEXT-PERIOD TO BOTL-PTD-PERIOD
           MOVE WS-CLOSE-QTY TO BOTL-PTD-OPEN-QTY
           MOVE WS-CLOSE-VALUE TO BOTL-PTD-OPEN-VALUE
           MOVE ZERO TO BOTL-PTD-RCPT-QTY BOTL-PTD-RCPT-VALUE
               BOTL-PTD-ISSUE-QTY BOTL-PTD-ISSUE-VALUE
               BOTL-PTD-ADJ-IN-QTY BOTL-PTD-ADJ-IN-VALUE
               BOTL-PTD-ADJ-OUT-QTY BOTL-PTD-ADJ-OUT-VALUE
               BOTL-PTD-REVAL-UP-VALUE BOTL-PTD-REVAL-DOWN-VALUE
           MOVE WS-CURR-COUNT TO BOTL-PTD-LAST-COUNT
           MOVE WS-CURR-UNIT-COST TO BOTL-PTD-LAST-UNIT-COST
           MOVE BOTL-PTD-REC TO BOTL-PTDO-REC
           PERFORM 8200-WRITE-PTD-RECORD.

       8000-WRITE-STMT-LINE.
           WRITE BOTL-STMT-LINE
           PERFORM 8010-CHECK-STMT-STATUS.

       8010-CHECK-STMT-STATUS.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "STATEMENT FILE I/O ERROR - STATUS "
                   WS-STMT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8110-CHECK-PHSO-STATUS.
           IF WS-PHSO-STATUS NOT = "00"
               DISPLAY "PERIOD HISTORY FILE WRITE ERROR - STATUS "
                   WS-PHSO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       8200-WRITE-PTD-RECORD.
           WRITE BOTL-PTDO-REC
           PERFORM 8210-CHECK-PTDO-STATUS
           ADD 1 TO WS-PTDO-WRITE-COUNT.

       8210-CHECK-PTDO-STATUS.
           IF WS-PTDO-STATUS NOT = "00"
               DISPLAY "PERIOD-TO-DATE FILE WRITE ERROR - STATUS "
                   WS-PTDO-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-CLOSE-SUMMARY.
           MOVE "===== BOTLCLOS PERIOD TOTALS ====="
               TO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           MOVE "  OPENING" TO WS-LINE-LABEL
           MOVE WS-TOT-OPEN-QTY TO WS-LINE-QTY
           MOVE WS-TOT-OPEN-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  RECEIPTS" TO WS-LINE-LABEL
           MOVE WS-TOT-RCPT-QTY TO WS-LINE-QTY
           MOVE WS-TOT-RCPT-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  ISSUES" TO WS-LINE-LABEL
           COMPUTE WS-LINE-QTY = ZERO - WS-TOT-ISSUE-QTY
           COMPUTE WS-LINE-VALUE = ZERO - WS-TOT-ISSUE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  ADJUSTMENTS" TO WS-LINE-LABEL
           MOVE WS-TOT-ADJ-QTY TO WS-LINE-QTY
           MOVE WS-TOT-ADJ-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE "  REVALUATION" TO WS-LINE-LABEL
           MOVE ZERO TO WS-LINE-QTY
           MOVE WS-TOT-REVAL-VALUE TO WS-LINE-VALUE
           SET WS-VALUE-ONLY TO TRUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE 'N' TO WS-VALUE-ONLY-FLAG
           MOVE "  CLOSING" TO WS-LINE-LABEL
           MOVE WS-TOT-CLOSE-QTY TO WS-LINE-QTY
           MOVE WS-TOT-CLOSE-VALUE TO WS-LINE-VALUE
           PERFORM 4000-WRITE-AMOUNT-LINE
           MOVE SPACES TO BOTL-STMT-LINE
           STRING "ITEMS=" WS-STATEMENT-COUNT
               " NOT FOOTED=" WS-NOT-FOOTED-COUNT
               " HISTORY WRITTEN=" WS-PHSO-WRITE-COUNT
               " NEXT PERIOD OPENED=" WS-PTDO-WRITE-COUNT
               DELIMITED BY SIZE INTO BOTL-STMT-LINE
           PERFORM 8000-WRITE-STMT-LINE
           IF WS-SEQ-ERROR OR WS-IO-ERROR
               MOVE SPACES TO BOTL-STMT-LINE
               STRING "PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED - INPUT ERROR, DO NOT KEEP THIS RUN"
                   DELIMITED BY SIZE INTO BOTL-STMT-LINE
           ELSE
               MOVE SPACES TO BOTL-STMT-LINE
               STRING "PERIOD " WS-CLOSE-PERIOD
                   " CLOSED - PERIOD " WS-NEXT-PERIOD " OPENED"
                   DELIMITED BY SIZE INTO BOTL-STMT-LINE
           END-IF
           PERFORM 8000-WRITE-STMT-LINE
           DISPLAY "===== BOTLCLOS MONTH-END CLOSE SUMMARY ====="
           DISPLAY "PERIOD CLOSED..........: " WS-CLOSE-PERIOD
           DISPLAY "PERIOD OPENED..........: " WS-NEXT-PERIOD
           DISPLAY "PTD RECORDS READ.......: " WS-PTDI-READ-COUNT
           DISPLAY "MASTER RECORDS READ....: " WS-ITEM-READ-COUNT
           DISPLAY "HISTORY RECORDS READ...: " WS-PHSI-READ-COUNT
           DISPLAY "ITEM STATEMENTS........: " WS-STATEMENT-COUNT
           DISPLAY "ITEMS NOT FOOTED.......: " WS-NOT-FOOTED-COUNT
           DISPLAY "HISTORY RECORDS WRITTEN: " WS-PHSO-WRITE-COUNT
           DISPLAY "PTD RECORDS WRITTEN....: " WS-PTDO-WRITE-COUNT.

       END PROGRAM BOTLCLOS.
