                  >>source format free
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLROLL.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOTL-PRIOR-FILE ASSIGN TO "BOTLITMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT BOTL-ITEM-FILE ASSIGN TO "BOTLITMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOTL-REG-FILE ASSIGN TO "BOTLMREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT BOTL-DTL-FILE ASSIGN TO "BOTLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT BOTL-FRPT-FILE ASSIGN TO "BOTLFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOTL-PRIOR-FILE.
       01  BOTL-PRIOR-REC PIC X(151).

       FD  BOTL-ITEM-FILE.
           COPY BOTLITMR.

       FD  BOTL-REG-FILE.
           COPY BOTLREGR.

       FD  BOTL-DTL-FILE.
           COPY BOTLDTLR.

       FD  BOTL-FRPT-FILE.
           COPY BOTLFRPR.

       WORKING-STORAGE SECTION.
       01 WS-PRIOR-STATUS PIC XX VALUE SPACES.
       01 WS-ITEM-STATUS PIC XX VALUE SPACES.
       01 WS-REG-STATUS PIC XX VALUE SPACES.
       01 WS-DTL-STATUS PIC XX VALUE SPACES.
       01 WS-FRPT-STATUS PIC XX VALUE SPACES.
       01 WS-PRIOR-EOF-FLAG PIC X VALUE 'N'.
           88 WS-PRIOR-EOF VALUE 'Y'.
       01 WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y'.
       01 WS-REG-EOF-FLAG PIC X VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-DTL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-DTL-EOF VALUE 'Y'.
       01 WS-IO-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-IO-ERROR VALUE 'Y'.
       01 WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-SEQ-ERROR-FLAG PIC X VALUE 'N'.
           88 WS-SEQ-ERROR VALUE 'Y'.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-HAVE-BASIS-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-BASIS VALUE 'Y'.
       01 WS-REG-ADD-FLAG PIC X VALUE 'N'.
           88 WS-REG-ADD VALUE 'Y'.
       01 WS-BASIS-ADD-FLAG PIC X VALUE 'N'.
           88 WS-BASIS-ADD VALUE 'Y'.
       01 WS-PRIOR-CODE PIC X(8) VALUE SPACES.
       01 WS-NEW-CODE PIC X(8) VALUE SPACES.
       01 WS-PREV-PRIOR-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-NEW-CODE PIC X(8) VALUE LOW-VALUES.
       01 WS-CURR-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-REG-ITEM-CODE PIC X(8) VALUE SPACES.
       01 WS-PRIOR-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REG-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DTL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PROVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BREAK-REASON PIC X(44) VALUE SPACES.
       01 WS-BASIS PIC X(5) VALUE SPACES.
       01 WS-BASIS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BASIS-ACTIVE PIC X VALUE SPACE.
       01 WS-ITEM-RCVD-QTY PIC 9(9) VALUE ZERO.
       01 WS-ITEM-ISSUED-QTY PIC 9(9) VALUE ZERO.
       01 WS-EXPECTED-COUNT PIC S9(9) VALUE ZERO.
       01 WS-EXPECTED-EDIT PIC +(9)9.
       01 WS-NEW-COUNT-X PIC X(7) VALUE SPACES.
       01 WS-NEW-ACTIVE PIC X VALUE SPACE.
       01 WS-RCVD-GRAND-TOTAL PIC 9(11) VALUE ZERO.
       01 WS-ISSUED-GRAND-TOTAL PIC 9(11) VALUE ZERO.
       01 WS-PRIOR-ITEM.
           05 WS-PRIOR-ITEM-CODE PIC X(8).
           05 FILLER PIC X(30).
           05 WS-PRIOR-ITEM-COUNT PIC 9(7).
           05 FILLER PIC X(14).
           05 WS-PRIOR-ITEM-ACTIVE PIC X.
           05 FILLER PIC X(91).
       01 WS-REG-AFTER.
           05 WS-REG-AFTER-CODE PIC X(8).
           05 FILLER PIC X(30).
           05 WS-REG-AFTER-COUNT PIC 9(7).
           05 FILLER PIC X(14).
           05 WS-REG-AFTER-ACTIVE PIC X.
           05 FILLER PIC X.
       01 WS-MNT-SUB PIC 9(4) VALUE ZERO.
       01 WS-MNT-USED PIC 9(4) VALUE ZERO.
       01 WS-MNT-TABLE.
           05 WS-MNT-ENTRY OCCURS 500 TIMES.
               10 WS-MNT-CODE PIC X(8).
               10 WS-MNT-COUNT PIC 9(7).
               10 WS-MNT-ACTIVE PIC X.
               10 WS-MNT-ADDED-FLAG PIC X.
                   88 WS-MNT-ADDED VALUE 'Y'.
               10 WS-MNT-USED-FLAG PIC X.
                   88 WS-MNT-MATCHED VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE ZERO TO RETURN-CODE
           OPEN INPUT BOTL-PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = "00"
               DISPLAY "PRIOR ITEM MASTER OPEN ERROR - STATUS "
                   WS-PRIOR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "NEW ITEM MASTER OPEN ERROR - STATUS "
                   WS-ITEM-STATUS
               CLOSE BOTL-PRIOR-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-REG-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "MAINTENANCE REGISTER OPEN ERROR - STATUS "
                   WS-REG-STATUS
               CLOSE BOTL-PRIOR-FILE
               CLOSE BOTL-ITEM-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOTL-DTL-FILE
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "DETAIL EXTRACT FILE OPEN ERROR - STATUS "
                   WS-DTL-STATUS
               CLOSE BOTL-PRIOR-FILE
               CLOSE BOTL-ITEM-FILE
               CLOSE BOTL-REG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BOTL-FRPT-FILE
           PERFORM 8010-CHECK-FRPT-STATUS
           MOVE "===== BOTLROLL ITEM MASTER ROLL-FORWARD PROOF ====="
               TO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           PERFORM 1000-LOAD-MAINT-REGISTER
           CLOSE BOTL-REG-FILE
           MOVE "----- ITEMS THAT DO NOT ROLL FORWARD -----"
               TO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           PERFORM 1100-READ-PRIOR-RECORD
           PERFORM 1200-READ-NEW-RECORD
           PERFORM 1300-READ-DTL-RECORD
           PERFORM UNTIL WS-PRIOR-EOF AND WS-ITEM-EOF
               IF WS-PRIOR-CODE < WS-NEW-CODE
                   MOVE WS-PRIOR-CODE TO WS-CURR-ITEM-CODE
               ELSE
                   MOVE WS-NEW-CODE TO WS-CURR-ITEM-CODE
               END-IF
               PERFORM 2000-PROVE-ONE-ITEM
               IF WS-PRIOR-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1100-READ-PRIOR-RECORD
               END-IF
               IF WS-NEW-CODE = WS-CURR-ITEM-CODE
                   PERFORM 1200-READ-NEW-RECORD
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
               PERFORM 2800-FLAG-ORPHAN-MOVEMENT
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           IF NOT WS-SEQ-ERROR
               PERFORM 2900-FLAG-UNMATCHED-MAINT
           END-IF
           PERFORM 9000-PROOF-SUMMARY
           CLOSE BOTL-PRIOR-FILE
           CLOSE BOTL-ITEM-FILE
           CLOSE BOTL-DTL-FILE
           CLOSE BOTL-FRPT-FILE
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-IO-ERROR
                       MOVE 24 TO RETURN-CODE
                   WHEN WS-SEQ-ERROR
                   WHEN WS-TABLE-FULL
                       MOVE 20 TO RETURN-CODE
                   WHEN WS-BREAK-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       1000-LOAD-MAINT-REGISTER.
           PERFORM UNTIL WS-REG-EOF
               READ BOTL-REG-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
               END-READ
               IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "10"
                   DISPLAY "MAINTENANCE REGISTER I/O ERROR - STATUS "
                       WS-REG-STATUS
                   SET WS-IO-ERROR TO TRUE
                   SET WS-REG-EOF TO TRUE
               END-IF
               IF NOT WS-REG-EOF
                   ADD 1 TO WS-REG-READ-COUNT
                   PERFORM 1010-SCAN-REGISTER-LINE
               END-IF
           END-PERFORM.

       1010-SCAN-REGISTER-LINE.
           EVALUATE TRUE
               WHEN BOTL-REG-LINE(1:5) = "ITEM "
                       AND BOTL-REG-LINE(14:1) = SPACE
                   MOVE BOTL-REG-LINE(6:8) TO WS-REG-ITEM-CODE
                   IF BOTL-REG-LINE(15:86) = "ADDED"
                       SET WS-REG-ADD TO TRUE
                   ELSE
                       MOVE 'N' TO WS-REG-ADD-FLAG
                   END-IF
               WHEN BOTL-REG-LINE(1:9) = "  AFTER ="
                   MOVE BOTL-REG-LINE(10:61) TO WS-REG-AFTER
                   IF WS-REG-AFTER-CODE = WS-REG-ITEM-CODE
                       PERFORM 1020-STORE-MAINT-IMAGE
                   END-IF
                   MOVE SPACES TO WS-REG-ITEM-CODE
           END-EVALUATE.

       1020-STORE-MAINT-IMAGE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE WS-REG-AFTER-CODE TO WS-CURR-ITEM-CODE
           PERFORM 3000-FIND-MAINT-ENTRY
           IF NOT WS-FOUND
               IF WS-MNT-USED < 500
                   ADD 1 TO WS-MNT-USED
                   MOVE WS-MNT-USED TO WS-MNT-SUB
                   MOVE WS-REG-AFTER-CODE TO WS-MNT-CODE(WS-MNT-SUB)
                   MOVE 'N' TO WS-MNT-ADDED-FLAG(WS-MNT-SUB)
                   MOVE 'N' TO WS-MNT-USED-FLAG(WS-MNT-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "MAINTENANCE TABLE FULL - CHANGE TO ITEM "
                       WS-REG-AFTER-CODE " NOT ROLLED FORWARD"
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               IF WS-REG-AFTER-COUNT NUMERIC
                   MOVE WS-REG-AFTER-COUNT TO WS-MNT-COUNT(WS-MNT-SUB)
               ELSE
                   MOVE ZERO TO WS-MNT-COUNT(WS-MNT-SUB)
               END-IF
               MOVE WS-REG-AFTER-ACTIVE TO WS-MNT-ACTIVE(WS-MNT-SUB)
               IF WS-REG-ADD
                   SET WS-MNT-ADDED(WS-MNT-SUB) TO TRUE
               END-IF
           END-IF.

       1100-READ-PRIOR-RECORD.
           READ BOTL-PRIOR-FILE
               AT END
                   SET WS-PRIOR-EOF TO TRUE
           END-READ
           IF WS-PRIOR-STATUS NOT = "00" AND WS-PRIOR-STATUS NOT = "10"
               DISPLAY "PRIOR ITEM MASTER I/O ERROR - STATUS "
                   WS-PRIOR-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-PRIOR-EOF TO TRUE
           END-IF
           IF WS-PRIOR-EOF
               MOVE HIGH-VALUES TO WS-PRIOR-CODE
           ELSE
               ADD 1 TO WS-PRIOR-READ-COUNT
               MOVE BOTL-PRIOR-REC TO WS-PRIOR-ITEM
               MOVE WS-PRIOR-ITEM-CODE TO WS-PRIOR-CODE
               IF WS-PRIOR-CODE NOT > WS-PREV-PRIOR-CODE
                   DISPLAY "PRIOR ITEM MASTER OUT OF SEQUENCE AT ITEM "
                       WS-PRIOR-CODE " - PROOF STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE WS-PRIOR-CODE TO WS-PREV-PRIOR-CODE
               END-IF
           END-IF.

       1200-READ-NEW-RECORD.
           READ BOTL-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF WS-ITEM-STATUS NOT = "00" AND WS-ITEM-STATUS NOT = "10"
               DISPLAY "NEW ITEM MASTER I/O ERROR - STATUS "
                   WS-ITEM-STATUS
               SET WS-IO-ERROR TO TRUE
               SET WS-ITEM-EOF TO TRUE
           END-IF
           IF WS-ITEM-EOF
               MOVE HIGH-VALUES TO WS-NEW-CODE
           ELSE
               ADD 1 TO WS-NEW-READ-COUNT
               MOVE BOTL-ITEM-CODE TO WS-NEW-CODE
               IF WS-NEW-CODE NOT > WS-PREV-NEW-CODE
                   DISPLAY "NEW ITEM MASTER OUT OF SEQUENCE AT ITEM "
                       WS-NEW-CODE " - PROOF STOPPED"
                   PERFORM 1900-STOP-ON-SEQUENCE
               ELSE
                   MOVE WS-NEW-CODE TO WS-PREV-NEW-CODE
               END-IF
           END-IF.

       1300-READ-DTL-RECORD.
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

       1900-STOP-ON-SEQUENCE.
           SET WS-SEQ-ERROR TO TRUE
           SET WS-PRIOR-EOF TO TRUE
           SET WS-ITEM-EOF TO TRUE
           SET WS-DTL-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-PRIOR-CODE
           MOVE HIGH-VALUES TO WS-NEW-CODE
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "*** ITEM MASTER OUT OF SEQUENCE - PROOF STOPPED AT "
               "PRIOR=" WS-PREV-PRIOR-CODE
               " NEW=" WS-PREV-NEW-CODE
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE.

       2000-PROVE-ONE-ITEM.
           MOVE 'N' TO WS-HAVE-BASIS-FLAG
           MOVE 'N' TO WS-BASIS-ADD-FLAG
           MOVE "NONE" TO WS-BASIS
           MOVE ZERO TO WS-BASIS-COUNT
           MOVE SPACE TO WS-BASIS-ACTIVE
           PERFORM 3000-FIND-MAINT-ENTRY
           EVALUATE TRUE
               WHEN WS-FOUND
                   SET WS-MNT-MATCHED(WS-MNT-SUB) TO TRUE
                   SET WS-HAVE-BASIS TO TRUE
                   MOVE "MAINT" TO WS-BASIS
                   MOVE WS-MNT-COUNT(WS-MNT-SUB) TO WS-BASIS-COUNT
                   MOVE WS-MNT-ACTIVE(WS-MNT-SUB) TO WS-BASIS-ACTIVE
                   MOVE WS-MNT-ADDED-FLAG(WS-MNT-SUB)
                       TO WS-BASIS-ADD-FLAG
               WHEN WS-PRIOR-CODE = WS-CURR-ITEM-CODE
                   SET WS-HAVE-BASIS TO TRUE
                   MOVE "PRIOR" TO WS-BASIS
                   IF WS-PRIOR-ITEM-COUNT NUMERIC
                       MOVE WS-PRIOR-ITEM-COUNT TO WS-BASIS-COUNT
                   END-IF
                   MOVE WS-PRIOR-ITEM-ACTIVE TO WS-BASIS-ACTIVE
           END-EVALUATE
           MOVE ZERO TO WS-ITEM-RCVD-QTY
           MOVE ZERO TO WS-ITEM-ISSUED-QTY
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT < WS-CURR-ITEM-CODE
               PERFORM 2800-FLAG-ORPHAN-MOVEMENT
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           PERFORM UNTIL WS-DTL-EOF
                   OR BOTL-DTL-ITEM-CODE NOT = WS-CURR-ITEM-CODE
               IF BOTL-DTL-ACTION = 'R'
                   ADD BOTL-DTL-QTY TO WS-ITEM-RCVD-QTY
                   ADD BOTL-DTL-QTY TO WS-RCVD-GRAND-TOTAL
               ELSE
                   ADD BOTL-DTL-QTY TO WS-ITEM-ISSUED-QTY
                   ADD BOTL-DTL-QTY TO WS-ISSUED-GRAND-TOTAL
               END-IF
               PERFORM 1300-READ-DTL-RECORD
           END-PERFORM
           COMPUTE WS-EXPECTED-COUNT = WS-BASIS-COUNT
               + WS-ITEM-RCVD-QTY - WS-ITEM-ISSUED-QTY
           IF WS-NEW-CODE = WS-CURR-ITEM-CODE
               MOVE BOTL-ITEM-COUNT TO WS-NEW-COUNT-X
               MOVE BOTL-ITEM-ACTIVE TO WS-NEW-ACTIVE
           ELSE
               MOVE "(NONE)" TO WS-NEW-COUNT-X
               MOVE SPACE TO WS-NEW-ACTIVE
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-CODE NOT = WS-CURR-ITEM-CODE
                   MOVE "VANISHED WITHOUT A MAINTENANCE RECORD"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN NOT WS-HAVE-BASIS
                   MOVE "APPEARED WITHOUT A MAINTENANCE ADD"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN WS-PRIOR-CODE NOT = WS-CURR-ITEM-CODE
                       AND NOT WS-BASIS-ADD
                   MOVE "APPEARED WITHOUT A MAINTENANCE ADD"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN BOTL-ITEM-COUNT NOT NUMERIC
                   MOVE "COUNT NOT NUMERIC ON NEW MASTER"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN WS-EXPECTED-COUNT NOT = BOTL-ITEM-COUNT
                   MOVE "COUNT DOES NOT ROLL FORWARD" TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN WS-BASIS-ACTIVE NOT = BOTL-ITEM-ACTIVE
                   MOVE "ACTIVE FLAG DOES NOT ROLL FORWARD"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               WHEN OTHER
                   ADD 1 TO WS-PROVED-COUNT
           END-EVALUATE.

       2800-FLAG-ORPHAN-MOVEMENT.
           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "ROLL-FORWARD BREAK - MOVEMENT FOR ITEM "
               BOTL-DTL-ITEM-CODE " NOT ON EITHER MASTER"
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "*** MOVEMENT FOR ITEM NOT ON EITHER MASTER ITEM="
               BOTL-DTL-ITEM-CODE
               " LOC=" BOTL-DTL-LOCATION
               " ITER=" BOTL-DTL-ITER
               " " BOTL-DTL-ACTION
               " QTY=" BOTL-DTL-QTY
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE.

       2900-FLAG-UNMATCHED-MAINT.
           PERFORM VARYING WS-MNT-SUB FROM 1 BY 1
                   UNTIL WS-MNT-SUB > WS-MNT-USED
               IF NOT WS-MNT-MATCHED(WS-MNT-SUB)
                   MOVE WS-MNT-CODE(WS-MNT-SUB) TO WS-CURR-ITEM-CODE
                   MOVE "MAINT" TO WS-BASIS
                   MOVE WS-MNT-COUNT(WS-MNT-SUB) TO WS-BASIS-COUNT
                   MOVE WS-MNT-ACTIVE(WS-MNT-SUB) TO WS-BASIS-ACTIVE
                   MOVE ZERO TO WS-ITEM-RCVD-QTY
                   MOVE ZERO TO WS-ITEM-ISSUED-QTY
                   MOVE WS-BASIS-COUNT TO WS-EXPECTED-COUNT
                   MOVE "(NONE)" TO WS-NEW-COUNT-X
                   MOVE SPACE TO WS-NEW-ACTIVE
                   MOVE "MAINTAINED BUT NOT ON NEW MASTER"
                       TO WS-BREAK-REASON
                   PERFORM 4000-FLAG-ITEM
               END-IF
           END-PERFORM.

       3000-FIND-MAINT-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE ZERO TO WS-MNT-SUB
           PERFORM UNTIL WS-FOUND OR WS-MNT-SUB = WS-MNT-USED
               ADD 1 TO WS-MNT-SUB
               IF WS-MNT-CODE(WS-MNT-SUB) = WS-CURR-ITEM-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       4000-FLAG-ITEM.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-EDIT
           DISPLAY "ROLL-FORWARD BREAK - ITEM " WS-CURR-ITEM-CODE
               " " WS-BREAK-REASON
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "*** ITEM " WS-CURR-ITEM-CODE
               " " WS-BREAK-REASON
               " BASIS=" WS-BASIS
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "  START=" WS-BASIS-COUNT
               " RCVD=" WS-ITEM-RCVD-QTY
               " ISSUED=" WS-ITEM-ISSUED-QTY
               " EXPECTED=" WS-EXPECTED-EDIT
               " NEW=" WS-NEW-COUNT-X
               " ACTIVE=" WS-BASIS-ACTIVE "/" WS-NEW-ACTIVE
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE.

       8000-WRITE-FRPT-LINE.
           WRITE BOTL-FRPT-LINE
           PERFORM 8010-CHECK-FRPT-STATUS.

       8010-CHECK-FRPT-STATUS.
           IF WS-FRPT-STATUS NOT = "00"
               DISPLAY "ROLL-FORWARD REPORT FILE I/O ERROR - STATUS "
                   WS-FRPT-STATUS
               SET WS-IO-ERROR TO TRUE
           END-IF.

       9000-PROOF-SUMMARY.
           DISPLAY "===== BOTLROLL ROLL-FORWARD SUMMARY ====="
           DISPLAY "PRIOR MASTER READ......: " WS-PRIOR-READ-COUNT
           DISPLAY "NEW MASTER READ........: " WS-NEW-READ-COUNT
           DISPLAY "ITEMS MAINTAINED.......: " WS-MNT-USED
           DISPLAY "DETAIL RECORDS READ....: " WS-DTL-READ-COUNT
           DISPLAY "ITEMS PROVED...........: " WS-PROVED-COUNT
           DISPLAY "ROLL-FORWARD BREAKS....: " WS-BREAK-COUNT
           MOVE "===== BOTLROLL ROLL-FORWARD SUMMARY ====="
               TO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "PRIOR=" WS-PRIOR-READ-COUNT
               " NEW=" WS-NEW-READ-COUNT
               " MAINTAINED=" WS-MNT-USED
               " MOVEMENTS=" WS-DTL-READ-COUNT
               " PROVED=" WS-PROVED-COUNT
               " BREAKS=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           MOVE SPACES TO BOTL-FRPT-LINE
           STRING "RECEIVED=" WS-RCVD-GRAND-TOTAL
               " ISSUED=" WS-ISSUED-GRAND-TOTAL
               " MOVEMENT FOR NO MASTER ITEM=" WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO BOTL-FRPT-LINE
           PERFORM 8000-WRITE-FRPT-LINE
           IF WS-BREAK-COUNT = ZERO AND NOT WS-TABLE-FULL
                   AND NOT WS-SEQ-ERROR AND NOT WS-IO-ERROR
               MOVE "MASTER ROLLS FORWARD - SAFE TO RELEASE"
                   TO BOTL-FRPT-LINE
           ELSE
               MOVE "MASTER DOES NOT ROLL FORWARD - DO NOT RELEASE"
                   TO BOTL-FRPT-LINE
           END-IF
           PERFORM 8000-WRITE-FRPT-LINE.

       END PROGRAM BOTLROLL.
